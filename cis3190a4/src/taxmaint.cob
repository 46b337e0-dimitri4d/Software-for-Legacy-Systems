000010******************************************************************
000020*  D. FREDERICK
000030*  CIS3190 A4  --  COBOL
000040*
000050*  PROGRAM-ID.  TAXMAINT
000060*
000070*  SALES-TAX RATE-MASTER MAINTENANCE.  KEYS EFFECTIVE-DATED TAX
000080*  RATES FOR THE TAXMST FILE (TAXREC LAYOUT, INDEXED ON TAX CODE
000090*  PLUS EFFECTIVE DATE) THAT MULTIPLICATION TAXES ITEM-CODED AND
000100*  KEYED DETAILS BY, THE SAME WAY CURRMAINT KEEPS THE CURRENCY
000110*  RATE MASTER.  A RATE IS A PERCENTAGE WITH UP TO FOUR DECIMALS,
000120*  FROM ZERO (A ZERO-RATED CODE) TO ONE HUNDRED, AND CARRIES THE
000130*  TAX-LIABILITY GL ACCOUNT THE TAX IS POSTED TO WHILE THE ROW IS
000140*  IN EFFECT.  A RATE FOR A (CODE, DATE) ALREADY ON FILE IS
000150*  REPLACED -- THE SAME PAIR KEYED TWICE IS A CORRECTION, NOT A
000160*  SECOND RATE.
000170*
000180*  A RATE KEYED HERE DOES NOT GO STRAIGHT TO TAXMST.  IT IS
000190*  QUEUED ON THE CHGPEND PENDING-CHANGE FILE (CHGREC LAYOUT)
000200*  STAMPED WITH THE KEYING OPERATOR, AND ONLY REACHES THE RATE
000210*  MASTER WHEN A SECOND, DIFFERENT OPERATOR APPROVES IT IN
000220*  CHGAPPR, AS FOR EVERY OTHER MASTER FILE.
000230*
000240*  MODIFICATION HISTORY
000250*  ------------------------------------------------------
000260*  2026-10-15  DF   ORIGINAL VERSION.
000270*
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.       TAXMAINT.
000310 AUTHOR.           D. FREDERICK.
000320 INSTALLATION.     CIS3190.
000330 DATE-WRITTEN.     2026-10-15.
000340 DATE-COMPILED.
000350*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.  GNUCOBOL.
000390 OBJECT-COMPUTER.  GNUCOBOL.
000400*
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT TAX-FILE
000440         ASSIGN TO "TAXMST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS TX-RATE-KEY
000480         FILE STATUS IS TA-TAX-FILE-STATUS.
000490     SELECT PEND-FILE
000500         ASSIGN TO "CHGPEND"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CH-CHANGE-KEY
000540         FILE STATUS IS TA-PEND-FILE-STATUS.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580*
000590 FD  TAX-FILE.
000600     COPY TAXREC.
000610*
000620*    PEND-FILE HOLDS EVERY RATE KEYED HERE UNTIL A SECOND
000630*    OPERATOR DECIDES IT IN CHGAPPR.
000640 FD  PEND-FILE.
000650     COPY CHGREC.
000660*
000670 WORKING-STORAGE SECTION.
000680*
000690******************************************************************
000700*  FILE STATUS FIELDS.
000710******************************************************************
000720 77  TA-TAX-FILE-STATUS          PIC X(02)           VALUE '00'.
000730 77  TA-PEND-FILE-STATUS         PIC X(02)           VALUE '00'.
000740*
000750******************************************************************
000760*  SESSION CONTROL SWITCHES.
000770******************************************************************
000780 77  TA-COMMAND                  PIC X(01)           VALUE SPACE.
000790     88  TA-CMD-ADD                  VALUE 'A'.
000800     88  TA-CMD-LIST                 VALUE 'L'.
000810     88  TA-CMD-HISTORY              VALUE 'H'.
000820     88  TA-CMD-QUIT                 VALUE 'Q'.
000830 77  TA-ABORT-SW                 PIC X(01)           VALUE 'N'.
000840     88  TA-ABORT-SESSION            VALUE 'Y'.
000850 77  TA-VALID-SW                 PIC X(01)           VALUE 'Y'.
000860     88  TA-INPUT-VALID              VALUE 'Y'.
000870     88  TA-INPUT-INVALID            VALUE 'N'.
000880 77  TA-LIST-EOF-SW              PIC X(01)           VALUE 'N'.
000890     88  TA-LIST-DONE                VALUE 'Y'.
000900 77  TA-QUEUED-SW                PIC X(01)           VALUE 'N'.
000910     88  TA-CHANGE-QUEUED            VALUE 'Y'.
000920*
000930******************************************************************
000940*  OPERATOR ENTRY FIELDS AND LIST COUNTERS.
000950******************************************************************
000960 77  TA-OPERATOR-ID              PIC X(08)    VALUE SPACES.
000970 77  TA-CODE-IN                  PIC X(04).
000980 77  TA-DATE-IN                  PIC X(08).
000990 77  TA-ACCT-IN                  PIC X(08).
001000 77  TA-RATE-ED                  PIC -ZZ9.9999.
001010 77  TA-LIST-CTR                 PIC 9(05)           VALUE ZERO.
001020*
001030******************************************************************
001040*  RATE-ENTRY VALIDATION FIELDS -- THE SAME SPLIT-AT-THE-POINT
001050*  RULES AS THE ITEM PRICE AND CURRENCY RATE VALIDATION, SIZED
001060*  FOR A PERCENTAGE: UP TO THREE INTEGER DIGITS AND FOUR
001070*  DECIMALS, AT LEAST ONE DIGIT BEFORE THE POINT, OPTIONAL
001080*  LEADING SIGN (WHICH THE RANGE CHECK THEN REFUSES IF MINUS).
001090******************************************************************
001100 77  TA-VAL-INPUT                PIC X(16).
001110 77  TA-VAL-BODY                 PIC X(16).
001120 77  TA-VAL-SIGN                 PIC X(01).
001130 77  TA-VAL-LEN                  PIC 9(02).
001140 77  TA-VAL-START                PIC 9(02).
001150 77  TA-VAL-TRAIL                PIC 9(02).
001160 77  TA-VAL-DIGIT-LEN            PIC 9(02).
001170 77  TA-VAL-DIGITS               PIC X(16).
001180 77  TA-VAL-INT-TEXT             PIC X(16).
001190 77  TA-VAL-DEC-TEXT             PIC X(05).
001200 77  TA-VAL-INT-LEN              PIC 9(02).
001210 77  TA-VAL-DEC-LEN              PIC 9(02).
001220 77  TA-VAL-DOT-COUNT            PIC 9(02).
001230 77  TA-VAL-INT-MAG              PIC 9(03).
001240 77  TA-VAL-DEC-PAD              PIC X(04).
001250 77  TA-VAL-DEC-FRAC             PIC 9(04).
001260 77  TA-VAL-DEC-MAG              PIC 9(03)V9(04).
001270 77  TA-VAL-DEC-RESULT           PIC S9(03)V9(04).
001280*
001290 PROCEDURE DIVISION.
001300*
001310******************************************************************
001320*  0000-MAINLINE
001330******************************************************************
001340 0000-MAINLINE.
001350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001360     IF TA-ABORT-SESSION
001370         GO TO 0000-EXIT
001380     END-IF.
001390     PERFORM 1500-ACCEPT-OPERATOR THRU 1500-EXIT.
001400     PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
001410         WITH TEST AFTER
001420         UNTIL TA-CMD-QUIT.
001430     CLOSE TAX-FILE, PEND-FILE.
001440 0000-EXIT.
001450     STOP RUN.
001460*
001470******************************************************************
001480*  1000-INITIALIZE -- OPEN THE TAX-RATE MASTER, CREATING IT EMPTY
001490*  ON THE FIRST SESSION, THE SAME WAY CURRMAINT OPENS ITS RATE
001500*  MASTER.  IT IS ONLY READ HERE; CHGAPPR WRITES IT.  IT IS
001510*  CREATED ONLY WHEN IT DOES NOT EXIST (STATUS 35) -- AN EMPTIED
001520*  MASTER WOULD QUIETLY STOP THE BATCH TAXING -- AND ANY OTHER
001530*  OPEN FAILURE ABORTS THE SESSION.
001540******************************************************************
001550 1000-INITIALIZE.
001560     OPEN I-O TAX-FILE.
001570     IF TA-TAX-FILE-STATUS = '00'
001580         GO TO 1000-EXIT
001590     END-IF.
001600     IF TA-TAX-FILE-STATUS NOT = '35'
001610         DISPLAY 'TAXMST OPEN FAILED - STATUS '
001620             TA-TAX-FILE-STATUS
001630         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
001640         SET TA-ABORT-SESSION TO TRUE
001650         GO TO 1000-EXIT
001660     END-IF.
001670     DISPLAY 'TAXMST NOT FOUND - STARTING A NEW TAX-RATE MASTER'.
001680     OPEN OUTPUT TAX-FILE.
001690     IF TA-TAX-FILE-STATUS NOT = '00'
001700         DISPLAY 'TAXMST CREATE FAILED - STATUS '
001710             TA-TAX-FILE-STATUS
001720         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
001730         SET TA-ABORT-SESSION TO TRUE
001740         GO TO 1000-EXIT
001750     END-IF.
001760     CLOSE TAX-FILE.
001770     OPEN I-O TAX-FILE.
001780     IF TA-TAX-FILE-STATUS NOT = '00'
001790         DISPLAY 'TAXMST OPEN FAILED - STATUS '
001800             TA-TAX-FILE-STATUS
001810         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
001820         SET TA-ABORT-SESSION TO TRUE
001830         GO TO 1000-EXIT
001840     END-IF.
001850     PERFORM 1100-OPEN-PEND-FILE THRU 1100-EXIT.
001860     IF TA-ABORT-SESSION
001870         CLOSE TAX-FILE
001880     END-IF.
001890 1000-EXIT.
001900     EXIT.
001910*
001920******************************************************************
001930*  1100-OPEN-PEND-FILE -- SAME CREATE-IF-MISSING OPEN AS THE RATE
001940*  MASTER'S, FOR THE PENDING-CHANGE FILE RATES ARE QUEUED TO.
001950*  CHGPEND IS SHARED WITH EVERY MAINTENANCE PROGRAM, SO ONE THAT
001960*  EXISTS BUT WILL NOT OPEN IS NEVER RECREATED.
001970******************************************************************
001980 1100-OPEN-PEND-FILE.
001990     OPEN I-O PEND-FILE.
002000     IF TA-PEND-FILE-STATUS = '00'
002010         GO TO 1100-EXIT
002020     END-IF.
002030     IF TA-PEND-FILE-STATUS NOT = '35'
002040         DISPLAY 'CHGPEND OPEN FAILED - STATUS '
002050             TA-PEND-FILE-STATUS
002060         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
002070         SET TA-ABORT-SESSION TO TRUE
002080         GO TO 1100-EXIT
002090     END-IF.
002100     DISPLAY 'CHGPEND NOT FOUND - STARTING A NEW CHANGE FILE'.
002110     OPEN OUTPUT PEND-FILE.
002120     IF TA-PEND-FILE-STATUS NOT = '00'
002130         DISPLAY 'CHGPEND CREATE FAILED - STATUS '
002140             TA-PEND-FILE-STATUS
002150         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
002160         SET TA-ABORT-SESSION TO TRUE
002170         GO TO 1100-EXIT
002180     END-IF.
002190     CLOSE PEND-FILE.
002200     OPEN I-O PEND-FILE.
002210     IF TA-PEND-FILE-STATUS NOT = '00'
002220         DISPLAY 'CHGPEND OPEN FAILED - STATUS '
002230             TA-PEND-FILE-STATUS
002240         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
002250         SET TA-ABORT-SESSION TO TRUE
002260     END-IF.
002270 1100-EXIT.
002280     EXIT.
002290*
002300******************************************************************
002310*  1500-ACCEPT-OPERATOR -- WHO IS KEYING THIS SESSION'S RATES.
002320*  EVERY QUEUED RATE CARRIES IT, AND CHGAPPR WILL NOT LET THE
002330*  SAME OPERATOR APPROVE THEM.
002340******************************************************************
002350 1500-ACCEPT-OPERATOR.
002360     DISPLAY 'OPERATOR ID ?'.
002370     ACCEPT TA-OPERATOR-ID.
002380     IF TA-OPERATOR-ID = SPACES
002390         DISPLAY 'OPERATOR ID MAY NOT BE BLANK'
002400         GO TO 1500-ACCEPT-OPERATOR
002410     END-IF.
002420 1500-EXIT.
002430     EXIT.
002440*
002450******************************************************************
002460*  2000-PROCESS-COMMAND -- ONE OPERATOR FUNCTION PER PASS.
002470******************************************************************
002480 2000-PROCESS-COMMAND.
002490     DISPLAY 'FUNCTION (A)DD RATE (L)IST (H)ISTORY (Q)UIT ?'.
002500     ACCEPT TA-COMMAND.
002510     IF TA-CMD-ADD
002520         PERFORM 2100-ADD-RATE THRU 2100-EXIT
002530         GO TO 2000-EXIT
002540     END-IF.
002550     IF TA-CMD-LIST
002560         PERFORM 2400-LIST-RATES THRU 2400-EXIT
002570         GO TO 2000-EXIT
002580     END-IF.
002590     IF TA-CMD-HISTORY
002600         PERFORM 2470-LIST-HISTORY THRU 2470-EXIT
002610         GO TO 2000-EXIT
002620     END-IF.
002630     IF NOT TA-CMD-QUIT
002640         DISPLAY 'UNKNOWN FUNCTION - KEY A, L, H, OR Q'
002650     END-IF.
002660 2000-EXIT.
002670     EXIT.
002680*
002690******************************************************************
002700*  2100-ADD-RATE -- AN EFFECTIVE-DATED RATE AND LIABILITY ACCOUNT
002710*  FOR A TAX CODE, POSSIBLY FUTURE-DATED, QUEUED FOR APPROVAL.
002720*  ON APPROVAL A ROW ALREADY ON FILE FOR THE SAME (CODE, DATE)
002730*  IS REPLACED, SO THAT ROW IS SHOWN HERE BEFORE THE NEW ONE IS
002740*  QUEUED.
002750******************************************************************
002760 2100-ADD-RATE.
002770     PERFORM 2500-ACCEPT-TAX-CODE THRU 2500-EXIT.
002780     PERFORM 2700-ACCEPT-RATE THRU 2700-EXIT.
002790     PERFORM 2800-ACCEPT-DATE THRU 2800-EXIT.
002800     PERFORM 2850-ACCEPT-ACCOUNT THRU 2850-EXIT.
002810     MOVE TA-CODE-IN TO TX-RATE-CODE.
002820     MOVE TA-DATE-IN TO TX-RATE-EFF-DATE.
002830     READ TAX-FILE
002840         INVALID KEY
002850             CONTINUE
002860         NOT INVALID KEY
002870             MOVE TX-RATE-PERCENT TO TA-RATE-ED
002880             DISPLAY 'ON FILE: RATE ' TA-RATE-ED ' ACCOUNT '
002890                 TX-RATE-ACCOUNT ' - WILL BE REPLACED IF APPROVED'
002900     END-READ.
002910     PERFORM 2900-QUEUE-RATE THRU 2900-EXIT.
002920 2100-EXIT.
002930     EXIT.
002940*
002950******************************************************************
002960*  2400-LIST-RATES -- THE WHOLE MASTER, ONE LINE PER ROW, IN
002970*  (TAX CODE, EFFECTIVE DATE) ORDER OFF THE INDEX.
002980******************************************************************
002990 2400-LIST-RATES.
003000     MOVE ZERO TO TA-LIST-CTR.
003010     MOVE 'N' TO TA-LIST-EOF-SW.
003020     MOVE LOW-VALUES TO TX-RATE-KEY.
003030     START TAX-FILE KEY NOT < TX-RATE-KEY
003040         INVALID KEY
003050             MOVE 'Y' TO TA-LIST-EOF-SW
003060     END-START.
003070     IF NOT TA-LIST-DONE
003080         PERFORM 2450-LIST-ONE-RATE THRU 2450-EXIT
003090             WITH TEST AFTER
003100             UNTIL TA-LIST-DONE
003110     END-IF.
003120     IF TA-LIST-CTR = 0
003130         DISPLAY 'TAX-RATE MASTER IS EMPTY'
003140     END-IF.
003150 2400-EXIT.
003160     EXIT.
003170*
003180 2450-LIST-ONE-RATE.
003190     READ TAX-FILE NEXT
003200         AT END
003210             MOVE 'Y' TO TA-LIST-EOF-SW
003220     END-READ.
003230     IF TA-LIST-DONE
003240         GO TO 2450-EXIT
003250     END-IF.
003260     MOVE TX-RATE-PERCENT TO TA-RATE-ED.
003270     DISPLAY TX-RATE-CODE ' EFF ' TX-RATE-EFF-DATE ' RATE '
003280         TA-RATE-ED ' ACCOUNT ' TX-RATE-ACCOUNT.
003290     ADD 1 TO TA-LIST-CTR.
003300 2450-EXIT.
003310     EXIT.
003320*
003330******************************************************************
003340*  2470-LIST-HISTORY -- EVERY RATE ON FILE FOR ONE TAX CODE, IN
003350*  EFFECTIVE-DATE ORDER, FUTURE-DATED ROWS INCLUDED.
003360******************************************************************
003370 2470-LIST-HISTORY.
003380     PERFORM 2500-ACCEPT-TAX-CODE THRU 2500-EXIT.
003390     MOVE ZERO TO TA-LIST-CTR.
003400     MOVE 'N' TO TA-LIST-EOF-SW.
003410     MOVE TA-CODE-IN TO TX-RATE-CODE.
003420     MOVE LOW-VALUES TO TX-RATE-EFF-DATE.
003430     START TAX-FILE KEY NOT < TX-RATE-KEY
003440         INVALID KEY
003450             MOVE 'Y' TO TA-LIST-EOF-SW
003460     END-START.
003470     IF NOT TA-LIST-DONE
003480         PERFORM 2480-LIST-ONE-HISTORY THRU 2480-EXIT
003490             WITH TEST AFTER
003500             UNTIL TA-LIST-DONE
003510     END-IF.
003520     IF TA-LIST-CTR = 0
003530         DISPLAY 'NO RATES ON FILE FOR ' TA-CODE-IN
003540     END-IF.
003550 2470-EXIT.
003560     EXIT.
003570*
003580 2480-LIST-ONE-HISTORY.
003590     READ TAX-FILE NEXT
003600         AT END
003610             MOVE 'Y' TO TA-LIST-EOF-SW
003620     END-READ.
003630     IF TA-LIST-DONE
003640         GO TO 2480-EXIT
003650     END-IF.
003660     IF TX-RATE-CODE NOT = TA-CODE-IN
003670         MOVE 'Y' TO TA-LIST-EOF-SW
003680         GO TO 2480-EXIT
003690     END-IF.
003700     MOVE TX-RATE-PERCENT TO TA-RATE-ED.
003710     DISPLAY TA-CODE-IN ' EFF ' TX-RATE-EFF-DATE ' RATE '
003720         TA-RATE-ED ' ACCOUNT ' TX-RATE-ACCOUNT.
003730     ADD 1 TO TA-LIST-CTR.
003740 2480-EXIT.
003750     EXIT.
003760*
003770******************************************************************
003780*  2500-ACCEPT-TAX-CODE -- RE-PROMPTS UNTIL A NON-BLANK TAX CODE
003790*  IS KEYED.  NONE IS RESERVED -- ON AN ITEM CHANGE IT MEANS
003800*  TAKE THE TAX CODE OFF -- SO IT CANNOT BE A CODE OF ITS OWN.
003810******************************************************************
003820 2500-ACCEPT-TAX-CODE.
003830     DISPLAY 'TAX CODE ?'.
003840     ACCEPT TA-CODE-IN.
003850     IF TA-CODE-IN = SPACES
003860         DISPLAY 'TAX CODE MAY NOT BE BLANK'
003870         GO TO 2500-ACCEPT-TAX-CODE
003880     END-IF.
003890     IF TA-CODE-IN = 'NONE'
003900         DISPLAY 'NONE IS RESERVED AND CANNOT BE A TAX CODE'
003910         GO TO 2500-ACCEPT-TAX-CODE
003920     END-IF.
003930 2500-EXIT.
003940     EXIT.
003950*
003960******************************************************************
003970*  2700-ACCEPT-RATE -- RE-PROMPTS UNTIL A VALID PERCENTAGE FROM
003980*  ZERO TO ONE HUNDRED IS KEYED.  ZERO IS ALLOWED: A ZERO-RATED
003990*  CODE STILL REPORTS ITS SALES ON THE TAX RETURN.
004000******************************************************************
004010 2700-ACCEPT-RATE.
004020     DISPLAY 'TAX RATE (PERCENT) ?'.
004030     ACCEPT TA-VAL-INPUT.
004040     PERFORM 8100-VALIDATE-RATE-FIELD THRU 8100-EXIT.
004050     IF TA-INPUT-INVALID
004060         GO TO 2700-ACCEPT-RATE
004070     END-IF.
004080     IF TA-VAL-DEC-RESULT < ZERO OR TA-VAL-DEC-RESULT > 100
004090         DISPLAY 'RATE MUST BE FROM 0 TO 100 PERCENT'
004100         GO TO 2700-ACCEPT-RATE
004110     END-IF.
004120 2700-EXIT.
004130     EXIT.
004140*
004150******************************************************************
004160*  2800-ACCEPT-DATE -- RE-PROMPTS UNTIL AN EIGHT-DIGIT YYYYMMDD
004170*  EFFECTIVE DATE IS KEYED.
004180******************************************************************
004190 2800-ACCEPT-DATE.
004200     DISPLAY 'EFFECTIVE DATE (YYYYMMDD) ?'.
004210     ACCEPT TA-DATE-IN.
004220     IF TA-DATE-IN NOT NUMERIC
004230         DISPLAY 'DATE MUST BE EIGHT DIGITS'
004240         GO TO 2800-ACCEPT-DATE
004250     END-IF.
004260 2800-EXIT.
004270     EXIT.
004280*
004290******************************************************************
004300*  2850-ACCEPT-ACCOUNT -- RE-PROMPTS UNTIL A NON-BLANK TAX-
004310*  LIABILITY GL ACCOUNT IS KEYED.
004320******************************************************************
004330 2850-ACCEPT-ACCOUNT.
004340     DISPLAY 'TAX-LIABILITY GL ACCOUNT ?'.
004350     ACCEPT TA-ACCT-IN.
004360     IF TA-ACCT-IN = SPACES
004370         DISPLAY 'GL ACCOUNT MAY NOT BE BLANK'
004380         GO TO 2850-ACCEPT-ACCOUNT
004390     END-IF.
004400 2850-EXIT.
004410     EXIT.
004420*
004430******************************************************************
004440*  2900-QUEUE-RATE -- THE KEYED RATE ONTO CHGPEND AS A PENDING
004450*  'X' CHANGE FOR TARGET 'T', STAMPED WITH THE KEYING OPERATOR,
004460*  DATE AND TIME.  THE PERCENTAGE RIDES IN THE RATE FIELD AND
004470*  THE LIABILITY ACCOUNT IN THE ACCOUNT FIELD.  A KEY COLLISION
004480*  STEPS THE TIE-BREAK SEQUENCE AND TRIES AGAIN, AS IN CURRMAINT.
004490******************************************************************
004500 2900-QUEUE-RATE.
004510     MOVE SPACES            TO CH-CHANGE-RECORD.
004520     MOVE 'T'               TO CH-TARGET-FILE.
004530     MOVE TA-CODE-IN        TO CH-TARGET-CODE.
004540     ACCEPT CH-MAKER-DATE FROM DATE YYYYMMDD.
004550     ACCEPT CH-MAKER-TIME FROM TIME.
004560     MOVE ZERO              TO CH-KEY-SEQ, CH-NEW-PRICE,
004570                               CH-OLD-PRICE, CH-OLD-RATE.
004580     MOVE 'X'               TO CH-CHANGE-TYPE.
004590     MOVE 'T'               TO CH-ORIGIN.
004600     MOVE TA-OPERATOR-ID    TO CH-MAKER-ID.
004610     MOVE 'P'               TO CH-STATUS.
004620     MOVE TA-VAL-DEC-RESULT TO CH-NEW-RATE.
004630     MOVE TA-DATE-IN        TO CH-NEW-EFF-DATE.
004640     MOVE TA-ACCT-IN        TO CH-NEW-ACCOUNT.
004650     MOVE 'N'               TO CH-OLD-ON-FILE.
004660     MOVE 'N' TO TA-QUEUED-SW.
004670     PERFORM 2950-WRITE-PENDING THRU 2950-EXIT
004680         WITH TEST AFTER
004690         UNTIL TA-CHANGE-QUEUED OR CH-KEY-SEQ = 99.
004700     IF NOT TA-CHANGE-QUEUED
004710         DISPLAY 'CHGPEND WRITE FAILED - STATUS '
004720             TA-PEND-FILE-STATUS
004730         GO TO 2900-EXIT
004740     END-IF.
004750     DISPLAY 'TAX RATE FOR ' TA-CODE-IN ' EFF ' TA-DATE-IN
004760         ' QUEUED FOR APPROVAL'.
004770 2900-EXIT.
004780     EXIT.
004790*
004800 2950-WRITE-PENDING.
004810     WRITE CH-CHANGE-RECORD
004820         INVALID KEY
004830             ADD 1 TO CH-KEY-SEQ
004840     END-WRITE.
004850     IF TA-PEND-FILE-STATUS = '00'
004860         MOVE 'Y' TO TA-QUEUED-SW
004870         GO TO 2950-EXIT
004880     END-IF.
004890     IF TA-PEND-FILE-STATUS NOT = '22'
004900         MOVE 99 TO CH-KEY-SEQ
004910     END-IF.
004920 2950-EXIT.
004930     EXIT.
004940*
004950******************************************************************
004960*  8100-VALIDATE-RATE-FIELD -- PERCENTAGE ENTRY VALIDATION.
004970*  TA-VAL-INPUT IN, TA-VAL-DEC-RESULT AND TA-VALID-SW OUT.  THE
004980*  SAME SPLIT-AT-THE-POINT RULES AS CURRMAINT'S RATE VALIDATION,
004990*  SIZED FOR A PERCENTAGE'S THREE INTEGER AND FOUR DECIMAL
005000*  DIGITS.
005010******************************************************************
005020 8100-VALIDATE-RATE-FIELD.
005030     MOVE 'Y' TO TA-VALID-SW.
005040     MOVE TA-VAL-INPUT TO TA-VAL-BODY.
005050     MOVE ZERO TO TA-VAL-TRAIL.
005060     INSPECT TA-VAL-BODY
005070         TALLYING TA-VAL-TRAIL FOR TRAILING SPACE.
005080     COMPUTE TA-VAL-LEN = 16 - TA-VAL-TRAIL.
005090     IF TA-VAL-LEN = 0
005100         DISPLAY 'INVALID ENTRY - BLANK INPUT'
005110         MOVE 'N' TO TA-VALID-SW
005120         GO TO 8100-EXIT
005130     END-IF.
005140     IF TA-VAL-BODY(1:1) = '-' OR TA-VAL-BODY(1:1) = '+'
005150         MOVE TA-VAL-BODY(1:1) TO TA-VAL-SIGN
005160         MOVE 2 TO TA-VAL-START
005170         COMPUTE TA-VAL-DIGIT-LEN = TA-VAL-LEN - 1
005180     ELSE
005190         MOVE '+' TO TA-VAL-SIGN
005200         MOVE 1 TO TA-VAL-START
005210         MOVE TA-VAL-LEN TO TA-VAL-DIGIT-LEN
005220     END-IF.
005230     IF TA-VAL-DIGIT-LEN = 0
005240         DISPLAY 'INVALID ENTRY - NO DIGITS FOUND'
005250         MOVE 'N' TO TA-VALID-SW
005260         GO TO 8100-EXIT
005270     END-IF.
005280     MOVE SPACE TO TA-VAL-DIGITS.
005290     MOVE TA-VAL-BODY(TA-VAL-START:TA-VAL-DIGIT-LEN)
005300         TO TA-VAL-DIGITS.
005310     MOVE ZERO TO TA-VAL-DOT-COUNT.
005320     INSPECT TA-VAL-DIGITS(1:TA-VAL-DIGIT-LEN)
005330         TALLYING TA-VAL-DOT-COUNT FOR ALL '.'.
005340     IF TA-VAL-DOT-COUNT > 1
005350         DISPLAY 'INVALID ENTRY - MORE THAN ONE DECIMAL POINT'
005360         MOVE 'N' TO TA-VALID-SW
005370         GO TO 8100-EXIT
005380     END-IF.
005390     MOVE SPACE TO TA-VAL-INT-TEXT, TA-VAL-DEC-TEXT.
005400     UNSTRING TA-VAL-DIGITS(1:TA-VAL-DIGIT-LEN)
005410         DELIMITED BY '.'
005420         INTO TA-VAL-INT-TEXT, TA-VAL-DEC-TEXT.
005430     MOVE ZERO TO TA-VAL-TRAIL.
005440     INSPECT TA-VAL-INT-TEXT
005450         TALLYING TA-VAL-TRAIL FOR TRAILING SPACE.
005460     COMPUTE TA-VAL-INT-LEN = 16 - TA-VAL-TRAIL.
005470     MOVE ZERO TO TA-VAL-TRAIL.
005480     INSPECT TA-VAL-DEC-TEXT
005490         TALLYING TA-VAL-TRAIL FOR TRAILING SPACE.
005500     COMPUTE TA-VAL-DEC-LEN = 5 - TA-VAL-TRAIL.
005510     IF TA-VAL-INT-LEN = 0
005520         DISPLAY 'INVALID ENTRY - NO DIGITS BEFORE DECIMAL POINT'
005530         MOVE 'N' TO TA-VALID-SW
005540         GO TO 8100-EXIT
005550     END-IF.
005560     IF TA-VAL-INT-LEN > 3
005570         DISPLAY 'INVALID ENTRY - OUT OF RANGE'
005580         MOVE 'N' TO TA-VALID-SW
005590         GO TO 8100-EXIT
005600     END-IF.
005610     IF TA-VAL-INT-TEXT(1:TA-VAL-INT-LEN) NOT NUMERIC
005620         DISPLAY 'INVALID ENTRY - MUST BE NUMERIC'
005630         MOVE 'N' TO TA-VALID-SW
005640         GO TO 8100-EXIT
005650     END-IF.
005660     MOVE TA-VAL-INT-TEXT(1:TA-VAL-INT-LEN) TO TA-VAL-INT-MAG.
005670     IF TA-VAL-DEC-LEN > 4
005680         DISPLAY 'INVALID ENTRY - MORE THAN FOUR DECIMAL PLACES'
005690         MOVE 'N' TO TA-VALID-SW
005700         GO TO 8100-EXIT
005710     END-IF.
005720     IF TA-VAL-DEC-LEN = 0
005730         MOVE ZERO TO TA-VAL-DEC-FRAC
005740     ELSE
005750         IF TA-VAL-DEC-TEXT(1:TA-VAL-DEC-LEN) NOT NUMERIC
005760             DISPLAY 'INVALID ENTRY - MUST BE NUMERIC'
005770             MOVE 'N' TO TA-VALID-SW
005780             GO TO 8100-EXIT
005790         END-IF
005800         MOVE '0000' TO TA-VAL-DEC-PAD
005810         MOVE TA-VAL-DEC-TEXT(1:TA-VAL-DEC-LEN)
005820             TO TA-VAL-DEC-PAD(1:TA-VAL-DEC-LEN)
005830         MOVE TA-VAL-DEC-PAD TO TA-VAL-DEC-FRAC
005840     END-IF.
005850     COMPUTE TA-VAL-DEC-MAG =
005860         TA-VAL-INT-MAG + TA-VAL-DEC-FRAC / 10000.
005870     IF TA-VAL-SIGN = '-'
005880         COMPUTE TA-VAL-DEC-RESULT = TA-VAL-DEC-MAG * -1
005890     ELSE
005900         MOVE TA-VAL-DEC-MAG TO TA-VAL-DEC-RESULT
005910     END-IF.
005920 8100-EXIT.
005930     EXIT.
005940*
005950 END PROGRAM TAXMAINT.
