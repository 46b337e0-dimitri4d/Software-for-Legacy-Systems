000010******************************************************************
000020*  D. FREDERICK
000030*  CIS3190 A4  --  COBOL
000040*
000050*  PROGRAM-ID.  PERDCLOSE
000060*
000070*  ACCOUNTING-PERIOD CLOSE.  FOR ONE PERIOD (YYYYMM) THAT
000080*  PERDMAINT HAS CLOSED, EVERY STAMPED MULTGL GENERATION THE
000090*  PROCESSED-BATCH REGISTER (MULTBREG) SAYS POSTED INTO THAT
000100*  PERIOD -- COMPLETED, REVERSED, REVERSAL AND RESUBMISSION ROWS
000110*  ALIKE -- IS READ AND ITS POSTING LINES ROLLED BY GL ACCOUNT
000120*  INTO ONE CONSOLIDATED JOURNAL, MULTPJ.<YYYYMM> (PJRNREC
000130*  LAYOUT): A HEADER CARRYING THE CONTROL COUNT AND AMOUNT FROM
000140*  THE GENERATIONS' OWN TRAILERS, ONE LINE PER ACCOUNT IN
000150*  ACCOUNT ORDER, AND A TRAILER SUMMED FROM THE ACCOUNT LINES.
000160*  A REVERSED BATCH AND ITS REVERSAL BOTH ROLL IN, SO THEY NET
000170*  OUT ACCOUNT BY ACCOUNT.
000180*
000190*  EACH GENERATION IS PROVED AGAINST ITS OWN TRAILER AS IT IS
000200*  ROLLED.  ONLY WHEN EVERY GENERATION WAS THERE AND AGREED, AND
000210*  THE JOURNAL'S TRAILER BALANCES TO ITS HEADER, IS THE JOURNAL
000220*  WRITTEN AND THE PERIOD LOCKED ON PERDMST, NAMING THIS RUN --
000230*  A LOCKED PERIOD CAN NEVER BE REOPENED.  OTHERWISE NOTHING IS
000240*  WRITTEN BUT THE REPORT, THE PERIOD STAYS CLOSED, AND THE
000250*  CLOSE IS RERUN ONCE THE PROBLEM IS PUT RIGHT.  THE REPORT
000260*  GOES TO PERDRPT, 80 COLUMNS, FORMATTED FOR PRINT LIKE
000270*  RECONRPT.
000280*
000290*  MODIFICATION HISTORY
000300*  ------------------------------------------------------
000310*  2026-10-15  DF   ORIGINAL VERSION.
000320*  2026-10-15  DF   SALES TAX.  THE 'X' TAX LINES OF A GENERATION
000330*                   ROLL INTO THEIR TAX-LIABILITY ACCOUNTS BESIDE
000340*                   THE 'D' POSTING LINES, AND ARE PROVED AGAINST
000350*                   THE TAX COUNT AND SUM ON THE TRAILER, SO THE
000360*                   CONTROL AND JOURNAL FIGURES ARE GROSS.  THE
000370*                   TAX SHARE OF THE CONTROL AMOUNT IS SHOWN ON
000380*                   THE REPORT.
000390*
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.       PERDCLOSE.
000430 AUTHOR.           D. FREDERICK.
000440 INSTALLATION.     CIS3190.
000450 DATE-WRITTEN.     2026-10-15.
000460 DATE-COMPILED.
000470*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.  GNUCOBOL.
000510 OBJECT-COMPUTER.  GNUCOBOL.
000520*
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT PERD-FILE
000560         ASSIGN TO "PERDMST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS PD-PERIOD
000600         FILE STATUS IS PC-PERD-FILE-STATUS.
000610     SELECT BREG-FILE
000620         ASSIGN TO "MULTBREG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PC-BREG-FILE-STATUS.
000650     SELECT GL-FILE
000660         ASSIGN TO DYNAMIC PC-GL-NAME
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS PC-GL-FILE-STATUS.
000690     SELECT PJ-FILE
000700         ASSIGN TO DYNAMIC PC-PJ-NAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS PC-PJ-FILE-STATUS.
000730     SELECT RPT-FILE
000740         ASSIGN TO "PERDRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS PC-RPT-FILE-STATUS.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800*
000810 FD  PERD-FILE.
000820     COPY PERDREC.
000830*
000840 FD  BREG-FILE.
000850     COPY BREGREC.
000860*
000870*    GL-FILE IS WHICHEVER STAMPED MULTGL GENERATION THE REGISTER
000880*    ROW IN HAND POINTS TO.  THE RECORD IS READ INTO A WORK AREA
000890*    AND PICKED APART THERE, AS IN MULTRECON.
000900 FD  GL-FILE.
000910 01  GL-RECORD                   PIC X(120).
000920*
000930 FD  PJ-FILE.
000940     COPY PJRNREC.
000950*
000960 FD  RPT-FILE.
000970 01  RPT-RECORD                  PIC X(80).
000980*
000990 WORKING-STORAGE SECTION.
001000*
001010******************************************************************
001020*  FILE STATUS FIELDS.
001030******************************************************************
001040 77  PC-PERD-FILE-STATUS         PIC X(02)           VALUE '00'.
001050 77  PC-BREG-FILE-STATUS         PIC X(02)           VALUE '00'.
001060 77  PC-GL-FILE-STATUS           PIC X(02)           VALUE '00'.
001070 77  PC-PJ-FILE-STATUS           PIC X(02)           VALUE '00'.
001080 77  PC-RPT-FILE-STATUS          PIC X(02)           VALUE '00'.
001090*
001100******************************************************************
001110*  RUN CONTROL SWITCHES, THE PERIOD BEING CLOSED, AND THE RUN
001120*  STAMP THE LOCKED PERIOD WILL CARRY.
001130******************************************************************
001140 77  PC-BREG-EOF-SW              PIC X(01)           VALUE 'N'.
001150     88  PC-BREG-NO-MORE-ROWS        VALUE 'Y'.
001160 77  PC-GL-EOF-SW                PIC X(01)           VALUE 'N'.
001170     88  PC-GL-NO-MORE-ROWS          VALUE 'Y'.
001180 77  PC-ABORT-SW                 PIC X(01)           VALUE 'N'.
001190     88  PC-ABORT-RUN                VALUE 'Y'.
001200 77  PC-PROBLEM-SW               PIC X(01)           VALUE 'N'.
001210     88  PC-CLOSE-PROBLEM            VALUE 'Y'.
001220 77  PC-PERIOD-IN                PIC X(06)    VALUE SPACES.
001230 77  PC-MONTH-IN                 PIC 9(02)           VALUE ZERO.
001240 77  PC-ROW-PERIOD               PIC X(06)    VALUE SPACES.
001250 77  PC-RUN-DATE                 PIC X(08)    VALUE SPACES.
001260 77  PC-JOB-ID                   PIC X(08)    VALUE SPACES.
001270 77  PC-PJ-NAME                  PIC X(38)    VALUE SPACES.
001280*
001290******************************************************************
001300*  GL GENERATION WORK AREA.  POSTING LINES ('D') AND TAX LINES
001310*  ('X') GIVE THE AMOUNT AND ACCOUNT; THE TRAILER ('T') GIVES THE
001320*  GENERATION'S OWN COUNT AND SUM -- POSTING AND TAX LINES
001330*  SEPARATELY -- TO PROVE THE ROLL AGAINST.  HEADER AND SUMMARY
001340*  RECORDS ARE PASSED OVER.  A GENERATION FROM BEFORE SALES TAX
001350*  HAS NO TAX LINES AND A BLANK TAX TOTAL ON ITS TRAILER.
001360******************************************************************
001370 77  PC-GL-NAME                  PIC X(38)    VALUE SPACES.
001380 77  PC-GL-OPEN-SW               PIC X(01)           VALUE 'N'.
001390     88  PC-GL-OPENED                VALUE 'Y'.
001400 77  PC-GL-TRL-FOUND-SW          PIC X(01)           VALUE 'N'.
001410     88  PC-GL-TRAILER-FOUND         VALUE 'Y'.
001420 01  PC-GL-WORK.
001430     05  PC-GL-REC-TYPE          PIC X(01).
001440     05  FILLER                  PIC X(119).
001450 01  PC-GL-DETAIL REDEFINES PC-GL-WORK.
001460     05  FILLER                  PIC X(33).
001470     05  PC-GL-DET-P             PIC S9(28)V9(02)
001480             SIGN IS LEADING SEPARATE CHARACTER.
001490     05  FILLER                  PIC X(14).
001500     05  PC-GL-DET-ACCOUNT       PIC X(08).
001510     05  FILLER                  PIC X(34).
001520 01  PC-GL-TAX-LINE REDEFINES PC-GL-WORK.
001530     05  FILLER                  PIC X(13).
001540     05  PC-GL-TAX-AMOUNT        PIC S9(28)V9(02)
001550             SIGN IS LEADING SEPARATE CHARACTER.
001560     05  FILLER                  PIC X(45).
001570     05  PC-GL-TAX-ACCOUNT       PIC X(08).
001580     05  FILLER                  PIC X(23).
001590 01  PC-GL-TRAILER REDEFINES PC-GL-WORK.
001600     05  FILLER                  PIC X(01).
001610     05  PC-GL-TRL-COUNT         PIC 9(09).
001620     05  PC-GL-TRL-SUM           PIC S9(28)V9(02)
001630             SIGN IS LEADING SEPARATE CHARACTER.
001640     05  FILLER                  PIC X(09).
001650     05  PC-GL-TRL-TAX-COUNT     PIC 9(09).
001660     05  PC-GL-TRL-TAX-SUM       PIC S9(28)V9(02)
001670             SIGN IS LEADING SEPARATE CHARACTER.
001680     05  FILLER                  PIC X(30).
001690*
001700*    THE ACCOUNT AND AMOUNT OF THE 'D' OR 'X' LINE IN HAND.
001710 77  PC-LINE-ACCOUNT             PIC X(08)    VALUE SPACES.
001720 77  PC-LINE-AMOUNT              PIC S9(28)V9(02)    VALUE ZERO.
001730*
001740*    WHAT THE GENERATION IN HAND ROLLED, AND ITS VERDICT.
001750 77  PC-GEN-COUNT                PIC 9(09)           VALUE ZERO.
001760 77  PC-GEN-SUM                  PIC S9(28)V9(02)    VALUE ZERO.
001770 77  PC-GEN-TRL-COUNT            PIC 9(09)           VALUE ZERO.
001780 77  PC-GEN-TRL-SUM              PIC S9(28)V9(02)    VALUE ZERO.
001790 77  PC-GEN-VERDICT              PIC X(20)    VALUE SPACES.
001800*
001810******************************************************************
001820*  PERIOD ACCOUNT TABLE -- ONE ENTRY PER GL ACCOUNT POSTED IN THE
001830*  PERIOD, KEPT IN ACCOUNT ORDER AS ENTRIES ARE ADDED SO THE
001840*  JOURNAL COMES OUT SORTED.  A FULL TABLE STOPS THE CLOSE --
001850*  A JOURNAL MISSING AN ACCOUNT WOULD NOT BALANCE ANYWAY.
001860******************************************************************
001870 77  PC-ACC-MAX                  PIC 9(03)           VALUE 200.
001880 77  PC-ACC-SUB                  PIC 9(03) COMP      VALUE ZERO.
001890 77  PC-ACC-HIT                  PIC 9(03) COMP      VALUE ZERO.
001900 77  PC-ACC-POS                  PIC 9(03) COMP      VALUE ZERO.
001910 77  PC-ACC-FULL-SW              PIC X(01)           VALUE 'N'.
001920     88  PC-ACC-TABLE-FULL           VALUE 'Y'.
001930 77  PC-SUM-OVFL-SW              PIC X(01)           VALUE 'N'.
001940     88  PC-SUM-OVERFLOW             VALUE 'Y'.
001950 01  PC-ACC-TABLE.
001960     05  PC-ACC-COUNT            PIC 9(03)           VALUE ZERO.
001970     05  PC-ACC-ENTRY OCCURS 200 TIMES.
001980         10  PC-ACC-ACCOUNT      PIC X(08).
001990         10  PC-ACC-LINES        PIC 9(09).
002000         10  PC-ACC-AMOUNT       PIC S9(28)V9(02).
002010*
002020******************************************************************
002030*  PERIOD CONTROL TOTALS.  THE CONTROL FIGURES ARE THE SUM OF THE
002040*  GENERATIONS' OWN TRAILERS; THE JOURNAL FIGURES ARE SUMMED FROM
002050*  THE ACCOUNT TABLE AS ITS LINES ARE WRITTEN.  THE TWO MUST
002060*  AGREE BEFORE THE PERIOD IS LOCKED.
002070******************************************************************
002080 77  PC-GENS-ROLLED              PIC 9(05)           VALUE ZERO.
002090 77  PC-GENS-IN-ERROR            PIC 9(05)           VALUE ZERO.
002100 77  PC-CTL-COUNT                PIC 9(09)           VALUE ZERO.
002110 77  PC-CTL-SUM                  PIC S9(28)V9(02)    VALUE ZERO.
002120 77  PC-CTL-TAX-SUM              PIC S9(28)V9(02)    VALUE ZERO.
002130 77  PC-GEN-TRL-TAX-SUM          PIC S9(28)V9(02)    VALUE ZERO.
002140 77  PC-JNL-COUNT                PIC 9(09)           VALUE ZERO.
002150 77  PC-JNL-SUM                  PIC S9(28)V9(02)    VALUE ZERO.
002160*
002170******************************************************************
002180*  REPORT EDIT FIELDS.  THE SUMS PRINT AT FULL WIDTH, AS IN
002190*  MULTRECON.
002200******************************************************************
002210 77  PC-COUNT-ED                 PIC ZZZZZZZZ9.
002220 77  PC-SUM-ED                   PIC -9(28).99.
002230 77  PC-CTR-ED                   PIC ZZZZ9.
002240*
002250 PROCEDURE DIVISION.
002260*
002270******************************************************************
002280*  0000-MAINLINE
002290******************************************************************
002300 0000-MAINLINE.
002310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002320     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
002330     IF PC-ABORT-RUN
002340         GO TO 0000-EXIT
002350     END-IF.
002360     PERFORM 2500-WRITE-HEADING THRU 2500-EXIT.
002370     PERFORM 3000-ROLL-GENERATIONS THRU 3000-EXIT.
002380     PERFORM 5000-WRITE-ACCOUNT-LINES THRU 5000-EXIT.
002390     PERFORM 6000-FINALIZE THRU 6000-EXIT.
002400     CLOSE PERD-FILE, RPT-FILE.
002410     DISPLAY 'PERIOD CLOSE COMPLETE - SEE PERDRPT'.
002420 0000-EXIT.
002430     STOP RUN.
002440*
002450******************************************************************
002460*  1000-INITIALIZE -- THE PERIOD TO CLOSE, AND THIS RUN'S STAMP.
002470******************************************************************
002480 1000-INITIALIZE.
002490     DISPLAY 'PERIOD TO CLOSE (YYYYMM) ?'.
002500     ACCEPT PC-PERIOD-IN.
002510     IF PC-PERIOD-IN NOT NUMERIC
002520         DISPLAY 'PERIOD MUST BE SIX DIGITS'
002530         GO TO 1000-INITIALIZE
002540     END-IF.
002550     MOVE PC-PERIOD-IN(5:2) TO PC-MONTH-IN.
002560     IF PC-MONTH-IN < 1 OR PC-MONTH-IN > 12
002570         DISPLAY 'MONTH MUST BE 01 THROUGH 12'
002580         GO TO 1000-INITIALIZE
002590     END-IF.
002600     ACCEPT PC-RUN-DATE FROM DATE YYYYMMDD.
002610     ACCEPT PC-JOB-ID   FROM TIME.
002620     MOVE SPACES TO PC-PJ-NAME.
002630     STRING 'MULTPJ.' PC-PERIOD-IN
002640         DELIMITED BY SIZE INTO PC-PJ-NAME.
002650 1000-EXIT.
002660     EXIT.
002670*
002680******************************************************************
002690*  2000-OPEN-FILES -- THE PERIOD MUST BE ON THE CALENDAR AND
002700*  CLOSED: AN OPEN PERIOD CAN STILL TAKE POSTINGS, SO ITS
002710*  JOURNAL WOULD BE OUT OF DATE BY MORNING, AND A LOCKED ONE
002720*  ALREADY HAS ITS JOURNAL.  PERDMST STAYS OPEN FOR THE LOCK.
002730*  THE REGISTER IS OPENED IN 3000.
002740******************************************************************
002750 2000-OPEN-FILES.
002760     OPEN I-O PERD-FILE.
002770     IF PC-PERD-FILE-STATUS NOT = '00'
002780         DISPLAY 'PERDMST NOT AVAILABLE - STATUS '
002790             PC-PERD-FILE-STATUS
002800         DISPLAY 'PERIOD CLOSE ABORTED - NOTHING CHANGED'
002810         SET PC-ABORT-RUN TO TRUE
002820         GO TO 2000-EXIT
002830     END-IF.
002840     MOVE PC-PERIOD-IN TO PD-PERIOD.
002850     READ PERD-FILE
002860         INVALID KEY
002870             DISPLAY 'PERIOD ' PC-PERIOD-IN ' IS NOT ON PERDMST'
002880                 ' - CLOSE IT WITH PERDMAINT FIRST'
002890             DISPLAY 'PERIOD CLOSE ABORTED - NOTHING CHANGED'
002900             CLOSE PERD-FILE
002910             SET PC-ABORT-RUN TO TRUE
002920             GO TO 2000-EXIT
002930     END-READ.
002940     IF PD-OPEN
002950         DISPLAY 'PERIOD ' PC-PERIOD-IN ' IS STILL OPEN - '
002960             'CLOSE IT WITH PERDMAINT FIRST'
002970         DISPLAY 'PERIOD CLOSE ABORTED - NOTHING CHANGED'
002980         CLOSE PERD-FILE
002990         SET PC-ABORT-RUN TO TRUE
003000         GO TO 2000-EXIT
003010     END-IF.
003020     IF PD-LOCKED
003030         DISPLAY 'PERIOD ' PC-PERIOD-IN ' IS ALREADY LOCKED - '
003040             'JOURNAL ' PD-JOURNAL-RUN-DATE ' JOB '
003050             PD-JOURNAL-JOB-ID
003060         DISPLAY 'PERIOD CLOSE ABORTED - NOTHING CHANGED'
003070         CLOSE PERD-FILE
003080         SET PC-ABORT-RUN TO TRUE
003090         GO TO 2000-EXIT
003100     END-IF.
003110     OPEN OUTPUT RPT-FILE.
003120     IF PC-RPT-FILE-STATUS NOT = '00'
003130         DISPLAY 'PERDRPT OPEN FAILED - STATUS '
003140             PC-RPT-FILE-STATUS
003150         DISPLAY 'PERIOD CLOSE ABORTED - NOTHING CHANGED'
003160         CLOSE PERD-FILE
003170         SET PC-ABORT-RUN TO TRUE
003180     END-IF.
003190 2000-EXIT.
003200     EXIT.
003210*
003220******************************************************************
003230*  2500-WRITE-HEADING -- TITLE, PERIOD, RUN, AND COLUMN HEADER.
003240******************************************************************
003250 2500-WRITE-HEADING.
003260     MOVE 'ACCOUNTING PERIOD CLOSE' TO RPT-RECORD.
003270     WRITE RPT-RECORD.
003280     MOVE SPACE TO RPT-RECORD.
003290     STRING 'PERIOD...................: ' PC-PERIOD-IN
003300         DELIMITED BY SIZE INTO RPT-RECORD.
003310     WRITE RPT-RECORD.
003320     MOVE SPACE TO RPT-RECORD.
003330     STRING 'CLOSE RUN................: ' PC-RUN-DATE ' JOB '
003340         PC-JOB-ID
003350         DELIMITED BY SIZE INTO RPT-RECORD.
003360     WRITE RPT-RECORD.
003370     MOVE SPACES TO RPT-RECORD.
003380     WRITE RPT-RECORD.
003390     MOVE SPACES TO RPT-RECORD.
003400     MOVE 'BATCH ID     S RUN DATE JOB          LINES VERDICT'
003410         TO RPT-RECORD(1:49).
003420     WRITE RPT-RECORD.
003430 2500-EXIT.
003440     EXIT.
003450*
003460******************************************************************
003470*  3000-ROLL-GENERATIONS -- ONE PASS OVER THE REGISTER.  NO
003480*  REGISTER MEANS NO BATCH HAS EVER POSTED, SO THE PERIOD HAS
003490*  NOTHING TO ROLL -- AN ANSWER, NOT A CRASH.
003500******************************************************************
003510 3000-ROLL-GENERATIONS.
003520     MOVE 'N' TO PC-BREG-EOF-SW.
003530     OPEN INPUT BREG-FILE.
003540     IF PC-BREG-FILE-STATUS NOT = '00'
003550         DISPLAY 'MULTBREG NOT AVAILABLE - STATUS '
003560             PC-BREG-FILE-STATUS
003570         DISPLAY 'NO GENERATIONS TO ROLL FOR ' PC-PERIOD-IN
003580         GO TO 3000-EXIT
003590     END-IF.
003600     PERFORM 3100-CHECK-ONE-ROW THRU 3100-EXIT
003610         WITH TEST AFTER
003620         UNTIL PC-BREG-NO-MORE-ROWS.
003630     CLOSE BREG-FILE.
003640 3000-EXIT.
003650     EXIT.
003660*
003670******************************************************************
003680*  3100-CHECK-ONE-ROW -- A REGISTER ROW WHOSE RUN POSTED INTO THE
003690*  PERIOD.  A ROW WRITTEN BEFORE THE PERIOD CALENDAR CARRIES NO
003700*  PERIOD AND POSTED IN ITS BUSINESS DATE'S MONTH.
003710******************************************************************
003720 3100-CHECK-ONE-ROW.
003730     READ BREG-FILE
003740         AT END
003750             MOVE 'Y' TO PC-BREG-EOF-SW
003760     END-READ.
003770     IF PC-BREG-NO-MORE-ROWS
003780         GO TO 3100-EXIT
003790     END-IF.
003800     IF NOT BREG-COMPLETED
003810        AND NOT BREG-REVERSED
003820        AND NOT BREG-REVERSAL
003830        AND NOT BREG-RESUBMISSION
003840         GO TO 3100-EXIT
003850     END-IF.
003860     IF BREG-PERIOD = SPACES
003870         MOVE BREG-BUS-DATE(1:6) TO PC-ROW-PERIOD
003880     ELSE
003890         MOVE BREG-PERIOD TO PC-ROW-PERIOD
003900     END-IF.
003910     IF PC-ROW-PERIOD NOT = PC-PERIOD-IN
003920         GO TO 3100-EXIT
003930     END-IF.
003940     PERFORM 4000-ROLL-ONE-GENERATION THRU 4000-EXIT.
003950 3100-EXIT.
003960     EXIT.
003970*
003980******************************************************************
003990*  4000-ROLL-ONE-GENERATION -- OPEN THE ROW'S STAMPED MULTGL
004000*  GENERATION, ROLL ITS POSTING LINES INTO THE ACCOUNT TABLE,
004010*  AND PROVE WHAT WAS ROLLED AGAINST ITS TRAILER.  A MISSING
004020*  GENERATION, A TRAILERLESS ONE, OR ONE THAT DISAGREES WITH
004030*  ITS OWN TRAILER STOPS THE PERIOD FROM LOCKING.
004040******************************************************************
004050 4000-ROLL-ONE-GENERATION.
004060     MOVE SPACES TO PC-GL-NAME.
004070     STRING 'MULTGL.' BREG-RUN-DATE '.' BREG-JOB-ID
004080         DELIMITED BY SIZE INTO PC-GL-NAME.
004090     MOVE ZERO TO PC-GEN-COUNT, PC-GEN-SUM.
004100     MOVE ZERO TO PC-GEN-TRL-COUNT, PC-GEN-TRL-SUM.
004110     MOVE ZERO TO PC-GEN-TRL-TAX-SUM.
004120     MOVE 'ROLLED' TO PC-GEN-VERDICT.
004130     MOVE 'N' TO PC-GL-EOF-SW.
004140     MOVE 'N' TO PC-GL-TRL-FOUND-SW.
004150     MOVE 'N' TO PC-GL-OPEN-SW.
004160     OPEN INPUT GL-FILE.
004170     IF PC-GL-FILE-STATUS = '00'
004180         SET PC-GL-OPENED TO TRUE
004190         PERFORM 4100-ROLL-ONE-GL-RECORD THRU 4100-EXIT
004200             WITH TEST AFTER
004210             UNTIL PC-GL-NO-MORE-ROWS
004220         CLOSE GL-FILE
004230     END-IF.
004240     IF NOT PC-GL-OPENED
004250         MOVE 'GL EXTRACT MISSING' TO PC-GEN-VERDICT
004260     ELSE
004270         IF NOT PC-GL-TRAILER-FOUND
004280             MOVE 'GL TRAILER MISSING' TO PC-GEN-VERDICT
004290         ELSE
004300             IF PC-GEN-COUNT NOT = PC-GEN-TRL-COUNT
004310                OR PC-GEN-SUM NOT = PC-GEN-TRL-SUM
004320                 MOVE 'DISAGREES - TRAILER' TO PC-GEN-VERDICT
004330             END-IF
004340         END-IF
004350     END-IF.
004360     IF PC-GEN-VERDICT = 'ROLLED'
004370         ADD 1 TO PC-GENS-ROLLED
004380         ADD PC-GEN-TRL-COUNT TO PC-CTL-COUNT
004390         ADD PC-GEN-TRL-SUM TO PC-CTL-SUM
004400             ON SIZE ERROR
004410                 SET PC-SUM-OVERFLOW TO TRUE
004420         END-ADD
004430         ADD PC-GEN-TRL-TAX-SUM TO PC-CTL-TAX-SUM
004440             ON SIZE ERROR
004450                 SET PC-SUM-OVERFLOW TO TRUE
004460         END-ADD
004470     ELSE
004480         ADD 1 TO PC-GENS-IN-ERROR
004490         SET PC-CLOSE-PROBLEM TO TRUE
004500     END-IF.
004510     MOVE PC-GEN-COUNT TO PC-COUNT-ED.
004520     MOVE SPACE TO RPT-RECORD.
004530     STRING BREG-BATCH-ID ' ' BREG-STATUS ' ' BREG-RUN-DATE ' '
004540         BREG-JOB-ID ' ' PC-COUNT-ED ' ' PC-GEN-VERDICT
004550         DELIMITED BY SIZE INTO RPT-RECORD.
004560     WRITE RPT-RECORD.
004570 4000-EXIT.
004580     EXIT.
004590*
004600******************************************************************
004610*  4100-ROLL-ONE-GL-RECORD -- ONE RECORD OF THE GENERATION.  THE
004620*  TRAILER'S TAX LINES AND TAX ARE ADDED INTO ITS COUNT AND SUM,
004630*  SINCE THE ROLL COUNTS AND SUMS BOTH KINDS OF LINE.
004640******************************************************************
004650 4100-ROLL-ONE-GL-RECORD.
004660     READ GL-FILE
004670         AT END
004680             MOVE 'Y' TO PC-GL-EOF-SW
004690     END-READ.
004700     IF PC-GL-NO-MORE-ROWS
004710         GO TO 4100-EXIT
004720     END-IF.
004730     MOVE GL-RECORD TO PC-GL-WORK.
004740     IF PC-GL-REC-TYPE = 'T'
004750         SET PC-GL-TRAILER-FOUND TO TRUE
004760         MOVE PC-GL-TRL-COUNT TO PC-GEN-TRL-COUNT
004770         MOVE PC-GL-TRL-SUM TO PC-GEN-TRL-SUM
004780         IF PC-GL-TRL-TAX-COUNT NUMERIC
004790             ADD PC-GL-TRL-TAX-COUNT TO PC-GEN-TRL-COUNT
004800         END-IF
004810         IF PC-GL-TRL-TAX-SUM NUMERIC
004820             MOVE PC-GL-TRL-TAX-SUM TO PC-GEN-TRL-TAX-SUM
004830             ADD PC-GL-TRL-TAX-SUM TO PC-GEN-TRL-SUM
004840                 ON SIZE ERROR
004850                     SET PC-SUM-OVERFLOW TO TRUE
004860             END-ADD
004870         END-IF
004880         GO TO 4100-EXIT
004890     END-IF.
004900     IF PC-GL-REC-TYPE = 'D'
004910         MOVE PC-GL-DET-ACCOUNT TO PC-LINE-ACCOUNT
004920         MOVE PC-GL-DET-P TO PC-LINE-AMOUNT
004930     ELSE
004940         IF PC-GL-REC-TYPE = 'X'
004950             MOVE PC-GL-TAX-ACCOUNT TO PC-LINE-ACCOUNT
004960             MOVE PC-GL-TAX-AMOUNT TO PC-LINE-AMOUNT
004970         ELSE
004980             GO TO 4100-EXIT
004990         END-IF
005000     END-IF.
005010     ADD 1 TO PC-GEN-COUNT.
005020     ADD PC-LINE-AMOUNT TO PC-GEN-SUM
005030         ON SIZE ERROR
005040             SET PC-SUM-OVERFLOW TO TRUE
005050     END-ADD.
005060     PERFORM 4200-FIND-ACCOUNT-ENTRY THRU 4200-EXIT.
005070     IF PC-ACC-HIT = 0
005080         GO TO 4100-EXIT
005090     END-IF.
005100     ADD 1 TO PC-ACC-LINES (PC-ACC-HIT).
005110     ADD PC-LINE-AMOUNT TO PC-ACC-AMOUNT (PC-ACC-HIT)
005120         ON SIZE ERROR
005130             SET PC-SUM-OVERFLOW TO TRUE
005140     END-ADD.
005150 4100-EXIT.
005160     EXIT.
005170*
005180******************************************************************
005190*  4200-FIND-ACCOUNT-ENTRY -- THE LINE'S ACCOUNT IN THE
005200*  TABLE, INSERTED IN ACCOUNT ORDER ON FIRST SIGHT.  PC-ACC-POS
005210*  ENDS ON THE FIRST ENTRY NOT LOWER THAN THE ACCOUNT.
005220******************************************************************
005230 4200-FIND-ACCOUNT-ENTRY.
005240     MOVE ZERO TO PC-ACC-HIT.
005250     MOVE 1 TO PC-ACC-POS.
005260     IF PC-ACC-COUNT > 0
005270         PERFORM 4250-SKIP-LOWER-ACCOUNT THRU 4250-EXIT
005280             UNTIL PC-ACC-POS > PC-ACC-COUNT
005290                OR PC-ACC-ACCOUNT (PC-ACC-POS)
005300                       NOT < PC-LINE-ACCOUNT
005310     END-IF.
005320     IF PC-ACC-POS NOT > PC-ACC-COUNT
005330        AND PC-ACC-ACCOUNT (PC-ACC-POS) = PC-LINE-ACCOUNT
005340         MOVE PC-ACC-POS TO PC-ACC-HIT
005350         GO TO 4200-EXIT
005360     END-IF.
005370     IF PC-ACC-COUNT >= PC-ACC-MAX
005380         SET PC-ACC-TABLE-FULL TO TRUE
005390         SET PC-CLOSE-PROBLEM TO TRUE
005400         GO TO 4200-EXIT
005410     END-IF.
005420     MOVE PC-ACC-COUNT TO PC-ACC-SUB.
005430     IF PC-ACC-COUNT > 0
005440         PERFORM 4260-SHIFT-ONE-ENTRY THRU 4260-EXIT
005450             UNTIL PC-ACC-SUB < PC-ACC-POS
005460     END-IF.
005470     ADD 1 TO PC-ACC-COUNT.
005480     MOVE PC-ACC-POS TO PC-ACC-HIT.
005490     MOVE PC-LINE-ACCOUNT TO PC-ACC-ACCOUNT (PC-ACC-HIT).
005500     MOVE ZERO TO PC-ACC-LINES (PC-ACC-HIT).
005510     MOVE ZERO TO PC-ACC-AMOUNT (PC-ACC-HIT).
005520 4200-EXIT.
005530     EXIT.
005540*
005550 4250-SKIP-LOWER-ACCOUNT.
005560     ADD 1 TO PC-ACC-POS.
005570 4250-EXIT.
005580     EXIT.
005590*
005600*    MOVES ONE ENTRY UP A SLOT, WORKING DOWN FROM THE TOP, TO OPEN
005610*    THE INSERTION SLOT AT PC-ACC-POS.
005620 4260-SHIFT-ONE-ENTRY.
005630     MOVE PC-ACC-ENTRY (PC-ACC-SUB)
005640         TO PC-ACC-ENTRY (PC-ACC-SUB + 1).
005650     SUBTRACT 1 FROM PC-ACC-SUB.
005660 4260-EXIT.
005670     EXIT.
005680*
005690******************************************************************
005700*  5000-WRITE-ACCOUNT-LINES -- THE ROLLED ACCOUNTS ON THE REPORT,
005710*  SUMMING THE JOURNAL FIGURES AS THEY GO.  A BLANK ACCOUNT IS
005720*  THE LINES THAT POSTED WITH NO ACCOUNT MAPPED.
005730******************************************************************
005740 5000-WRITE-ACCOUNT-LINES.
005750     MOVE ZERO TO PC-JNL-COUNT, PC-JNL-SUM.
005760     MOVE SPACES TO RPT-RECORD.
005770     WRITE RPT-RECORD.
005780     MOVE SPACES TO RPT-RECORD.
005790     MOVE 'ACCOUNT      LINES AMOUNT' TO RPT-RECORD(1:25).
005800     WRITE RPT-RECORD.
005810     IF PC-ACC-COUNT > 0
005820         PERFORM 5100-WRITE-ONE-ACCOUNT THRU 5100-EXIT
005830             VARYING PC-ACC-SUB FROM 1 BY 1
005840             UNTIL PC-ACC-SUB > PC-ACC-COUNT
005850     END-IF.
005860 5000-EXIT.
005870     EXIT.
005880*
005890 5100-WRITE-ONE-ACCOUNT.
005900     ADD PC-ACC-LINES (PC-ACC-SUB) TO PC-JNL-COUNT.
005910     ADD PC-ACC-AMOUNT (PC-ACC-SUB) TO PC-JNL-SUM
005920         ON SIZE ERROR
005930             SET PC-SUM-OVERFLOW TO TRUE
005940     END-ADD.
005950     MOVE PC-ACC-LINES (PC-ACC-SUB) TO PC-COUNT-ED.
005960     MOVE PC-ACC-AMOUNT (PC-ACC-SUB) TO PC-SUM-ED.
005970     MOVE SPACE TO RPT-RECORD.
005980     IF PC-ACC-ACCOUNT (PC-ACC-SUB) = SPACES
005990         STRING '(NONE)   ' PC-COUNT-ED ' ' PC-SUM-ED
006000             DELIMITED BY SIZE INTO RPT-RECORD
006010     ELSE
006020         STRING PC-ACC-ACCOUNT (PC-ACC-SUB) ' ' PC-COUNT-ED ' '
006030             PC-SUM-ED
006040             DELIMITED BY SIZE INTO RPT-RECORD
006050     END-IF.
006060     WRITE RPT-RECORD.
006070 5100-EXIT.
006080     EXIT.
006090*
006100******************************************************************
006110*  6000-FINALIZE -- THE CONTROL AND JOURNAL FIGURES, AND THE
006120*  OUTCOME.  A CLEAN, BALANCED ROLL WRITES THE JOURNAL AND LOCKS
006130*  THE PERIOD; ANYTHING ELSE LEAVES BOTH ALONE.
006140******************************************************************
006150 6000-FINALIZE.
006160     IF PC-SUM-OVERFLOW OR PC-ACC-TABLE-FULL
006170         SET PC-CLOSE-PROBLEM TO TRUE
006180     END-IF.
006190     IF PC-JNL-COUNT NOT = PC-CTL-COUNT
006200        OR PC-JNL-SUM NOT = PC-CTL-SUM
006210         SET PC-CLOSE-PROBLEM TO TRUE
006220     END-IF.
006230     PERFORM 6100-WRITE-TOTALS THRU 6100-EXIT.
006240     IF NOT PC-CLOSE-PROBLEM
006250         PERFORM 6200-WRITE-JOURNAL THRU 6200-EXIT
006260     END-IF.
006270     IF NOT PC-CLOSE-PROBLEM
006280         PERFORM 6300-LOCK-PERIOD THRU 6300-EXIT
006290     END-IF.
006300     MOVE SPACES TO RPT-RECORD.
006310     WRITE RPT-RECORD.
006320     MOVE SPACE TO RPT-RECORD.
006330     IF PC-CLOSE-PROBLEM
006340         MOVE '*** PERIOD NOT LOCKED ***' TO RPT-RECORD
006350         DISPLAY 'PERIOD ' PC-PERIOD-IN
006360             ' NOT LOCKED - SEE PERDRPT'
006370     ELSE
006380         STRING 'JOURNAL WRITTEN TO ' PC-PJ-NAME
006390             DELIMITED BY SIZE INTO RPT-RECORD
006400         WRITE RPT-RECORD
006410         MOVE SPACE TO RPT-RECORD
006420         STRING 'PERIOD ' PC-PERIOD-IN ' LOCKED'
006430             DELIMITED BY SIZE INTO RPT-RECORD
006440         DISPLAY 'PERIOD ' PC-PERIOD-IN ' LOCKED - JOURNAL '
006450             PC-PJ-NAME
006460     END-IF.
006470     WRITE RPT-RECORD.
006480 6000-EXIT.
006490     EXIT.
006500*
006510 6100-WRITE-TOTALS.
006520     MOVE SPACES TO RPT-RECORD.
006530     WRITE RPT-RECORD.
006540     MOVE PC-GENS-ROLLED TO PC-CTR-ED.
006550     MOVE SPACE TO RPT-RECORD.
006560     STRING 'GENERATIONS ROLLED.......: ' PC-CTR-ED
006570         DELIMITED BY SIZE INTO RPT-RECORD.
006580     WRITE RPT-RECORD.
006590     MOVE PC-GENS-IN-ERROR TO PC-CTR-ED.
006600     MOVE SPACE TO RPT-RECORD.
006610     STRING 'GENERATIONS IN ERROR.....: ' PC-CTR-ED
006620         DELIMITED BY SIZE INTO RPT-RECORD.
006630     WRITE RPT-RECORD.
006640     MOVE PC-ACC-COUNT TO PC-CTR-ED.
006650     MOVE SPACE TO RPT-RECORD.
006660     STRING 'ACCOUNTS.................: ' PC-CTR-ED
006670         DELIMITED BY SIZE INTO RPT-RECORD.
006680     WRITE RPT-RECORD.
006690     MOVE PC-CTL-COUNT TO PC-COUNT-ED.
006700     MOVE SPACE TO RPT-RECORD.
006710     STRING 'CONTROL LINE COUNT.......: ' PC-COUNT-ED
006720         DELIMITED BY SIZE INTO RPT-RECORD.
006730     WRITE RPT-RECORD.
006740     MOVE PC-CTL-SUM TO PC-SUM-ED.
006750     MOVE SPACE TO RPT-RECORD.
006760     STRING 'CONTROL AMOUNT...........: ' PC-SUM-ED
006770         DELIMITED BY SIZE INTO RPT-RECORD.
006780     WRITE RPT-RECORD.
006790     MOVE PC-CTL-TAX-SUM TO PC-SUM-ED.
006800     MOVE SPACE TO RPT-RECORD.
006810     STRING '  OF WHICH SALES TAX.....: ' PC-SUM-ED
006820         DELIMITED BY SIZE INTO RPT-RECORD.
006830     WRITE RPT-RECORD.
006840     MOVE PC-JNL-COUNT TO PC-COUNT-ED.
006850     MOVE SPACE TO RPT-RECORD.
006860     STRING 'JOURNAL LINE COUNT.......: ' PC-COUNT-ED
006870         DELIMITED BY SIZE INTO RPT-RECORD.
006880     WRITE RPT-RECORD.
006890     MOVE PC-JNL-SUM TO PC-SUM-ED.
006900     MOVE SPACE TO RPT-RECORD.
006910     STRING 'JOURNAL AMOUNT...........: ' PC-SUM-ED
006920         DELIMITED BY SIZE INTO RPT-RECORD.
006930     WRITE RPT-RECORD.
006940     IF PC-ACC-TABLE-FULL
006950         MOVE 'WARNING - MORE ACCOUNTS IN THE PERIOD THAN THE '
006960             TO RPT-RECORD
006970         STRING 'TABLE HOLDS'
006980             DELIMITED BY SIZE INTO RPT-RECORD(48:)
006990         WRITE RPT-RECORD
007000     END-IF.
007010     IF PC-SUM-OVERFLOW
007020         MOVE 'WARNING - A PERIOD SUM OVERFLOWED ITS '
007030             TO RPT-RECORD
007040         STRING 'ACCUMULATOR'
007050             DELIMITED BY SIZE INTO RPT-RECORD(39:)
007060         WRITE RPT-RECORD
007070     END-IF.
007080 6100-EXIT.
007090     EXIT.
007100*
007110******************************************************************
007120*  6200-WRITE-JOURNAL -- HEADER, ONE LINE PER ACCOUNT, TRAILER.
007130*  A JOURNAL THAT CANNOT BE WRITTEN LEAVES THE PERIOD UNLOCKED.
007140******************************************************************
007150 6200-WRITE-JOURNAL.
007160     OPEN OUTPUT PJ-FILE.
007170     IF PC-PJ-FILE-STATUS NOT = '00'
007180         DISPLAY PC-PJ-NAME ' OPEN FAILED - STATUS '
007190             PC-PJ-FILE-STATUS
007200         SET PC-CLOSE-PROBLEM TO TRUE
007210         GO TO 6200-EXIT
007220     END-IF.
007230     MOVE SPACES TO PJ-HEADER-RECORD.
007240     MOVE 'H' TO PJ-HDR-REC-TYPE.
007250     MOVE PC-PERIOD-IN   TO PJ-HDR-PERIOD.
007260     MOVE PC-RUN-DATE    TO PJ-HDR-RUN-DATE.
007270     MOVE PC-JOB-ID      TO PJ-HDR-JOB-ID.
007280     MOVE PC-GENS-ROLLED TO PJ-HDR-GEN-COUNT.
007290     MOVE PC-CTL-COUNT   TO PJ-HDR-CTL-COUNT.
007300     MOVE PC-CTL-SUM     TO PJ-HDR-CTL-AMOUNT.
007310     WRITE PJ-HEADER-RECORD.
007320     IF PC-ACC-COUNT > 0
007330         PERFORM 6250-WRITE-ONE-JOURNAL-LINE THRU 6250-EXIT
007340             VARYING PC-ACC-SUB FROM 1 BY 1
007350             UNTIL PC-ACC-SUB > PC-ACC-COUNT
007360     END-IF.
007370     MOVE SPACES TO PJ-TRAILER-RECORD.
007380     MOVE 'T' TO PJ-TRL-REC-TYPE.
007390     MOVE PC-ACC-COUNT TO PJ-TRL-ACCOUNTS.
007400     MOVE PC-JNL-COUNT TO PJ-TRL-COUNT.
007410     MOVE PC-JNL-SUM   TO PJ-TRL-AMOUNT.
007420     WRITE PJ-TRAILER-RECORD.
007430     CLOSE PJ-FILE.
007440 6200-EXIT.
007450     EXIT.
007460*
007470 6250-WRITE-ONE-JOURNAL-LINE.
007480     MOVE SPACES TO PJ-ACCOUNT-RECORD.
007490     MOVE 'A' TO PJ-ACC-REC-TYPE.
007500     MOVE PC-ACC-ACCOUNT (PC-ACC-SUB) TO PJ-ACC-ACCOUNT.
007510     MOVE PC-ACC-LINES (PC-ACC-SUB)   TO PJ-ACC-COUNT.
007520     MOVE PC-ACC-AMOUNT (PC-ACC-SUB)  TO PJ-ACC-AMOUNT.
007530     WRITE PJ-ACCOUNT-RECORD.
007540 6250-EXIT.
007550     EXIT.
007560*
007570******************************************************************
007580*  6300-LOCK-PERIOD -- MARKS THE PERIOD LOCKED, NAMING THIS RUN
007590*  AS THE ONE THAT PRODUCED ITS JOURNAL.
007600******************************************************************
007610 6300-LOCK-PERIOD.
007620     MOVE 'L'         TO PD-STATUS.
007630     MOVE PC-RUN-DATE TO PD-CHANGE-DATE.
007640     MOVE PC-RUN-DATE TO PD-JOURNAL-RUN-DATE.
007650     MOVE PC-JOB-ID   TO PD-JOURNAL-JOB-ID.
007660     REWRITE PD-PERIOD-RECORD
007670         INVALID KEY
007680             DISPLAY 'PERDMST REWRITE FAILED - STATUS '
007690                 PC-PERD-FILE-STATUS
007700             DISPLAY 'WARNING - JOURNAL ' PC-PJ-NAME
007710                 ' WRITTEN BUT PERIOD NOT LOCKED'
007720             SET PC-CLOSE-PROBLEM TO TRUE
007730     END-REWRITE.
007740 6300-EXIT.
007750     EXIT.
007760*
007770 END PROGRAM PERDCLOSE.
