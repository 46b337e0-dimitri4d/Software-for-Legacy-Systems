000010******************************************************************
000020*  D. FREDERICK
000030*  CIS3190 A4  --  COBOL
000040*
000050*  PROGRAM-ID.  PARTMAINT
000060*
000070*  TRADING-PARTNER MASTER MAINTENANCE.  ADDS, CHANGES, SUSPENDS
000080*  AND REINSTATES THE SENDING SYSTEMS ON THE PARTMST FILE
000090*  (PARTREC LAYOUT, INDEXED ON THE SOURCE CODE) THAT
000100*  MULTIPLICATION CHECKS EVERY BATCH HEADER AGAINST.  MAINTAINED
000110*  IN PLACE, ONE WRITE OR REWRITE PER FUNCTION, THE SAME WAY
000120*  CURRMAINT KEEPS THE RATE MASTER.  A NEW PARTNER GOES ON FILE
000130*  ACTIVE; A CHANGE RE-KEYS THE PROFILE BUT LEAVES THE STATUS
000140*  ALONE, SO A SUSPENDED PARTNER STAYS SUSPENDED UNTIL IT IS
000150*  REINSTATED HERE.  PARTNERS ARE NEVER DELETED -- A SOURCE THAT
000160*  HAS STOPPED SENDING IS SUSPENDED, WHICH KEEPS ITS PROFILE FOR
000170*  THE CONTROL REPORTS OF BATCHES ALREADY RUN.
000180*
000190*  MODIFICATION HISTORY
000200*  ------------------------------------------------------
000210*  2026-10-15  DF   ORIGINAL VERSION.
000220*
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.       PARTMAINT.
000260 AUTHOR.           D. FREDERICK.
000270 INSTALLATION.     CIS3190.
000280 DATE-WRITTEN.     2026-10-15.
000290 DATE-COMPILED.
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.  GNUCOBOL.
000340 OBJECT-COMPUTER.  GNUCOBOL.
000350*
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PART-FILE
000390         ASSIGN TO "PARTMST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS PT-SOURCE
000430         FILE STATUS IS PA-PART-FILE-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470*
000480 FD  PART-FILE.
000490     COPY PARTREC.
000500*
000510 WORKING-STORAGE SECTION.
000520*
000530******************************************************************
000540*  FILE STATUS FIELDS.
000550******************************************************************
000560 77  PA-PART-FILE-STATUS         PIC X(02)           VALUE '00'.
000570*
000580******************************************************************
000590*  SESSION CONTROL SWITCHES.
000600******************************************************************
000610 77  PA-COMMAND                  PIC X(01)           VALUE SPACE.
000620     88  PA-CMD-ADD                  VALUE 'A'.
000630     88  PA-CMD-SUSPEND              VALUE 'S'.
000640     88  PA-CMD-REINSTATE            VALUE 'R'.
000650     88  PA-CMD-LIST                 VALUE 'L'.
000660     88  PA-CMD-QUIT                 VALUE 'Q'.
000670 77  PA-ABORT-SW                 PIC X(01)           VALUE 'N'.
000680     88  PA-ABORT-SESSION            VALUE 'Y'.
000690 77  PA-FOUND-SW                 PIC X(01)           VALUE 'N'.
000700     88  PA-PARTNER-ON-FILE          VALUE 'Y'.
000710 77  PA-LIST-EOF-SW              PIC X(01)           VALUE 'N'.
000720     88  PA-LIST-DONE                VALUE 'Y'.
000730 77  PA-CURR-END-SW              PIC X(01)           VALUE 'N'.
000740     88  PA-CURR-LIST-DONE           VALUE 'Y'.
000750*
000760******************************************************************
000770*  OPERATOR ENTRY FIELDS AND LIST COUNTERS.
000780******************************************************************
000790 77  PA-SOURCE-IN                PIC X(08).
000800 77  PA-NAME-IN                  PIC X(30).
000810 77  PA-DETAIL-IN                PIC X(01).
000820     88  PA-DETAIL-VALID             VALUE 'B' 'I'.
000830 77  PA-ACK-IN                   PIC X(38).
000840 77  PA-TODAY                    PIC X(08).
000850 77  PA-STATUS-TEXT              PIC X(09).
000860 77  PA-CURR-SUB                 PIC 9(02)  COMP     VALUE ZERO.
000870 77  PA-CURR-MAX                 PIC 9(02)  COMP     VALUE 8.
000880 77  PA-CURR-NO                  PIC 9(01).
000890 77  PA-LIST-CTR                 PIC 9(05)           VALUE ZERO.
000900 01  PA-CURR-IN-AREA.
000910     05  PA-CURR-IN              PIC X(03) OCCURS 8 TIMES.
000920*
000930 PROCEDURE DIVISION.
000940*
000950******************************************************************
000960*  0000-MAINLINE
000970******************************************************************
000980 0000-MAINLINE.
000990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001000     IF PA-ABORT-SESSION
001010         GO TO 0000-EXIT
001020     END-IF.
001030     PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
001040         WITH TEST AFTER
001050         UNTIL PA-CMD-QUIT.
001060     CLOSE PART-FILE.
001070 0000-EXIT.
001080     STOP RUN.
001090*
001100******************************************************************
001110*  1000-INITIALIZE -- OPEN THE PARTNER MASTER FOR IN-PLACE
001120*  UPDATE, CREATING IT EMPTY ON THE FIRST SESSION, THE SAME WAY
001130*  CURRMAINT OPENS THE RATE MASTER.  IT IS CREATED ONLY WHEN IT
001140*  DOES NOT EXIST (STATUS 35) -- AN EMPTIED MASTER WOULD REFUSE
001150*  EVERY PARTNER'S BATCHES -- AND ANY OTHER OPEN FAILURE ABORTS
001160*  THE SESSION.
001170******************************************************************
001180 1000-INITIALIZE.
001190     ACCEPT PA-TODAY FROM DATE YYYYMMDD.
001200     OPEN I-O PART-FILE.
001210     IF PA-PART-FILE-STATUS = '00'
001220         GO TO 1000-EXIT
001230     END-IF.
001240     IF PA-PART-FILE-STATUS NOT = '35'
001250         DISPLAY 'PARTMST OPEN FAILED - STATUS '
001260             PA-PART-FILE-STATUS
001270         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
001280         SET PA-ABORT-SESSION TO TRUE
001290         GO TO 1000-EXIT
001300     END-IF.
001310     DISPLAY 'PARTMST NOT FOUND - STARTING A NEW PARTNER MASTER'.
001320     OPEN OUTPUT PART-FILE.
001330     IF PA-PART-FILE-STATUS NOT = '00'
001340         DISPLAY 'PARTMST CREATE FAILED - STATUS '
001350             PA-PART-FILE-STATUS
001360         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
001370         SET PA-ABORT-SESSION TO TRUE
001380         GO TO 1000-EXIT
001390     END-IF.
001400     CLOSE PART-FILE.
001410     OPEN I-O PART-FILE.
001420     IF PA-PART-FILE-STATUS NOT = '00'
001430         DISPLAY 'PARTMST OPEN FAILED - STATUS '
001440             PA-PART-FILE-STATUS
001450         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
001460         SET PA-ABORT-SESSION TO TRUE
001470     END-IF.
001480 1000-EXIT.
001490     EXIT.
001500*
001510******************************************************************
001520*  2000-PROCESS-COMMAND -- ONE OPERATOR FUNCTION PER PASS.
001530******************************************************************
001540 2000-PROCESS-COMMAND.
001550     DISPLAY 'FUNCTION (A)DD/CHANGE (S)USPEND (R)EINSTATE (L)IST '
001560         '(Q)UIT ?'.
001570     ACCEPT PA-COMMAND.
001580     IF PA-CMD-ADD
001590         PERFORM 2100-ADD-PARTNER THRU 2100-EXIT
001600         GO TO 2000-EXIT
001610     END-IF.
001620     IF PA-CMD-SUSPEND
001630         PERFORM 2200-SUSPEND-PARTNER THRU 2200-EXIT
001640         GO TO 2000-EXIT
001650     END-IF.
001660     IF PA-CMD-REINSTATE
001670         PERFORM 2300-REINSTATE-PARTNER THRU 2300-EXIT
001680         GO TO 2000-EXIT
001690     END-IF.
001700     IF PA-CMD-LIST
001710         PERFORM 2400-LIST-PARTNERS THRU 2400-EXIT
001720         GO TO 2000-EXIT
001730     END-IF.
001740     IF NOT PA-CMD-QUIT
001750         DISPLAY 'UNKNOWN FUNCTION - KEY A, S, R, L, OR Q'
001760     END-IF.
001770 2000-EXIT.
001780     EXIT.
001790*
001800******************************************************************
001810*  2100-ADD-PARTNER -- KEYS THE WHOLE PROFILE: NAME, DETAIL TYPES
001820*  ALLOWED, FOREIGN CURRENCIES AND ACKNOWLEDGMENT NAME.  A SOURCE
001830*  NOT YET ON FILE IS WRITTEN ACTIVE; ONE ALREADY ON FILE HAS ITS
001840*  PROFILE REPLACED AND KEEPS ITS STATUS.
001850******************************************************************
001860 2100-ADD-PARTNER.
001870     PERFORM 2500-ACCEPT-SOURCE THRU 2500-EXIT.
001880     PERFORM 2600-READ-PARTNER THRU 2600-EXIT.
001890     IF PA-PARTNER-ON-FILE
001900         DISPLAY 'PARTNER ' PT-SOURCE ' ON FILE - ' PT-NAME
001910         DISPLAY 'RE-KEY THE PROFILE TO CHANGE IT'
001920     END-IF.
001930     PERFORM 2700-ACCEPT-PROFILE THRU 2700-EXIT.
001940     MOVE PA-NAME-IN      TO PT-NAME.
001950     MOVE PA-DETAIL-IN    TO PT-DETAIL-OPTION.
001960     MOVE PA-CURR-IN-AREA TO PT-CURRENCY-LIST.
001970     MOVE PA-ACK-IN       TO PT-ACK-NAME.
001980     MOVE PA-TODAY        TO PT-CHANGE-DATE.
001990     IF PA-PARTNER-ON-FILE
002000         REWRITE PT-PARTNER-RECORD
002010             INVALID KEY
002020                 DISPLAY 'PARTMST REWRITE FAILED - STATUS '
002030                     PA-PART-FILE-STATUS
002040                 GO TO 2100-EXIT
002050         END-REWRITE
002060         DISPLAY 'PARTNER ' PA-SOURCE-IN ' CHANGED'
002070         GO TO 2100-EXIT
002080     END-IF.
002090     MOVE PA-SOURCE-IN TO PT-SOURCE.
002100     MOVE 'A'          TO PT-STATUS.
002110     WRITE PT-PARTNER-RECORD
002120         INVALID KEY
002130             DISPLAY 'PARTMST WRITE FAILED - STATUS '
002140                 PA-PART-FILE-STATUS
002150             GO TO 2100-EXIT
002160     END-WRITE.
002170     DISPLAY 'PARTNER ' PA-SOURCE-IN ' ADDED - ACTIVE'.
002180 2100-EXIT.
002190     EXIT.
002200*
002210******************************************************************
002220*  2200-SUSPEND-PARTNER -- FROM THEN ON EVERY BATCH FROM THE
002230*  SOURCE IS REFUSED AT THE HEADER.
002240******************************************************************
002250 2200-SUSPEND-PARTNER.
002260     PERFORM 2500-ACCEPT-SOURCE THRU 2500-EXIT.
002270     PERFORM 2600-READ-PARTNER THRU 2600-EXIT.
002280     IF NOT PA-PARTNER-ON-FILE
002290         DISPLAY 'PARTNER ' PA-SOURCE-IN ' NOT ON FILE'
002300         GO TO 2200-EXIT
002310     END-IF.
002320     IF PT-SUSPENDED
002330         DISPLAY 'PARTNER ' PA-SOURCE-IN ' IS ALREADY SUSPENDED'
002340         GO TO 2200-EXIT
002350     END-IF.
002360     MOVE 'S'      TO PT-STATUS.
002370     MOVE PA-TODAY TO PT-CHANGE-DATE.
002380     REWRITE PT-PARTNER-RECORD
002390         INVALID KEY
002400             DISPLAY 'PARTMST REWRITE FAILED - STATUS '
002410                 PA-PART-FILE-STATUS
002420             GO TO 2200-EXIT
002430     END-REWRITE.
002440     DISPLAY 'PARTNER ' PA-SOURCE-IN ' SUSPENDED'.
002450 2200-EXIT.
002460     EXIT.
002470*
002480******************************************************************
002490*  2300-REINSTATE-PARTNER -- RETURNS A SUSPENDED SOURCE TO ACTIVE.
002500******************************************************************
002510 2300-REINSTATE-PARTNER.
002520     PERFORM 2500-ACCEPT-SOURCE THRU 2500-EXIT.
002530     PERFORM 2600-READ-PARTNER THRU 2600-EXIT.
002540     IF NOT PA-PARTNER-ON-FILE
002550         DISPLAY 'PARTNER ' PA-SOURCE-IN ' NOT ON FILE'
002560         GO TO 2300-EXIT
002570     END-IF.
002580     IF PT-ACTIVE
002590         DISPLAY 'PARTNER ' PA-SOURCE-IN ' IS ALREADY ACTIVE'
002600         GO TO 2300-EXIT
002610     END-IF.
002620     MOVE 'A'      TO PT-STATUS.
002630     MOVE PA-TODAY TO PT-CHANGE-DATE.
002640     REWRITE PT-PARTNER-RECORD
002650         INVALID KEY
002660             DISPLAY 'PARTMST REWRITE FAILED - STATUS '
002670                 PA-PART-FILE-STATUS
002680             GO TO 2300-EXIT
002690     END-REWRITE.
002700     DISPLAY 'PARTNER ' PA-SOURCE-IN ' REINSTATED'.
002710 2300-EXIT.
002720     EXIT.
002730*
002740******************************************************************
002750*  2400-LIST-PARTNERS -- THE WHOLE MASTER, TWO LINES PER PARTNER,
002760*  IN SOURCE ORDER OFF THE INDEX.
002770******************************************************************
002780 2400-LIST-PARTNERS.
002790     MOVE ZERO TO PA-LIST-CTR.
002800     MOVE 'N' TO PA-LIST-EOF-SW.
002810     MOVE LOW-VALUES TO PT-SOURCE.
002820     START PART-FILE KEY NOT < PT-SOURCE
002830         INVALID KEY
002840             MOVE 'Y' TO PA-LIST-EOF-SW
002850     END-START.
002860     IF NOT PA-LIST-DONE
002870         PERFORM 2450-LIST-ONE-PARTNER THRU 2450-EXIT
002880             WITH TEST AFTER
002890             UNTIL PA-LIST-DONE
002900     END-IF.
002910     IF PA-LIST-CTR = 0
002920         DISPLAY 'PARTNER MASTER IS EMPTY'
002930     END-IF.
002940 2400-EXIT.
002950     EXIT.
002960*
002970 2450-LIST-ONE-PARTNER.
002980     READ PART-FILE NEXT
002990         AT END
003000             MOVE 'Y' TO PA-LIST-EOF-SW
003010     END-READ.
003020     IF PA-LIST-DONE
003030         GO TO 2450-EXIT
003040     END-IF.
003050     MOVE 'ACTIVE'    TO PA-STATUS-TEXT.
003060     IF PT-SUSPENDED
003070         MOVE 'SUSPENDED' TO PA-STATUS-TEXT
003080     END-IF.
003090     DISPLAY PT-SOURCE ' ' PA-STATUS-TEXT ' DETAILS '
003100         PT-DETAIL-OPTION ' ' PT-NAME ' ' PT-CHANGE-DATE.
003110     DISPLAY '         CURRENCIES ' PT-CURRENCY-LIST
003120         ' ACK ' PT-ACK-NAME.
003130     ADD 1 TO PA-LIST-CTR.
003140 2450-EXIT.
003150     EXIT.
003160*
003170******************************************************************
003180*  2500-ACCEPT-SOURCE -- RE-PROMPTS UNTIL A NON-BLANK SOURCE CODE
003190*  IS KEYED.
003200******************************************************************
003210 2500-ACCEPT-SOURCE.
003220     DISPLAY 'SOURCE SYSTEM CODE ?'.
003230     ACCEPT PA-SOURCE-IN.
003240     IF PA-SOURCE-IN = SPACES
003250         DISPLAY 'SOURCE CODE MAY NOT BE BLANK'
003260         GO TO 2500-ACCEPT-SOURCE
003270     END-IF.
003280 2500-EXIT.
003290     EXIT.
003300*
003310******************************************************************
003320*  2600-READ-PARTNER -- THE KEYED SOURCE'S ROW, IF ON FILE.
003330******************************************************************
003340 2600-READ-PARTNER.
003350     MOVE 'Y' TO PA-FOUND-SW.
003360     MOVE PA-SOURCE-IN TO PT-SOURCE.
003370     READ PART-FILE
003380         INVALID KEY
003390             MOVE 'N' TO PA-FOUND-SW
003400     END-READ.
003410 2600-EXIT.
003420     EXIT.
003430*
003440******************************************************************
003450*  2700-ACCEPT-PROFILE -- THE PARTNER'S NAME, DETAIL TYPES, UP TO
003460*  EIGHT FOREIGN CURRENCIES (A BLANK ENTRY ENDS THE LIST) AND THE
003470*  NAME ITS ACKNOWLEDGMENT IS DELIVERED UNDER.
003480******************************************************************
003490 2700-ACCEPT-PROFILE.
003500     DISPLAY 'PARTNER NAME ?'.
003510     ACCEPT PA-NAME-IN.
003520     PERFORM 2750-ACCEPT-DETAIL-OPTION THRU 2750-EXIT.
003530     MOVE SPACES TO PA-CURR-IN-AREA.
003540     MOVE ZERO TO PA-CURR-SUB.
003550     MOVE 'N' TO PA-CURR-END-SW.
003560     PERFORM 2800-ACCEPT-ONE-CURRENCY THRU 2800-EXIT
003570         WITH TEST AFTER
003580         UNTIL PA-CURR-LIST-DONE.
003590     DISPLAY 'ACKNOWLEDGMENT FILE NAME (BLANK FOR MULTACK) ?'.
003600     ACCEPT PA-ACK-IN.
003610 2700-EXIT.
003620     EXIT.
003630*
003640 2750-ACCEPT-DETAIL-OPTION.
003650     DISPLAY 'DETAIL TYPES - (B)OTH D AND I, OR (I)TEM-CODED '
003660         'ONLY ?'.
003670     ACCEPT PA-DETAIL-IN.
003680     IF NOT PA-DETAIL-VALID
003690         DISPLAY 'KEY B OR I'
003700         GO TO 2750-ACCEPT-DETAIL-OPTION
003710     END-IF.
003720 2750-EXIT.
003730     EXIT.
003740*
003750 2800-ACCEPT-ONE-CURRENCY.
003760     IF PA-CURR-SUB NOT < PA-CURR-MAX
003770         MOVE 'Y' TO PA-CURR-END-SW
003780         GO TO 2800-EXIT
003790     END-IF.
003800     ADD 1 TO PA-CURR-SUB.
003810     MOVE PA-CURR-SUB TO PA-CURR-NO.
003820     DISPLAY 'FOREIGN CURRENCY ' PA-CURR-NO ' (BLANK TO END) ?'.
003830     ACCEPT PA-CURR-IN(PA-CURR-SUB).
003840     IF PA-CURR-IN(PA-CURR-SUB) = SPACES
003850         MOVE 'Y' TO PA-CURR-END-SW
003860     END-IF.
003870 2800-EXIT.
003880     EXIT.
003890*
003900 END PROGRAM PARTMAINT.
