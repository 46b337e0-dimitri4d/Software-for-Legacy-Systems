000010******************************************************************
000020*  D. FREDERICK
000030*  CIS3190 A4  --  COBOL
000040*
000050*  PROGRAM-ID.  PERDMAINT
000060*
000070*  ACCOUNTING-PERIOD CALENDAR MAINTENANCE.  OPENS AND CLOSES
000080*  PERIODS ON THE PERDMST FILE (PERDREC LAYOUT, INDEXED ON THE
000090*  PERIOD, YYYYMM) THAT MULTIPLICATION CHECKS EVERY BATCH'S
000100*  POSTING PERIOD AGAINST.  MAINTAINED IN PLACE, ONE WRITE OR
000110*  REWRITE PER FUNCTION, THE SAME WAY CURRMAINT KEEPS THE RATE
000120*  MASTER.  A PERIOD NOT YET ON FILE IS OPEN AS FAR AS THE BATCH
000130*  RUN IS CONCERNED, SO OPENING ONE ONLY PUTS IT ON THE CALENDAR
000140*  WHERE A LATER CLOSE -- OR A REDIRECTED BATCH LOOKING FOR THE
000150*  NEXT OPEN PERIOD -- CAN SEE IT.  A CLOSED PERIOD MAY BE
000160*  REOPENED UNTIL PERDCLOSE HAS PRODUCED ITS JOURNAL AND LOCKED
000170*  IT; A LOCKED PERIOD IS NEVER CHANGED HERE.
000180*
000190*  MODIFICATION HISTORY
000200*  ------------------------------------------------------
000210*  2026-10-15  DF   ORIGINAL VERSION.
000220*
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.       PERDMAINT.
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
000380     SELECT PERD-FILE
000390         ASSIGN TO "PERDMST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS PD-PERIOD
000430         FILE STATUS IS PM-PERD-FILE-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470*
000480 FD  PERD-FILE.
000490     COPY PERDREC.
000500*
000510 WORKING-STORAGE SECTION.
000520*
000530******************************************************************
000540*  FILE STATUS FIELDS.
000550******************************************************************
000560 77  PM-PERD-FILE-STATUS         PIC X(02)           VALUE '00'.
000570*
000580******************************************************************
000590*  SESSION CONTROL SWITCHES.
000600******************************************************************
000610 77  PM-COMMAND                  PIC X(01)           VALUE SPACE.
000620     88  PM-CMD-OPEN                 VALUE 'O'.
000630     88  PM-CMD-CLOSE                VALUE 'C'.
000640     88  PM-CMD-LIST                 VALUE 'L'.
000650     88  PM-CMD-QUIT                 VALUE 'Q'.
000660 77  PM-ABORT-SW                 PIC X(01)           VALUE 'N'.
000670     88  PM-ABORT-SESSION            VALUE 'Y'.
000680 77  PM-FOUND-SW                 PIC X(01)           VALUE 'N'.
000690     88  PM-PERIOD-ON-FILE           VALUE 'Y'.
000700 77  PM-LIST-EOF-SW              PIC X(01)           VALUE 'N'.
000710     88  PM-LIST-DONE                VALUE 'Y'.
000720*
000730******************************************************************
000740*  OPERATOR ENTRY FIELDS AND LIST COUNTERS.
000750******************************************************************
000760 77  PM-PERIOD-IN                PIC X(06).
000770 77  PM-MONTH-IN                 PIC 9(02).
000780 77  PM-TODAY                    PIC X(08).
000790 77  PM-STATUS-TEXT              PIC X(06).
000800 77  PM-LIST-CTR                 PIC 9(05)           VALUE ZERO.
000810*
000820 PROCEDURE DIVISION.
000830*
000840******************************************************************
000850*  0000-MAINLINE
000860******************************************************************
000870 0000-MAINLINE.
000880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000890     IF PM-ABORT-SESSION
000900         GO TO 0000-EXIT
000910     END-IF.
000920     PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
000930         WITH TEST AFTER
000940         UNTIL PM-CMD-QUIT.
000950     CLOSE PERD-FILE.
000960 0000-EXIT.
000970     STOP RUN.
000980*
000990******************************************************************
001000*  1000-INITIALIZE -- OPEN THE CALENDAR FOR IN-PLACE UPDATE,
001010*  CREATING IT EMPTY ON THE FIRST SESSION, THE SAME WAY
001020*  CURRMAINT OPENS THE RATE MASTER.  IT IS CREATED ONLY WHEN IT
001030*  DOES NOT EXIST (STATUS 35) -- AN EMPTIED CALENDAR WOULD REOPEN
001040*  EVERY CLOSED PERIOD -- AND ANY OTHER OPEN FAILURE ABORTS THE
001050*  SESSION.
001060******************************************************************
001070 1000-INITIALIZE.
001080     ACCEPT PM-TODAY FROM DATE YYYYMMDD.
001090     OPEN I-O PERD-FILE.
001100     IF PM-PERD-FILE-STATUS = '00'
001110         GO TO 1000-EXIT
001120     END-IF.
001130     IF PM-PERD-FILE-STATUS NOT = '35'
001140         DISPLAY 'PERDMST OPEN FAILED - STATUS '
001150             PM-PERD-FILE-STATUS
001160         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
001170         SET PM-ABORT-SESSION TO TRUE
001180         GO TO 1000-EXIT
001190     END-IF.
001200     DISPLAY 'PERDMST NOT FOUND - STARTING A NEW PERIOD CALENDAR'.
001210     OPEN OUTPUT PERD-FILE.
001220     IF PM-PERD-FILE-STATUS NOT = '00'
001230         DISPLAY 'PERDMST CREATE FAILED - STATUS '
001240             PM-PERD-FILE-STATUS
001250         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
001260         SET PM-ABORT-SESSION TO TRUE
001270         GO TO 1000-EXIT
001280     END-IF.
001290     CLOSE PERD-FILE.
001300     OPEN I-O PERD-FILE.
001310     IF PM-PERD-FILE-STATUS NOT = '00'
001320         DISPLAY 'PERDMST OPEN FAILED - STATUS '
001330             PM-PERD-FILE-STATUS
001340         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
001350         SET PM-ABORT-SESSION TO TRUE
001360     END-IF.
001370 1000-EXIT.
001380     EXIT.
001390*
001400******************************************************************
001410*  2000-PROCESS-COMMAND -- ONE OPERATOR FUNCTION PER PASS.
001420******************************************************************
001430 2000-PROCESS-COMMAND.
001440     DISPLAY 'FUNCTION (O)PEN (C)LOSE (L)IST (Q)UIT ?'.
001450     ACCEPT PM-COMMAND.
001460     IF PM-CMD-OPEN
001470         PERFORM 2100-OPEN-PERIOD THRU 2100-EXIT
001480         GO TO 2000-EXIT
001490     END-IF.
001500     IF PM-CMD-CLOSE
001510         PERFORM 2200-CLOSE-PERIOD THRU 2200-EXIT
001520         GO TO 2000-EXIT
001530     END-IF.
001540     IF PM-CMD-LIST
001550         PERFORM 2400-LIST-PERIODS THRU 2400-EXIT
001560         GO TO 2000-EXIT
001570     END-IF.
001580     IF NOT PM-CMD-QUIT
001590         DISPLAY 'UNKNOWN FUNCTION - KEY O, C, L, OR Q'
001600     END-IF.
001610 2000-EXIT.
001620     EXIT.
001630*
001640******************************************************************
001650*  2100-OPEN-PERIOD -- PUTS A PERIOD ON THE CALENDAR AS OPEN, OR
001660*  REOPENS ONE THAT WAS CLOSED (A LATE ADJUSTMENT THE CONTROLLER
001670*  HAS AGREED TO TAKE).  A LOCKED PERIOD HAS HAD ITS JOURNAL
001680*  PRODUCED AND STAYS SHUT.
001690******************************************************************
001700 2100-OPEN-PERIOD.
001710     PERFORM 2500-ACCEPT-PERIOD THRU 2500-EXIT.
001720     PERFORM 2600-READ-PERIOD THRU 2600-EXIT.
001730     IF NOT PM-PERIOD-ON-FILE
001740         MOVE PM-PERIOD-IN TO PD-PERIOD
001750         MOVE 'O'          TO PD-STATUS
001760         MOVE PM-TODAY     TO PD-CHANGE-DATE
001770         MOVE SPACES       TO PD-JOURNAL-RUN-DATE,
001780                              PD-JOURNAL-JOB-ID
001790         WRITE PD-PERIOD-RECORD
001800             INVALID KEY
001810                 DISPLAY 'PERDMST WRITE FAILED - STATUS '
001820                     PM-PERD-FILE-STATUS
001830                 GO TO 2100-EXIT
001840         END-WRITE
001850         DISPLAY 'PERIOD ' PM-PERIOD-IN ' OPENED'
001860         GO TO 2100-EXIT
001870     END-IF.
001880     IF PD-LOCKED
001890         DISPLAY 'PERIOD ' PM-PERIOD-IN ' IS LOCKED - JOURNAL '
001900             'PRODUCED ' PD-JOURNAL-RUN-DATE ' JOB '
001910             PD-JOURNAL-JOB-ID
001920         GO TO 2100-EXIT
001930     END-IF.
001940     IF PD-OPEN
001950         DISPLAY 'PERIOD ' PM-PERIOD-IN ' IS ALREADY OPEN'
001960         GO TO 2100-EXIT
001970     END-IF.
001980     MOVE 'O'      TO PD-STATUS.
001990     MOVE PM-TODAY TO PD-CHANGE-DATE.
002000     REWRITE PD-PERIOD-RECORD
002010         INVALID KEY
002020             DISPLAY 'PERDMST REWRITE FAILED - STATUS '
002030                 PM-PERD-FILE-STATUS
002040             GO TO 2100-EXIT
002050     END-REWRITE.
002060     DISPLAY 'PERIOD ' PM-PERIOD-IN ' REOPENED'.
002070 2100-EXIT.
002080     EXIT.
002090*
002100******************************************************************
002110*  2200-CLOSE-PERIOD -- CLOSES A PERIOD, FROM THEN ON REFUSING (OR
002120*  REDIRECTING) ANY BATCH DATED INTO IT.  A PERIOD NEVER OPENED
002130*  HERE IS WRITTEN STRAIGHT TO THE CALENDAR AS CLOSED.
002140******************************************************************
002150 2200-CLOSE-PERIOD.
002160     PERFORM 2500-ACCEPT-PERIOD THRU 2500-EXIT.
002170     PERFORM 2600-READ-PERIOD THRU 2600-EXIT.
002180     IF NOT PM-PERIOD-ON-FILE
002190         MOVE PM-PERIOD-IN TO PD-PERIOD
002200         MOVE 'C'          TO PD-STATUS
002210         MOVE PM-TODAY     TO PD-CHANGE-DATE
002220         MOVE SPACES       TO PD-JOURNAL-RUN-DATE,
002230                              PD-JOURNAL-JOB-ID
002240         WRITE PD-PERIOD-RECORD
002250             INVALID KEY
002260                 DISPLAY 'PERDMST WRITE FAILED - STATUS '
002270                     PM-PERD-FILE-STATUS
002280                 GO TO 2200-EXIT
002290         END-WRITE
002300         DISPLAY 'PERIOD ' PM-PERIOD-IN ' CLOSED'
002310         GO TO 2200-EXIT
002320     END-IF.
002330     IF PD-LOCKED
002340         DISPLAY 'PERIOD ' PM-PERIOD-IN ' IS ALREADY LOCKED'
002350         GO TO 2200-EXIT
002360     END-IF.
002370     IF PD-CLOSED
002380         DISPLAY 'PERIOD ' PM-PERIOD-IN ' IS ALREADY CLOSED'
002390         GO TO 2200-EXIT
002400     END-IF.
002410     MOVE 'C'      TO PD-STATUS.
002420     MOVE PM-TODAY TO PD-CHANGE-DATE.
002430     REWRITE PD-PERIOD-RECORD
002440         INVALID KEY
002450             DISPLAY 'PERDMST REWRITE FAILED - STATUS '
002460                 PM-PERD-FILE-STATUS
002470             GO TO 2200-EXIT
002480     END-REWRITE.
002490     DISPLAY 'PERIOD ' PM-PERIOD-IN ' CLOSED'.
002500 2200-EXIT.
002510     EXIT.
002520*
002530******************************************************************
002540*  2400-LIST-PERIODS -- THE WHOLE CALENDAR, ONE LINE PER PERIOD,
002550*  IN PERIOD ORDER OFF THE INDEX.
002560******************************************************************
002570 2400-LIST-PERIODS.
002580     MOVE ZERO TO PM-LIST-CTR.
002590     MOVE 'N' TO PM-LIST-EOF-SW.
002600     MOVE LOW-VALUES TO PD-PERIOD.
002610     START PERD-FILE KEY NOT < PD-PERIOD
002620         INVALID KEY
002630             MOVE 'Y' TO PM-LIST-EOF-SW
002640     END-START.
002650     IF NOT PM-LIST-DONE
002660         PERFORM 2450-LIST-ONE-PERIOD THRU 2450-EXIT
002670             WITH TEST AFTER
002680             UNTIL PM-LIST-DONE
002690     END-IF.
002700     IF PM-LIST-CTR = 0
002710         DISPLAY 'PERIOD CALENDAR IS EMPTY'
002720     END-IF.
002730 2400-EXIT.
002740     EXIT.
002750*
002760 2450-LIST-ONE-PERIOD.
002770     READ PERD-FILE NEXT
002780         AT END
002790             MOVE 'Y' TO PM-LIST-EOF-SW
002800     END-READ.
002810     IF PM-LIST-DONE
002820         GO TO 2450-EXIT
002830     END-IF.
002840     MOVE 'OPEN'   TO PM-STATUS-TEXT.
002850     IF PD-CLOSED
002860         MOVE 'CLOSED' TO PM-STATUS-TEXT
002870     END-IF.
002880     IF PD-LOCKED
002890         MOVE 'LOCKED' TO PM-STATUS-TEXT
002900     END-IF.
002910     IF PD-LOCKED
002920         DISPLAY PD-PERIOD ' ' PM-STATUS-TEXT ' ' PD-CHANGE-DATE
002930             ' JOURNAL ' PD-JOURNAL-RUN-DATE ' JOB '
002940             PD-JOURNAL-JOB-ID
002950     ELSE
002960         DISPLAY PD-PERIOD ' ' PM-STATUS-TEXT ' ' PD-CHANGE-DATE
002970     END-IF.
002980     ADD 1 TO PM-LIST-CTR.
002990 2450-EXIT.
003000     EXIT.
003010*
003020******************************************************************
003030*  2500-ACCEPT-PERIOD -- RE-PROMPTS UNTIL A SIX-DIGIT YYYYMM
003040*  PERIOD WITH A MONTH OF 01 THROUGH 12 IS KEYED.
003050******************************************************************
003060 2500-ACCEPT-PERIOD.
003070     DISPLAY 'PERIOD (YYYYMM) ?'.
003080     ACCEPT PM-PERIOD-IN.
003090     IF PM-PERIOD-IN NOT NUMERIC
003100         DISPLAY 'PERIOD MUST BE SIX DIGITS'
003110         GO TO 2500-ACCEPT-PERIOD
003120     END-IF.
003130     MOVE PM-PERIOD-IN(5:2) TO PM-MONTH-IN.
003140     IF PM-MONTH-IN < 1 OR PM-MONTH-IN > 12
003150         DISPLAY 'MONTH MUST BE 01 THROUGH 12'
003160         GO TO 2500-ACCEPT-PERIOD
003170     END-IF.
003180 2500-EXIT.
003190     EXIT.
003200*
003210******************************************************************
003220*  2600-READ-PERIOD -- THE KEYED PERIOD'S ROW, IF ON FILE.
003230******************************************************************
003240 2600-READ-PERIOD.
003250     MOVE 'Y' TO PM-FOUND-SW.
003260     MOVE PM-PERIOD-IN TO PD-PERIOD.
003270     READ PERD-FILE
003280         INVALID KEY
003290             MOVE 'N' TO PM-FOUND-SW
003300     END-READ.
003310 2600-EXIT.
003320     EXIT.
003330*
003340 END PROGRAM PERDMAINT.
