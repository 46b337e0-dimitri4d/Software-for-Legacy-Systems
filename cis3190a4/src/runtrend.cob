000010******************************************************************
000020*  D. FREDERICK
000030*  CIS3190 A4  --  COBOL
000040*
000050*  PROGRAM-ID.  RUNTREND
000060*
000070*  BATCH-WINDOW TREND REPORT.  READS THE RUN HISTORY (MULTRUNH)
000080*  THAT MULTIPLICATION APPENDS FOR EVERY BATCH AND RESUBMIT RUN
000090*  AND EVERY NIGHT-RUN MANIFEST FILE, AND FOR A RANGE OF RUN
000100*  DATES (THE DAY EACH RUN STARTED; EITHER END MAY BE LEFT OPEN)
000110*  REPORTS:
000120*    - VOLUME AND ELAPSED TIME BY DAY AND SOURCE, WITH A TOTAL
000130*      FOR EACH DAY, AND THE RUNS REFUSED, ABORTED AND RESTARTED;
000140*    - THE SAME BY WEEK (MONDAY TO SUNDAY) AND SOURCE;
000150*    - EACH SOURCE'S NORM -- ITS AVERAGE RECORDS AND ELAPSED TIME
000160*      PER COMPLETED RUN OVER THE WHOLE HISTORY, NOT JUST THE
000170*      RANGE, SO A BAD WEEK CANNOT RAISE ITS OWN YARDSTICK;
000180*    - EVERY RUN IN THE RANGE WELL ABOVE ITS SOURCE'S NORM FOR
000190*      ELAPSED TIME OR VOLUME (MORE THAN THE FACTOR KEYED, TWO
000200*      TIMES BY DEFAULT);
000210*    - EVERY ABORT AND EVERY RESTART IN THE RANGE.
000220*  SO THE NIGHT WINDOW CAN BE PLANNED FROM FIGURES -- WHETHER A
000230*  LONG NIGHT WAS VOLUME, ONE SENDER, OR A RESTART.
000240*
000250*  VOLUME IS THE RECORDS A RUN ITSELF READ: A RESTART'S RECORDS
000260*  BEFORE ITS RESTART POINT BELONG TO THE RUN THAT DIED.  ONLY
000270*  RUNS THAT REACHED THEIR TRAILER (IN OR OUT OF BALANCE) MAKE A
000280*  NORM OR ARE FLAGGED AGAINST ONE; A SOURCE WITH FEWER THAN
000290*  THREE OF THEM HAS NO NORM YET.  A HISTORY ROW THAT CANNOT BE
000300*  READ (A DAMAGED DATE OR COUNT) IS COUNTED AND LEFT OUT.  THE
000310*  REPORT GOES TO RUNTRND, 80 COLUMNS, FORMATTED FOR PRINT LIKE
000320*  TAXSUM.
000330*
000340*  MODIFICATION HISTORY
000350*  ------------------------------------------------------
000360*  2026-10-15  DF   ORIGINAL VERSION.
000370*
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.       RUNTREND.
000410 AUTHOR.           D. FREDERICK.
000420 INSTALLATION.     CIS3190.
000430 DATE-WRITTEN.     2026-10-15.
000440 DATE-COMPILED.
000450*
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.  GNUCOBOL.
000490 OBJECT-COMPUTER.  GNUCOBOL.
000500*
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT RUNH-FILE
000540         ASSIGN TO "MULTRUNH"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS RT-RUNH-FILE-STATUS.
000570     SELECT RPT-FILE
000580         ASSIGN TO "RUNTRND"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS RT-RPT-FILE-STATUS.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640*
000650 FD  RUNH-FILE.
000660     COPY RUNHREC.
000670*
000680 FD  RPT-FILE.
000690 01  RPT-RECORD                  PIC X(80).
000700*
000710 WORKING-STORAGE SECTION.
000720*
000730******************************************************************
000740*  FILE STATUS FIELDS.
000750******************************************************************
000760 77  RT-RUNH-FILE-STATUS         PIC X(02)           VALUE '00'.
000770 77  RT-RPT-FILE-STATUS          PIC X(02)           VALUE '00'.
000780*
000790******************************************************************
000800*  RUN CONTROL SWITCHES, THE DATE RANGE, AND THE FLAG FACTOR.
000810******************************************************************
000820 77  RT-EOF-SW                   PIC X(01)           VALUE 'N'.
000830     88  RT-NO-MORE-ROWS             VALUE 'Y'.
000840 77  RT-ABORT-SW                 PIC X(01)           VALUE 'N'.
000850     88  RT-ABORT-RUN                VALUE 'Y'.
000860 77  RT-HIST-OPEN-SW             PIC X(01)           VALUE 'N'.
000870     88  RT-HIST-OPENED              VALUE 'Y'.
000880 77  RT-FROM-DATE                PIC X(08)    VALUE SPACES.
000890 77  RT-TO-DATE                  PIC X(08)    VALUE SPACES.
000900 77  RT-RUN-DATE                 PIC X(08)    VALUE SPACES.
000910 77  RT-FACTOR-IN                PIC X(01)    VALUE SPACES.
000920 77  RT-FACTOR                   PIC 9(01)           VALUE 2.
000930*
000940******************************************************************
000950*  FLAGGING FLOORS.  A SOURCE NEEDS RT-NORM-MIN COMPLETED RUNS
000960*  BEFORE IT HAS A NORM, AND A RUN SHORTER THAN RT-MIN-SECS
000970*  SECONDS OR SMALLER THAN RT-MIN-RECS RECORDS IS NEVER FLAGGED
000980*  -- TWICE A FEW SECONDS IS NOT A WINDOW PROBLEM.
000990******************************************************************
001000 77  RT-NORM-MIN                 PIC 9(03)           VALUE 3.
001010 77  RT-MIN-SECS                 PIC 9(05)           VALUE 60.
001020 77  RT-MIN-RECS                 PIC 9(05)           VALUE 100.
001030*
001040******************************************************************
001050*  HISTORY ROW WORK FIELDS.  RT-ROW-OK-SW IS SET BY 3200 FOR THE
001060*  ROW IN HAND, RT-IN-RANGE-SW WHEN ITS START DATE FALLS IN THE
001070*  RANGE; RT-ROW-RECS IS THE RECORDS THE RUN ITSELF READ.
001080******************************************************************
001090 77  RT-ROW-OK-SW                PIC X(01)           VALUE 'N'.
001100     88  RT-ROW-OK                   VALUE 'Y'.
001110 77  RT-IN-RANGE-SW              PIC X(01)           VALUE 'N'.
001120     88  RT-ROW-IN-RANGE             VALUE 'Y'.
001130 77  RT-COMPLETED-SW             PIC X(01)           VALUE 'N'.
001140     88  RT-ROW-COMPLETED            VALUE 'Y'.
001150 77  RT-ROW-DATE                 PIC 9(08)           VALUE ZERO.
001160 77  RT-ROW-SOURCE               PIC X(08)    VALUE SPACES.
001170 77  RT-ROW-RECS                 PIC S9(09)          VALUE ZERO.
001180 77  RT-DAY-INT                  PIC 9(07)           VALUE ZERO.
001190 77  RT-WEEK-QUOT                PIC 9(07)           VALUE ZERO.
001200 77  RT-WEEK-DAY                 PIC 9(01)           VALUE ZERO.
001210 77  RT-WEEK-DATE                PIC 9(08)           VALUE ZERO.
001220*
001230******************************************************************
001240*  TREND TABLE -- ONE ENTRY PER DAY AND SOURCE ('D'), PER WEEK
001250*  AND SOURCE ('W', UNDER THE WEEK'S MONDAY), AND PER SOURCE FOR
001260*  ITS NORM ('N', NO DATE), KEPT IN KEY ORDER AS ENTRIES ARE
001270*  ADDED SO EACH SECTION COMES OUT SORTED.  THE REFUSED, ABORTED
001280*  AND RESTART COUNTS ARE NOT KEPT FOR A NORM ENTRY, WHOSE RUNS
001290*  ARE COMPLETED RUNS ONLY.  A FULL TABLE IS WARNED ABOUT ON THE
001300*  REPORT.
001310******************************************************************
001320 77  RT-TAB-MAX                  PIC 9(04)           VALUE 1000.
001330 77  RT-TAB-SUB                  PIC 9(04) COMP      VALUE ZERO.
001340 77  RT-TAB-HIT                  PIC 9(04) COMP      VALUE ZERO.
001350 77  RT-TAB-POS                  PIC 9(04) COMP      VALUE ZERO.
001360 77  RT-TAB-FULL-SW              PIC X(01)           VALUE 'N'.
001370     88  RT-TAB-TABLE-FULL           VALUE 'Y'.
001380 01  RT-LINE-KEY.
001390     05  RT-LINE-KIND            PIC X(01).
001400     05  RT-LINE-DATE            PIC X(08).
001410     05  RT-LINE-SOURCE          PIC X(08).
001420 01  RT-TAB-TABLE.
001430     05  RT-TAB-COUNT            PIC 9(04)           VALUE ZERO.
001440     05  RT-TAB-ENTRY OCCURS 1000 TIMES.
001450         10  RT-TAB-KEY.
001460             15  RT-TAB-KIND     PIC X(01).
001470             15  RT-TAB-DATE     PIC X(08).
001480             15  RT-TAB-SOURCE   PIC X(08).
001490         10  RT-TAB-RUNS         PIC 9(07).
001500         10  RT-TAB-RECS         PIC 9(11).
001510         10  RT-TAB-SECS         PIC 9(09)V9(02).
001520         10  RT-TAB-REFUSED      PIC 9(05).
001530         10  RT-TAB-ABORTED      PIC 9(05).
001540         10  RT-TAB-RESTARTS     PIC 9(05).
001550*
001560******************************************************************
001570*  SECTION PRINT FIELDS.  THE GROUP TOTALS ARE BUILT AS A SECTION
001580*  IS PRINTED AND WRITTEN AT EACH CHANGE OF DAY OR WEEK.
001590******************************************************************
001600 77  RT-PRT-KIND                 PIC X(01)    VALUE SPACES.
001610 77  RT-PRT-DATE                 PIC X(08)    VALUE SPACES.
001620 77  RT-PRT-LINES                PIC 9(05)           VALUE ZERO.
001630 77  RT-GRP-RUNS                 PIC 9(07)           VALUE ZERO.
001640 77  RT-GRP-RECS                 PIC 9(11)           VALUE ZERO.
001650 77  RT-GRP-SECS                 PIC 9(09)V9(02)     VALUE ZERO.
001660 77  RT-GRP-REFUSED              PIC 9(05)           VALUE ZERO.
001670 77  RT-GRP-ABORTED              PIC 9(05)           VALUE ZERO.
001680 77  RT-GRP-RESTARTS             PIC 9(05)           VALUE ZERO.
001690 77  RT-AVG-RECS                 PIC 9(09)           VALUE ZERO.
001700 77  RT-AVG-SECS                 PIC 9(09)V9(02)     VALUE ZERO.
001710 77  RT-TIME-FLAG-SW             PIC X(01)           VALUE 'N'.
001720     88  RT-TIME-FLAGGED             VALUE 'Y'.
001730 77  RT-VOL-FLAG-SW              PIC X(01)           VALUE 'N'.
001740     88  RT-VOL-FLAGGED              VALUE 'Y'.
001750 77  RT-FLAG-TEXT                PIC X(04)    VALUE SPACES.
001760 77  RT-OUTCOME-TEXT             PIC X(08)    VALUE SPACES.
001770 77  RT-SEQ-TEXT                 PIC X(09)    VALUE SPACES.
001780*
001790******************************************************************
001800*  COUNTERS.
001810******************************************************************
001820 77  RT-ROWS-READ                PIC 9(07)           VALUE ZERO.
001830 77  RT-ROWS-IN-RANGE            PIC 9(07)           VALUE ZERO.
001840 77  RT-ROWS-DAMAGED             PIC 9(07)           VALUE ZERO.
001850 77  RT-RUNS-FLAGGED             PIC 9(07)           VALUE ZERO.
001860 77  RT-RUNS-ABORTED             PIC 9(07)           VALUE ZERO.
001870 77  RT-RUNS-RESTARTED           PIC 9(07)           VALUE ZERO.
001880*
001890******************************************************************
001900*  ELAPSED-TIME FORMATTING -- SECONDS AS HOURS:MINUTES:SECONDS,
001910*  THE SECONDS ROUNDED.  A TIME PAST 9999 HOURS PRINTS AS 9999.
001920******************************************************************
001930 77  RT-ET-SECS-IN               PIC 9(09)V9(02)     VALUE ZERO.
001940 77  RT-ET-WHOLE                 PIC 9(10)           VALUE ZERO.
001950 77  RT-ET-HOURS                 PIC 9(07)           VALUE ZERO.
001960 77  RT-ET-REM                   PIC 9(04)           VALUE ZERO.
001970 01  RT-ET-TEXT.
001980     05  RT-ET-HH                PIC ZZZ9.
001990     05  FILLER                  PIC X(01)    VALUE ':'.
002000     05  RT-ET-MM                PIC 9(02).
002010     05  FILLER                  PIC X(01)    VALUE ':'.
002020     05  RT-ET-SS                PIC 9(02).
002030*
002040*    A HHMMSSCC START TIME AS HH:MM:SS.
002050 01  RT-TIME-IN.
002060     05  RT-TIME-IN-HH           PIC X(02).
002070     05  RT-TIME-IN-MM           PIC X(02).
002080     05  RT-TIME-IN-SS           PIC X(02).
002090     05  RT-TIME-IN-CC           PIC X(02).
002100 01  RT-TIME-TEXT.
002110     05  RT-TIME-HH              PIC X(02).
002120     05  FILLER                  PIC X(01)    VALUE ':'.
002130     05  RT-TIME-MM              PIC X(02).
002140     05  FILLER                  PIC X(01)    VALUE ':'.
002150     05  RT-TIME-SS              PIC X(02).
002160*
002170******************************************************************
002180*  REPORT EDIT FIELDS.
002190******************************************************************
002200 77  RT-RUNS-ED                  PIC ZZZZ9.
002210 77  RT-RECS-ED                  PIC Z(10)9.
002220 77  RT-CNT-ED                   PIC ZZZZ9.
002230 77  RT-CNT2-ED                  PIC ZZZZ9.
002240 77  RT-CNT3-ED                  PIC ZZZZ9.
002250 77  RT-SEQ-ED                   PIC Z(08)9.
002260 77  RT-CTR-ED                   PIC Z(06)9.
002270*
002280 PROCEDURE DIVISION.
002290*
002300******************************************************************
002310*  0000-MAINLINE
002320******************************************************************
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002350     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
002360     IF RT-ABORT-RUN
002370         GO TO 0000-EXIT
002380     END-IF.
002390     PERFORM 2500-WRITE-HEADING THRU 2500-EXIT.
002400     PERFORM 3000-ROLL-HISTORY THRU 3000-EXIT.
002410     IF RT-HIST-OPENED
002420         MOVE 'D' TO RT-PRT-KIND
002430         PERFORM 5000-WRITE-VOLUMES THRU 5000-EXIT
002440         MOVE 'W' TO RT-PRT-KIND
002450         PERFORM 5000-WRITE-VOLUMES THRU 5000-EXIT
002460         PERFORM 5500-WRITE-NORMS THRU 5500-EXIT
002470         PERFORM 6000-LIST-FLAGGED-RUNS THRU 6000-EXIT
002480         PERFORM 7000-LIST-ABORTS-RESTARTS THRU 7000-EXIT
002490     END-IF.
002500     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
002510     CLOSE RPT-FILE.
002520     DISPLAY 'RUN TREND REPORT FINISHED - SEE RUNTRND'.
002530 0000-EXIT.
002540     STOP RUN.
002550*
002560******************************************************************
002570*  1000-INITIALIZE -- THE RUN-DATE RANGE AND THE FLAG FACTOR.
002580******************************************************************
002590 1000-INITIALIZE.
002600     DISPLAY 'FROM RUN DATE YYYYMMDD (BLANK = OPEN) ?'.
002610     ACCEPT RT-FROM-DATE.
002620     IF RT-FROM-DATE NOT = SPACES
002630        AND RT-FROM-DATE NOT NUMERIC
002640         DISPLAY 'DATE MUST BE EIGHT DIGITS OR BLANK'
002650         GO TO 1000-INITIALIZE
002660     END-IF.
002670 1050-ACCEPT-TO-DATE.
002680     DISPLAY 'TO RUN DATE YYYYMMDD (BLANK = OPEN) ?'.
002690     ACCEPT RT-TO-DATE.
002700     IF RT-TO-DATE NOT = SPACES
002710        AND RT-TO-DATE NOT NUMERIC
002720         DISPLAY 'DATE MUST BE EIGHT DIGITS OR BLANK'
002730         GO TO 1050-ACCEPT-TO-DATE
002740     END-IF.
002750     IF RT-FROM-DATE NOT = SPACES
002760        AND RT-TO-DATE NOT = SPACES
002770        AND RT-TO-DATE < RT-FROM-DATE
002780         DISPLAY 'TO DATE IS BEFORE FROM DATE'
002790         GO TO 1050-ACCEPT-TO-DATE
002800     END-IF.
002810 1080-ACCEPT-FACTOR.
002820     DISPLAY 'FLAG RUNS OVER HOW MANY TIMES THEIR NORM '
002830         '(2-9, BLANK = 2) ?'.
002840     ACCEPT RT-FACTOR-IN.
002850     IF RT-FACTOR-IN = SPACES
002860         MOVE 2 TO RT-FACTOR
002870     ELSE
002880         IF RT-FACTOR-IN NOT NUMERIC
002890            OR RT-FACTOR-IN < '2'
002900             DISPLAY 'FACTOR MUST BE 2 THROUGH 9 OR BLANK'
002910             GO TO 1080-ACCEPT-FACTOR
002920         END-IF
002930         MOVE RT-FACTOR-IN TO RT-FACTOR
002940     END-IF.
002950     ACCEPT RT-RUN-DATE FROM DATE YYYYMMDD.
002960 1000-EXIT.
002970     EXIT.
002980*
002990******************************************************************
003000*  2000-OPEN-FILES -- THE REPORT.  THE HISTORY IS OPENED FOR
003010*  EACH PASS (2800).
003020******************************************************************
003030 2000-OPEN-FILES.
003040     OPEN OUTPUT RPT-FILE.
003050     IF RT-RPT-FILE-STATUS NOT = '00'
003060         DISPLAY 'RUNTRND OPEN FAILED - STATUS '
003070             RT-RPT-FILE-STATUS
003080         DISPLAY 'RUN TREND REPORT ABORTED'
003090         SET RT-ABORT-RUN TO TRUE
003100     END-IF.
003110 2000-EXIT.
003120     EXIT.
003130*
003140******************************************************************
003150*  2500-WRITE-HEADING -- TITLE, RANGE, FACTOR, AND RUN DATE.
003160******************************************************************
003170 2500-WRITE-HEADING.
003180     MOVE 'BATCH WINDOW RUN HISTORY AND TRENDS' TO RPT-RECORD.
003190     WRITE RPT-RECORD.
003200     MOVE SPACE TO RPT-RECORD.
003210     STRING 'RUN DATES................: ' RT-FROM-DATE ' / '
003220         RT-TO-DATE
003230         DELIMITED BY SIZE INTO RPT-RECORD.
003240     WRITE RPT-RECORD.
003250     MOVE SPACE TO RPT-RECORD.
003260     STRING 'FLAGGED OVER.............: ' RT-FACTOR
003270         ' TIMES THE SOURCE NORM'
003280         DELIMITED BY SIZE INTO RPT-RECORD.
003290     WRITE RPT-RECORD.
003300     MOVE SPACE TO RPT-RECORD.
003310     STRING 'RUN DATE.................: ' RT-RUN-DATE
003320         DELIMITED BY SIZE INTO RPT-RECORD.
003330     WRITE RPT-RECORD.
003340 2500-EXIT.
003350     EXIT.
003360*
003370******************************************************************
003380*  2800-OPEN-HISTORY -- MULTRUNH FOR ONE PASS.  NO HISTORY MEANS
003390*  NO RUN HAS BEEN LOGGED YET -- AN ANSWER, NOT A CRASH; THE
003400*  FIRST PASS SAYS SO AND THE REPORT IS JUST ITS HEADING AND
003410*  TOTALS.
003420******************************************************************
003430 2800-OPEN-HISTORY.
003440     MOVE 'N' TO RT-EOF-SW.
003450     MOVE 'N' TO RT-HIST-OPEN-SW.
003460     OPEN INPUT RUNH-FILE.
003470     IF RT-RUNH-FILE-STATUS NOT = '00'
003480         DISPLAY 'MULTRUNH NOT AVAILABLE - STATUS '
003490             RT-RUNH-FILE-STATUS
003500         MOVE 'Y' TO RT-EOF-SW
003510         GO TO 2800-EXIT
003520     END-IF.
003530     SET RT-HIST-OPENED TO TRUE.
003540 2800-EXIT.
003550     EXIT.
003560*
003570******************************************************************
003580*  3000-ROLL-HISTORY -- FIRST PASS: EVERY COMPLETED RUN INTO ITS
003590*  SOURCE'S NORM, AND EVERY RUN IN THE RANGE INTO ITS DAY AND
003600*  WEEK.
003610******************************************************************
003620 3000-ROLL-HISTORY.
003630     PERFORM 2800-OPEN-HISTORY THRU 2800-EXIT.
003640     IF NOT RT-HIST-OPENED
003650         MOVE SPACES TO RPT-RECORD
003660         WRITE RPT-RECORD
003670         MOVE 'NO RUN HISTORY ON FILE' TO RPT-RECORD
003680         WRITE RPT-RECORD
003690         GO TO 3000-EXIT
003700     END-IF.
003710     PERFORM 3100-ROLL-ONE-ROW THRU 3100-EXIT
003720         WITH TEST AFTER
003730         UNTIL RT-NO-MORE-ROWS.
003740     CLOSE RUNH-FILE.
003750 3000-EXIT.
003760     EXIT.
003770*
003780 3100-ROLL-ONE-ROW.
003790     READ RUNH-FILE
003800         AT END
003810             MOVE 'Y' TO RT-EOF-SW
003820     END-READ.
003830     IF RT-NO-MORE-ROWS
003840         GO TO 3100-EXIT
003850     END-IF.
003860     ADD 1 TO RT-ROWS-READ.
003870     PERFORM 3200-EDIT-ROW THRU 3200-EXIT.
003880     IF NOT RT-ROW-OK
003890         ADD 1 TO RT-ROWS-DAMAGED
003900         GO TO 3100-EXIT
003910     END-IF.
003920     IF RT-ROW-COMPLETED
003930         MOVE 'N' TO RT-LINE-KIND
003940         MOVE SPACES TO RT-LINE-DATE
003950         MOVE RT-ROW-SOURCE TO RT-LINE-SOURCE
003960         PERFORM 4200-FIND-TABLE-ENTRY THRU 4200-EXIT
003970         IF RT-TAB-HIT > 0
003980             PERFORM 3300-ROLL-INTO-ENTRY THRU 3300-EXIT
003990         END-IF
004000     END-IF.
004010     IF NOT RT-ROW-IN-RANGE
004020         GO TO 3100-EXIT
004030     END-IF.
004040     ADD 1 TO RT-ROWS-IN-RANGE.
004050     MOVE 'D' TO RT-LINE-KIND.
004060     MOVE RH-START-DATE TO RT-LINE-DATE.
004070     MOVE RT-ROW-SOURCE TO RT-LINE-SOURCE.
004080     PERFORM 4200-FIND-TABLE-ENTRY THRU 4200-EXIT.
004090     IF RT-TAB-HIT > 0
004100         PERFORM 3300-ROLL-INTO-ENTRY THRU 3300-EXIT
004110     END-IF.
004120*    THE WEEK RUNS MONDAY TO SUNDAY.  DAY ONE OF THE INTEGER DATE
004130*    COUNT, 1601-01-01, WAS A MONDAY, SO THE DAY LESS ONE,
004140*    REMAINDER SEVEN, IS THE DAYS SINCE THE WEEK'S MONDAY.
004150     COMPUTE RT-DAY-INT = FUNCTION INTEGER-OF-DATE (RT-ROW-DATE).
004160     SUBTRACT 1 FROM RT-DAY-INT.
004170     DIVIDE RT-DAY-INT BY 7
004180         GIVING RT-WEEK-QUOT REMAINDER RT-WEEK-DAY.
004190     COMPUTE RT-WEEK-DATE =
004200         FUNCTION DATE-OF-INTEGER (RT-DAY-INT + 1 - RT-WEEK-DAY).
004210     MOVE 'W' TO RT-LINE-KIND.
004220     MOVE RT-WEEK-DATE TO RT-LINE-DATE.
004230     PERFORM 4200-FIND-TABLE-ENTRY THRU 4200-EXIT.
004240     IF RT-TAB-HIT > 0
004250         PERFORM 3300-ROLL-INTO-ENTRY THRU 3300-EXIT
004260     END-IF.
004270 3100-EXIT.
004280     EXIT.
004290*
004300******************************************************************
004310*  3200-EDIT-ROW -- IS THE ROW IN HAND READABLE, IS IT IN THE
004320*  RANGE, AND DID IT REACH ITS TRAILER?  ALSO WORKS OUT THE
004330*  RECORDS THE RUN ITSELF READ.  A REFUSED RUN THAT FOUND NO
004340*  HEADER HAS NO SOURCE AND IS ROLLED UNDER '(NONE)'.
004350******************************************************************
004360 3200-EDIT-ROW.
004370     MOVE 'N' TO RT-ROW-OK-SW.
004380     MOVE 'N' TO RT-IN-RANGE-SW.
004390     MOVE 'N' TO RT-COMPLETED-SW.
004400     IF RH-START-DATE NOT NUMERIC
004410        OR RH-ELAPSED NOT NUMERIC
004420        OR RH-RECS-READ NOT NUMERIC
004430        OR RH-RESTART-SEQ NOT NUMERIC
004440         GO TO 3200-EXIT
004450     END-IF.
004460     MOVE RH-START-DATE TO RT-ROW-DATE.
004470     IF FUNCTION TEST-DATE-YYYYMMDD (RT-ROW-DATE) NOT = 0
004480         GO TO 3200-EXIT
004490     END-IF.
004500     SET RT-ROW-OK TO TRUE.
004510     IF RH-IN-BALANCE OR RH-OUT-OF-BALANCE
004520         SET RT-ROW-COMPLETED TO TRUE
004530     END-IF.
004540     MOVE RH-SOURCE TO RT-ROW-SOURCE.
004550     IF RT-ROW-SOURCE = SPACES
004560         MOVE '(NONE)' TO RT-ROW-SOURCE
004570     END-IF.
004580     COMPUTE RT-ROW-RECS = RH-RECS-READ - RH-RESTART-SEQ.
004590     IF RT-ROW-RECS < 0
004600         MOVE ZERO TO RT-ROW-RECS
004610     END-IF.
004620     IF RT-FROM-DATE NOT = SPACES
004630        AND RH-START-DATE < RT-FROM-DATE
004640         GO TO 3200-EXIT
004650     END-IF.
004660     IF RT-TO-DATE NOT = SPACES
004670        AND RH-START-DATE > RT-TO-DATE
004680         GO TO 3200-EXIT
004690     END-IF.
004700     SET RT-ROW-IN-RANGE TO TRUE.
004710 3200-EXIT.
004720     EXIT.
004730*
004740******************************************************************
004750*  3300-ROLL-INTO-ENTRY -- THE ROW INTO THE TABLE ENTRY 4200
004760*  FOUND.
004770******************************************************************
004780 3300-ROLL-INTO-ENTRY.
004790     ADD 1 TO RT-TAB-RUNS (RT-TAB-HIT).
004800     ADD RT-ROW-RECS TO RT-TAB-RECS (RT-TAB-HIT).
004810     ADD RH-ELAPSED TO RT-TAB-SECS (RT-TAB-HIT).
004820     IF RH-REFUSED
004830         ADD 1 TO RT-TAB-REFUSED (RT-TAB-HIT)
004840     END-IF.
004850     IF RH-ABORTED
004860         ADD 1 TO RT-TAB-ABORTED (RT-TAB-HIT)
004870     END-IF.
004880     IF RH-RESTARTED
004890         ADD 1 TO RT-TAB-RESTARTS (RT-TAB-HIT)
004900     END-IF.
004910 3300-EXIT.
004920     EXIT.
004930*
004940******************************************************************
004950*  4200-FIND-TABLE-ENTRY -- THE LINE KEY IN THE TABLE, INSERTED
004960*  IN ORDER ON FIRST SIGHT.  RT-TAB-POS ENDS ON THE FIRST ENTRY
004970*  NOT LOWER THAN THE KEY.  RT-TAB-HIT IS ZERO WHEN THE TABLE IS
004980*  FULL.
004990******************************************************************
005000 4200-FIND-TABLE-ENTRY.
005010     MOVE ZERO TO RT-TAB-HIT.
005020     MOVE 1 TO RT-TAB-POS.
005030     IF RT-TAB-COUNT > 0
005040         PERFORM 4250-SKIP-LOWER-KEY THRU 4250-EXIT
005050             UNTIL RT-TAB-POS > RT-TAB-COUNT
005060                OR RT-TAB-KEY (RT-TAB-POS) NOT < RT-LINE-KEY
005070     END-IF.
005080     IF RT-TAB-POS NOT > RT-TAB-COUNT
005090        AND RT-TAB-KEY (RT-TAB-POS) = RT-LINE-KEY
005100         MOVE RT-TAB-POS TO RT-TAB-HIT
005110         GO TO 4200-EXIT
005120     END-IF.
005130     IF RT-TAB-COUNT >= RT-TAB-MAX
005140         SET RT-TAB-TABLE-FULL TO TRUE
005150         GO TO 4200-EXIT
005160     END-IF.
005170     MOVE RT-TAB-COUNT TO RT-TAB-SUB.
005180     IF RT-TAB-COUNT > 0
005190         PERFORM 4260-SHIFT-ONE-ENTRY THRU 4260-EXIT
005200             UNTIL RT-TAB-SUB < RT-TAB-POS
005210     END-IF.
005220     ADD 1 TO RT-TAB-COUNT.
005230     MOVE RT-TAB-POS TO RT-TAB-HIT.
005240     MOVE RT-LINE-KEY TO RT-TAB-KEY (RT-TAB-HIT).
005250     MOVE ZERO TO RT-TAB-RUNS (RT-TAB-HIT).
005260     MOVE ZERO TO RT-TAB-RECS (RT-TAB-HIT).
005270     MOVE ZERO TO RT-TAB-SECS (RT-TAB-HIT).
005280     MOVE ZERO TO RT-TAB-REFUSED (RT-TAB-HIT).
005290     MOVE ZERO TO RT-TAB-ABORTED (RT-TAB-HIT).
005300     MOVE ZERO TO RT-TAB-RESTARTS (RT-TAB-HIT).
005310 4200-EXIT.
005320     EXIT.
005330*
005340 4250-SKIP-LOWER-KEY.
005350     ADD 1 TO RT-TAB-POS.
005360 4250-EXIT.
005370     EXIT.
005380*
005390*    MOVES ONE ENTRY UP A SLOT, WORKING DOWN FROM THE TOP, TO OPEN
005400*    THE INSERTION SLOT AT RT-TAB-POS.
005410 4260-SHIFT-ONE-ENTRY.
005420     MOVE RT-TAB-ENTRY (RT-TAB-SUB)
005430         TO RT-TAB-ENTRY (RT-TAB-SUB + 1).
005440     SUBTRACT 1 FROM RT-TAB-SUB.
005450 4260-EXIT.
005460     EXIT.
005470*
005480******************************************************************
005490*  4300-FIND-NORM -- THE ROW'S SOURCE NORM ENTRY, LOOKED UP ONLY
005500*  (EVERY COMPLETED ROW MADE ONE IN THE FIRST PASS).  RT-TAB-HIT
005510*  IS ZERO IF IT IS NOT THERE.
005520******************************************************************
005530 4300-FIND-NORM.
005540     MOVE ZERO TO RT-TAB-HIT.
005550     MOVE 'N' TO RT-LINE-KIND.
005560     MOVE SPACES TO RT-LINE-DATE.
005570     MOVE RT-ROW-SOURCE TO RT-LINE-SOURCE.
005580     MOVE 1 TO RT-TAB-POS.
005590     IF RT-TAB-COUNT > 0
005600         PERFORM 4250-SKIP-LOWER-KEY THRU 4250-EXIT
005610             UNTIL RT-TAB-POS > RT-TAB-COUNT
005620                OR RT-TAB-KEY (RT-TAB-POS) NOT < RT-LINE-KEY
005630     END-IF.
005640     IF RT-TAB-POS NOT > RT-TAB-COUNT
005650        AND RT-TAB-KEY (RT-TAB-POS) = RT-LINE-KEY
005660         MOVE RT-TAB-POS TO RT-TAB-HIT
005670     END-IF.
005680 4300-EXIT.
005690     EXIT.
005700*
005710******************************************************************
005720*  5000-WRITE-VOLUMES -- THE DAILY ('D') OR WEEKLY ('W') SECTION:
005730*  ONE LINE PER DAY OR WEEK AND SOURCE, WITH A TOTAL LINE AFTER
005740*  EACH DAY OR WEEK.
005750******************************************************************
005760 5000-WRITE-VOLUMES.
005770     MOVE SPACES TO RPT-RECORD.
005780     WRITE RPT-RECORD.
005790     IF RT-PRT-KIND = 'D'
005800         MOVE 'DAILY VOLUME AND ELAPSED TIME BY SOURCE'
005810             TO RPT-RECORD
005820         WRITE RPT-RECORD
005830         MOVE 'DATE' TO RPT-RECORD
005840     ELSE
005850         MOVE 'WEEKLY VOLUME AND ELAPSED TIME BY SOURCE (WEEK OF '
005860             TO RPT-RECORD
005870         STRING 'MONDAY)'
005880             DELIMITED BY SIZE INTO RPT-RECORD(51:)
005890         WRITE RPT-RECORD
005900         MOVE 'WEEK OF' TO RPT-RECORD
005910     END-IF.
005920     MOVE 'SOURCE    RUNS     RECORDS    ELAPSED REFUSD ABORTD'
005930         TO RPT-RECORD(10:51).
005940     MOVE 'RSTART' TO RPT-RECORD(62:6).
005950     WRITE RPT-RECORD.
005960     MOVE SPACES TO RT-PRT-DATE.
005970     MOVE ZERO TO RT-PRT-LINES.
005980     PERFORM 5100-WRITE-ONE-VOLUME THRU 5100-EXIT
005990         VARYING RT-TAB-SUB FROM 1 BY 1
006000         UNTIL RT-TAB-SUB > RT-TAB-COUNT.
006010     IF RT-PRT-LINES = 0
006020         MOVE 'NO RUNS IN THE RANGE' TO RPT-RECORD
006030         WRITE RPT-RECORD
006040         GO TO 5000-EXIT
006050     END-IF.
006060     PERFORM 5200-WRITE-GROUP-TOTAL THRU 5200-EXIT.
006070 5000-EXIT.
006080     EXIT.
006090*
006100 5100-WRITE-ONE-VOLUME.
006110     IF RT-TAB-KIND (RT-TAB-SUB) NOT = RT-PRT-KIND
006120         GO TO 5100-EXIT
006130     END-IF.
006140     IF RT-TAB-DATE (RT-TAB-SUB) NOT = RT-PRT-DATE
006150         IF RT-PRT-DATE NOT = SPACES
006160             PERFORM 5200-WRITE-GROUP-TOTAL THRU 5200-EXIT
006170         END-IF
006180         MOVE RT-TAB-DATE (RT-TAB-SUB) TO RT-PRT-DATE
006190         MOVE ZERO TO RT-GRP-RUNS, RT-GRP-RECS, RT-GRP-SECS,
006200             RT-GRP-REFUSED, RT-GRP-ABORTED, RT-GRP-RESTARTS
006210     END-IF.
006220     ADD 1 TO RT-PRT-LINES.
006230     ADD RT-TAB-RUNS (RT-TAB-SUB)     TO RT-GRP-RUNS.
006240     ADD RT-TAB-RECS (RT-TAB-SUB)     TO RT-GRP-RECS.
006250     ADD RT-TAB-SECS (RT-TAB-SUB)     TO RT-GRP-SECS.
006260     ADD RT-TAB-REFUSED (RT-TAB-SUB)  TO RT-GRP-REFUSED.
006270     ADD RT-TAB-ABORTED (RT-TAB-SUB)  TO RT-GRP-ABORTED.
006280     ADD RT-TAB-RESTARTS (RT-TAB-SUB) TO RT-GRP-RESTARTS.
006290     MOVE RT-TAB-RUNS (RT-TAB-SUB) TO RT-RUNS-ED.
006300     MOVE RT-TAB-RECS (RT-TAB-SUB) TO RT-RECS-ED.
006310     MOVE RT-TAB-SECS (RT-TAB-SUB) TO RT-ET-SECS-IN.
006320     PERFORM 8500-FORMAT-ELAPSED THRU 8500-EXIT.
006330     MOVE RT-TAB-REFUSED (RT-TAB-SUB)  TO RT-CNT-ED.
006340     MOVE RT-TAB-ABORTED (RT-TAB-SUB)  TO RT-CNT2-ED.
006350     MOVE RT-TAB-RESTARTS (RT-TAB-SUB) TO RT-CNT3-ED.
006360     MOVE SPACE TO RPT-RECORD.
006370     STRING RT-TAB-DATE (RT-TAB-SUB) ' '
006380         RT-TAB-SOURCE (RT-TAB-SUB) ' ' RT-RUNS-ED ' ' RT-RECS-ED
006390         ' ' RT-ET-TEXT '  ' RT-CNT-ED ' ' RT-CNT2-ED
006400         ' ' RT-CNT3-ED
006410         DELIMITED BY SIZE INTO RPT-RECORD.
006420     WRITE RPT-RECORD.
006430 5100-EXIT.
006440     EXIT.
006450*
006460 5200-WRITE-GROUP-TOTAL.
006470     MOVE RT-GRP-RUNS TO RT-RUNS-ED.
006480     MOVE RT-GRP-RECS TO RT-RECS-ED.
006490     MOVE RT-GRP-SECS TO RT-ET-SECS-IN.
006500     PERFORM 8500-FORMAT-ELAPSED THRU 8500-EXIT.
006510     MOVE RT-GRP-REFUSED  TO RT-CNT-ED.
006520     MOVE RT-GRP-ABORTED  TO RT-CNT2-ED.
006530     MOVE RT-GRP-RESTARTS TO RT-CNT3-ED.
006540     MOVE SPACE TO RPT-RECORD.
006550     STRING RT-PRT-DATE ' TOTAL    ' RT-RUNS-ED ' ' RT-RECS-ED ' '
006560         RT-ET-TEXT '  ' RT-CNT-ED ' ' RT-CNT2-ED ' ' RT-CNT3-ED
006570         DELIMITED BY SIZE INTO RPT-RECORD.
006580     WRITE RPT-RECORD.
006590     MOVE SPACES TO RPT-RECORD.
006600     WRITE RPT-RECORD.
006610 5200-EXIT.
006620     EXIT.
006630*
006640******************************************************************
006650*  5500-WRITE-NORMS -- EACH SOURCE'S COMPLETED RUNS OVER THE WHOLE
006660*  HISTORY AND ITS AVERAGE RECORDS AND ELAPSED TIME PER RUN.
006670******************************************************************
006680 5500-WRITE-NORMS.
006690     MOVE 'SOURCE NORMS - COMPLETED RUNS, WHOLE HISTORY'
006700         TO RPT-RECORD.
006710     WRITE RPT-RECORD.
006720     MOVE 'SOURCE      RUNS AVG RECORDS AVG ELAPSED'
006730         TO RPT-RECORD.
006740     WRITE RPT-RECORD.
006750     MOVE ZERO TO RT-PRT-LINES.
006760     PERFORM 5600-WRITE-ONE-NORM THRU 5600-EXIT
006770         VARYING RT-TAB-SUB FROM 1 BY 1
006780         UNTIL RT-TAB-SUB > RT-TAB-COUNT.
006790     IF RT-PRT-LINES = 0
006800         MOVE 'NO COMPLETED RUNS ON FILE' TO RPT-RECORD
006810         WRITE RPT-RECORD
006820     END-IF.
006830 5500-EXIT.
006840     EXIT.
006850*
006860 5600-WRITE-ONE-NORM.
006870     IF RT-TAB-KIND (RT-TAB-SUB) NOT = 'N'
006880         GO TO 5600-EXIT
006890     END-IF.
006900     ADD 1 TO RT-PRT-LINES.
006910     COMPUTE RT-AVG-RECS ROUNDED =
006920         RT-TAB-RECS (RT-TAB-SUB) / RT-TAB-RUNS (RT-TAB-SUB).
006930     COMPUTE RT-AVG-SECS ROUNDED =
006940         RT-TAB-SECS (RT-TAB-SUB) / RT-TAB-RUNS (RT-TAB-SUB).
006950     MOVE RT-TAB-RUNS (RT-TAB-SUB) TO RT-CTR-ED.
006960     MOVE RT-AVG-RECS TO RT-RECS-ED.
006970     MOVE RT-AVG-SECS TO RT-ET-SECS-IN.
006980     PERFORM 8500-FORMAT-ELAPSED THRU 8500-EXIT.
006990     MOVE SPACE TO RPT-RECORD.
007000     STRING RT-TAB-SOURCE (RT-TAB-SUB) ' ' RT-CTR-ED ' '
007010         RT-RECS-ED ' ' RT-ET-TEXT
007020         DELIMITED BY SIZE INTO RPT-RECORD.
007030     IF RT-TAB-RUNS (RT-TAB-SUB) < RT-NORM-MIN
007040         MOVE 'TOO FEW RUNS - NOT FLAGGED' TO RPT-RECORD(53:26)
007050     END-IF.
007060     WRITE RPT-RECORD.
007070 5600-EXIT.
007080     EXIT.
007090*
007100******************************************************************
007110*  6000-LIST-FLAGGED-RUNS -- SECOND PASS: EVERY COMPLETED RUN IN
007120*  THE RANGE WHOSE ELAPSED TIME OR VOLUME IS OVER THE FACTOR
007130*  TIMES ITS SOURCE'S NORM.  FLAG TIME, VOL, OR BOTH.
007140******************************************************************
007150 6000-LIST-FLAGGED-RUNS.
007160     MOVE SPACES TO RPT-RECORD.
007170     WRITE RPT-RECORD.
007180     MOVE 'RUNS WELL ABOVE THEIR SOURCE NORM' TO RPT-RECORD.
007190     WRITE RPT-RECORD.
007200     MOVE 'DATE     START    JOB      BATCH ID     SOURCE   '
007210         TO RPT-RECORD(1:50).
007220     MOVE '    RECORDS    ELAPSED FLAG' TO RPT-RECORD(50:27).
007230     WRITE RPT-RECORD.
007240     PERFORM 2800-OPEN-HISTORY THRU 2800-EXIT.
007250     IF NOT RT-HIST-OPENED
007260         GO TO 6000-EXIT
007270     END-IF.
007280     PERFORM 6100-CHECK-ONE-ROW THRU 6100-EXIT
007290         WITH TEST AFTER
007300         UNTIL RT-NO-MORE-ROWS.
007310     CLOSE RUNH-FILE.
007320     IF RT-RUNS-FLAGGED = 0
007330         MOVE 'NO RUN IN THE RANGE WAS FLAGGED' TO RPT-RECORD
007340         WRITE RPT-RECORD
007350     END-IF.
007360 6000-EXIT.
007370     EXIT.
007380*
007390 6100-CHECK-ONE-ROW.
007400     READ RUNH-FILE
007410         AT END
007420             MOVE 'Y' TO RT-EOF-SW
007430     END-READ.
007440     IF RT-NO-MORE-ROWS
007450         GO TO 6100-EXIT
007460     END-IF.
007470     PERFORM 3200-EDIT-ROW THRU 3200-EXIT.
007480     IF NOT RT-ROW-OK
007490        OR NOT RT-ROW-IN-RANGE
007500        OR NOT RT-ROW-COMPLETED
007510         GO TO 6100-EXIT
007520     END-IF.
007530     PERFORM 4300-FIND-NORM THRU 4300-EXIT.
007540     IF RT-TAB-HIT = 0
007550         GO TO 6100-EXIT
007560     END-IF.
007570     IF RT-TAB-RUNS (RT-TAB-HIT) < RT-NORM-MIN
007580         GO TO 6100-EXIT
007590     END-IF.
007600     COMPUTE RT-AVG-RECS ROUNDED =
007610         RT-TAB-RECS (RT-TAB-HIT) / RT-TAB-RUNS (RT-TAB-HIT).
007620     COMPUTE RT-AVG-SECS ROUNDED =
007630         RT-TAB-SECS (RT-TAB-HIT) / RT-TAB-RUNS (RT-TAB-HIT).
007640     MOVE 'N' TO RT-TIME-FLAG-SW.
007650     MOVE 'N' TO RT-VOL-FLAG-SW.
007660     IF RH-ELAPSED NOT < RT-MIN-SECS
007670        AND RH-ELAPSED > RT-AVG-SECS * RT-FACTOR
007680         SET RT-TIME-FLAGGED TO TRUE
007690     END-IF.
007700     IF RT-ROW-RECS NOT < RT-MIN-RECS
007710        AND RT-ROW-RECS > RT-AVG-RECS * RT-FACTOR
007720         SET RT-VOL-FLAGGED TO TRUE
007730     END-IF.
007740     IF NOT RT-TIME-FLAGGED AND NOT RT-VOL-FLAGGED
007750         GO TO 6100-EXIT
007760     END-IF.
007770     MOVE 'BOTH' TO RT-FLAG-TEXT.
007780     IF NOT RT-VOL-FLAGGED
007790         MOVE 'TIME' TO RT-FLAG-TEXT
007800     END-IF.
007810     IF NOT RT-TIME-FLAGGED
007820         MOVE 'VOL' TO RT-FLAG-TEXT
007830     END-IF.
007840     ADD 1 TO RT-RUNS-FLAGGED.
007850     PERFORM 8600-FORMAT-START-TIME THRU 8600-EXIT.
007860     MOVE RT-ROW-RECS TO RT-RECS-ED.
007870     MOVE RH-ELAPSED TO RT-ET-SECS-IN.
007880     PERFORM 8500-FORMAT-ELAPSED THRU 8500-EXIT.
007890     MOVE SPACE TO RPT-RECORD.
007900     STRING RH-START-DATE ' ' RT-TIME-TEXT ' ' RH-JOB-ID ' '
007910         RH-BATCH-ID ' ' RT-ROW-SOURCE ' ' RT-RECS-ED ' '
007920         RT-ET-TEXT ' ' RT-FLAG-TEXT
007930         DELIMITED BY SIZE INTO RPT-RECORD.
007940     WRITE RPT-RECORD.
007950 6100-EXIT.
007960     EXIT.
007970*
007980******************************************************************
007990*  7000-LIST-ABORTS-RESTARTS -- THIRD PASS: EVERY RUN IN THE
008000*  RANGE THAT ABORTED OR WAS A RESTART, WITH ITS MODE (B, R, OR
008010*  M FOR A NIGHT-RUN FILE), ITS OUTCOME, THE RECORD IT RESTARTED
008020*  AFTER, AND ANY REASON GIVEN.
008030******************************************************************
008040 7000-LIST-ABORTS-RESTARTS.
008050     MOVE SPACES TO RPT-RECORD.
008060     WRITE RPT-RECORD.
008070     MOVE 'ABORTS AND RESTARTS' TO RPT-RECORD.
008080     WRITE RPT-RECORD.
008090     MOVE 'DATE     START    JOB      M BATCH ID     SOURCE   '
008100         TO RPT-RECORD(1:52).
008110     MOVE 'OUTCOME  RESTART AFTER' TO RPT-RECORD(52:22).
008120     WRITE RPT-RECORD.
008130     PERFORM 2800-OPEN-HISTORY THRU 2800-EXIT.
008140     IF NOT RT-HIST-OPENED
008150         GO TO 7000-EXIT
008160     END-IF.
008170     PERFORM 7100-CHECK-ONE-ROW THRU 7100-EXIT
008180         WITH TEST AFTER
008190         UNTIL RT-NO-MORE-ROWS.
008200     CLOSE RUNH-FILE.
008210     IF RT-RUNS-ABORTED = 0 AND RT-RUNS-RESTARTED = 0
008220         MOVE 'NO ABORT OR RESTART IN THE RANGE' TO RPT-RECORD
008230         WRITE RPT-RECORD
008240     END-IF.
008250 7000-EXIT.
008260     EXIT.
008270*
008280 7100-CHECK-ONE-ROW.
008290     READ RUNH-FILE
008300         AT END
008310             MOVE 'Y' TO RT-EOF-SW
008320     END-READ.
008330     IF RT-NO-MORE-ROWS
008340         GO TO 7100-EXIT
008350     END-IF.
008360     PERFORM 3200-EDIT-ROW THRU 3200-EXIT.
008370     IF NOT RT-ROW-OK
008380        OR NOT RT-ROW-IN-RANGE
008390         GO TO 7100-EXIT
008400     END-IF.
008410     IF NOT RH-ABORTED AND NOT RH-RESTARTED
008420         GO TO 7100-EXIT
008430     END-IF.
008440     IF RH-ABORTED
008450         ADD 1 TO RT-RUNS-ABORTED
008460     END-IF.
008470     IF RH-RESTARTED
008480         ADD 1 TO RT-RUNS-RESTARTED
008490         MOVE RH-RESTART-SEQ TO RT-SEQ-ED
008500         MOVE RT-SEQ-ED TO RT-SEQ-TEXT
008510     ELSE
008520         MOVE SPACES TO RT-SEQ-TEXT
008530     END-IF.
008540     MOVE 'ABORTED' TO RT-OUTCOME-TEXT.
008550     IF RH-IN-BALANCE
008560         MOVE 'IN BAL' TO RT-OUTCOME-TEXT
008570     END-IF.
008580     IF RH-OUT-OF-BALANCE
008590         MOVE 'OUT BAL' TO RT-OUTCOME-TEXT
008600     END-IF.
008610     IF RH-REFUSED
008620         MOVE 'REFUSED' TO RT-OUTCOME-TEXT
008630     END-IF.
008640     PERFORM 8600-FORMAT-START-TIME THRU 8600-EXIT.
008650     MOVE SPACE TO RPT-RECORD.
008660     STRING RH-START-DATE ' ' RT-TIME-TEXT ' ' RH-JOB-ID ' '
008670         RH-RUN-MODE ' ' RH-BATCH-ID ' ' RT-ROW-SOURCE ' '
008680         RT-OUTCOME-TEXT ' ' RT-SEQ-TEXT
008690         DELIMITED BY SIZE INTO RPT-RECORD.
008700     WRITE RPT-RECORD.
008710     IF RH-REASON NOT = SPACES
008720         MOVE SPACE TO RPT-RECORD
008730         STRING '    REASON: ' RH-REASON
008740             DELIMITED BY SIZE INTO RPT-RECORD
008750         WRITE RPT-RECORD
008760     END-IF.
008770 7100-EXIT.
008780     EXIT.
008790*
008800******************************************************************
008810*  8000-WRITE-TOTALS -- THE FOOTING COUNTS.
008820******************************************************************
008830 8000-WRITE-TOTALS.
008840     MOVE SPACES TO RPT-RECORD.
008850     WRITE RPT-RECORD.
008860     MOVE RT-ROWS-READ TO RT-CTR-ED.
008870     MOVE SPACE TO RPT-RECORD.
008880     STRING 'HISTORY ROWS READ........: ' RT-CTR-ED
008890         DELIMITED BY SIZE INTO RPT-RECORD.
008900     WRITE RPT-RECORD.
008910     MOVE RT-ROWS-IN-RANGE TO RT-CTR-ED.
008920     MOVE SPACE TO RPT-RECORD.
008930     STRING 'RUNS IN THE RANGE........: ' RT-CTR-ED
008940         DELIMITED BY SIZE INTO RPT-RECORD.
008950     WRITE RPT-RECORD.
008960     MOVE RT-RUNS-FLAGGED TO RT-CTR-ED.
008970     MOVE SPACE TO RPT-RECORD.
008980     STRING 'RUNS FLAGGED.............: ' RT-CTR-ED
008990         DELIMITED BY SIZE INTO RPT-RECORD.
009000     WRITE RPT-RECORD.
009010     MOVE RT-RUNS-ABORTED TO RT-CTR-ED.
009020     MOVE SPACE TO RPT-RECORD.
009030     STRING 'RUNS ABORTED.............: ' RT-CTR-ED
009040         DELIMITED BY SIZE INTO RPT-RECORD.
009050     WRITE RPT-RECORD.
009060     MOVE RT-RUNS-RESTARTED TO RT-CTR-ED.
009070     MOVE SPACE TO RPT-RECORD.
009080     STRING 'RUNS RESTARTED...........: ' RT-CTR-ED
009090         DELIMITED BY SIZE INTO RPT-RECORD.
009100     WRITE RPT-RECORD.
009110     MOVE RT-ROWS-DAMAGED TO RT-CTR-ED.
009120     MOVE SPACE TO RPT-RECORD.
009130     STRING 'ROWS NOT READABLE........: ' RT-CTR-ED
009140         DELIMITED BY SIZE INTO RPT-RECORD.
009150     WRITE RPT-RECORD.
009160     IF RT-TAB-TABLE-FULL
009170         MOVE 'WARNING - MORE DAYS, WEEKS AND SOURCES THAN THE '
009180             TO RPT-RECORD
009190         STRING 'TABLE HOLDS'
009200             DELIMITED BY SIZE INTO RPT-RECORD(49:)
009210         WRITE RPT-RECORD
009220     END-IF.
009230     MOVE SPACES TO RPT-RECORD.
009240     WRITE RPT-RECORD.
009250     IF RT-TAB-TABLE-FULL
009260         MOVE '*** REPORT INCOMPLETE - NARROW THE DATE RANGE ***'
009270             TO RPT-RECORD
009280         DISPLAY 'RUN TREND REPORT INCOMPLETE - SEE RUNTRND'
009290     ELSE
009300         MOVE '*** REPORT COMPLETE ***' TO RPT-RECORD
009310     END-IF.
009320     WRITE RPT-RECORD.
009330 8000-EXIT.
009340     EXIT.
009350*
009360******************************************************************
009370*  8500-FORMAT-ELAPSED -- RT-ET-SECS-IN AS HOURS:MINUTES:SECONDS
009380*  IN RT-ET-TEXT.
009390******************************************************************
009400 8500-FORMAT-ELAPSED.
009410     COMPUTE RT-ET-WHOLE ROUNDED = RT-ET-SECS-IN.
009420     DIVIDE RT-ET-WHOLE BY 3600
009430         GIVING RT-ET-HOURS REMAINDER RT-ET-REM.
009440     IF RT-ET-HOURS > 9999
009450         MOVE 9999 TO RT-ET-HOURS
009460     END-IF.
009470     MOVE RT-ET-HOURS TO RT-ET-HH.
009480     DIVIDE RT-ET-REM BY 60
009490         GIVING RT-ET-MM REMAINDER RT-ET-SS.
009500 8500-EXIT.
009510     EXIT.
009520*
009530******************************************************************
009540*  8600-FORMAT-START-TIME -- THE ROW'S HHMMSSCC START TIME AS
009550*  HH:MM:SS IN RT-TIME-TEXT.
009560******************************************************************
009570 8600-FORMAT-START-TIME.
009580     MOVE RH-START-TIME TO RT-TIME-IN.
009590     MOVE RT-TIME-IN-HH TO RT-TIME-HH.
009600     MOVE RT-TIME-IN-MM TO RT-TIME-MM.
009610     MOVE RT-TIME-IN-SS TO RT-TIME-SS.
009620 8600-EXIT.
009630     EXIT.
009640*
009650 END PROGRAM RUNTREND.
