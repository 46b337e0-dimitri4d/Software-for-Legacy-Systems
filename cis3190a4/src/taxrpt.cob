000010******************************************************************
000020*  D. FREDERICK
000030*  CIS3190 A4  --  COBOL
000040*
000050*  PROGRAM-ID.  TAXRPT
000060*
000070*  SALES-TAX SUMMARY.  FOR A RANGE OF ACCOUNTING PERIODS
000080*  (YYYYMM), EVERY STAMPED MULTGL GENERATION THE PROCESSED-BATCH
000090*  REGISTER (MULTBREG) SAYS POSTED INTO THE RANGE -- COMPLETED,
000100*  REVERSED, REVERSAL AND RESUBMISSION ROWS ALIKE, AS IN
000110*  PERDCLOSE -- IS READ AND ITS 'X' TAX LINES ROLLED BY PERIOD
000120*  AND TAX CODE: THE NUMBER OF TAXED LINES, THE TAXABLE BASE
000130*  THEY WERE WORKED OUT ON, AND THE TAX.  A REVERSED BATCH AND
000140*  ITS REVERSAL BOTH ROLL IN AND NET OUT.  THESE ARE THE FIGURES
000150*  THE SALES-TAX RETURNS ARE FILED FROM, AND THEY TIE TO THE
000160*  TAX-LIABILITY ACCOUNTS ON THE PERIOD-CLOSE JOURNAL.
000170*
000180*  A GENERATION THAT CANNOT BE OPENED IS LISTED AND THE REPORT
000190*  MARKED INCOMPLETE -- A RETURN MUST NOT BE FILED FROM IT UNTIL
000200*  THE GENERATION IS PUT BACK.  A GENERATION FROM BEFORE SALES
000210*  TAX SIMPLY HAS NO TAX LINES.  THE REPORT GOES TO TAXSUM, 80
000220*  COLUMNS, FORMATTED FOR PRINT LIKE PERDRPT.
000230*
000240*  MODIFICATION HISTORY
000250*  ------------------------------------------------------
000260*  2026-10-15  DF   ORIGINAL VERSION.
000270*
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.       TAXRPT.
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
000430     SELECT BREG-FILE
000440         ASSIGN TO "MULTBREG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS TS-BREG-FILE-STATUS.
000470     SELECT GL-FILE
000480         ASSIGN TO DYNAMIC TS-GL-NAME
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS TS-GL-FILE-STATUS.
000510     SELECT RPT-FILE
000520         ASSIGN TO "TAXSUM"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS TS-RPT-FILE-STATUS.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580*
000590 FD  BREG-FILE.
000600     COPY BREGREC.
000610*
000620*    GL-FILE IS WHICHEVER STAMPED MULTGL GENERATION THE REGISTER
000630*    ROW IN HAND POINTS TO.  THE RECORD IS READ INTO A WORK AREA
000640*    AND PICKED APART THERE, AS IN PERDCLOSE.
000650 FD  GL-FILE.
000660 01  GL-RECORD                   PIC X(120).
000670*
000680 FD  RPT-FILE.
000690 01  RPT-RECORD                  PIC X(80).
000700*
000710 WORKING-STORAGE SECTION.
000720*
000730******************************************************************
000740*  FILE STATUS FIELDS.
000750******************************************************************
000760 77  TS-BREG-FILE-STATUS         PIC X(02)           VALUE '00'.
000770 77  TS-GL-FILE-STATUS           PIC X(02)           VALUE '00'.
000780 77  TS-RPT-FILE-STATUS          PIC X(02)           VALUE '00'.
000790*
000800******************************************************************
000810*  RUN CONTROL SWITCHES AND THE PERIOD RANGE.
000820******************************************************************
000830 77  TS-BREG-EOF-SW              PIC X(01)           VALUE 'N'.
000840     88  TS-BREG-NO-MORE-ROWS        VALUE 'Y'.
000850 77  TS-GL-EOF-SW                PIC X(01)           VALUE 'N'.
000860     88  TS-GL-NO-MORE-ROWS          VALUE 'Y'.
000870 77  TS-ABORT-SW                 PIC X(01)           VALUE 'N'.
000880     88  TS-ABORT-RUN                VALUE 'Y'.
000890 77  TS-INCOMPLETE-SW            PIC X(01)           VALUE 'N'.
000900     88  TS-REPORT-INCOMPLETE        VALUE 'Y'.
000910 77  TS-FROM-PERIOD              PIC X(06)    VALUE SPACES.
000920 77  TS-TO-PERIOD                PIC X(06)    VALUE SPACES.
000930 77  TS-PERIOD-IN                PIC X(06)    VALUE SPACES.
000940 77  TS-MONTH-IN                 PIC 9(02)           VALUE ZERO.
000950 77  TS-ROW-PERIOD               PIC X(06)    VALUE SPACES.
000960 77  TS-RUN-DATE                 PIC X(08)    VALUE SPACES.
000970*
000980******************************************************************
000990*  GL GENERATION WORK AREA.  ONLY THE 'X' TAX LINES ARE WANTED;
001000*  EVERY OTHER RECORD IS PASSED OVER.
001010******************************************************************
001020 77  TS-GL-NAME                  PIC X(38)    VALUE SPACES.
001030 01  TS-GL-WORK.
001040     05  TS-GL-REC-TYPE          PIC X(01).
001050     05  FILLER                  PIC X(119).
001060 01  TS-GL-TAX-LINE REDEFINES TS-GL-WORK.
001070     05  FILLER                  PIC X(01).
001080     05  TS-GL-TAX-CODE          PIC X(04).
001090     05  FILLER                  PIC X(08).
001100     05  TS-GL-TAX-AMOUNT        PIC S9(28)V9(02)
001110             SIGN IS LEADING SEPARATE CHARACTER.
001120     05  TS-GL-TAX-BASE          PIC S9(28)V9(02)
001130             SIGN IS LEADING SEPARATE CHARACTER.
001140     05  FILLER                  PIC X(45).
001150*
001160******************************************************************
001170*  PERIOD/TAX-CODE TABLE -- ONE ENTRY PER TAX CODE TAXED IN EACH
001180*  PERIOD, KEPT IN PERIOD AND CODE ORDER AS ENTRIES ARE ADDED SO
001190*  THE REPORT COMES OUT SORTED.  A FULL TABLE MARKS THE REPORT
001200*  INCOMPLETE.
001210******************************************************************
001220 77  TS-TAB-MAX                  PIC 9(03)           VALUE 300.
001230 77  TS-TAB-SUB                  PIC 9(03) COMP      VALUE ZERO.
001240 77  TS-TAB-HIT                  PIC 9(03) COMP      VALUE ZERO.
001250 77  TS-TAB-POS                  PIC 9(03) COMP      VALUE ZERO.
001260 77  TS-TAB-FULL-SW              PIC X(01)           VALUE 'N'.
001270     88  TS-TAB-TABLE-FULL           VALUE 'Y'.
001280 77  TS-SUM-OVFL-SW              PIC X(01)           VALUE 'N'.
001290     88  TS-SUM-OVERFLOW             VALUE 'Y'.
001300 01  TS-LINE-KEY.
001310     05  TS-LINE-PERIOD          PIC X(06).
001320     05  TS-LINE-CODE            PIC X(04).
001330 01  TS-TAB-TABLE.
001340     05  TS-TAB-COUNT            PIC 9(03)           VALUE ZERO.
001350     05  TS-TAB-ENTRY OCCURS 300 TIMES.
001360         10  TS-TAB-KEY.
001370             15  TS-TAB-PERIOD   PIC X(06).
001380             15  TS-TAB-CODE     PIC X(04).
001390         10  TS-TAB-LINES        PIC 9(09).
001400         10  TS-TAB-BASE         PIC S9(28)V9(02).
001410         10  TS-TAB-TAX          PIC S9(28)V9(02).
001420*
001430******************************************************************
001440*  COUNTERS AND TOTALS.  THE PERIOD TOTALS ARE BUILT AS THE
001450*  TABLE IS PRINTED AND WRITTEN AT EACH CHANGE OF PERIOD.
001460******************************************************************
001470 77  TS-GENS-READ                PIC 9(05)           VALUE ZERO.
001480 77  TS-GENS-MISSING             PIC 9(05)           VALUE ZERO.
001490 77  TS-GEN-LINES                PIC 9(09)           VALUE ZERO.
001500 77  TS-PRT-PERIOD               PIC X(06)    VALUE SPACES.
001510 77  TS-PER-LINES                PIC 9(09)           VALUE ZERO.
001520 77  TS-PER-BASE                 PIC S9(28)V9(02)    VALUE ZERO.
001530 77  TS-PER-TAX                  PIC S9(28)V9(02)    VALUE ZERO.
001540 77  TS-TOT-LINES                PIC 9(09)           VALUE ZERO.
001550 77  TS-TOT-BASE                 PIC S9(28)V9(02)    VALUE ZERO.
001560 77  TS-TOT-TAX                  PIC S9(28)V9(02)    VALUE ZERO.
001570*
001580******************************************************************
001590*  REPORT EDIT FIELDS.  THE DETAIL AMOUNTS PRINT AT A WIDTH THAT
001600*  FITS THE LINE; THE GRAND TOTALS AT FULL WIDTH, AS IN
001610*  PERDCLOSE.
001620******************************************************************
001630 77  TS-COUNT-ED                 PIC ZZZZZZZZ9.
001640 77  TS-AMT-ED                   PIC -(16)9.99.
001650 77  TS-AMT2-ED                  PIC -(16)9.99.
001660 77  TS-SUM-ED                   PIC -9(28).99.
001670 77  TS-CTR-ED                   PIC ZZZZ9.
001680*
001690 PROCEDURE DIVISION.
001700*
001710******************************************************************
001720*  0000-MAINLINE
001730******************************************************************
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001760     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
001770     IF TS-ABORT-RUN
001780         GO TO 0000-EXIT
001790     END-IF.
001800     PERFORM 2500-WRITE-HEADING THRU 2500-EXIT.
001810     PERFORM 3000-ROLL-GENERATIONS THRU 3000-EXIT.
001820     PERFORM 5000-WRITE-TAX-LINES THRU 5000-EXIT.
001830     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
001840     CLOSE RPT-FILE.
001850     DISPLAY 'TAX SUMMARY FINISHED - SEE TAXSUM'.
001860 0000-EXIT.
001870     STOP RUN.
001880*
001890******************************************************************
001900*  1000-INITIALIZE -- THE PERIOD RANGE TO REPORT.
001910******************************************************************
001920 1000-INITIALIZE.
001930     DISPLAY 'FROM PERIOD (YYYYMM) ?'.
001940     PERFORM 1100-ACCEPT-PERIOD THRU 1100-EXIT.
001950     MOVE TS-PERIOD-IN TO TS-FROM-PERIOD.
001960     DISPLAY 'TO PERIOD (YYYYMM) ?'.
001970     PERFORM 1100-ACCEPT-PERIOD THRU 1100-EXIT.
001980     MOVE TS-PERIOD-IN TO TS-TO-PERIOD.
001990     IF TS-TO-PERIOD < TS-FROM-PERIOD
002000         DISPLAY 'TO PERIOD IS BEFORE FROM PERIOD'
002010         GO TO 1000-INITIALIZE
002020     END-IF.
002030     ACCEPT TS-RUN-DATE FROM DATE YYYYMMDD.
002040 1000-EXIT.
002050     EXIT.
002060*
002070 1100-ACCEPT-PERIOD.
002080     ACCEPT TS-PERIOD-IN.
002090     IF TS-PERIOD-IN NOT NUMERIC
002100         DISPLAY 'PERIOD MUST BE SIX DIGITS'
002110         GO TO 1100-ACCEPT-PERIOD
002120     END-IF.
002130     MOVE TS-PERIOD-IN(5:2) TO TS-MONTH-IN.
002140     IF TS-MONTH-IN < 1 OR TS-MONTH-IN > 12
002150         DISPLAY 'MONTH MUST BE 01 THROUGH 12'
002160         GO TO 1100-ACCEPT-PERIOD
002170     END-IF.
002180 1100-EXIT.
002190     EXIT.
002200*
002210******************************************************************
002220*  2000-OPEN-FILES -- THE REPORT.  THE REGISTER IS OPENED IN
002230*  3000.
002240******************************************************************
002250 2000-OPEN-FILES.
002260     OPEN OUTPUT RPT-FILE.
002270     IF TS-RPT-FILE-STATUS NOT = '00'
002280         DISPLAY 'TAXSUM OPEN FAILED - STATUS '
002290             TS-RPT-FILE-STATUS
002300         DISPLAY 'TAX SUMMARY ABORTED'
002310         SET TS-ABORT-RUN TO TRUE
002320     END-IF.
002330 2000-EXIT.
002340     EXIT.
002350*
002360******************************************************************
002370*  2500-WRITE-HEADING -- TITLE, RANGE, RUN, AND THE HEADER FOR
002380*  THE GENERATION LISTING.
002390******************************************************************
002400 2500-WRITE-HEADING.
002410     MOVE 'SALES TAX SUMMARY BY PERIOD AND TAX CODE'
002420         TO RPT-RECORD.
002430     WRITE RPT-RECORD.
002440     MOVE SPACE TO RPT-RECORD.
002450     STRING 'PERIODS..................: ' TS-FROM-PERIOD ' TO '
002460         TS-TO-PERIOD
002470         DELIMITED BY SIZE INTO RPT-RECORD.
002480     WRITE RPT-RECORD.
002490     MOVE SPACE TO RPT-RECORD.
002500     STRING 'RUN DATE.................: ' TS-RUN-DATE
002510         DELIMITED BY SIZE INTO RPT-RECORD.
002520     WRITE RPT-RECORD.
002530     MOVE SPACES TO RPT-RECORD.
002540     WRITE RPT-RECORD.
002550     MOVE SPACES TO RPT-RECORD.
002560     MOVE 'BATCH ID     S PERIOD RUN DATE JOB       TAX LINES'
002570         TO RPT-RECORD(1:50).
002580     WRITE RPT-RECORD.
002590 2500-EXIT.
002600     EXIT.
002610*
002620******************************************************************
002630*  3000-ROLL-GENERATIONS -- ONE PASS OVER THE REGISTER.  NO
002640*  REGISTER MEANS NO BATCH HAS EVER POSTED, SO THERE IS NO TAX
002650*  TO REPORT -- AN ANSWER, NOT A CRASH.
002660******************************************************************
002670 3000-ROLL-GENERATIONS.
002680     MOVE 'N' TO TS-BREG-EOF-SW.
002690     OPEN INPUT BREG-FILE.
002700     IF TS-BREG-FILE-STATUS NOT = '00'
002710         DISPLAY 'MULTBREG NOT AVAILABLE - STATUS '
002720             TS-BREG-FILE-STATUS
002730         DISPLAY 'NO GENERATIONS TO REPORT'
002740         GO TO 3000-EXIT
002750     END-IF.
002760     PERFORM 3100-CHECK-ONE-ROW THRU 3100-EXIT
002770         WITH TEST AFTER
002780         UNTIL TS-BREG-NO-MORE-ROWS.
002790     CLOSE BREG-FILE.
002800 3000-EXIT.
002810     EXIT.
002820*
002830******************************************************************
002840*  3100-CHECK-ONE-ROW -- A REGISTER ROW WHOSE RUN POSTED INTO THE
002850*  RANGE.  A ROW WRITTEN BEFORE THE PERIOD CALENDAR CARRIES NO
002860*  PERIOD AND POSTED IN ITS BUSINESS DATE'S MONTH.
002870******************************************************************
002880 3100-CHECK-ONE-ROW.
002890     READ BREG-FILE
002900         AT END
002910             MOVE 'Y' TO TS-BREG-EOF-SW
002920     END-READ.
002930     IF TS-BREG-NO-MORE-ROWS
002940         GO TO 3100-EXIT
002950     END-IF.
002960     IF NOT BREG-COMPLETED
002970        AND NOT BREG-REVERSED
002980        AND NOT BREG-REVERSAL
002990        AND NOT BREG-RESUBMISSION
003000         GO TO 3100-EXIT
003010     END-IF.
003020     IF BREG-PERIOD = SPACES
003030         MOVE BREG-BUS-DATE(1:6) TO TS-ROW-PERIOD
003040     ELSE
003050         MOVE BREG-PERIOD TO TS-ROW-PERIOD
003060     END-IF.
003070     IF TS-ROW-PERIOD < TS-FROM-PERIOD
003080        OR TS-ROW-PERIOD > TS-TO-PERIOD
003090         GO TO 3100-EXIT
003100     END-IF.
003110     PERFORM 4000-ROLL-ONE-GENERATION THRU 4000-EXIT.
003120 3100-EXIT.
003130     EXIT.
003140*
003150******************************************************************
003160*  4000-ROLL-ONE-GENERATION -- OPEN THE ROW'S STAMPED MULTGL
003170*  GENERATION AND ROLL ITS TAX LINES INTO THE TABLE UNDER THE
003180*  PERIOD THE RUN POSTED INTO.  EVERY GENERATION IS LISTED WITH
003190*  ITS TAX-LINE COUNT; A MISSING ONE MARKS THE REPORT INCOMPLETE.
003200******************************************************************
003210 4000-ROLL-ONE-GENERATION.
003220     MOVE SPACES TO TS-GL-NAME.
003230     STRING 'MULTGL.' BREG-RUN-DATE '.' BREG-JOB-ID
003240         DELIMITED BY SIZE INTO TS-GL-NAME.
003250     MOVE ZERO TO TS-GEN-LINES.
003260     MOVE 'N' TO TS-GL-EOF-SW.
003270     OPEN INPUT GL-FILE.
003280     MOVE SPACE TO RPT-RECORD.
003290     IF TS-GL-FILE-STATUS NOT = '00'
003300         ADD 1 TO TS-GENS-MISSING
003310         SET TS-REPORT-INCOMPLETE TO TRUE
003320         STRING BREG-BATCH-ID ' ' BREG-STATUS ' ' TS-ROW-PERIOD
003330             ' ' BREG-RUN-DATE ' ' BREG-JOB-ID
003340             ' GL EXTRACT MISSING'
003350             DELIMITED BY SIZE INTO RPT-RECORD
003360         WRITE RPT-RECORD
003370         GO TO 4000-EXIT
003380     END-IF.
003390     PERFORM 4100-ROLL-ONE-GL-RECORD THRU 4100-EXIT
003400         WITH TEST AFTER
003410         UNTIL TS-GL-NO-MORE-ROWS.
003420     CLOSE GL-FILE.
003430     ADD 1 TO TS-GENS-READ.
003440     MOVE TS-GEN-LINES TO TS-COUNT-ED.
003450     STRING BREG-BATCH-ID ' ' BREG-STATUS ' ' TS-ROW-PERIOD
003460         ' ' BREG-RUN-DATE ' ' BREG-JOB-ID ' ' TS-COUNT-ED
003470         DELIMITED BY SIZE INTO RPT-RECORD.
003480     WRITE RPT-RECORD.
003490 4000-EXIT.
003500     EXIT.
003510*
003520******************************************************************
003530*  4100-ROLL-ONE-GL-RECORD -- ONE RECORD OF THE GENERATION.
003540******************************************************************
003550 4100-ROLL-ONE-GL-RECORD.
003560     READ GL-FILE
003570         AT END
003580             MOVE 'Y' TO TS-GL-EOF-SW
003590     END-READ.
003600     IF TS-GL-NO-MORE-ROWS
003610         GO TO 4100-EXIT
003620     END-IF.
003630     MOVE GL-RECORD TO TS-GL-WORK.
003640     IF TS-GL-REC-TYPE NOT = 'X'
003650         GO TO 4100-EXIT
003660     END-IF.
003670     ADD 1 TO TS-GEN-LINES.
003680     MOVE TS-ROW-PERIOD  TO TS-LINE-PERIOD.
003690     MOVE TS-GL-TAX-CODE TO TS-LINE-CODE.
003700     PERFORM 4200-FIND-TABLE-ENTRY THRU 4200-EXIT.
003710     IF TS-TAB-HIT = 0
003720         GO TO 4100-EXIT
003730     END-IF.
003740     ADD 1 TO TS-TAB-LINES (TS-TAB-HIT).
003750     ADD TS-GL-TAX-BASE TO TS-TAB-BASE (TS-TAB-HIT)
003760         ON SIZE ERROR
003770             SET TS-SUM-OVERFLOW TO TRUE
003780     END-ADD.
003790     ADD TS-GL-TAX-AMOUNT TO TS-TAB-TAX (TS-TAB-HIT)
003800         ON SIZE ERROR
003810             SET TS-SUM-OVERFLOW TO TRUE
003820     END-ADD.
003830 4100-EXIT.
003840     EXIT.
003850*
003860******************************************************************
003870*  4200-FIND-TABLE-ENTRY -- THE LINE'S PERIOD AND TAX CODE IN THE
003880*  TABLE, INSERTED IN ORDER ON FIRST SIGHT.  TS-TAB-POS ENDS ON
003890*  THE FIRST ENTRY NOT LOWER THAN THE KEY.
003900******************************************************************
003910 4200-FIND-TABLE-ENTRY.
003920     MOVE ZERO TO TS-TAB-HIT.
003930     MOVE 1 TO TS-TAB-POS.
003940     IF TS-TAB-COUNT > 0
003950         PERFORM 4250-SKIP-LOWER-KEY THRU 4250-EXIT
003960             UNTIL TS-TAB-POS > TS-TAB-COUNT
003970                OR TS-TAB-KEY (TS-TAB-POS) NOT < TS-LINE-KEY
003980     END-IF.
003990     IF TS-TAB-POS NOT > TS-TAB-COUNT
004000        AND TS-TAB-KEY (TS-TAB-POS) = TS-LINE-KEY
004010         MOVE TS-TAB-POS TO TS-TAB-HIT
004020         GO TO 4200-EXIT
004030     END-IF.
004040     IF TS-TAB-COUNT >= TS-TAB-MAX
004050         SET TS-TAB-TABLE-FULL TO TRUE
004060         SET TS-REPORT-INCOMPLETE TO TRUE
004070         GO TO 4200-EXIT
004080     END-IF.
004090     MOVE TS-TAB-COUNT TO TS-TAB-SUB.
004100     IF TS-TAB-COUNT > 0
004110         PERFORM 4260-SHIFT-ONE-ENTRY THRU 4260-EXIT
004120             UNTIL TS-TAB-SUB < TS-TAB-POS
004130     END-IF.
004140     ADD 1 TO TS-TAB-COUNT.
004150     MOVE TS-TAB-POS TO TS-TAB-HIT.
004160     MOVE TS-LINE-KEY TO TS-TAB-KEY (TS-TAB-HIT).
004170     MOVE ZERO TO TS-TAB-LINES (TS-TAB-HIT).
004180     MOVE ZERO TO TS-TAB-BASE (TS-TAB-HIT).
004190     MOVE ZERO TO TS-TAB-TAX (TS-TAB-HIT).
004200 4200-EXIT.
004210     EXIT.
004220*
004230 4250-SKIP-LOWER-KEY.
004240     ADD 1 TO TS-TAB-POS.
004250 4250-EXIT.
004260     EXIT.
004270*
004280*    MOVES ONE ENTRY UP A SLOT, WORKING DOWN FROM THE TOP, TO OPEN
004290*    THE INSERTION SLOT AT TS-TAB-POS.
004300 4260-SHIFT-ONE-ENTRY.
004310     MOVE TS-TAB-ENTRY (TS-TAB-SUB)
004320         TO TS-TAB-ENTRY (TS-TAB-SUB + 1).
004330     SUBTRACT 1 FROM TS-TAB-SUB.
004340 4260-EXIT.
004350     EXIT.
004360*
004370******************************************************************
004380*  5000-WRITE-TAX-LINES -- ONE LINE PER PERIOD AND TAX CODE, WITH
004390*  A TOTAL AFTER EACH PERIOD, SUMMING THE GRAND TOTALS AS THEY GO.
004400******************************************************************
004410 5000-WRITE-TAX-LINES.
004420     MOVE ZERO TO TS-TOT-LINES, TS-TOT-BASE, TS-TOT-TAX.
004430     MOVE SPACES TO TS-PRT-PERIOD.
004440     MOVE SPACES TO RPT-RECORD.
004450     WRITE RPT-RECORD.
004460     MOVE SPACES TO RPT-RECORD.
004470     MOVE 'PERIOD CODE     LINES         TAXABLE BASE'
004480         TO RPT-RECORD(1:42).
004490     MOVE 'TAX' TO RPT-RECORD(61:3).
004500     WRITE RPT-RECORD.
004510     IF TS-TAB-COUNT = 0
004520         MOVE 'NO TAX LINES POSTED IN THE RANGE' TO RPT-RECORD
004530         WRITE RPT-RECORD
004540         GO TO 5000-EXIT
004550     END-IF.
004560     PERFORM 5100-WRITE-ONE-TAX-LINE THRU 5100-EXIT
004570         VARYING TS-TAB-SUB FROM 1 BY 1
004580         UNTIL TS-TAB-SUB > TS-TAB-COUNT.
004590     PERFORM 5200-WRITE-PERIOD-TOTAL THRU 5200-EXIT.
004600 5000-EXIT.
004610     EXIT.
004620*
004630 5100-WRITE-ONE-TAX-LINE.
004640     IF TS-TAB-PERIOD (TS-TAB-SUB) NOT = TS-PRT-PERIOD
004650         IF TS-PRT-PERIOD NOT = SPACES
004660             PERFORM 5200-WRITE-PERIOD-TOTAL THRU 5200-EXIT
004670         END-IF
004680         MOVE TS-TAB-PERIOD (TS-TAB-SUB) TO TS-PRT-PERIOD
004690         MOVE ZERO TO TS-PER-LINES, TS-PER-BASE, TS-PER-TAX
004700     END-IF.
004710     ADD TS-TAB-LINES (TS-TAB-SUB) TO TS-PER-LINES, TS-TOT-LINES.
004720     ADD TS-TAB-BASE (TS-TAB-SUB) TO TS-PER-BASE, TS-TOT-BASE
004730         ON SIZE ERROR
004740             SET TS-SUM-OVERFLOW TO TRUE
004750     END-ADD.
004760     ADD TS-TAB-TAX (TS-TAB-SUB) TO TS-PER-TAX, TS-TOT-TAX
004770         ON SIZE ERROR
004780             SET TS-SUM-OVERFLOW TO TRUE
004790     END-ADD.
004800     MOVE TS-TAB-LINES (TS-TAB-SUB) TO TS-COUNT-ED.
004810     MOVE TS-TAB-BASE (TS-TAB-SUB)  TO TS-AMT-ED.
004820     MOVE TS-TAB-TAX (TS-TAB-SUB)   TO TS-AMT2-ED.
004830     MOVE SPACE TO RPT-RECORD.
004840     STRING TS-TAB-PERIOD (TS-TAB-SUB) ' '
004850         TS-TAB-CODE (TS-TAB-SUB) ' ' TS-COUNT-ED ' '
004860         TS-AMT-ED ' ' TS-AMT2-ED
004870         DELIMITED BY SIZE INTO RPT-RECORD.
004880     WRITE RPT-RECORD.
004890 5100-EXIT.
004900     EXIT.
004910*
004920 5200-WRITE-PERIOD-TOTAL.
004930     MOVE TS-PER-LINES TO TS-COUNT-ED.
004940     MOVE TS-PER-BASE  TO TS-AMT-ED.
004950     MOVE TS-PER-TAX   TO TS-AMT2-ED.
004960     MOVE SPACE TO RPT-RECORD.
004970     STRING TS-PRT-PERIOD ' TOTL ' TS-COUNT-ED ' ' TS-AMT-ED ' '
004980         TS-AMT2-ED
004990         DELIMITED BY SIZE INTO RPT-RECORD.
005000     WRITE RPT-RECORD.
005010     MOVE SPACES TO RPT-RECORD.
005020     WRITE RPT-RECORD.
005030 5200-EXIT.
005040     EXIT.
005050*
005060******************************************************************
005070*  6000-WRITE-TOTALS -- THE GRAND TOTALS AT FULL WIDTH, AND
005080*  WHETHER A RETURN MAY BE FILED FROM THE REPORT.
005090******************************************************************
005100 6000-WRITE-TOTALS.
005110     MOVE TS-GENS-READ TO TS-CTR-ED.
005120     MOVE SPACE TO RPT-RECORD.
005130     STRING 'GENERATIONS READ.........: ' TS-CTR-ED
005140         DELIMITED BY SIZE INTO RPT-RECORD.
005150     WRITE RPT-RECORD.
005160     MOVE TS-GENS-MISSING TO TS-CTR-ED.
005170     MOVE SPACE TO RPT-RECORD.
005180     STRING 'GENERATIONS MISSING......: ' TS-CTR-ED
005190         DELIMITED BY SIZE INTO RPT-RECORD.
005200     WRITE RPT-RECORD.
005210     MOVE TS-TOT-LINES TO TS-COUNT-ED.
005220     MOVE SPACE TO RPT-RECORD.
005230     STRING 'TAX LINES................: ' TS-COUNT-ED
005240         DELIMITED BY SIZE INTO RPT-RECORD.
005250     WRITE RPT-RECORD.
005260     MOVE TS-TOT-BASE TO TS-SUM-ED.
005270     MOVE SPACE TO RPT-RECORD.
005280     STRING 'TAXABLE BASE.............: ' TS-SUM-ED
005290         DELIMITED BY SIZE INTO RPT-RECORD.
005300     WRITE RPT-RECORD.
005310     MOVE TS-TOT-TAX TO TS-SUM-ED.
005320     MOVE SPACE TO RPT-RECORD.
005330     STRING 'TAX......................: ' TS-SUM-ED
005340         DELIMITED BY SIZE INTO RPT-RECORD.
005350     WRITE RPT-RECORD.
005360     IF TS-TAB-TABLE-FULL
005370         MOVE 'WARNING - MORE PERIOD/TAX CODES IN THE RANGE THAN '
005380             TO RPT-RECORD
005390         STRING 'THE TABLE HOLDS'
005400             DELIMITED BY SIZE INTO RPT-RECORD(52:)
005410         WRITE RPT-RECORD
005420     END-IF.
005430     IF TS-SUM-OVERFLOW
005440         SET TS-REPORT-INCOMPLETE TO TRUE
005450         MOVE 'WARNING - A TAX SUM OVERFLOWED ITS ACCUMULATOR'
005460             TO RPT-RECORD
005470         WRITE RPT-RECORD
005480     END-IF.
005490     MOVE SPACES TO RPT-RECORD.
005500     WRITE RPT-RECORD.
005510     IF TS-REPORT-INCOMPLETE
005520         MOVE '*** REPORT INCOMPLETE - DO NOT FILE FROM IT ***'
005530             TO RPT-RECORD
005540         DISPLAY 'TAX SUMMARY INCOMPLETE - SEE TAXSUM'
005550     ELSE
005560         MOVE '*** REPORT COMPLETE ***' TO RPT-RECORD
005570     END-IF.
005580     WRITE RPT-RECORD.
005590 6000-EXIT.
005600     EXIT.
005610*
005620 END PROGRAM TAXRPT.
