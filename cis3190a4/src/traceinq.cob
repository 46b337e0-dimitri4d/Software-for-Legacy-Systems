000010******************************************************************
000020*  D. FREDERICK
000030*  CIS3190 A4  --  COBOL
000040*
000050*  PROGRAM-ID.  TRACEINQ
000060*
000070*  BATCH TRACE INQUIRY.  ANSWERS "WHAT HAPPENED TO BATCH X?" ON
000080*  ONE PAGE INSTEAD OF SEVEN FILES OPENED ONE AT A TIME IN AN
000090*  EDITOR.  TWO INQUIRIES, AS MANY AS THE OPERATOR LIKES PER
000100*  SESSION:
000110*
000120*    (B)ATCH ID  -- THE PROCESSED-BATCH REGISTER ROWS (BUSINESS
000130*                   DATE, RUN DATE, JOB ID, STATUS, AND THE RUN A
000140*                   REVERSAL IS LINKED TO); THE AUDIT ROWS' COUNTS
000150*                   BY STATUS AND THEIR PRODUCT AND TAX TOTALS;
000160*                   EVERY RUN OF THE BATCH WITH THE STAMPED OUTPUT
000170*                   GENERATIONS STILL ON DISK FOR IT; EACH MULTGL
000180*                   GENERATION'S PER-ACCOUNT SUMMARIES AND TRAILER
000190*                   TOTALS; AND THE BATCH'S SUSPENSE LINES, STILL
000200*                   OUTSTANDING OR CLEARED, WITH THE DATE EACH WAS
000210*                   REJECTED AND THE DATE A RESUBMIT CLEARED IT.
000220*    (D)OCUMENT  -- EVERY AUDIT ROW, SUSPENSE ROW, AND GL LINE
000230*                   CARRYING ONE SOURCE-DOCUMENT REFERENCE
000240*                   (DOC-NO, AND DOC-LINE OR EVERY LINE OF THE
000250*                   DOCUMENT), ACROSS ALL BATCHES.
000260*
000270*  A RUN IS KNOWN FROM ITS REGISTER ROW OR, FOR A RUN THAT NEVER
000280*  COMPLETED IN BALANCE, FROM THE AUDIT ROWS IT LOGGED; EITHER
000290*  WAY ITS GENERATIONS ARE <NAME>.<RUN DATE>.<JOB ID>.  THE AUDIT
000300*  SIDE READS THE YEARLY ARCHIVES AUDARCH WRITES (MULTAUD.A<YYYY>,
000310*  THE LAST TWENTY YEARS, AS AUDITRPT DOES) AHEAD OF THE LIVE LOG,
000320*  EACH READ ON ITS BATCH-ID OR DOCUMENT-REFERENCE KEY.
000330*  NOTHING IS EVER WRITTEN BACK TO ANY OF THE FILES TRACED.
000340*
000350*  EACH TRACE GOES TO THE SCREEN OR, FOR A TICKET, TO TRACERPT,
000360*  80 COLUMNS, FORMATTED FOR PRINT LIKE THE BATCH DRIVER'S
000370*  MULTRPT.  EVERY PRINTED TRACE OF THE SESSION GOES TO THE ONE
000380*  TRACERPT, EACH UNDER ITS OWN HEADING.
000390*
000400*  MODIFICATION HISTORY
000410*  ------------------------------------------------------
000420*  2026-10-15  DF   ORIGINAL VERSION.
000430*  2026-10-15  DF   MULTAUD AND ITS YEARLY ARCHIVES ARE NOW
000440*                   INDEXED.  A BATCH TRACE STARTS EACH AUDIT FILE
000450*                   ON ITS BATCH-ID KEY AND A DOCUMENT TRACE ON
000460*                   ITS DOCUMENT-REFERENCE KEY, READING ONLY THE
000470*                   ROWS FOR THE BATCH OR DOCUMENT INSTEAD OF
000480*                   EVERY ROW OF EVERY FILE.
000490*
000500******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID.       TRACEINQ.
000530 AUTHOR.           D. FREDERICK.
000540 INSTALLATION.     CIS3190.
000550 DATE-WRITTEN.     2026-10-15.
000560 DATE-COMPILED.
000570*
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER.  GNUCOBOL.
000610 OBJECT-COMPUTER.  GNUCOBOL.
000620*
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT BREG-FILE
000660         ASSIGN TO "MULTBREG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS TI-BREG-FILE-STATUS.
000690     SELECT AUDIT-FILE
000700         ASSIGN TO "MULTAUD"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS AUDIT-KEY
000740         ALTERNATE RECORD KEY IS AUDIT-BATCH-ID WITH DUPLICATES
000750         ALTERNATE RECORD KEY IS AUDIT-DATE WITH DUPLICATES
000760         ALTERNATE RECORD KEY IS AUDIT-DOC-REF WITH DUPLICATES
000770         FILE STATUS IS TI-AUD-FILE-STATUS.
000780     SELECT ARCH-FILE
000790         ASSIGN TO DYNAMIC TI-ARCH-NAME
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS ARCH-KEY
000830         ALTERNATE RECORD KEY IS ARCH-BATCH-ID WITH DUPLICATES
000840         ALTERNATE RECORD KEY IS ARCH-DATE WITH DUPLICATES
000850         ALTERNATE RECORD KEY IS ARCH-DOC-REF WITH DUPLICATES
000860         FILE STATUS IS TI-ARCH-FILE-STATUS.
000870     SELECT SREG-FILE
000880         ASSIGN TO "MULTSREG"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS SR-REG-KEY
000920         FILE STATUS IS TI-SREG-FILE-STATUS.
000930     SELECT GL-FILE
000940         ASSIGN TO DYNAMIC TI-GL-NAME
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS TI-GL-FILE-STATUS.
000970     SELECT GEN-FILE
000980         ASSIGN TO DYNAMIC TI-GEN-NAME
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS TI-GEN-FILE-STATUS.
001010     SELECT RPT-FILE
001020         ASSIGN TO "TRACERPT"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS TI-RPT-FILE-STATUS.
001050*
001060 DATA DIVISION.
001070 FILE SECTION.
001080*
001090 FD  BREG-FILE.
001100     COPY BREGREC.
001110*
001120*    ONLY THE KEY FIELDS ARE NAMED IN THE TWO AUDIT RECORD AREAS,
001130*    AT THE SAME POSITIONS AS IN MLAUDREC, AS IN AUDITRPT.
001140 FD  AUDIT-FILE.
001150 01  AUDIT-RECORD-AREA.
001160     05  AUDIT-KEY.
001170         10  AUDIT-JOB-ID        PIC X(08).
001180         10  AUDIT-DATE          PIC X(08).
001190         10  AUDIT-SEQ           PIC 9(09).
001200     05  FILLER                  PIC X(120).
001210     05  AUDIT-BATCH-ID          PIC X(12).
001220     05  AUDIT-DOC-REF.
001230         10  AUDIT-DOC-NO        PIC X(10).
001240         10  AUDIT-DOC-LINE      PIC X(04).
001250     05  FILLER                  PIC X(81).
001260*
001270*    ARCH-FILE IS WHICHEVER YEARLY ARCHIVE IS BEING READ -- SAME
001280*    252-BYTE ROWS AND KEYS AUDARCH MOVED OUT OF THE LIVE LOG.
001290 FD  ARCH-FILE.
001300 01  ARCH-RECORD.
001310     05  ARCH-KEY.
001320         10  ARCH-JOB-ID         PIC X(08).
001330         10  ARCH-DATE           PIC X(08).
001340         10  ARCH-SEQ            PIC 9(09).
001350     05  FILLER                  PIC X(120).
001360     05  ARCH-BATCH-ID           PIC X(12).
001370     05  ARCH-DOC-REF.
001380         10  ARCH-DOC-NO         PIC X(10).
001390         10  ARCH-DOC-LINE       PIC X(04).
001400     05  FILLER                  PIC X(81).
001410*
001420 FD  SREG-FILE.
001430     COPY SREGREC.
001440*
001450*    GL-FILE IS WHICHEVER STAMPED MULTGL GENERATION IS BEING READ.
001460*    THE RECORD IS READ INTO A WORK AREA AND PICKED APART THERE,
001470*    AS IN PERDCLOSE.
001480 FD  GL-FILE.
001490 01  GL-RECORD                   PIC X(120).
001500*
001510*    GEN-FILE IS ONLY EVER OPENED AND CLOSED, TO SEE WHETHER A
001520*    STAMPED GENERATION IS STILL ON DISK; IT IS NEVER READ.
001530 FD  GEN-FILE.
001540 01  GEN-RECORD                  PIC X(80).
001550*
001560 FD  RPT-FILE.
001570 01  RPT-RECORD                  PIC X(80).
001580*
001590 WORKING-STORAGE SECTION.
001600*
001610******************************************************************
001620*  THE AUDIT ROW IN HAND.  LIVE AND ARCHIVE RECORDS ARE BOTH
001630*  READ INTO THIS ONE AREA, AS IN AUDITRPT.
001640******************************************************************
001650     COPY MLAUDREC.
001660*
001670******************************************************************
001680*  FILE STATUS FIELDS.
001690******************************************************************
001700 77  TI-BREG-FILE-STATUS         PIC X(02)           VALUE '00'.
001710 77  TI-AUD-FILE-STATUS          PIC X(02)           VALUE '00'.
001720 77  TI-ARCH-FILE-STATUS         PIC X(02)           VALUE '00'.
001730 77  TI-SREG-FILE-STATUS         PIC X(02)           VALUE '00'.
001740 77  TI-GL-FILE-STATUS           PIC X(02)           VALUE '00'.
001750 77  TI-GEN-FILE-STATUS          PIC X(02)           VALUE '00'.
001760 77  TI-RPT-FILE-STATUS          PIC X(02)           VALUE '00'.
001770*
001780******************************************************************
001790*  SESSION CONTROL -- THE COMMAND, THE KEYS OF THE INQUIRY IN
001800*  HAND, AND WHERE ITS LINES GO.
001810******************************************************************
001820 77  TI-COMMAND                  PIC X(01)           VALUE SPACE.
001830     88  TI-CMD-BATCH                VALUE 'B'.
001840     88  TI-CMD-DOCUMENT             VALUE 'D'.
001850     88  TI-CMD-QUIT                 VALUE 'Q'.
001860 77  TI-TRACE-SW                 PIC X(01)           VALUE 'B'.
001870     88  TI-BATCH-TRACE              VALUE 'B'.
001880     88  TI-DOCUMENT-TRACE           VALUE 'D'.
001890 77  TI-OUTPUT-SW                PIC X(01)           VALUE 'S'.
001900     88  TI-TO-SCREEN                VALUE 'S'.
001910     88  TI-TO-PRINTER               VALUE 'P'.
001920 77  TI-PRINT-OPEN-SW            PIC X(01)           VALUE 'N'.
001930     88  TI-PRINT-FILE-OPEN          VALUE 'Y'.
001940 77  TI-BATCH-ID                 PIC X(12)    VALUE SPACES.
001950 77  TI-DOC-NO                   PIC X(10)    VALUE SPACES.
001960 77  TI-DOC-LINE                 PIC X(04)    VALUE SPACES.
001970 77  TI-TODAY                    PIC X(08)    VALUE SPACES.
001980 77  TI-NOW                      PIC X(08)    VALUE SPACES.
001990 77  TI-LINE                     PIC X(80)    VALUE SPACES.
002000 77  TI-TITLE                    PIC X(80)    VALUE SPACES.
002010 77  TI-PTR                      PIC 9(03) COMP      VALUE ZERO.
002020*
002030******************************************************************
002040*  READ-LOOP SWITCHES.  TI-PAST-END-SW ENDS A KEYED WALK OF AN
002050*  AUDIT FILE AT THE FIRST ROW OF ANOTHER BATCH OR DOCUMENT.
002060******************************************************************
002070 77  TI-EOF-SW                   PIC X(01)           VALUE 'N'.
002080     88  TI-NO-MORE-ROWS             VALUE 'Y'.
002090 77  TI-PAST-END-SW              PIC X(01)           VALUE 'N'.
002100     88  TI-PAST-END                 VALUE 'Y'.
002110 77  TI-BREG-EOF-SW              PIC X(01)           VALUE 'N'.
002120     88  TI-BREG-NO-MORE-ROWS        VALUE 'Y'.
002130 77  TI-GL-EOF-SW                PIC X(01)           VALUE 'N'.
002140     88  TI-GL-NO-MORE-ROWS          VALUE 'Y'.
002150*
002160******************************************************************
002170*  AUDIT ARCHIVES ON DISK -- PROBED ONCE AT THE START OF THE
002180*  SESSION, THE LAST TWENTY YEARS, AS AUDITRPT DOES.
002190******************************************************************
002200 77  TI-TO-YEAR                  PIC 9(04)           VALUE ZERO.
002210 77  TI-MIN-YEAR                 PIC 9(04)           VALUE ZERO.
002220 77  TI-YEAR                     PIC 9(04)           VALUE ZERO.
002230 77  TI-ARCH-NAME                PIC X(20)    VALUE SPACES.
002240 77  TI-LST-MAX                  PIC 9(02)           VALUE 20.
002250 77  TI-LST-SUB                  PIC 9(02) COMP      VALUE ZERO.
002260 01  TI-LST-TABLE.
002270     05  TI-LST-COUNT            PIC 9(02)           VALUE ZERO.
002280     05  TI-LST-NAME OCCURS 20 TIMES
002290                                 PIC X(20).
002300 77  TI-FILES-READ               PIC 9(03)           VALUE ZERO.
002310*
002320******************************************************************
002330*  THE BATCH'S RUNS -- ONE ENTRY PER (RUN DATE, JOB ID) SEEN ON A
002340*  REGISTER ROW OR AN AUDIT ROW, KEPT IN KEY ORDER AS ENTRIES ARE
002350*  ADDED SO THE RUNS LIST OLDEST FIRST.  THE JOB ID IS THE TIME
002360*  OF DAY THE RUN STARTED, SO THE KEY SORTS CHRONOLOGICALLY.
002370******************************************************************
002380 77  TI-RUN-MAX                  PIC 9(03)           VALUE 50.
002390 77  TI-RUN-SUB                  PIC 9(03) COMP      VALUE ZERO.
002400 77  TI-RUN-HIT                  PIC 9(03) COMP      VALUE ZERO.
002410 77  TI-RUN-POS                  PIC 9(03) COMP      VALUE ZERO.
002420 77  TI-RUN-FULL-SW              PIC X(01)           VALUE 'N'.
002430     88  TI-RUN-TABLE-FULL           VALUE 'Y'.
002440 01  TI-LINE-RUN-KEY.
002450     05  TI-LINE-RUN-DATE        PIC X(08).
002460     05  TI-LINE-JOB-ID          PIC X(08).
002470 01  TI-RUN-TABLE.
002480     05  TI-RUN-COUNT            PIC 9(03)           VALUE ZERO.
002490     05  TI-RUN-ENTRY OCCURS 50 TIMES.
002500         10  TI-RUN-KEY.
002510             15  TI-RUN-DATE     PIC X(08).
002520             15  TI-RUN-JOB-ID   PIC X(08).
002530         10  TI-RUN-REG-STATUS   PIC X(01).
002540         10  TI-RUN-HAS-GL       PIC X(01).
002550         10  TI-RUN-ROWS         PIC 9(09).
002560         10  TI-RUN-SUM-P        PIC S9(34)V9(02).
002570*
002580******************************************************************
002590*  THE STAMPED OUTPUT GENERATIONS A FILE-DRIVEN RUN LEAVES, IN
002600*  THE ORDER THE BATCH DRIVER STAMPS THEM.
002610******************************************************************
002620 01  TI-GEN-LIST.
002630     05  FILLER                  PIC X(08)    VALUE 'EXTOUT'.
002640     05  FILLER                  PIC X(08)    VALUE 'MULTRPT'.
002650     05  FILLER                  PIC X(08)    VALUE 'EXTSUSP'.
002660     05  FILLER                  PIC X(08)    VALUE 'MULTGL'.
002670     05  FILLER                  PIC X(08)    VALUE 'MULTACK'.
002680     05  FILLER                  PIC X(08)    VALUE 'MULTEXC'.
002690 01  TI-GEN-TABLE REDEFINES TI-GEN-LIST.
002700     05  TI-GEN-BASE OCCURS 6 TIMES
002710                                 PIC X(08).
002720 77  TI-GEN-SUB                  PIC 9(02) COMP      VALUE ZERO.
002730 77  TI-GEN-FOUND                PIC 9(02)           VALUE ZERO.
002740 77  TI-GEN-NAME                 PIC X(38)    VALUE SPACES.
002750*
002760******************************************************************
002770*  GL GENERATION WORK AREA, WITH A VIEW FOR EACH RECORD TYPE THE
002780*  TRACE USES -- HEADER, DETAIL, ACCOUNT SUMMARY, TAX LINE, AND
002790*  TRAILER.  SAME LAYOUTS THE BATCH DRIVER WRITES.
002800******************************************************************
002810 77  TI-GL-NAME                  PIC X(38)    VALUE SPACES.
002820 01  TI-GL-WORK.
002830     05  TI-GL-REC-TYPE          PIC X(01).
002840         88  TI-GL-HEADER            VALUE 'H'.
002850         88  TI-GL-DETAIL            VALUE 'D'.
002860         88  TI-GL-SUMMARY           VALUE 'S'.
002870         88  TI-GL-TAX               VALUE 'X'.
002880         88  TI-GL-TRAILER           VALUE 'T'.
002890     05  FILLER                  PIC X(119).
002900 01  TI-GL-HDR-VIEW REDEFINES TI-GL-WORK.
002910     05  FILLER                  PIC X(01).
002920     05  TI-GL-HDR-RUN-DATE      PIC X(08).
002930     05  TI-GL-HDR-JOB-ID        PIC X(08).
002940     05  TI-GL-HDR-BATCH-ID      PIC X(12).
002950     05  TI-GL-HDR-PERIOD        PIC X(06).
002960     05  FILLER                  PIC X(85).
002970 01  TI-GL-DET-VIEW REDEFINES TI-GL-WORK.
002980     05  FILLER                  PIC X(01).
002990     05  TI-GL-DET-M             PIC S9(15)
003000             SIGN IS LEADING SEPARATE CHARACTER.
003010     05  TI-GL-DET-N             PIC S9(11)V9(04)
003020             SIGN IS LEADING SEPARATE CHARACTER.
003030     05  TI-GL-DET-P             PIC S9(28)V9(02)
003040             SIGN IS LEADING SEPARATE CHARACTER.
003050     05  TI-GL-DET-DOC-NO        PIC X(10).
003060     05  TI-GL-DET-DOC-LINE      PIC X(04).
003070     05  TI-GL-DET-ACCOUNT       PIC X(08).
003080     05  FILLER                  PIC X(34).
003090 01  TI-GL-SUM-VIEW REDEFINES TI-GL-WORK.
003100     05  FILLER                  PIC X(01).
003110     05  TI-GL-SUM-ACCOUNT       PIC X(08).
003120     05  TI-GL-SUM-COUNT         PIC 9(09).
003130     05  TI-GL-SUM-AMOUNT        PIC S9(28)V9(02)
003140             SIGN IS LEADING SEPARATE CHARACTER.
003150     05  FILLER                  PIC X(71).
003160 01  TI-GL-TAX-VIEW REDEFINES TI-GL-WORK.
003170     05  FILLER                  PIC X(01).
003180     05  TI-GL-TAX-CODE          PIC X(04).
003190     05  TI-GL-TAX-RATE          PIC S9(03)V9(04)
003200             SIGN IS LEADING SEPARATE CHARACTER.
003210     05  TI-GL-TAX-AMOUNT        PIC S9(28)V9(02)
003220             SIGN IS LEADING SEPARATE CHARACTER.
003230     05  TI-GL-TAX-BASE          PIC S9(28)V9(02)
003240             SIGN IS LEADING SEPARATE CHARACTER.
003250     05  TI-GL-TAX-DOC-NO        PIC X(10).
003260     05  TI-GL-TAX-DOC-LINE      PIC X(04).
003270     05  TI-GL-TAX-ACCOUNT       PIC X(08).
003280     05  FILLER                  PIC X(23).
003290 01  TI-GL-TRL-VIEW REDEFINES TI-GL-WORK.
003300     05  FILLER                  PIC X(01).
003310     05  TI-GL-TRL-COUNT         PIC 9(09).
003320     05  TI-GL-TRL-SUM-P         PIC S9(28)V9(02)
003330             SIGN IS LEADING SEPARATE CHARACTER.
003340     05  TI-GL-TRL-EXCLUDED      PIC 9(09).
003350     05  TI-GL-TRL-TAX-COUNT     PIC 9(09).
003360     05  TI-GL-TRL-TAX-SUM       PIC S9(28)V9(02)
003370             SIGN IS LEADING SEPARATE CHARACTER.
003380     05  FILLER                  PIC X(30).
003390*
003400******************************************************************
003410*  COUNTERS AND TOTALS FOR THE INQUIRY IN HAND.
003420******************************************************************
003430 77  TI-REG-ROWS                 PIC 9(05)           VALUE ZERO.
003440 77  TI-AUD-ROWS                 PIC 9(09)           VALUE ZERO.
003450 77  TI-AUD-OK                   PIC 9(09)           VALUE ZERO.
003460 77  TI-AUD-WARN                 PIC 9(09)           VALUE ZERO.
003470 77  TI-AUD-REJ                  PIC 9(09)           VALUE ZERO.
003480 77  TI-AUD-DISC                 PIC 9(09)           VALUE ZERO.
003490 77  TI-AUD-OVFL                 PIC 9(09)           VALUE ZERO.
003500 77  TI-AUD-REV                  PIC 9(09)           VALUE ZERO.
003510 77  TI-AUD-SUM-P                PIC S9(34)V9(02)    VALUE ZERO.
003520 77  TI-AUD-SUM-TAX              PIC S9(34)V9(02)    VALUE ZERO.
003530 77  TI-SUM-OVFL-SW              PIC X(01)           VALUE 'N'.
003540     88  TI-SUM-OVERFLOW             VALUE 'Y'.
003550 77  TI-GL-GENS                  PIC 9(05)           VALUE ZERO.
003560 77  TI-GL-MISSING               PIC 9(05)           VALUE ZERO.
003570 77  TI-GL-LINES                 PIC 9(09)           VALUE ZERO.
003580 77  TI-SUSP-OUT                 PIC 9(09)           VALUE ZERO.
003590 77  TI-SUSP-CLR                 PIC 9(09)           VALUE ZERO.
003600*
003610******************************************************************
003620*  STATUS WORDS AND REPORT EDIT FIELDS.  AMOUNTS IN A LISTING
003630*  PRINT AT A WIDTH THAT FITS THE LINE; THE AUDIT TOTALS AT FULL
003640*  WIDTH, AS ON THE CONTROL REPORT.
003650******************************************************************
003660 77  TI-STATUS-IN                PIC X(01)    VALUE SPACE.
003670 77  TI-STATUS-WORD              PIC X(10)    VALUE SPACES.
003680 77  TI-SUSP-WORD                PIC X(11)    VALUE SPACES.
003690 77  TI-LINK-TEXT                PIC X(17)    VALUE SPACES.
003700 77  TI-COUNT-ED                 PIC ZZZZZZZZ9.
003710 77  TI-CTR-ED                   PIC ZZZZ9.
003720 77  TI-AMT-ED                   PIC -(28)9.99.
003730 77  TI-SUM-ED                   PIC -9(34).99.
003740*
003750 PROCEDURE DIVISION.
003760*
003770******************************************************************
003780*  0000-MAINLINE
003790******************************************************************
003800 0000-MAINLINE.
003810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003820     PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
003830         WITH TEST AFTER
003840         UNTIL TI-CMD-QUIT.
003850     IF TI-PRINT-FILE-OPEN
003860         CLOSE RPT-FILE
003870         DISPLAY 'PRINTED TRACES ARE IN TRACERPT'
003880     END-IF.
003890 0000-EXIT.
003900     STOP RUN.
003910*
003920******************************************************************
003930*  1000-INITIALIZE -- TODAY'S DATE AND THE AUDIT ARCHIVES ON
003940*  DISK.  EACH CANDIDATE YEAR IS PROBED WITH AN OPEN; ONLY FILES
003950*  ACTUALLY THERE GO ON THE LIST 4000 READS.
003960******************************************************************
003970 1000-INITIALIZE.
003980     ACCEPT TI-TODAY FROM DATE YYYYMMDD.
003990     MOVE ZERO TO TI-LST-COUNT.
004000     MOVE TI-TODAY(1:4) TO TI-TO-YEAR.
004010     COMPUTE TI-MIN-YEAR = TI-TO-YEAR - TI-LST-MAX + 1.
004020     PERFORM 1100-PROBE-ONE-YEAR THRU 1100-EXIT
004030         VARYING TI-YEAR FROM TI-MIN-YEAR BY 1
004040         UNTIL TI-YEAR > TI-TO-YEAR.
004050 1000-EXIT.
004060     EXIT.
004070*
004080 1100-PROBE-ONE-YEAR.
004090     MOVE SPACES TO TI-ARCH-NAME.
004100     STRING 'MULTAUD.A' TI-YEAR
004110         DELIMITED BY SIZE INTO TI-ARCH-NAME.
004120     OPEN INPUT ARCH-FILE.
004130     IF TI-ARCH-FILE-STATUS NOT = '00'
004140         GO TO 1100-EXIT
004150     END-IF.
004160     CLOSE ARCH-FILE.
004170     ADD 1 TO TI-LST-COUNT.
004180     MOVE TI-ARCH-NAME TO TI-LST-NAME (TI-LST-COUNT).
004190 1100-EXIT.
004200     EXIT.
004210*
004220******************************************************************
004230*  2000-PROCESS-COMMAND -- ONE INQUIRY PER PASS.
004240******************************************************************
004250 2000-PROCESS-COMMAND.
004260     DISPLAY 'TRACE (B)ATCH ID, (D)OCUMENT REFERENCE, '
004270         'OR (Q)UIT ?'.
004280     ACCEPT TI-COMMAND.
004290     IF TI-CMD-BATCH
004300         PERFORM 2100-ACCEPT-BATCH-ID THRU 2100-EXIT
004310         PERFORM 2300-CHOOSE-OUTPUT THRU 2300-EXIT
004320         PERFORM 3000-TRACE-BATCH THRU 3000-EXIT
004330         GO TO 2000-EXIT
004340     END-IF.
004350     IF TI-CMD-DOCUMENT
004360         PERFORM 2200-ACCEPT-DOC-REF THRU 2200-EXIT
004370         PERFORM 2300-CHOOSE-OUTPUT THRU 2300-EXIT
004380         PERFORM 5000-TRACE-DOCUMENT THRU 5000-EXIT
004390         GO TO 2000-EXIT
004400     END-IF.
004410     IF NOT TI-CMD-QUIT
004420         DISPLAY 'UNKNOWN FUNCTION - KEY B, D, OR Q'
004430     END-IF.
004440 2000-EXIT.
004450     EXIT.
004460*
004470 2100-ACCEPT-BATCH-ID.
004480     DISPLAY 'BATCH ID ?'.
004490     ACCEPT TI-BATCH-ID.
004500     IF TI-BATCH-ID = SPACES
004510         DISPLAY 'BATCH ID MAY NOT BE BLANK'
004520         GO TO 2100-ACCEPT-BATCH-ID
004530     END-IF.
004540 2100-EXIT.
004550     EXIT.
004560*
004570 2200-ACCEPT-DOC-REF.
004580     DISPLAY 'DOCUMENT NUMBER ?'.
004590     ACCEPT TI-DOC-NO.
004600     IF TI-DOC-NO = SPACES
004610         DISPLAY 'DOCUMENT NUMBER MAY NOT BE BLANK'
004620         GO TO 2200-ACCEPT-DOC-REF
004630     END-IF.
004640     DISPLAY 'DOCUMENT LINE (BLANK FOR EVERY LINE) ?'.
004650     ACCEPT TI-DOC-LINE.
004660 2200-EXIT.
004670     EXIT.
004680*
004690******************************************************************
004700*  2300-CHOOSE-OUTPUT -- SCREEN OR PRINTER FOR THIS INQUIRY.
004710*  TRACERPT IS OPENED ON THE FIRST PRINTED TRACE AND HELD OPEN
004720*  FOR THE REST OF THE SESSION.  IF IT CANNOT BE OPENED THE TRACE
004730*  STILL GOES TO THE SCREEN.
004740******************************************************************
004750 2300-CHOOSE-OUTPUT.
004760     DISPLAY 'OUTPUT TO (S)CREEN OR (P)RINTER ?'.
004770     ACCEPT TI-OUTPUT-SW.
004780     IF NOT TI-TO-PRINTER
004790         SET TI-TO-SCREEN TO TRUE
004800         GO TO 2300-EXIT
004810     END-IF.
004820     IF TI-PRINT-FILE-OPEN
004830         GO TO 2300-EXIT
004840     END-IF.
004850     OPEN OUTPUT RPT-FILE.
004860     IF TI-RPT-FILE-STATUS NOT = '00'
004870         DISPLAY 'TRACERPT OPEN FAILED - STATUS '
004880             TI-RPT-FILE-STATUS
004890         DISPLAY 'TRACE GOES TO THE SCREEN'
004900         SET TI-TO-SCREEN TO TRUE
004910         GO TO 2300-EXIT
004920     END-IF.
004930     SET TI-PRINT-FILE-OPEN TO TRUE.
004940 2300-EXIT.
004950     EXIT.
004960*
004970******************************************************************
004980*  3000-TRACE-BATCH -- THE WHOLE STORY OF ONE BATCH ID.  THE
004990*  REGISTER AND AUDIT PASSES BUILD THE RUN TABLE THE GENERATION
005000*  AND GL SECTIONS WORK FROM.
005010******************************************************************
005020 3000-TRACE-BATCH.
005030     SET TI-BATCH-TRACE TO TRUE.
005040     MOVE ZERO TO TI-RUN-COUNT, TI-REG-ROWS.
005050     MOVE ZERO TO TI-AUD-ROWS, TI-AUD-OK, TI-AUD-WARN,
005060         TI-AUD-REJ, TI-AUD-DISC, TI-AUD-OVFL, TI-AUD-REV.
005070     MOVE ZERO TO TI-AUD-SUM-P, TI-AUD-SUM-TAX.
005080     MOVE ZERO TO TI-GL-GENS, TI-GL-MISSING.
005090     MOVE ZERO TO TI-SUSP-OUT, TI-SUSP-CLR.
005100     MOVE 'N' TO TI-RUN-FULL-SW.
005110     MOVE 'N' TO TI-SUM-OVFL-SW.
005120     ACCEPT TI-NOW FROM TIME.
005130     MOVE SPACES TO TI-LINE.
005140     MOVE 'BATCH TRACE' TO TI-LINE.
005150     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
005160     STRING 'BATCH ID.................: ' TI-BATCH-ID
005170         DELIMITED BY SIZE INTO TI-LINE.
005180     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
005190     STRING 'TRACED...................: ' TI-TODAY ' '
005200         TI-NOW(1:6)
005210         DELIMITED BY SIZE INTO TI-LINE.
005220     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
005230     PERFORM 3100-TRACE-REGISTER THRU 3100-EXIT.
005240     PERFORM 3200-TRACE-AUDIT THRU 3200-EXIT.
005250     PERFORM 3300-TRACE-RUNS THRU 3300-EXIT.
005260     PERFORM 3400-TRACE-GL THRU 3400-EXIT.
005270     PERFORM 3500-TRACE-SUSPENSE THRU 3500-EXIT.
005280     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
005290     MOVE '*** END OF BATCH TRACE ***' TO TI-LINE.
005300     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
005310     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
005320 3000-EXIT.
005330     EXIT.
005340*
005350******************************************************************
005360*  3100-TRACE-REGISTER -- EVERY MULTBREG ROW FOR THE BATCH: THE
005370*  COMPLETED RUN, A REVERSAL AND THE RUN IT REVERSED, AND ANY
005380*  IN-BALANCE RESUBMISSIONS.  NO ROW MEANS THE BATCH NEVER
005390*  COMPLETED IN BALANCE.
005400******************************************************************
005410 3100-TRACE-REGISTER.
005420     MOVE 'PROCESSED-BATCH REGISTER (MULTBREG)' TO TI-LINE.
005430     PERFORM 8100-PUT-SECTION THRU 8100-EXIT.
005440     MOVE 'N' TO TI-BREG-EOF-SW.
005450     OPEN INPUT BREG-FILE.
005460     IF TI-BREG-FILE-STATUS NOT = '00'
005470         STRING 'REGISTER.................: MULTBREG NOT '
005480             'AVAILABLE'
005490             DELIMITED BY SIZE INTO TI-LINE
005500         PERFORM 8000-PUT-LINE THRU 8000-EXIT
005510         GO TO 3100-EXIT
005520     END-IF.
005530     MOVE 'S STATUS     BUS DATE RUN DATE JOB      '
005540         TO TI-LINE(1:40).
005550     MOVE 'PERIOD LINKED RUN        SOURCE'
005560         TO TI-LINE(41:).
005570     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
005580     PERFORM 3150-LIST-REGISTER-ROW THRU 3150-EXIT
005590         WITH TEST AFTER
005600         UNTIL TI-BREG-NO-MORE-ROWS.
005610     CLOSE BREG-FILE.
005620     IF TI-REG-ROWS = 0
005630         STRING 'REGISTER.................: NO ROW - NEVER '
005640             'COMPLETED IN BALANCE'
005650             DELIMITED BY SIZE INTO TI-LINE
005660         PERFORM 8000-PUT-LINE THRU 8000-EXIT
005670     END-IF.
005680 3100-EXIT.
005690     EXIT.
005700*
005710 3150-LIST-REGISTER-ROW.
005720     READ BREG-FILE
005730         AT END
005740             MOVE 'Y' TO TI-BREG-EOF-SW
005750     END-READ.
005760     IF TI-BREG-NO-MORE-ROWS
005770         GO TO 3150-EXIT
005780     END-IF.
005790     IF BREG-BATCH-ID NOT = TI-BATCH-ID
005800         GO TO 3150-EXIT
005810     END-IF.
005820     ADD 1 TO TI-REG-ROWS.
005830     MOVE BREG-STATUS TO TI-STATUS-IN.
005840     PERFORM 3160-SET-STATUS-WORD THRU 3160-EXIT.
005850     MOVE SPACES TO TI-LINK-TEXT.
005860     IF BREG-LINK-RUN-DATE NOT = SPACES
005870         STRING BREG-LINK-RUN-DATE '.' BREG-LINK-JOB-ID
005880             DELIMITED BY SIZE INTO TI-LINK-TEXT
005890     END-IF.
005900     STRING BREG-STATUS ' ' TI-STATUS-WORD ' ' BREG-BUS-DATE ' '
005910         BREG-RUN-DATE ' ' BREG-JOB-ID ' ' BREG-PERIOD ' '
005920         TI-LINK-TEXT ' ' BREG-SOURCE
005930         DELIMITED BY SIZE INTO TI-LINE.
005940     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
005950     MOVE BREG-RUN-DATE TO TI-LINE-RUN-DATE.
005960     MOVE BREG-JOB-ID   TO TI-LINE-JOB-ID.
005970     PERFORM 3900-FIND-RUN THRU 3900-EXIT.
005980     IF TI-RUN-HIT > 0
005990         MOVE BREG-STATUS TO TI-RUN-REG-STATUS (TI-RUN-HIT)
006000     END-IF.
006010 3150-EXIT.
006020     EXIT.
006030*
006040*    THE REGISTER STATUS IN TI-STATUS-IN AS A WORD.  A RUN WITH NO
006050*    REGISTER ROW WAS REFUSED PART WAY OR FINISHED OUT OF BALANCE.
006060 3160-SET-STATUS-WORD.
006070     MOVE 'UNKNOWN' TO TI-STATUS-WORD.
006080     IF TI-STATUS-IN = 'C'
006090         MOVE 'COMPLETED' TO TI-STATUS-WORD
006100     END-IF.
006110     IF TI-STATUS-IN = 'X'
006120         MOVE 'REVERSED' TO TI-STATUS-WORD
006130     END-IF.
006140     IF TI-STATUS-IN = 'V'
006150         MOVE 'REVERSAL' TO TI-STATUS-WORD
006160     END-IF.
006170     IF TI-STATUS-IN = 'S'
006180         MOVE 'RESUBMIT' TO TI-STATUS-WORD
006190     END-IF.
006200     IF TI-STATUS-IN = SPACE
006210         MOVE 'NO REG ROW' TO TI-STATUS-WORD
006220     END-IF.
006230 3160-EXIT.
006240     EXIT.
006250*
006260******************************************************************
006270*  3200-TRACE-AUDIT -- THE BATCH'S AUDIT ROWS, ARCHIVES AND LIVE
006280*  LOG, COUNTED BY STATUS AND TOTALLED.  A REVERSAL'S ROWS CARRY
006290*  THE NEGATED PRODUCT, SO A REVERSED BATCH TOTALS TO ITS NET.
006300******************************************************************
006310 3200-TRACE-AUDIT.
006320     MOVE 'AUDIT LOG (MULTAUD AND ITS ARCHIVES)' TO TI-LINE.
006330     PERFORM 8100-PUT-SECTION THRU 8100-EXIT.
006340     PERFORM 4000-SCAN-AUDIT-LOGS THRU 4000-EXIT.
006350     MOVE TI-AUD-ROWS TO TI-COUNT-ED.
006360     STRING 'AUDIT ROWS...............: ' TI-COUNT-ED
006370         DELIMITED BY SIZE INTO TI-LINE.
006380     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
006390     IF TI-AUD-ROWS = 0
006400         GO TO 3200-EXIT
006410     END-IF.
006420     MOVE TI-AUD-OK TO TI-COUNT-ED.
006430     STRING '  OK.....................: ' TI-COUNT-ED
006440         DELIMITED BY SIZE INTO TI-LINE.
006450     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
006460     MOVE TI-AUD-WARN TO TI-COUNT-ED.
006470     STRING '  TOLERANCE WARNING......: ' TI-COUNT-ED
006480         DELIMITED BY SIZE INTO TI-LINE.
006490     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
006500     MOVE TI-AUD-REJ TO TI-COUNT-ED.
006510     STRING '  REJECTED...............: ' TI-COUNT-ED
006520         DELIMITED BY SIZE INTO TI-LINE.
006530     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
006540     MOVE TI-AUD-DISC TO TI-COUNT-ED.
006550     STRING '  DISCREPANCY............: ' TI-COUNT-ED
006560         DELIMITED BY SIZE INTO TI-LINE.
006570     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
006580     MOVE TI-AUD-OVFL TO TI-COUNT-ED.
006590     STRING '  OVERFLOW...............: ' TI-COUNT-ED
006600         DELIMITED BY SIZE INTO TI-LINE.
006610     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
006620     MOVE TI-AUD-REV TO TI-COUNT-ED.
006630     STRING '  REVERSAL...............: ' TI-COUNT-ED
006640         DELIMITED BY SIZE INTO TI-LINE.
006650     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
006660     MOVE TI-AUD-SUM-P TO TI-SUM-ED.
006670     STRING 'PRODUCT TOTAL............: ' TI-SUM-ED
006680         DELIMITED BY SIZE INTO TI-LINE.
006690     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
006700     MOVE TI-AUD-SUM-TAX TO TI-SUM-ED.
006710     STRING 'SALES TAX TOTAL..........: ' TI-SUM-ED
006720         DELIMITED BY SIZE INTO TI-LINE.
006730     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
006740     IF TI-SUM-OVERFLOW
006750         STRING 'WARNING - AN AUDIT TOTAL OVERFLOWED ITS '
006760             'ACCUMULATOR'
006770             DELIMITED BY SIZE INTO TI-LINE
006780         PERFORM 8000-PUT-LINE THRU 8000-EXIT
006790     END-IF.
006800 3200-EXIT.
006810     EXIT.
006820*
006830*    ONE AUDIT ROW OF THE BATCH INTO THE COUNTS, THE TOTALS, AND
006840*    ITS RUN'S ENTRY.
006850 3250-COUNT-AUDIT-ROW.
006860     IF ML-AUD-BATCH-ID NOT = TI-BATCH-ID
006870         GO TO 3250-EXIT
006880     END-IF.
006890     ADD 1 TO TI-AUD-ROWS.
006900     IF ML-AUD-OK
006910         ADD 1 TO TI-AUD-OK
006920     END-IF.
006930     IF ML-AUD-WARNING
006940         ADD 1 TO TI-AUD-WARN
006950     END-IF.
006960     IF ML-AUD-REJECTED
006970         ADD 1 TO TI-AUD-REJ
006980     END-IF.
006990     IF ML-AUD-DISCREPANCY
007000         ADD 1 TO TI-AUD-DISC
007010     END-IF.
007020     IF ML-AUD-OVERFLOW
007030         ADD 1 TO TI-AUD-OVFL
007040     END-IF.
007050     IF ML-AUD-REVERSAL
007060         ADD 1 TO TI-AUD-REV
007070     END-IF.
007080     ADD ML-AUD-P TO TI-AUD-SUM-P
007090         ON SIZE ERROR
007100             SET TI-SUM-OVERFLOW TO TRUE
007110     END-ADD.
007120     IF ML-AUD-TAX NUMERIC
007130         ADD ML-AUD-TAX TO TI-AUD-SUM-TAX
007140             ON SIZE ERROR
007150                 SET TI-SUM-OVERFLOW TO TRUE
007160         END-ADD
007170     END-IF.
007180     MOVE ML-AUD-DATE   TO TI-LINE-RUN-DATE.
007190     MOVE ML-AUD-JOB-ID TO TI-LINE-JOB-ID.
007200     PERFORM 3900-FIND-RUN THRU 3900-EXIT.
007210     IF TI-RUN-HIT = 0
007220         GO TO 3250-EXIT
007230     END-IF.
007240     ADD 1 TO TI-RUN-ROWS (TI-RUN-HIT).
007250     ADD ML-AUD-P TO TI-RUN-SUM-P (TI-RUN-HIT)
007260         ON SIZE ERROR
007270             SET TI-SUM-OVERFLOW TO TRUE
007280     END-ADD.
007290 3250-EXIT.
007300     EXIT.
007310*
007320******************************************************************
007330*  3300-TRACE-RUNS -- EACH RUN OF THE BATCH, OLDEST FIRST: ITS
007340*  REGISTER STATUS, AUDIT ROWS AND PRODUCT TOTAL, THEN WHICH OF
007350*  ITS STAMPED GENERATIONS ARE STILL ON DISK.
007360******************************************************************
007370 3300-TRACE-RUNS.
007380     MOVE 'RUNS AND STAMPED GENERATIONS' TO TI-LINE.
007390     PERFORM 8100-PUT-SECTION THRU 8100-EXIT.
007400     IF TI-RUN-COUNT = 0
007410         STRING 'NO RUN OF THE BATCH ON THE REGISTER OR THE '
007420             'AUDIT LOG'
007430             DELIMITED BY SIZE INTO TI-LINE
007440         PERFORM 8000-PUT-LINE THRU 8000-EXIT
007450         GO TO 3300-EXIT
007460     END-IF.
007470     MOVE 'RUN DATE JOB      REGISTER        ROWS'
007480         TO TI-LINE(1:39).
007490     MOVE 'PRODUCT TOTAL' TO TI-LINE(59:13).
007500     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
007510     PERFORM 3350-LIST-ONE-RUN THRU 3350-EXIT
007520         VARYING TI-RUN-SUB FROM 1 BY 1
007530         UNTIL TI-RUN-SUB > TI-RUN-COUNT.
007540     IF TI-RUN-TABLE-FULL
007550         STRING 'WARNING - MORE RUNS THAN THE TABLE HOLDS - '
007560             'NOT ALL LISTED'
007570             DELIMITED BY SIZE INTO TI-LINE
007580         PERFORM 8000-PUT-LINE THRU 8000-EXIT
007590     END-IF.
007600 3300-EXIT.
007610     EXIT.
007620*
007630 3350-LIST-ONE-RUN.
007640     MOVE TI-RUN-REG-STATUS (TI-RUN-SUB) TO TI-STATUS-IN.
007650     PERFORM 3160-SET-STATUS-WORD THRU 3160-EXIT.
007660     MOVE TI-RUN-ROWS (TI-RUN-SUB) TO TI-COUNT-ED.
007670     MOVE TI-RUN-SUM-P (TI-RUN-SUB) TO TI-AMT-ED.
007680     STRING TI-RUN-DATE (TI-RUN-SUB) ' '
007690         TI-RUN-JOB-ID (TI-RUN-SUB) ' ' TI-STATUS-WORD ' '
007700         TI-COUNT-ED ' ' TI-AMT-ED
007710         DELIMITED BY SIZE INTO TI-LINE.
007720     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
007730     MOVE ZERO TO TI-GEN-FOUND.
007740     MOVE 'N' TO TI-RUN-HAS-GL (TI-RUN-SUB).
007750     MOVE '                  GENERATIONS: ' TO TI-LINE.
007760     MOVE 33 TO TI-PTR.
007770     PERFORM 3360-PROBE-GENERATION THRU 3360-EXIT
007780         VARYING TI-GEN-SUB FROM 1 BY 1
007790         UNTIL TI-GEN-SUB > 6.
007800     IF TI-GEN-FOUND = 0
007810         STRING 'NONE ON DISK'
007820             DELIMITED BY SIZE INTO TI-LINE WITH POINTER TI-PTR
007830     END-IF.
007840     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
007850 3350-EXIT.
007860     EXIT.
007870*
007880*    ONE STAMPED NAME FOR THE RUN: ON DISK, IT GOES ON THE LINE.
007890 3360-PROBE-GENERATION.
007900     MOVE SPACES TO TI-GEN-NAME.
007910     STRING TI-GEN-BASE (TI-GEN-SUB) DELIMITED BY SPACE
007920         '.' TI-RUN-DATE (TI-RUN-SUB)
007930         '.' TI-RUN-JOB-ID (TI-RUN-SUB)
007940         DELIMITED BY SIZE INTO TI-GEN-NAME.
007950     OPEN INPUT GEN-FILE.
007960     IF TI-GEN-FILE-STATUS NOT = '00'
007970         GO TO 3360-EXIT
007980     END-IF.
007990     CLOSE GEN-FILE.
008000     ADD 1 TO TI-GEN-FOUND.
008010     IF TI-GEN-BASE (TI-GEN-SUB) = 'MULTGL'
008020         MOVE 'Y' TO TI-RUN-HAS-GL (TI-RUN-SUB)
008030     END-IF.
008040     STRING TI-GEN-BASE (TI-GEN-SUB) DELIMITED BY SPACE
008050         ' ' DELIMITED BY SIZE
008060         INTO TI-LINE WITH POINTER TI-PTR.
008070 3360-EXIT.
008080     EXIT.
008090*
008100******************************************************************
008110*  3400-TRACE-GL -- EACH MULTGL GENERATION OF THE BATCH ON DISK:
008120*  THE PERIOD IT POSTED INTO, ONE LINE PER ACCOUNT SUMMARY, AND
008130*  THE TRAILER TOTALS.
008140******************************************************************
008150 3400-TRACE-GL.
008160     MOVE 'GL EXTRACTS (STAMPED MULTGL GENERATIONS)' TO TI-LINE.
008170     PERFORM 8100-PUT-SECTION THRU 8100-EXIT.
008180     IF TI-RUN-COUNT > 0
008190         PERFORM 3450-TRACE-ONE-GL THRU 3450-EXIT
008200             VARYING TI-RUN-SUB FROM 1 BY 1
008210             UNTIL TI-RUN-SUB > TI-RUN-COUNT
008220     END-IF.
008230     IF TI-GL-GENS = 0
008240         MOVE 'NO GL GENERATION ON DISK FOR THE BATCH' TO TI-LINE
008250         PERFORM 8000-PUT-LINE THRU 8000-EXIT
008260     END-IF.
008270 3400-EXIT.
008280     EXIT.
008290*
008300 3450-TRACE-ONE-GL.
008310     IF TI-RUN-HAS-GL (TI-RUN-SUB) NOT = 'Y'
008320         GO TO 3450-EXIT
008330     END-IF.
008340     MOVE SPACES TO TI-GL-NAME.
008350     STRING 'MULTGL.' TI-RUN-DATE (TI-RUN-SUB) '.'
008360         TI-RUN-JOB-ID (TI-RUN-SUB)
008370         DELIMITED BY SIZE INTO TI-GL-NAME.
008380     OPEN INPUT GL-FILE.
008390     IF TI-GL-FILE-STATUS NOT = '00'
008400         STRING 'GL GENERATION............: ' TI-GL-NAME
008410             DELIMITED BY SIZE INTO TI-LINE
008420         PERFORM 8000-PUT-LINE THRU 8000-EXIT
008430         STRING 'NOT READABLE - STATUS ' TI-GL-FILE-STATUS
008440             DELIMITED BY SIZE INTO TI-LINE(28:)
008450         PERFORM 8000-PUT-LINE THRU 8000-EXIT
008460         GO TO 3450-EXIT
008470     END-IF.
008480     ADD 1 TO TI-GL-GENS.
008490     STRING 'GL GENERATION............: ' TI-GL-NAME
008500         DELIMITED BY SIZE INTO TI-LINE.
008510     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
008520     MOVE 'N' TO TI-GL-EOF-SW.
008530     PERFORM 3460-LIST-GL-RECORD THRU 3460-EXIT
008540         WITH TEST AFTER
008550         UNTIL TI-GL-NO-MORE-ROWS.
008560     CLOSE GL-FILE.
008570 3450-EXIT.
008580     EXIT.
008590*
008600*    ONE RECORD OF THE GENERATION.  DETAIL AND TAX LINES ARE
008610*    ALREADY ROLLED INTO THE SUMMARIES AND ARE PASSED OVER HERE.
008620 3460-LIST-GL-RECORD.
008630     READ GL-FILE
008640         AT END
008650             MOVE 'Y' TO TI-GL-EOF-SW
008660     END-READ.
008670     IF TI-GL-NO-MORE-ROWS
008680         GO TO 3460-EXIT
008690     END-IF.
008700     MOVE GL-RECORD TO TI-GL-WORK.
008710     IF TI-GL-HEADER
008720         STRING 'POSTING PERIOD...........: ' TI-GL-HDR-PERIOD
008730             DELIMITED BY SIZE INTO TI-LINE
008740         PERFORM 8000-PUT-LINE THRU 8000-EXIT
008750         GO TO 3460-EXIT
008760     END-IF.
008770     IF TI-GL-SUMMARY
008780         MOVE TI-GL-SUM-COUNT  TO TI-COUNT-ED
008790         MOVE TI-GL-SUM-AMOUNT TO TI-AMT-ED
008800         STRING 'GL ACCOUNT...............: '
008810             TI-GL-SUM-ACCOUNT ' ' TI-COUNT-ED ' ' TI-AMT-ED
008820             DELIMITED BY SIZE INTO TI-LINE
008830         PERFORM 8000-PUT-LINE THRU 8000-EXIT
008840         GO TO 3460-EXIT
008850     END-IF.
008860     IF NOT TI-GL-TRAILER
008870         GO TO 3460-EXIT
008880     END-IF.
008890     MOVE TI-GL-TRL-COUNT TO TI-COUNT-ED.
008900     STRING 'TRAILER LINES............: ' TI-COUNT-ED
008910         DELIMITED BY SIZE INTO TI-LINE.
008920     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
008930     MOVE TI-GL-TRL-SUM-P TO TI-AMT-ED.
008940     STRING 'TRAILER SUM OF PRODUCTS..: ' TI-AMT-ED
008950         DELIMITED BY SIZE INTO TI-LINE.
008960     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
008970     MOVE TI-GL-TRL-EXCLUDED TO TI-COUNT-ED.
008980     STRING 'TRAILER EXCLUDED ROWS....: ' TI-COUNT-ED
008990         DELIMITED BY SIZE INTO TI-LINE.
009000     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
009010     IF TI-GL-TRL-TAX-COUNT NUMERIC
009020         MOVE TI-GL-TRL-TAX-COUNT TO TI-COUNT-ED
009030         STRING 'TRAILER TAX LINES........: ' TI-COUNT-ED
009040             DELIMITED BY SIZE INTO TI-LINE
009050         PERFORM 8000-PUT-LINE THRU 8000-EXIT
009060     END-IF.
009070     IF TI-GL-TRL-TAX-SUM NUMERIC
009080         MOVE TI-GL-TRL-TAX-SUM TO TI-AMT-ED
009090         STRING 'TRAILER SALES TAX........: ' TI-AMT-ED
009100             DELIMITED BY SIZE INTO TI-LINE
009110         PERFORM 8000-PUT-LINE THRU 8000-EXIT
009120     END-IF.
009130 3460-EXIT.
009140     EXIT.
009150*
009160******************************************************************
009170*  3500-TRACE-SUSPENSE -- THE BATCH'S MULTSREG ROWS, READ ON THE
009180*  KEY FROM THE FIRST ROW OF THE BATCH ID: WHAT WAS REJECTED AND
009190*  WHEN, AND WHETHER A RESUBMIT HAS CLEARED IT SINCE.
009200******************************************************************
009210 3500-TRACE-SUSPENSE.
009220     MOVE 'SUSPENSE REGISTER (MULTSREG)' TO TI-LINE.
009230     PERFORM 8100-PUT-SECTION THRU 8100-EXIT.
009240     OPEN INPUT SREG-FILE.
009250     IF TI-SREG-FILE-STATUS NOT = '00'
009260         STRING 'SUSPENSE REGISTER........: MULTSREG NOT '
009270             'AVAILABLE'
009280             DELIMITED BY SIZE INTO TI-LINE
009290         PERFORM 8000-PUT-LINE THRU 8000-EXIT
009300         GO TO 3500-EXIT
009310     END-IF.
009320     MOVE 'N' TO TI-EOF-SW.
009330     MOVE TI-BATCH-ID TO SR-REG-BATCH-ID.
009340     MOVE LOW-VALUES TO SR-REG-DOC-NO, SR-REG-DOC-LINE.
009350     START SREG-FILE KEY IS NOT < SR-REG-KEY
009360         INVALID KEY
009370             MOVE 'Y' TO TI-EOF-SW
009380     END-START.
009390     MOVE 'DOC-NO     LINE RSN REJECTED STATUS      RESUBMITTED'
009400         TO TI-LINE.
009410     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
009420     IF NOT TI-NO-MORE-ROWS
009430         PERFORM 3550-LIST-SUSPENSE-ROW THRU 3550-EXIT
009440             WITH TEST AFTER
009450             UNTIL TI-NO-MORE-ROWS
009460     END-IF.
009470     CLOSE SREG-FILE.
009480     MOVE TI-SUSP-OUT TO TI-COUNT-ED.
009490     STRING 'LINES OUTSTANDING........: ' TI-COUNT-ED
009500         DELIMITED BY SIZE INTO TI-LINE.
009510     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
009520     MOVE TI-SUSP-CLR TO TI-COUNT-ED.
009530     STRING 'LINES CLEARED............: ' TI-COUNT-ED
009540         DELIMITED BY SIZE INTO TI-LINE.
009550     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
009560 3500-EXIT.
009570     EXIT.
009580*
009590 3550-LIST-SUSPENSE-ROW.
009600     READ SREG-FILE NEXT RECORD
009610         AT END
009620             MOVE 'Y' TO TI-EOF-SW
009630     END-READ.
009640     IF TI-NO-MORE-ROWS
009650         GO TO 3550-EXIT
009660     END-IF.
009670     IF SR-REG-BATCH-ID NOT = TI-BATCH-ID
009680         MOVE 'Y' TO TI-EOF-SW
009690         GO TO 3550-EXIT
009700     END-IF.
009710     PERFORM 3560-SET-SUSP-WORD THRU 3560-EXIT.
009720     STRING SR-REG-DOC-NO ' ' SR-REG-DOC-LINE ' '
009730         SR-REG-REASON ' ' SR-REG-REJ-DATE ' ' TI-SUSP-WORD ' '
009740         SR-REG-CLEAR-DATE
009750         DELIMITED BY SIZE INTO TI-LINE.
009760     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
009770 3550-EXIT.
009780     EXIT.
009790*
009800*    THE SUSPENSE ROW'S STATUS AS A WORD, COUNTED AS IT GOES.
009810 3560-SET-SUSP-WORD.
009820     IF SR-REG-CLEARED
009830         MOVE 'CLEARED' TO TI-SUSP-WORD
009840         ADD 1 TO TI-SUSP-CLR
009850     ELSE
009860         MOVE 'OUTSTANDING' TO TI-SUSP-WORD
009870         ADD 1 TO TI-SUSP-OUT
009880     END-IF.
009890 3560-EXIT.
009900     EXIT.
009910*
009920******************************************************************
009930*  3900-FIND-RUN -- THE RUN (TI-LINE-RUN-KEY) IN THE RUN TABLE,
009940*  INSERTED IN KEY ORDER ON FIRST SIGHT.  TI-RUN-HIT IS ZERO
009950*  WHEN THE TABLE IS FULL.
009960******************************************************************
009970 3900-FIND-RUN.
009980     MOVE ZERO TO TI-RUN-HIT.
009990     MOVE 1 TO TI-RUN-POS.
010000     IF TI-RUN-COUNT > 0
010010         PERFORM 3950-SKIP-LOWER-KEY THRU 3950-EXIT
010020             UNTIL TI-RUN-POS > TI-RUN-COUNT
010030                OR TI-RUN-KEY (TI-RUN-POS) NOT < TI-LINE-RUN-KEY
010040     END-IF.
010050     IF TI-RUN-POS NOT > TI-RUN-COUNT
010060        AND TI-RUN-KEY (TI-RUN-POS) = TI-LINE-RUN-KEY
010070         MOVE TI-RUN-POS TO TI-RUN-HIT
010080         GO TO 3900-EXIT
010090     END-IF.
010100     IF TI-RUN-COUNT >= TI-RUN-MAX
010110         SET TI-RUN-TABLE-FULL TO TRUE
010120         GO TO 3900-EXIT
010130     END-IF.
010140     MOVE TI-RUN-COUNT TO TI-RUN-SUB.
010150     IF TI-RUN-COUNT > 0
010160         PERFORM 3960-SHIFT-ONE-RUN THRU 3960-EXIT
010170             UNTIL TI-RUN-SUB < TI-RUN-POS
010180     END-IF.
010190     ADD 1 TO TI-RUN-COUNT.
010200     MOVE TI-RUN-POS TO TI-RUN-HIT.
010210     MOVE TI-LINE-RUN-KEY TO TI-RUN-KEY (TI-RUN-HIT).
010220     MOVE SPACE TO TI-RUN-REG-STATUS (TI-RUN-HIT).
010230     MOVE 'N' TO TI-RUN-HAS-GL (TI-RUN-HIT).
010240     MOVE ZERO TO TI-RUN-ROWS (TI-RUN-HIT).
010250     MOVE ZERO TO TI-RUN-SUM-P (TI-RUN-HIT).
010260 3900-EXIT.
010270     EXIT.
010280*
010290 3950-SKIP-LOWER-KEY.
010300     ADD 1 TO TI-RUN-POS.
010310 3950-EXIT.
010320     EXIT.
010330*
010340*    MOVES ONE ENTRY UP A SLOT, WORKING DOWN FROM THE TOP, TO OPEN
010350*    THE INSERTION SLOT AT TI-RUN-POS.
010360 3960-SHIFT-ONE-RUN.
010370     MOVE TI-RUN-ENTRY (TI-RUN-SUB)
010380         TO TI-RUN-ENTRY (TI-RUN-SUB + 1).
010390     SUBTRACT 1 FROM TI-RUN-SUB.
010400 3960-EXIT.
010410     EXIT.
010420*
010430******************************************************************
010440*  4000-SCAN-AUDIT-LOGS -- EVERY ARCHIVE ON THE LIST AND THEN THE
010450*  LIVE LOG, EACH STARTED ON THE KEY OF THE INQUIRY IN HAND AND
010460*  READ UNTIL 4500 FINDS ITS ROWS RUN OUT, HANDING EACH ROW TO THE
010470*  INQUIRY.  THE FILES READ ARE LISTED SO A PRINTED TRACE SHOWS
010480*  WHAT IT COVERS.
010490******************************************************************
010500 4000-SCAN-AUDIT-LOGS.
010510     MOVE ZERO TO TI-FILES-READ.
010520     IF TI-LST-COUNT > 0
010530         PERFORM 4100-SCAN-ONE-ARCHIVE THRU 4100-EXIT
010540             VARYING TI-LST-SUB FROM 1 BY 1
010550             UNTIL TI-LST-SUB > TI-LST-COUNT
010560     END-IF.
010570     OPEN INPUT AUDIT-FILE.
010580     IF TI-AUD-FILE-STATUS NOT = '00'
010590         STRING 'AUDIT LOG................: MULTAUD NOT AVAILABLE'
010600             DELIMITED BY SIZE INTO TI-LINE
010610         PERFORM 8000-PUT-LINE THRU 8000-EXIT
010620         GO TO 4000-EXIT
010630     END-IF.
010640     ADD 1 TO TI-FILES-READ.
010650     STRING 'FILE READ................: MULTAUD'
010660         DELIMITED BY SIZE INTO TI-LINE.
010670     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
010680     MOVE 'N' TO TI-EOF-SW.
010690     IF TI-BATCH-TRACE
010700         MOVE TI-BATCH-ID TO AUDIT-BATCH-ID
010710         START AUDIT-FILE KEY NOT < AUDIT-BATCH-ID
010720             INVALID KEY
010730                 MOVE 'Y' TO TI-EOF-SW
010740         END-START
010750     ELSE
010760         MOVE TI-DOC-NO TO AUDIT-DOC-NO
010770         MOVE TI-DOC-LINE TO AUDIT-DOC-LINE
010780         IF TI-DOC-LINE = SPACES
010790             MOVE LOW-VALUES TO AUDIT-DOC-LINE
010800         END-IF
010810         START AUDIT-FILE KEY NOT < AUDIT-DOC-REF
010820             INVALID KEY
010830                 MOVE 'Y' TO TI-EOF-SW
010840         END-START
010850     END-IF.
010860     IF NOT TI-NO-MORE-ROWS
010870         PERFORM 4300-READ-LIVE-ROW THRU 4300-EXIT
010880             WITH TEST AFTER
010890             UNTIL TI-NO-MORE-ROWS
010900     END-IF.
010910     CLOSE AUDIT-FILE.
010920 4000-EXIT.
010930     EXIT.
010940*
010950 4100-SCAN-ONE-ARCHIVE.
010960     MOVE TI-LST-NAME (TI-LST-SUB) TO TI-ARCH-NAME.
010970     OPEN INPUT ARCH-FILE.
010980     IF TI-ARCH-FILE-STATUS NOT = '00'
010990         STRING 'FILE NOT READABLE........: ' TI-ARCH-NAME
011000             DELIMITED BY SIZE INTO TI-LINE
011010         PERFORM 8000-PUT-LINE THRU 8000-EXIT
011020         GO TO 4100-EXIT
011030     END-IF.
011040     ADD 1 TO TI-FILES-READ.
011050     STRING 'FILE READ................: ' TI-ARCH-NAME
011060         DELIMITED BY SIZE INTO TI-LINE.
011070     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
011080     MOVE 'N' TO TI-EOF-SW.
011090     IF TI-BATCH-TRACE
011100         MOVE TI-BATCH-ID TO ARCH-BATCH-ID
011110         START ARCH-FILE KEY NOT < ARCH-BATCH-ID
011120             INVALID KEY
011130                 MOVE 'Y' TO TI-EOF-SW
011140         END-START
011150     ELSE
011160         MOVE TI-DOC-NO TO ARCH-DOC-NO
011170         MOVE TI-DOC-LINE TO ARCH-DOC-LINE
011180         IF TI-DOC-LINE = SPACES
011190             MOVE LOW-VALUES TO ARCH-DOC-LINE
011200         END-IF
011210         START ARCH-FILE KEY NOT < ARCH-DOC-REF
011220             INVALID KEY
011230                 MOVE 'Y' TO TI-EOF-SW
011240         END-START
011250     END-IF.
011260     IF NOT TI-NO-MORE-ROWS
011270         PERFORM 4200-READ-ARCHIVE-ROW THRU 4200-EXIT
011280             WITH TEST AFTER
011290             UNTIL TI-NO-MORE-ROWS
011300     END-IF.
011310     CLOSE ARCH-FILE.
011320 4100-EXIT.
011330     EXIT.
011340*
011350 4200-READ-ARCHIVE-ROW.
011360     READ ARCH-FILE NEXT RECORD INTO ML-AUDIT-RECORD
011370         AT END
011380             MOVE 'Y' TO TI-EOF-SW
011390     END-READ.
011400     IF TI-NO-MORE-ROWS
011410         GO TO 4200-EXIT
011420     END-IF.
011430     PERFORM 4500-CHECK-PAST-END THRU 4500-EXIT.
011440     IF TI-PAST-END
011450         MOVE 'Y' TO TI-EOF-SW
011460         GO TO 4200-EXIT
011470     END-IF.
011480     PERFORM 4400-TAKE-AUDIT-ROW THRU 4400-EXIT.
011490 4200-EXIT.
011500     EXIT.
011510*
011520 4300-READ-LIVE-ROW.
011530     READ AUDIT-FILE NEXT RECORD INTO ML-AUDIT-RECORD
011540         AT END
011550             MOVE 'Y' TO TI-EOF-SW
011560     END-READ.
011570     IF TI-NO-MORE-ROWS
011580         GO TO 4300-EXIT
011590     END-IF.
011600     PERFORM 4500-CHECK-PAST-END THRU 4500-EXIT.
011610     IF TI-PAST-END
011620         MOVE 'Y' TO TI-EOF-SW
011630         GO TO 4300-EXIT
011640     END-IF.
011650     PERFORM 4400-TAKE-AUDIT-ROW THRU 4400-EXIT.
011660 4300-EXIT.
011670     EXIT.
011680*
011690 4400-TAKE-AUDIT-ROW.
011700     IF TI-BATCH-TRACE
011710         PERFORM 3250-COUNT-AUDIT-ROW THRU 3250-EXIT
011720     ELSE
011730         PERFORM 5150-LIST-AUDIT-ROW THRU 5150-EXIT
011740     END-IF.
011750 4400-EXIT.
011760     EXIT.
011770*
011780******************************************************************
011790*  4500-CHECK-PAST-END -- HAS THE KEYED WALK LEFT THE BATCH OR
011800*  DOCUMENT BEING TRACED?  A DOCUMENT TRACE FOR ONE LINE ENDS AT
011810*  THE FIRST ROW OF ANOTHER LINE.
011820******************************************************************
011830 4500-CHECK-PAST-END.
011840     MOVE 'N' TO TI-PAST-END-SW.
011850     IF TI-BATCH-TRACE
011860         IF ML-AUD-BATCH-ID NOT = TI-BATCH-ID
011870             SET TI-PAST-END TO TRUE
011880         END-IF
011890         GO TO 4500-EXIT
011900     END-IF.
011910     IF ML-AUD-DOC-NO NOT = TI-DOC-NO
011920         SET TI-PAST-END TO TRUE
011930         GO TO 4500-EXIT
011940     END-IF.
011950     IF TI-DOC-LINE NOT = SPACES
011960        AND ML-AUD-DOC-LINE NOT = TI-DOC-LINE
011970         SET TI-PAST-END TO TRUE
011980     END-IF.
011990 4500-EXIT.
012000     EXIT.
012010*
012020******************************************************************
012030*  5000-TRACE-DOCUMENT -- EVERYWHERE ONE SOURCE-DOCUMENT
012040*  REFERENCE TURNS UP, IN ANY BATCH.  A BLANK DOCUMENT LINE
012050*  MATCHES EVERY LINE OF THE DOCUMENT.
012060******************************************************************
012070 5000-TRACE-DOCUMENT.
012080     SET TI-DOCUMENT-TRACE TO TRUE.
012090     MOVE ZERO TO TI-AUD-ROWS, TI-SUSP-OUT, TI-SUSP-CLR.
012100     MOVE ZERO TO TI-GL-GENS, TI-GL-MISSING, TI-GL-LINES.
012110     ACCEPT TI-NOW FROM TIME.
012120     MOVE 'DOCUMENT TRACE' TO TI-LINE.
012130     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
012140     STRING 'DOCUMENT NUMBER..........: ' TI-DOC-NO
012150         DELIMITED BY SIZE INTO TI-LINE.
012160     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
012170     IF TI-DOC-LINE = SPACES
012180         STRING 'DOCUMENT LINE............: (EVERY LINE)'
012190             DELIMITED BY SIZE INTO TI-LINE
012200     ELSE
012210         STRING 'DOCUMENT LINE............: ' TI-DOC-LINE
012220             DELIMITED BY SIZE INTO TI-LINE
012230     END-IF.
012240     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
012250     STRING 'TRACED...................: ' TI-TODAY ' '
012260         TI-NOW(1:6)
012270         DELIMITED BY SIZE INTO TI-LINE.
012280     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
012290     PERFORM 5100-TRACE-DOC-AUDIT THRU 5100-EXIT.
012300     PERFORM 5200-TRACE-DOC-SUSPENSE THRU 5200-EXIT.
012310     PERFORM 5300-TRACE-DOC-GL THRU 5300-EXIT.
012320     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
012330     MOVE '*** END OF DOCUMENT TRACE ***' TO TI-LINE.
012340     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
012350     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
012360 5000-EXIT.
012370     EXIT.
012380*
012390******************************************************************
012400*  5100-TRACE-DOC-AUDIT -- EVERY AUDIT ROW CARRYING THE
012410*  REFERENCE, ARCHIVES FIRST, BY DOCUMENT LINE AND THEN IN THE
012420*  ORDER LOGGED.
012430******************************************************************
012440 5100-TRACE-DOC-AUDIT.
012450     MOVE 'AUDIT LOG ROWS (MULTAUD AND ITS ARCHIVES)' TO TI-LINE.
012460     PERFORM 8100-PUT-SECTION THRU 8100-EXIT.
012470     MOVE 'DATE     JOB      SEQUENCE  BATCH ID     LINE S'
012480         TO TI-LINE(1:47).
012490     MOVE 'PRODUCT' TO TI-LINE(74:7).
012500     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
012510     PERFORM 4000-SCAN-AUDIT-LOGS THRU 4000-EXIT.
012520     MOVE TI-AUD-ROWS TO TI-COUNT-ED.
012530     STRING 'AUDIT ROWS...............: ' TI-COUNT-ED
012540         DELIMITED BY SIZE INTO TI-LINE.
012550     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
012560 5100-EXIT.
012570     EXIT.
012580*
012590 5150-LIST-AUDIT-ROW.
012600     IF ML-AUD-DOC-NO NOT = TI-DOC-NO
012610         GO TO 5150-EXIT
012620     END-IF.
012630     IF TI-DOC-LINE NOT = SPACES
012640        AND ML-AUD-DOC-LINE NOT = TI-DOC-LINE
012650         GO TO 5150-EXIT
012660     END-IF.
012670     ADD 1 TO TI-AUD-ROWS.
012680     MOVE ML-AUD-P TO TI-AMT-ED.
012690     STRING ML-AUD-DATE ' ' ML-AUD-JOB-ID ' ' ML-AUD-SEQ ' '
012700         ML-AUD-BATCH-ID ' ' ML-AUD-DOC-LINE ' ' ML-AUD-STATUS ' '
012710         TI-AMT-ED
012720         DELIMITED BY SIZE INTO TI-LINE.
012730     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
012740 5150-EXIT.
012750     EXIT.
012760*
012770******************************************************************
012780*  5200-TRACE-DOC-SUSPENSE -- EVERY MULTSREG ROW CARRYING THE
012790*  REFERENCE.  THE REGISTER IS KEYED BY BATCH FIRST, SO THIS IS A
012800*  PASS OVER THE WHOLE FILE.
012810******************************************************************
012820 5200-TRACE-DOC-SUSPENSE.
012830     MOVE 'SUSPENSE REGISTER (MULTSREG)' TO TI-LINE.
012840     PERFORM 8100-PUT-SECTION THRU 8100-EXIT.
012850     OPEN INPUT SREG-FILE.
012860     IF TI-SREG-FILE-STATUS NOT = '00'
012870         STRING 'SUSPENSE REGISTER........: MULTSREG NOT '
012880             'AVAILABLE'
012890             DELIMITED BY SIZE INTO TI-LINE
012900         PERFORM 8000-PUT-LINE THRU 8000-EXIT
012910         GO TO 5200-EXIT
012920     END-IF.
012930     MOVE 'BATCH ID     LINE RSN REJECTED STATUS      RESUBMITTED'
012940         TO TI-LINE.
012950     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
012960     MOVE 'N' TO TI-EOF-SW.
012970     PERFORM 5250-CHECK-SUSPENSE-ROW THRU 5250-EXIT
012980         WITH TEST AFTER
012990         UNTIL TI-NO-MORE-ROWS.
013000     CLOSE SREG-FILE.
013010     MOVE TI-SUSP-OUT TO TI-COUNT-ED.
013020     STRING 'LINES OUTSTANDING........: ' TI-COUNT-ED
013030         DELIMITED BY SIZE INTO TI-LINE.
013040     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
013050     MOVE TI-SUSP-CLR TO TI-COUNT-ED.
013060     STRING 'LINES CLEARED............: ' TI-COUNT-ED
013070         DELIMITED BY SIZE INTO TI-LINE.
013080     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
013090 5200-EXIT.
013100     EXIT.
013110*
013120 5250-CHECK-SUSPENSE-ROW.
013130     READ SREG-FILE NEXT RECORD
013140         AT END
013150             MOVE 'Y' TO TI-EOF-SW
013160     END-READ.
013170     IF TI-NO-MORE-ROWS
013180         GO TO 5250-EXIT
013190     END-IF.
013200     IF SR-REG-DOC-NO NOT = TI-DOC-NO
013210         GO TO 5250-EXIT
013220     END-IF.
013230     IF TI-DOC-LINE NOT = SPACES
013240        AND SR-REG-DOC-LINE NOT = TI-DOC-LINE
013250         GO TO 5250-EXIT
013260     END-IF.
013270     PERFORM 3560-SET-SUSP-WORD THRU 3560-EXIT.
013280     STRING SR-REG-BATCH-ID ' ' SR-REG-DOC-LINE ' ' SR-REG-REASON
013290         ' ' SR-REG-REJ-DATE ' ' TI-SUSP-WORD ' '
013300         SR-REG-CLEAR-DATE
013310         DELIMITED BY SIZE INTO TI-LINE.
013320     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
013330 5250-EXIT.
013340     EXIT.
013350*
013360******************************************************************
013370*  5300-TRACE-DOC-GL -- EVERY 'D' DETAIL AND 'X' TAX LINE
013380*  CARRYING THE REFERENCE IN ANY STAMPED MULTGL GENERATION THE
013390*  REGISTER KNOWS OF.  ONLY A RUN THAT FINISHED IN BALANCE WRITES
013400*  A GL EXTRACT, AND EVERY SUCH RUN HAS A REGISTER ROW.  A
013410*  GENERATION NO LONGER ON DISK IS COUNTED SO THE TRACE SAYS IT
013420*  MAY BE SHORT.
013430******************************************************************
013440 5300-TRACE-DOC-GL.
013450     MOVE 'GL EXTRACT LINES (STAMPED MULTGL GENERATIONS)'
013460         TO TI-LINE.
013470     PERFORM 8100-PUT-SECTION THRU 8100-EXIT.
013480     MOVE 'N' TO TI-BREG-EOF-SW.
013490     OPEN INPUT BREG-FILE.
013500     IF TI-BREG-FILE-STATUS NOT = '00'
013510         STRING 'REGISTER.................: MULTBREG NOT '
013520             'AVAILABLE'
013530             DELIMITED BY SIZE INTO TI-LINE
013540         PERFORM 8000-PUT-LINE THRU 8000-EXIT
013550         GO TO 5300-EXIT
013560     END-IF.
013570     MOVE 'BATCH ID     RUN DATE JOB      T LINE ACCOUNT'
013580         TO TI-LINE(1:46).
013590     MOVE 'AMOUNT' TO TI-LINE(74:6).
013600     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
013610     PERFORM 5350-SCAN-REGISTER-ROW THRU 5350-EXIT
013620         WITH TEST AFTER
013630         UNTIL TI-BREG-NO-MORE-ROWS.
013640     CLOSE BREG-FILE.
013650     MOVE TI-GL-LINES TO TI-COUNT-ED.
013660     STRING 'GL LINES.................: ' TI-COUNT-ED
013670         DELIMITED BY SIZE INTO TI-LINE.
013680     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
013690     MOVE TI-GL-GENS TO TI-CTR-ED.
013700     STRING 'GENERATIONS READ.........: ' TI-CTR-ED
013710         DELIMITED BY SIZE INTO TI-LINE.
013720     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
013730     IF TI-GL-MISSING > 0
013740         MOVE TI-GL-MISSING TO TI-CTR-ED
013750         STRING 'GENERATIONS MISSING......: ' TI-CTR-ED
013760             ' - LINES MAY BE SHORT'
013770             DELIMITED BY SIZE INTO TI-LINE
013780         PERFORM 8000-PUT-LINE THRU 8000-EXIT
013790     END-IF.
013800 5300-EXIT.
013810     EXIT.
013820*
013830 5350-SCAN-REGISTER-ROW.
013840     READ BREG-FILE
013850         AT END
013860             MOVE 'Y' TO TI-BREG-EOF-SW
013870     END-READ.
013880     IF TI-BREG-NO-MORE-ROWS
013890         GO TO 5350-EXIT
013900     END-IF.
013910     MOVE SPACES TO TI-GL-NAME.
013920     STRING 'MULTGL.' BREG-RUN-DATE '.' BREG-JOB-ID
013930         DELIMITED BY SIZE INTO TI-GL-NAME.
013940     OPEN INPUT GL-FILE.
013950     IF TI-GL-FILE-STATUS NOT = '00'
013960         ADD 1 TO TI-GL-MISSING
013970         GO TO 5350-EXIT
013980     END-IF.
013990     ADD 1 TO TI-GL-GENS.
014000     MOVE 'N' TO TI-GL-EOF-SW.
014010     PERFORM 5370-CHECK-GL-LINE THRU 5370-EXIT
014020         WITH TEST AFTER
014030         UNTIL TI-GL-NO-MORE-ROWS.
014040     CLOSE GL-FILE.
014050 5350-EXIT.
014060     EXIT.
014070*
014080 5370-CHECK-GL-LINE.
014090     READ GL-FILE
014100         AT END
014110             MOVE 'Y' TO TI-GL-EOF-SW
014120     END-READ.
014130     IF TI-GL-NO-MORE-ROWS
014140         GO TO 5370-EXIT
014150     END-IF.
014160     MOVE GL-RECORD TO TI-GL-WORK.
014170     IF TI-GL-DETAIL
014180        AND TI-GL-DET-DOC-NO = TI-DOC-NO
014190        AND (TI-DOC-LINE = SPACES
014200             OR TI-GL-DET-DOC-LINE = TI-DOC-LINE)
014210         ADD 1 TO TI-GL-LINES
014220         MOVE TI-GL-DET-P TO TI-AMT-ED
014230         STRING BREG-BATCH-ID ' ' BREG-RUN-DATE ' ' BREG-JOB-ID
014240             ' D ' TI-GL-DET-DOC-LINE ' ' TI-GL-DET-ACCOUNT ' '
014250             TI-AMT-ED
014260             DELIMITED BY SIZE INTO TI-LINE
014270         PERFORM 8000-PUT-LINE THRU 8000-EXIT
014280         GO TO 5370-EXIT
014290     END-IF.
014300     IF TI-GL-TAX
014310        AND TI-GL-TAX-DOC-NO = TI-DOC-NO
014320        AND (TI-DOC-LINE = SPACES
014330             OR TI-GL-TAX-DOC-LINE = TI-DOC-LINE)
014340         ADD 1 TO TI-GL-LINES
014350         MOVE TI-GL-TAX-AMOUNT TO TI-AMT-ED
014360         STRING BREG-BATCH-ID ' ' BREG-RUN-DATE ' ' BREG-JOB-ID
014370             ' X ' TI-GL-TAX-DOC-LINE ' ' TI-GL-TAX-ACCOUNT ' '
014380             TI-AMT-ED
014390             DELIMITED BY SIZE INTO TI-LINE
014400         PERFORM 8000-PUT-LINE THRU 8000-EXIT
014410     END-IF.
014420 5370-EXIT.
014430     EXIT.
014440*
014450******************************************************************
014460*  8000-PUT-LINE -- TI-LINE TO THE SCREEN OR TO TRACERPT, THEN
014470*  CLEARED FOR THE NEXT LINE.  EVERY LINE OF A TRACE GOES OUT
014480*  THROUGH HERE.
014490******************************************************************
014500 8000-PUT-LINE.
014510     IF TI-TO-PRINTER
014520         WRITE RPT-RECORD FROM TI-LINE
014530     ELSE
014540         DISPLAY TI-LINE
014550     END-IF.
014560     MOVE SPACES TO TI-LINE.
014570 8000-EXIT.
014580     EXIT.
014590*
014600*    A SECTION TITLE (ALREADY IN TI-LINE) BEHIND A BLANK LINE.
014610 8100-PUT-SECTION.
014620     MOVE TI-LINE TO TI-TITLE.
014630     MOVE SPACES TO TI-LINE.
014640     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
014650     MOVE TI-TITLE TO TI-LINE.
014660     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
014670 8100-EXIT.
014680     EXIT.
014690*
014700 END PROGRAM TRACEINQ.
