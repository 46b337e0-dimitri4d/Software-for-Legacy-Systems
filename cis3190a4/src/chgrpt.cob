000010******************************************************************
000020*  D. FREDERICK
000030*  CIS3190 A4  --  COBOL
000040*
000050*  PROGRAM-ID.  CHGRPT
000060*
000070*  MASTER-FILE CHANGE REPORT.  PRINTS THE CHGJRNL CHANGE JOURNAL
000080*  WRITTEN BY CHGAPPR -- EVERY CHANGE TO ITEMMST, ITEMPRC,
000090*  ITEMGLA, CURRMST OR TAXMST THAT HAS BEEN APPROVED, REJECTED, OR
000100*  APPROVED BUT FOUND NOT TO FIT THE MASTER WHEN APPLIED -- FOR A
000110*  RANGE OF DECISION DATES.  EACH CHANGE SHOWS THE OPERATOR WHO
000120*  KEYED IT AND THE ONE WHO DECIDED IT, BOTH WITH DATE AND TIME,
000130*  AND THE MASTER'S VALUES BEFORE BESIDE THE VALUES KEYED.
000140*  CHANGES STILL WAITING ON CHGPEND ARE NOT PRINTED HERE; CHGAPPR
000150*  LISTS THOSE.  THE SELECTION KEYED AT THE PROMPTS IS ECHOED IN
000160*  THE REPORT HEADING.  OUTPUT IS CHGLIST.
000170*
000180*  MODIFICATION HISTORY
000190*  ------------------------------------------------------
000200*  2026-10-15  DF   ORIGINAL VERSION.
000210*  2026-10-15  DF   PRINTS TAXMST TAX-RATE CHANGES AND THE ITEM'S
000220*                   TAX CODE BESIDE THE DESCRIPTION ON ADDS AND
000230*                   CHANGES.  THE JOURNAL RECORD IS NOW 255 BYTES.
000240*
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.       CHGRPT.
000280 AUTHOR.           D. FREDERICK.
000290 INSTALLATION.     CIS3190.
000300 DATE-WRITTEN.     2026-10-15.
000310 DATE-COMPILED.
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.  GNUCOBOL.
000360 OBJECT-COMPUTER.  GNUCOBOL.
000370*
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT JRNL-FILE
000410         ASSIGN TO "CHGJRNL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CR-JRNL-FILE-STATUS.
000440     SELECT RPT-FILE
000450         ASSIGN TO "CHGLIST"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CR-RPT-FILE-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510*
000520 FD  JRNL-FILE.
000530 01  JRNL-RECORD                 PIC X(255).
000540*
000550 FD  RPT-FILE.
000560 01  RPT-RECORD                  PIC X(80).
000570*
000580 WORKING-STORAGE SECTION.
000590*
000600******************************************************************
000610*  THE JOURNAL ROW IN HAND.
000620******************************************************************
000630     COPY CHGREC.
000640*
000650******************************************************************
000660*  FILE STATUS FIELDS.
000670******************************************************************
000680 77  CR-JRNL-FILE-STATUS         PIC X(02)           VALUE '00'.
000690 77  CR-RPT-FILE-STATUS          PIC X(02)           VALUE '00'.
000700*
000710******************************************************************
000720*  RUN CONTROL SWITCHES.
000730******************************************************************
000740 77  CR-ABORT-SW                 PIC X(01)           VALUE 'N'.
000750     88  CR-ABORT-RUN                VALUE 'Y'.
000760 77  CR-EOF-SW                   PIC X(01)           VALUE 'N'.
000770     88  CR-NO-MORE-RECORDS          VALUE 'Y'.
000780*
000790******************************************************************
000800*  SELECTION CRITERIA, KEYED AT THE PROMPTS.  BLANK MEANS NO
000810*  LIMIT AT THAT END.  THE RANGE IS ON THE DECISION DATE -- THE
000820*  DAY A CHANGE REACHED (OR WAS KEPT FROM) ITS MASTER.
000830******************************************************************
000840 77  CR-FROM-DATE                PIC X(08)    VALUE SPACES.
000850 77  CR-TO-DATE                  PIC X(08)    VALUE SPACES.
000860*
000870******************************************************************
000880*  REPORT COUNTS.
000890******************************************************************
000900 77  CR-ROWS-READ                PIC 9(09)           VALUE ZERO.
000910 77  CR-ROWS-LISTED              PIC 9(09)           VALUE ZERO.
000920 77  CR-APPROVED-CTR             PIC 9(09)           VALUE ZERO.
000930 77  CR-REJECTED-CTR             PIC 9(09)           VALUE ZERO.
000940 77  CR-FAILED-CTR               PIC 9(09)           VALUE ZERO.
000950*
000960******************************************************************
000970*  CHANGE DISPLAY FIELDS.  CR-IMAGE HAS THE SAME SHAPE AS
000980*  CH-AFTER-IMAGE AND CH-OLD-VALUES SO EITHER SIDE IS MOVED IN
000990*  WHOLE AND FORMATTED BY ONE PARAGRAPH, KEPT IN STEP WITH
001000*  CHGAPPR'S PARAGRAPH OF THE SAME NAME.  THE ITEM'S TAX CODE FOR
001010*  THE SAME SIDE IS MOVED TO CR-IMG-TAX-CODE ALONGSIDE IT.
001020******************************************************************
001030 01  CR-IMAGE.
001040     05  CR-IMG-DESC             PIC X(30).
001050     05  CR-IMG-PRICE            PIC S9(11)V9(04)
001060             SIGN IS LEADING SEPARATE CHARACTER.
001070     05  CR-IMG-EFF-DATE         PIC X(08).
001080     05  CR-IMG-ACTIVE           PIC X(01).
001090     05  CR-IMG-ACCOUNT          PIC X(08).
001100     05  CR-IMG-RATE             PIC S9(07)V9(06)
001110             SIGN IS LEADING SEPARATE CHARACTER.
001120 77  CR-IMAGE-SW                 PIC X(01)           VALUE 'N'.
001130     88  CR-IMAGE-ABSENT             VALUE 'N'.
001140     88  CR-IMAGE-AFTER              VALUE 'A'.
001150 77  CR-IMAGE-TEXT               PIC X(53)    VALUE SPACES.
001160 77  CR-IMAGE-DESC               PIC X(30)    VALUE SPACES.
001170 77  CR-IMG-TAX-CODE             PIC X(04)    VALUE SPACES.
001180 77  CR-IMAGE-TAX                PIC X(20)    VALUE SPACES.
001190 77  CR-TYPE-TEXT                PIC X(12)    VALUE SPACES.
001200 77  CR-ORIGIN-TEXT              PIC X(08)    VALUE SPACES.
001210 77  CR-STATUS-TEXT              PIC X(12)    VALUE SPACES.
001220 77  CR-PRICE-ED                 PIC -(11)9.9999.
001230 77  CR-RATE-ED                  PIC -(7)9.9(6).
001240 77  CR-PCT-ED                   PIC -ZZ9.9999.
001250 77  CR-COUNT-ED                 PIC ZZZZZZZZ9.
001260*
001270 PROCEDURE DIVISION.
001280*
001290******************************************************************
001300*  0000-MAINLINE
001310******************************************************************
001320 0000-MAINLINE.
001330     PERFORM 1100-ACCEPT-DATE-RANGE THRU 1100-EXIT.
001340     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
001350     IF CR-ABORT-RUN
001360         GO TO 0000-EXIT
001370     END-IF.
001380     PERFORM 2500-WRITE-HEADING THRU 2500-EXIT.
001390     PERFORM 3000-PROCESS-ROW THRU 3000-EXIT
001400         WITH TEST AFTER
001410         UNTIL CR-NO-MORE-RECORDS.
001420     PERFORM 6000-FINALIZE THRU 6000-EXIT.
001430     CLOSE JRNL-FILE, RPT-FILE.
001440     DISPLAY 'CHANGE REPORT COMPLETE - SEE CHGLIST'.
001450 0000-EXIT.
001460     STOP RUN.
001470*
001480******************************************************************
001490*  1100-ACCEPT-DATE-RANGE -- BLANK OR YYYYMMDD, EACH END.
001500******************************************************************
001510 1100-ACCEPT-DATE-RANGE.
001520     DISPLAY 'FROM DATE YYYYMMDD (BLANK = OPEN) ?'.
001530     ACCEPT CR-FROM-DATE.
001540     IF CR-FROM-DATE NOT = SPACES
001550        AND CR-FROM-DATE NOT NUMERIC
001560         DISPLAY 'DATE MUST BE EIGHT DIGITS OR BLANK'
001570         GO TO 1100-ACCEPT-DATE-RANGE
001580     END-IF.
001590 1150-ACCEPT-TO-DATE.
001600     DISPLAY 'TO DATE YYYYMMDD (BLANK = OPEN) ?'.
001610     ACCEPT CR-TO-DATE.
001620     IF CR-TO-DATE NOT = SPACES
001630        AND CR-TO-DATE NOT NUMERIC
001640         DISPLAY 'DATE MUST BE EIGHT DIGITS OR BLANK'
001650         GO TO 1150-ACCEPT-TO-DATE
001660     END-IF.
001670 1100-EXIT.
001680     EXIT.
001690*
001700******************************************************************
001710*  2000-OPEN-FILES -- A CHGJRNL THAT DOES NOT EXIST MEANS NO
001720*  CHANGE HAS EVER BEEN DECIDED, WHICH IS AN ANSWER, NOT A CRASH.
001730******************************************************************
001740 2000-OPEN-FILES.
001750     OPEN INPUT JRNL-FILE.
001760     IF CR-JRNL-FILE-STATUS NOT = '00'
001770         DISPLAY 'CHGJRNL NOT AVAILABLE - STATUS '
001780             CR-JRNL-FILE-STATUS
001790         DISPLAY 'NOTHING TO REPORT'
001800         SET CR-ABORT-RUN TO TRUE
001810         GO TO 2000-EXIT
001820     END-IF.
001830     OPEN OUTPUT RPT-FILE.
001840     IF CR-RPT-FILE-STATUS NOT = '00'
001850         DISPLAY 'CHGLIST OPEN FAILED - STATUS '
001860             CR-RPT-FILE-STATUS
001870         DISPLAY 'REPORT RUN ABORTED'
001880         CLOSE JRNL-FILE
001890         SET CR-ABORT-RUN TO TRUE
001900     END-IF.
001910 2000-EXIT.
001920     EXIT.
001930*
001940******************************************************************
001950*  2500-WRITE-HEADING -- REPORT TITLE PLUS AN ECHO OF THE
001960*  SELECTION, SO A FILED COPY SHOWS WHAT IT COVERS.
001970******************************************************************
001980 2500-WRITE-HEADING.
001990     MOVE 'MASTER-FILE CHANGE REPORT' TO RPT-RECORD.
002000     WRITE RPT-RECORD.
002010     MOVE SPACE TO RPT-RECORD.
002020     STRING 'SELECTION: DECIDED ' CR-FROM-DATE ' / ' CR-TO-DATE
002030         DELIMITED BY SIZE INTO RPT-RECORD.
002040     WRITE RPT-RECORD.
002050     MOVE SPACE TO RPT-RECORD.
002060     STRING 'FILE READ................: CHGJRNL'
002070         DELIMITED BY SIZE INTO RPT-RECORD.
002080     WRITE RPT-RECORD.
002090 2500-EXIT.
002100     EXIT.
002110*
002120******************************************************************
002130*  3000-PROCESS-ROW -- ONE JOURNAL ROW: SELECT, COUNT, PRINT.
002140******************************************************************
002150 3000-PROCESS-ROW.
002160     READ JRNL-FILE INTO CH-CHANGE-RECORD
002170         AT END
002180             MOVE 'Y' TO CR-EOF-SW
002190     END-READ.
002200     IF CR-NO-MORE-RECORDS
002210         GO TO 3000-EXIT
002220     END-IF.
002230     ADD 1 TO CR-ROWS-READ.
002240     IF CR-FROM-DATE NOT = SPACES
002250        AND CH-CHECKER-DATE < CR-FROM-DATE
002260         GO TO 3000-EXIT
002270     END-IF.
002280     IF CR-TO-DATE NOT = SPACES
002290        AND CH-CHECKER-DATE > CR-TO-DATE
002300         GO TO 3000-EXIT
002310     END-IF.
002320     ADD 1 TO CR-ROWS-LISTED.
002330     MOVE 'UNKNOWN' TO CR-STATUS-TEXT.
002340     IF CH-APPROVED
002350         ADD 1 TO CR-APPROVED-CTR
002360         MOVE 'APPROVED' TO CR-STATUS-TEXT
002370     END-IF.
002380     IF CH-REJECTED
002390         ADD 1 TO CR-REJECTED-CTR
002400         MOVE 'REJECTED' TO CR-STATUS-TEXT
002410     END-IF.
002420     IF CH-APPLY-FAILED
002430         ADD 1 TO CR-FAILED-CTR
002440         MOVE 'NOT APPLIED' TO CR-STATUS-TEXT
002450     END-IF.
002460     PERFORM 3500-LIST-CHANGE THRU 3500-EXIT.
002470 3000-EXIT.
002480     EXIT.
002490*
002500******************************************************************
002510*  3500-LIST-CHANGE -- ONE DECIDED CHANGE: WHAT AND WHERE, WHO
002520*  KEYED IT, WHO DECIDED IT, BEFORE AND AFTER, AND THE NOTE.
002530******************************************************************
002540 3500-LIST-CHANGE.
002550     PERFORM 3900-SET-TYPE-TEXT THRU 3900-EXIT.
002560     MOVE SPACE TO RPT-RECORD.
002570     WRITE RPT-RECORD.
002580     MOVE SPACE TO RPT-RECORD.
002590     STRING 'CHANGE...................: ' CR-TYPE-TEXT ' '
002600         CH-TARGET-CODE ' ' CR-STATUS-TEXT
002610         DELIMITED BY SIZE INTO RPT-RECORD.
002620     WRITE RPT-RECORD.
002630     MOVE SPACE TO RPT-RECORD.
002640     STRING 'KEYED BY.................: ' CH-MAKER-ID ' '
002650         CH-MAKER-DATE ' ' CH-MAKER-TIME ' ' CR-ORIGIN-TEXT
002660         DELIMITED BY SIZE INTO RPT-RECORD.
002670     WRITE RPT-RECORD.
002680     MOVE SPACE TO RPT-RECORD.
002690     STRING 'DECIDED BY...............: ' CH-CHECKER-ID ' '
002700         CH-CHECKER-DATE ' ' CH-CHECKER-TIME
002710         DELIMITED BY SIZE INTO RPT-RECORD.
002720     WRITE RPT-RECORD.
002730     MOVE CH-OLD-VALUES TO CR-IMAGE.
002740     MOVE CH-OLD-TAX-CODE TO CR-IMG-TAX-CODE.
002750     MOVE CH-OLD-ON-FILE TO CR-IMAGE-SW.
002760     PERFORM 3800-FORMAT-IMAGE THRU 3800-EXIT.
002770     MOVE SPACE TO RPT-RECORD.
002780     STRING 'BEFORE...................: ' CR-IMAGE-TEXT
002790         DELIMITED BY SIZE INTO RPT-RECORD.
002800     WRITE RPT-RECORD.
002810     IF CR-IMAGE-DESC NOT = SPACES
002820         MOVE SPACE TO RPT-RECORD
002830         MOVE CR-IMAGE-DESC TO RPT-RECORD(28:)
002840         MOVE CR-IMAGE-TAX  TO RPT-RECORD(59:)
002850         WRITE RPT-RECORD
002860     END-IF.
002870     MOVE CH-AFTER-IMAGE TO CR-IMAGE.
002880     MOVE CH-NEW-TAX-CODE TO CR-IMG-TAX-CODE.
002890     MOVE 'A' TO CR-IMAGE-SW.
002900     PERFORM 3800-FORMAT-IMAGE THRU 3800-EXIT.
002910     MOVE SPACE TO RPT-RECORD.
002920     STRING 'AFTER....................: ' CR-IMAGE-TEXT
002930         DELIMITED BY SIZE INTO RPT-RECORD.
002940     WRITE RPT-RECORD.
002950     IF CR-IMAGE-DESC NOT = SPACES
002960         MOVE SPACE TO RPT-RECORD
002970         MOVE CR-IMAGE-DESC TO RPT-RECORD(28:)
002980         MOVE CR-IMAGE-TAX  TO RPT-RECORD(59:)
002990         WRITE RPT-RECORD
003000     END-IF.
003010     IF CH-NOTE NOT = SPACES
003020         MOVE SPACE TO RPT-RECORD
003030         STRING 'NOTE.....................: ' CH-NOTE
003040             DELIMITED BY SIZE INTO RPT-RECORD
003050         WRITE RPT-RECORD
003060     END-IF.
003070 3500-EXIT.
003080     EXIT.
003090*
003100******************************************************************
003110*  3800-FORMAT-IMAGE -- ONE SIDE OF A CHANGE (CR-IMAGE) AS A LINE
003120*  OF TEXT, PLUS THE ITEM DESCRIPTION ON ITS OWN LINE FOR AN ADD
003130*  OR CHANGE.  WHICH FIELDS MEAN ANYTHING DEPENDS ON THE CHANGE
003140*  TYPE.  CR-IMAGE-SW SAYS WHETHER THE SIDE EXISTS AT ALL AND
003150*  WHETHER IT IS THE KEYED (AFTER) SIDE, WHERE A BLANK
003160*  DESCRIPTION ON A CHANGE MEANS 'KEEP THE ONE ON FILE'.  THE
003170*  ITEM'S TAX CODE (CR-IMG-TAX-CODE) GOES BESIDE THE DESCRIPTION,
003180*  WHERE BLANK ON THE KEYED SIDE OF A CHANGE LIKEWISE MEANS KEEP.
003190******************************************************************
003200 3800-FORMAT-IMAGE.
003210     MOVE SPACES TO CR-IMAGE-TEXT, CR-IMAGE-DESC, CR-IMAGE-TAX.
003220     IF CR-IMAGE-ABSENT
003230         PERFORM 3850-FORMAT-ABSENT THRU 3850-EXIT
003240         GO TO 3800-EXIT
003250     END-IF.
003260     MOVE CR-IMG-PRICE TO CR-PRICE-ED.
003270     MOVE CR-IMG-RATE  TO CR-RATE-ED.
003280     IF CH-ADD-ITEM OR CH-CHANGE-ITEM
003290         IF CR-IMG-ACTIVE = SPACE
003300             STRING 'PRICE ' CR-PRICE-ED ' EFF ' CR-IMG-EFF-DATE
003310                 DELIMITED BY SIZE INTO CR-IMAGE-TEXT
003320         ELSE
003330             STRING 'PRICE ' CR-PRICE-ED ' EFF ' CR-IMG-EFF-DATE
003340                 ' STATUS ' CR-IMG-ACTIVE
003350                 DELIMITED BY SIZE INTO CR-IMAGE-TEXT
003360         END-IF
003370         MOVE CR-IMG-DESC TO CR-IMAGE-DESC
003380         IF CR-IMAGE-AFTER AND CH-CHANGE-ITEM
003390            AND CR-IMG-DESC = SPACES
003400             MOVE '(DESCRIPTION UNCHANGED)' TO CR-IMAGE-DESC
003410         END-IF
003420         PERFORM 3820-FORMAT-TAX-CODE THRU 3820-EXIT
003430         GO TO 3800-EXIT
003440     END-IF.
003450     IF CH-DEACTIVATE-ITEM
003460         STRING 'STATUS ' CR-IMG-ACTIVE
003470             DELIMITED BY SIZE INTO CR-IMAGE-TEXT
003480         GO TO 3800-EXIT
003490     END-IF.
003500     IF CH-PRICE-ROW
003510         STRING 'PRICE ' CR-PRICE-ED ' EFF ' CR-IMG-EFF-DATE
003520             DELIMITED BY SIZE INTO CR-IMAGE-TEXT
003530         GO TO 3800-EXIT
003540     END-IF.
003550     IF CH-GL-ACCOUNT
003560         STRING 'GL ACCOUNT ' CR-IMG-ACCOUNT
003570             DELIMITED BY SIZE INTO CR-IMAGE-TEXT
003580         GO TO 3800-EXIT
003590     END-IF.
003600     IF CH-RATE-ROW
003610         STRING 'RATE ' CR-RATE-ED ' EFF ' CR-IMG-EFF-DATE
003620             DELIMITED BY SIZE INTO CR-IMAGE-TEXT
003630         GO TO 3800-EXIT
003640     END-IF.
003650     IF CH-TAX-RATE-ROW
003660         MOVE CR-IMG-RATE TO CR-PCT-ED
003670         STRING 'TAX ' CR-PCT-ED '% EFF ' CR-IMG-EFF-DATE
003680             ' ACCOUNT ' CR-IMG-ACCOUNT
003690             DELIMITED BY SIZE INTO CR-IMAGE-TEXT
003700     END-IF.
003710 3800-EXIT.
003720     EXIT.
003730*
003740 3820-FORMAT-TAX-CODE.
003750     IF CR-IMG-TAX-CODE = SPACES AND CR-IMAGE-AFTER
003760        AND CH-CHANGE-ITEM
003770         MOVE 'TAX CODE (UNCHANGED)' TO CR-IMAGE-TAX
003780         GO TO 3820-EXIT
003790     END-IF.
003800     IF CR-IMG-TAX-CODE = SPACES OR CR-IMG-TAX-CODE = 'NONE'
003810         MOVE 'NOT TAXED' TO CR-IMAGE-TAX
003820         GO TO 3820-EXIT
003830     END-IF.
003840     STRING 'TAX CODE ' CR-IMG-TAX-CODE
003850         DELIMITED BY SIZE INTO CR-IMAGE-TAX.
003860 3820-EXIT.
003870     EXIT.
003880*
003890 3850-FORMAT-ABSENT.
003900     IF CH-PRICE-ROW
003910         STRING 'NO ITEMPRC ROW FOR EFF ' CH-NEW-EFF-DATE
003920             DELIMITED BY SIZE INTO CR-IMAGE-TEXT
003930         GO TO 3850-EXIT
003940     END-IF.
003950     IF CH-GL-ACCOUNT
003960         MOVE 'NO ITEMGLA ROW' TO CR-IMAGE-TEXT
003970         GO TO 3850-EXIT
003980     END-IF.
003990     IF CH-RATE-ROW
004000         STRING 'NO CURRMST RATE FOR EFF ' CH-NEW-EFF-DATE
004010             DELIMITED BY SIZE INTO CR-IMAGE-TEXT
004020         GO TO 3850-EXIT
004030     END-IF.
004040     IF CH-TAX-RATE-ROW
004050         STRING 'NO TAXMST RATE FOR EFF ' CH-NEW-EFF-DATE
004060             DELIMITED BY SIZE INTO CR-IMAGE-TEXT
004070         GO TO 3850-EXIT
004080     END-IF.
004090     MOVE 'NOT ON ITEMMST' TO CR-IMAGE-TEXT.
004100 3850-EXIT.
004110     EXIT.
004120*
004130******************************************************************
004140*  3900-SET-TYPE-TEXT -- THE CHANGE TYPE AND ORIGIN IN WORDS.
004150******************************************************************
004160 3900-SET-TYPE-TEXT.
004170     MOVE CH-CHANGE-TYPE TO CR-TYPE-TEXT.
004180     IF CH-ADD-ITEM
004190         MOVE 'ADD ITEM' TO CR-TYPE-TEXT
004200     END-IF.
004210     IF CH-CHANGE-ITEM
004220         MOVE 'CHANGE ITEM' TO CR-TYPE-TEXT
004230     END-IF.
004240     IF CH-DEACTIVATE-ITEM
004250         MOVE 'DEACTIVATE' TO CR-TYPE-TEXT
004260     END-IF.
004270     IF CH-PRICE-ROW
004280         MOVE 'PRICE ROW' TO CR-TYPE-TEXT
004290     END-IF.
004300     IF CH-GL-ACCOUNT
004310         MOVE 'GL ACCOUNT' TO CR-TYPE-TEXT
004320     END-IF.
004330     IF CH-RATE-ROW
004340         MOVE 'RATE' TO CR-TYPE-TEXT
004350     END-IF.
004360     IF CH-TAX-RATE-ROW
004370         MOVE 'TAX RATE' TO CR-TYPE-TEXT
004380     END-IF.
004390     MOVE 'TERMINAL' TO CR-ORIGIN-TEXT.
004400     IF CH-FROM-LOAD
004410         MOVE 'LOAD' TO CR-ORIGIN-TEXT
004420     END-IF.
004430 3900-EXIT.
004440     EXIT.
004450*
004460******************************************************************
004470*  6000-FINALIZE -- DECISION COUNTS FOR THE RANGE.
004480******************************************************************
004490 6000-FINALIZE.
004500     MOVE SPACE TO RPT-RECORD.
004510     WRITE RPT-RECORD.
004520     MOVE CR-APPROVED-CTR TO CR-COUNT-ED.
004530     MOVE SPACE TO RPT-RECORD.
004540     STRING 'APPROVED.................: ' CR-COUNT-ED
004550         DELIMITED BY SIZE INTO RPT-RECORD.
004560     WRITE RPT-RECORD.
004570     MOVE CR-REJECTED-CTR TO CR-COUNT-ED.
004580     MOVE SPACE TO RPT-RECORD.
004590     STRING 'REJECTED.................: ' CR-COUNT-ED
004600         DELIMITED BY SIZE INTO RPT-RECORD.
004610     WRITE RPT-RECORD.
004620     MOVE CR-FAILED-CTR TO CR-COUNT-ED.
004630     MOVE SPACE TO RPT-RECORD.
004640     STRING 'APPROVED, NOT APPLIED....: ' CR-COUNT-ED
004650         DELIMITED BY SIZE INTO RPT-RECORD.
004660     WRITE RPT-RECORD.
004670     MOVE CR-ROWS-LISTED TO CR-COUNT-ED.
004680     MOVE SPACE TO RPT-RECORD.
004690     STRING 'CHANGES LISTED...........: ' CR-COUNT-ED
004700         DELIMITED BY SIZE INTO RPT-RECORD.
004710     WRITE RPT-RECORD.
004720     MOVE CR-ROWS-READ TO CR-COUNT-ED.
004730     MOVE SPACE TO RPT-RECORD.
004740     STRING 'ROWS READ................: ' CR-COUNT-ED
004750         DELIMITED BY SIZE INTO RPT-RECORD.
004760     WRITE RPT-RECORD.
004770 6000-EXIT.
004780     EXIT.
004790*
004800 END PROGRAM CHGRPT.
