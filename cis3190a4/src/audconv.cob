000010******************************************************************
000020*  D. FREDERICK
000030*  CIS3190 A4  --  COBOL
000040*
000050*  PROGRAM-ID.  AUDCONV
000060*
000070*  ONE-TIME CONVERSION OF THE MULTAUD TRANSACTION LOG AND ITS
000080*  YEARLY ARCHIVES (MULTAUD.A<YYYY>, THE LAST TWENTY YEARS, AS
000090*  AUDITRPT PROBES THEM) FROM LINE SEQUENTIAL FILES TO THE
000100*  INDEXED FILES THE BATCH DRIVER, AUDARCH, AUDITRPT, MULTRECON,
000110*  AND TRACEINQ NOW EXPECT (SEE MLAUDREC).  THE KEYED LAYOUT
000120*  PUTS THE JOB ID AHEAD OF THE RUN DATE AND THE OPERATOR BEHIND
000130*  THE SEQUENCE, SO THE FIRST 33 BYTES OF EACH ROW ARE
000140*  REARRANGED ON THE WAY ACROSS; EVERYTHING FROM THE M FIELD ON
000150*  IS COPIED AS IT STANDS.
000160*
000170*  EACH FILE IS FIRST RENAMED TO <NAME>.SEQ AND READ FROM THERE
000180*  INTO A NEW INDEXED FILE UNDER ITS OWN NAME.  ONCE IT HAS BEEN
000190*  READ TO THE END THE OLD COPY IS RENAMED AGAIN TO <NAME>.OLD,
000200*  AND IS KEPT UNTIL SOMEBODY HAS CHECKED THE RESULT AND DELETES
000210*  IT BY HAND.  A FILE THAT ALREADY OPENS AS AN INDEXED FILE HAS
000220*  BEEN CONVERTED AND IS LEFT ALONE.  A RUN KILLED PARTWAY LEAVES
000230*  THE <NAME>.SEQ COPY IN PLACE, AND RUNNING AUDCONV AGAIN PICKS
000240*  IT UP -- A ROW ALREADY IN THE NEW FILE, BYTE FOR BYTE, IS NOT
000250*  WRITTEN TWICE.  A DIFFERENT ROW UNDER A KEY ALREADY TAKEN
000260*  CANNOT GO INTO THE KEYED FILE; IT IS ADDED TO AUDCDUP, IN THE
000270*  OLD LAYOUT, SO THAT NO ROW IS LOST, AND THE RUN SAYS SO.
000280*
000290*  A CHECKPOINT IN MULTCKPT WAS TAKEN AGAINST THE OLD LOG, SO
000300*  AUDCONV WILL NOT START WHILE ONE IS THERE -- FINISH OR CLEAR
000310*  THE INTERRUPTED BATCH RUN FIRST.
000320*
000330*  MODIFICATION HISTORY
000340*  ------------------------------------------------------
000350*  2026-10-15  DF   ORIGINAL VERSION.
000360*
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.       AUDCONV.
000400 AUTHOR.           D. FREDERICK.
000410 INSTALLATION.     CIS3190.
000420 DATE-WRITTEN.     2026-10-15.
000430 DATE-COMPILED.
000440*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.  GNUCOBOL.
000480 OBJECT-COMPUTER.  GNUCOBOL.
000490*
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CKPT-FILE
000530         ASSIGN TO "MULTCKPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS AC-CKPT-FILE-STATUS.
000560     SELECT OLD-FILE
000570         ASSIGN TO DYNAMIC AC-IN-NAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS AC-OLD-FILE-STATUS.
000600     SELECT NEW-FILE
000610         ASSIGN TO DYNAMIC AC-NEW-NAME
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS ML-AUD-KEY
000650         ALTERNATE RECORD KEY IS ML-AUD-BATCH-ID WITH DUPLICATES
000660         ALTERNATE RECORD KEY IS ML-AUD-DATE WITH DUPLICATES
000670         ALTERNATE RECORD KEY IS ML-AUD-DOC-REF WITH DUPLICATES
000680         FILE STATUS IS AC-NEW-FILE-STATUS.
000690     SELECT DUP-FILE
000700         ASSIGN TO "AUDCDUP"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS AC-DUP-FILE-STATUS.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
000760*
000770*    CKPT-FILE IS ONLY LOOKED AT -- ANY RECORD IN IT MEANS A BATCH
000780*    RUN WAS INTERRUPTED.
000790 FD  CKPT-FILE.
000800 01  CKPT-RECORD                 PIC X(273).
000810*
000820*    OLD-FILE IS THE LINE SEQUENTIAL LOG OR ARCHIVE BEING READ, IN
000830*    THE LAYOUT MLAUDREC HAD BEFORE IT WAS KEYED.
000840 FD  OLD-FILE.
000850 01  OLD-RECORD.
000860     05  OLD-DATE                PIC X(08).
000870     05  OLD-JOB-ID              PIC X(08).
000880     05  OLD-OPERATOR            PIC X(08).
000890     05  OLD-SEQ                 PIC 9(09).
000900     05  OLD-REST                PIC X(219).
000910*
000920*    NEW-FILE IS THE INDEXED FILE BEING BUILT UNDER THE SAME NAME.
000930 FD  NEW-FILE.
000940     COPY MLAUDREC.
000950*
000960*    DUP-FILE COLLECTS ROWS WHOSE KEY WAS ALREADY TAKEN BY A
000970*    DIFFERENT ROW, IN THE OLD LAYOUT, ADDED TO ON EVERY RUN.
000980 FD  DUP-FILE.
000990 01  DUP-RECORD                  PIC X(252).
001000*
001010 WORKING-STORAGE SECTION.
001020*
001030******************************************************************
001040*  FILE STATUS FIELDS.
001050******************************************************************
001060 77  AC-CKPT-FILE-STATUS         PIC X(02)           VALUE '00'.
001070 77  AC-OLD-FILE-STATUS          PIC X(02)           VALUE '00'.
001080 77  AC-NEW-FILE-STATUS          PIC X(02)           VALUE '00'.
001090 77  AC-DUP-FILE-STATUS          PIC X(02)           VALUE '00'.
001100*
001110******************************************************************
001120*  RUN CONTROL SWITCHES.
001130******************************************************************
001140 77  AC-EOF-SW                   PIC X(01)           VALUE 'N'.
001150     88  AC-NO-MORE-RECORDS          VALUE 'Y'.
001160 77  AC-ABORT-SW                 PIC X(01)           VALUE 'N'.
001170     88  AC-ABORT-RUN                VALUE 'Y'.
001180 77  AC-RESUME-SW                PIC X(01)           VALUE 'N'.
001190     88  AC-RESUMING                 VALUE 'Y'.
001200 77  AC-DUP-OPEN-SW              PIC X(01)           VALUE 'N'.
001210     88  AC-DUP-FILE-OPEN            VALUE 'Y'.
001220*
001230******************************************************************
001240*  FILE NAMES.  AC-BASE-NAME IS THE FILE BEING CONVERTED;
001250*  AC-IN-NAME IS WHATEVER OLD-FILE IS POINTED AT.
001260******************************************************************
001270 77  AC-BASE-NAME                PIC X(20)    VALUE SPACES.
001280 77  AC-IN-NAME                  PIC X(20)    VALUE SPACES.
001290 77  AC-NEW-NAME                 PIC X(20)    VALUE SPACES.
001300 77  AC-SEQ-NAME                 PIC X(20)    VALUE SPACES.
001310 77  AC-OLD-NAME                 PIC X(20)    VALUE SPACES.
001320 77  AC-RENAME-RC                PIC S9(09) COMP-5   VALUE ZERO.
001330*
001340******************************************************************
001350*  ARCHIVE YEARS TO LOOK FOR.
001360******************************************************************
001370 77  AC-TODAY                    PIC X(08)    VALUE SPACES.
001380 77  AC-LST-MAX                  PIC 9(02)           VALUE 20.
001390 77  AC-TO-YEAR                  PIC 9(04)           VALUE ZERO.
001400 77  AC-MIN-YEAR                 PIC 9(04)           VALUE ZERO.
001410 77  AC-YEAR                     PIC 9(04)           VALUE ZERO.
001420*
001430******************************************************************
001440*  THE CONVERTED ROW, KEPT ASIDE SO A ROW ALREADY IN THE NEW FILE
001450*  UNDER THE SAME KEY CAN BE COMPARED WITH IT.
001460******************************************************************
001470 01  AC-NEW-ROW                  PIC X(252)   VALUE SPACES.
001480*
001490******************************************************************
001500*  ROW COUNTERS -- FOR THE FILE IN HAND AND FOR THE RUN.
001510*  AC-FILE-ALREADY COUNTS ROWS A KILLED RUN HAD ALREADY WRITTEN;
001520*  AC-FILE-DUPS COUNTS ROWS SENT TO AUDCDUP; AC-FILE-BLANK COUNTS
001530*  EMPTY LINES, WHICH ARE DROPPED.
001540******************************************************************
001550 77  AC-FILE-READ                PIC 9(09)           VALUE ZERO.
001560 77  AC-FILE-WRITTEN             PIC 9(09)           VALUE ZERO.
001570 77  AC-FILE-ALREADY             PIC 9(09)           VALUE ZERO.
001580 77  AC-FILE-DUPS                PIC 9(09)           VALUE ZERO.
001590 77  AC-FILE-BLANK               PIC 9(09)           VALUE ZERO.
001600 77  AC-FILES-CONVERTED          PIC 9(05)           VALUE ZERO.
001610 77  AC-FILES-SKIPPED            PIC 9(05)           VALUE ZERO.
001620 77  AC-TOT-READ                 PIC 9(09)           VALUE ZERO.
001630 77  AC-TOT-WRITTEN              PIC 9(09)           VALUE ZERO.
001640 77  AC-TOT-DUPS                 PIC 9(09)           VALUE ZERO.
001650 77  AC-COUNT-ED                 PIC ZZZZZZZZ9.
001660 77  AC-CTR-ED                   PIC ZZZZ9.
001670*
001680 PROCEDURE DIVISION.
001690*
001700******************************************************************
001710*  0000-MAINLINE -- THE ARCHIVES, OLDEST YEAR FIRST, THEN THE
001720*  LIVE LOG.
001730******************************************************************
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001760     IF AC-ABORT-RUN
001770         GO TO 0000-EXIT
001780     END-IF.
001790     PERFORM 1500-CONVERT-ONE-YEAR THRU 1500-EXIT
001800         VARYING AC-YEAR FROM AC-MIN-YEAR BY 1
001810         UNTIL AC-YEAR > AC-TO-YEAR OR AC-ABORT-RUN.
001820     IF NOT AC-ABORT-RUN
001830         MOVE 'MULTAUD' TO AC-BASE-NAME
001840         PERFORM 2000-CONVERT-ONE-FILE THRU 2000-EXIT
001850     END-IF.
001860     PERFORM 6000-FINALIZE THRU 6000-EXIT.
001870 0000-EXIT.
001880     STOP RUN.
001890*
001900******************************************************************
001910*  1000-INITIALIZE -- REFUSE TO RUN OVER AN INTERRUPTED BATCH,
001920*  AND SET THE RANGE OF ARCHIVE YEARS.
001930******************************************************************
001940 1000-INITIALIZE.
001950     OPEN INPUT CKPT-FILE.
001960     IF AC-CKPT-FILE-STATUS = '00'
001970         READ CKPT-FILE
001980             AT END
001990                 CONTINUE
002000             NOT AT END
002010                 SET AC-ABORT-RUN TO TRUE
002020         END-READ
002030         CLOSE CKPT-FILE
002040     END-IF.
002050     IF AC-ABORT-RUN
002060         DISPLAY 'MULTCKPT HOLDS A CHECKPOINT - A BATCH RUN WAS '
002070             'INTERRUPTED'
002080         DISPLAY 'CONVERSION REFUSED - FINISH OR CLEAR THAT RUN '
002090             'FIRST'
002100         GO TO 1000-EXIT
002110     END-IF.
002120     ACCEPT AC-TODAY FROM DATE YYYYMMDD.
002130     MOVE AC-TODAY(1:4) TO AC-TO-YEAR.
002140     COMPUTE AC-MIN-YEAR = AC-TO-YEAR - AC-LST-MAX + 1.
002150 1000-EXIT.
002160     EXIT.
002170*
002180 1500-CONVERT-ONE-YEAR.
002190     MOVE SPACES TO AC-BASE-NAME.
002200     STRING 'MULTAUD.A' AC-YEAR
002210         DELIMITED BY SIZE INTO AC-BASE-NAME.
002220     PERFORM 2000-CONVERT-ONE-FILE THRU 2000-EXIT.
002230 1500-EXIT.
002240     EXIT.
002250*
002260******************************************************************
002270*  2000-CONVERT-ONE-FILE -- THE FILE NAMED IN AC-BASE-NAME.  A
002280*  <NAME>.SEQ LEFT BY A KILLED RUN IS PICKED UP WHERE IT STANDS.
002290*  OTHERWISE A FILE NOT ON DISK, OR ONE THAT ALREADY OPENS AS AN
002300*  INDEXED FILE, IS PASSED OVER, AND ANY OTHER IS RENAMED TO
002310*  <NAME>.SEQ BEFORE THE NEW FILE IS BUILT IN ITS PLACE.
002320******************************************************************
002330 2000-CONVERT-ONE-FILE.
002340     MOVE ZERO TO AC-FILE-READ, AC-FILE-WRITTEN, AC-FILE-ALREADY,
002350         AC-FILE-DUPS, AC-FILE-BLANK.
002360     MOVE 'N' TO AC-RESUME-SW.
002370     MOVE AC-BASE-NAME TO AC-NEW-NAME.
002380     MOVE SPACES TO AC-SEQ-NAME, AC-OLD-NAME.
002390     STRING AC-BASE-NAME DELIMITED BY SPACE
002400         '.SEQ' DELIMITED BY SIZE INTO AC-SEQ-NAME.
002410     STRING AC-BASE-NAME DELIMITED BY SPACE
002420         '.OLD' DELIMITED BY SIZE INTO AC-OLD-NAME.
002430     MOVE AC-SEQ-NAME TO AC-IN-NAME.
002440     OPEN INPUT OLD-FILE.
002450     IF AC-OLD-FILE-STATUS = '00'
002460         CLOSE OLD-FILE
002470         SET AC-RESUMING TO TRUE
002480         DISPLAY AC-SEQ-NAME ' FOUND - RESUMING ITS CONVERSION'
002490     END-IF.
002500     IF NOT AC-RESUMING
002510         PERFORM 2050-SET-ASIDE-OLD-FILE THRU 2050-EXIT
002520         IF AC-ABORT-RUN OR AC-IN-NAME = SPACES
002530             GO TO 2000-EXIT
002540         END-IF
002550     END-IF.
002560     PERFORM 2100-OPEN-NEW-FILE THRU 2100-EXIT.
002570     IF AC-ABORT-RUN
002580         GO TO 2000-EXIT
002590     END-IF.
002600     MOVE AC-SEQ-NAME TO AC-IN-NAME.
002610     OPEN INPUT OLD-FILE.
002620     IF AC-OLD-FILE-STATUS NOT = '00'
002630         DISPLAY AC-SEQ-NAME ' OPEN FAILED - STATUS '
002640             AC-OLD-FILE-STATUS
002650         CLOSE NEW-FILE
002660         SET AC-ABORT-RUN TO TRUE
002670         GO TO 2000-EXIT
002680     END-IF.
002690     MOVE 'N' TO AC-EOF-SW.
002700     PERFORM 2200-CONVERT-ONE-ROW THRU 2200-EXIT
002710         WITH TEST AFTER
002720         UNTIL AC-NO-MORE-RECORDS OR AC-ABORT-RUN.
002730     CLOSE OLD-FILE, NEW-FILE.
002740     PERFORM 2500-REPORT-FILE THRU 2500-EXIT.
002750     IF AC-ABORT-RUN
002760         GO TO 2000-EXIT
002770     END-IF.
002780     ADD 1 TO AC-FILES-CONVERTED.
002790     CALL 'CBL_RENAME_FILE' USING AC-SEQ-NAME, AC-OLD-NAME
002800         RETURNING AC-RENAME-RC.
002810     IF AC-RENAME-RC NOT = ZERO
002820         DISPLAY 'WARNING - ' AC-SEQ-NAME ' NOT RENAMED TO '
002830             AC-OLD-NAME ' - RC ' AC-RENAME-RC
002840     END-IF.
002850 2000-EXIT.
002860     EXIT.
002870*
002880******************************************************************
002890*  2050-SET-ASIDE-OLD-FILE -- RENAME THE FILE TO <NAME>.SEQ SO
002900*  THE NEW ONE CAN BE BUILT UNDER ITS NAME.  AC-IN-NAME COMES
002910*  BACK BLANK WHEN THERE IS NOTHING TO CONVERT.
002920******************************************************************
002930 2050-SET-ASIDE-OLD-FILE.
002940     OPEN INPUT NEW-FILE.
002950     IF AC-NEW-FILE-STATUS = '00'
002960         CLOSE NEW-FILE
002970         DISPLAY AC-BASE-NAME ' IS ALREADY INDEXED - LEFT ALONE'
002980         ADD 1 TO AC-FILES-SKIPPED
002990         MOVE SPACES TO AC-IN-NAME
003000         GO TO 2050-EXIT
003010     END-IF.
003020     MOVE AC-BASE-NAME TO AC-IN-NAME.
003030     OPEN INPUT OLD-FILE.
003040     IF AC-OLD-FILE-STATUS NOT = '00'
003050         MOVE SPACES TO AC-IN-NAME
003060         GO TO 2050-EXIT
003070     END-IF.
003080     CLOSE OLD-FILE.
003090     CALL 'CBL_RENAME_FILE' USING AC-BASE-NAME, AC-SEQ-NAME
003100         RETURNING AC-RENAME-RC.
003110     IF AC-RENAME-RC NOT = ZERO
003120         DISPLAY AC-BASE-NAME ' RENAME TO ' AC-SEQ-NAME
003130             ' FAILED - RC ' AC-RENAME-RC
003140         DISPLAY 'CONVERSION ABORTED'
003150         SET AC-ABORT-RUN TO TRUE
003160     END-IF.
003170 2050-EXIT.
003180     EXIT.
003190*
003200******************************************************************
003210*  2100-OPEN-NEW-FILE -- OPEN THE INDEXED FILE I-O, CREATING IT
003220*  EMPTY WHEN IT DOES NOT EXIST (STATUS 35).  ON A RESUMED RUN IT
003230*  ALREADY HOLDS THE ROWS THE KILLED RUN WROTE.
003240******************************************************************
003250 2100-OPEN-NEW-FILE.
003260     OPEN I-O NEW-FILE.
003270     IF AC-NEW-FILE-STATUS = '35'
003280         OPEN OUTPUT NEW-FILE
003290         IF AC-NEW-FILE-STATUS = '00'
003300             CLOSE NEW-FILE
003310             OPEN I-O NEW-FILE
003320         END-IF
003330     END-IF.
003340     IF AC-NEW-FILE-STATUS NOT = '00'
003350         DISPLAY AC-NEW-NAME ' OPEN FAILED - STATUS '
003360             AC-NEW-FILE-STATUS
003370         DISPLAY 'CONVERSION ABORTED - ' AC-SEQ-NAME
003380             ' HOLDS THE OLD ROWS'
003390         SET AC-ABORT-RUN TO TRUE
003400     END-IF.
003410 2100-EXIT.
003420     EXIT.
003430*
003440******************************************************************
003450*  2200-CONVERT-ONE-ROW -- ONE OLD ROW, REARRANGED INTO THE KEYED
003460*  LAYOUT AND WRITTEN.  A KEY ALREADY TAKEN GOES TO 2300.
003470******************************************************************
003480 2200-CONVERT-ONE-ROW.
003490     READ OLD-FILE
003500         AT END
003510             MOVE 'Y' TO AC-EOF-SW
003520     END-READ.
003530     IF AC-NO-MORE-RECORDS
003540         GO TO 2200-EXIT
003550     END-IF.
003560     IF OLD-RECORD = SPACES
003570         ADD 1 TO AC-FILE-BLANK
003580         GO TO 2200-EXIT
003590     END-IF.
003600     ADD 1 TO AC-FILE-READ.
003610     MOVE OLD-REST     TO ML-AUDIT-RECORD(34:219).
003620     MOVE OLD-JOB-ID   TO ML-AUD-JOB-ID.
003630     MOVE OLD-DATE     TO ML-AUD-DATE.
003640     MOVE OLD-SEQ      TO ML-AUD-SEQ.
003650     MOVE OLD-OPERATOR TO ML-AUD-OPERATOR.
003660     MOVE ML-AUDIT-RECORD TO AC-NEW-ROW.
003670     WRITE ML-AUDIT-RECORD
003680         INVALID KEY
003690             PERFORM 2300-KEY-TAKEN THRU 2300-EXIT
003700         NOT INVALID KEY
003710             ADD 1 TO AC-FILE-WRITTEN
003720     END-WRITE.
003730 2200-EXIT.
003740     EXIT.
003750*
003760******************************************************************
003770*  2300-KEY-TAKEN -- THE ROW ALREADY UNDER THE KEY IS READ BACK.
003780*  THE SAME ROW WAS WRITTEN BY A KILLED RUN AND IS LEFT BE; A
003790*  DIFFERENT ONE SENDS THIS ROW TO AUDCDUP.  ANY WRITE FAILURE
003800*  OTHER THAN A DUPLICATE KEY STOPS THE RUN.
003810******************************************************************
003820 2300-KEY-TAKEN.
003830     IF AC-NEW-FILE-STATUS NOT = '22'
003840         DISPLAY AC-NEW-NAME ' WRITE FAILED - STATUS '
003850             AC-NEW-FILE-STATUS
003860         DISPLAY 'CONVERSION ABORTED AT JOB ' OLD-JOB-ID ' DATE '
003870             OLD-DATE ' SEQ ' OLD-SEQ
003880         SET AC-ABORT-RUN TO TRUE
003890         GO TO 2300-EXIT
003900     END-IF.
003910     READ NEW-FILE
003920         INVALID KEY
003930             DISPLAY AC-NEW-NAME ' READ FAILED - STATUS '
003940                 AC-NEW-FILE-STATUS
003950             SET AC-ABORT-RUN TO TRUE
003960             GO TO 2300-EXIT
003970     END-READ.
003980     IF ML-AUDIT-RECORD = AC-NEW-ROW
003990         ADD 1 TO AC-FILE-ALREADY
004000         GO TO 2300-EXIT
004010     END-IF.
004020     PERFORM 2400-WRITE-DUPLICATE THRU 2400-EXIT.
004030 2300-EXIT.
004040     EXIT.
004050*
004060******************************************************************
004070*  2400-WRITE-DUPLICATE -- THE ROW GOES TO AUDCDUP AS IT WAS READ.
004080*  AUDCDUP IS OPENED ON THE FIRST DUPLICATE OF THE RUN AND ADDED
004090*  TO, SO A RESUMED RUN DOES NOT LOSE AN EARLIER RUN'S ROWS.
004100******************************************************************
004110 2400-WRITE-DUPLICATE.
004120     IF NOT AC-DUP-FILE-OPEN
004130         OPEN EXTEND DUP-FILE
004140         IF AC-DUP-FILE-STATUS = '35'
004150             OPEN OUTPUT DUP-FILE
004160         END-IF
004170         IF AC-DUP-FILE-STATUS NOT = '00'
004180             DISPLAY 'AUDCDUP OPEN FAILED - STATUS '
004190                 AC-DUP-FILE-STATUS
004200             SET AC-ABORT-RUN TO TRUE
004210             GO TO 2400-EXIT
004220         END-IF
004230         SET AC-DUP-FILE-OPEN TO TRUE
004240     END-IF.
004250     WRITE DUP-RECORD FROM OLD-RECORD.
004260     ADD 1 TO AC-FILE-DUPS.
004270     DISPLAY 'DUPLICATE KEY TO AUDCDUP: JOB ' OLD-JOB-ID ' DATE '
004280         OLD-DATE ' SEQ ' OLD-SEQ.
004290 2400-EXIT.
004300     EXIT.
004310*
004320******************************************************************
004330*  2500-REPORT-FILE -- THE FILE'S COUNTS, ROLLED INTO THE RUN'S.
004340******************************************************************
004350 2500-REPORT-FILE.
004360     DISPLAY 'FILE CONVERTED: ' AC-BASE-NAME.
004370     MOVE AC-FILE-READ TO AC-COUNT-ED.
004380     DISPLAY '  ROWS READ.....: ' AC-COUNT-ED.
004390     MOVE AC-FILE-WRITTEN TO AC-COUNT-ED.
004400     DISPLAY '  ROWS WRITTEN..: ' AC-COUNT-ED.
004410     MOVE AC-FILE-ALREADY TO AC-COUNT-ED.
004420     DISPLAY '  ALREADY THERE.: ' AC-COUNT-ED.
004430     MOVE AC-FILE-DUPS TO AC-COUNT-ED.
004440     DISPLAY '  TO AUDCDUP....: ' AC-COUNT-ED.
004450     MOVE AC-FILE-BLANK TO AC-COUNT-ED.
004460     DISPLAY '  BLANK LINES...: ' AC-COUNT-ED.
004470     ADD AC-FILE-READ TO AC-TOT-READ.
004480     ADD AC-FILE-WRITTEN AC-FILE-ALREADY TO AC-TOT-WRITTEN.
004490     ADD AC-FILE-DUPS TO AC-TOT-DUPS.
004500 2500-EXIT.
004510     EXIT.
004520*
004530******************************************************************
004540*  6000-FINALIZE -- THE RUN'S COUNTS.  AN ABORTED RUN LEAVES THE
004550*  FILE IT WAS ON AS <NAME>.SEQ; RUNNING AUDCONV AGAIN FINISHES
004560*  IT.
004570******************************************************************
004580 6000-FINALIZE.
004590     IF AC-DUP-FILE-OPEN
004600         CLOSE DUP-FILE
004610     END-IF.
004620     MOVE AC-FILES-CONVERTED TO AC-CTR-ED.
004630     DISPLAY 'FILES CONVERTED.: ' AC-CTR-ED.
004640     MOVE AC-FILES-SKIPPED TO AC-CTR-ED.
004650     DISPLAY 'ALREADY INDEXED.: ' AC-CTR-ED.
004660     MOVE AC-TOT-READ TO AC-COUNT-ED.
004670     DISPLAY 'ROWS READ.......: ' AC-COUNT-ED.
004680     MOVE AC-TOT-WRITTEN TO AC-COUNT-ED.
004690     DISPLAY 'ROWS CONVERTED..: ' AC-COUNT-ED.
004700     MOVE AC-TOT-DUPS TO AC-COUNT-ED.
004710     DISPLAY 'ROWS TO AUDCDUP.: ' AC-COUNT-ED.
004720     IF AC-ABORT-RUN
004730         DISPLAY 'CONVERSION DID NOT COMPLETE - RE-RUN AUDCONV '
004740             'TO FINISH'
004750         GO TO 6000-EXIT
004760     END-IF.
004770     IF AC-TOT-DUPS > 0
004780         DISPLAY 'WARNING - ROWS WITH DUPLICATE KEYS ARE IN '
004790             'AUDCDUP AND NOT IN THE AUDIT LOG'
004800     END-IF.
004810     DISPLAY 'AUDIT LOG CONVERSION COMPLETE - DELETE THE .OLD '
004820         'FILES ONCE CHECKED'.
004830 6000-EXIT.
004840     EXIT.
004850*
004860 END PROGRAM AUDCONV.
