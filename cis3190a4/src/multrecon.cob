000230*  FOR PRINT LIKE MULTRPT; THE DATE RANGE IS ECHOED IN THE
000240*  HEADING SO A FILED COPY SHOWS WHAT IT COVERS.
000250*
000252*  THE LIVE MULTAUD IS THE AUDIT SIDE, READ BY BATCH ID ON ITS
000254*  BATCH-ID KEY -- RUN THE RECONCILIATION BEFORE AUDARCH TRIMS
000256*  THE MONTH BEING CLOSED.
000258*
000260*  A BATCH BACKED OUT BY A REVERSAL RUN CARRIES TWO REGISTER
000262*  ROWS: THE ORIGINAL, MARKED REVERSED, AND THE REVERSAL ITSELF.
000264*  THE REVERSED ROW PRINTS FOR INFORMATION ONLY.  THE REVERSAL
000266*  ROW IS CHECKED AGAINST THE ORIGINAL RUN'S GL GENERATION --
000268*  SAME LINE COUNT, SUMS THAT NET TO ZERO -- AND, WHEN THE BATCH
000270*  ID WAS NOT RESUBMITTED, THE BATCH'S AUDIT ROWS MUST NET TO
000272*  ZERO AS WELL.  A RESUBMITTED BATCH'S COMPLETED ROW IS MATCHED
000274*  AGAINST ITS AUDIT ROWS NET OF EVERY REVERSAL ROW LOGGED UNDER
000276*  THE SAME BATCH ID.
000280*
000290*  MODIFICATION HISTORY
000300*  ------------------------------------------------------
000301*  2026-09-02  DF   ORIGINAL VERSION.
000302*  2026-10-15  DF   REGISTER LAYOUT NOW FROM BREGREC.  REVERSED
000303*                   AND REVERSAL ROWS RECONCILED -- A REVERSAL
000304*                   MUST NET TO ZERO AGAINST THE RUN IT REVERSED,
000305*                   AND REVERSAL AUDIT ROWS NET OUT OF A
000306*                   RESUBMITTED BATCH'S TOTALS.
000307*  2026-10-15  DF   MULTAUD IS NOW INDEXED.  THE FULL PASS THAT
000308*                   ROLLED EVERY AUDIT ROW INTO A 300-BATCH TABLE
000309*                   IS GONE -- EACH REGISTER ROW NOW READS ITS OWN
000310*                   BATCH'S AUDIT ROWS ON THE BATCH-ID KEY, SO THE
000311*                   RUN NO LONGER GROWS WITH THE LOG AND CANNOT
000312*                   RUN OUT OF TABLE.  THE LIVE-BATCH CHECK FOR
000313*                   REVERSALS KEEPS A TABLE OF THE REVERSED BATCH
000314*                   IDS ONLY.
000320*
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000510         FILE STATUS IS MR-BREG-FILE-STATUS.
000520     SELECT AUDIT-FILE
000530         ASSIGN TO "MULTAUD"
000532         ORGANIZATION IS INDEXED
000534         ACCESS MODE IS DYNAMIC
000536         RECORD KEY IS ML-AUD-KEY
000538         ALTERNATE RECORD KEY IS ML-AUD-BATCH-ID WITH DUPLICATES
000540         ALTERNATE RECORD KEY IS ML-AUD-DATE WITH DUPLICATES
000542         ALTERNATE RECORD KEY IS ML-AUD-DOC-REF WITH DUPLICATES
000550         FILE STATUS IS MR-AUD-FILE-STATUS.
000560     SELECT GL-FILE
000570         ASSIGN TO DYNAMIC MR-GL-NAME
000660 FILE SECTION.
000670*
000680*    BREG-FILE ROWS ARE WRITTEN BY THE BATCH DRIVER, ONE PER
000690*    BATCH COMPLETED IN BALANCE AND ONE PER REVERSAL RUN.
000700 FD  BREG-FILE.
000710     COPY BREGREC.
000790*
000800 FD  AUDIT-FILE.
000810     COPY MLAUDREC.
001150 77  MR-TO-DATE                  PIC X(08)    VALUE SPACES.
001160*
001170******************************************************************
001180*  AUDIT TOTALS FOR THE REGISTER ROW IN HAND, READ ON MULTAUD'S
001190*  BATCH-ID KEY (3100).  POSTED ROWS (STATUS 0 OR W) ARE THE
001200*  ONES THE GL EXTRACT CARRIES, SO THOSE ARE THE COUNT AND SUM
001210*  THE TRAILER MUST MATCH; TOTAL ROWS (ANY STATUS) TELL A BATCH
001220*  WITH NO AUDIT PRESENCE AT ALL FROM ONE WHOSE ROWS ALL
001230*  REJECTED.  REVERSAL ROWS (STATUS V) ARE COUNTED AND SUMMED
001240*  APART.
001250******************************************************************
001257 77  MR-AUD-OPEN-SW              PIC X(01)           VALUE 'N'.
001264     88  MR-AUD-OPENED               VALUE 'Y'.
001271 77  MR-BAT-ROWS                 PIC 9(09)           VALUE ZERO.
001278 77  MR-BAT-POSTED               PIC 9(09)           VALUE ZERO.
001285 77  MR-BAT-SUM                  PIC S9(28)V9(02)    VALUE ZERO.
001292 77  MR-BAT-REV-COUNT            PIC 9(09)           VALUE ZERO.
001299 77  MR-BAT-REV-SUM              PIC S9(28)V9(02)    VALUE ZERO.
001310 77  MR-SUM-OVFL-SW              PIC X(01)           VALUE 'N'.
001320     88  MR-SUM-OVERFLOW             VALUE 'Y'.
001324*
001328******************************************************************
001332*  REVERSED-BATCH TABLE.  EVERY BATCH ID THAT CARRIES A REVERSAL
001336*  ROW ON THE REGISTER; THE LIVE SWITCH MARKS ONE THAT STILL HAS
001340*  A COMPLETED ROW (3500).  A BATCH ID PAST A FULL TABLE IS
001344*  TAKEN AS LIVE -- ITS AUDIT ROWS ARE NOT HELD TO NETTING TO
001348*  ZERO -- AND THE FOOTING SAYS SO.
001352******************************************************************
001356 77  MR-REV-MAX                  PIC 9(03)           VALUE 300.
001360 77  MR-REV-SUB                  PIC 9(03) COMP      VALUE ZERO.
001364 77  MR-REV-HIT                  PIC 9(03) COMP      VALUE ZERO.
001368 77  MR-REV-FULL-SW              PIC X(01)           VALUE 'N'.
001372     88  MR-REV-TABLE-FULL           VALUE 'Y'.
001376 01  MR-REV-TABLE.
001380     05  MR-REV-COUNT            PIC 9(03)           VALUE ZERO.
001384     05  MR-REV-ENTRY OCCURS 300 TIMES.
001388         10  MR-REV-ID           PIC X(12).
001392         10  MR-REV-LIVE-SW      PIC X(01).
001396             88  MR-REV-LIVE         VALUE 'Y'.
001400*
001410******************************************************************
001420*  GL GENERATION WORK AREA.  THE TRAILER IS PICKED APART FROM
001550             SIGN IS LEADING SEPARATE CHARACTER.
001560     05  FILLER                  PIC X(79).
001570*
001571*    THE TRAILER OF THE RUN A REVERSAL REVERSED, KEPT ASIDE WHILE
001572*    THE REVERSAL'S OWN GENERATION IS READ INTO THE AREA ABOVE.
001573 77  MR-GL-OPEN-SW               PIC X(01)           VALUE 'N'.
001574     88  MR-GL-OPENED                VALUE 'Y'.
001575 77  MR-ORIG-TRL-FOUND-SW        PIC X(01)           VALUE 'N'.
001576     88  MR-ORIG-TRAILER-FOUND       VALUE 'Y'.
001577 77  MR-ORIG-TRL-COUNT           PIC 9(09)           VALUE ZERO.
001578 77  MR-ORIG-TRL-SUM             PIC S9(28)V9(02)    VALUE ZERO.
001579*
001580******************************************************************
001590*  PER-BATCH VERDICT FIELDS AND RUN COUNTERS.
001600******************************************************************
001610 77  MR-VERDICT                  PIC X(30)    VALUE SPACES.
001612 77  MR-AGREE-TEXT               PIC X(30)    VALUE SPACES.
001614 77  MR-NET-COUNT                PIC S9(09)          VALUE ZERO.
001616 77  MR-NET-SUM                  PIC S9(28)V9(02)    VALUE ZERO.
001620 77  MR-BATCHES-CHECKED          PIC 9(05)           VALUE ZERO.
001630 77  MR-BATCHES-AGREED           PIC 9(05)           VALUE ZERO.
001640 77  MR-BATCHES-DISAGREED        PIC 9(05)           VALUE ZERO.
001645 77  MR-BATCHES-REVERSED         PIC 9(05)           VALUE ZERO.
001650*
001660******************************************************************
001670*  REPORT EDIT FIELDS.  THE SUMS PRINT AT FULL WIDTH ON LINES OF
001830     IF MR-ABORT-RUN
001840         GO TO 0000-EXIT
001850     END-IF.
001853     PERFORM 3000-OPEN-AUDIT-LOG THRU 3000-EXIT.
001856     PERFORM 3500-MARK-LIVE-BATCHES THRU 3500-EXIT.
001859     IF MR-ABORT-RUN
001862         GO TO 0000-EXIT
001865     END-IF.
001870     PERFORM 2500-WRITE-HEADING THRU 2500-EXIT.
001880     PERFORM 4000-CHECK-ONE-BATCH THRU 4000-EXIT
001890         WITH TEST AFTER
001900         UNTIL MR-BREG-NO-MORE-ROWS.
001910     PERFORM 6000-FINALIZE THRU 6000-EXIT.
001920     CLOSE BREG-FILE, RPT-FILE.
001922     IF MR-AUD-OPENED
001924         CLOSE AUDIT-FILE
001926     END-IF.
001930     DISPLAY 'RECONCILIATION COMPLETE - SEE RECONRPT'.
001940 0000-EXIT.
001950     STOP RUN.
002620     EXIT.
002630*
002640******************************************************************
002650*  3000-OPEN-AUDIT-LOG -- MULTAUD IS HELD OPEN FOR THE WHOLE RUN
002660*  AND READ ONE BATCH AT A TIME ON ITS BATCH-ID KEY (3100).  A
002670*  MISSING MULTAUD LEAVES EVERY BATCH WITH NO ROWS -- EVERY
002680*  REGISTERED BATCH WILL THEN SHOW 'NO AUDIT ROWS', WHICH IS
002690*  EXACTLY THE ALARM THAT STATE DESERVES.
002700******************************************************************
002710 3000-OPEN-AUDIT-LOG.
002730     OPEN INPUT AUDIT-FILE.
002740     IF MR-AUD-FILE-STATUS NOT = '00'
002750         DISPLAY 'MULTAUD NOT AVAILABLE - STATUS '
002770         DISPLAY 'WARNING - EVERY BATCH WILL SHOW NO AUDIT ROWS'
002780         GO TO 3000-EXIT
002790     END-IF.
002800     SET MR-AUD-OPENED TO TRUE.
002840 3000-EXIT.
002850     EXIT.
002860*
002870******************************************************************
002876*  3100-LOAD-BATCH-TOTALS -- THE REGISTER ROW'S BATCH: START ON
002882*  MULTAUD'S BATCH-ID KEY AND ROLL EVERY ROW UNDER THAT BATCH ID
002888*  INTO THE PER-BATCH TOTALS.  NO ROW AT OR PAST THE BATCH ID
002894*  LEAVES THE TOTALS AT ZERO.
002900******************************************************************
002901 3100-LOAD-BATCH-TOTALS.
002902     MOVE ZERO TO MR-BAT-ROWS.
002903     MOVE ZERO TO MR-BAT-POSTED.
002904     MOVE ZERO TO MR-BAT-SUM.
002905     MOVE ZERO TO MR-BAT-REV-COUNT.
002906     MOVE ZERO TO MR-BAT-REV-SUM.
002907     MOVE 'N' TO MR-AUD-EOF-SW.
002908     IF NOT MR-AUD-OPENED
002909         GO TO 3100-EXIT
002910     END-IF.
002911     MOVE BREG-BATCH-ID TO ML-AUD-BATCH-ID.
002912     START AUDIT-FILE KEY NOT < ML-AUD-BATCH-ID
002913         INVALID KEY
002914             GO TO 3100-EXIT
002915     END-START.
002916     PERFORM 3150-ROLL-ONE-AUDIT-ROW THRU 3150-EXIT
002917         WITH TEST AFTER
002918         UNTIL MR-AUD-NO-MORE-ROWS.
002919 3100-EXIT.
002920     EXIT.
002921*
002922******************************************************************
002923*  3150-ROLL-ONE-AUDIT-ROW -- ONE MULTAUD ROW INTO THE BATCH'S
002924*  TOTALS.  THE FIRST ROW OF ANOTHER BATCH ID ENDS THE BATCH.
002925******************************************************************
002926 3150-ROLL-ONE-AUDIT-ROW.
002927     READ AUDIT-FILE NEXT RECORD
002930         AT END
002940             MOVE 'Y' TO MR-AUD-EOF-SW
002950     END-READ.
002960     IF MR-AUD-NO-MORE-ROWS
002970         GO TO 3150-EXIT
002980     END-IF.
002987     IF ML-AUD-BATCH-ID NOT = BREG-BATCH-ID
002994         MOVE 'Y' TO MR-AUD-EOF-SW
003001         GO TO 3150-EXIT
003010     END-IF.
003014     ADD 1 TO MR-BAT-ROWS.
003018     IF ML-AUD-REVERSAL
003022         ADD 1 TO MR-BAT-REV-COUNT
003026         ADD ML-AUD-P TO MR-BAT-REV-SUM
003030             ON SIZE ERROR
003034                 SET MR-SUM-OVERFLOW TO TRUE
003038         END-ADD
003042         GO TO 3150-EXIT
003050     END-IF.
003070     IF ML-AUD-OK OR ML-AUD-WARNING
003080         ADD 1 TO MR-BAT-POSTED
003090         ADD ML-AUD-P TO MR-BAT-SUM
003100             ON SIZE ERROR
003110                 SET MR-SUM-OVERFLOW TO TRUE
003120         END-ADD
003130     END-IF.
003140 3150-EXIT.
003150     EXIT.
003160*
003170******************************************************************
003174*  3500-MARK-LIVE-BATCHES -- TWO PASSES OVER THE WHOLE REGISTER,
003178*  WHATEVER THE DATE RANGE: THE FIRST COLLECTS EVERY BATCH ID
003182*  THAT CARRIES A REVERSAL ROW, THE SECOND FLAGS EACH OF THEM
003186*  THAT STILL HAS A COMPLETED ROW.  A REVERSAL WHOSE BATCH ID
003190*  WAS NEVER RESUBMITTED MUST LEAVE THAT BATCH'S AUDIT ROWS
003194*  NETTING TO ZERO; ONE THAT WAS RESUBMITTED LEAVES THE NET TO
003198*  THE COMPLETED ROW'S OWN CHECK.  THE REGISTER IS THEN REOPENED
003202*  FOR THE MAIN PASS.
003210******************************************************************
003218 3500-MARK-LIVE-BATCHES.
003226     PERFORM 3520-COLLECT-ONE-REVERSAL THRU 3520-EXIT
003234         WITH TEST AFTER
003242         UNTIL MR-BREG-NO-MORE-ROWS.
003250     PERFORM 3580-REOPEN-REGISTER THRU 3580-EXIT.
003258     IF MR-ABORT-RUN
003266         GO TO 3500-EXIT
003280     END-IF.
003282     PERFORM 3550-MARK-ONE-ROW THRU 3550-EXIT
003284         WITH TEST AFTER
003286         UNTIL MR-BREG-NO-MORE-ROWS.
003288     PERFORM 3580-REOPEN-REGISTER THRU 3580-EXIT.
003290 3500-EXIT.
003292     EXIT.
003294*
003296 3520-COLLECT-ONE-REVERSAL.
003298     READ BREG-FILE
003300         AT END
003302             MOVE 'Y' TO MR-BREG-EOF-SW
003304     END-READ.
003306     IF MR-BREG-NO-MORE-ROWS
003308         GO TO 3520-EXIT
003310     END-IF.
003312     IF NOT BREG-REVERSAL
003314         GO TO 3520-EXIT
003316     END-IF.
003318     PERFORM 3600-FIND-REVERSED-BATCH THRU 3600-EXIT.
003320     IF MR-REV-HIT > 0
003322         GO TO 3520-EXIT
003324     END-IF.
003326     IF MR-REV-COUNT >= MR-REV-MAX
003328         SET MR-REV-TABLE-FULL TO TRUE
003330         GO TO 3520-EXIT
003332     END-IF.
003334     ADD 1 TO MR-REV-COUNT.
003336     MOVE BREG-BATCH-ID TO MR-REV-ID (MR-REV-COUNT).
003338     MOVE 'N' TO MR-REV-LIVE-SW (MR-REV-COUNT).
003340 3520-EXIT.
003342     EXIT.
003344*
003346 3550-MARK-ONE-ROW.
003348     READ BREG-FILE
003350         AT END
003352             MOVE 'Y' TO MR-BREG-EOF-SW
003354     END-READ.
003356     IF MR-BREG-NO-MORE-ROWS
003358         GO TO 3550-EXIT
003360     END-IF.
003362     IF NOT BREG-COMPLETED
003364         GO TO 3550-EXIT
003366     END-IF.
003368     PERFORM 3600-FIND-REVERSED-BATCH THRU 3600-EXIT.
003370     IF MR-REV-HIT > 0
003372         MOVE 'Y' TO MR-REV-LIVE-SW (MR-REV-HIT)
003374     END-IF.
003376 3550-EXIT.
003378     EXIT.
003380*
003382 3580-REOPEN-REGISTER.
003384     CLOSE BREG-FILE.
003386     MOVE 'N' TO MR-BREG-EOF-SW.
003388     OPEN INPUT BREG-FILE.
003390     IF MR-BREG-FILE-STATUS NOT = '00'
003392         DISPLAY 'MULTBREG REOPEN FAILED - STATUS '
003394             MR-BREG-FILE-STATUS
003396         DISPLAY 'RECONCILIATION ABORTED'
003398         CLOSE RPT-FILE
003400         SET MR-ABORT-RUN TO TRUE
003402     END-IF.
003404 3580-EXIT.
003406     EXIT.
003408*
003410******************************************************************
003412*  3600-FIND-REVERSED-BATCH -- THE REGISTER ROW'S BATCH ID IN
003414*  THE REVERSED-BATCH TABLE; MR-REV-HIT IS ZERO IF IT IS NOT
003416*  THERE.
003418******************************************************************
003420 3600-FIND-REVERSED-BATCH.
003422     MOVE ZERO TO MR-REV-HIT.
003424     IF MR-REV-COUNT > 0
003426         PERFORM 3650-SCAN-ONE-ENTRY THRU 3650-EXIT
003428             VARYING MR-REV-SUB FROM 1 BY 1
003430             UNTIL MR-REV-SUB > MR-REV-COUNT OR MR-REV-HIT > 0
003432     END-IF.
003434 3600-EXIT.
003436     EXIT.
003438*
003440 3650-SCAN-ONE-ENTRY.
003442     IF MR-REV-ID (MR-REV-SUB) = BREG-BATCH-ID
003444         MOVE MR-REV-SUB TO MR-REV-HIT
003446     END-IF.
003448 3650-EXIT.
003500     EXIT.
003510*
003520******************************************************************
003530*  4000-CHECK-ONE-BATCH -- ONE REGISTER ROW: FILTER IT TO THE
003536*  DATE RANGE, LOOK UP ITS AUDIT TOTALS, READ ITS STAMPED GL
003542*  TRAILER, AND PRINT THE VERDICT.  A REVERSED ROW ONLY PRINTS
003548*  WHICH RUN REVERSED IT; A REVERSAL ROW IS PROVED AGAINST THE
003554*  RUN IT REVERSED (4400).
003560******************************************************************
003570 4000-CHECK-ONE-BATCH.
003580     READ BREG-FILE
003630         GO TO 4000-EXIT
003640     END-IF.
003650     IF NOT BREG-COMPLETED
003653        AND NOT BREG-REVERSED
003656        AND NOT BREG-REVERSAL
003660         GO TO 4000-EXIT
003670     END-IF.
003680     IF MR-FROM-DATE NOT = SPACES
003720     IF MR-TO-DATE NOT = SPACES
003730        AND BREG-BUS-DATE > MR-TO-DATE
003740         GO TO 4000-EXIT
003741     END-IF.
003742     IF BREG-REVERSED
003743         ADD 1 TO MR-BATCHES-REVERSED
003744         MOVE SPACE TO RPT-RECORD
003745         STRING BREG-BATCH-ID ' ' BREG-BUS-DATE ' '
003746             BREG-RUN-DATE ' ' BREG-JOB-ID ' REVERSED '
003747             BREG-LINK-RUN-DATE ' ' BREG-LINK-JOB-ID
003748             DELIMITED BY SIZE INTO RPT-RECORD
003749         WRITE RPT-RECORD
003750         GO TO 4000-EXIT
003751     END-IF.
003760     ADD 1 TO MR-BATCHES-CHECKED.
003770     MOVE SPACES TO MR-VERDICT.
003772     MOVE 'AGREE' TO MR-AGREE-TEXT.
003774     MOVE 'N' TO MR-GL-TRL-FOUND-SW.
003776     MOVE 'N' TO MR-ORIG-TRL-FOUND-SW.
003780     PERFORM 4100-MATCH-AUDIT-ROWS THRU 4100-EXIT.
003790     IF MR-VERDICT = SPACES
003791        AND BREG-REVERSAL
003792         PERFORM 4400-MATCH-REVERSAL THRU 4400-EXIT
003793     END-IF.
003794     IF MR-VERDICT = SPACES
003795        AND BREG-COMPLETED
003800         PERFORM 4200-MATCH-GL-TRAILER THRU 4200-EXIT
003810     END-IF.
003820     PERFORM 4500-WRITE-VERDICT THRU 4500-EXIT.
003850*
003860******************************************************************
003870*  4100-MATCH-AUDIT-ROWS -- THE BATCH MUST HAVE AUDIT ROWS AT
003880*  ALL; THE POSTED COUNT AND SUM ARE LEFT IN THE PER-BATCH
003890*  TOTALS FOR THE GL COMPARISON.
003900******************************************************************
003910 4100-MATCH-AUDIT-ROWS.
003920     PERFORM 3100-LOAD-BATCH-TOTALS THRU 3100-EXIT.
003930     IF MR-BAT-ROWS = 0
004030         MOVE 'DISAGREE - NO AUDIT ROWS' TO MR-VERDICT
004040     END-IF.
004050 4100-EXIT.
004130     EXIT.
004140*
004150******************************************************************
004160*  4200-MATCH-GL-TRAILER -- OPEN THE BATCH'S STAMPED MULTGL
004170*  GENERATION, FIND ITS TRAILER, AND COMPARE THE TRAILER COUNT
004180*  AND SUM AGAINST THE AUDIT TOTALS.  A MISSING GENERATION OR A
004185*  TRAILERLESS FILE IS A DISAGREEMENT IN ITS OWN RIGHT.  THE
004190*  AUDIT TOTALS ARE TAKEN NET OF ANY REVERSAL ROWS, SO A BATCH
004195*  ID RESUBMITTED AFTER A REVERSAL MATCHES ITS LATEST RUN ONLY.
004200******************************************************************
004210 4200-MATCH-GL-TRAILER.
004220     MOVE SPACES TO MR-GL-NAME.
004230     STRING 'MULTGL.' BREG-RUN-DATE '.' BREG-JOB-ID
004240         DELIMITED BY SIZE INTO MR-GL-NAME.
004242     PERFORM 4300-READ-GL-GENERATION THRU 4300-EXIT.
004244     IF NOT MR-GL-OPENED
004246         MOVE 'DISAGREE - GL EXTRACT MISSING' TO MR-VERDICT
004248         GO TO 4200-EXIT
004250     END-IF.
004252     IF NOT MR-GL-TRAILER-FOUND
004254         MOVE 'DISAGREE - GL TRAILER MISSING' TO MR-VERDICT
004256         GO TO 4200-EXIT
004258     END-IF.
004260     COMPUTE MR-NET-COUNT = MR-BAT-POSTED - MR-BAT-REV-COUNT.
004262     COMPUTE MR-NET-SUM = MR-BAT-SUM + MR-BAT-REV-SUM
004264         ON SIZE ERROR
004266             SET MR-SUM-OVERFLOW TO TRUE
004268     END-COMPUTE.
004270     IF MR-GL-TRL-COUNT NOT = MR-NET-COUNT
004272         MOVE 'DISAGREE - COUNTS DIFFER' TO MR-VERDICT
004274         GO TO 4200-EXIT
004276     END-IF.
004278     IF MR-GL-TRL-SUM NOT = MR-NET-SUM
004280         MOVE 'DISAGREE - SUMS DIFFER' TO MR-VERDICT
004282     END-IF.
004284 4200-EXIT.
004286     EXIT.
004288*
004290******************************************************************
004292*  4300-READ-GL-GENERATION -- READ THE GENERATION NAMED IN
004294*  MR-GL-NAME TO ITS END, LEAVING ITS TRAILER IN MR-GL-TRAILER.
004296*  MR-GL-OPENED AND MR-GL-TRAILER-FOUND TELL THE CALLER WHAT
004298*  WAS THERE.
004300******************************************************************
004302 4300-READ-GL-GENERATION.
004304     MOVE 'N' TO MR-GL-EOF-SW.
004306     MOVE 'N' TO MR-GL-TRL-FOUND-SW.
004308     MOVE 'N' TO MR-GL-OPEN-SW.
004310     OPEN INPUT GL-FILE.
004312     IF MR-GL-FILE-STATUS NOT = '00'
004314         GO TO 4300-EXIT
004316     END-IF.
004318     SET MR-GL-OPENED TO TRUE.
004320     PERFORM 4250-READ-ONE-GL-RECORD THRU 4250-EXIT
004330         WITH TEST AFTER
004340         UNTIL MR-GL-NO-MORE-ROWS.
004350     CLOSE GL-FILE.
004351 4300-EXIT.
004352     EXIT.
004353*
004354******************************************************************
004355*  4400-MATCH-REVERSAL -- A REVERSAL ROW.  THE ORIGINAL RUN'S
004356*  GENERATION (THE LINK ON THE ROW) IS READ FIRST AND ITS
004357*  TRAILER SET ASIDE, THEN THE REVERSAL'S OWN.  THE LINE COUNTS
004358*  MUST MATCH AND THE SUMS NET TO ZERO.  IF THE BATCH ID HAS NO
004359*  COMPLETED ROW LEFT, ITS AUDIT ROWS MUST NET TO ZERO TOO.
004360******************************************************************
004361 4400-MATCH-REVERSAL.
004362     MOVE SPACES TO MR-GL-NAME.
004363     STRING 'MULTGL.' BREG-LINK-RUN-DATE '.' BREG-LINK-JOB-ID
004364         DELIMITED BY SIZE INTO MR-GL-NAME.
004365     PERFORM 4300-READ-GL-GENERATION THRU 4300-EXIT.
004366     IF NOT MR-GL-OPENED
004367         MOVE 'DISAGREE - ORIGINAL GL MISSING' TO MR-VERDICT
004368         GO TO 4400-EXIT
004369     END-IF.
004370     IF NOT MR-GL-TRAILER-FOUND
004371         MOVE 'DISAGREE - ORIG GL NO TRAILER' TO MR-VERDICT
004372         GO TO 4400-EXIT
004373     END-IF.
004374     SET MR-ORIG-TRAILER-FOUND TO TRUE.
004375     MOVE MR-GL-TRL-COUNT TO MR-ORIG-TRL-COUNT.
004376     MOVE MR-GL-TRL-SUM TO MR-ORIG-TRL-SUM.
004377     MOVE SPACES TO MR-GL-NAME.
004378     STRING 'MULTGL.' BREG-RUN-DATE '.' BREG-JOB-ID
004379         DELIMITED BY SIZE INTO MR-GL-NAME.
004380     PERFORM 4300-READ-GL-GENERATION THRU 4300-EXIT.
004381     IF NOT MR-GL-OPENED
004382         MOVE 'DISAGREE - GL EXTRACT MISSING' TO MR-VERDICT
004383         GO TO 4400-EXIT
004384     END-IF.
004385     IF NOT MR-GL-TRAILER-FOUND
004386         MOVE 'DISAGREE - GL TRAILER MISSING' TO MR-VERDICT
004387         GO TO 4400-EXIT
004390     END-IF.
004400     IF MR-GL-TRL-COUNT NOT = MR-ORIG-TRL-COUNT
004410         MOVE 'DISAGREE - COUNTS DIFFER' TO MR-VERDICT
004420         GO TO 4400-EXIT
004430     END-IF.
004433     COMPUTE MR-NET-SUM = MR-GL-TRL-SUM + MR-ORIG-TRL-SUM
004436         ON SIZE ERROR
004439             SET MR-SUM-OVERFLOW TO TRUE
004442     END-COMPUTE.
004445     IF MR-NET-SUM NOT = ZERO
004448         MOVE 'DISAGREE - NOT NETTED TO ZERO' TO MR-VERDICT
004451         GO TO 4400-EXIT
004460     END-IF.
004461     MOVE 'AGREE - NETS TO ZERO' TO MR-AGREE-TEXT.
004462     PERFORM 3600-FIND-REVERSED-BATCH THRU 3600-EXIT.
004463     IF MR-REV-HIT = 0
004464         GO TO 4400-EXIT
004465     END-IF.
004466     IF MR-REV-LIVE (MR-REV-HIT)
004467         GO TO 4400-EXIT
004468     END-IF.
004469     COMPUTE MR-NET-SUM = MR-BAT-SUM + MR-BAT-REV-SUM
004470         ON SIZE ERROR
004471             SET MR-SUM-OVERFLOW TO TRUE
004472     END-COMPUTE.
004473     IF MR-BAT-POSTED NOT = MR-BAT-REV-COUNT
004474        OR MR-NET-SUM NOT = ZERO
004475         MOVE 'DISAGREE - AUDIT NOT NETTED' TO MR-VERDICT
004476     END-IF.
004477 4400-EXIT.
004480     EXIT.
004490*
004500******************************************************************
004760     IF MR-VERDICT = SPACES
004770         ADD 1 TO MR-BATCHES-AGREED
004780         STRING BREG-BATCH-ID ' ' BREG-BUS-DATE ' '
004790             BREG-RUN-DATE ' ' BREG-JOB-ID ' ' MR-AGREE-TEXT
004800             DELIMITED BY SIZE INTO RPT-RECORD
004810         WRITE RPT-RECORD
004820         GO TO 4500-EXIT
004860         BREG-RUN-DATE ' ' BREG-JOB-ID ' ' MR-VERDICT
004870         DELIMITED BY SIZE INTO RPT-RECORD.
004880     WRITE RPT-RECORD.
004890     IF MR-BAT-ROWS = 0
004900         GO TO 4500-EXIT
004910     END-IF.
004920     MOVE MR-BAT-POSTED TO MR-COUNT-ED.
004930     MOVE SPACE TO RPT-RECORD.
004940     STRING '    AUDIT POSTED COUNT...: ' MR-COUNT-ED
004950         DELIMITED BY SIZE INTO RPT-RECORD.
004960     WRITE RPT-RECORD.
004970     MOVE MR-BAT-SUM TO MR-SUM-ED.
004980     MOVE SPACE TO RPT-RECORD.
004990     STRING '    AUDIT POSTED SUM.....: ' MR-SUM-ED
004991         DELIMITED BY SIZE INTO RPT-RECORD.
004992     WRITE RPT-RECORD.
004993     IF MR-BAT-REV-COUNT > 0
004994         MOVE MR-BAT-REV-COUNT TO MR-COUNT-ED
004995         MOVE SPACE TO RPT-RECORD
004996         STRING '    AUDIT REVERSAL COUNT.: ' MR-COUNT-ED
004997             DELIMITED BY SIZE INTO RPT-RECORD
004998         WRITE RPT-RECORD
004999         MOVE MR-BAT-REV-SUM TO MR-SUM-ED
005000         MOVE SPACE TO RPT-RECORD
005001         STRING '    AUDIT REVERSAL SUM...: ' MR-SUM-ED
005002             DELIMITED BY SIZE INTO RPT-RECORD
005003         WRITE RPT-RECORD
005004     END-IF.
005005     IF MR-ORIG-TRAILER-FOUND
005006         MOVE MR-ORIG-TRL-COUNT TO MR-COUNT-ED
005007         MOVE SPACE TO RPT-RECORD
005008         STRING '    ORIGINAL GL COUNT....: ' MR-COUNT-ED
005009             DELIMITED BY SIZE INTO RPT-RECORD
005010         WRITE RPT-RECORD
005011         MOVE MR-ORIG-TRL-SUM TO MR-SUM-ED
005012         MOVE SPACE TO RPT-RECORD
005013         STRING '    ORIGINAL GL SUM......: ' MR-SUM-ED
005014             DELIMITED BY SIZE INTO RPT-RECORD
005015         WRITE RPT-RECORD
005016     END-IF.
005020     IF NOT MR-GL-TRAILER-FOUND
005030         GO TO 4500-EXIT
005040     END-IF.
005370     STRING 'BATCHES IN DISAGREEMENT..: ' MR-CTR-ED
005380         DELIMITED BY SIZE INTO RPT-RECORD.
005390     WRITE RPT-RECORD.
005393     MOVE MR-BATCHES-REVERSED TO MR-CTR-ED.
005396     MOVE SPACE TO RPT-RECORD.
005399     STRING 'BATCHES REVERSED.........: ' MR-CTR-ED
005402         DELIMITED BY SIZE INTO RPT-RECORD.
005405     WRITE RPT-RECORD.
005408     IF MR-REV-TABLE-FULL
005411         MOVE 'WARNING - MORE REVERSED BATCHES THAN THE '
005420             TO RPT-RECORD
005430         STRING 'TABLE HOLDS'
005440             DELIMITED BY SIZE INTO RPT-RECORD(42:)
005450         WRITE RPT-RECORD
005460     END-IF.
005470     IF MR-SUM-OVERFLOW
