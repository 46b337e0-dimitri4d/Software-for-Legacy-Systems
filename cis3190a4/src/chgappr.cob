000010******************************************************************
000020*  D. FREDERICK
000030*  CIS3190 A4  --  COBOL
000040*
000050*  PROGRAM-ID.  CHGAPPR
000060*
000070*  MASTER-FILE CHANGE APPROVAL.  THE SECOND HALF OF THE
000080*  MAKER-CHECKER CONTROL OVER ITEMMST, ITEMPRC, ITEMGLA, CURRMST
000090*  AND TAXMST.  ITEMMAINT (TERMINAL AND ITEMTXN LOAD), CURRMAINT
000100*  AND TAXMAINT DO NOT WRITE THOSE FILES; THEY QUEUE EACH CHANGE
000110*  ON THE CHGPEND PENDING-CHANGE FILE (CHGREC LAYOUT) STAMPED WITH
000120*  THE OPERATOR WHO KEYED IT.  HERE A SECOND OPERATOR WALKS THE
000140*  QUEUE, SEES EACH CHANGE BESIDE WHAT IS ON FILE NOW, AND
000150*  APPROVES, REJECTS (WITH A REASON) OR SKIPS IT.  A CHANGE IS
000160*  NEVER OFFERED FOR DECISION TO THE OPERATOR WHO KEYED IT.
000170*
000180*  AN APPROVED CHANGE IS APPLIED TO ITS MASTER ON THE SPOT, BY
000190*  THE SAME WRITE AND REWRITE LOGIC THE MAINTENANCE PROGRAMS
000200*  USED TO RUN THEMSELVES.  THE MASTER IS RE-CHECKED FIRST -- AN
000210*  ITEM ADDED, OR A PENDING ADD REJECTED, SINCE THE CHANGE WAS
000220*  KEYED -- AND A CHANGE THAT NO LONGER FITS IS CLOSED AS FAILED,
000230*  NOT FORCED IN.  EVERY DECIDED CHANGE, WHATEVER THE OUTCOME, IS
000240*  APPENDED TO THE PERMANENT CHGJRNL JOURNAL WITH THE MASTER'S
000250*  BEFORE IMAGE, THE KEYED AFTER IMAGE, AND BOTH OPERATORS' IDS
000260*  AND TIMESTAMPS, THEN REMOVED FROM CHGPEND.  CHGRPT PRINTS THE
000270*  JOURNAL FOR A DATE RANGE.
000280*
000290*  MODIFICATION HISTORY
000300*  ------------------------------------------------------
000310*  2026-10-15  DF   ORIGINAL VERSION.
000320*  2026-10-15  DF   ADDED TAXMST TAX-RATE CHANGES QUEUED BY
000330*                   TAXMAINT, AND THE ITEM'S TAX CODE ON ADD AND
000340*                   CHANGE -- TAKEN INTO THE BEFORE IMAGE, SHOWN
000350*                   BESIDE THE DESCRIPTION, RE-CHECKED AGAINST
000360*                   TAXMST ON APPROVAL AND CLOSED AS FAILED IF ITS
000370*                   CODE HAS NO RATE.  THE JOURNAL RECORD IS NOW
000380*                   255 BYTES.
000390*  2026-10-15  DF   A MASTER IS NOW CREATED ONLY WHEN IT DOES NOT
000400*                   EXIST (STATUS 35), AND CHGJRNL ONLY WHEN IT
000410*                   DOES NOT EXIST; ANY OTHER OPEN FAILURE ABORTS
000420*                   THE SESSION.  A DECISION WHOSE JOURNAL WRITE
000430*                   FAILS IS NO LONGER DELETED FROM CHGPEND, IS
000440*                   REPORTED AS APPLIED OR DECIDED BUT NOT
000450*                   JOURNALED, AND ENDS THE SESSION.
000460*
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.       CHGAPPR.
000500 AUTHOR.           D. FREDERICK.
000510 INSTALLATION.     CIS3190.
000520 DATE-WRITTEN.     2026-10-15.
000530 DATE-COMPILED.
000540*
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.  GNUCOBOL.
000580 OBJECT-COMPUTER.  GNUCOBOL.
000590*
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT PEND-FILE
000630         ASSIGN TO "CHGPEND"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS CH-CHANGE-KEY
000670         FILE STATUS IS CA-PEND-FILE-STATUS.
000680     SELECT ITEM-FILE
000690         ASSIGN TO "ITEMMST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS IM-ITEM-CODE
000730         FILE STATUS IS CA-ITEM-FILE-STATUS.
000740     SELECT PRICE-FILE
000750         ASSIGN TO "ITEMPRC"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS IP-PRICE-KEY
000790         FILE STATUS IS CA-PRC-FILE-STATUS.
000800     SELECT GLA-FILE
000810         ASSIGN TO "ITEMGLA"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS IG-GLA-ITEM-CODE
000850         FILE STATUS IS CA-GLA-FILE-STATUS.
000860     SELECT CURR-FILE
000870         ASSIGN TO "CURRMST"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS CU-RATE-KEY
000910         FILE STATUS IS CA-CURR-FILE-STATUS.
000920     SELECT TAX-FILE
000930         ASSIGN TO "TAXMST"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS TX-RATE-KEY
000970         FILE STATUS IS CA-TAX-FILE-STATUS.
000980     SELECT JRNL-FILE
000990         ASSIGN TO "CHGJRNL"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS CA-JRNL-FILE-STATUS.
001020*
001030 DATA DIVISION.
001040 FILE SECTION.
001050*
001060 FD  PEND-FILE.
001070     COPY CHGREC.
001080*
001090 FD  ITEM-FILE.
001100     COPY ITEMREC.
001110*
001120 FD  PRICE-FILE.
001130     COPY ITPRREC.
001140*
001150 FD  GLA-FILE.
001160     COPY ITGLREC.
001170*
001180 FD  CURR-FILE.
001190     COPY CURRREC.
001200*
001210 FD  TAX-FILE.
001220     COPY TAXREC.
001230*
001240*    JRNL-FILE IS THE PERMANENT CHANGE JOURNAL -- ONE DECIDED
001250*    CHGREC ROW PER RECORD, APPENDED, NEVER REWRITTEN.
001260 FD  JRNL-FILE.
001270 01  JRNL-RECORD                 PIC X(255).
001280*
001290 WORKING-STORAGE SECTION.
001300*
001310******************************************************************
001320*  FILE STATUS FIELDS.
001330******************************************************************
001340 77  CA-PEND-FILE-STATUS         PIC X(02)           VALUE '00'.
001350 77  CA-ITEM-FILE-STATUS         PIC X(02)           VALUE '00'.
001360 77  CA-PRC-FILE-STATUS          PIC X(02)           VALUE '00'.
001370 77  CA-GLA-FILE-STATUS          PIC X(02)           VALUE '00'.
001380 77  CA-CURR-FILE-STATUS         PIC X(02)           VALUE '00'.
001390 77  CA-TAX-FILE-STATUS          PIC X(02)           VALUE '00'.
001400 77  CA-JRNL-FILE-STATUS         PIC X(02)           VALUE '00'.
001410*
001420******************************************************************
001430*  SESSION CONTROL SWITCHES.
001440******************************************************************
001450 77  CA-COMMAND                  PIC X(01)           VALUE SPACE.
001460     88  CA-CMD-REVIEW               VALUE 'R'.
001470     88  CA-CMD-LIST                 VALUE 'L'.
001480     88  CA-CMD-QUIT                 VALUE 'Q'.
001490 77  CA-DECISION                 PIC X(01)           VALUE SPACE.
001500     88  CA-DECIDE-APPROVE           VALUE 'A'.
001510     88  CA-DECIDE-REJECT            VALUE 'R'.
001520     88  CA-DECIDE-SKIP              VALUE 'S'.
001530     88  CA-DECIDE-END               VALUE 'E'.
001540     88  CA-DECISION-VALID           VALUE 'A' 'R' 'S' 'E'.
001550 77  CA-ABORT-SW                 PIC X(01)           VALUE 'N'.
001560     88  CA-ABORT-SESSION            VALUE 'Y'.
001570 77  CA-REVIEW-END-SW            PIC X(01)           VALUE 'N'.
001580     88  CA-REVIEW-DONE              VALUE 'Y'.
001590 77  CA-LIST-EOF-SW              PIC X(01)           VALUE 'N'.
001600     88  CA-LIST-DONE                VALUE 'Y'.
001610 77  CA-APPLY-SW                 PIC X(01)           VALUE 'Y'.
001620     88  CA-APPLIED                  VALUE 'Y'.
001630 77  CA-JRNL-FAIL-SW             PIC X(01)           VALUE 'N'.
001640     88  CA-JRNL-FAILED              VALUE 'Y'.
001650*
001660******************************************************************
001670*  OPERATOR, REVIEW POSITION AND SESSION COUNTS.  THE REVIEW
001680*  RE-POSITIONS AFTER CA-LAST-KEY FOR EVERY ROW, SO A DECIDED
001690*  ROW'S DELETE NEVER DISTURBS THE WALK.
001700******************************************************************
001710 77  CA-OPERATOR-ID              PIC X(08)    VALUE SPACES.
001720 77  CA-LAST-KEY                 PIC X(27)    VALUE LOW-VALUES.
001730 77  CA-APPROVED-CTR             PIC 9(05)           VALUE ZERO.
001740 77  CA-REJECTED-CTR             PIC 9(05)           VALUE ZERO.
001750 77  CA-FAILED-CTR               PIC 9(05)           VALUE ZERO.
001760 77  CA-SKIPPED-CTR              PIC 9(05)           VALUE ZERO.
001770 77  CA-LIST-CTR                 PIC 9(05)           VALUE ZERO.
001780*
001790******************************************************************
001800*  CHANGE DISPLAY FIELDS.  CA-IMAGE HAS THE SAME SHAPE AS
001810*  CH-AFTER-IMAGE AND CH-OLD-VALUES SO EITHER SIDE IS MOVED IN
001820*  WHOLE AND FORMATTED BY ONE PARAGRAPH, KEPT IN STEP WITH
001830*  CHGRPT'S PARAGRAPH OF THE SAME NAME.  THE ITEM'S TAX CODE FOR
001840*  THE SAME SIDE IS MOVED TO CA-IMG-TAX-CODE ALONGSIDE IT.
001850******************************************************************
001860 01  CA-IMAGE.
001870     05  CA-IMG-DESC             PIC X(30).
001880     05  CA-IMG-PRICE            PIC S9(11)V9(04)
001890             SIGN IS LEADING SEPARATE CHARACTER.
001900     05  CA-IMG-EFF-DATE         PIC X(08).
001910     05  CA-IMG-ACTIVE           PIC X(01).
001920     05  CA-IMG-ACCOUNT          PIC X(08).
001930     05  CA-IMG-RATE             PIC S9(07)V9(06)
001940             SIGN IS LEADING SEPARATE CHARACTER.
001950 77  CA-IMAGE-SW                 PIC X(01)           VALUE 'N'.
001960     88  CA-IMAGE-ABSENT             VALUE 'N'.
001970     88  CA-IMAGE-AFTER              VALUE 'A'.
001980 77  CA-IMAGE-TEXT               PIC X(53)    VALUE SPACES.
001990 77  CA-IMAGE-DESC               PIC X(30)    VALUE SPACES.
002000 77  CA-IMG-TAX-CODE             PIC X(04)    VALUE SPACES.
002010 77  CA-IMAGE-TAX                PIC X(20)    VALUE SPACES.
002020 77  CA-TYPE-TEXT                PIC X(12)    VALUE SPACES.
002030 77  CA-ORIGIN-TEXT              PIC X(08)    VALUE SPACES.
002040 77  CA-PRICE-ED                 PIC -(11)9.9999.
002050 77  CA-RATE-ED                  PIC -(7)9.9(6).
002060 77  CA-PCT-ED                   PIC -ZZ9.9999.
002070*
002080 PROCEDURE DIVISION.
002090*
002100******************************************************************
002110*  0000-MAINLINE
002120******************************************************************
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150     IF CA-ABORT-SESSION
002160         GO TO 0000-EXIT
002170     END-IF.
002180     PERFORM 1600-ACCEPT-OPERATOR THRU 1600-EXIT.
002190     PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
002200         WITH TEST AFTER
002210         UNTIL CA-CMD-QUIT.
002220     CLOSE PEND-FILE, ITEM-FILE, PRICE-FILE, GLA-FILE, CURR-FILE,
002230         TAX-FILE, JRNL-FILE.
002240 0000-EXIT.
002250     STOP RUN.
002260*
002270******************************************************************
002280*  1000-INITIALIZE -- THE PENDING-CHANGE FILE, THE FIVE MASTERS
002290*  A CHANGE CAN BE BOUND FOR, AND THE JOURNAL.  NO CHGPEND MEANS
002300*  NOTHING HAS EVER BEEN QUEUED, WHICH IS AN ANSWER, NOT A
002310*  CRASH.  A MASTER THAT DOES NOT EXIST YET (STATUS 35) IS
002320*  CREATED EMPTY, THE SAME WAY THE MAINTENANCE PROGRAMS ALWAYS
002330*  HAVE, SO THE FIRST APPROVED ADD CAN START IT; ANY OTHER OPEN
002340*  FAILURE ABORTS THE SESSION.  NO DECISION IS TAKEN WITHOUT A
002350*  JOURNAL TO RECORD IT IN: CHGJRNL IS OPENED FOR EXTEND HERE,
002360*  CREATED ONLY IF IT DOES NOT EXIST, AND A JOURNAL THAT CANNOT
002370*  BE EXTENDED ABORTS THE SESSION BEFORE THE FIRST APPROVAL.
002380******************************************************************
002390 1000-INITIALIZE.
002400     OPEN I-O PEND-FILE.
002410     IF CA-PEND-FILE-STATUS NOT = '00'
002420         DISPLAY 'CHGPEND NOT AVAILABLE - STATUS '
002430             CA-PEND-FILE-STATUS
002440         DISPLAY 'NOTHING TO REVIEW'
002450         SET CA-ABORT-SESSION TO TRUE
002460         GO TO 1000-EXIT
002470     END-IF.
002480     PERFORM 1100-OPEN-ITEM-FILE THRU 1100-EXIT.
002490     IF CA-ABORT-SESSION
002500         CLOSE PEND-FILE
002510         GO TO 1000-EXIT
002520     END-IF.
002530     PERFORM 1200-OPEN-PRICE-FILE THRU 1200-EXIT.
002540     IF CA-ABORT-SESSION
002550         CLOSE PEND-FILE, ITEM-FILE
002560         GO TO 1000-EXIT
002570     END-IF.
002580     PERFORM 1300-OPEN-GLA-FILE THRU 1300-EXIT.
002590     IF CA-ABORT-SESSION
002600         CLOSE PEND-FILE, ITEM-FILE, PRICE-FILE
002610         GO TO 1000-EXIT
002620     END-IF.
002630     PERFORM 1400-OPEN-CURR-FILE THRU 1400-EXIT.
002640     IF CA-ABORT-SESSION
002650         CLOSE PEND-FILE, ITEM-FILE, PRICE-FILE, GLA-FILE
002660         GO TO 1000-EXIT
002670     END-IF.
002680     PERFORM 1500-OPEN-TAX-FILE THRU 1500-EXIT.
002690     IF CA-ABORT-SESSION
002700         CLOSE PEND-FILE, ITEM-FILE, PRICE-FILE, GLA-FILE,
002710             CURR-FILE
002720         GO TO 1000-EXIT
002730     END-IF.
002740     OPEN EXTEND JRNL-FILE.
002750     IF CA-JRNL-FILE-STATUS = '35'
002760         OPEN OUTPUT JRNL-FILE
002770     END-IF.
002780     IF CA-JRNL-FILE-STATUS NOT = '00'
002790         DISPLAY 'CHGJRNL OPEN FAILED - STATUS '
002800             CA-JRNL-FILE-STATUS
002810         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
002820         CLOSE PEND-FILE, ITEM-FILE, PRICE-FILE, GLA-FILE,
002830             CURR-FILE, TAX-FILE
002840         SET CA-ABORT-SESSION TO TRUE
002850     END-IF.
002860 1000-EXIT.
002870     EXIT.
002880*
002890******************************************************************
002900*  1100-OPEN-ITEM-FILE THROUGH 1500-OPEN-TAX-FILE -- THE SAME
002910*  CREATE-IF-MISSING OPEN ITEMMAINT AND CURRMAINT USE: CREATED
002920*  ONLY ON STATUS 35, NEVER OVER A FILE THAT IS THERE BUT WILL NOT
002930*  OPEN.
002940******************************************************************
002950 1100-OPEN-ITEM-FILE.
002960     OPEN I-O ITEM-FILE.
002970     IF CA-ITEM-FILE-STATUS = '00'
002980         GO TO 1100-EXIT
002990     END-IF.
003000     IF CA-ITEM-FILE-STATUS = '39'
003010         DISPLAY 'ITEMMST IS NOT IN THE CURRENT LAYOUT - RUN '
003020             'ITEMCONV'
003030     END-IF.
003040     IF CA-ITEM-FILE-STATUS = '35'
003050         DISPLAY 'ITEMMST NOT FOUND - STARTING A NEW ITEM MASTER'
003060         OPEN OUTPUT ITEM-FILE
003070         IF CA-ITEM-FILE-STATUS = '00'
003080             CLOSE ITEM-FILE
003090             OPEN I-O ITEM-FILE
003100         END-IF
003110     END-IF.
003120     IF CA-ITEM-FILE-STATUS NOT = '00'
003130         DISPLAY 'ITEMMST OPEN FAILED - STATUS '
003140             CA-ITEM-FILE-STATUS
003150         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
003160         SET CA-ABORT-SESSION TO TRUE
003170     END-IF.
003180 1100-EXIT.
003190     EXIT.
003200*
003210 1200-OPEN-PRICE-FILE.
003220     OPEN I-O PRICE-FILE.
003230     IF CA-PRC-FILE-STATUS = '00'
003240         GO TO 1200-EXIT
003250     END-IF.
003260     IF CA-PRC-FILE-STATUS = '35'
003270         DISPLAY 'ITEMPRC NOT FOUND - STARTING A NEW PRICE '
003280             'HISTORY'
003290         OPEN OUTPUT PRICE-FILE
003300         IF CA-PRC-FILE-STATUS = '00'
003310             CLOSE PRICE-FILE
003320             OPEN I-O PRICE-FILE
003330         END-IF
003340     END-IF.
003350     IF CA-PRC-FILE-STATUS NOT = '00'
003360         DISPLAY 'ITEMPRC OPEN FAILED - STATUS '
003370             CA-PRC-FILE-STATUS
003380         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
003390         SET CA-ABORT-SESSION TO TRUE
003400     END-IF.
003410 1200-EXIT.
003420     EXIT.
003430*
003440 1300-OPEN-GLA-FILE.
003450     OPEN I-O GLA-FILE.
003460     IF CA-GLA-FILE-STATUS = '00'
003470         GO TO 1300-EXIT
003480     END-IF.
003490     IF CA-GLA-FILE-STATUS = '35'
003500         DISPLAY 'ITEMGLA NOT FOUND - STARTING A NEW GL '
003510             'ACCOUNT MAP'
003520         OPEN OUTPUT GLA-FILE
003530         IF CA-GLA-FILE-STATUS = '00'
003540             CLOSE GLA-FILE
003550             OPEN I-O GLA-FILE
003560         END-IF
003570     END-IF.
003580     IF CA-GLA-FILE-STATUS NOT = '00'
003590         DISPLAY 'ITEMGLA OPEN FAILED - STATUS '
003600             CA-GLA-FILE-STATUS
003610         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
003620         SET CA-ABORT-SESSION TO TRUE
003630     END-IF.
003640 1300-EXIT.
003650     EXIT.
003660*
003670 1400-OPEN-CURR-FILE.
003680     OPEN I-O CURR-FILE.
003690     IF CA-CURR-FILE-STATUS = '00'
003700         GO TO 1400-EXIT
003710     END-IF.
003720     IF CA-CURR-FILE-STATUS = '35'
003730         DISPLAY 'CURRMST NOT FOUND - STARTING A NEW RATE MASTER'
003740         OPEN OUTPUT CURR-FILE
003750         IF CA-CURR-FILE-STATUS = '00'
003760             CLOSE CURR-FILE
003770             OPEN I-O CURR-FILE
003780         END-IF
003790     END-IF.
003800     IF CA-CURR-FILE-STATUS NOT = '00'
003810         DISPLAY 'CURRMST OPEN FAILED - STATUS '
003820             CA-CURR-FILE-STATUS
003830         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
003840         SET CA-ABORT-SESSION TO TRUE
003850     END-IF.
003860 1400-EXIT.
003870     EXIT.
003880*
003890 1500-OPEN-TAX-FILE.
003900     OPEN I-O TAX-FILE.
003910     IF CA-TAX-FILE-STATUS = '00'
003920         GO TO 1500-EXIT
003930     END-IF.
003940     IF CA-TAX-FILE-STATUS = '35'
003950         DISPLAY 'TAXMST NOT FOUND - STARTING A NEW '
003960             'TAX-RATE MASTER'
003970         OPEN OUTPUT TAX-FILE
003980         IF CA-TAX-FILE-STATUS = '00'
003990             CLOSE TAX-FILE
004000             OPEN I-O TAX-FILE
004010         END-IF
004020     END-IF.
004030     IF CA-TAX-FILE-STATUS NOT = '00'
004040         DISPLAY 'TAXMST OPEN FAILED - STATUS '
004050             CA-TAX-FILE-STATUS
004060         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
004070         SET CA-ABORT-SESSION TO TRUE
004080     END-IF.
004090 1500-EXIT.
004100     EXIT.
004110*
004120******************************************************************
004130*  1600-ACCEPT-OPERATOR -- THE REVIEWING OPERATOR.  COMPARED WITH
004140*  EACH CHANGE'S KEYING OPERATOR, AND STAMPED ON EVERY DECISION.
004150******************************************************************
004160 1600-ACCEPT-OPERATOR.
004170     DISPLAY 'OPERATOR ID ?'.
004180     ACCEPT CA-OPERATOR-ID.
004190     IF CA-OPERATOR-ID = SPACES
004200         DISPLAY 'OPERATOR ID MAY NOT BE BLANK'
004210         GO TO 1600-ACCEPT-OPERATOR
004220     END-IF.
004230 1600-EXIT.
004240     EXIT.
004250*
004260******************************************************************
004270*  2000-PROCESS-COMMAND -- ONE OPERATOR FUNCTION PER PASS.
004280******************************************************************
004290 2000-PROCESS-COMMAND.
004300     DISPLAY 'FUNCTION (R)EVIEW (L)IST (Q)UIT ?'.
004310     ACCEPT CA-COMMAND.
004320     IF CA-CMD-REVIEW
004330         PERFORM 2100-REVIEW-CHANGES THRU 2100-EXIT
004340         IF CA-JRNL-FAILED
004350             DISPLAY 'SESSION ENDED - CHGJRNL CANNOT BE WRITTEN'
004360             MOVE 'Q' TO CA-COMMAND
004370         END-IF
004380         GO TO 2000-EXIT
004390     END-IF.
004400     IF CA-CMD-LIST
004410         PERFORM 2400-LIST-PENDING THRU 2400-EXIT
004420         GO TO 2000-EXIT
004430     END-IF.
004440     IF NOT CA-CMD-QUIT
004450         DISPLAY 'UNKNOWN FUNCTION - KEY R, L, OR Q'
004460     END-IF.
004470 2000-EXIT.
004480     EXIT.
004490*
004500******************************************************************
004510*  2100-REVIEW-CHANGES -- WALKS THE QUEUE IN KEY ORDER (BY
004520*  TARGET, THEN AS KEYED), ONE DECISION PER CHANGE, UNTIL THE
004530*  QUEUE RUNS OUT OR THE OPERATOR ENDS THE REVIEW.  SKIPPED
004540*  CHANGES, AND THE OPERATOR'S OWN, STAY QUEUED.
004550******************************************************************
004560 2100-REVIEW-CHANGES.
004570     MOVE LOW-VALUES TO CA-LAST-KEY.
004580     MOVE ZERO TO CA-APPROVED-CTR, CA-REJECTED-CTR, CA-FAILED-CTR,
004590                  CA-SKIPPED-CTR.
004600     MOVE 'N' TO CA-REVIEW-END-SW.
004610     PERFORM 2150-REVIEW-ONE-CHANGE THRU 2150-EXIT
004620         WITH TEST AFTER
004630         UNTIL CA-REVIEW-DONE.
004640     DISPLAY 'REVIEW ENDED - APPROVED ' CA-APPROVED-CTR
004650         ' REJECTED ' CA-REJECTED-CTR ' FAILED ' CA-FAILED-CTR
004660         ' LEFT QUEUED ' CA-SKIPPED-CTR.
004670 2100-EXIT.
004680     EXIT.
004690*
004700 2150-REVIEW-ONE-CHANGE.
004710     MOVE CA-LAST-KEY TO CH-CHANGE-KEY.
004720     START PEND-FILE KEY > CH-CHANGE-KEY
004730         INVALID KEY
004740             MOVE 'Y' TO CA-REVIEW-END-SW
004750             GO TO 2150-EXIT
004760     END-START.
004770     READ PEND-FILE NEXT
004780         AT END
004790             MOVE 'Y' TO CA-REVIEW-END-SW
004800             GO TO 2150-EXIT
004810     END-READ.
004820     MOVE CH-CHANGE-KEY TO CA-LAST-KEY.
004830     PERFORM 3000-TAKE-BEFORE-IMAGE THRU 3000-EXIT.
004840     PERFORM 2200-SHOW-CHANGE THRU 2200-EXIT.
004850     IF CH-MAKER-ID = CA-OPERATOR-ID
004860         DISPLAY 'KEYED BY YOU - ANOTHER OPERATOR MUST DECIDE IT'
004870         ADD 1 TO CA-SKIPPED-CTR
004880         GO TO 2150-EXIT
004890     END-IF.
004900     PERFORM 2300-ACCEPT-DECISION THRU 2300-EXIT.
004910     IF CA-DECIDE-END
004920         MOVE 'Y' TO CA-REVIEW-END-SW
004930         GO TO 2150-EXIT
004940     END-IF.
004950     IF CA-DECIDE-SKIP
004960         ADD 1 TO CA-SKIPPED-CTR
004970         GO TO 2150-EXIT
004980     END-IF.
004990     IF CA-DECIDE-REJECT
005000         PERFORM 2350-ACCEPT-REASON THRU 2350-EXIT
005010         MOVE 'R' TO CH-STATUS
005020         ADD 1 TO CA-REJECTED-CTR
005030         PERFORM 4000-CLOSE-OUT-CHANGE THRU 4000-EXIT
005040         DISPLAY 'REJECTED'
005050         GO TO 2150-EXIT
005060     END-IF.
005070     PERFORM 3500-APPLY-CHANGE THRU 3500-EXIT.
005080     IF CA-APPLIED
005090         MOVE 'A' TO CH-STATUS
005100         ADD 1 TO CA-APPROVED-CTR
005110         PERFORM 4000-CLOSE-OUT-CHANGE THRU 4000-EXIT
005120         DISPLAY 'APPROVED AND APPLIED'
005130     ELSE
005140         MOVE 'F' TO CH-STATUS
005150         ADD 1 TO CA-FAILED-CTR
005160         PERFORM 4000-CLOSE-OUT-CHANGE THRU 4000-EXIT
005170         DISPLAY 'NOT APPLIED - ' CH-NOTE
005180     END-IF.
005190 2150-EXIT.
005200     EXIT.
005210*
005220******************************************************************
005230*  2200-SHOW-CHANGE -- WHO KEYED WHAT, WITH WHAT IS ON FILE NOW
005240*  ABOVE WHAT THE CHANGE WOULD MAKE IT.
005250******************************************************************
005260 2200-SHOW-CHANGE.
005270     PERFORM 3900-SET-TYPE-TEXT THRU 3900-EXIT.
005280     DISPLAY ' '.
005290     DISPLAY 'CHANGE ' CA-TYPE-TEXT ' FOR ' CH-TARGET-CODE
005300         ' KEYED BY ' CH-MAKER-ID ' ' CH-MAKER-DATE ' '
005310         CH-MAKER-TIME ' ' CA-ORIGIN-TEXT.
005320     MOVE CH-OLD-VALUES TO CA-IMAGE.
005330     MOVE CH-OLD-TAX-CODE TO CA-IMG-TAX-CODE.
005340     MOVE CH-OLD-ON-FILE TO CA-IMAGE-SW.
005350     PERFORM 3800-FORMAT-IMAGE THRU 3800-EXIT.
005360     DISPLAY '  ON FILE NOW: ' CA-IMAGE-TEXT.
005370     IF CA-IMAGE-DESC NOT = SPACES
005380         DISPLAY '               ' CA-IMAGE-DESC ' ' CA-IMAGE-TAX
005390     END-IF.
005400     MOVE CH-AFTER-IMAGE TO CA-IMAGE.
005410     MOVE CH-NEW-TAX-CODE TO CA-IMG-TAX-CODE.
005420     MOVE 'A' TO CA-IMAGE-SW.
005430     PERFORM 3800-FORMAT-IMAGE THRU 3800-EXIT.
005440     DISPLAY '  CHANGE TO:   ' CA-IMAGE-TEXT.
005450     IF CA-IMAGE-DESC NOT = SPACES
005460         DISPLAY '               ' CA-IMAGE-DESC ' ' CA-IMAGE-TAX
005470     END-IF.
005480 2200-EXIT.
005490     EXIT.
005500*
005510******************************************************************
005520*  2300-ACCEPT-DECISION -- RE-PROMPTS UNTIL A, R, S OR E.
005530******************************************************************
005540 2300-ACCEPT-DECISION.
005550     DISPLAY '(A)PPROVE (R)EJECT (S)KIP (E)ND REVIEW ?'.
005560     ACCEPT CA-DECISION.
005570     IF NOT CA-DECISION-VALID
005580         DISPLAY 'KEY A, R, S, OR E'
005590         GO TO 2300-ACCEPT-DECISION
005600     END-IF.
005610 2300-EXIT.
005620     EXIT.
005630*
005640******************************************************************
005650*  2350-ACCEPT-REASON -- A REJECTION ALWAYS SAYS WHY; THE KEYING
005660*  OPERATOR READS IT ON THE CHANGE REPORT.
005670******************************************************************
005680 2350-ACCEPT-REASON.
005690     DISPLAY 'REASON FOR REJECTING ?'.
005700     ACCEPT CH-NOTE.
005710     IF CH-NOTE = SPACES
005720         DISPLAY 'A REJECTION NEEDS A REASON'
005730         GO TO 2350-ACCEPT-REASON
005740     END-IF.
005750 2350-EXIT.
005760     EXIT.
005770*
005780******************************************************************
005790*  2400-LIST-PENDING -- THE WHOLE QUEUE, ONE LINE PER CHANGE, IN
005800*  KEY ORDER.
005810******************************************************************
005820 2400-LIST-PENDING.
005830     MOVE ZERO TO CA-LIST-CTR.
005840     MOVE 'N' TO CA-LIST-EOF-SW.
005850     MOVE LOW-VALUES TO CH-CHANGE-KEY.
005860     START PEND-FILE KEY NOT < CH-CHANGE-KEY
005870         INVALID KEY
005880             MOVE 'Y' TO CA-LIST-EOF-SW
005890     END-START.
005900     IF NOT CA-LIST-DONE
005910         PERFORM 2450-LIST-ONE-PENDING THRU 2450-EXIT
005920             WITH TEST AFTER
005930             UNTIL CA-LIST-DONE
005940     END-IF.
005950     IF CA-LIST-CTR = 0
005960         DISPLAY 'NO CHANGES AWAITING APPROVAL'
005970     ELSE
005980         DISPLAY CA-LIST-CTR ' CHANGE(S) AWAITING APPROVAL'
005990     END-IF.
006000 2400-EXIT.
006010     EXIT.
006020*
006030 2450-LIST-ONE-PENDING.
006040     READ PEND-FILE NEXT
006050         AT END
006060             MOVE 'Y' TO CA-LIST-EOF-SW
006070     END-READ.
006080     IF CA-LIST-DONE
006090         GO TO 2450-EXIT
006100     END-IF.
006110     PERFORM 3900-SET-TYPE-TEXT THRU 3900-EXIT.
006120     DISPLAY CA-TYPE-TEXT ' ' CH-TARGET-CODE ' KEYED BY '
006130         CH-MAKER-ID ' ' CH-MAKER-DATE ' ' CH-MAKER-TIME ' '
006140         CA-ORIGIN-TEXT.
006150     ADD 1 TO CA-LIST-CTR.
006160 2450-EXIT.
006170     EXIT.
006180*
006190******************************************************************
006200*  3000-TAKE-BEFORE-IMAGE -- WHAT THE CHANGE'S TARGET HOLDS ON
006210*  ITS MASTER RIGHT NOW, INTO CH-BEFORE-IMAGE.  SHOWN TO THE
006220*  REVIEWER, RE-CHECKED BY 3500, AND JOURNALED WITH THE DECISION.
006230******************************************************************
006240 3000-TAKE-BEFORE-IMAGE.
006250     MOVE 'N'    TO CH-OLD-ON-FILE.
006260     MOVE SPACES TO CH-OLD-VALUES, CH-OLD-TAX-CODE.
006270     MOVE ZERO   TO CH-OLD-PRICE, CH-OLD-RATE.
006280     IF CH-PRICE-ROW
006290         MOVE CH-TARGET-CODE  TO IP-PRICE-CODE
006300         MOVE CH-NEW-EFF-DATE TO IP-PRICE-EFF-DATE
006310         READ PRICE-FILE
006320             INVALID KEY
006330                 GO TO 3000-EXIT
006340         END-READ
006350         MOVE 'Y'               TO CH-OLD-ON-FILE
006360         MOVE IP-PRICE-AMOUNT   TO CH-OLD-PRICE
006370         MOVE IP-PRICE-EFF-DATE TO CH-OLD-EFF-DATE
006380         GO TO 3000-EXIT
006390     END-IF.
006400     IF CH-GL-ACCOUNT
006410         MOVE CH-TARGET-CODE TO IG-GLA-ITEM-CODE
006420         READ GLA-FILE
006430             INVALID KEY
006440                 GO TO 3000-EXIT
006450         END-READ
006460         MOVE 'Y'            TO CH-OLD-ON-FILE
006470         MOVE IG-GLA-ACCOUNT TO CH-OLD-ACCOUNT
006480         GO TO 3000-EXIT
006490     END-IF.
006500     IF CH-RATE-ROW
006510         MOVE CH-TARGET-CODE  TO CU-RATE-CURRENCY
006520         MOVE CH-NEW-EFF-DATE TO CU-RATE-EFF-DATE
006530         READ CURR-FILE
006540             INVALID KEY
006550                 GO TO 3000-EXIT
006560         END-READ
006570         MOVE 'Y'              TO CH-OLD-ON-FILE
006580         MOVE CU-RATE-VALUE    TO CH-OLD-RATE
006590         MOVE CU-RATE-EFF-DATE TO CH-OLD-EFF-DATE
006600         GO TO 3000-EXIT
006610     END-IF.
006620     IF CH-TAX-RATE-ROW
006630         MOVE CH-TARGET-CODE  TO TX-RATE-CODE
006640         MOVE CH-NEW-EFF-DATE TO TX-RATE-EFF-DATE
006650         READ TAX-FILE
006660             INVALID KEY
006670                 GO TO 3000-EXIT
006680         END-READ
006690         MOVE 'Y'              TO CH-OLD-ON-FILE
006700         MOVE TX-RATE-PERCENT  TO CH-OLD-RATE
006710         MOVE TX-RATE-EFF-DATE TO CH-OLD-EFF-DATE
006720         MOVE TX-RATE-ACCOUNT  TO CH-OLD-ACCOUNT
006730         GO TO 3000-EXIT
006740     END-IF.
006750     MOVE CH-TARGET-CODE TO IM-ITEM-CODE.
006760     READ ITEM-FILE
006770         INVALID KEY
006780             GO TO 3000-EXIT
006790     END-READ.
006800     MOVE 'Y'              TO CH-OLD-ON-FILE.
006810     MOVE IM-ITEM-DESC     TO CH-OLD-DESC.
006820     MOVE IM-ITEM-PRICE    TO CH-OLD-PRICE.
006830     MOVE IM-ITEM-EFF-DATE TO CH-OLD-EFF-DATE.
006840     MOVE IM-ITEM-ACTIVE   TO CH-OLD-ACTIVE.
006850     MOVE IM-ITEM-TAX-CODE TO CH-OLD-TAX-CODE.
006860 3000-EXIT.
006870     EXIT.
006880*
006890******************************************************************
006900*  3500-APPLY-CHANGE -- AN APPROVED CHANGE ONTO ITS MASTER.  THE
006910*  CHECKS THE KEYING PROGRAM MADE ARE MADE AGAIN AGAINST THE
006920*  MASTER AS IT STANDS NOW; A CHANGE THAT NO LONGER FITS LEAVES
006930*  CA-APPLY-SW 'N' AND ITS REASON IN CH-NOTE.
006940******************************************************************
006950 3500-APPLY-CHANGE.
006960     MOVE 'Y' TO CA-APPLY-SW.
006970     IF CH-ADD-ITEM
006980         PERFORM 3510-APPLY-ADD THRU 3510-EXIT
006990         GO TO 3500-EXIT
007000     END-IF.
007010     IF CH-CHANGE-ITEM
007020         PERFORM 3520-APPLY-CHANGE-ITEM THRU 3520-EXIT
007030         GO TO 3500-EXIT
007040     END-IF.
007050     IF CH-DEACTIVATE-ITEM
007060         PERFORM 3530-APPLY-DEACTIVATE THRU 3530-EXIT
007070         GO TO 3500-EXIT
007080     END-IF.
007090     IF CH-PRICE-ROW
007100         PERFORM 3540-APPLY-PRICE THRU 3540-EXIT
007110         GO TO 3500-EXIT
007120     END-IF.
007130     IF CH-GL-ACCOUNT
007140         PERFORM 3550-APPLY-GL-ACCOUNT THRU 3550-EXIT
007150         GO TO 3500-EXIT
007160     END-IF.
007170     IF CH-RATE-ROW
007180         PERFORM 3560-APPLY-RATE THRU 3560-EXIT
007190         GO TO 3500-EXIT
007200     END-IF.
007210     IF CH-TAX-RATE-ROW
007220         PERFORM 3570-APPLY-TAX-RATE THRU 3570-EXIT
007230         GO TO 3500-EXIT
007240     END-IF.
007250     MOVE 'N' TO CA-APPLY-SW.
007260     MOVE 'UNKNOWN CHANGE TYPE' TO CH-NOTE.
007270 3500-EXIT.
007280     EXIT.
007290*
007300******************************************************************
007310*  3510-APPLY-ADD -- THE NEW ROW ONTO THE MASTER, PLUS ITS FIRST
007320*  PRICE-HISTORY ROW.  ITS TAX CODE MUST STILL HAVE A RATE ON
007330*  TAXMST.
007340******************************************************************
007350 3510-APPLY-ADD.
007360     IF CH-OLD-FOUND
007370         MOVE 'N' TO CA-APPLY-SW
007380         MOVE 'ITEM ALREADY ON FILE' TO CH-NOTE
007390         GO TO 3510-EXIT
007400     END-IF.
007410     PERFORM 3580-CHECK-TAX-CODE THRU 3580-EXIT.
007420     IF NOT CA-APPLIED
007430         GO TO 3510-EXIT
007440     END-IF.
007450     MOVE CH-TARGET-CODE  TO IM-ITEM-CODE.
007460     MOVE CH-NEW-DESC     TO IM-ITEM-DESC.
007470     MOVE CH-NEW-PRICE    TO IM-ITEM-PRICE.
007480     MOVE CH-NEW-EFF-DATE TO IM-ITEM-EFF-DATE.
007490     MOVE 'A'             TO IM-ITEM-ACTIVE.
007500     MOVE SPACES          TO IM-ITEM-TAX-CODE.
007510     IF NOT CH-NEW-TAX-REMOVED
007520         MOVE CH-NEW-TAX-CODE TO IM-ITEM-TAX-CODE
007530     END-IF.
007540     WRITE IM-ITEM-RECORD
007550         INVALID KEY
007560             MOVE 'N' TO CA-APPLY-SW
007570             MOVE 'ITEMMST WRITE FAILED' TO CH-NOTE
007580             GO TO 3510-EXIT
007590     END-WRITE.
007600     PERFORM 3600-STORE-PRICE-ROW THRU 3600-EXIT.
007610 3510-EXIT.
007620     EXIT.
007630*
007640******************************************************************
007650*  3520-APPLY-CHANGE-ITEM -- NEW DESCRIPTION (BLANK KEEPS THE ONE
007660*  ON FILE), PRICE, DATE AND TAX CODE (BLANK KEEPS, NONE TAKES
007670*  IT OFF), REWRITTEN IN PLACE, AND THE PRICE TO THE HISTORY AS
007680*  WELL.  THE MASTER ROW IS STILL IN THE RECORD AREA FROM 3000.
007690******************************************************************
007700 3520-APPLY-CHANGE-ITEM.
007710     IF NOT CH-OLD-FOUND
007720         MOVE 'N' TO CA-APPLY-SW
007730         MOVE 'ITEM NOT ON FILE' TO CH-NOTE
007740         GO TO 3520-EXIT
007750     END-IF.
007760     PERFORM 3580-CHECK-TAX-CODE THRU 3580-EXIT.
007770     IF NOT CA-APPLIED
007780         GO TO 3520-EXIT
007790     END-IF.
007800     IF CH-NEW-DESC NOT = SPACES
007810         MOVE CH-NEW-DESC TO IM-ITEM-DESC
007820     END-IF.
007830     IF CH-NEW-TAX-REMOVED
007840         MOVE SPACES TO IM-ITEM-TAX-CODE
007850     END-IF.
007860     IF CH-NEW-TAX-CODE NOT = SPACES AND NOT CH-NEW-TAX-REMOVED
007870         MOVE CH-NEW-TAX-CODE TO IM-ITEM-TAX-CODE
007880     END-IF.
007890     MOVE CH-NEW-PRICE    TO IM-ITEM-PRICE.
007900     MOVE CH-NEW-EFF-DATE TO IM-ITEM-EFF-DATE.
007910     REWRITE IM-ITEM-RECORD
007920         INVALID KEY
007930             MOVE 'N' TO CA-APPLY-SW
007940             MOVE 'ITEMMST REWRITE FAILED' TO CH-NOTE
007950             GO TO 3520-EXIT
007960     END-REWRITE.
007970     PERFORM 3600-STORE-PRICE-ROW THRU 3600-EXIT.
007980 3520-EXIT.
007990     EXIT.
008000*
008010******************************************************************
008020*  3530-APPLY-DEACTIVATE -- FLAG THE ROW INACTIVE; IT STAYS ON
008030*  FILE.
008040******************************************************************
008050 3530-APPLY-DEACTIVATE.
008060     IF NOT CH-OLD-FOUND
008070         MOVE 'N' TO CA-APPLY-SW
008080         MOVE 'ITEM NOT ON FILE' TO CH-NOTE
008090         GO TO 3530-EXIT
008100     END-IF.
008110     IF IM-ITEM-IS-INACTIVE
008120         MOVE 'N' TO CA-APPLY-SW
008130         MOVE 'ITEM ALREADY INACTIVE' TO CH-NOTE
008140         GO TO 3530-EXIT
008150     END-IF.
008160     MOVE 'I' TO IM-ITEM-ACTIVE.
008170     REWRITE IM-ITEM-RECORD
008180         INVALID KEY
008190             MOVE 'N' TO CA-APPLY-SW
008200             MOVE 'ITEMMST REWRITE FAILED' TO CH-NOTE
008210     END-REWRITE.
008220 3530-EXIT.
008230     EXIT.
008240*
008250******************************************************************
008260*  3540-APPLY-PRICE -- AN EFFECTIVE-DATED PRICE ROW.  THE ITEM
008270*  MUST BE ON THE MASTER BY NOW: A PRICE QUEUED BEHIND AN ADD
008280*  THAT WAS THEN REJECTED HAS NOTHING TO PRICE.
008290******************************************************************
008300 3540-APPLY-PRICE.
008310     MOVE CH-TARGET-CODE TO IM-ITEM-CODE.
008320     READ ITEM-FILE
008330         INVALID KEY
008340             MOVE 'N' TO CA-APPLY-SW
008350             MOVE 'ITEM NOT ON FILE' TO CH-NOTE
008360             GO TO 3540-EXIT
008370     END-READ.
008380     PERFORM 3600-STORE-PRICE-ROW THRU 3600-EXIT.
008390 3540-EXIT.
008400     EXIT.
008410*
008420******************************************************************
008430*  3550-APPLY-GL-ACCOUNT -- NAME (OR RENAME) THE ITEM'S GL
008440*  ACCOUNT.  '*DEFAULT' NEEDS NO MASTER ROW; ANY OTHER CODE
008450*  DOES.  THE WRITE'S INVALID KEY LEG IS THE REPLACE PATH.
008460******************************************************************
008470 3550-APPLY-GL-ACCOUNT.
008480     IF CH-TARGET-CODE NOT = '*DEFAULT'
008490         MOVE CH-TARGET-CODE TO IM-ITEM-CODE
008500         READ ITEM-FILE
008510             INVALID KEY
008520                 MOVE 'N' TO CA-APPLY-SW
008530                 MOVE 'ITEM NOT ON FILE' TO CH-NOTE
008540                 GO TO 3550-EXIT
008550         END-READ
008560     END-IF.
008570     MOVE CH-TARGET-CODE TO IG-GLA-ITEM-CODE.
008580     MOVE CH-NEW-ACCOUNT TO IG-GLA-ACCOUNT.
008590     WRITE IG-GLA-RECORD
008600         INVALID KEY
008610             REWRITE IG-GLA-RECORD
008620                 INVALID KEY
008630                     MOVE 'N' TO CA-APPLY-SW
008640                     MOVE 'ITEMGLA REWRITE FAILED' TO CH-NOTE
008650             END-REWRITE
008660     END-WRITE.
008670 3550-EXIT.
008680     EXIT.
008690*
008700******************************************************************
008710*  3560-APPLY-RATE -- AN EFFECTIVE-DATED RATE.  A RATE ALREADY ON
008720*  FILE FOR THE SAME (CURRENCY, DATE) IS REPLACED, AS CURRMAINT
008730*  ALWAYS DID.
008740******************************************************************
008750 3560-APPLY-RATE.
008760     MOVE CH-TARGET-CODE  TO CU-RATE-CURRENCY.
008770     MOVE CH-NEW-EFF-DATE TO CU-RATE-EFF-DATE.
008780     MOVE CH-NEW-RATE     TO CU-RATE-VALUE.
008790     WRITE CU-RATE-RECORD
008800         INVALID KEY
008810             REWRITE CU-RATE-RECORD
008820                 INVALID KEY
008830                     MOVE 'N' TO CA-APPLY-SW
008840                     MOVE 'CURRMST REWRITE FAILED' TO CH-NOTE
008850             END-REWRITE
008860     END-WRITE.
008870 3560-EXIT.
008880     EXIT.
008890*
008900******************************************************************
008910*  3570-APPLY-TAX-RATE -- AN EFFECTIVE-DATED TAX RATE AND ITS
008920*  LIABILITY ACCOUNT.  A ROW ALREADY ON FILE FOR THE SAME (CODE,
008930*  DATE) IS REPLACED, THE SAME AS A CURRENCY RATE.
008940******************************************************************
008950 3570-APPLY-TAX-RATE.
008960     MOVE CH-TARGET-CODE  TO TX-RATE-CODE.
008970     MOVE CH-NEW-EFF-DATE TO TX-RATE-EFF-DATE.
008980     MOVE CH-NEW-RATE     TO TX-RATE-PERCENT.
008990     MOVE CH-NEW-ACCOUNT  TO TX-RATE-ACCOUNT.
009000     WRITE TX-RATE-RECORD
009010         INVALID KEY
009020             REWRITE TX-RATE-RECORD
009030                 INVALID KEY
009040                     MOVE 'N' TO CA-APPLY-SW
009050                     MOVE 'TAXMST REWRITE FAILED' TO CH-NOTE
009060             END-REWRITE
009070     END-WRITE.
009080 3570-EXIT.
009090     EXIT.
009100*
009110******************************************************************
009120*  3580-CHECK-TAX-CODE -- AN ITEM'S NEW TAX CODE MUST STILL HAVE
009130*  AT LEAST ONE RATE ROW ON TAXMST WHEN THE CHANGE IS APPROVED,
009140*  AS IT DID WHEN IT WAS KEYED.  BLANK AND NONE NEED NONE.
009150*  READING TAXMST LEAVES THE ITEM ROW IN ITS RECORD AREA ALONE.
009160******************************************************************
009170 3580-CHECK-TAX-CODE.
009180     IF CH-NEW-TAX-CODE = SPACES OR CH-NEW-TAX-REMOVED
009190         GO TO 3580-EXIT
009200     END-IF.
009210     MOVE 'N' TO CA-APPLY-SW.
009220     MOVE 'TAX CODE HAS NO RATE ON TAXMST' TO CH-NOTE.
009230     MOVE CH-NEW-TAX-CODE TO TX-RATE-CODE.
009240     MOVE LOW-VALUES      TO TX-RATE-EFF-DATE.
009250     START TAX-FILE KEY NOT < TX-RATE-KEY
009260         INVALID KEY
009270             GO TO 3580-EXIT
009280     END-START.
009290     READ TAX-FILE NEXT
009300         AT END
009310             GO TO 3580-EXIT
009320     END-READ.
009330     IF TX-RATE-CODE = CH-NEW-TAX-CODE
009340         MOVE 'Y' TO CA-APPLY-SW
009350         MOVE SPACES TO CH-NOTE
009360     END-IF.
009370 3580-EXIT.
009380     EXIT.
009390*
009400******************************************************************
009410*  3600-STORE-PRICE-ROW -- ONE PRICE ROW ONTO THE HISTORY FILE AT
009420*  (TARGET CODE, NEW EFFECTIVE DATE).  A ROW ALREADY ON FILE FOR
009430*  THAT ITEM AND DATE IS REPLACED -- THE SAME DATE KEYED TWICE IS
009440*  A CORRECTION, NOT A SECOND PRICE.
009450******************************************************************
009460 3600-STORE-PRICE-ROW.
009470     MOVE CH-TARGET-CODE  TO IP-PRICE-CODE.
009480     MOVE CH-NEW-EFF-DATE TO IP-PRICE-EFF-DATE.
009490     MOVE CH-NEW-PRICE    TO IP-PRICE-AMOUNT.
009500     WRITE IP-PRICE-RECORD
009510         INVALID KEY
009520             REWRITE IP-PRICE-RECORD
009530                 INVALID KEY
009540                     MOVE 'N' TO CA-APPLY-SW
009550                     MOVE 'ITEMPRC REWRITE FAILED' TO CH-NOTE
009560             END-REWRITE
009570     END-WRITE.
009580 3600-EXIT.
009590     EXIT.
009600*
009610******************************************************************
009620*  3800-FORMAT-IMAGE -- ONE SIDE OF A CHANGE (CA-IMAGE) AS A LINE
009630*  OF TEXT, PLUS THE ITEM DESCRIPTION ON ITS OWN LINE FOR AN ADD
009640*  OR CHANGE.  WHICH FIELDS MEAN ANYTHING DEPENDS ON THE CHANGE
009650*  TYPE.  CA-IMAGE-SW SAYS WHETHER THE SIDE EXISTS AT ALL AND
009660*  WHETHER IT IS THE KEYED (AFTER) SIDE, WHERE A BLANK
009670*  DESCRIPTION ON A CHANGE MEANS 'KEEP THE ONE ON FILE'.  THE
009680*  ITEM'S TAX CODE (CA-IMG-TAX-CODE) GOES BESIDE THE DESCRIPTION,
009690*  WHERE BLANK ON THE KEYED SIDE OF A CHANGE LIKEWISE MEANS KEEP.
009700******************************************************************
009710 3800-FORMAT-IMAGE.
009720     MOVE SPACES TO CA-IMAGE-TEXT, CA-IMAGE-DESC, CA-IMAGE-TAX.
009730     IF CA-IMAGE-ABSENT
009740         PERFORM 3850-FORMAT-ABSENT THRU 3850-EXIT
009750         GO TO 3800-EXIT
009760     END-IF.
009770     MOVE CA-IMG-PRICE TO CA-PRICE-ED.
009780     MOVE CA-IMG-RATE  TO CA-RATE-ED.
009790     IF CH-ADD-ITEM OR CH-CHANGE-ITEM
009800         IF CA-IMG-ACTIVE = SPACE
009810             STRING 'PRICE ' CA-PRICE-ED ' EFF ' CA-IMG-EFF-DATE
009820                 DELIMITED BY SIZE INTO CA-IMAGE-TEXT
009830         ELSE
009840             STRING 'PRICE ' CA-PRICE-ED ' EFF ' CA-IMG-EFF-DATE
009850                 ' STATUS ' CA-IMG-ACTIVE
009860                 DELIMITED BY SIZE INTO CA-IMAGE-TEXT
009870         END-IF
009880         MOVE CA-IMG-DESC TO CA-IMAGE-DESC
009890         IF CA-IMAGE-AFTER AND CH-CHANGE-ITEM
009900            AND CA-IMG-DESC = SPACES
009910             MOVE '(DESCRIPTION UNCHANGED)' TO CA-IMAGE-DESC
009920         END-IF
009930         PERFORM 3820-FORMAT-TAX-CODE THRU 3820-EXIT
009940         GO TO 3800-EXIT
009950     END-IF.
009960     IF CH-DEACTIVATE-ITEM
009970         STRING 'STATUS ' CA-IMG-ACTIVE
009980             DELIMITED BY SIZE INTO CA-IMAGE-TEXT
009990         GO TO 3800-EXIT
010000     END-IF.
010010     IF CH-PRICE-ROW
010020         STRING 'PRICE ' CA-PRICE-ED ' EFF ' CA-IMG-EFF-DATE
010030             DELIMITED BY SIZE INTO CA-IMAGE-TEXT
010040         GO TO 3800-EXIT
010050     END-IF.
010060     IF CH-GL-ACCOUNT
010070         STRING 'GL ACCOUNT ' CA-IMG-ACCOUNT
010080             DELIMITED BY SIZE INTO CA-IMAGE-TEXT
010090         GO TO 3800-EXIT
010100     END-IF.
010110     IF CH-RATE-ROW
010120         STRING 'RATE ' CA-RATE-ED ' EFF ' CA-IMG-EFF-DATE
010130             DELIMITED BY SIZE INTO CA-IMAGE-TEXT
010140         GO TO 3800-EXIT
010150     END-IF.
010160     IF CH-TAX-RATE-ROW
010170         MOVE CA-IMG-RATE TO CA-PCT-ED
010180         STRING 'TAX ' CA-PCT-ED '% EFF ' CA-IMG-EFF-DATE
010190             ' ACCOUNT ' CA-IMG-ACCOUNT
010200             DELIMITED BY SIZE INTO CA-IMAGE-TEXT
010210     END-IF.
010220 3800-EXIT.
010230     EXIT.
010240*
010250 3820-FORMAT-TAX-CODE.
010260     IF CA-IMG-TAX-CODE = SPACES AND CA-IMAGE-AFTER
010270        AND CH-CHANGE-ITEM
010280         MOVE 'TAX CODE (UNCHANGED)' TO CA-IMAGE-TAX
010290         GO TO 3820-EXIT
010300     END-IF.
010310     IF CA-IMG-TAX-CODE = SPACES OR CA-IMG-TAX-CODE = 'NONE'
010320         MOVE 'NOT TAXED' TO CA-IMAGE-TAX
010330         GO TO 3820-EXIT
010340     END-IF.
010350     STRING 'TAX CODE ' CA-IMG-TAX-CODE
010360         DELIMITED BY SIZE INTO CA-IMAGE-TAX.
010370 3820-EXIT.
010380     EXIT.
010390*
010400 3850-FORMAT-ABSENT.
010410     IF CH-PRICE-ROW
010420         STRING 'NO ITEMPRC ROW FOR EFF ' CH-NEW-EFF-DATE
010430             DELIMITED BY SIZE INTO CA-IMAGE-TEXT
010440         GO TO 3850-EXIT
010450     END-IF.
010460     IF CH-GL-ACCOUNT
010470         MOVE 'NO ITEMGLA ROW' TO CA-IMAGE-TEXT
010480         GO TO 3850-EXIT
010490     END-IF.
010500     IF CH-RATE-ROW
010510         STRING 'NO CURRMST RATE FOR EFF ' CH-NEW-EFF-DATE
010520             DELIMITED BY SIZE INTO CA-IMAGE-TEXT
010530         GO TO 3850-EXIT
010540     END-IF.
010550     IF CH-TAX-RATE-ROW
010560         STRING 'NO TAXMST RATE FOR EFF ' CH-NEW-EFF-DATE
010570             DELIMITED BY SIZE INTO CA-IMAGE-TEXT
010580         GO TO 3850-EXIT
010590     END-IF.
010600     MOVE 'NOT ON ITEMMST' TO CA-IMAGE-TEXT.
010610 3850-EXIT.
010620     EXIT.
010630*
010640******************************************************************
010650*  3900-SET-TYPE-TEXT -- THE CHANGE TYPE AND ORIGIN IN WORDS.
010660******************************************************************
010670 3900-SET-TYPE-TEXT.
010680     MOVE CH-CHANGE-TYPE TO CA-TYPE-TEXT.
010690     IF CH-ADD-ITEM
010700         MOVE 'ADD ITEM' TO CA-TYPE-TEXT
010710     END-IF.
010720     IF CH-CHANGE-ITEM
010730         MOVE 'CHANGE ITEM' TO CA-TYPE-TEXT
010740     END-IF.
010750     IF CH-DEACTIVATE-ITEM
010760         MOVE 'DEACTIVATE' TO CA-TYPE-TEXT
010770     END-IF.
010780     IF CH-PRICE-ROW
010790         MOVE 'PRICE ROW' TO CA-TYPE-TEXT
010800     END-IF.
010810     IF CH-GL-ACCOUNT
010820         MOVE 'GL ACCOUNT' TO CA-TYPE-TEXT
010830     END-IF.
010840     IF CH-RATE-ROW
010850         MOVE 'RATE' TO CA-TYPE-TEXT
010860     END-IF.
010870     IF CH-TAX-RATE-ROW
010880         MOVE 'TAX RATE' TO CA-TYPE-TEXT
010890     END-IF.
010900     MOVE 'TERMINAL' TO CA-ORIGIN-TEXT.
010910     IF CH-FROM-LOAD
010920         MOVE 'LOAD' TO CA-ORIGIN-TEXT
010930     END-IF.
010940 3900-EXIT.
010950     EXIT.
010960*
010970******************************************************************
010980*  4000-CLOSE-OUT-CHANGE -- STAMPS THE DECISION WITH THE
010990*  REVIEWING OPERATOR, DATE AND TIME, APPENDS THE WHOLE ROW --
011000*  BEFORE IMAGE, AFTER IMAGE, BOTH OPERATORS -- TO THE JOURNAL,
011010*  AND TAKES IT OFF THE QUEUE.  THE CALLER HAS SET CH-STATUS.  A
011020*  DECISION THE JOURNAL WOULD NOT TAKE STAYS ON CHGPEND, SO THE
011030*  QUEUE STILL SHOWS IT, AND ENDS THE SESSION -- NOTHING MORE IS
011040*  DECIDED WITHOUT A JOURNAL.
011050******************************************************************
011060 4000-CLOSE-OUT-CHANGE.
011070     MOVE CA-OPERATOR-ID TO CH-CHECKER-ID.
011080     ACCEPT CH-CHECKER-DATE FROM DATE YYYYMMDD.
011090     ACCEPT CH-CHECKER-TIME FROM TIME.
011100     WRITE JRNL-RECORD FROM CH-CHANGE-RECORD.
011110     IF CA-JRNL-FILE-STATUS NOT = '00'
011120         DISPLAY 'CHGJRNL WRITE FAILED - STATUS '
011130             CA-JRNL-FILE-STATUS
011140         IF CH-APPROVED
011150             DISPLAY 'CHANGE ' CH-CHANGE-KEY ' APPLIED BUT NOT '
011160                 'JOURNALED - LEFT ON CHGPEND'
011170         ELSE
011180             DISPLAY 'DECISION ON CHANGE ' CH-CHANGE-KEY ' NOT '
011190                 'JOURNALED - LEFT ON CHGPEND'
011200         END-IF
011210         SET CA-JRNL-FAILED TO TRUE
011220         MOVE 'Y' TO CA-REVIEW-END-SW
011230         GO TO 4000-EXIT
011240     END-IF.
011250     DELETE PEND-FILE RECORD
011260         INVALID KEY
011270             DISPLAY 'CHGPEND DELETE FAILED - STATUS '
011280                 CA-PEND-FILE-STATUS
011290     END-DELETE.
011300 4000-EXIT.
011310     EXIT.
011320*
011330 END PROGRAM CHGAPPR.
