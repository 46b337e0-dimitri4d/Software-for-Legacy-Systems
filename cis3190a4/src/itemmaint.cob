000230*  ANNOUNCES IT AND THE BATCH DRIVER PICKS THE PRICE IN EFFECT
000240*  ON A BATCH'S BUSINESS DATE.  THE MASTER ROW KEEPS THE PRICE
000250*  LAST KEYED, AS A CURRENT-PRICE VIEW AND AS THE PRICING
000251*  FALLBACK FOR ITEMS WITH NO HISTORY ROWS.
000252*
000253*  NO CHANGE KEYED HERE OR LOADED FROM ITEMTXN TOUCHES THE
000254*  MASTER, THE PRICE HISTORY OR THE GL ACCOUNT MAP DIRECTLY.
000255*  EACH ONE IS QUEUED ON THE CHGPEND PENDING-CHANGE FILE (CHGREC
000256*  LAYOUT) STAMPED WITH THE OPERATOR WHO KEYED IT, AND ONLY
000257*  REACHES THOSE FILES WHEN A SECOND, DIFFERENT OPERATOR
000258*  APPROVES IT IN CHGAPPR.  THE VALIDATION STAYS HERE, SO A
000259*  CHANGE THAT WOULD NEVER HAVE APPLIED IS STILL TURNED AWAY AT
000260*  THE KEYBOARD OR ON THE LOAD REPORT, NOT LEFT FOR THE REVIEWER.
000261*
000262*  AN ITEM MAY CARRY A SALES-TAX CODE.  A CODE KEYED OR LOADED
000263*  HERE MUST ALREADY HAVE AT LEAST ONE RATE ROW ON THE TAXMST
000264*  TAX-RATE MASTER, WHICH IS READ-ONLY TO THIS PROGRAM; BLANK
000265*  MEANS THE ITEM IS NOT TAXED.
000270*
000280*  MODIFICATION HISTORY
000290*  ------------------------------------------------------
000580*                   TO MAINTAIN IT -- ONE ACCOUNT PER ITEM CODE,
000590*                   PLUS THE RESERVED '*DEFAULT' ROW FOR KEYED
000600*                   DETAILS -- SO THE BATCH DRIVER'S POSTING
000601*                   EXTRACT CAN DISTRIBUTE TO REAL ACCOUNTS
000602*                   INSTEAD OF ONE CLEARING ACCOUNT.
000603*  2026-10-15  DF   ITEM, PRICE AND GL-ACCOUNT CHANGES -- AT THE
000604*                   TERMINAL AND FROM THE ITEMTXN LOAD -- NOW GO
000605*                   TO THE CHGPEND PENDING-CHANGE FILE STAMPED
000606*                   WITH THE KEYING OPERATOR (NEW OPERATOR ID
000607*                   PROMPT) INSTEAD OF STRAIGHT TO ITEMMST,
000608*                   ITEMPRC AND ITEMGLA.  A SECOND OPERATOR
000609*                   APPROVES OR REJECTS THEM IN CHGAPPR, WHICH NOW
000610*                   HOLDS THE WRITE LOGIC.  A PRICE OR GL ACCOUNT
000611*                   MAY BE QUEUED FOR AN ITEM WHOSE ADD IS STILL
000612*                   PENDING.  THE LOAD REPORT SHOWS QUEUED RATHER
000613*                   THAN APPLIED.
000614*  2026-10-15  DF   ADDED THE ITEM'S SALES-TAX CODE TO ADD AND
000615*                   CHANGE, AT THE TERMINAL AND ON THE ITEMTXN
000616*                   LOAD (NEW TRAILING FIELD).  A CODE MUST HAVE A
000617*                   RATE ROW ON THE TAXMST TAX-RATE MASTER, READ
000618*                   HERE FOR INPUT ONLY.  ON A CHANGE, BLANK KEEPS
000619*                   THE CODE AND NONE REMOVES IT.  THE LIST AND
000620*                   ON-FILE DISPLAYS SHOW THE CODE.
000621*  2026-10-15  DF   A MASTER THAT WILL NOT OPEN IS NOW CREATED
000622*                   EMPTY ONLY WHEN IT DOES NOT EXIST (STATUS 35);
000623*                   ANY OTHER OPEN FAILURE ABORTS THE SESSION, AND
000624*                   AN ITEMMST STILL IN THE OLD LAYOUT NAMES
000625*                   ITEMCONV, THE NEW ONE-TIME CONVERSION.
000630*
000640******************************************************************
000650 IDENTIFICATION DIVISION.
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS IG-GLA-ITEM-CODE
000951         FILE STATUS IS MT-GLA-FILE-STATUS.
000952     SELECT PEND-FILE
000953         ASSIGN TO "CHGPEND"
000954         ORGANIZATION IS INDEXED
000955         ACCESS MODE IS DYNAMIC
000956         RECORD KEY IS CH-CHANGE-KEY
000957         FILE STATUS IS MT-PEND-FILE-STATUS.
000958     SELECT TAX-FILE
000959         ASSIGN TO "TAXMST"
000960         ORGANIZATION IS INDEXED
000961         ACCESS MODE IS DYNAMIC
000962         RECORD KEY IS TX-RATE-KEY
000963         FILE STATUS IS MT-TAX-FILE-STATUS.
000970     SELECT TXN-FILE
000980         ASSIGN TO "ITEMTXN"
000990         ORGANIZATION IS LINE SEQUENTIAL
001170*    CODE FOR KEYED DETAILS WITH NO ITEM CODE.
001180 FD  GLA-FILE.
001190     COPY ITGLREC.
001191*
001192*    PEND-FILE HOLDS EVERY CHANGE KEYED OR LOADED HERE UNTIL A
001193*    SECOND OPERATOR DECIDES IT IN CHGAPPR.
001194 FD  PEND-FILE.
001195     COPY CHGREC.
001196*
001197*    TAX-FILE IS THE TAX-RATE MASTER, OPENED FOR INPUT ONLY TO
001198*    CHECK THAT A KEYED TAX CODE HAS RATE ROWS ON FILE.
001199 FD  TAX-FILE.
001200     COPY TAXREC.
001201*
001210*    TXN-FILE IS THE BATCH RUN MODE'S INPUT -- ONE PRICE-CHANGE
001220*    TRANSACTION PER RECORD, IN WHATEVER ORDER PURCHASING SENT
001230*    THEM.  ACTIONS: A ADD ITEM, C CHANGE ITEM, D DEACTIVATE
001250*    KEYED-STYLE DECIMAL ENTRY AND GOES THROUGH THE SAME
001260*    VALIDATION AS THE INTERACTIVE PROMPT; THE DESCRIPTION IS
001270*    ONLY USED BY A AND C (BLANK ON C KEEPS THE ONE ON FILE, AS
001275*    AT THE TERMINAL).  THE TAX CODE IS ALSO ONLY USED BY A AND C:
001280*    BLANK ON A MEANS NOT TAXED, BLANK ON C KEEPS THE CODE ON FILE
001285*    AND NONE ON C TAKES IT OFF.
001290 FD  TXN-FILE.
001300 01  TXN-RECORD.
001310     05  TXN-ACTION              PIC X(01).
001370     05  TXN-DESC                PIC X(30).
001380     05  TXN-PRICE-TEXT          PIC X(16).
001390     05  TXN-EFF-DATE            PIC X(08).
001395     05  TXN-TAX-CODE            PIC X(04).
001400*
001410*    RPT-FILE IS THE BATCH LOAD'S APPLIED/REJECTED REPORT -- 80
001420*    COLUMNS, FORMATTED FOR PRINT THE SAME WAY THE BATCH DRIVER'S
001520 77  MT-ITEM-FILE-STATUS         PIC X(02)           VALUE '00'.
001530 77  MT-PRC-FILE-STATUS          PIC X(02)           VALUE '00'.
001540 77  MT-GLA-FILE-STATUS          PIC X(02)           VALUE '00'.
001545 77  MT-PEND-FILE-STATUS         PIC X(02)           VALUE '00'.
001550 77  MT-TXN-FILE-STATUS          PIC X(02)           VALUE '00'.
001560 77  MT-RPT-FILE-STATUS          PIC X(02)           VALUE '00'.
001565 77  MT-TAX-FILE-STATUS          PIC X(02)           VALUE '00'.
001570*
001580******************************************************************
001590*  SESSION CONTROL SWITCHES.
001820 77  MT-HIST-EOF-SW              PIC X(01)           VALUE 'N'.
001830     88  MT-HIST-DONE                VALUE 'Y'.
001840 77  MT-TXN-EOF-SW               PIC X(01)           VALUE 'N'.
001841     88  MT-NO-MORE-TXNS             VALUE 'Y'.
001842 77  MT-PEND-ADD-SW              PIC X(01)           VALUE 'N'.
001843     88  MT-ADD-PENDING              VALUE 'Y'.
001844 77  MT-PEND-EOF-SW              PIC X(01)           VALUE 'N'.
001845     88  MT-PEND-SCAN-DONE           VALUE 'Y'.
001846 77  MT-QUEUED-SW                PIC X(01)           VALUE 'N'.
001847     88  MT-CHANGE-QUEUED            VALUE 'Y'.
001848 77  MT-TAX-AVAIL-SW             PIC X(01)           VALUE 'N'.
001849     88  MT-TAX-FILE-OPEN            VALUE 'Y'.
001850 77  MT-TAX-KNOWN-SW             PIC X(01)           VALUE 'N'.
001851     88  MT-TAX-CODE-KNOWN           VALUE 'Y'.
001860*
001870******************************************************************
001880*  OPERATOR ENTRY FIELDS AND LIST COUNTERS.
001890******************************************************************
001895 77  MT-OPERATOR-ID              PIC X(08)    VALUE SPACES.
001900 77  MT-CODE-IN                  PIC X(08).
001910 77  MT-DESC-IN                  PIC X(30).
001920 77  MT-DATE-IN                  PIC X(08).
001930 77  MT-ACCT-IN                  PIC X(08).
001935 77  MT-TAX-CODE-IN              PIC X(04).
001940 77  MT-PRICE-ED                 PIC -9(11).9999.
001950 77  MT-LIST-CTR                 PIC 9(09)           VALUE ZERO.
001960 77  MT-PRC-LISTED               PIC 9(04)           VALUE ZERO.
001980******************************************************************
001990*  BATCH-LOAD WORK FIELDS.  MT-REJ-REASON IS SET BY WHICHEVER
002000*  CHECK REFUSES A TRANSACTION AND PRINTED BESIDE THE LINE ON THE
002010*  REPORT; SPACES MEANS THE TRANSACTION WAS QUEUED FOR APPROVAL.
002020*  THE COUNTS GO ON THE REPORT TRAILER SO THE LOAD BALANCES
002030*  AGAINST THE COVER SHEET -- READ = QUEUED + REJECTED, ALWAYS.
002040******************************************************************
002050 77  MT-RUN-DATE                 PIC X(08).
002060 77  MT-REJ-REASON               PIC X(34)    VALUE SPACES.
002070 77  MT-TXN-READ-CTR             PIC 9(09)           VALUE ZERO.
002080 77  MT-TXN-QUEUED-CTR           PIC 9(09)           VALUE ZERO.
002090 77  MT-TXN-REJECT-CTR           PIC 9(09)           VALUE ZERO.
002100 77  MT-COUNT-ED                 PIC ZZZZZZZZ9.
002110*
002450         GO TO 0000-EXIT
002460     END-IF.
002470     PERFORM 1500-SELECT-RUN-MODE THRU 1500-EXIT.
002475     PERFORM 1600-ACCEPT-OPERATOR THRU 1600-EXIT.
002480     IF MT-BATCH-MODE
002490         PERFORM 5000-BATCH-LOAD THRU 5000-EXIT
002500     ELSE
002520             WITH TEST AFTER
002530             UNTIL MT-CMD-QUIT
002540     END-IF.
002544     CLOSE ITEM-FILE, PRICE-FILE, GLA-FILE, PEND-FILE.
002548     IF MT-TAX-FILE-OPEN
002552         CLOSE TAX-FILE
002556     END-IF.
002560 0000-EXIT.
002570     STOP RUN.
002580*
002590******************************************************************
002600*  1000-INITIALIZE -- OPEN THE MASTER AND THE PRICE HISTORY FOR
002606*  IN-PLACE UPDATE.  A FILE THAT DOES NOT EXIST YET (STATUS 35)
002612*  IS CREATED EMPTY AND REOPENED -- THE FIRST SESSION ON A NEW
002618*  MACHINE STARTS A NEW MASTER, AS IT ALWAYS HAS.  ANY OTHER OPEN
002624*  FAILURE ABORTS THE SESSION BEFORE A SINGLE ROW IS TOUCHED,
002630*  RATHER THAN WRITING AN EMPTY FILE OVER ONE THAT IS THERE BUT
002636*  WILL NOT OPEN -- A MASTER IN THE OLD LAYOUT (STATUS 39) IS
002642*  CONVERTED BY ITEMCONV FIRST.
002650******************************************************************
002660 1000-INITIALIZE.
002670     ACCEPT MT-RUN-DATE FROM DATE YYYYMMDD.
002680     OPEN I-O ITEM-FILE.
002682     IF MT-ITEM-FILE-STATUS = '39'
002684         DISPLAY 'ITEMMST IS NOT IN THE CURRENT LAYOUT - RUN '
002686             'ITEMCONV'
002688     END-IF.
002690     IF MT-ITEM-FILE-STATUS NOT = '00'
002691        AND MT-ITEM-FILE-STATUS NOT = '35'
002692         DISPLAY 'ITEMMST OPEN FAILED - STATUS '
002693             MT-ITEM-FILE-STATUS
002694         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
002695         SET MT-ABORT-SESSION TO TRUE
002696         GO TO 1000-EXIT
002697     END-IF.
002698     IF MT-ITEM-FILE-STATUS = '35'
002700         DISPLAY 'ITEMMST NOT FOUND - STARTING A NEW ITEM MASTER'
002710         OPEN OUTPUT ITEM-FILE
002720         IF MT-ITEM-FILE-STATUS NOT = '00'
002940     PERFORM 1300-OPEN-GLA-FILE THRU 1300-EXIT.
002950     IF MT-ABORT-SESSION
002960         CLOSE ITEM-FILE, PRICE-FILE
002965         GO TO 1000-EXIT
002970     END-IF.
002971     PERFORM 1400-OPEN-PEND-FILE THRU 1400-EXIT.
002972     IF MT-ABORT-SESSION
002973         CLOSE ITEM-FILE, PRICE-FILE, GLA-FILE
002974         GO TO 1000-EXIT
002975     END-IF.
002976     PERFORM 1450-OPEN-TAX-FILE THRU 1450-EXIT.
002980 1000-EXIT.
002990     EXIT.
003000*
003050 1200-OPEN-PRICE-FILE.
003060     OPEN I-O PRICE-FILE.
003070     IF MT-PRC-FILE-STATUS = '00'
003071         GO TO 1200-EXIT
003072     END-IF.
003073     IF MT-PRC-FILE-STATUS NOT = '35'
003074         DISPLAY 'ITEMPRC OPEN FAILED - STATUS '
003075             MT-PRC-FILE-STATUS
003076         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
003077         SET MT-ABORT-SESSION TO TRUE
003080         GO TO 1200-EXIT
003090     END-IF.
003100     DISPLAY 'ITEMPRC NOT FOUND - STARTING A NEW PRICE HISTORY'.
003360     IF MT-GLA-FILE-STATUS = '00'
003370         GO TO 1300-EXIT
003380     END-IF.
003381     IF MT-GLA-FILE-STATUS NOT = '35'
003382         DISPLAY 'ITEMGLA OPEN FAILED - STATUS '
003383             MT-GLA-FILE-STATUS
003384         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
003385         SET MT-ABORT-SESSION TO TRUE
003386         GO TO 1300-EXIT
003387     END-IF.
003390     DISPLAY 'ITEMGLA NOT FOUND - STARTING A NEW GL ACCOUNT MAP'.
003400     OPEN OUTPUT GLA-FILE.
003410     IF MT-GLA-FILE-STATUS NOT = '00'
003520             MT-GLA-FILE-STATUS
003530         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
003540         SET MT-ABORT-SESSION TO TRUE
003541     END-IF.
003542 1300-EXIT.
003543     EXIT.
003544*
003545******************************************************************
003546*  1400-OPEN-PEND-FILE -- SAME CREATE-IF-MISSING OPEN AS THE
003547*  MASTER'S, FOR THE PENDING-CHANGE FILE EVERY FUNCTION QUEUES TO.
003548******************************************************************
003549 1400-OPEN-PEND-FILE.
003550     OPEN I-O PEND-FILE.
003551     IF MT-PEND-FILE-STATUS = '00'
003552         GO TO 1400-EXIT
003553     END-IF.
003554     IF MT-PEND-FILE-STATUS NOT = '35'
003555         DISPLAY 'CHGPEND OPEN FAILED - STATUS '
003556             MT-PEND-FILE-STATUS
003557         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
003558         SET MT-ABORT-SESSION TO TRUE
003559         GO TO 1400-EXIT
003560     END-IF.
003561     DISPLAY 'CHGPEND NOT FOUND - STARTING A NEW CHANGE FILE'.
003562     OPEN OUTPUT PEND-FILE.
003563     IF MT-PEND-FILE-STATUS NOT = '00'
003564         DISPLAY 'CHGPEND CREATE FAILED - STATUS '
003565             MT-PEND-FILE-STATUS
003566         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
003567         SET MT-ABORT-SESSION TO TRUE
003568         GO TO 1400-EXIT
003569     END-IF.
003570     CLOSE PEND-FILE.
003571     OPEN I-O PEND-FILE.
003572     IF MT-PEND-FILE-STATUS NOT = '00'
003573         DISPLAY 'CHGPEND OPEN FAILED - STATUS '
003574             MT-PEND-FILE-STATUS
003575         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
003576         SET MT-ABORT-SESSION TO TRUE
003577     END-IF.
003578 1400-EXIT.
003579     EXIT.
003580*
003581******************************************************************
003582*  1450-OPEN-TAX-FILE -- THE TAX-RATE MASTER, FOR INPUT ONLY.  A
003583*  MISSING TAXMST DOES NOT STOP THE SESSION; IT ONLY MEANS NO
003584*  TAX CODE CAN BE CHECKED, SO ONLY A BLANK ONE IS TAKEN.
003585******************************************************************
003586 1450-OPEN-TAX-FILE.
003587     MOVE 'N' TO MT-TAX-AVAIL-SW.
003588     OPEN INPUT TAX-FILE.
003589     IF MT-TAX-FILE-STATUS = '00'
003590         MOVE 'Y' TO MT-TAX-AVAIL-SW
003591     ELSE
003592         DISPLAY 'TAXMST NOT AVAILABLE - STATUS '
003593             MT-TAX-FILE-STATUS
003594         DISPLAY 'ONLY A BLANK TAX CODE CAN BE KEYED THIS SESSION'
003595     END-IF.
003596 1450-EXIT.
003597     EXIT.
003598*
003599******************************************************************
003600*  1500-SELECT-RUN-MODE -- THE SESSION IS EITHER THE USUAL
003610*  ONE-FUNCTION-AT-A-TIME TERMINAL SESSION OR A BATCH LOAD OF A
003620*  PRICE-CHANGE FILE.  ANYTHING BUT B FALLS BACK TO INTERACTIVE,
003680     IF NOT MT-BATCH-MODE
003690         MOVE 'I' TO MT-RUN-MODE
003700     END-IF.
003701 1500-EXIT.
003702     EXIT.
003703*
003704******************************************************************
003705*  1600-ACCEPT-OPERATOR -- WHO IS KEYING (OR LOADING) THIS
003706*  SESSION'S CHANGES.  EVERY QUEUED CHANGE CARRIES IT, AND
003707*  CHGAPPR WILL NOT LET THE SAME OPERATOR APPROVE THEM.
003708******************************************************************
003709 1600-ACCEPT-OPERATOR.
003710     DISPLAY 'OPERATOR ID ?'.
003711     ACCEPT MT-OPERATOR-ID.
003712     IF MT-OPERATOR-ID = SPACES
003713         DISPLAY 'OPERATOR ID MAY NOT BE BLANK'
003714         GO TO 1600-ACCEPT-OPERATOR
003715     END-IF.
003716 1600-EXIT.
003720     EXIT.
003730*
003740******************************************************************
004140     EXIT.
004150*
004160******************************************************************
004166*  2100-ADD-ITEM -- NEW ROW, QUEUED FOR APPROVAL.  AN ITEM ALREADY
004172*  ON FILE, OR WITH AN ADD ALREADY WAITING, IS TURNED AWAY.
004180******************************************************************
004190 2100-ADD-ITEM.
004200     PERFORM 2500-ACCEPT-ITEM-CODE THRU 2500-EXIT.
004240             'CHANGE'
004250         GO TO 2100-EXIT
004260     END-IF.
004261     PERFORM 2650-FIND-PENDING-ADD THRU 2650-EXIT.
004262     IF MT-ADD-PENDING
004263         DISPLAY 'ITEM ' MT-CODE-IN ' ALREADY AWAITING APPROVAL '
004264             'AS AN ADD'
004265         GO TO 2100-EXIT
004266     END-IF.
004270     DISPLAY 'DESCRIPTION ?'.
004280     ACCEPT MT-DESC-IN.
004290     PERFORM 2700-ACCEPT-PRICE THRU 2700-EXIT.
004300     PERFORM 2800-ACCEPT-DATE THRU 2800-EXIT.
004310     PERFORM 2820-ACCEPT-TAX-CODE THRU 2820-EXIT.
004320     PERFORM 2150-QUEUE-ADD-ITEM THRU 2150-EXIT.
004330 2100-EXIT.
004340     EXIT.
004350*
004360******************************************************************
004370*  2150-QUEUE-ADD-ITEM -- THE NEW ROW, WITH THE PRICE THAT WILL
004380*  BECOME ITS FIRST PRICE-HISTORY ROW, ONTO THE PENDING-CHANGE
004390*  FILE.  SHARED BY THE INTERACTIVE ADD AND THE BATCH LOAD, SO
004400*  BOTH PATHS QUEUE AN ADD IDENTICALLY.  THE CALLER HAS ALREADY
004410*  VERIFIED THE CODE IS NOT ON FILE AND HAS VALIDATED THE PRICE
004420*  AND DATE.
004430******************************************************************
004440 2150-QUEUE-ADD-ITEM.
004450     PERFORM 2880-START-CHANGE THRU 2880-EXIT.
004460     MOVE 'A'               TO CH-CHANGE-TYPE.
004470     MOVE MT-DESC-IN        TO CH-NEW-DESC.
004480     MOVE MT-VAL-DEC-RESULT TO CH-NEW-PRICE.
004490     MOVE MT-DATE-IN        TO CH-NEW-EFF-DATE.
004500     MOVE 'A'               TO CH-NEW-ACTIVE.
004510     MOVE MT-TAX-CODE-IN    TO CH-NEW-TAX-CODE.
004520     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
004560 2150-EXIT.
004570     EXIT.
004580*
004590******************************************************************
004600*  2200-CHANGE-ITEM -- NEW DESCRIPTION, PRICE, AND EFFECTIVE
004610*  DATE FOR AN EXISTING ROW, QUEUED FOR APPROVAL.  A BLANK
004620*  DESCRIPTION KEEPS THE OLD ONE; THE PRICE AND DATE ARE ALWAYS
004630*  RE-KEYED, SINCE A PRICE CHANGE IS WHAT THIS FUNCTION IS FOR.
004635*  A BLANK TAX CODE KEEPS THE ONE ON FILE; NONE TAKES IT OFF.
004640******************************************************************
004650 2200-CHANGE-ITEM.
004660     PERFORM 2500-ACCEPT-ITEM-CODE THRU 2500-EXIT.
004710     END-IF.
004720     MOVE IM-ITEM-PRICE TO MT-PRICE-ED.
004730     DISPLAY 'ON FILE: ' IM-ITEM-DESC ' PRICE ' MT-PRICE-ED
004736         ' EFF ' IM-ITEM-EFF-DATE ' STATUS ' IM-ITEM-ACTIVE
004742         ' TAX ' IM-ITEM-TAX-CODE.
004750     DISPLAY 'NEW DESCRIPTION (BLANK TO KEEP) ?'.
004760     ACCEPT MT-DESC-IN.
004800     PERFORM 2700-ACCEPT-PRICE THRU 2700-EXIT.
004820     PERFORM 2800-ACCEPT-DATE THRU 2800-EXIT.
004830     PERFORM 2820-ACCEPT-TAX-CODE THRU 2820-EXIT.
004840     PERFORM 2250-QUEUE-CHANGE-ITEM THRU 2250-EXIT.
004920 2200-EXIT.
004930     EXIT.
004940*
004950******************************************************************
004951*  2250-QUEUE-CHANGE-ITEM -- THE CHANGED DESCRIPTION (BLANK
004952*  KEEPS THE ONE ON FILE), PRICE, DATE AND TAX CODE (BLANK KEEPS,
004953*  NONE REMOVES) ONTO THE PENDING-CHANGE FILE.  ON APPROVAL THE
004954*  MASTER ROW IS REWRITTEN AND THE PRICE ALSO GOES TO THE PRICE
004955*  HISTORY, AS A CHANGE ALWAYS HAS DONE.
004956*  SHARED BY THE INTERACTIVE CHANGE AND THE BATCH LOAD.
004957******************************************************************
004958 2250-QUEUE-CHANGE-ITEM.
004959     PERFORM 2880-START-CHANGE THRU 2880-EXIT.
004960     MOVE 'C'               TO CH-CHANGE-TYPE.
004961     MOVE MT-DESC-IN        TO CH-NEW-DESC.
004962     MOVE MT-VAL-DEC-RESULT TO CH-NEW-PRICE.
004963     MOVE MT-DATE-IN        TO CH-NEW-EFF-DATE.
004964     MOVE MT-TAX-CODE-IN    TO CH-NEW-TAX-CODE.
004965     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
004966 2250-EXIT.
004967     EXIT.
004968*
004969******************************************************************
004970*  2300-DEACTIVATE-ITEM -- QUEUE A ROW TO BE FLAGGED INACTIVE.
004971*  THE ROW STAYS ON FILE; ONCE APPROVED, THE BATCH DRIVER
004972*  REJECTS DETAILS AGAINST IT.
004980******************************************************************
004990 2300-DEACTIVATE-ITEM.
005000     PERFORM 2500-ACCEPT-ITEM-CODE THRU 2500-EXIT.
005070         DISPLAY 'ITEM ' MT-CODE-IN ' IS ALREADY INACTIVE'
005080         GO TO 2300-EXIT
005090     END-IF.
005100     PERFORM 2320-QUEUE-DEACTIVATE THRU 2320-EXIT.
005180 2300-EXIT.
005190     EXIT.
005200*
005210******************************************************************
005211*  2320-QUEUE-DEACTIVATE -- SHARED BY THE INTERACTIVE DEACTIVATE
005212*  AND THE BATCH LOAD.
005213******************************************************************
005214 2320-QUEUE-DEACTIVATE.
005215     PERFORM 2880-START-CHANGE THRU 2880-EXIT.
005216     MOVE 'D' TO CH-CHANGE-TYPE.
005217     MOVE 'I' TO CH-NEW-ACTIVE.
005218     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
005219 2320-EXIT.
005220     EXIT.
005221*
005222******************************************************************
005223*  2350-PRICE-ITEM -- QUEUE A NEW EFFECTIVE-DATED PRICE FOR AN
005224*  EXISTING ITEM, OR ONE WHOSE ADD IS AWAITING APPROVAL, WITHOUT
005225*  TOUCHING ITS DESCRIPTION OR STATUS.
005240*  THE DATE MAY BE IN THE FUTURE -- THAT IS THE POINT: PURCHASING
005250*  ANNOUNCES A PRICE CHANGE A WEEK AHEAD AND IT IS KEYED THE SAME
005260*  DAY INSTEAD OF BEING HELD ON PAPER FOR THE NIGHT IT TAKES
005310     PERFORM 2500-ACCEPT-ITEM-CODE THRU 2500-EXIT.
005320     PERFORM 2600-FIND-ITEM THRU 2600-EXIT.
005330     IF NOT MT-ITEM-FOUND
005335         PERFORM 2650-FIND-PENDING-ADD THRU 2650-EXIT
005340         IF NOT MT-ADD-PENDING
005345             DISPLAY 'ITEM ' MT-CODE-IN ' NOT ON FILE'
005350             GO TO 2350-EXIT
005355         END-IF
005360     END-IF.
005370     PERFORM 2700-ACCEPT-PRICE THRU 2700-EXIT.
005380     PERFORM 2800-ACCEPT-DATE THRU 2800-EXIT.
005390     PERFORM 2750-QUEUE-PRICE-ROW THRU 2750-EXIT.
005400 2350-EXIT.
005410     EXIT.
005420*
005440*  2370-MAP-GL-ACCOUNT -- NAME (OR RENAME) THE GL ACCOUNT AN
005450*  ITEM'S EXTENSIONS POST TO.  THE RESERVED CODE '*DEFAULT' SETS
005460*  THE ACCOUNT FOR KEYED DETAILS, WHICH CARRY NO ITEM CODE; ANY
005467*  OTHER CODE MUST BE ON THE MASTER OR HAVE ITS ADD AWAITING
005474*  APPROVAL.  THE CURRENT MAPPING, IF ANY, IS SHOWN BEFORE THE
005481*  NEW ACCOUNT IS KEYED; THE NEW ONE IS QUEUED FOR APPROVAL.
005490******************************************************************
005500 2370-MAP-GL-ACCOUNT.
005510     PERFORM 2500-ACCEPT-ITEM-CODE THRU 2500-EXIT.
005520     IF MT-CODE-IN NOT = '*DEFAULT'
005530         PERFORM 2600-FIND-ITEM THRU 2600-EXIT
005540         IF NOT MT-ITEM-FOUND
005542             PERFORM 2650-FIND-PENDING-ADD THRU 2650-EXIT
005544         END-IF
005546         IF NOT MT-ITEM-FOUND AND NOT MT-ADD-PENDING
005550             DISPLAY 'ITEM ' MT-CODE-IN ' NOT ON FILE'
005560             GO TO 2370-EXIT
005570         END-IF
005640             DISPLAY 'ON FILE: GL ACCOUNT ' IG-GLA-ACCOUNT
005650     END-READ.
005660     PERFORM 2380-ACCEPT-ACCOUNT THRU 2380-EXIT.
005670     PERFORM 2880-START-CHANGE THRU 2880-EXIT.
005680     MOVE 'G'        TO CH-CHANGE-TYPE.
005690     MOVE MT-ACCT-IN TO CH-NEW-ACCOUNT.
005700     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
005810 2370-EXIT.
005820     EXIT.
005830*
006280     END-IF.
006290     MOVE IM-ITEM-PRICE TO MT-PRICE-ED.
006300     DISPLAY IM-ITEM-CODE ' ' IM-ITEM-DESC ' ' MT-PRICE-ED ' '
006310         IM-ITEM-EFF-DATE ' ' IM-ITEM-ACTIVE ' ' IM-ITEM-TAX-CODE.
006320     ADD 1 TO MT-LIST-CTR.
006330 2450-EXIT.
006340     EXIT.
007140         NOT INVALID KEY
007150             MOVE 'Y' TO MT-FOUND-SW
007160     END-READ.
007161 2600-EXIT.
007162     EXIT.
007163*
007164******************************************************************
007165*  2650-FIND-PENDING-ADD -- IS AN ADD FOR MT-CODE-IN WAITING ON
007166*  CHGPEND?  THE PENDING FILE IS KEYED ON THE TARGET CODE FIRST,
007167*  SO THE SCAN STARTS AT THE ITEM AND STOPS AT THE FIRST ROW FOR
007168*  ANY OTHER.  A PRICE OR GL ACCOUNT MAY BE QUEUED BEHIND A
007169*  PENDING ADD -- THE LOAD THAT ADDS AN ITEM USUALLY PRICES IT
007170*  TOO -- AND IS REVIEWED AFTER IT, IN KEYING ORDER.  LEAVES
007171*  THE PENDING RECORD AREA DIRTY; CALL IT BEFORE 2880.
007172******************************************************************
007173 2650-FIND-PENDING-ADD.
007174     MOVE 'N' TO MT-PEND-ADD-SW.
007175     MOVE 'N' TO MT-PEND-EOF-SW.
007176     MOVE 'I'        TO CH-TARGET-FILE.
007177     MOVE MT-CODE-IN TO CH-TARGET-CODE.
007178     MOVE LOW-VALUES TO CH-MAKER-DATE, CH-MAKER-TIME.
007179     MOVE ZERO       TO CH-KEY-SEQ.
007180     START PEND-FILE KEY NOT < CH-CHANGE-KEY
007181         INVALID KEY
007182             GO TO 2650-EXIT
007183     END-START.
007184     PERFORM 2660-SCAN-ONE-PENDING THRU 2660-EXIT
007185         WITH TEST AFTER
007186         UNTIL MT-PEND-SCAN-DONE.
007187 2650-EXIT.
007188     EXIT.
007189*
007190 2660-SCAN-ONE-PENDING.
007191     READ PEND-FILE NEXT
007192         AT END
007193             MOVE 'Y' TO MT-PEND-EOF-SW
007194             GO TO 2660-EXIT
007195     END-READ.
007196     IF NOT CH-FOR-ITEM-FILES OR CH-TARGET-CODE NOT = MT-CODE-IN
007197         MOVE 'Y' TO MT-PEND-EOF-SW
007198         GO TO 2660-EXIT
007199     END-IF.
007200     IF CH-ADD-ITEM
007201         MOVE 'Y' TO MT-PEND-ADD-SW
007202         MOVE 'Y' TO MT-PEND-EOF-SW
007203     END-IF.
007204 2660-EXIT.
007205     EXIT.
007206*
007207******************************************************************
007210*  2700-ACCEPT-PRICE -- RE-PROMPTS UNTIL A VALID PRICE IS KEYED.
007220*  SAME ENTRY RULES AS THE BATCH DRIVER'S PRICE SIDE: OPTIONAL
007230*  SIGN, OPTIONAL DECIMAL POINT, UP TO FOUR DECIMALS, AND AT
007340     EXIT.
007350*
007360******************************************************************
007370*  2750-QUEUE-PRICE-ROW -- ONE PRICE ROW AT (MT-CODE-IN,
007380*  MT-DATE-IN) ONTO THE PENDING-CHANGE FILE.  ON APPROVAL A ROW
007390*  ALREADY ON FILE FOR THAT ITEM AND DATE IS REPLACED -- THE SAME
007400*  DATE KEYED TWICE IS A CORRECTION, NOT A SECOND PRICE.
007420******************************************************************
007430 2750-QUEUE-PRICE-ROW.
007440     PERFORM 2880-START-CHANGE THRU 2880-EXIT.
007450     MOVE 'P'               TO CH-CHANGE-TYPE.
007460     MOVE MT-VAL-DEC-RESULT TO CH-NEW-PRICE.
007470     MOVE MT-DATE-IN        TO CH-NEW-EFF-DATE.
007480     PERFORM 2900-QUEUE-CHANGE THRU 2900-EXIT.
007610 2750-EXIT.
007620     EXIT.
007630*
007720         DISPLAY 'DATE MUST BE EIGHT DIGITS'
007730         GO TO 2800-ACCEPT-DATE
007740     END-IF.
007741 2800-EXIT.
007742     EXIT.
007743*
007744******************************************************************
007745*  2820-ACCEPT-TAX-CODE -- RE-PROMPTS UNTIL A TAX CODE 2850 WILL
007746*  TAKE IS KEYED.  ON AN ADD, BLANK (OR NONE) MEANS THE ITEM IS
007747*  NOT TAXED; ON A CHANGE, BLANK KEEPS THE CODE ON FILE AND NONE
007748*  TAKES IT OFF.
007749******************************************************************
007750 2820-ACCEPT-TAX-CODE.
007751     IF MT-CMD-ADD
007752         DISPLAY 'TAX CODE (BLANK IF NOT TAXED) ?'
007753     ELSE
007754         DISPLAY 'NEW TAX CODE (BLANK TO KEEP, NONE TO REMOVE) ?'
007755     END-IF.
007756     ACCEPT MT-TAX-CODE-IN.
007757     PERFORM 2850-CHECK-TAX-CODE THRU 2850-EXIT.
007758     IF NOT MT-TAX-CODE-KNOWN
007759         DISPLAY 'TAX CODE ' MT-TAX-CODE-IN
007760             ' HAS NO RATE ON TAXMST'
007761         GO TO 2820-ACCEPT-TAX-CODE
007762     END-IF.
007763     IF MT-CMD-ADD AND MT-TAX-CODE-IN = 'NONE'
007764         MOVE SPACES TO MT-TAX-CODE-IN
007765     END-IF.
007766 2820-EXIT.
007767     EXIT.
007768*
007769******************************************************************
007770*  2850-CHECK-TAX-CODE -- IS MT-TAX-CODE-IN ONE THE BATCH DRIVER
007771*  CAN TAX BY?  BLANK AND NONE ALWAYS ARE; ANY OTHER CODE NEEDS
007772*  AT LEAST ONE RATE ROW ON TAXMST, WHATEVER ITS EFFECTIVE DATE
007773*  -- A RATE KEYED AHEAD OF ITS DAY IS ENOUGH.  WITH NO TAXMST
007774*  OPEN, ONLY BLANK AND NONE ARE TAKEN.
007775******************************************************************
007776 2850-CHECK-TAX-CODE.
007777     MOVE 'Y' TO MT-TAX-KNOWN-SW.
007778     IF MT-TAX-CODE-IN = SPACES OR MT-TAX-CODE-IN = 'NONE'
007779         GO TO 2850-EXIT
007780     END-IF.
007781     MOVE 'N' TO MT-TAX-KNOWN-SW.
007782     IF NOT MT-TAX-FILE-OPEN
007783         GO TO 2850-EXIT
007784     END-IF.
007785     MOVE MT-TAX-CODE-IN TO TX-RATE-CODE.
007786     MOVE LOW-VALUES     TO TX-RATE-EFF-DATE.
007787     START TAX-FILE KEY NOT < TX-RATE-KEY
007788         INVALID KEY
007789             GO TO 2850-EXIT
007790     END-START.
007791     READ TAX-FILE NEXT
007792         AT END
007793             GO TO 2850-EXIT
007794     END-READ.
007795     IF TX-RATE-CODE = MT-TAX-CODE-IN
007796         MOVE 'Y' TO MT-TAX-KNOWN-SW
007797     END-IF.
007798 2850-EXIT.
007799     EXIT.
007800*
007801******************************************************************
007802*  2880-START-CHANGE -- A CLEAN PENDING-CHANGE ROW FOR ITEM
007803*  MT-CODE-IN: NO BEFORE IMAGE (CHGAPPR TAKES THAT FROM THE
007804*  MASTER WHEN THE CHANGE IS DECIDED) AND AN EMPTY AFTER IMAGE
007805*  FOR THE CALLER TO FILL.
007806******************************************************************
007807 2880-START-CHANGE.
007808     MOVE SPACES     TO CH-CHANGE-RECORD.
007809     MOVE 'I'        TO CH-TARGET-FILE.
007810     MOVE MT-CODE-IN TO CH-TARGET-CODE.
007811     MOVE ZERO       TO CH-KEY-SEQ, CH-NEW-PRICE, CH-NEW-RATE,
007812                        CH-OLD-PRICE, CH-OLD-RATE.
007813     MOVE 'N'        TO CH-OLD-ON-FILE.
007814 2880-EXIT.
007815     EXIT.
007816*
007817******************************************************************
007818*  2900-QUEUE-CHANGE -- STAMPS THE ROW WITH THE KEYING OPERATOR,
007819*  DATE AND TIME AND WRITES IT TO CHGPEND AS PENDING.  TWO
007820*  CHANGES TO ONE ITEM IN THE SAME HUNDREDTH OF A SECOND -- A
007821*  FAST LOAD -- COLLIDE ON THE KEY, SO THE WRITE'S INVALID KEY
007822*  LEG STEPS THE TIE-BREAK SEQUENCE AND TRIES AGAIN.
007823******************************************************************
007824 2900-QUEUE-CHANGE.
007825     ACCEPT CH-MAKER-DATE FROM DATE YYYYMMDD.
007826     ACCEPT CH-MAKER-TIME FROM TIME.
007827     MOVE ZERO           TO CH-KEY-SEQ.
007828     MOVE MT-OPERATOR-ID TO CH-MAKER-ID.
007829     MOVE 'P'            TO CH-STATUS.
007830     IF MT-BATCH-MODE
007831         MOVE 'L' TO CH-ORIGIN
007832     ELSE
007833         MOVE 'T' TO CH-ORIGIN
007834     END-IF.
007835     MOVE 'N' TO MT-QUEUED-SW.
007836     PERFORM 2950-WRITE-PENDING THRU 2950-EXIT
007837         WITH TEST AFTER
007838         UNTIL MT-CHANGE-QUEUED OR CH-KEY-SEQ = 99.
007839     IF NOT MT-CHANGE-QUEUED
007840         DISPLAY 'CHGPEND WRITE FAILED - STATUS '
007841             MT-PEND-FILE-STATUS
007842         GO TO 2900-EXIT
007843     END-IF.
007844     IF MT-INTERACTIVE-MODE
007845         DISPLAY 'CHANGE ' CH-CHANGE-TYPE ' FOR ' MT-CODE-IN
007846             ' QUEUED FOR APPROVAL - KEYED ' CH-MAKER-DATE ' '
007847             CH-MAKER-TIME
007848     END-IF.
007849 2900-EXIT.
007850     EXIT.
007851*
007852 2950-WRITE-PENDING.
007853     WRITE CH-CHANGE-RECORD
007854         INVALID KEY
007855             ADD 1 TO CH-KEY-SEQ
007856     END-WRITE.
007857     IF MT-PEND-FILE-STATUS = '00'
007858         MOVE 'Y' TO MT-QUEUED-SW
007859         GO TO 2950-EXIT
007860     END-IF.
007861     IF MT-PEND-FILE-STATUS NOT = '22'
007862         MOVE 99 TO CH-KEY-SEQ
007863     END-IF.
007864 2950-EXIT.
007865     EXIT.
007866*
007867******************************************************************
007868*  5000-BATCH-LOAD -- THE FILE-DRIVEN RUN MODE.  READS ITEMTXN,
007869*  QUEUES EACH TRANSACTION FOR APPROVAL THROUGH THE SAME
007870*  VALIDATION THE INTERACTIVE PROMPTS USE, AND WRITES ONE REPORT
007871*  LINE PER TRANSACTION -- QUEUED, OR REJECTED WITH ITS REASON --
007872*  PLUS A COUNT TRAILER, SO THE LOAD BALANCES AGAINST
007873*  PURCHASING'S COVER SHEET AND A BAD LINE IS SEEN, NOT SILENTLY
007874*  SKIPPED.  EACH TRANSACTION IS QUEUED AS IT IS READ; A LOAD
007875*  KILLED PARTWAY IS SIMPLY RERUN -- ADDS ALREADY QUEUED REJECT
007876*  AS DUPLICATES, AND A CHANGE OR PRICE ROW QUEUED TWICE SETS
007877*  THE SAME VALUES TWICE IF BOTH ARE APPROVED.
007880******************************************************************
007890 5000-BATCH-LOAD.
007900     OPEN INPUT TXN-FILE.
008080     STRING 'RUN DATE.................: ' MT-RUN-DATE
008090         DELIMITED BY SIZE INTO RPT-RECORD.
008100     WRITE RPT-RECORD.
008101     MOVE SPACE TO RPT-RECORD.
008102     STRING 'OPERATOR ID..............: ' MT-OPERATOR-ID
008103         DELIMITED BY SIZE INTO RPT-RECORD.
008104     WRITE RPT-RECORD.
008105     MOVE 'ACCEPTED LINES ARE QUEUED ON CHGPEND FOR APPROVAL'
008106         TO RPT-RECORD.
008107     WRITE RPT-RECORD.
008110     MOVE SPACES TO RPT-RECORD.
008120     WRITE RPT-RECORD.
008130     MOVE 'N' TO MT-TXN-EOF-SW.
008210     STRING 'TRANSACTIONS READ........: ' MT-COUNT-ED
008220         DELIMITED BY SIZE INTO RPT-RECORD.
008230     WRITE RPT-RECORD.
008240     MOVE MT-TXN-QUEUED-CTR TO MT-COUNT-ED.
008250     MOVE SPACE TO RPT-RECORD.
008260     STRING 'TRANSACTIONS QUEUED......: ' MT-COUNT-ED
008270         DELIMITED BY SIZE INTO RPT-RECORD.
008280     WRITE RPT-RECORD.
008290     MOVE MT-TXN-REJECT-CTR TO MT-COUNT-ED.
008860*
008870******************************************************************
008880*  5200-APPLY-ADD -- THE BATCH COUNTERPART TO 2100, AGAINST THE
008890*  SAME CHECKS IN THE SAME ORDER, WITH THE SHARED QUEUEING
008900*  PARAGRAPH WRITING THE PENDING CHANGE.
008910******************************************************************
008920 5200-APPLY-ADD.
008930     PERFORM 2600-FIND-ITEM THRU 2600-EXIT.
008950         MOVE 'ALREADY ON FILE - USE CHANGE' TO MT-REJ-REASON
008960         GO TO 5200-EXIT
008970     END-IF.
008971     PERFORM 2650-FIND-PENDING-ADD THRU 2650-EXIT.
008972     IF MT-ADD-PENDING
008973         MOVE 'ADD ALREADY AWAITING APPROVAL' TO MT-REJ-REASON
008974         GO TO 5200-EXIT
008975     END-IF.
008980     PERFORM 5500-EDIT-PRICE-AND-DATE THRU 5500-EXIT.
008990     IF MT-REJ-REASON NOT = SPACES
009000         GO TO 5200-EXIT
009010     END-IF.
009012     PERFORM 5520-EDIT-TAX-CODE THRU 5520-EXIT.
009014     IF MT-REJ-REASON NOT = SPACES
009016         GO TO 5200-EXIT
009018     END-IF.
009020     IF MT-TAX-CODE-IN = 'NONE'
009022         MOVE SPACES TO MT-TAX-CODE-IN
009024     END-IF.
009026     PERFORM 2150-QUEUE-ADD-ITEM THRU 2150-EXIT.
009028     PERFORM 5550-CHECK-QUEUED THRU 5550-EXIT.
009030 5200-EXIT.
009040     EXIT.
009050*
009070*  5250-APPLY-CHANGE -- THE BATCH COUNTERPART TO 2200.  A BLANK
009080*  DESCRIPTION KEEPS THE ONE ON FILE, EXACTLY AS AT THE
009090*  TERMINAL; THE PRICE AND DATE ARE ALWAYS TAKEN FROM THE
009100*  TRANSACTION.  THE TAX CODE FOLLOWS THE TERMINAL'S RULES TOO.
009110*  NOTHING IS QUEUED UNLESS THE WHOLE TRANSACTION VALIDATES.
009120******************************************************************
009130 5250-APPLY-CHANGE.
009140     PERFORM 2600-FIND-ITEM THRU 2600-EXIT.
009200     IF MT-REJ-REASON NOT = SPACES
009210         GO TO 5250-EXIT
009220     END-IF.
009227     PERFORM 5520-EDIT-TAX-CODE THRU 5520-EXIT.
009234     IF MT-REJ-REASON NOT = SPACES
009241         GO TO 5250-EXIT
009250     END-IF.
009260     PERFORM 2250-QUEUE-CHANGE-ITEM THRU 2250-EXIT.
009270     PERFORM 5550-CHECK-QUEUED THRU 5550-EXIT.
009340 5250-EXIT.
009350     EXIT.
009360*
009470         MOVE 'ALREADY INACTIVE' TO MT-REJ-REASON
009480         GO TO 5300-EXIT
009490     END-IF.
009500     PERFORM 2320-QUEUE-DEACTIVATE THRU 2320-EXIT.
009510     PERFORM 5550-CHECK-QUEUED THRU 5550-EXIT.
009550 5300-EXIT.
009560     EXIT.
009570*
009580******************************************************************
009590*  5350-APPLY-PRICE -- THE BATCH COUNTERPART TO 2350: AN
009600*  EFFECTIVE-DATED (OFTEN FUTURE-DATED) PRICE ROW FOR AN
009606*  EXISTING ITEM, OR ONE ADDED EARLIER IN THE LOAD AND STILL
009612*  AWAITING APPROVAL, MASTER ROW UNTOUCHED.
009620******************************************************************
009630 5350-APPLY-PRICE.
009640     PERFORM 2600-FIND-ITEM THRU 2600-EXIT.
009650     IF NOT MT-ITEM-FOUND
009655         PERFORM 2650-FIND-PENDING-ADD THRU 2650-EXIT
009660         IF NOT MT-ADD-PENDING
009665             MOVE 'NOT ON FILE' TO MT-REJ-REASON
009670             GO TO 5350-EXIT
009675         END-IF
009680     END-IF.
009690     PERFORM 5500-EDIT-PRICE-AND-DATE THRU 5500-EXIT.
009700     IF MT-REJ-REASON NOT = SPACES
009710         GO TO 5350-EXIT
009720     END-IF.
009726     PERFORM 2750-QUEUE-PRICE-ROW THRU 2750-EXIT.
009732     PERFORM 5550-CHECK-QUEUED THRU 5550-EXIT.
009740 5350-EXIT.
009750     EXIT.
009760*
009950 5500-EXIT.
009960     EXIT.
009970*
009971******************************************************************
009972*  5520-EDIT-TAX-CODE -- THE TRANSACTION'S TAX CODE THROUGH THE
009973*  SAME 2850 CHECK THE PROMPT USES, LEAVING MT-TAX-CODE-IN SET
009974*  FOR THE SHARED QUEUEING PARAGRAPH.
009975******************************************************************
009976 5520-EDIT-TAX-CODE.
009977     MOVE TXN-TAX-CODE TO MT-TAX-CODE-IN.
009978     PERFORM 2850-CHECK-TAX-CODE THRU 2850-EXIT.
009979     IF NOT MT-TAX-CODE-KNOWN
009980         MOVE 'TAX CODE HAS NO RATE ON TAXMST' TO MT-REJ-REASON
009981     END-IF.
009982 5520-EXIT.
009983     EXIT.
009984*
009985******************************************************************
009986*  5550-CHECK-QUEUED -- A TRANSACTION THAT PASSED EVERY EDIT BUT
009987*  COULD NOT BE WRITTEN TO CHGPEND IS REPORTED REJECTED, SO THE
009988*  TRAILER NEVER COUNTS A CHANGE NOBODY WILL SEE IN REVIEW.
009989******************************************************************
009990 5550-CHECK-QUEUED.
009991     IF NOT MT-CHANGE-QUEUED
009992         MOVE 'CHGPEND WRITE FAILED' TO MT-REJ-REASON
009993     END-IF.
009994 5550-EXIT.
009995     EXIT.
009996*
009997******************************************************************
009998*  5600-WRITE-REPORT-LINE -- ONE LINE PER TRANSACTION, QUEUED
010000*  OR REJECTED WITH ITS REASON, AND THE MATCHING TALLY.
010010******************************************************************
010020 5600-WRITE-REPORT-LINE.
010030     MOVE SPACE TO RPT-RECORD.
010040     IF MT-REJ-REASON = SPACES
010050         ADD 1 TO MT-TXN-QUEUED-CTR
010060         STRING TXN-ACTION ' ' TXN-CODE ' QUEUED FOR APPROVAL'
010070             DELIMITED BY SIZE INTO RPT-RECORD
010080     ELSE
010090         ADD 1 TO MT-TXN-REJECT-CTR
