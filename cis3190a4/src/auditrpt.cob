000480*                   NAMES.
000490*  2026-09-02  DF   WIDENED THE RECORD BUFFERS TO THE 211-BYTE
000500*                   AUDIT ROW THAT NOW CARRIES THE ORIGINAL-
000501*                   CURRENCY AMOUNT AND CURRENCY CODE.
000502*  2026-10-15  DF   WIDENED THE RECORD BUFFERS TO THE 252-BYTE
000503*                   AUDIT ROW THAT NOW CARRIES THE SALES-TAX CODE
000504*                   AND TAX.
000505*  2026-10-15  DF   MULTAUD AND ITS YEARLY ARCHIVES ARE NOW
000506*                   INDEXED (SEE MLAUDREC) AND ARE READ BY KEY
000507*                   RATHER THAN FRONT TO BACK.  A DETAIL LISTING
000508*                   FOR ONE JOB STARTS ON THE JOB ID/RUN
000509*                   DATE/SEQUENCE KEY AND STOPS AT THE NEXT JOB;
000510*                   ANY OTHER LISTING WALKS THE RUN-DATE KEY,
000511*                   STARTING AT THE FROM DATE AND STOPPING PAST
000512*                   THE TO DATE.  THE SUMMARY AND EXCEPTIONS
000513*                   LISTINGS WALK THE WHOLE LOG ON THE RUN-DATE
000514*                   KEY, SO THEY STILL READ OLDEST FIRST.  THE
000515*                   SELECTION FILTERS ARE UNCHANGED.
000520*
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000670 FILE-CONTROL.
000680     SELECT AUDIT-FILE
000690         ASSIGN TO "MULTAUD"
000692         ORGANIZATION IS INDEXED
000694         ACCESS MODE IS DYNAMIC
000696         RECORD KEY IS AUDIT-KEY
000698         ALTERNATE RECORD KEY IS AUDIT-BATCH-ID WITH DUPLICATES
000700         ALTERNATE RECORD KEY IS AUDIT-DATE WITH DUPLICATES
000702         ALTERNATE RECORD KEY IS AUDIT-DOC-REF WITH DUPLICATES
000710         FILE STATUS IS AR-AUD-FILE-STATUS.
000720     SELECT ARCH-FILE
000730         ASSIGN TO DYNAMIC AR-ARCH-NAME
000732         ORGANIZATION IS INDEXED
000734         ACCESS MODE IS DYNAMIC
000736         RECORD KEY IS ARCH-KEY
000738         ALTERNATE RECORD KEY IS ARCH-BATCH-ID WITH DUPLICATES
000740         ALTERNATE RECORD KEY IS ARCH-DATE WITH DUPLICATES
000742         ALTERNATE RECORD KEY IS ARCH-DOC-REF WITH DUPLICATES
000750         FILE STATUS IS AR-ARCH-FILE-STATUS.
000760     SELECT RPT-FILE
000770         ASSIGN TO "AUDRPT"
000810 DATA DIVISION.
000820 FILE SECTION.
000830*
000832*    ONLY THE KEY FIELDS ARE NAMED IN THE TWO RECORD AREAS, AT THE
000834*    SAME POSITIONS AS IN MLAUDREC -- THE ROW ITSELF IS READ INTO
000836*    THE MLAUDREC AREA IN WORKING-STORAGE.
000840 FD  AUDIT-FILE.
000842 01  AUDIT-RECORD-AREA.
000844     05  AUDIT-KEY.
000846         10  AUDIT-JOB-ID        PIC X(08).
000848         10  AUDIT-DATE          PIC X(08).
000850         10  AUDIT-SEQ           PIC 9(09).
000852     05  FILLER                  PIC X(120).
000854     05  AUDIT-BATCH-ID          PIC X(12).
000856     05  AUDIT-DOC-REF           PIC X(14).
000858     05  FILLER                  PIC X(81).
000860*
000870*    ARCH-FILE IS WHICHEVER YEARLY ARCHIVE THE DATE RANGE TOUCHES
000876*    -- SAME 252-BYTE ROWS AND KEYS AUDARCH MOVED OUT OF THE LIVE
000882*    LOG.
000890 FD  ARCH-FILE.
000892 01  ARCH-RECORD.
000894     05  ARCH-KEY.
000896         10  ARCH-JOB-ID         PIC X(08).
000898         10  ARCH-DATE           PIC X(08).
000900         10  ARCH-SEQ            PIC 9(09).
000902     05  FILLER                  PIC X(120).
000904     05  ARCH-BATCH-ID           PIC X(12).
000906     05  ARCH-DOC-REF            PIC X(14).
000908     05  FILLER                  PIC X(81).
000910*
000920 FD  RPT-FILE.
000930 01  RPT-RECORD                  PIC X(80).
001220 77  AR-FIRST-GRP-SW             PIC X(01)           VALUE 'Y'.
001230     88  AR-FIRST-GROUP              VALUE 'Y'.
001240 77  AR-TOT-OVFL-SW              PIC X(01)           VALUE 'N'.
001241     88  AR-TOTALS-OVERFLOW          VALUE 'Y'.
001242*
001243******************************************************************
001244*  KEYED ACCESS.  A DETAIL LISTING FOR ONE JOB READS THAT JOB'S
001245*  ROWS ON THE PRIME KEY; EVERYTHING ELSE WALKS THE RUN-DATE
001246*  KEY.  AR-START-DATE IS WHERE EITHER WALK BEGINS -- THE FROM
001247*  DATE, OR LOW-VALUES WHEN THE RANGE IS OPEN AT THE BOTTOM.
001248*  2950 ENDS A WALK AT THE FIRST ROW PAST THE SELECTION.
001249******************************************************************
001250 77  AR-ACCESS-SW                PIC X(01)           VALUE 'D'.
001251     88  AR-BY-JOB                   VALUE 'J'.
001252     88  AR-BY-DATE                  VALUE 'D'.
001253 77  AR-START-DATE               PIC X(08)    VALUE LOW-VALUES.
001254 77  AR-PAST-END-SW              PIC X(01)           VALUE 'N'.
001255     88  AR-PAST-END                 VALUE 'Y'.
001260*
001270******************************************************************
001280*  SELECTION CRITERIA, KEYED AT THE PROMPTS.  BLANK MEANS NO
001670                                 PIC X(20).
001680*
001690******************************************************************
001698*  ROW COUNTERS AND SUMMARY CONTROL-BREAK FIELDS.  THE SUMMARY
001706*  WALKS THE RUN-DATE KEY, AND ROWS SHARING A DATE COME BACK IN
001714*  THE ORDER THEY WERE WRITTEN, RUN BY RUN, SO ROWS FOR ONE
001722*  (DATE, JOB, OPERATOR) GROUP SIT TOGETHER AND A SINGLE-PASS
001730*  CONTROL BREAK IS ENOUGH.  EACH TOTAL ADD IS SIZE-ERROR
001738*  GUARDED SO A MONSTER LOG FLAGS ITSELF RATHER THAN WRAPPING.
001750******************************************************************
001760 77  AR-ROWS-READ                PIC 9(09)           VALUE ZERO.
001770 77  AR-ROWS-LISTED              PIC 9(09)           VALUE ZERO.
002130     PERFORM 2300-SELECT-ARCHIVES THRU 2300-EXIT.
002140     PERFORM 2500-WRITE-HEADING THRU 2500-EXIT.
002150     PERFORM 2800-PROCESS-ARCHIVES THRU 2800-EXIT.
002155     PERFORM 2700-POSITION-LIVE-LOG THRU 2700-EXIT.
002160     IF NOT AR-NO-MORE-RECORDS
002165         PERFORM 3000-PROCESS-ROW THRU 3000-EXIT
002170             WITH TEST AFTER
002175             UNTIL AR-NO-MORE-RECORDS
002180     END-IF.
002190     PERFORM 6000-FINALIZE THRU 6000-EXIT.
002200     CLOSE AUDIT-FILE, RPT-FILE.
002210     DISPLAY 'AUDIT REPORT COMPLETE - SEE AUDRPT'.
002380         PERFORM 1100-ACCEPT-DATE-RANGE THRU 1100-EXIT
002390         PERFORM 1200-ACCEPT-JOB-ID THRU 1200-EXIT
002400         PERFORM 1300-ACCEPT-SEQ-RANGE THRU 1300-EXIT
002401         IF AR-SEL-JOB-ID NOT = SPACES
002402             SET AR-BY-JOB TO TRUE
002403         END-IF
002404         IF AR-FROM-DATE NOT = SPACES
002405             MOVE AR-FROM-DATE TO AR-START-DATE
002406         END-IF
002410     END-IF.
002420 1000-EXIT.
002430     EXIT.
004780     WRITE RPT-RECORD.
004790 2600-EXIT.
004800     EXIT.
004801*
004802******************************************************************
004803*  2700-POSITION-LIVE-LOG -- START MULTAUD AT THE FIRST ROW THE
004804*  SELECTION CAN REACH: THE SELECTED JOB FROM THE FROM DATE ON
004805*  THE PRIME KEY, OR THE FROM DATE (OR THE OLDEST ROW) ON THE
004806*  RUN-DATE KEY.  NOTHING AT OR PAST THAT POINT LEAVES NOTHING
004807*  TO READ.
004808******************************************************************
004809 2700-POSITION-LIVE-LOG.
004810     IF AR-BY-JOB
004811         MOVE AR-SEL-JOB-ID TO AUDIT-JOB-ID
004812         MOVE AR-START-DATE TO AUDIT-DATE
004813         MOVE ZERO          TO AUDIT-SEQ
004814         START AUDIT-FILE KEY NOT < AUDIT-KEY
004815             INVALID KEY
004816                 MOVE 'Y' TO AR-EOF-SW
004817         END-START
004818     ELSE
004819         MOVE AR-START-DATE TO AUDIT-DATE
004820         START AUDIT-FILE KEY NOT < AUDIT-DATE
004821             INVALID KEY
004822                 MOVE 'Y' TO AR-EOF-SW
004823         END-START
004824     END-IF.
004825 2700-EXIT.
004826     EXIT.
004827*
004828******************************************************************
004830*  2800-PROCESS-ARCHIVES -- EVERY ARCHIVE FILE ON THE LIST, IN
004840*  YEAR ORDER, AHEAD OF THE LIVE LOG -- ARCHIVED ROWS ARE OLDER
004850*  BY CONSTRUCTION, SO THE MERGED REPORT READS OLDEST FIRST.
005050             AR-ARCH-FILE-STATUS
005060         GO TO 2820-EXIT
005070     END-IF.
005071     IF AR-BY-JOB
005072         MOVE AR-SEL-JOB-ID TO ARCH-JOB-ID
005073         MOVE AR-START-DATE TO ARCH-DATE
005074         MOVE ZERO          TO ARCH-SEQ
005075         START ARCH-FILE KEY NOT < ARCH-KEY
005076             INVALID KEY
005077                 MOVE 'Y' TO AR-ARCH-EOF-SW
005078         END-START
005079     ELSE
005080         MOVE AR-START-DATE TO ARCH-DATE
005081         START ARCH-FILE KEY NOT < ARCH-DATE
005082             INVALID KEY
005083                 MOVE 'Y' TO AR-ARCH-EOF-SW
005084         END-START
005085     END-IF.
005086     IF NOT AR-ARCH-NO-MORE-ROWS
005087         PERFORM 2850-PROCESS-ARCH-ROW THRU 2850-EXIT
005088             WITH TEST AFTER
005089             UNTIL AR-ARCH-NO-MORE-ROWS
005090     END-IF.
005110     CLOSE ARCH-FILE.
005120 2820-EXIT.
005130     EXIT.
005140*
005150******************************************************************
005160*  2850-PROCESS-ARCH-ROW -- ONE ARCHIVE ROW INTO THE SHARED ROW
005166*  AREA AND THROUGH THE SHARED HANDLER.  THE FIRST ROW PAST THE
005172*  SELECTION ENDS THE ARCHIVE.
005180******************************************************************
005190 2850-PROCESS-ARCH-ROW.
005200     READ ARCH-FILE NEXT RECORD INTO ML-AUDIT-RECORD
005210         AT END
005220             MOVE 'Y' TO AR-ARCH-EOF-SW
005230     END-READ.
005240     IF AR-ARCH-NO-MORE-ROWS
005241         GO TO 2850-EXIT
005242     END-IF.
005243     PERFORM 2950-CHECK-PAST-END THRU 2950-EXIT.
005244     IF AR-PAST-END
005245         MOVE 'Y' TO AR-ARCH-EOF-SW
005250         GO TO 2850-EXIT
005260     END-IF.
005270     PERFORM 2900-HANDLE-ROW THRU 2900-EXIT.
005540     EXIT.
005550*
005560******************************************************************
005561*  2950-CHECK-PAST-END -- HAS THE KEYED WALK RUN OFF THE END OF
005562*  THE SELECTION?  ON THE PRIME KEY THE SELECTED JOB'S ROWS RUN
005563*  IN DATE ORDER, SO A DIFFERENT JOB OR A DATE PAST THE TO DATE
005564*  MEANS NO MORE ROWS CAN QUALIFY; ON THE DATE KEY, ONLY A DATE
005565*  PAST THE TO DATE DOES.
005566******************************************************************
005567 2950-CHECK-PAST-END.
005568     MOVE 'N' TO AR-PAST-END-SW.
005569     IF AR-BY-JOB
005570        AND ML-AUD-JOB-ID NOT = AR-SEL-JOB-ID
005571         SET AR-PAST-END TO TRUE
005572         GO TO 2950-EXIT
005573     END-IF.
005574     IF AR-TO-DATE NOT = SPACES
005575        AND ML-AUD-DATE > AR-TO-DATE
005576         SET AR-PAST-END TO TRUE
005577     END-IF.
005578 2950-EXIT.
005579     EXIT.
005580*
005581******************************************************************
005582*  3000-PROCESS-ROW -- ONE LIVE MULTAUD ROW, THROUGH THE SAME
005583*  SHARED HANDLER THE ARCHIVE PASS USES, UNTIL THE WALK RUNS
005584*  PAST THE SELECTION.
005590******************************************************************
005600 3000-PROCESS-ROW.
005610     READ AUDIT-FILE NEXT RECORD INTO ML-AUDIT-RECORD
005620         AT END
005630             MOVE 'Y' TO AR-EOF-SW
005640     END-READ.
005650     IF AR-NO-MORE-RECORDS
005651         GO TO 3000-EXIT
005652     END-IF.
005653     PERFORM 2950-CHECK-PAST-END THRU 2950-EXIT.
005654     IF AR-PAST-END
005655         MOVE 'Y' TO AR-EOF-SW
005660         GO TO 3000-EXIT
005670     END-IF.
005680     PERFORM 2900-HANDLE-ROW THRU 2900-EXIT.
