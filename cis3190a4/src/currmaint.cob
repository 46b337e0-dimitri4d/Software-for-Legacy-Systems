000160*  DECIMALS, AND MUST BE GREATER THAN ZERO -- NOBODY CONVERTS
000170*  MONEY AT A ZERO OR NEGATIVE RATE ON PURPOSE.
000180*
000181*  A RATE KEYED HERE DOES NOT GO STRAIGHT TO CURRMST.  IT IS
000182*  QUEUED ON THE CHGPEND PENDING-CHANGE FILE (CHGREC LAYOUT)
000183*  STAMPED WITH THE KEYING OPERATOR, THE SAME WAY ITEMMAINT
000184*  QUEUES PRICE CHANGES, AND ONLY REACHES THE RATE MASTER WHEN A
000185*  SECOND, DIFFERENT OPERATOR APPROVES IT IN CHGAPPR.
000186*
000190*  MODIFICATION HISTORY
000200*  ------------------------------------------------------
000201*  2026-09-02  DF   ORIGINAL VERSION.
000202*  2026-10-15  DF   A RATE KEYED AT (A)DD IS NOW QUEUED ON THE
000203*                   CHGPEND PENDING-CHANGE FILE, STAMPED WITH THE
000204*                   KEYING OPERATOR (NEW OPERATOR ID PROMPT),
000205*                   INSTEAD OF BEING WRITTEN TO CURRMST.  IT IS
000206*                   APPLIED ONLY WHEN A SECOND OPERATOR APPROVES
000207*                   IT IN CHGAPPR.  THE RATE ALREADY ON FILE FOR
000208*                   THE SAME CURRENCY AND DATE, IF ANY, IS SHOWN
000209*                   WHEN THE NEW ONE IS QUEUED.
000210*  2026-10-15  DF   A MASTER OR CHGPEND THAT WILL NOT OPEN IS NOW
000211*                   CREATED EMPTY ONLY WHEN IT DOES NOT EXIST
000212*                   (STATUS 35); ANY OTHER OPEN FAILURE ABORTS THE
000213*                   SESSION.
000220*
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CU-RATE-KEY
000430         FILE STATUS IS CM-CURR-FILE-STATUS.
000431     SELECT PEND-FILE
000432         ASSIGN TO "CHGPEND"
000433         ORGANIZATION IS INDEXED
000434         ACCESS MODE IS DYNAMIC
000435         RECORD KEY IS CH-CHANGE-KEY
000436         FILE STATUS IS CM-PEND-FILE-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000480 FD  CURR-FILE.
000490     COPY CURRREC.
000500*
000501*    PEND-FILE HOLDS EVERY RATE KEYED HERE UNTIL A SECOND
000502*    OPERATOR DECIDES IT IN CHGAPPR.
000503 FD  PEND-FILE.
000504     COPY CHGREC.
000505*
000510 WORKING-STORAGE SECTION.
000520*
000530******************************************************************
000540*  FILE STATUS FIELDS.
000550******************************************************************
000560 77  CM-CURR-FILE-STATUS         PIC X(02)           VALUE '00'.
000565 77  CM-PEND-FILE-STATUS         PIC X(02)           VALUE '00'.
000570*
000580******************************************************************
000590*  SESSION CONTROL SWITCHES.
000700     88  CM-INPUT-INVALID            VALUE 'N'.
000710 77  CM-LIST-EOF-SW              PIC X(01)           VALUE 'N'.
000720     88  CM-LIST-DONE                VALUE 'Y'.
000723 77  CM-QUEUED-SW                PIC X(01)           VALUE 'N'.
000726     88  CM-CHANGE-QUEUED            VALUE 'Y'.
000730*
000740******************************************************************
000750*  OPERATOR ENTRY FIELDS AND LIST COUNTERS.
000760******************************************************************
000765 77  CM-OPERATOR-ID              PIC X(08)    VALUE SPACES.
000770 77  CM-CURR-IN                  PIC X(03).
000780 77  CM-DATE-IN                  PIC X(08).
000790 77  CM-RATE-ED                  PIC -9(07).9(06).
001150     IF CM-ABORT-SESSION
001160         GO TO 0000-EXIT
001170     END-IF.
001175     PERFORM 1500-ACCEPT-OPERATOR THRU 1500-EXIT.
001180     PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
001190         WITH TEST AFTER
001200         UNTIL CM-CMD-QUIT.
001210     CLOSE CURR-FILE, PEND-FILE.
001220 0000-EXIT.
001230     STOP RUN.
001240*
001250******************************************************************
001260*  1000-INITIALIZE -- OPEN THE RATE MASTER FOR IN-PLACE UPDATE,
001270*  CREATING IT EMPTY ON THE FIRST SESSION, THE SAME WAY
001275*  ITEMMAINT OPENS ITS FILES.  IT IS CREATED ONLY WHEN IT DOES
001280*  NOT EXIST (STATUS 35); ANY OTHER OPEN FAILURE ABORTS THE
001285*  SESSION RATHER THAN EMPTY A MASTER THAT IS THERE.
001290******************************************************************
001300 1000-INITIALIZE.
001310     OPEN I-O CURR-FILE.
001320     IF CM-CURR-FILE-STATUS = '00'
001321         GO TO 1000-EXIT
001322     END-IF.
001323     IF CM-CURR-FILE-STATUS NOT = '35'
001324         DISPLAY 'CURRMST OPEN FAILED - STATUS '
001325             CM-CURR-FILE-STATUS
001326         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
001327         SET CM-ABORT-SESSION TO TRUE
001330         GO TO 1000-EXIT
001340     END-IF.
001350     DISPLAY 'CURRMST NOT FOUND - STARTING A NEW RATE MASTER'.
001480             CM-CURR-FILE-STATUS
001490         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
001500         SET CM-ABORT-SESSION TO TRUE
001501         GO TO 1000-EXIT
001502     END-IF.
001503     PERFORM 1100-OPEN-PEND-FILE THRU 1100-EXIT.
001504     IF CM-ABORT-SESSION
001505         CLOSE CURR-FILE
001510     END-IF.
001511 1000-EXIT.
001512     EXIT.
001513*
001514******************************************************************
001515*  1100-OPEN-PEND-FILE -- SAME CREATE-IF-MISSING OPEN AS THE RATE
001516*  MASTER'S, FOR THE PENDING-CHANGE FILE RATES ARE QUEUED TO.
001517*  CHGPEND IS SHARED WITH EVERY MAINTENANCE PROGRAM, SO ONE THAT
001518*  EXISTS BUT WILL NOT OPEN IS NEVER RECREATED.
001519******************************************************************
001520 1100-OPEN-PEND-FILE.
001521     OPEN I-O PEND-FILE.
001522     IF CM-PEND-FILE-STATUS = '00'
001523         GO TO 1100-EXIT
001524     END-IF.
001525     IF CM-PEND-FILE-STATUS NOT = '35'
001526         DISPLAY 'CHGPEND OPEN FAILED - STATUS '
001527             CM-PEND-FILE-STATUS
001528         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
001529         SET CM-ABORT-SESSION TO TRUE
001530         GO TO 1100-EXIT
001531     END-IF.
001532     DISPLAY 'CHGPEND NOT FOUND - STARTING A NEW CHANGE FILE'.
001533     OPEN OUTPUT PEND-FILE.
001534     IF CM-PEND-FILE-STATUS NOT = '00'
001535         DISPLAY 'CHGPEND CREATE FAILED - STATUS '
001536             CM-PEND-FILE-STATUS
001537         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
001538         SET CM-ABORT-SESSION TO TRUE
001539         GO TO 1100-EXIT
001540     END-IF.
001541     CLOSE PEND-FILE.
001542     OPEN I-O PEND-FILE.
001543     IF CM-PEND-FILE-STATUS NOT = '00'
001544         DISPLAY 'CHGPEND OPEN FAILED - STATUS '
001545             CM-PEND-FILE-STATUS
001546         DISPLAY 'SESSION ABORTED - NOTHING CHANGED'
001547         SET CM-ABORT-SESSION TO TRUE
001548     END-IF.
001549 1100-EXIT.
001550     EXIT.
001551*
001552******************************************************************
001553*  1500-ACCEPT-OPERATOR -- WHO IS KEYING THIS SESSION'S RATES.
001554*  EVERY QUEUED RATE CARRIES IT, AND CHGAPPR WILL NOT LET THE
001555*  SAME OPERATOR APPROVE THEM.
001556******************************************************************
001557 1500-ACCEPT-OPERATOR.
001558     DISPLAY 'OPERATOR ID ?'.
001559     ACCEPT CM-OPERATOR-ID.
001560     IF CM-OPERATOR-ID = SPACES
001561         DISPLAY 'OPERATOR ID MAY NOT BE BLANK'
001562         GO TO 1500-ACCEPT-OPERATOR
001563     END-IF.
001564 1500-EXIT.
001565     EXIT.
001566*
001567******************************************************************
001568*  2000-PROCESS-COMMAND -- ONE OPERATOR FUNCTION PER PASS.
001570******************************************************************
001580 2000-PROCESS-COMMAND.
001590     DISPLAY 'FUNCTION (A)DD RATE (L)IST (H)ISTORY (Q)UIT ?'.
001780*
001790******************************************************************
001800*  2100-ADD-RATE -- AN EFFECTIVE-DATED RATE FOR A CURRENCY,
001808*  POSSIBLY FUTURE-DATED, QUEUED FOR APPROVAL.  ON APPROVAL A
001816*  RATE ALREADY ON FILE FOR THE SAME (CURRENCY, DATE) IS
001824*  REPLACED, SO THAT RATE IS SHOWN HERE BEFORE THE NEW ONE IS
001832*  QUEUED.
001840******************************************************************
001850 2100-ADD-RATE.
001860     PERFORM 2500-ACCEPT-CURRENCY THRU 2500-EXIT.
001870     PERFORM 2700-ACCEPT-RATE THRU 2700-EXIT.
001880     PERFORM 2800-ACCEPT-DATE THRU 2800-EXIT.
001890     MOVE CM-CURR-IN TO CU-RATE-CURRENCY.
001900     MOVE CM-DATE-IN TO CU-RATE-EFF-DATE.
001910     READ CURR-FILE
001930         INVALID KEY
001940             CONTINUE
002020         NOT INVALID KEY
002026             MOVE CU-RATE-VALUE TO CM-RATE-ED
002032             DISPLAY 'ON FILE: RATE ' CM-RATE-ED ' - WILL BE '
002038                 'REPLACED IF APPROVED'
002044     END-READ.
002050     PERFORM 2900-QUEUE-RATE THRU 2900-EXIT.
002060 2100-EXIT.
002070     EXIT.
002080*
003300     IF CM-DATE-IN NOT NUMERIC
003310         DISPLAY 'DATE MUST BE EIGHT DIGITS'
003320         GO TO 2800-ACCEPT-DATE
003321     END-IF.
003322 2800-EXIT.
003323     EXIT.
003324*
003325******************************************************************
003326*  2900-QUEUE-RATE -- THE KEYED RATE ONTO CHGPEND AS A PENDING
003327*  'R' CHANGE, STAMPED WITH THE KEYING OPERATOR, DATE AND TIME.
003328*  A KEY COLLISION (SAME CURRENCY, SAME HUNDREDTH OF A SECOND)
003329*  STEPS THE TIE-BREAK SEQUENCE AND TRIES AGAIN, AS IN ITEMMAINT.
003330******************************************************************
003331 2900-QUEUE-RATE.
003332     MOVE SPACES            TO CH-CHANGE-RECORD.
003333     MOVE 'R'               TO CH-TARGET-FILE.
003334     MOVE CM-CURR-IN        TO CH-TARGET-CODE.
003335     ACCEPT CH-MAKER-DATE FROM DATE YYYYMMDD.
003336     ACCEPT CH-MAKER-TIME FROM TIME.
003337     MOVE ZERO              TO CH-KEY-SEQ, CH-NEW-PRICE,
003338                               CH-OLD-PRICE, CH-OLD-RATE.
003339     MOVE 'R'               TO CH-CHANGE-TYPE.
003340     MOVE 'T'               TO CH-ORIGIN.
003341     MOVE CM-OPERATOR-ID    TO CH-MAKER-ID.
003342     MOVE 'P'               TO CH-STATUS.
003343     MOVE CM-VAL-DEC-RESULT TO CH-NEW-RATE.
003344     MOVE CM-DATE-IN        TO CH-NEW-EFF-DATE.
003345     MOVE 'N'               TO CH-OLD-ON-FILE.
003346     MOVE 'N' TO CM-QUEUED-SW.
003347     PERFORM 2950-WRITE-PENDING THRU 2950-EXIT
003348         WITH TEST AFTER
003349         UNTIL CM-CHANGE-QUEUED OR CH-KEY-SEQ = 99.
003350     IF NOT CM-CHANGE-QUEUED
003351         DISPLAY 'CHGPEND WRITE FAILED - STATUS '
003352             CM-PEND-FILE-STATUS
003353         GO TO 2900-EXIT
003354     END-IF.
003355     DISPLAY 'RATE FOR ' CM-CURR-IN ' EFF ' CM-DATE-IN
003356         ' QUEUED FOR APPROVAL'.
003357 2900-EXIT.
003358     EXIT.
003359*
003360 2950-WRITE-PENDING.
003361     WRITE CH-CHANGE-RECORD
003362         INVALID KEY
003363             ADD 1 TO CH-KEY-SEQ
003364     END-WRITE.
003365     IF CM-PEND-FILE-STATUS = '00'
003366         MOVE 'Y' TO CM-QUEUED-SW
003367         GO TO 2950-EXIT
003368     END-IF.
003369     IF CM-PEND-FILE-STATUS NOT = '22'
003370         MOVE 99 TO CH-KEY-SEQ
003371     END-IF.
003372 2950-EXIT.
003373     EXIT.
003374*
003375******************************************************************
003380*  8100-VALIDATE-RATE-FIELD -- RATE ENTRY VALIDATION.
003390*  CM-VAL-INPUT IN, CM-VAL-DEC-RESULT AND CM-VALID-SW OUT.  THE
003400*  SAME SPLIT-AT-THE-POINT RULES AS THE ITEM PRICE VALIDATION IN
