000050*  PROGRAM-ID.  AUDARCH
000060*
000070*  MULTAUD HOUSEKEEPING.  THE TRANSACTION LOG GROWS WITH EVERY
000080*  RUN.  THIS UTILITY MOVES ROWS DATED BEFORE A RETENTION CUTOFF
000090*  TO YEARLY ARCHIVE FILES (MULTAUD.A<YYYY>, ADDED TO ON EACH
000100*  ARCHIVE RUN) AND DELETES THEM FROM THE LIVE LOG -- THE AUDIT
000110*  TRAIL STAYS INTACT END TO END, SPLIT BETWEEN THE LIVE LOG AND
000120*  ITS ARCHIVES.
000150*
000159*  MULTAUD AND ITS ARCHIVES ARE INDEXED FILES WITH THE SAME KEYS
000168*  (SEE MLAUDREC).  THE LIVE LOG IS READ IN RUN-DATE ORDER ON ITS
000177*  DATE KEY, AND THE WALK STOPS AT THE FIRST ROW ON OR AFTER THE
000186*  CUTOFF, SO ONLY THE ROWS BEING ARCHIVED ARE EVER READ.  EACH
000195*  ROW IS WRITTEN TO ITS ARCHIVE BEFORE IT IS DELETED FROM
000204*  MULTAUD, SO A RUN KILLED PARTWAY LEAVES EVERY ROW IN ONE FILE
000213*  OR THE OTHER (OR, FOR THE ROW IN FLIGHT, BOTH).  RE-RUNNING
000222*  WITH THE SAME CUTOFF FINISHES THE JOB -- A ROW ALREADY IN ITS
000231*  ARCHIVE UNDER THE SAME KEY IS SIMPLY DELETED FROM THE LIVE LOG.
000240*
000250*  MODIFICATION HISTORY
000260*  ------------------------------------------------------
000300*                   DOCUMENT REFERENCE.
000310*  2026-09-02  DF   WIDENED THE RECORD BUFFERS TO THE 211-BYTE
000320*                   AUDIT ROW THAT NOW CARRIES THE ORIGINAL-
000321*                   CURRENCY AMOUNT AND CURRENCY CODE.
000322*  2026-10-15  DF   WIDENED THE RECORD BUFFERS TO THE 252-BYTE
000323*                   AUDIT ROW THAT NOW CARRIES THE SALES-TAX CODE
000324*                   AND TAX.
000325*  2026-10-15  DF   MULTAUD AND THE MULTAUD.A<YYYY> ARCHIVES ARE
000326*                   NOW INDEXED.  ROWS BEFORE THE CUTOFF ARE READ
000327*                   ON THE RUN-DATE KEY, WRITTEN TO THEIR YEAR'S
000328*                   ARCHIVE AND DELETED FROM MULTAUD BY KEY; THE
000329*                   ROWS STILL INSIDE RETENTION ARE NO LONGER READ
000330*                   OR COPIED, AND THE MULTAUDHK WORK FILE AND ITS
000331*                   RENAME ARE GONE.  A ROW ALREADY IN ITS ARCHIVE
000332*                   IS NOT WRITTEN TWICE.
000340*
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000490 FILE-CONTROL.
000500     SELECT AUDIT-FILE
000510         ASSIGN TO "MULTAUD"
000512         ORGANIZATION IS INDEXED
000514         ACCESS MODE IS DYNAMIC
000516         RECORD KEY IS ML-AUD-KEY
000518         ALTERNATE RECORD KEY IS ML-AUD-BATCH-ID WITH DUPLICATES
000520         ALTERNATE RECORD KEY IS ML-AUD-DATE WITH DUPLICATES
000522         ALTERNATE RECORD KEY IS ML-AUD-DOC-REF WITH DUPLICATES
000530         FILE STATUS IS AH-AUD-FILE-STATUS.
000580     SELECT ARCH-FILE
000590         ASSIGN TO DYNAMIC AH-ARCH-NAME
000592         ORGANIZATION IS INDEXED
000594         ACCESS MODE IS DYNAMIC
000596         RECORD KEY IS ARCH-KEY
000598         ALTERNATE RECORD KEY IS ARCH-BATCH-ID WITH DUPLICATES
000600         ALTERNATE RECORD KEY IS ARCH-DATE WITH DUPLICATES
000602         ALTERNATE RECORD KEY IS ARCH-DOC-REF WITH DUPLICATES
000610         FILE STATUS IS AH-ARCH-FILE-STATUS.
000620*
000630 DATA DIVISION.
000660 FD  AUDIT-FILE.
000670     COPY MLAUDREC.
000680*
000740*    ARCH-FILE IS WHICHEVER YEARLY ARCHIVE THE CURRENT ROW
000750*    BELONGS TO -- THE NAME IS BUILT FROM THE ROW'S YEAR AND THE
000754*    FILE REOPENED WHENEVER THE YEAR CHANGES.  THE ROW IS MOVED
000758*    ACROSS WHOLE; ONLY THE KEY FIELDS ARE NAMED HERE, AT THE
000762*    SAME POSITIONS AS IN MLAUDREC, SO THE ARCHIVE CARRIES THE
000766*    SAME KEYS AS THE LIVE LOG.
000770 FD  ARCH-FILE.
000772 01  ARCH-RECORD.
000774     05  ARCH-KEY.
000776         10  ARCH-JOB-ID         PIC X(08).
000778         10  ARCH-DATE           PIC X(08).
000780         10  ARCH-SEQ            PIC 9(09).
000782     05  FILLER                  PIC X(120).
000784     05  ARCH-BATCH-ID           PIC X(12).
000786     05  ARCH-DOC-REF            PIC X(14).
000788     05  FILLER                  PIC X(81).
000790*
000800 WORKING-STORAGE SECTION.
000810*
000830*  FILE STATUS FIELDS.
000840******************************************************************
000850 77  AH-AUD-FILE-STATUS          PIC X(02)           VALUE '00'.
000870 77  AH-ARCH-FILE-STATUS         PIC X(02)           VALUE '00'.
000880*
000890******************************************************************
000960     88  AH-ABORT-RUN                VALUE 'Y'.
000970 77  AH-ARCH-OPEN-SW             PIC X(01)           VALUE 'N'.
000980     88  AH-ARCHIVE-OPEN             VALUE 'Y'.
000983 77  AH-ARCH-WRITTEN-SW          PIC X(01)           VALUE 'N'.
000986     88  AH-ROW-IN-ARCHIVE           VALUE 'Y'.
000990*
001000******************************************************************
001010*  ARCHIVE FILE NAME AND THE YEAR CURRENTLY OPEN.
001040 77  AH-OPEN-YEAR                PIC X(04)    VALUE SPACES.
001050*
001060******************************************************************
001065*  ROW COUNTERS.  AH-ROWS-KEPT COUNTS ROWS BEFORE THE CUTOFF LEFT
001070*  LIVE BECAUSE THEIR DATE IS DAMAGED; AH-ROWS-ALREADY COUNTS
001075*  ROWS FOUND ALREADY ARCHIVED BY AN EARLIER, INTERRUPTED RUN.
001080******************************************************************
001090 77  AH-ROWS-READ                PIC 9(09)           VALUE ZERO.
001100 77  AH-ROWS-ARCHIVED            PIC 9(09)           VALUE ZERO.
001105 77  AH-ROWS-ALREADY             PIC 9(09)           VALUE ZERO.
001110 77  AH-ROWS-KEPT                PIC 9(09)           VALUE ZERO.
001120 77  AH-COUNT-ED                 PIC ZZZZZZZZ9.
001180*
001190 PROCEDURE DIVISION.
001200*
001270     IF AH-ABORT-RUN
001280         GO TO 0000-EXIT
001290     END-IF.
001296     IF NOT AH-NO-MORE-RECORDS
001302         PERFORM 3000-PROCESS-ROW THRU 3000-EXIT
001308             WITH TEST AFTER
001314             UNTIL AH-NO-MORE-RECORDS OR AH-ABORT-RUN
001320     END-IF.
001330     PERFORM 6000-FINALIZE THRU 6000-EXIT.
001340 0000-EXIT.
001350     STOP RUN.
001500*
001510******************************************************************
001520*  2000-OPEN-FILES -- A MULTAUD THAT DOES NOT EXIST MEANS THERE
001526*  IS NOTHING TO ARCHIVE.  THE LOG IS POSITIONED AT ITS OLDEST
001532*  RUN DATE; AN EMPTY LOG LEAVES NOTHING TO READ.
001540******************************************************************
001550 2000-OPEN-FILES.
001560     OPEN I-O AUDIT-FILE.
001570     IF AH-AUD-FILE-STATUS NOT = '00'
001580         DISPLAY 'MULTAUD NOT AVAILABLE - STATUS '
001590             AH-AUD-FILE-STATUS
001610         SET AH-ABORT-RUN TO TRUE
001620         GO TO 2000-EXIT
001630     END-IF.
001640     MOVE LOW-VALUES TO ML-AUD-DATE.
001650     START AUDIT-FILE KEY NOT < ML-AUD-DATE
001660         INVALID KEY
001670             MOVE 'Y' TO AH-EOF-SW
001680     END-START.
001720 2000-EXIT.
001730     EXIT.
001740*
001750******************************************************************
001758*  3000-PROCESS-ROW -- ONE LOG ROW, IN RUN-DATE ORDER.  THE FIRST
001766*  ROW ON OR AFTER THE CUTOFF ENDS THE WALK -- EVERYTHING FROM
001774*  THERE ON STAYS LIVE.  A ROW WHOSE DATE IS NOT EVEN NUMERIC IS
001782*  KEPT -- A DAMAGED ROW BELONGS WHERE SOMEBODY WILL SEE IT, NOT
001790*  BURIED IN AN ARCHIVE FILE NAMED FROM GARBAGE.
001800******************************************************************
001810 3000-PROCESS-ROW.
001820     READ AUDIT-FILE NEXT RECORD
001830         AT END
001840             MOVE 'Y' TO AH-EOF-SW
001850     END-READ.
001860     IF AH-NO-MORE-RECORDS
001870         GO TO 3000-EXIT
001880     END-IF.
001882     IF ML-AUD-DATE NOT < AH-CUTOFF-DATE
001884         MOVE 'Y' TO AH-EOF-SW
001886         GO TO 3000-EXIT
001888     END-IF.
001890     ADD 1 TO AH-ROWS-READ.
001900     IF ML-AUD-DATE NUMERIC
001920         PERFORM 3100-ARCHIVE-ROW THRU 3100-EXIT
001930     ELSE
001960         ADD 1 TO AH-ROWS-KEPT
001970     END-IF.
001980 3000-EXIT.
002000*
002010******************************************************************
002020*  3100-ARCHIVE-ROW -- THE ROW GOES TO ITS YEAR'S ARCHIVE FILE,
002024*  SWITCHING FILES WHENEVER THE ROW YEAR CHANGES, AND ONLY ONCE
002028*  IT IS SAFELY THERE IS IT DELETED FROM MULTAUD.  A DUPLICATE
002032*  KEY ON THE ARCHIVE MEANS AN EARLIER RUN WROTE THE ROW BUT DIED
002036*  BEFORE THE DELETE; THE ROW IS NOT WRITTEN AGAIN.
002040******************************************************************
002050 3100-ARCHIVE-ROW.
002060     IF ML-AUD-DATE(1:4) NOT = AH-OPEN-YEAR
002090             GO TO 3100-EXIT
002100         END-IF
002110     END-IF.
002115     MOVE 'N' TO AH-ARCH-WRITTEN-SW.
002120     MOVE ML-AUDIT-RECORD TO ARCH-RECORD.
002121     WRITE ARCH-RECORD
002122         INVALID KEY
002123             IF AH-ARCH-FILE-STATUS = '22'
002124                 SET AH-ROW-IN-ARCHIVE TO TRUE
002125                 ADD 1 TO AH-ROWS-ALREADY
002126             ELSE
002127                 DISPLAY AH-ARCH-NAME ' WRITE FAILED - STATUS '
002128                     AH-ARCH-FILE-STATUS
002129             END-IF
002130         NOT INVALID KEY
002131             SET AH-ROW-IN-ARCHIVE TO TRUE
002132             ADD 1 TO AH-ROWS-ARCHIVED
002133     END-WRITE.
002134     IF NOT AH-ROW-IN-ARCHIVE
002135         DISPLAY 'ARCHIVE RUN ABORTED - ROW NOT ARCHIVED: JOB '
002136             ML-AUD-JOB-ID ' DATE ' ML-AUD-DATE ' SEQ ' ML-AUD-SEQ
002137         SET AH-ABORT-RUN TO TRUE
002138         GO TO 3100-EXIT
002139     END-IF.
002140     DELETE AUDIT-FILE RECORD
002141         INVALID KEY
002142             DISPLAY 'MULTAUD DELETE FAILED - STATUS '
002143                 AH-AUD-FILE-STATUS
002144             SET AH-ABORT-RUN TO TRUE
002145     END-DELETE.
002150 3100-EXIT.
002160     EXIT.
002170*
002180******************************************************************
002185*  3200-OPEN-ARCHIVE-YEAR -- CLOSE WHATEVER YEAR IS OPEN AND OPEN
002190*  I-O THE ARCHIVE FILE FOR THE CURRENT ROW'S YEAR, SO REPEATED
002195*  ARCHIVE RUNS ACCUMULATE.  AN ARCHIVE THAT DOES NOT YET EXIST
002200*  (STATUS 35) IS CREATED EMPTY AND REOPENED; ANY OTHER FAILURE,
002205*  SUCH AS AN OLD LINE SEQUENTIAL ARCHIVE AUDCONV HAS NOT YET
002210*  CONVERTED, STOPS THE RUN RATHER THAN OPEN OUTPUT OVER IT.
002220******************************************************************
002230 3200-OPEN-ARCHIVE-YEAR.
002240     IF AH-ARCHIVE-OPEN
002280     MOVE SPACES TO AH-ARCH-NAME.
002290     STRING 'MULTAUD.A' ML-AUD-DATE(1:4)
002300         DELIMITED BY SIZE INTO AH-ARCH-NAME.
002310     OPEN I-O ARCH-FILE.
002320     IF AH-ARCH-FILE-STATUS = '35'
002330         OPEN OUTPUT ARCH-FILE
002332         IF AH-ARCH-FILE-STATUS = '00'
002334             CLOSE ARCH-FILE
002336             OPEN I-O ARCH-FILE
002338         END-IF
002340     END-IF.
002350     IF AH-ARCH-FILE-STATUS NOT = '00'
002360         DISPLAY AH-ARCH-NAME ' OPEN FAILED - STATUS '
002370             AH-ARCH-FILE-STATUS
002380         DISPLAY 'ARCHIVE RUN ABORTED'
002390         SET AH-ABORT-RUN TO TRUE
002400         GO TO 3200-EXIT
002410     END-IF.
002450     EXIT.
002460*
002470******************************************************************
002477*  6000-FINALIZE -- CLOSE EVERYTHING AND REPORT THE COUNTS.  AN
002484*  ABORTED RUN HAS STILL MOVED EVERY ROW IT COUNTED; RE-RUNNING
002491*  WITH THE SAME CUTOFF PICKS UP THE REST.
002500******************************************************************
002510 6000-FINALIZE.
002520     CLOSE AUDIT-FILE.
002540     IF AH-ARCHIVE-OPEN
002550         CLOSE ARCH-FILE
002690     END-IF.
002700     MOVE AH-ROWS-READ TO AH-COUNT-ED.
002710     DISPLAY 'ROWS READ.....: ' AH-COUNT-ED.
002720     MOVE AH-ROWS-ARCHIVED TO AH-COUNT-ED.
002730     DISPLAY 'ROWS ARCHIVED.: ' AH-COUNT-ED.
002733     MOVE AH-ROWS-ALREADY TO AH-COUNT-ED.
002736     DISPLAY 'ALREADY THERE.: ' AH-COUNT-ED.
002740     MOVE AH-ROWS-KEPT TO AH-COUNT-ED.
002750     DISPLAY 'ROWS KEPT.....: ' AH-COUNT-ED.
002751     IF AH-ABORT-RUN
002752         DISPLAY 'ARCHIVE RUN DID NOT COMPLETE - RE-RUN WITH THE '
002753             'SAME CUTOFF TO FINISH'
002754         GO TO 6000-EXIT
002755     END-IF.
002760     DISPLAY 'MULTAUD TRIMMED - ARCHIVE RUN COMPLETE'.
002770 6000-EXIT.
002780     EXIT.
