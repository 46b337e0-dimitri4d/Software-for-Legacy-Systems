000010******************************************************************
000020*  D. FREDERICK
000030*  CIS3190 A4  --  COBOL
000040*
000050*  PROGRAM-ID.  ITEMCONV
000060*
000070*  ONE-TIME CONVERSION OF THE ITEMMST ITEM MASTER FROM THE 62-BYTE
000080*  ROW IT HAD BEFORE THE ITEM'S TAX CODE WAS APPENDED TO THE
000090*  66-BYTE ROW ITEMMAINT, CHGAPPR AND THE BATCH DRIVER NOW EXPECT
000100*  (SEE ITEMREC).  EVERY ITEM IS COPIED AS IT STANDS WITH ITS TAX
000110*  CODE BLANK -- NOT TAXED -- UNTIL ONE IS KEYED THROUGH ITEMMAINT
000120*  AND APPROVED.
000130*
000140*  THE MASTER IS AN INDEXED FILE, SO RATHER THAN BEING RENAMED IT
000150*  IS FIRST UNLOADED, IN KEY ORDER, TO THE LINE SEQUENTIAL FILE
000160*  ITEMUNLD, CLOSED BY A TRAILER CARRYING THE ROW COUNT.  ONLY
000170*  ONCE THAT TRAILER IS WRITTEN IS ITEMMST RECREATED IN THE NEW
000180*  LAYOUT AND RELOADED FROM ITEMUNLD.  A FINISHED RELOAD RENAMES
000190*  ITEMUNLD TO ITEMUNLD.OLD, WHICH IS KEPT UNTIL SOMEBODY HAS
000200*  CHECKED THE RESULT AND DELETES IT BY HAND.  A MASTER THAT
000210*  ALREADY OPENS IN THE NEW LAYOUT HAS BEEN CONVERTED AND IS LEFT
000220*  ALONE.  A RUN KILLED PARTWAY LEAVES ITEMUNLD IN PLACE: ONE
000230*  WITHOUT ITS TRAILER IS UNLOADED AGAIN FROM THE UNTOUCHED
000240*  MASTER, AND ONE WITH IT IS RELOADED, WHERE AN ITEM ALREADY IN
000250*  THE NEW MASTER, BYTE FOR BYTE, IS NOT WRITTEN TWICE.  AN ITEM
000260*  ALREADY THERE WITH DIFFERENT DATA WAS MAINTAINED SINCE THE
000270*  KILLED RUN; IT IS KEPT AS IT STANDS, AND THE RUN SAYS SO.
000280*
000290*  ITEMMAINT AND CHGAPPR REFUSE TO OPEN A MASTER STILL IN THE OLD
000300*  LAYOUT AND NAME THIS PROGRAM, SO NO SESSION RUNS UNTIL IT HAS.
000310*
000320*  MODIFICATION HISTORY
000330*  ------------------------------------------------------
000340*  2026-10-15  DF   ORIGINAL VERSION.
000350*
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.       ITEMCONV.
000390 AUTHOR.           D. FREDERICK.
000400 INSTALLATION.     CIS3190.
000410 DATE-WRITTEN.     2026-10-15.
000420 DATE-COMPILED.
000430*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.  GNUCOBOL.
000470 OBJECT-COMPUTER.  GNUCOBOL.
000480*
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510*    OLD-FILE AND NEW-FILE ARE THE SAME ITEMMST, DESCRIBED IN ITS
000520*    OLD AND NEW ROW LENGTHS; THEY ARE NEVER OPEN TOGETHER.
000530     SELECT OLD-FILE
000540         ASSIGN TO "ITEMMST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS OLD-ITEM-CODE
000580         FILE STATUS IS IC-OLD-FILE-STATUS.
000590     SELECT NEW-FILE
000600         ASSIGN TO "ITEMMST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS IM-ITEM-CODE
000640         FILE STATUS IS IC-NEW-FILE-STATUS.
000650     SELECT UNLD-FILE
000660         ASSIGN TO "ITEMUNLD"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS IC-UNLD-FILE-STATUS.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720*
000730*    OLD-FILE IS THE MASTER IN THE LAYOUT ITEMREC HAD BEFORE THE
000740*    TAX CODE WAS APPENDED.
000750 FD  OLD-FILE.
000760 01  OLD-ITEM-RECORD.
000770     05  OLD-ITEM-CODE           PIC X(08).
000780     05  OLD-ITEM-REST           PIC X(54).
000790*
000800*    NEW-FILE IS THE MASTER BEING RELOADED IN THE CURRENT LAYOUT.
000810 FD  NEW-FILE.
000820     COPY ITEMREC.
000830*
000840*    UNLD-FILE HOLDS ONE 'D' ROW PER ITEM, IN THE OLD LAYOUT,
000850*    AND A 'T' TRAILER WITH THE NUMBER OF 'D' ROWS ABOVE IT.
000860 FD  UNLD-FILE.
000870 01  UNLD-RECORD.
000880     05  UNLD-REC-TYPE           PIC X(01).
000890         88  UNLD-DETAIL             VALUE 'D'.
000900         88  UNLD-TRAILER            VALUE 'T'.
000910     05  UNLD-ITEM-ROW           PIC X(62).
000920 01  UNLD-TRAILER-RECORD REDEFINES UNLD-RECORD.
000930     05  UNLD-TRL-REC-TYPE       PIC X(01).
000940     05  UNLD-TRL-COUNT          PIC 9(09).
000950     05  FILLER                  PIC X(53).
000960*
000970 WORKING-STORAGE SECTION.
000980*
000990******************************************************************
001000*  FILE STATUS FIELDS.
001010******************************************************************
001020 77  IC-OLD-FILE-STATUS          PIC X(02)           VALUE '00'.
001030 77  IC-NEW-FILE-STATUS          PIC X(02)           VALUE '00'.
001040 77  IC-UNLD-FILE-STATUS         PIC X(02)           VALUE '00'.
001050*
001060******************************************************************
001070*  RUN CONTROL SWITCHES.  IC-UNLOADED SAYS ITEMUNLD IS COMPLETE,
001080*  EITHER FROM A KILLED RUN OR FROM THIS ONE; IC-NOTHING-TO-DO
001090*  SAYS THE MASTER IS ALREADY CONVERTED OR NOT THERE AT ALL.
001100******************************************************************
001110 77  IC-EOF-SW                   PIC X(01)           VALUE 'N'.
001120     88  IC-NO-MORE-RECORDS          VALUE 'Y'.
001130 77  IC-ABORT-SW                 PIC X(01)           VALUE 'N'.
001140     88  IC-ABORT-RUN                VALUE 'Y'.
001150 77  IC-UNLOADED-SW              PIC X(01)           VALUE 'N'.
001160     88  IC-UNLOADED                 VALUE 'Y'.
001170 77  IC-IDLE-SW                  PIC X(01)           VALUE 'N'.
001180     88  IC-NOTHING-TO-DO            VALUE 'Y'.
001190*
001200******************************************************************
001210*  FILE NAMES FOR THE FINAL RENAME.
001220******************************************************************
001230 77  IC-UNLD-NAME                PIC X(20)    VALUE 'ITEMUNLD'.
001240 77  IC-UNLD-OLD-NAME            PIC X(20)
001250                                     VALUE 'ITEMUNLD.OLD'.
001260 77  IC-RENAME-RC                PIC S9(09) COMP-5   VALUE ZERO.
001270*
001280******************************************************************
001290*  THE CONVERTED ROW, KEPT ASIDE SO AN ITEM ALREADY IN THE NEW
001300*  MASTER CAN BE COMPARED WITH IT.
001310******************************************************************
001320 01  IC-NEW-ROW                  PIC X(66)    VALUE SPACES.
001330*
001340******************************************************************
001350*  ROW COUNTERS.  IC-ALREADY COUNTS ITEMS A KILLED RUN HAD ALREADY
001360*  RELOADED; IC-KEPT COUNTS ITEMS MAINTAINED SINCE AND LEFT AS
001370*  THEY STAND.
001380******************************************************************
001390 77  IC-UNLOADED-CTR             PIC 9(09)           VALUE ZERO.
001400 77  IC-TRL-COUNT                PIC 9(09)           VALUE ZERO.
001410 77  IC-READ-CTR                 PIC 9(09)           VALUE ZERO.
001420 77  IC-WRITTEN-CTR              PIC 9(09)           VALUE ZERO.
001430 77  IC-ALREADY-CTR              PIC 9(09)           VALUE ZERO.
001440 77  IC-KEPT-CTR                 PIC 9(09)           VALUE ZERO.
001450 77  IC-COUNT-ED                 PIC ZZZZZZZZ9.
001460*
001470 PROCEDURE DIVISION.
001480*
001490******************************************************************
001500*  0000-MAINLINE
001510******************************************************************
001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     IF IC-NOTHING-TO-DO
001550         GO TO 0000-EXIT
001560     END-IF.
001570     IF NOT IC-UNLOADED
001580         PERFORM 2000-UNLOAD-MASTER THRU 2000-EXIT
001590     END-IF.
001600     IF NOT IC-ABORT-RUN
001610         PERFORM 3000-RELOAD-MASTER THRU 3000-EXIT
001620     END-IF.
001630     PERFORM 6000-FINALIZE THRU 6000-EXIT.
001640 0000-EXIT.
001650     STOP RUN.
001660*
001670******************************************************************
001680*  1000-INITIALIZE -- PICK UP A COMPLETE ITEMUNLD LEFT BY A
001690*  KILLED RUN, AND OTHERWISE LEAVE ALONE A MASTER THAT IS ALREADY
001700*  CONVERTED OR DOES NOT EXIST.
001710******************************************************************
001720 1000-INITIALIZE.
001730     PERFORM 1200-CHECK-UNLOAD-FILE THRU 1200-EXIT.
001740     IF IC-UNLOADED
001750         DISPLAY 'ITEMUNLD FOUND COMPLETE - RESUMING THE RELOAD'
001760         GO TO 1000-EXIT
001770     END-IF.
001780     OPEN INPUT NEW-FILE.
001790     IF IC-NEW-FILE-STATUS = '00'
001800         CLOSE NEW-FILE
001810         DISPLAY 'ITEMMST IS ALREADY IN THE CURRENT LAYOUT - '
001820             'LEFT ALONE'
001830         SET IC-NOTHING-TO-DO TO TRUE
001840         GO TO 1000-EXIT
001850     END-IF.
001860     IF IC-NEW-FILE-STATUS = '35'
001870         DISPLAY 'ITEMMST NOT FOUND - NOTHING TO CONVERT'
001880         SET IC-NOTHING-TO-DO TO TRUE
001890     END-IF.
001900 1000-EXIT.
001910     EXIT.
001920*
001930******************************************************************
001940*  1200-CHECK-UNLOAD-FILE -- AN ITEMUNLD THAT ENDS IN ITS TRAILER
001950*  WAS WRITTEN IN FULL AND IS RELOADED AS IT STANDS.  ONE WITHOUT
001960*  IT WAS CUT SHORT BEFORE THE MASTER WAS TOUCHED, AND IS WRITTEN
001970*  AGAIN.
001980******************************************************************
001990 1200-CHECK-UNLOAD-FILE.
002000     OPEN INPUT UNLD-FILE.
002010     IF IC-UNLD-FILE-STATUS NOT = '00'
002020         GO TO 1200-EXIT
002030     END-IF.
002040     MOVE 'N' TO IC-EOF-SW.
002050     PERFORM 1250-CHECK-ONE-UNLOAD-ROW THRU 1250-EXIT
002060         WITH TEST AFTER
002070         UNTIL IC-NO-MORE-RECORDS.
002080     CLOSE UNLD-FILE.
002090 1200-EXIT.
002100     EXIT.
002110*
002120 1250-CHECK-ONE-UNLOAD-ROW.
002130     READ UNLD-FILE
002140         AT END
002150             MOVE 'Y' TO IC-EOF-SW
002160     END-READ.
002170     IF IC-NO-MORE-RECORDS
002180         GO TO 1250-EXIT
002190     END-IF.
002200     IF UNLD-TRAILER
002210         SET IC-UNLOADED TO TRUE
002220         MOVE UNLD-TRL-COUNT TO IC-TRL-COUNT
002230     END-IF.
002240 1250-EXIT.
002250     EXIT.
002260*
002270******************************************************************
002280*  2000-UNLOAD-MASTER -- THE OLD MASTER, IN KEY ORDER, TO
002290*  ITEMUNLD, THEN THE TRAILER.  THE MASTER IS ONLY READ.
002300******************************************************************
002310 2000-UNLOAD-MASTER.
002320     OPEN INPUT OLD-FILE.
002330     IF IC-OLD-FILE-STATUS NOT = '00'
002340         DISPLAY 'ITEMMST OPEN FAILED - STATUS '
002350             IC-OLD-FILE-STATUS
002360         DISPLAY 'CONVERSION ABORTED - NOTHING CHANGED'
002370         SET IC-ABORT-RUN TO TRUE
002380         GO TO 2000-EXIT
002390     END-IF.
002400     OPEN OUTPUT UNLD-FILE.
002410     IF IC-UNLD-FILE-STATUS NOT = '00'
002420         DISPLAY 'ITEMUNLD OPEN FAILED - STATUS '
002430             IC-UNLD-FILE-STATUS
002440         DISPLAY 'CONVERSION ABORTED - NOTHING CHANGED'
002450         CLOSE OLD-FILE
002460         SET IC-ABORT-RUN TO TRUE
002470         GO TO 2000-EXIT
002480     END-IF.
002490     MOVE 'N' TO IC-EOF-SW.
002500     PERFORM 2100-UNLOAD-ONE-ITEM THRU 2100-EXIT
002510         WITH TEST AFTER
002520         UNTIL IC-NO-MORE-RECORDS OR IC-ABORT-RUN.
002530     IF IC-ABORT-RUN
002540         CLOSE OLD-FILE, UNLD-FILE
002550         GO TO 2000-EXIT
002560     END-IF.
002570     MOVE SPACES TO UNLD-RECORD.
002580     MOVE 'T' TO UNLD-TRL-REC-TYPE.
002590     MOVE IC-UNLOADED-CTR TO UNLD-TRL-COUNT.
002600     WRITE UNLD-RECORD.
002610     IF IC-UNLD-FILE-STATUS NOT = '00'
002620         DISPLAY 'ITEMUNLD TRAILER WRITE FAILED - STATUS '
002630             IC-UNLD-FILE-STATUS
002640         DISPLAY 'CONVERSION ABORTED - NOTHING CHANGED'
002650         SET IC-ABORT-RUN TO TRUE
002660     END-IF.
002670     CLOSE OLD-FILE, UNLD-FILE.
002680     IF IC-ABORT-RUN
002690         GO TO 2000-EXIT
002700     END-IF.
002710     SET IC-UNLOADED TO TRUE.
002720     MOVE IC-UNLOADED-CTR TO IC-TRL-COUNT.
002730     MOVE IC-UNLOADED-CTR TO IC-COUNT-ED.
002740     DISPLAY 'ITEMMST UNLOADED TO ITEMUNLD: ' IC-COUNT-ED
002750         ' ITEMS'.
002760 2000-EXIT.
002770     EXIT.
002780*
002790 2100-UNLOAD-ONE-ITEM.
002800     READ OLD-FILE NEXT
002810         AT END
002820             MOVE 'Y' TO IC-EOF-SW
002830     END-READ.
002840     IF IC-NO-MORE-RECORDS
002850         GO TO 2100-EXIT
002860     END-IF.
002870     MOVE 'D' TO UNLD-REC-TYPE.
002880     MOVE OLD-ITEM-RECORD TO UNLD-ITEM-ROW.
002890     WRITE UNLD-RECORD.
002900     IF IC-UNLD-FILE-STATUS NOT = '00'
002910         DISPLAY 'ITEMUNLD WRITE FAILED - STATUS '
002920             IC-UNLD-FILE-STATUS ' AT ITEM ' OLD-ITEM-CODE
002930         DISPLAY 'CONVERSION ABORTED - NOTHING CHANGED'
002940         SET IC-ABORT-RUN TO TRUE
002950         GO TO 2100-EXIT
002960     END-IF.
002970     ADD 1 TO IC-UNLOADED-CTR.
002980 2100-EXIT.
002990     EXIT.
003000*
003010******************************************************************
003020*  3000-RELOAD-MASTER -- ITEMMST IS OPENED IN THE NEW LAYOUT.  A
003030*  MASTER STILL IN THE OLD LAYOUT (STATUS 39) OR NOT THERE (STATUS
003040*  35) IS CREATED EMPTY IN ITS PLACE -- ITEMUNLD HOLDS EVERY ROW
003050*  BY NOW; ONE THAT OPENS IS A KILLED RELOAD, CARRIED ON.  EVERY
003060*  'D' ROW IS THEN WRITTEN WITH ITS TAX CODE BLANK.
003070******************************************************************
003080 3000-RELOAD-MASTER.
003090     OPEN I-O NEW-FILE.
003100     IF IC-NEW-FILE-STATUS = '35' OR '39'
003110         OPEN OUTPUT NEW-FILE
003120         IF IC-NEW-FILE-STATUS = '00'
003130             CLOSE NEW-FILE
003140             OPEN I-O NEW-FILE
003150         END-IF
003160     END-IF.
003170     IF IC-NEW-FILE-STATUS NOT = '00'
003180         DISPLAY 'ITEMMST OPEN FAILED - STATUS '
003190             IC-NEW-FILE-STATUS
003200         DISPLAY 'CONVERSION ABORTED - ITEMUNLD HOLDS THE OLD '
003210             'ROWS'
003220         SET IC-ABORT-RUN TO TRUE
003230         GO TO 3000-EXIT
003240     END-IF.
003250     OPEN INPUT UNLD-FILE.
003260     IF IC-UNLD-FILE-STATUS NOT = '00'
003270         DISPLAY 'ITEMUNLD OPEN FAILED - STATUS '
003280             IC-UNLD-FILE-STATUS
003290         CLOSE NEW-FILE
003300         SET IC-ABORT-RUN TO TRUE
003310         GO TO 3000-EXIT
003320     END-IF.
003330     MOVE 'N' TO IC-EOF-SW.
003340     PERFORM 3100-RELOAD-ONE-ITEM THRU 3100-EXIT
003350         WITH TEST AFTER
003360         UNTIL IC-NO-MORE-RECORDS OR IC-ABORT-RUN.
003370     CLOSE UNLD-FILE, NEW-FILE.
003380 3000-EXIT.
003390     EXIT.
003400*
003410 3100-RELOAD-ONE-ITEM.
003420     READ UNLD-FILE
003430         AT END
003440             MOVE 'Y' TO IC-EOF-SW
003450     END-READ.
003460     IF IC-NO-MORE-RECORDS
003470         GO TO 3100-EXIT
003480     END-IF.
003490     IF NOT UNLD-DETAIL
003500         GO TO 3100-EXIT
003510     END-IF.
003520     ADD 1 TO IC-READ-CTR.
003530     MOVE SPACES TO IM-ITEM-RECORD.
003540     MOVE UNLD-ITEM-ROW TO IM-ITEM-RECORD(1:62).
003550     MOVE SPACES TO IM-ITEM-TAX-CODE.
003560     MOVE IM-ITEM-RECORD TO IC-NEW-ROW.
003570     WRITE IM-ITEM-RECORD
003580         INVALID KEY
003590             PERFORM 3200-ITEM-TAKEN THRU 3200-EXIT
003600         NOT INVALID KEY
003610             ADD 1 TO IC-WRITTEN-CTR
003620     END-WRITE.
003630 3100-EXIT.
003640     EXIT.
003650*
003660******************************************************************
003670*  3200-ITEM-TAKEN -- THE ITEM ALREADY IN THE NEW MASTER IS READ
003680*  BACK.  THE SAME ROW WAS WRITTEN BY A KILLED RUN AND IS LEFT BE;
003690*  A DIFFERENT ONE HAS BEEN MAINTAINED SINCE AND IS KEPT.  ANY
003700*  WRITE FAILURE OTHER THAN A DUPLICATE KEY STOPS THE RUN.
003710******************************************************************
003720 3200-ITEM-TAKEN.
003730     IF IC-NEW-FILE-STATUS NOT = '22'
003740         DISPLAY 'ITEMMST WRITE FAILED - STATUS '
003750             IC-NEW-FILE-STATUS
003760         DISPLAY 'CONVERSION ABORTED AT ITEM ' IM-ITEM-CODE
003770         SET IC-ABORT-RUN TO TRUE
003780         GO TO 3200-EXIT
003790     END-IF.
003800     READ NEW-FILE
003810         INVALID KEY
003820             DISPLAY 'ITEMMST READ FAILED - STATUS '
003830                 IC-NEW-FILE-STATUS
003840             SET IC-ABORT-RUN TO TRUE
003850             GO TO 3200-EXIT
003860     END-READ.
003870     IF IM-ITEM-RECORD = IC-NEW-ROW
003880         ADD 1 TO IC-ALREADY-CTR
003890         GO TO 3200-EXIT
003900     END-IF.
003910     ADD 1 TO IC-KEPT-CTR.
003920     DISPLAY 'ITEM ' IM-ITEM-CODE ' CHANGED SINCE THE KILLED '
003930         'RUN - KEPT AS IT STANDS'.
003940 3200-EXIT.
003950     EXIT.
003960*
003970******************************************************************
003980*  6000-FINALIZE -- THE RUN'S COUNTS, AND ITEMUNLD SET ASIDE AS
003990*  ITEMUNLD.OLD ONCE EVERY ROW IN IT IS ON THE NEW MASTER.  AN
004000*  ABORTED RUN LEAVES ITEMUNLD WHERE IT IS; RUNNING ITEMCONV AGAIN
004010*  FINISHES IT.
004020******************************************************************
004030 6000-FINALIZE.
004040     MOVE IC-TRL-COUNT TO IC-COUNT-ED.
004050     DISPLAY 'ITEMS UNLOADED..: ' IC-COUNT-ED.
004060     MOVE IC-READ-CTR TO IC-COUNT-ED.
004070     DISPLAY 'ITEMS READ BACK.: ' IC-COUNT-ED.
004080     MOVE IC-WRITTEN-CTR TO IC-COUNT-ED.
004090     DISPLAY 'ITEMS WRITTEN...: ' IC-COUNT-ED.
004100     MOVE IC-ALREADY-CTR TO IC-COUNT-ED.
004110     DISPLAY 'ALREADY THERE...: ' IC-COUNT-ED.
004120     MOVE IC-KEPT-CTR TO IC-COUNT-ED.
004130     DISPLAY 'KEPT AS CHANGED.: ' IC-COUNT-ED.
004140     IF IC-ABORT-RUN
004150         DISPLAY 'CONVERSION DID NOT COMPLETE - RE-RUN ITEMCONV '
004160             'TO FINISH'
004170         GO TO 6000-EXIT
004180     END-IF.
004190     IF IC-READ-CTR NOT = IC-TRL-COUNT
004200         DISPLAY 'ITEMUNLD ROW COUNT DOES NOT AGREE WITH ITS '
004210             'TRAILER - ITEMUNLD LEFT IN PLACE'
004220         DISPLAY 'CONVERSION DID NOT COMPLETE - CHECK ITEMUNLD'
004230         GO TO 6000-EXIT
004240     END-IF.
004250     CALL 'CBL_RENAME_FILE' USING IC-UNLD-NAME, IC-UNLD-OLD-NAME
004260         RETURNING IC-RENAME-RC.
004270     IF IC-RENAME-RC NOT = ZERO
004280         DISPLAY 'WARNING - ITEMUNLD NOT RENAMED TO '
004290             'ITEMUNLD.OLD - RC ' IC-RENAME-RC
004300         DISPLAY 'RENAME IT BY HAND BEFORE ANY LATER RUN OF '
004310             'ITEMCONV'
004320     END-IF.
004330     DISPLAY 'ITEM MASTER CONVERSION COMPLETE - DELETE '
004340         'ITEMUNLD.OLD ONCE CHECKED'.
004350 6000-EXIT.
004360     EXIT.
004370*
004380 END PROGRAM ITEMCONV.
