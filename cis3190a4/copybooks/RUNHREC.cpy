000010******************************************************************
000020*  D. FREDERICK
000030*  CIS3190 A4  --  COBOL
000040*
000050*  COPYBOOK.    RUNHREC
000060*
000070*  RUN-HISTORY RECORD (MULTRUNH).  ONE ROW APPENDED BY
000080*  MULTIPLICATION FOR EVERY BATCH OR RESUBMIT RUN, AND FOR EVERY
000090*  MANIFEST FILE A NIGHT RUN WORKS THROUGH, WHATEVER BECAME OF
000100*  IT -- SO HOW LONG EACH RUN TOOK, AND HOW MUCH IT READ, IS KEPT
000110*  IN ONE PLACE ACROSS NIGHTS.  RUNTREND REPORTS FROM IT.
000120*
000130*  THE MODE IS THE RUN MODE (B OR R), OR M FOR A FILE RUN BY A
000140*  NIGHT RUN, WHOSE LAUNCHING JOB ID IS THEN CARRIED TOO.  THE
000150*  TIMES ARE HHMMSSCC OFF THE CLOCK; THE ELAPSED TIME IS IN
000160*  SECONDS TO THE HUNDREDTH AND ALLOWS FOR A RUN THAT CROSSES
000170*  MIDNIGHT.
000180*
000190*  THE RECORD COUNTS ARE THE BATCH'S OWN, AS ITS CONTROL REPORT
000200*  AND ACKNOWLEDGMENT SHOW THEM -- FOR A RESTARTED RUN THEY TAKE
000210*  IN THE RECORDS BEFORE THE RESTART POINT, SO THE RECORDS THE
000220*  RUN ITSELF READ ARE RECORDS READ LESS THE RESTART SEQUENCE.
000230*  A BATCH TURNED AWAY AT THE DOOR (REFUSED) READ NO DETAILS; ONE
000240*  THAT DIED AFTER ITS OUTPUTS OPENED (ABORTED) COUNTS WHAT IT
000250*  HAD READ.  THE REASON IS THE REFUSAL REASON WHERE ONE WAS
000260*  GIVEN.
000270*
000280*  MODIFICATION HISTORY
000290*  ------------------------------------------------------
000300*  2026-10-15  DF   ORIGINAL LAYOUT.
000310*
000320******************************************************************
000330 01  RH-RECORD.
000340     05  RH-JOB-ID               PIC X(08).
000350     05  RH-RUN-MODE             PIC X(01).
000360         88  RH-BATCH-RUN            VALUE 'B'.
000370         88  RH-RESUBMIT-RUN         VALUE 'R'.
000380         88  RH-NIGHT-RUN            VALUE 'M'.
000390     05  RH-NIGHT-JOB-ID         PIC X(08).
000400     05  RH-BATCH-ID             PIC X(12).
000410     05  RH-SOURCE               PIC X(08).
000420     05  RH-BUS-DATE             PIC X(08).
000430     05  RH-INPUT-NAME           PIC X(38).
000440     05  RH-START-DATE           PIC X(08).
000450     05  RH-START-TIME           PIC X(08).
000460     05  RH-END-DATE             PIC X(08).
000470     05  RH-END-TIME             PIC X(08).
000480     05  RH-ELAPSED              PIC 9(07)V9(02).
000490     05  RH-RECS-READ            PIC 9(09).
000500     05  RH-RECS-ACCEPTED        PIC 9(09).
000510     05  RH-RECS-REJECTED        PIC 9(09).
000520     05  RH-RECS-WARNED          PIC 9(09).
000530     05  RH-RESTART-SW           PIC X(01).
000540         88  RH-RESTARTED            VALUE 'Y'.
000550     05  RH-RESTART-SEQ          PIC 9(09).
000560     05  RH-OUTCOME              PIC X(01).
000570         88  RH-IN-BALANCE           VALUE 'I'.
000580         88  RH-OUT-OF-BALANCE       VALUE 'O'.
000590         88  RH-REFUSED              VALUE 'R'.
000600         88  RH-ABORTED              VALUE 'A'.
000610     05  RH-REASON               PIC X(40).
000620     05  FILLER                  PIC X(09).
