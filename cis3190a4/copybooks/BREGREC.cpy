000010******************************************************************
000020*  D. FREDERICK
000030*  CIS3190 A4  --  COBOL
000040*
000050*  COPYBOOK.    BREGREC
000060*
000070*  PROCESSED-BATCH REGISTER RECORD (MULTBREG).  ONE ROW PER
000080*  BATCH THAT COMPLETED IN BALANCE, APPENDED BY MULTIPLICATION
000090*  AT 4420 AND CHECKED AT 4060 SO THE SAME BATCH ID IS NEVER
000100*  POSTED TWICE.  MULTRECON READS IT TO FIND EACH BATCH'S
000110*  STAMPED GL GENERATION.
000120*
000130*  A BATCH BACKED OUT BY A REVERSAL RUN HAS ITS ROW MARKED
000140*  REVERSED ('X') AND A SECOND ROW APPENDED FOR THE REVERSAL RUN
000150*  ITSELF ('V').  THE LINK FIELDS TIE THE PAIR TOGETHER: ON THE
000160*  REVERSED ROW THEY NAME THE RUN THAT REVERSED IT, ON THE
000170*  REVERSAL ROW THE RUN IT REVERSED.  ONLY A COMPLETED ROW
000180*  BLOCKS A RESUBMISSION, SO A REVERSED BATCH ID MAY RUN AGAIN.
000190*
000200*  A RESUBMIT RUN THAT FINISHES IN BALANCE APPENDS A RESUBMISSION
000210*  ROW ('S') UNDER THE ORIGINAL BATCH ID -- IT POSTS A GL
000220*  GENERATION OF ITS OWN, AND PERDCLOSE MUST FIND IT.  A REVERSAL
000230*  RUN BACKS OUT THE LATEST RESUBMISSION ROW BEFORE THE COMPLETED
000240*  ROW AND MARKS IT REVERSED ('X') THE SAME WAY.  THE PERIOD
000250*  IS THE ACCOUNTING PERIOD (YYYYMM) THE RUN POSTED INTO; A ROW
000260*  WRITTEN BEFORE THE PERIOD CALENDAR READS BACK BLANK AND POSTED
000270*  IN ITS BUSINESS DATE'S MONTH.
000280*
000290*  MODIFICATION HISTORY
000300*  ------------------------------------------------------
000310*  2026-10-15  DF   LAYOUT MOVED OUT OF MULTIPLICATION AND
000320*                   MULTRECON INTO THIS COPYBOOK.  ADDED THE
000330*                   REVERSED AND REVERSAL STATUS VALUES AND THE
000340*                   LINK RUN DATE AND JOB ID, APPENDED SO AN
000350*                   EXISTING ROW READS BACK WITH BLANK LINKS.
000360*                   RECORD IS NOW 61 BYTES.
000370*  2026-10-15  DF   ADDED THE RESUBMISSION STATUS AND THE POSTING
000380*                   PERIOD, APPENDED.  RECORD IS NOW 67 BYTES.
000390*  2026-10-15  DF   A RESUBMISSION ROW MAY NOW BE MARKED REVERSED,
000400*                   LINKED TO THE REVERSAL RUN THAT BACKED IT OUT.
000410*                   LAYOUT UNCHANGED.
000420*
000430******************************************************************
000440 01  BREG-RECORD.
000450     05  BREG-BATCH-ID           PIC X(12).
000460     05  BREG-SOURCE             PIC X(08).
000470     05  BREG-BUS-DATE           PIC X(08).
000480     05  BREG-RUN-DATE           PIC X(08).
000490     05  BREG-JOB-ID             PIC X(08).
000500     05  BREG-STATUS             PIC X(01).
000510         88  BREG-COMPLETED          VALUE 'C'.
000520         88  BREG-REVERSED           VALUE 'X'.
000530         88  BREG-REVERSAL           VALUE 'V'.
000540         88  BREG-RESUBMISSION       VALUE 'S'.
000550     05  BREG-LINK-RUN-DATE      PIC X(08).
000560     05  BREG-LINK-JOB-ID        PIC X(08).
000570     05  BREG-PERIOD             PIC X(06).
