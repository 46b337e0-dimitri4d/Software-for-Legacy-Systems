000010******************************************************************
000020*  D. FREDERICK
000030*  CIS3190 A4  --  COBOL
000040*
000050*  COPYBOOK.    PERDREC
000060*
000070*  ACCOUNTING-PERIOD CALENDAR RECORD (PERDMST).  ONE ROW PER
000080*  LEDGER PERIOD -- A CALENDAR MONTH, KEYED YYYYMM -- INDEXED ON
000090*  THE PERIOD AND KEPT BY PERDMAINT.  AN OPEN PERIOD TAKES
000100*  POSTINGS.  A CLOSED PERIOD REFUSES THEM: MULTIPLICATION
000110*  TURNS AWAY A BATCH DATED INTO IT, OR UNDER THE CLOSED-PERIOD
000120*  REDIRECT OPTION POSTS IT TO THE NEXT OPEN PERIOD.  PERDCLOSE
000130*  ROLLS A CLOSED PERIOD'S GL GENERATIONS INTO ONE JOURNAL AND
000140*  LOCKS IT; A LOCKED PERIOD CAN NEVER BE REOPENED, AND THE
000150*  JOURNAL FIELDS NAME THE RUN THAT PRODUCED ITS JOURNAL.  A
000160*  MONTH NOT ON THE CALENDAR AT ALL IS TREATED AS OPEN.
000170*
000180*  MODIFICATION HISTORY
000190*  ------------------------------------------------------
000200*  2026-10-15  DF   ORIGINAL LAYOUT.
000210*
000220******************************************************************
000230 01  PD-PERIOD-RECORD.
000240     05  PD-PERIOD               PIC X(06).
000250     05  PD-STATUS               PIC X(01).
000260         88  PD-OPEN                 VALUE 'O'.
000270         88  PD-CLOSED               VALUE 'C'.
000280         88  PD-LOCKED               VALUE 'L'.
000290     05  PD-CHANGE-DATE          PIC X(08).
000300     05  PD-JOURNAL-RUN-DATE     PIC X(08).
000310     05  PD-JOURNAL-JOB-ID       PIC X(08).
