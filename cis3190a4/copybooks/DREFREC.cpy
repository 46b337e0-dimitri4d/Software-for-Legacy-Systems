000010******************************************************************
000020*  D. FREDERICK
000030*  CIS3190 A4  --  COBOL
000040*
000050*  COPYBOOK.    DREFREC
000060*
000070*  POSTED DOCUMENT-REFERENCE INDEX RECORD (MULTDREF).  ONE ROW
000080*  PER SOURCE-DOCUMENT REFERENCE (SOURCE SYSTEM PLUS DOC-NO AND
000090*  DOC-LINE) THAT HAS POSTED, KEPT CUMULATIVELY ACROSS RUNS AND
000100*  INDEXED ON THE REFERENCE.  MULTIPLICATION ADDS THE ROWS OF
000110*  EVERY IN-BALANCE RUN AND REJECTS A DETAIL WHOSE REFERENCE IS
000120*  ALREADY HERE UNDER A DIFFERENT BATCH ID, SO A SENDER THAT
000130*  RE-EXTRACTS YESTERDAY'S INVOICES UNDER A NEW BATCH ID IS
000140*  CAUGHT LINE BY LINE INSTEAD OF AT MONTH-END.  A REVERSAL RUN
000150*  REMOVES THE ROWS OF THE BATCH IT BACKS OUT, SO THOSE LINES MAY
000160*  LEGITIMATELY POST AGAIN.
000170*
000180*  A DETAIL WITH A BLANK DOCUMENT NUMBER (AN OLD-FORMAT SENDER)
000190*  HAS NOTHING TO KEY ON AND NEVER REACHES THIS FILE.
000200*
000210*  MODIFICATION HISTORY
000220*  ------------------------------------------------------
000230*  2026-10-15  DF   ORIGINAL LAYOUT.
000240*
000250******************************************************************
000260 01  DR-REF-RECORD.
000270     05  DR-REF-KEY.
000280         10  DR-REF-SOURCE       PIC X(08).
000290         10  DR-REF-DOC-NO       PIC X(10).
000300         10  DR-REF-DOC-LINE     PIC X(04).
000310     05  DR-REF-BATCH-ID         PIC X(12).
000320     05  DR-REF-RUN-DATE         PIC X(08).
000330     05  DR-REF-JOB-ID           PIC X(08).
