000453*                   TEST FIRST.  ML-AUD-P IS ALWAYS HOME
000454*                   CURRENCY; A HOME BATCH LOGS THE SAME AMOUNT
000455*                   IN BOTH FIELDS.  RECORD IS NOW 211 BYTES.
000456*  2026-10-15  DF   ADDED THE REVERSAL STATUS VALUE -- A ROW
000457*                   WRITTEN BY A REVERSAL RUN, BACKING OUT ONE
000458*                   POSTED ROW OF A COMPLETED BATCH WITH M, P,
000459*                   AND THE ORIGINAL-CURRENCY PRODUCT NEGATED
000460*                   AND THE ORIGINAL BATCH ID AND DOCUMENT
000461*                   REFERENCE CARRIED OVER UNCHANGED.
000462*  2026-10-15  DF   ADDED THE TAX CODE AND THE SALES TAX WORKED
000463*                   OUT ON THE HOME-CURRENCY PRODUCT, APPENDED
000464*                   AFTER THE CURRENCY CODE.  AN OLD ROW READS
000465*                   BACK WITH BOTH BLANK, SO ML-AUD-TAX MUST BE
000466*                   TESTED NUMERIC BEFORE ANY ARITHMETIC, AS WITH
000467*                   ML-AUD-ORIG-P.  THE TAX IS NOT PART OF ML-
000468*                   AUD-P.  RECORD IS NOW 252 BYTES.
000469*  2026-10-15  DF   REORDERED FOR THE INDEXED AUDIT LOG.  JOB ID,
000470*                   RUN DATE AND SEQUENCE NOW LEAD THE RECORD AS
000471*                   THE GROUP ML-AUD-KEY, THE PRIME RECORD KEY
000472*                   (THE JOB ID IS A TIME-OF-DAY STAMP AND REPEATS
000473*                   FROM DAY TO DAY, SO THE RUN DATE IS PART OF
000474*                   THE KEY), AND THE DOCUMENT NUMBER AND LINE ARE
000475*                   GROUPED AS ML-AUD-DOC-REF.  THE BATCH ID, THE
000476*                   RUN DATE AND THE DOCUMENT REFERENCE ARE
000477*                   ALTERNATE KEYS WITH DUPLICATES.  ALL OTHER
000478*                   FIELDS KEEP THEIR NAMES AND SIZES; THE RECORD
000479*                   STAYS 252 BYTES.  ROWS IN THE OLD LINE
000480*                   SEQUENTIAL LAYOUT ARE MOVED OVER ONCE BY
000481*                   AUDCONV.
000482*
000483******************************************************************
000484 01  ML-AUDIT-RECORD.
000485     05  ML-AUD-KEY.
000486         10  ML-AUD-JOB-ID       PIC X(08).
000487         10  ML-AUD-DATE         PIC X(08).
000488         10  ML-AUD-SEQ          PIC 9(09).
000500     05  ML-AUD-OPERATOR         PIC X(08).
000520     05  ML-AUD-M                PIC S9(36)
000530             SIGN IS LEADING SEPARATE CHARACTER.
000540     05  ML-AUD-N                PIC S9(32)V9(04)
000610         88  ML-AUD-OVERFLOW         VALUE 'O'.
000620         88  ML-AUD-REJECTED         VALUE 'R'.
000630         88  ML-AUD-WARNING          VALUE 'W'.
000635         88  ML-AUD-REVERSAL         VALUE 'V'.
000640     05  ML-AUD-BATCH-ID         PIC X(12).
000647     05  ML-AUD-DOC-REF.
000654         10  ML-AUD-DOC-NO       PIC X(10).
000661         10  ML-AUD-DOC-LINE     PIC X(04).
000670     05  ML-AUD-ORIG-P           PIC S9(34)V9(02)
000680             SIGN IS LEADING SEPARATE CHARACTER.
000690     05  ML-AUD-CURRENCY         PIC X(03).
000700     05  ML-AUD-TAX-CODE         PIC X(04).
000710     05  ML-AUD-TAX              PIC S9(34)V9(02)
000720             SIGN IS LEADING SEPARATE CHARACTER.
