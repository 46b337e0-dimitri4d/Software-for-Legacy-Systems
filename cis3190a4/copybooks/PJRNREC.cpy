000010******************************************************************
000020*  D. FREDERICK
000030*  CIS3190 A4  --  COBOL
000040*
000050*  COPYBOOK.    PJRNREC
000060*
000070*  CONSOLIDATED PERIOD JOURNAL RECORD (MULTPJ.<YYYYMM>), WRITTEN
000080*  BY PERDCLOSE.  ONE JOURNAL PER CLOSED PERIOD, ROLLED FROM
000090*  EVERY STAMPED MULTGL GENERATION THE PERIOD POSTED, SO THE
000100*  LEDGER TAKES ONE REVIEWED JOURNAL A MONTH INSTEAD OF EVERY
000110*  NIGHT'S EXTRACT.  120 BYTES, LIKE MULTGL:
000120*
000130*    H  HEADER -- THE PERIOD, THE RUN THAT ROLLED IT, THE NUMBER
000140*       OF GENERATIONS ROLLED, AND THE CONTROL COUNT AND AMOUNT:
000150*       THE SUM OF THOSE GENERATIONS' OWN TRAILERS;
000160*    A  ONE PER GL ACCOUNT, IN ACCOUNT ORDER -- POSTING LINES
000170*       ROLLED AND THEIR NET AMOUNT.  A BLANK ACCOUNT HOLDS THE
000180*       LINES THAT POSTED WITH NO ACCOUNT MAPPED;
000190*    T  TRAILER -- ACCOUNT LINES WRITTEN, AND THE POSTING LINES
000200*       AND AMOUNT SUMMED FROM THE ACCOUNT LINES.
000210*
000220*  THE JOURNAL BALANCES WHEN THE TRAILER'S COUNT AND AMOUNT
000230*  EQUAL THE HEADER'S CONTROL COUNT AND AMOUNT.
000240*
000250*  MODIFICATION HISTORY
000260*  ------------------------------------------------------
000270*  2026-10-15  DF   ORIGINAL LAYOUT.
000280*
000290******************************************************************
000300 01  PJ-HEADER-RECORD.
000310     05  PJ-HDR-REC-TYPE         PIC X(01).
000320     05  PJ-HDR-PERIOD           PIC X(06).
000330     05  PJ-HDR-RUN-DATE         PIC X(08).
000340     05  PJ-HDR-JOB-ID           PIC X(08).
000350     05  PJ-HDR-GEN-COUNT        PIC 9(05).
000360     05  PJ-HDR-CTL-COUNT        PIC 9(09).
000370     05  PJ-HDR-CTL-AMOUNT       PIC S9(28)V9(02)
000380             SIGN IS LEADING SEPARATE CHARACTER.
000390     05  FILLER                  PIC X(52).
000400 01  PJ-ACCOUNT-RECORD REDEFINES PJ-HEADER-RECORD.
000410     05  PJ-ACC-REC-TYPE         PIC X(01).
000420     05  PJ-ACC-ACCOUNT          PIC X(08).
000430     05  PJ-ACC-COUNT            PIC 9(09).
000440     05  PJ-ACC-AMOUNT           PIC S9(28)V9(02)
000450             SIGN IS LEADING SEPARATE CHARACTER.
000460     05  FILLER                  PIC X(71).
000470 01  PJ-TRAILER-RECORD REDEFINES PJ-HEADER-RECORD.
000480     05  PJ-TRL-REC-TYPE         PIC X(01).
000490     05  PJ-TRL-ACCOUNTS         PIC 9(05).
000500     05  PJ-TRL-COUNT            PIC 9(09).
000510     05  PJ-TRL-AMOUNT           PIC S9(28)V9(02)
000520             SIGN IS LEADING SEPARATE CHARACTER.
000530     05  FILLER                  PIC X(74).
