000010******************************************************************
000020*  D. FREDERICK
000030*  CIS3190 A4  --  COBOL
000040*
000050*  COPYBOOK.    TAXREC
000060*
000070*  SALES-TAX RATE-MASTER RECORD.  ONE ROW PER (TAX CODE,
000080*  EFFECTIVE DATE) IN THE TAXMST FILE, INDEXED ON THE COMPOSITE
000090*  KEY AND MAINTAINED THROUGH TAXMAINT AND CHGAPPR -- THE SAME
000100*  EFFECTIVE-DATED SHAPE AS THE CURRENCY RATE MASTER, SO A BATCH
000110*  TAXES AT THE RATE IN EFFECT ON ITS OWN BUSINESS DATE.  THE
000120*  RATE IS A PERCENTAGE WITH FOUR ASSUMED DECIMALS (ZERO FOR A
000130*  ZERO-RATED CODE).  THE ACCOUNT IS THE TAX-LIABILITY GL ACCOUNT
000140*  THE TAX IS POSTED TO ON THE MULTGL EXTRACT WHILE THE ROW IS IN
000150*  EFFECT.  AN ITEM CARRYING A TAX CODE WITH NO ROW EFFECTIVE ON
000160*  THE BATCH BUSINESS DATE IS REJECTED TO SUSPENSE.
000170*
000180*  MODIFICATION HISTORY
000190*  ------------------------------------------------------
000200*  2026-10-15  DF   ORIGINAL LAYOUT.
000210*
000220******************************************************************
000230 01  TX-RATE-RECORD.
000240     05  TX-RATE-KEY.
000250         10  TX-RATE-CODE        PIC X(04).
000260         10  TX-RATE-EFF-DATE    PIC X(08).
000270     05  TX-RATE-PERCENT         PIC S9(03)V9(04)
000280             SIGN IS LEADING SEPARATE CHARACTER.
000290     05  TX-RATE-ACCOUNT         PIC X(08).
