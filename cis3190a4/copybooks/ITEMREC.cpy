000230*  WHOLE FILE UP FRONT.
000240*
000250*  THE PRICE AND EFFECTIVE DATE ON THE MASTER ROW ARE THE ITEM'S
000251*  CURRENT PRICE AS LAST KEYED AT THE MAINTENANCE TERMINAL.  THE
000252*  FULL EFFECTIVE-DATED PRICE HISTORY LIVES IN THE ITEMPRC FILE
000253*  (ITPRREC LAYOUT); THE BATCH DRIVER PRICES FROM THE HISTORY AND
000254*  FALLS BACK TO THESE FIELDS ONLY FOR AN ITEM WITH NO HISTORY
000255*  ROWS AT ALL.
000256*
000257*  THE TAX CODE NAMES THE ITEM'S ROW FAMILY ON THE TAX-RATE
000258*  MASTER (TAXMST, TAXREC LAYOUT); BLANK MEANS THE ITEM IS NOT
000259*  TAXED.
000260*
000261*  MODIFICATION HISTORY
000262*  ------------------------------------------------------
000268*  2026-09-02  DF   THE FILE IS NOW INDEXED ON IM-ITEM-CODE.
000269*                   RECORD LAYOUT UNCHANGED; THE SEQUENTIAL-FILE
000270*                   ORDERING RULES MOVED INTO THE ORGANIZATION.
000273*  2026-10-15  DF   ADDED THE ITEM'S TAX CODE, APPENDED AFTER THE
000276*                   ACTIVE FLAG.  RECORD IS NOW 66 BYTES; THE
000279*                   INDEXED MASTER IS UNLOADED AND RELOADED ONCE
000282*                   WITH THE CODE BLANK, BY ITEMCONV.
000285*
000290******************************************************************
000300 01  IM-ITEM-RECORD.
000310     05  IM-ITEM-CODE            PIC X(08).
000360     05  IM-ITEM-ACTIVE          PIC X(01).
000370         88  IM-ITEM-IS-ACTIVE       VALUE 'A'.
000380         88  IM-ITEM-IS-INACTIVE     VALUE 'I'.
000390     05  IM-ITEM-TAX-CODE        PIC X(04).
