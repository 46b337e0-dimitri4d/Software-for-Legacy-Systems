000010******************************************************************
000020*  D. FREDERICK
000030*  CIS3190 A4  --  COBOL
000040*
000050*  COPYBOOK.    PARTREC
000060*
000070*  TRADING-PARTNER MASTER RECORD (PARTMST).  ONE ROW PER SENDING
000080*  SYSTEM, INDEXED ON THE SOURCE CODE THE SENDER STAMPS ON ITS
000090*  BATCH HEADER, AND KEPT BY PARTMAINT.  MULTIPLICATION REFUSES A
000100*  BATCH FROM A SOURCE THAT IS NOT HERE OR IS SUSPENDED, IN A
000110*  CURRENCY THE PARTNER IS NOT ALLOWED TO SEND, OR CARRYING
000120*  KEYED-PRICE ('D') DETAILS FROM A PARTNER ALLOWED ITEM-CODED
000130*  ('I') DETAILS ONLY.  A HOME-CURRENCY BATCH IS OPEN TO EVERY
000140*  PARTNER; THE CURRENCY LIST NAMES THE FOREIGN CURRENCIES ONLY,
000150*  UNUSED SLOTS BLANK.  THE ACKNOWLEDGMENT NAME IS THE FILE THE
000160*  BATCH'S MULTACK IS ALSO DELIVERED UNDER FOR THE PARTNER TO
000170*  COLLECT; BLANK MEANS THE PARTNER COLLECTS MULTACK ITSELF.
000180*
000190*  MODIFICATION HISTORY
000200*  ------------------------------------------------------
000210*  2026-10-15  DF   ORIGINAL LAYOUT.
000220*
000230******************************************************************
000240 01  PT-PARTNER-RECORD.
000250     05  PT-SOURCE               PIC X(08).
000260     05  PT-NAME                 PIC X(30).
000270     05  PT-STATUS               PIC X(01).
000280         88  PT-ACTIVE               VALUE 'A'.
000290         88  PT-SUSPENDED            VALUE 'S'.
000300     05  PT-DETAIL-OPTION        PIC X(01).
000310         88  PT-KEYED-ALLOWED        VALUE 'B'.
000320         88  PT-ITEM-ONLY            VALUE 'I'.
000330     05  PT-CURRENCY-LIST.
000340         10  PT-CURRENCY         PIC X(03) OCCURS 8 TIMES.
000350     05  PT-ACK-NAME             PIC X(38).
000360     05  PT-CHANGE-DATE          PIC X(08).
