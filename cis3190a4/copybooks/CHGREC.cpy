000010******************************************************************
000020*  D. FREDERICK
000030*  CIS3190 A4  --  COBOL
000040*
000050*  COPYBOOK.    CHGREC
000060*
000070*  MASTER-FILE CHANGE RECORD.  EVERY CHANGE BOUND FOR ITEMMST,
000080*  ITEMPRC, ITEMGLA, CURRMST OR TAXMST -- KEYED AT THE ITEMMAINT,
000090*  CURRMAINT OR TAXMAINT TERMINAL OR LOADED FROM ITEMTXN -- IS
000100*  WRITTEN HERE FIRST, STAMPED WITH THE OPERATOR WHO KEYED IT, AND
000110*  HELD ON THE CHGPEND FILE UNTIL A SECOND, DIFFERENT OPERATOR
000120*  APPROVES OR REJECTS IT IN CHGAPPR.  ONLY AN APPROVED CHANGE
000130*  REACHES THE MASTER.  THE DECIDED ROW, WITH THE MASTER'S BEFORE
000140*  IMAGE AND BOTH OPERATORS' IDS AND TIMESTAMPS FILLED IN, IS THEN
000150*  APPENDED TO THE PERMANENT CHGJRNL JOURNAL AND REMOVED FROM
000160*  CHGPEND, SO CHGPEND ONLY EVER HOLDS WHAT IS STILL WAITING.
000180*
000190*  CHGPEND IS INDEXED ON CH-CHANGE-KEY: THE FILE THE CHANGE IS
000200*  BOUND FOR, THE ITEM CODE, CURRENCY OR TAX CODE, AND THE KEYING
000210*  STAMP.  A REVIEWER THEREFORE SEES EVERY CHANGE WAITING ON ONE
000220*  ITEM TOGETHER, IN THE ORDER THEY WERE KEYED -- AN ADD AHEAD OF
000230*  THE PRICE ROWS LOADED FOR IT.  CH-KEY-SEQ ONLY SEPARATES
000240*  CHANGES TO ONE TARGET KEYED IN THE SAME HUNDREDTH OF A SECOND.
000260*
000270*  THE AFTER IMAGE HOLDS THE VALUES KEYED; WHICH FIELDS MEAN
000280*  ANYTHING DEPENDS ON THE CHANGE TYPE (A BLANK DESCRIPTION ON A
000290*  'C' KEEPS THE ONE ON FILE, AS AT THE TERMINAL).  THE BEFORE
000300*  IMAGE IS TAKEN FROM THE MASTER WHEN THE CHANGE IS DECIDED, NOT
000310*  WHEN IT IS KEYED, SO THE JOURNAL SHOWS WHAT THE APPROVAL
000320*  ACTUALLY REPLACED.  CH-OLD-VALUES AND CH-AFTER-IMAGE SHARE ONE
000330*  SHAPE SO A REPORT CAN FORMAT EITHER THROUGH THE SAME CODE.
000340*  THE ITEM'S TAX CODE RIDES BESIDE THE TWO IMAGES, NEW AND OLD,
000350*  IN CH-TAX-IMAGE; ON A 'C' A BLANK NEW TAX CODE KEEPS THE ONE
000360*  ON FILE AND 'NONE' TAKES IT OFF (THE ITEM IS NOT TAXED).  A
000370*  TAX-RATE ROW CARRIES ITS PERCENTAGE IN THE RATE FIELD AND ITS
000380*  TAX-LIABILITY ACCOUNT IN THE ACCOUNT FIELD.
000390*
000400*  MODIFICATION HISTORY
000410*  ------------------------------------------------------
000420*  2026-10-15  DF   ORIGINAL LAYOUT.
000430*  2026-10-15  DF   TAXMST TAX-RATE ROWS (TARGET T, TYPE X) FROM
000440*                   TAXMAINT, AND THE ITEM'S TAX CODE NEW AND OLD
000450*                   APPENDED IN CH-TAX-IMAGE.  RECORD IS NOW 255
000460*                   BYTES.
000470*
000480******************************************************************
000490 01  CH-CHANGE-RECORD.
000500     05  CH-CHANGE-KEY.
000510         10  CH-TARGET-FILE      PIC X(01).
000520             88  CH-FOR-ITEM-FILES   VALUE 'I'.
000530             88  CH-FOR-RATE-FILE    VALUE 'R'.
000540             88  CH-FOR-TAX-FILE     VALUE 'T'.
000550         10  CH-TARGET-CODE      PIC X(08).
000560         10  CH-MAKER-DATE       PIC X(08).
000570         10  CH-MAKER-TIME       PIC X(08).
000580         10  CH-KEY-SEQ          PIC 9(02).
000590     05  CH-CHANGE-TYPE          PIC X(01).
000600         88  CH-ADD-ITEM             VALUE 'A'.
000610         88  CH-CHANGE-ITEM          VALUE 'C'.
000620         88  CH-DEACTIVATE-ITEM      VALUE 'D'.
000630         88  CH-PRICE-ROW            VALUE 'P'.
000640         88  CH-GL-ACCOUNT           VALUE 'G'.
000650         88  CH-RATE-ROW             VALUE 'R'.
000660         88  CH-TAX-RATE-ROW         VALUE 'X'.
000670     05  CH-ORIGIN               PIC X(01).
000680         88  CH-FROM-TERMINAL        VALUE 'T'.
000690         88  CH-FROM-LOAD            VALUE 'L'.
000700     05  CH-MAKER-ID             PIC X(08).
000710     05  CH-STATUS               PIC X(01).
000720         88  CH-PENDING              VALUE 'P'.
000730         88  CH-APPROVED             VALUE 'A'.
000740         88  CH-REJECTED             VALUE 'R'.
000750         88  CH-APPLY-FAILED         VALUE 'F'.
000760     05  CH-CHECKER-ID           PIC X(08).
000770     05  CH-CHECKER-DATE         PIC X(08).
000780     05  CH-CHECKER-TIME         PIC X(08).
000790     05  CH-NOTE                 PIC X(30).
000800     05  CH-AFTER-IMAGE.
000810         10  CH-NEW-DESC         PIC X(30).
000820         10  CH-NEW-PRICE        PIC S9(11)V9(04)
000830                 SIGN IS LEADING SEPARATE CHARACTER.
000840         10  CH-NEW-EFF-DATE     PIC X(08).
000850         10  CH-NEW-ACTIVE       PIC X(01).
000860         10  CH-NEW-ACCOUNT      PIC X(08).
000870         10  CH-NEW-RATE         PIC S9(07)V9(06)
000880                 SIGN IS LEADING SEPARATE CHARACTER.
000890     05  CH-BEFORE-IMAGE.
000900         10  CH-OLD-ON-FILE      PIC X(01).
000910             88  CH-OLD-FOUND        VALUE 'Y'.
000920         10  CH-OLD-VALUES.
000930             15  CH-OLD-DESC     PIC X(30).
000940             15  CH-OLD-PRICE    PIC S9(11)V9(04)
000950                     SIGN IS LEADING SEPARATE CHARACTER.
000960             15  CH-OLD-EFF-DATE PIC X(08).
000970             15  CH-OLD-ACTIVE   PIC X(01).
000980             15  CH-OLD-ACCOUNT  PIC X(08).
000990             15  CH-OLD-RATE     PIC S9(07)V9(06)
001000                     SIGN IS LEADING SEPARATE CHARACTER.
001010     05  CH-TAX-IMAGE.
001020         10  CH-NEW-TAX-CODE     PIC X(04).
001030             88  CH-NEW-TAX-REMOVED  VALUE 'NONE'.
001040         10  CH-OLD-TAX-CODE     PIC X(04).
