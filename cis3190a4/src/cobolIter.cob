002650*                  THE OLD FORMAT, UNCHANGED BEHAVIOUR); A
002660*                  FOREIGN BATCH'S RATE IS LOOKED UP IN THE NEW
002670*                  CURRMST RATE MASTER (KEPT BY CURRMAINT) AS OF
002671*                  THE BUSINESS DATE, AND A CURRENCY WITH NO
002672*                  RATE IN EFFECT REFUSES THE BATCH AT THE
002673*                  HEADER CHECK LIKE A DUPLICATE BATCH ID.  EACH
002674*                  DETAIL EXTENDS IN THE BATCH CURRENCY THROUGH
002675*                  PEASANTMULT AND CONVERTS ONCE AT THE STATED
002676*                  RATE; EXTOUT, THE MULTAUD ROW, AND THE GL
002677*                  POSTING LINE ALL CARRY BOTH THE ORIGINAL-
002678*                  CURRENCY AND HOME-CURRENCY AMOUNTS, AND THE
002679*                  RATE USED IS ECHOED ON THE CONTROL REPORT --
002680*                  SO THE MONTHLY ROUNDING DISPUTE WITH THE
002681*                  OVERSEAS SENDER IS SETTLED BY ARITHMETIC, NOT
002682*                  CORRESPONDENCE.  SUSPENSE ROWS CARRY THE
002683*                  BATCH CURRENCY SO A RESUBMIT CONVERTS IN THE
002684*                  CURRENCY THE BATCH WAS SUBMITTED IN.
002685*  2026-10-15  DF   BATCH REVERSAL RUN MODE (X).  GIVEN THE
002686*                  BATCH ID OF A BATCH ON MULTBREG AS COMPLETED,
002687*                  READS ITS STAMPED EXTOUT GENERATION AND WRITES
002688*                  ONE NEGATED MULTAUD ROW (STATUS V) PER POSTED
002689*                  ROW, CARRYING THE ORIGINAL BATCH ID AND
002690*                  DOC-NO/DOC-LINE; NEGATES ITS STAMPED MULTGL
002691*                  GENERATION LINE FOR LINE INTO A NEW MULTGL, SO
002692*                  EVERY OFFSET LANDS IN THE ACCOUNT THE ORIGINAL
002693*                  BOOKED TO; AND MARKS THE REGISTER ROW REVERSED
002694*                  WITH A LINKED REVERSAL ROW BESIDE IT.  THE
002695*                  EXTOUT GENERATION IS PROVEN AGAINST THE GL
002696*                  TRAILER BEFORE ANYTHING IS WRITTEN.  A
002697*                  REVERSED BATCH ID MAY BE RESUBMITTED, AND
002698*                  MULTRECON NETS THE PAIR TO ZERO.  THE REGISTER
002699*                  LAYOUT MOVED TO THE BREGREC COPYBOOK.
002700*  2026-10-15  DF   CROSS-BATCH DUPLICATE DETECTION.  EVERY
002701*                  REFERENCE (SOURCE SYSTEM PLUS DOC-NO/DOC-LINE)
002702*                  AN IN-BALANCE RUN POSTS GOES ON A CUMULATIVE
002703*                  INDEX (MULTDREF, DREFREC LAYOUT), AND A DETAIL
002704*                  WHOSE REFERENCE IS ALREADY ON IT UNDER A
002705*                  DIFFERENT BATCH ID REJECTS TO EXTSUSP,
002706*                  MULTSREG, AND THE MULTACK REJECT LINES WITH NEW
002707*                  REASON CODE DUP.  THE CONTROL REPORT LISTS THE
002708*                  BATCH AND RUN DATE EACH DUPLICATE COLLIDED WITH
002709*                  AND COUNTS BLANK REFERENCES, WHICH ARE EXEMPT.
002710*                  A REVERSAL RUN RELEASES THE REVERSED BATCH'S
002711*                  REFERENCES.
002712*  2026-10-15  DF   ACCOUNTING PERIOD CALENDAR (PERDMST, PERDREC
002713*                  LAYOUT, KEPT BY PERDMAINT).  THE HEADER CHECK
002714*                  REFUSES A BATCH DATED INTO A CLOSED PERIOD, OR
002715*                  UNDER CLOSED-PERIOD=REDIRECT IN MULTPARM POSTS
002716*                  IT TO THE NEXT OPEN PERIOD, AND SAYS WHICH ON
002717*                  THE CONTROL REPORT AND IN MULTNITE.  RESUBMIT
002718*                  AND REVERSAL RUNS ARE CHECKED THE SAME WAY.
002719*                  THE POSTING PERIOD IS CARRIED ON THE MULTGL
002720*                  HEADER AND THE MULTBREG ROW, AND AN IN-BALANCE
002721*                  RESUBMIT NOW REGISTERS A RESUBMISSION ROW, SO
002722*                  PERDCLOSE CAN FIND EVERY GENERATION A PERIOD
002723*                  POSTED.
002724*  2026-10-15  DF   TRADING-PARTNER MASTER (PARTMST, PARTREC
002725*                  LAYOUT, KEPT BY PARTMAINT).  THE HEADER CHECK
002726*                  REFUSES AN UNKNOWN OR SUSPENDED SOURCE, A
002727*                  FOREIGN CURRENCY THE PARTNER MAY NOT SEND, AND
002728*                  KEYED-PRICE DETAILS FROM AN ITEM-ONLY PARTNER.
002729*                  THE CONTROL REPORT ECHOES THE PARTNER PROFILE,
002730*                  AND MULTACK IS ALSO DELIVERED UNDER THE
002731*                  PARTNER'S ACKNOWLEDGMENT NAME.
002732*  2026-10-15  DF   SALES TAX.  EVERY ITEM ON ITEMMST CARRIES A
002733*                  TAX CODE, AND THE NEW EFFECTIVE-DATED TAXMST
002734*                  RATE MASTER (TAXREC LAYOUT, KEPT BY TAXMAINT)
002735*                  GIVES EACH CODE ITS PERCENT AND TAX-LIABILITY
002736*                  ACCOUNT AS OF THE BUSINESS DATE.  AN 'I'
002737*                  DETAIL IS TAXED UNDER ITS ITEM'S CODE, A KEYED
002738*                  'D' DETAIL UNDER THE HEADER'S TAX CODE OR
002739*                  MULTPARM DEFAULT-TAX-CODE; A CODE WITH NO RATE
002740*                  IN EFFECT REJECTS THE DETAIL WITH NEW REASON
002741*                  CODE TXR (A DEFAULT WITH NO RATE REFUSES THE
002742*                  BATCH). THE TAX RIDES BESIDE THE EXTENSION ON
002743*                  EXTOUT AND MULTAUD, POSTS AS ITS OWN 'X' LINE
002744*                  IN MULTGL ROLLED INTO THE 'S' SUMMARY OF THE
002745*                  LIABILITY ACCOUNT, AND IS TOTALLED SEPARATELY
002746*                  ON THE GL TRAILER, WHOSE LINE COUNT AND SUM OF
002747*                  PRODUCTS STAY NET.  THE CONTROL REPORT AND THE
002748*                  MULTACK TRAILER SHOW NET, TAX, AND GROSS.  A
002749*                  REVERSAL NEGATES THE TAX WITH EVERYTHING ELSE.
002750*  2026-10-15  DF   VALIDATE-ONLY RUN MODE V (MULTPARM RUN-MODE=V
002751*                  OR THE CONSOLE PROMPT) PRE-SCREENS A BATCH
002752*                  THROUGH THE HEADER, REGISTER, PARTNER,
002753*                  CURRENCY, PERIOD AND TAX CHECKS, DETAIL
002754*                  VALIDATION, ITEM AND PRICE LOOKUPS, TOLERANCE,
002755*                  TRAILER BALANCING, AND ITEMGLA ACCOUNT
002756*                  RESOLUTION, BUT POSTS NOTHING: NO MULTAUD
002757*                  ROWS, NO MULTBREG, MULTSREG OR MULTDREF
002758*                  UPDATES, NO CHECKPOINT, NO MULTGL, NO STAMPED
002759*                  GENERATIONS.  EXTOUT, EXTSUSP, MULTRPT AND
002760*                  MULTACK NAMES ARE NOW DYNAMIC; A PRE-SCREEN
002761*                  WRITES EXTOUTPRE, EXTSUSPPRE, THE MULTRPTPRE
002762*                  PRE-SCREEN REPORT AND A MULTACK-FORMAT
002763*                  MULTACKPRE (FLAG R ON A BATCH REFUSED AT THE
002764*                  DOOR).  MULTPARM PRESCREEN-FILE NAMES THE FILE
002765*                  TO SCREEN (DEFAULT EXTIN).
002766*  2026-10-15  DF   REORGANIZED MULTAUD AS AN INDEXED FILE KEYED
002767*                  ON JOB ID, RUN DATE AND SEQUENCE (ML-AUD-KEY),
002768*                  WITH ALTERNATE KEYS ON BATCH ID, RUN DATE AND
002769*                  DOCUMENT REFERENCE.  THE AUDIT LOG IS OPENED
002770*                  I-O (CREATED EMPTY THE FIRST TIME) AND NO
002771*                  LONGER COUNTED AT THE TOP OF EVERY BATCH RUN.
002772*                  A RESTART NO LONGER COPIES MULTAUD DOWN
002773*                  THROUGH MULTAUDWK: THE CHECKPOINT NOW CARRIES
002774*                  THE RUN DATE AND AUDIT SEQUENCE, AND 1150
002775*                  DELETES BY KEY EVERY ROW THE INTERRUPTED RUN
002776*                  LOGGED PAST THE CHECKPOINT.  THE RESUMED RUN
002777*                  CARRIES ON UNDER THE INTERRUPTED RUN'S JOB ID
002778*                  AND AUDIT SEQUENCE SO A RESTART THAT IS ITSELF
002779*                  INTERRUPTED IS CUT BACK THE SAME WAY.  A
002780*                  CHECKPOINT WRITTEN BEFORE THIS CHANGE IS
002781*                  REFUSED.
002782*  2026-10-15  DF   RUN HISTORY.  EVERY BATCH AND RESUBMIT RUN,
002783*                  AND EVERY MANIFEST FILE OF A NIGHT RUN,
002784*                  APPENDS ONE ROW TO THE NEW MULTRUNH LOG
002785*                  (RUNHREC LAYOUT): JOB ID, MODE, BATCH ID,
002786*                  SOURCE, START AND END DATE AND TIME, ELAPSED
002787*                  TIME, RECORDS READ, ACCEPTED, REJECTED AND
002788*                  WARNED, WHETHER IT WAS A RESTART AND FROM
002789*                  WHICH RECORD, AND WHETHER IT FINISHED IN
002790*                  BALANCE, OUT OF BALANCE, REFUSED OR ABORTED,
002791*                  WITH THE REFUSAL REASON.  A RUN REFUSED BEFORE
002792*                  ITS INPUT OPENS (CHECKPOINT OR AUDIT LOG) IS
002793*                  LOGGED TOO, AND THOSE REFUSALS AND A MISSING
002794*                  INPUT FILE NOW SET A REFUSAL REASON.  THE
002795*                  RUNTREND REPORT READS THE LOG.
002796*  2026-10-15  DF   A MULTAUD ROW THAT FAILS TO WRITE IS NO LONGER
002797*                  COUNTED.  A BATCH RUN ABORTS ON IT, LEAVING
002798*                  ITS CHECKPOINT FOR THE RESTART, AND A REVERSAL
002799*                  PRODUCES NO GL EXTRACT AND DOES NOT MARK THE
002800*                  REGISTER.  CLOSED-PERIOD=REDIRECT NOW STEPS
002801*                  FORWARD A MONTH AT A TIME, TAKING THE FIRST
002802*                  MONTH THAT IS OPEN OR NOT ON THE CALENDAR, AND
002803*                  REFUSES ONLY AFTER ML-PERIOD-HORIZON MONTHS. A
002804*                  REVERSAL NOW BACKS OUT THE BATCH'S LATEST
002805*                  RESUBMISSION BEFORE THE COMPLETED RUN, ONE
002806*                  GENERATION PER RUN.
002807*  2026-10-15  DF   MULTDREF IS NOW CREATED EMPTY ONLY WHEN IT
002808*                  DOES NOT EXIST (STATUS 35); ANY OTHER OPEN
002809*                  FAILURE LEAVES IT ALONE AND THE RUN GOES ON
002810*                  WITHOUT THE DUPLICATE CHECK, AS BEFORE.
002811*  2026-10-15  DF   MULTPARM VALUES ARE NOW TAKEN UP TO 38
002812*                  CHARACTERS, SO A PRESCREEN-FILE NAME IS NO
002813*                  LONGER CUT SHORT AT 20.
002820*
002830******************************************************************
002840 IDENTIFICATION DIVISION.
003020         ASSIGN TO DYNAMIC ML-EXTIN-NAME
003030         ORGANIZATION IS LINE SEQUENTIAL
003040         FILE STATUS IS ML-IN-FILE-STATUS.
003042*    EXTOUT, MULTRPT, EXTSUSP, AND MULTACK ARE DYNAMIC SO A
003044*    VALIDATE-ONLY PRE-SCREEN WRITES ITS OWN COPIES AND NEVER
003046*    TOUCHES THE LIVE FILES; EVERY OTHER MODE LEAVES THEM AT THEIR
003048*    FIXED NAMES.
003050     SELECT EXT-OUT-FILE
003060         ASSIGN TO DYNAMIC ML-OUT-NAME
003070         ORGANIZATION IS LINE SEQUENTIAL
003080         FILE STATUS IS ML-OUT-FILE-STATUS.
003090     SELECT EXT-OUT-TEMP-FILE
003120         FILE STATUS IS ML-TMP-FILE-STATUS.
003130     SELECT AUDIT-FILE
003140         ASSIGN TO "MULTAUD"
003142         ORGANIZATION IS INDEXED
003144         ACCESS MODE IS DYNAMIC
003146         RECORD KEY IS ML-AUD-KEY
003148         ALTERNATE RECORD KEY IS ML-AUD-BATCH-ID WITH DUPLICATES
003150         ALTERNATE RECORD KEY IS ML-AUD-DATE WITH DUPLICATES
003152         ALTERNATE RECORD KEY IS ML-AUD-DOC-REF WITH DUPLICATES
003160         FILE STATUS IS ML-AUD-FILE-STATUS.
003210     SELECT CKPT-FILE
003220         ASSIGN TO "MULTCKPT"
003230         ORGANIZATION IS LINE SEQUENTIAL
003270         ORGANIZATION IS LINE SEQUENTIAL
003280         FILE STATUS IS ML-CKPT-TMP-FILE-STATUS.
003290     SELECT RPT-FILE
003300         ASSIGN TO DYNAMIC ML-RPT-NAME
003310         ORGANIZATION IS LINE SEQUENTIAL
003320         FILE STATUS IS ML-RPT-FILE-STATUS.
003330     SELECT ITEM-FILE
003430         RECORD KEY IS IP-PRICE-KEY
003440         FILE STATUS IS ML-PRC-FILE-STATUS.
003450     SELECT SUSP-FILE
003460         ASSIGN TO DYNAMIC ML-SUSP-NAME
003470         ORGANIZATION IS LINE SEQUENTIAL
003480         FILE STATUS IS ML-SUSP-FILE-STATUS.
003490     SELECT SUSP-TEMP-FILE
003880         ASSIGN TO "MULTNITE"
003890         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS ML-NITE-FILE-STATUS.
003902     SELECT RUNH-FILE
003904         ASSIGN TO "MULTRUNH"
003906         ORGANIZATION IS LINE SEQUENTIAL
003908         FILE STATUS IS ML-RUNH-FILE-STATUS.
003910     SELECT PARM-FILE
003920         ASSIGN TO "MULTPARM"
003930         ORGANIZATION IS LINE SEQUENTIAL
003940         FILE STATUS IS ML-PARM-FILE-STATUS.
003950     SELECT ACK-FILE
003960         ASSIGN TO DYNAMIC ML-ACK-NAME
003970         ORGANIZATION IS LINE SEQUENTIAL
003980         FILE STATUS IS ML-ACK-FILE-STATUS.
003981     SELECT EXC-FILE
003982         ASSIGN TO "MULTEXC"
003983         ORGANIZATION IS LINE SEQUENTIAL
003984         FILE STATUS IS ML-EXC-FILE-STATUS.
003985*    A REVERSAL RUN READS THE REVERSED BATCH'S OWN STAMPED
003986*    EXTOUT AND MULTGL GENERATIONS, NAMED FROM ITS REGISTER ROW,
003987*    AND REWRITES THE REGISTER THROUGH A WORK FILE.
003988     SELECT REV-OUT-FILE
003989         ASSIGN TO DYNAMIC ML-REV-OUT-NAME
003990         ORGANIZATION IS LINE SEQUENTIAL
003991         FILE STATUS IS ML-REV-OUT-FILE-STATUS.
003992     SELECT REV-GL-FILE
003993         ASSIGN TO DYNAMIC ML-REV-GL-NAME
003994         ORGANIZATION IS LINE SEQUENTIAL
003995         FILE STATUS IS ML-REV-GL-FILE-STATUS.
003996     SELECT BREG-TEMP-FILE
003997         ASSIGN TO "MULTBREGWK"
003998         ORGANIZATION IS LINE SEQUENTIAL
003999         FILE STATUS IS ML-BREG-TMP-FILE-STATUS.
004000     SELECT DREF-FILE
004001         ASSIGN TO "MULTDREF"
004002         ORGANIZATION IS INDEXED
004003         ACCESS MODE IS DYNAMIC
004004         RECORD KEY IS DR-REF-KEY
004005         FILE STATUS IS ML-DREF-FILE-STATUS.
004006     SELECT PERD-FILE
004007         ASSIGN TO "PERDMST"
004008         ORGANIZATION IS INDEXED
004009         ACCESS MODE IS DYNAMIC
004010         RECORD KEY IS PD-PERIOD
004011         FILE STATUS IS ML-PERD-FILE-STATUS.
004012     SELECT PART-FILE
004013         ASSIGN TO "PARTMST"
004014         ORGANIZATION IS INDEXED
004015         ACCESS MODE IS DYNAMIC
004016         RECORD KEY IS PT-SOURCE
004017         FILE STATUS IS ML-PART-FILE-STATUS.
004018     SELECT TAX-FILE
004019         ASSIGN TO "TAXMST"
004020         ORGANIZATION IS INDEXED
004021         ACCESS MODE IS DYNAMIC
004022         RECORD KEY IS TX-RATE-KEY
004023         FILE STATUS IS ML-TAX-FILE-STATUS.
004030*
004040 DATA DIVISION.
004050 FILE SECTION.
004400*    UNTOUCHED.  A NON-BLANK CODE MUST HAVE A RATE EFFECTIVE ON
004410*    THE BUSINESS DATE OR THE BATCH IS REFUSED AT THE DOOR.
004420     05  EXT-IN-HDR-CURRENCY     PIC X(03).
004423*    THE TAX CODE FOR THE BATCH'S KEYED 'D' DETAILS, WHICH HAVE NO
004426*    ITEM CODE TO TAKE ONE FROM.  BLANK (THE OLD FORMAT) FALLS
004429*    BACK TO MULTPARM'S DEFAULT-TAX-CODE; NONE MEANS UNTAXED.
004432     05  EXT-IN-HDR-TAX-CODE     PIC X(04).
004435     05  FILLER                  PIC X(13).
004440 01  EXT-IN-ITEM-REC REDEFINES EXT-IN-RECORD.
004450     05  EXT-IN-ITM-REC-TYPE     PIC X(01).
004460     05  EXT-IN-ITM-CODE         PIC X(08).
004820*    BATCH CARRIES THE SAME AMOUNT IN BOTH AND A BLANK CODE.
004830     05  EXT-OUT-ORIG-P          PIC S9(28)V9(02)
004840             SIGN IS LEADING SEPARATE CHARACTER.
004841     05  EXT-OUT-CURRENCY        PIC X(03).
004842*    THE SALES TAX ON THE HOME-CURRENCY PRODUCT -- THE TAX CODE
004843*    (BLANK WHEN THE DETAIL IS UNTAXED), THE RATE IN EFFECT ON THE
004844*    BUSINESS DATE, THE TAX, AND THE TAX-LIABILITY ACCOUNT THE
004845*    RATE POSTS TO.  EXT-OUT-P STAYS NET OF TAX.
004846     05  EXT-OUT-TAX-CODE        PIC X(04).
004847     05  EXT-OUT-TAX-RATE        PIC S9(03)V9(04)
004848             SIGN IS LEADING SEPARATE CHARACTER.
004849     05  EXT-OUT-TAX             PIC S9(28)V9(02)
004850             SIGN IS LEADING SEPARATE CHARACTER.
004851     05  EXT-OUT-TAX-ACCOUNT     PIC X(08).
004860*
004870*    EXT-OUT-TEMP-FILE IS A WORK FILE USED ONLY ON RESTART, TO
004880*    REBUILD EXT-OUT-FILE BACK TO EXACTLY THE LAST CHECKPOINTED
004900*    EXT-OUT-RECORD, CARRIED AS ONE ALPHANUMERIC FIELD SINCE THE
004910*    ONLY OPERATION PERFORMED ON IT IS A BYTE-FOR-BYTE COPY.
004920 FD  EXT-OUT-TEMP-FILE.
004930 01  EXT-OUT-TEMP-RECORD         PIC X(171).
004940*
004950 FD  AUDIT-FILE.
004960     COPY MLAUDREC.
005060*
005070 FD  CKPT-FILE.
005080*    CKPT-RUN-MODE AND CKPT-BATCH-ID STAMP THE CHECKPOINT WITH
005250     05  CKPT-OUT-COUNT          PIC 9(09).
005260     05  CKPT-SUSP-COUNT         PIC 9(09).
005270     05  CKPT-WARN-COUNT         PIC 9(09).
005271     05  CKPT-TOTALS-OVFL-SW     PIC X(01).
005272*    APPENDED SO A CHECKPOINT WRITTEN BEFORE THE DUPLICATE CHECK
005273*    READS BACK BLANK -- 4210 RESTORES THEM ONLY WHEN NUMERIC.
005274     05  CKPT-DUP-REF-COUNT      PIC 9(09).
005275     05  CKPT-BLANK-REF-COUNT    PIC 9(09).
005276*    APPENDED THE SAME WAY -- THE RUN'S TAX TOTAL SO FAR.  A
005277*    CHECKPOINT FROM BEFORE SALES TAX RESTORES ZERO.
005278     05  CKPT-SUM-TAX            PIC S9(34)V9(02).
005279*    APPENDED FOR THE KEYED AUDIT LOG -- THE RUN DATE AND LAST
005280*    AUDIT SEQUENCE THE CHECKPOINT COVERS.  1150 DELETES EVERY ROW
005281*    OF CKPT-JOB-ID LOGGED PAST THEM.  A CHECKPOINT FROM BEFORE
005282*    THE KEYED LOG READS BACK BLANK AND IS REFUSED BY 4210.
005283     05  CKPT-AUD-DATE           PIC X(08).
005284     05  CKPT-AUD-SEQ            PIC 9(09).
005290*
005300*    CKPT-TEMP-FILE IS THE WORK FILE THE CHECKPOINT IS WRITTEN TO
005310*    BEFORE BEING RENAMED OVER CKPT-FILE, SO A RUN KILLED MID-
005320*    WRITE LEAVES THE LAST GOOD CHECKPOINT ON DISK UNTOUCHED
005330*    INSTEAD OF AN EMPTY OR HALF-WRITTEN CKPT-FILE.
005340 FD  CKPT-TEMP-FILE.
005350 01  CKPT-TEMP-RECORD            PIC X(273).
005360*
005370 FD  RPT-FILE.
005380 01  RPT-RECORD                  PIC X(80).
005510*    ROWS IT WRAPS WERE UNPARSEABLE WHEN THEY WERE WRITTEN.
005520*    REASON CODES: BDM/BDN BAD KEYED M OR N, BDQ BAD QUANTITY,
005530*    UNK UNKNOWN ITEM, INA INACTIVE ITEM, EFF NO PRICE IN EFFECT
005534*    ON THE PRICING DATE, NIM ITEM MASTER NOT AVAILABLE, DUP
005538*    REFERENCE ALREADY POSTED UNDER A DIFFERENT BATCH, TXR NO TAX
005542*    RATE IN EFFECT FOR THE DETAIL'S TAX CODE (OR TAXMST NOT
005546*    AVAILABLE TO LOOK ONE UP).
005550 FD  SUSP-FILE.
005560 01  SUSP-RECORD.
005570     05  SUSP-REC-TYPE           PIC X(01).
005650*    A RESUBMIT RUN CONVERTS THE REPAIRED LINE IN THE SAME
005660*    CURRENCY THE BATCH WAS SUBMITTED IN.
005670     05  SUSP-CURRENCY           PIC X(03).
005672*    APPENDED THE SAME WAY: THE BATCH'S DEFAULT TAX CODE FOR KEYED
005674*    DETAILS, SO A RESUBMITTED 'D' LINE IS TAXED AS ITS BATCH WAS.
005676     05  SUSP-TAX-CODE           PIC X(04).
005680 01  SUSP-TRAILER-RECORD REDEFINES SUSP-RECORD.
005690     05  SUSP-TRL-REC-TYPE       PIC X(01).
005700     05  SUSP-TRL-COUNT          PIC 9(09).
005710     05  FILLER                  PIC X(78).
005720*
005730*    SUSP-TEMP-FILE IS A WORK FILE USED ONLY ON RESTART, TO
005740*    REBUILD SUSP-FILE BACK TO THE LAST CHECKPOINTED ROW COUNT
005750*    THE SAME WAY EXT-OUT-TEMP-FILE REBUILDS EXT-OUT-FILE.
005760 FD  SUSP-TEMP-FILE.
005770 01  SUSP-TEMP-RECORD            PIC X(88).
005780*
005790*    RSUB-FILE IS THE RESUBMIT RUN MODE'S INPUT -- A REPAIRED
005800*    SUSPENSE FILE, RENAMED TO EXTRSUB BY THE OPERATOR, WITH THE
005920     05  RSUB-BATCH-ID           PIC X(12).
005930     05  RSUB-ORIG-IMAGE         PIC X(49).
005940     05  RSUB-CURRENCY           PIC X(03).
005945     05  RSUB-TAX-CODE           PIC X(04).
005950 01  RSUB-TRAILER-RECORD REDEFINES RSUB-RECORD.
005960     05  RSUB-TRL-REC-TYPE       PIC X(01).
005970     05  RSUB-TRL-COUNT          PIC 9(09).
005980     05  FILLER                  PIC X(78).
005990*
006000*    BREG-FILE IS THE PROCESSED-BATCH REGISTER -- ONE ROW PER
006010*    BATCH THAT COMPLETED IN BALANCE.  CHECKED BEFORE THE DETAIL
006020*    LOOP STARTS; A BATCH ID ALREADY ON IT WITH A COMPLETED
006024*    STATUS REFUSES THE RUN.  RESUBMIT RUNS DO NOT CHECK THE
006028*    REGISTER -- THEY ARE PARTIAL BATCHES BY NATURE -- BUT ONE
006032*    THAT FINISHES IN BALANCE APPENDS A RESUBMISSION ROW, SO ITS
006036*    GL GENERATION IS FOUND AT PERIOD CLOSE.
006040*    A REVERSAL RUN MARKS THE ROW REVERSED AND APPENDS ITS OWN
006044*    ROW, SO THE REVERSED BATCH ID NO LONGER BLOCKS.  SEE BREGREC.
006050 FD  BREG-FILE.
006060     COPY BREGREC.
006070*
006080*    BREG-TEMP-FILE IS THE WORK FILE A REVERSAL RUN REWRITES THE
006090*    REGISTER INTO BEFORE RENAMING IT OVER MULTBREG -- THE SAME
006100*    ATOMIC-REPLACE TECHNIQUE AS THE CHECKPOINT.  SAME RECORD
006110*    LENGTH AS BREG-RECORD, CARRIED AS ONE ALPHANUMERIC FIELD.
006120 FD  BREG-TEMP-FILE.
006130 01  BREG-TEMP-RECORD            PIC X(67).
006140*
006150*    PARM-FILE SUPPLIES THE RUN SETTINGS WHEN THE SCHEDULER RUNS
006160*    THE JOB UNATTENDED.  KEYWORD=VALUE LINES, ONE PER RECORD;
006170*    '*' IN COLUMN ONE IS A COMMENT AND BLANK LINES ARE IGNORED.
006175*    KEYWORDS: RUN-MODE (I/B/R/M/X/V -- M IS THE MANIFEST-DRIVEN
006180*    NIGHT RUN, X A BATCH REVERSAL, V A VALIDATE-ONLY PRE-SCREEN
006185*    THAT POSTS NOTHING), OPERATOR-ID, CHECKPOINT-INTERVAL
006190*    (1-99999), REPORT-OPTION (F FULL / B BRIEF -- BRIEF SKIPS THE
006195*    PARAMETER ECHO PAGE), REVERSAL-BATCH-ID (THE BATCH AN X RUN
006200*    BACKS OUT), CLOSED-PERIOD (REFUSE, THE DEFAULT, OR REDIRECT
006205*    -- WHAT TO DO WITH A BATCH DATED INTO A CLOSED ACCOUNTING
006210*    PERIOD), DEFAULT-TAX-CODE (THE TAX CODE FOR KEYED 'D' DETAILS
006215*    WHEN THE BATCH HEADER NAMES NONE; UNSET, BLANK, OR NONE MEANS
006220*    UNTAXED), PRESCREEN-FILE (THE BATCH FILE A V RUN SCREENS, UP
006225*    TO 38 CHARACTERS; EXTIN WHEN NOT GIVEN).  ANYTHING ELSE
006230*    ABORTS THE RUN -- A TYPO'D KEYWORD SILENTLY IGNORED IS HOW A
006235*    NIGHT RUN ENDS UP WITH THE WRONG SETTINGS.
006240*    MAN-FILE IS THE NIGHT RUN'S MANIFEST -- ONE BATCH FILE NAME
006250*    PER RECORD, IN THE ORDER THE SCHEDULER WANTS THEM RUN.  '*'
006260*    IN COLUMN ONE IS A COMMENT AND BLANK LINES ARE IGNORED,
006390 FD  NITE-FILE.
006400 01  NITE-RECORD                 PIC X(80).
006410*
006411*    RUNH-FILE IS THE RUN-HISTORY LOG -- ONE ROW APPENDED FOR
006412*    EVERY BATCH OR RESUBMIT RUN AND EVERY NIGHT-RUN MANIFEST
006413*    FILE, KEPT ACROSS RUNS FOR THE RUNTREND REPORT.
006414 FD  RUNH-FILE.
006415     COPY RUNHREC.
006416*
006420 FD  PARM-FILE.
006430 01  PARM-RECORD                 PIC X(80).
006440*
006550*    DISCREPANCY ROWS ARE EXCLUDED AND COUNTED IN THE TRAILER.
006560*    THE RECEIVER BALANCES ITS OWN LINE COUNT AND SUM OF
006570*    PRODUCTS AGAINST THE TRAILER MECHANICALLY -- NO RE-KEYING
006574*    FROM THE CONTROL REPORT.  A TAXED POSTING LINE IS FOLLOWED
006578*    BY AN 'X' TAX LINE AGAINST THE TAX-LIABILITY ACCOUNT; TAX
006582*    LINES HAVE THEIR OWN COUNT AND SUM ON THE TRAILER, SO THE
006586*    LINE COUNT AND SUM OF PRODUCTS STAY NET OF TAX.
006590 FD  GL-FILE.
006600 01  GL-HEADER-RECORD.
006610     05  GL-HDR-REC-TYPE         PIC X(01).
006620     05  GL-HDR-RUN-DATE         PIC X(08).
006630     05  GL-HDR-JOB-ID           PIC X(08).
006640     05  GL-HDR-BATCH-ID         PIC X(12).
006643*    THE ACCOUNTING PERIOD (YYYYMM) THE EXTRACT POSTS INTO --
006646*    NORMALLY THE BUSINESS DATE'S MONTH, THE NEXT OPEN PERIOD
006649*    WHEN A CLOSED-PERIOD BATCH WAS REDIRECTED.
006652     05  GL-HDR-PERIOD           PIC X(06).
006655     05  FILLER                  PIC X(85).
006660 01  GL-DETAIL-RECORD REDEFINES GL-HEADER-RECORD.
006670     05  GL-DET-REC-TYPE         PIC X(01).
006680     05  GL-DET-M                PIC S9(15)
006910     05  GL-SUM-COUNT            PIC 9(09).
006920     05  GL-SUM-AMOUNT           PIC S9(28)V9(02)
006930             SIGN IS LEADING SEPARATE CHARACTER.
006931     05  FILLER                  PIC X(71).
006932*    'X' TAX LINES -- ONE AFTER EACH TAXED 'D' LINE, CARRYING THE
006933*    TAX CODE, THE RATE, THE TAX, THE NET AMOUNT IT WAS WORKED OUT
006934*    ON, AND THE SAME DOCUMENT REFERENCE, AGAINST THE RATE'S TAX-
006935*    LIABILITY ACCOUNT.  A ZERO-RATED CODE STILL GETS ITS LINE SO
006936*    THE RETURN CAN REPORT THE ZERO-RATED SALES.
006937 01  GL-TAX-RECORD REDEFINES GL-HEADER-RECORD.
006938     05  GL-TAX-REC-TYPE         PIC X(01).
006939     05  GL-TAX-CODE             PIC X(04).
006940     05  GL-TAX-RATE             PIC S9(03)V9(04)
006941             SIGN IS LEADING SEPARATE CHARACTER.
006942     05  GL-TAX-AMOUNT           PIC S9(28)V9(02)
006943             SIGN IS LEADING SEPARATE CHARACTER.
006944     05  GL-TAX-BASE             PIC S9(28)V9(02)
006945             SIGN IS LEADING SEPARATE CHARACTER.
006946     05  GL-TAX-DOC-NO           PIC X(10).
006947     05  GL-TAX-DOC-LINE         PIC X(04).
006948     05  GL-TAX-ACCOUNT          PIC X(08).
006949     05  FILLER                  PIC X(23).
006950 01  GL-TRAILER-RECORD REDEFINES GL-HEADER-RECORD.
006960     05  GL-TRL-REC-TYPE         PIC X(01).
006970     05  GL-TRL-COUNT            PIC 9(09).
006980     05  GL-TRL-SUM-P            PIC S9(28)V9(02)
006990             SIGN IS LEADING SEPARATE CHARACTER.
007000     05  GL-TRL-EXCLUDED         PIC 9(09).
007003*    APPENDED -- BLANK ON A GENERATION FROM BEFORE SALES TAX.
007006     05  GL-TRL-TAX-COUNT        PIC 9(09).
007009     05  GL-TRL-TAX-SUM          PIC S9(28)V9(02)
007012             SIGN IS LEADING SEPARATE CHARACTER.
007015     05  FILLER                  PIC X(30).
007020*
007030 FD  GLA-FILE.
007040     COPY ITGLREC.
007080*    RE-REJECT AND CLEARED WHEN A RESUBMIT PROCESSES THE LINE
007090*    CLEAN.  SEE SREGREC.
007100 FD  SREG-FILE.
007101     COPY SREGREC.
007102*
007103*    DREF-FILE IS THE CUMULATIVE POSTED-REFERENCE INDEX -- ONE ROW
007104*    PER SOURCE-DOCUMENT REFERENCE AN IN-BALANCE RUN HAS POSTED,
007105*    NAMING THE BATCH AND RUN THAT POSTED IT.  SEE DREFREC.
007106 FD  DREF-FILE.
007107     COPY DREFREC.
007108*
007109*    PERD-FILE IS THE ACCOUNTING-PERIOD CALENDAR (KEPT BY
007110*    PERDMAINT) -- READ ONCE PER RUN AT THE HEADER CHECK FOR THE
007111*    STATUS OF THE PERIOD THE RUN WOULD POST INTO.
007112 FD  PERD-FILE.
007113     COPY PERDREC.
007114*
007115*    PART-FILE IS THE TRADING-PARTNER MASTER (KEPT BY PARTMAINT)
007116*    -- THE SENDING SOURCE'S ROW IS READ ONCE PER BATCH AT THE
007117*    HEADER CHECK.
007118 FD  PART-FILE.
007119     COPY PARTREC.
007120*
007121*    TAX-FILE IS THE SALES-TAX RATE MASTER (KEPT BY TAXMAINT) --
007122*    PERCENT AND TAX-LIABILITY ACCOUNT BY TAX CODE AND EFFECTIVE
007123*    DATE, LOOKED UP PER TAXED DETAIL AS OF THE BUSINESS DATE.
007124 FD  TAX-FILE.
007125     COPY TAXREC.
007126*
007130*    CURR-FILE IS THE CURRENCY RATE MASTER (KEPT BY CURRMAINT) --
007140*    RATES BY CURRENCY AND EFFECTIVE DATE, LOOKED UP ONCE PER
007150*    BATCH AT THE HEADER CHECK.
007200*    SENDING SYSTEM AT END OF RUN -- A HEADER NAMING THE BATCH,
007210*    ONE 'R' LINE PER REJECTED DETAIL WITH ITS SOURCE-DOCUMENT
007220*    REFERENCE AND SUSPENSE REASON CODE, AND A TRAILER WITH THE
007226*    ACCEPTED/REJECTED/WARNING COUNTS, THE SUM OF PRODUCTS, THE
007232*    IN-BALANCE FLAG, AND THE TAX AND GROSS TOTALS.  THE SENDER
007238*    ANSWERS "DID BATCH X LAND, AND WHICH LINES BOUNCED?"
007244*    MECHANICALLY, WITHOUT A HUMAN READING MULTRPT BACK TO IT.  A
007250*    VALIDATE-ONLY PRE-SCREEN WRITES THE SAME LAYOUT TO
007256*    MULTACKPRE; A PRE-SCREENED BATCH REFUSED AT THE DOOR GETS A
007262*    HEADER AND A ZERO TRAILER WITH 'R' IN THE IN-BALANCE FLAG.
007270 FD  ACK-FILE.
007280 01  ACK-HEADER-RECORD.
007290     05  ACK-HDR-REC-TYPE        PIC X(01).
007320     05  ACK-HDR-BUS-DATE        PIC X(08).
007330     05  ACK-HDR-RUN-DATE        PIC X(08).
007340     05  ACK-HDR-JOB-ID          PIC X(08).
007350     05  FILLER                  PIC X(77).
007360 01  ACK-REJECT-RECORD REDEFINES ACK-HEADER-RECORD.
007370     05  ACK-REJ-REC-TYPE        PIC X(01).
007380     05  ACK-REJ-DOC-NO          PIC X(10).
007390     05  ACK-REJ-DOC-LINE        PIC X(04).
007400     05  ACK-REJ-REASON          PIC X(03).
007410     05  FILLER                  PIC X(104).
007420 01  ACK-TRAILER-RECORD REDEFINES ACK-HEADER-RECORD.
007430     05  ACK-TRL-REC-TYPE        PIC X(01).
007440     05  ACK-TRL-ACCEPTED        PIC 9(09).
007441     05  ACK-TRL-REJECTED        PIC 9(09).
007442     05  ACK-TRL-WARNING         PIC 9(09).
007443     05  ACK-TRL-SUM-P           PIC S9(28)V9(02)
007444             SIGN IS LEADING SEPARATE CHARACTER.
007445     05  ACK-TRL-BALANCE-FLAG    PIC X(01).
007446*    APPENDED: THE TAX ON THE ACCEPTED DETAILS AND THE GROSS (SUM
007447*    OF PRODUCTS PLUS TAX).  ACK-TRL-SUM-P STAYS NET OF TAX.
007448     05  ACK-TRL-TAX-SUM         PIC S9(28)V9(02)
007449             SIGN IS LEADING SEPARATE CHARACTER.
007450     05  ACK-TRL-GROSS-SUM       PIC S9(28)V9(02)
007451             SIGN IS LEADING SEPARATE CHARACTER.
007452*
007453*    REV-OUT-FILE IS THE STAMPED EXTOUT GENERATION OF THE BATCH
007454*    A REVERSAL RUN BACKS OUT -- SAME LAYOUT AS EXT-OUT-RECORD.
007455 FD  REV-OUT-FILE.
007456 01  REV-OUT-RECORD.
007457     05  REV-OUT-M               PIC S9(15)
007458             SIGN IS LEADING SEPARATE CHARACTER.
007459     05  REV-OUT-N               PIC S9(11)V9(04)
007460             SIGN IS LEADING SEPARATE CHARACTER.
007461     05  REV-OUT-P               PIC S9(28)V9(02)
007462             SIGN IS LEADING SEPARATE CHARACTER.
007463     05  REV-OUT-STATUS          PIC X(01).
007464         88  REV-OUT-OK              VALUE '0'.
007465         88  REV-OUT-WARNING         VALUE 'W'.
007466     05  REV-OUT-DOC-NO          PIC X(10).
007467     05  REV-OUT-DOC-LINE        PIC X(04).
007468     05  REV-OUT-ITEM-CODE       PIC X(08).
007469     05  REV-OUT-ORIG-P          PIC S9(28)V9(02)
007470             SIGN IS LEADING SEPARATE CHARACTER.
007471     05  REV-OUT-CURRENCY        PIC X(03).
007472     05  REV-OUT-TAX-CODE        PIC X(04).
007473     05  REV-OUT-TAX-RATE        PIC S9(03)V9(04)
007474             SIGN IS LEADING SEPARATE CHARACTER.
007475     05  REV-OUT-TAX             PIC S9(28)V9(02)
007476             SIGN IS LEADING SEPARATE CHARACTER.
007477     05  REV-OUT-TAX-ACCOUNT     PIC X(08).
007478*
007479*    REV-GL-FILE IS THE SAME BATCH'S STAMPED MULTGL GENERATION.
007480*    EACH RECORD IS COPIED WHOLE INTO GL-FILE'S RECORD AREA AND
007481*    NEGATED THERE; ONLY THE TRAILER IS LOOKED AT IN PLACE, TO
007482*    PROVE THE EXTOUT GENERATION BEFORE ANYTHING IS WRITTEN.
007483 FD  REV-GL-FILE.
007484 01  REV-GL-RECORD               PIC X(120).
007485 01  REV-GL-TRAILER-RECORD.
007486     05  REV-GL-TRL-REC-TYPE     PIC X(01).
007487         88  REV-GL-TRAILER          VALUE 'T'.
007488     05  REV-GL-TRL-COUNT        PIC 9(09).
007489     05  REV-GL-TRL-SUM-P        PIC S9(28)V9(02)
007490             SIGN IS LEADING SEPARATE CHARACTER.
007491     05  REV-GL-TRL-EXCLUDED     PIC 9(09).
007492     05  REV-GL-TRL-TAX-COUNT    PIC 9(09).
007493     05  REV-GL-TRL-TAX-SUM      PIC S9(28)V9(02)
007494             SIGN IS LEADING SEPARATE CHARACTER.
007495     05  FILLER                  PIC X(30).
007500*
007510 WORKING-STORAGE SECTION.
007520*
007680     88  ML-BATCH-MODE                VALUE 'B'.
007690     88  ML-RESUBMIT-MODE             VALUE 'R'.
007700     88  ML-NIGHT-MODE                VALUE 'M'.
007705     88  ML-REVERSAL-MODE             VALUE 'X'.
007710     88  ML-FILE-DRIVEN-MODE          VALUE 'B' 'R'.
007715     88  ML-VALIDATE-MODE             VALUE 'V'.
007720 77  ML-EOF-SW                   PIC X(01)           VALUE 'N'.
007730     88  ML-NO-MORE-RECORDS           VALUE 'Y'.
007740 77  ML-VALID-SW                 PIC X(01)           VALUE 'Y'.
007950 77  ML-IN-FILE-STATUS           PIC X(02)           VALUE '00'.
007960 77  ML-OUT-FILE-STATUS          PIC X(02)           VALUE '00'.
007970 77  ML-AUD-FILE-STATUS          PIC X(02)           VALUE '00'.
007990 77  ML-CKPT-FILE-STATUS         PIC X(02)           VALUE '00'.
008000 77  ML-CKPT-TMP-FILE-STATUS     PIC X(02)           VALUE '00'.
008010 77  ML-RPT-FILE-STATUS          PIC X(02)           VALUE '00'.
008100 77  ML-PARM-FILE-STATUS         PIC X(02)           VALUE '00'.
008110 77  ML-MAN-FILE-STATUS          PIC X(02)           VALUE '00'.
008120 77  ML-NITE-FILE-STATUS         PIC X(02)           VALUE '00'.
008122 77  ML-REV-OUT-FILE-STATUS      PIC X(02)           VALUE '00'.
008124 77  ML-REV-GL-FILE-STATUS       PIC X(02)           VALUE '00'.
008126 77  ML-BREG-TMP-FILE-STATUS     PIC X(02)           VALUE '00'.
008128 77  ML-RUNH-FILE-STATUS         PIC X(02)           VALUE '00'.
008130*
008140******************************************************************
008150*  RUN-PARAMETER FIELDS.  READ FROM MULTPARM AT INITIALIZE; WHEN
008210 77  ML-PARM-EOF-SW              PIC X(01)           VALUE 'N'.
008220     88  ML-PARM-NO-MORE-RECORDS     VALUE 'Y'.
008230 77  ML-PARM-KEY                 PIC X(30).
008240 77  ML-PARM-VALUE               PIC X(38).
008250 77  ML-PARM-TRAIL               PIC 9(02)           VALUE ZERO.
008260 77  ML-PARM-LEN                 PIC 9(02)           VALUE ZERO.
008270 77  ML-PARM-INTERVAL            PIC 9(05)           VALUE ZERO.
008280 77  ML-REPORT-OPTION            PIC X(01)           VALUE 'F'.
008290     88  ML-REPORT-FULL              VALUE 'F'.
008300     88  ML-REPORT-BRIEF             VALUE 'B'.
008302 77  ML-PERIOD-OPTION            PIC X(08)    VALUE 'REFUSE'.
008304     88  ML-PERIOD-OPT-REFUSE        VALUE 'REFUSE'.
008306     88  ML-PERIOD-OPT-REDIRECT      VALUE 'REDIRECT'.
008310 77  ML-RPT-INTERVAL-ED          PIC ZZZZ9.
008320*
008330******************************************************************
008570*    OVERWRITE AND THEN CLEAR THAT CHECKPOINT, STRANDING THE
008580*    RESTART -- SO THE NIGHT STOPS THERE INSTEAD.
008590 77  ML-OUTPUTS-OPEN-SW          PIC X(01)           VALUE 'N'.
008591     88  ML-OUTPUTS-OPENED           VALUE 'Y'.
008592 77  ML-NITE-STOP-SW             PIC X(01)           VALUE 'N'.
008593     88  ML-NIGHT-STOPPED            VALUE 'Y'.
008594 77  ML-NITE-CTR-ED              PIC ZZZ9.
008595*
008596******************************************************************
008597*  RUN-HISTORY FIELDS.  A RUN'S START IS TAKEN OFF THE CLOCK
008598*  BESIDE ITS JOB ID (1000, OR 4750 FOR EACH BATCH OF A NIGHT
008599*  RUN) AND ITS END AS THE HISTORY ROW IS WRITTEN (4760).  THE
008600*  ELAPSED TIME IS WORKED IN HUNDREDTHS OF A SECOND FROM THE
008601*  DAYS BETWEEN THE TWO DATES AND THE TWO TIMES OF DAY, SO A
008602*  RUN THAT CROSSES MIDNIGHT IS TIMED CORRECTLY.
008603******************************************************************
008604 01  ML-HIST-START.
008605     05  ML-HIST-START-DATE      PIC 9(08)           VALUE ZERO.
008606     05  ML-HIST-START-TIME.
008607         10  ML-HIST-START-HH    PIC 9(02)           VALUE ZERO.
008608         10  ML-HIST-START-MM    PIC 9(02)           VALUE ZERO.
008609         10  ML-HIST-START-SS    PIC 9(02)           VALUE ZERO.
008610         10  ML-HIST-START-CC    PIC 9(02)           VALUE ZERO.
008611 01  ML-HIST-END.
008612     05  ML-HIST-END-DATE        PIC 9(08)           VALUE ZERO.
008613     05  ML-HIST-END-TIME.
008614         10  ML-HIST-END-HH      PIC 9(02)           VALUE ZERO.
008615         10  ML-HIST-END-MM      PIC 9(02)           VALUE ZERO.
008616         10  ML-HIST-END-SS      PIC 9(02)           VALUE ZERO.
008617         10  ML-HIST-END-CC      PIC 9(02)           VALUE ZERO.
008618 77  ML-HIST-DAYS                PIC S9(05)          VALUE ZERO.
008619 77  ML-HIST-HUNDREDTHS          PIC S9(11)          VALUE ZERO.
008620*
008621******************************************************************
008622*  PRE-SCREEN FIELDS.  THE DYNAMIC OUTPUT NAMES STAY AT THE LIVE
008623*  FILE NAMES FOR EVERY MODE BUT V, WHICH POINTS THEM AT ITS OWN
008624*  ...PRE COPIES.  ML-REFUSAL-REASON IS SET BESIDE EACH DOOR-STEP
008625*  REFUSAL SO A PRE-SCREEN CAN PUT THE REASON ON ITS REPORT.
008626******************************************************************
008627 77  ML-OUT-NAME                 PIC X(20)    VALUE 'EXTOUT'.
008628 77  ML-SUSP-NAME                PIC X(20)    VALUE 'EXTSUSP'.
008629 77  ML-RPT-NAME                 PIC X(20)    VALUE 'MULTRPT'.
008630 77  ML-ACK-NAME                 PIC X(20)    VALUE 'MULTACK'.
008631 77  ML-PRE-IN-NAME              PIC X(38)    VALUE SPACES.
008632 77  ML-REFUSAL-REASON           PIC X(40)    VALUE SPACES.
008633 77  ML-RPT-GLS-AMT-ED           PIC -Z(27)9.99.
008640*
008650******************************************************************
008660*  OUTPUT GENERATION FIELDS.  A COMPLETED FILE-DRIVEN RUN COPIES
009190     88  ML-GL-SUM-OVERFLOW          VALUE 'Y'.
009200 77  ML-GL-WRITTEN-SW            PIC X(01)           VALUE 'N'.
009210     88  ML-GL-EXTRACT-WRITTEN       VALUE 'Y'.
009215     88  ML-GL-PRESCREENED           VALUE 'P'.
009220*
009230******************************************************************
009240*  GL ACCOUNT DISTRIBUTION FIELDS.  EACH POSTING LINE IS STAMPED
010110 77  ML-DUP-RUN-DATE             PIC X(08)    VALUE SPACES.
010120 77  ML-DUP-JOB-ID               PIC X(08)    VALUE SPACES.
010130*
010131*    BATCH ID THE CHECKPOINT ON DISK WAS WRITTEN UNDER -- 4050
010132*    COMPARES IT TO THE HEADER OF THE FILE BEING RESTARTED.
010133 77  ML-CKPT-BATCH-ID            PIC X(12)    VALUE SPACES.
010134*
010135******************************************************************
010136*  BATCH REVERSAL FIELDS.  ML-REV-BATCH-ID IS THE BATCH TO BACK
010137*  OUT, FROM MULTPARM OR THE CONSOLE.  ML-REV-ORIG-RUN-DATE/
010138*  JOB-ID ARE THE REGISTER ROW BEING BACKED OUT, WHICH NAMES THE
010139*  STAMPED GENERATIONS READ: THE LATEST RESUBMISSION ROW STILL
010140*  POSTED (ML-REV-RESUB-*), ELSE THE COMPLETED ROW.  A REVERSAL
010141*  BACKS OUT ONE GENERATION, AND ML-REV-LEFT-COUNT IS HOW MANY OF
010142*  THE BATCH'S GENERATIONS ARE STILL POSTED AFTER IT.
010143*  ML-REV-PRIOR-* HOLD THE RUN THAT ALREADY REVERSED IT, FOR THE
010144*  OPERATOR MESSAGE.  THE PROOF COUNTS AND SUMS THE POSTED EXTOUT
010145*  ROWS AND MUST AGREE WITH THE GL TRAILER BEFORE ANYTHING IS
010146*  WRITTEN.
010147******************************************************************
010148 77  ML-REV-BATCH-ID             PIC X(12)    VALUE SPACES.
010149 77  ML-REV-OUT-NAME             PIC X(38)    VALUE SPACES.
010150 77  ML-REV-GL-NAME              PIC X(38)    VALUE SPACES.
010151 77  ML-REV-ORIG-RUN-DATE        PIC X(08)    VALUE SPACES.
010152 77  ML-REV-ORIG-JOB-ID          PIC X(08)    VALUE SPACES.
010153 77  ML-REV-PRIOR-RUN-DATE       PIC X(08)    VALUE SPACES.
010154 77  ML-REV-PRIOR-JOB-ID         PIC X(08)    VALUE SPACES.
010155 77  ML-REV-FOUND-SW             PIC X(01)           VALUE 'N'.
010156     88  ML-REV-BATCH-FOUND          VALUE 'Y'.
010157 77  ML-REV-PRIOR-SW             PIC X(01)           VALUE 'N'.
010158     88  ML-REV-ALREADY-REVERSED     VALUE 'Y'.
010159 77  ML-REV-RESUB-RUN-DATE       PIC X(08)    VALUE SPACES.
010160 77  ML-REV-RESUB-JOB-ID         PIC X(08)    VALUE SPACES.
010161 77  ML-REV-RESUB-SOURCE         PIC X(08)    VALUE SPACES.
010162 77  ML-REV-RESUB-BUS-DATE       PIC X(08)    VALUE SPACES.
010163 77  ML-REV-RESUB-COUNT          PIC 9(04)           VALUE ZERO.
010164 77  ML-REV-GEN-COUNT            PIC 9(04)           VALUE ZERO.
010165 77  ML-REV-LEFT-COUNT           PIC 9(04)           VALUE ZERO.
010166 77  ML-REV-TARGET-SW            PIC X(01)           VALUE 'C'.
010167     88  ML-REV-TARGET-RESUB         VALUE 'S'.
010168 77  ML-REV-EOF-SW               PIC X(01)           VALUE 'N'.
010169     88  ML-REV-NO-MORE-ROWS         VALUE 'Y'.
010170 77  ML-REV-TRL-SW               PIC X(01)           VALUE 'N'.
010171     88  ML-REV-TRAILER-FOUND        VALUE 'Y'.
010172 77  ML-REV-REG-SW               PIC X(01)           VALUE 'N'.
010173     88  ML-REV-REGISTER-UPDATED     VALUE 'Y'.
010174 77  ML-REV-ROWS-READ            PIC 9(09)           VALUE ZERO.
010175 77  ML-REV-POSTED-COUNT         PIC 9(09)           VALUE ZERO.
010176 77  ML-REV-SKIP-COUNT           PIC 9(09)           VALUE ZERO.
010177 77  ML-REV-POSTED-SUM           PIC S9(34)V9(02)    VALUE ZERO.
010178 77  ML-REV-GL-TRL-COUNT         PIC 9(09)           VALUE ZERO.
010179 77  ML-REV-GL-TRL-SUM           PIC S9(28)V9(02)    VALUE ZERO.
010180 77  ML-REV-AUD-COUNT            PIC 9(09)           VALUE ZERO.
010181 77  ML-REV-AUD-SUM              PIC S9(34)V9(02)    VALUE ZERO.
010182 77  ML-BREG-TMP-OLD-NAME        PIC X(20)
010183                                     VALUE 'MULTBREGWK'.
010184 77  ML-BREG-TMP-NEW-NAME        PIC X(20)
010185                                     VALUE 'MULTBREG'.
010186 77  ML-BREG-TMP-RENAME-RC       PIC S9(09) COMP-5   VALUE ZERO.
010187*
010188******************************************************************
010190*  SUSPENSE FILE WORK FIELDS.  ML-SUSP-REASON IS SET AT THE
010191*  REJECT SITE AND PICKED UP BY 6100-WRITE-SUSPENSE-RECORD.
010192******************************************************************
010193 77  ML-SUSP-REASON              PIC X(03)    VALUE SPACES.
010194 77  ML-SUSP-COUNT               PIC 9(09)           VALUE ZERO.
010195 77  ML-SREG-FILE-STATUS         PIC X(02)           VALUE '00'.
010196 77  ML-SREG-AVAIL-SW            PIC X(01)           VALUE 'N'.
010197     88  ML-SREG-AVAILABLE           VALUE 'Y'.
010198*
010199******************************************************************
010200*  POSTED-REFERENCE INDEX FIELDS.  MULTDREF HOLDS EVERY SOURCE +
010201*  DOC-NO/DOC-LINE AN IN-BALANCE RUN HAS POSTED; A DETAIL WHOSE
010202*  REFERENCE IS ON IT UNDER A DIFFERENT BATCH REJECTS WITH REASON
010203*  DUP.  ML-DREF-SOURCE IS THE SOURCE SYSTEM THE RUN KEYS ON --
010204*  THE HEADER'S, OR ON A RESUBMIT (NO HEADER) THE ONE THE SUSPENSE
010205*  REGISTER RECORDED FOR THE BATCH.  A BLANK DOCUMENT NUMBER IS
010206*  EXEMPT AND ONLY COUNTED.  THE COLLISION TABLE FEEDS THE CONTROL
010207*  REPORT'S DUPLICATE LISTING; LIKE THE UNMAPPED-ITEM LIST IT IS
010208*  NOT CHECKPOINTED, SO A RESTARTED RUN LISTS ONLY THE COLLISIONS
010209*  IT MET ITSELF, THOUGH ITS COUNTS COVER THE WHOLE BATCH.
010210******************************************************************
010211 77  ML-DREF-FILE-STATUS         PIC X(02)           VALUE '00'.
010212 77  ML-DREF-AVAIL-SW            PIC X(01)           VALUE 'N'.
010213     88  ML-DREF-AVAILABLE           VALUE 'Y'.
010214 77  ML-DREF-CHECK-SW            PIC X(01)           VALUE 'N'.
010215     88  ML-DREF-CHECKED             VALUE 'Y'.
010216 77  ML-DREF-SOURCE              PIC X(08)    VALUE SPACES.
010217 77  ML-DREF-EOF-SW              PIC X(01)           VALUE 'N'.
010218     88  ML-DREF-NO-MORE-ROWS        VALUE 'Y'.
010219 77  ML-DUP-REF-COUNT            PIC 9(09)           VALUE ZERO.
010220 77  ML-BLANK-REF-COUNT          PIC 9(09)           VALUE ZERO.
010221 77  ML-DREF-POSTED-COUNT        PIC 9(09)           VALUE ZERO.
010222 77  ML-DREF-RELEASED-COUNT      PIC 9(09)           VALUE ZERO.
010223 77  ML-DRC-MAX                  PIC 9(02)           VALUE 50.
010224 77  ML-DRC-SUB                  PIC 9(02) COMP      VALUE ZERO.
010225 77  ML-DRC-MORE-SW              PIC X(01)           VALUE 'N'.
010226     88  ML-DRC-OVERFLOW             VALUE 'Y'.
010227 01  ML-DRC-TABLE.
010228     05  ML-DRC-COUNT            PIC 9(02)           VALUE ZERO.
010229     05  ML-DRC-ENTRY OCCURS 50 TIMES.
010230         10  ML-DRC-DOC-NO       PIC X(10).
010231         10  ML-DRC-DOC-LINE     PIC X(04).
010232         10  ML-DRC-BATCH-ID     PIC X(12).
010233         10  ML-DRC-RUN-DATE     PIC X(08).
010234*
010235******************************************************************
010236*  POSTING-PERIOD FIELDS.  ML-BATCH-PERIOD IS THE ACCOUNTING
010237*  PERIOD (YYYYMM) THE RUN POSTS INTO: THE BUSINESS DATE'S MONTH
010238*  (THE RUN DATE'S ON A RESUBMIT, WHICH HAS NO HEADER) UNLESS THE
010239*  PERIOD CALENDAR HAS THAT MONTH CLOSED, WHEN THE RUN IS REFUSED
010240*  OR, UNDER CLOSED-PERIOD=REDIRECT, MOVED TO THE NEXT OPEN MONTH
010241*  AFTER IT.  ML-DATED-PERIOD KEEPS THE MONTH THE BATCH WAS
010242*  DATED INTO FOR THE REPORTS.  NO CALENDAR AT ALL IS A SHOP THAT
010243*  HAS NOT SET ONE UP, AND LOCKS NOTHING OUT.
010244******************************************************************
010245 77  ML-PERD-FILE-STATUS         PIC X(02)           VALUE '00'.
010246 77  ML-BATCH-PERIOD             PIC X(06)    VALUE SPACES.
010247 77  ML-DATED-PERIOD             PIC X(06)    VALUE SPACES.
010248 77  ML-PERIOD-CAL-SW            PIC X(01)           VALUE 'N'.
010249     88  ML-PERIOD-CALENDAR-USED     VALUE 'Y'.
010250 77  ML-PERIOD-ACTION-SW         PIC X(01)           VALUE 'N'.
010251     88  ML-PERIOD-REDIRECTED        VALUE 'D'.
010252     88  ML-PERIOD-REFUSED           VALUE 'F'.
010253 77  ML-PERIOD-SCAN-SW           PIC X(01)           VALUE 'N'.
010254     88  ML-PERIOD-SCAN-DONE         VALUE 'Y'.
010255 77  ML-PERIOD-FOUND-SW          PIC X(01)           VALUE 'N'.
010256     88  ML-OPEN-PERIOD-FOUND        VALUE 'Y'.
010257*    THE REDIRECT STEPS FORWARD ONE MONTH AT A TIME FROM THE DATED
010258*    PERIOD AND GIVES UP AFTER ML-PERIOD-HORIZON MONTHS.
010259 77  ML-PERIOD-HORIZON           PIC 9(02)           VALUE 12.
010260 77  ML-PERIOD-STEPS             PIC 9(02)           VALUE ZERO.
010261 01  ML-STEP-PERIOD.
010262     05  ML-STEP-YEAR            PIC 9(04).
010263     05  ML-STEP-MONTH           PIC 9(02).
010264*
010265******************************************************************
010266*  TRADING-PARTNER FIELDS.  THE PROFILE OF THE SOURCE THE BATCH
010267*  HEADER NAMES, KEPT FROM ITS PARTMST ROW FOR THE CONTROL REPORT
010268*  AND THE ACKNOWLEDGMENT DELIVERY.  ML-PARTNER-CHECKED IS SET
010269*  ONCE THE ROW HAS BEEN FOUND -- A RESUBMIT OR REVERSAL RUN HAS
010270*  NO HEADER AND IS NOT CHECKED.  ML-KEYED-DETAIL-COUNT IS THE
010271*  NUMBER OF 'D' DETAILS FOUND BY THE LOOK-AHEAD OVER AN ITEM-
010272*  ONLY PARTNER'S FILE.
010273******************************************************************
010274 77  ML-PART-FILE-STATUS         PIC X(02)           VALUE '00'.
010275 77  ML-PARTNER-SW               PIC X(01)           VALUE 'N'.
010276     88  ML-PARTNER-CHECKED          VALUE 'Y'.
010277 77  ML-PARTNER-NAME             PIC X(30)    VALUE SPACES.
010278 77  ML-PARTNER-STATUS           PIC X(01)    VALUE SPACE.
010279 77  ML-PARTNER-DETAIL-OPT       PIC X(01)    VALUE SPACE.
010280     88  ML-PARTNER-ITEM-ONLY        VALUE 'I'.
010281 77  ML-PARTNER-ACK-NAME         PIC X(38)    VALUE SPACES.
010282 01  ML-PARTNER-CURR-AREA.
010283     05  ML-PARTNER-CURR         PIC X(03) OCCURS 8 TIMES.
010284 77  ML-PARTNER-CURR-SUB         PIC 9(02) COMP      VALUE ZERO.
010285 77  ML-PARTNER-CURR-SW          PIC X(01)           VALUE 'N'.
010286     88  ML-PARTNER-CURR-ALLOWED      VALUE 'Y'.
010287 77  ML-KEYED-DETAIL-COUNT       PIC 9(09)           VALUE ZERO.
010288*
010289******************************************************************
010290*  BATCH CURRENCY FIELDS.  A BLANK CURRENCY IS A HOME-CURRENCY
010300*  BATCH -- RATE 1, NO CONVERSION, EXACTLY THE OLD BEHAVIOUR.  A
010310*  FOREIGN BATCH EXTENDS EVERY DETAIL IN ITS OWN CURRENCY
010430 77  ML-ORIG-P                   PIC S9(34)V9(02)    VALUE ZERO.
010440 77  ML-RATE-FOUND-SW            PIC X(01)           VALUE 'N'.
010450     88  ML-RATE-FOUND               VALUE 'Y'.
010451 77  ML-RATE-SCAN-DONE-SW        PIC X(01)           VALUE 'N'.
010452     88  ML-RATE-SCAN-DONE           VALUE 'Y'.
010453 77  ML-RPT-RATE-ED              PIC -9(07).9(06).
010454 77  ML-TAX-FILE-STATUS          PIC X(02)           VALUE '00'.
010455 77  ML-TAX-AVAIL-SW             PIC X(01)           VALUE 'N'.
010456     88  ML-TAX-FILE-AVAILABLE       VALUE 'Y'.
010457 77  ML-PARM-TAX-CODE            PIC X(04)    VALUE SPACES.
010458 77  ML-BATCH-TAX-CODE           PIC X(04)    VALUE SPACES.
010459 77  ML-TAX-CODE                 PIC X(04)    VALUE SPACES.
010460     88  ML-UNTAXED                  VALUE SPACES 'NONE'.
010461 77  ML-TAX-RATE                 PIC S9(03)V9(04)    VALUE ZERO.
010462 77  ML-TAX-ACCOUNT              PIC X(08)    VALUE SPACES.
010463 77  ML-TAX                      PIC S9(28)V9(02)    VALUE ZERO.
010464 77  ML-SUM-TAX                  PIC S9(34)V9(02)    VALUE ZERO.
010465 77  ML-GROSS                    PIC S9(34)V9(02)    VALUE ZERO.
010466 77  ML-TAX-FOUND-SW             PIC X(01)           VALUE 'N'.
010467     88  ML-TAX-RATE-FOUND           VALUE 'Y'.
010468 77  ML-TAX-SCAN-DONE-SW         PIC X(01)           VALUE 'N'.
010469     88  ML-TAX-SCAN-DONE            VALUE 'Y'.
010470 77  ML-TAX-CACHE-SW             PIC X(01)           VALUE 'N'.
010471     88  ML-TAX-CACHE-LOADED         VALUE 'Y'.
010472 77  ML-TAX-LAST-CODE            PIC X(04)    VALUE SPACES.
010473 77  ML-TAX-LAST-SW              PIC X(01)           VALUE 'N'.
010474 77  ML-TAX-LAST-RATE            PIC S9(03)V9(04)    VALUE ZERO.
010475 77  ML-TAX-LAST-ACCOUNT         PIC X(08)    VALUE SPACES.
010476 77  ML-GL-TAX-COUNT             PIC 9(09)           VALUE ZERO.
010477 77  ML-GL-TAX-SUM               PIC S9(28)V9(02)    VALUE ZERO.
010478 77  ML-GL-ROLL-AMT              PIC S9(28)V9(02)    VALUE ZERO.
010479 77  ML-REV-POSTED-TAX           PIC S9(34)V9(02)    VALUE ZERO.
010480 77  ML-REV-GL-TRL-TAX           PIC S9(28)V9(02)    VALUE ZERO.
010481 77  ML-REV-AUD-TAX              PIC S9(34)V9(02)    VALUE ZERO.
010482 77  ML-REV-TAX-TRL-SW           PIC X(01)           VALUE 'N'.
010483     88  ML-REV-TRAILER-HAS-TAX      VALUE 'Y'.
010490*
010500******************************************************************
010510*  ITEM-MASTER AND PRICE-HISTORY ACCESS FIELDS.  ITEMMST AND
010910******************************************************************
010920*  AUDIT LOG WORK FIELDS.  ML-JOB-ID IS STAMPED FROM THE TIME OF
010930*  DAY AT THE TOP OF EVERY RUN (SEE 1000-INITIALIZE) RATHER THAN
010933*  HELD AS A FIXED LITERAL, SO TWO SEPARATE JOBS ON THE SAME DAY
010936*  DO NOT SHARE ONE (JOB ID, RUN DATE, SEQ) MULTAUD PRIME KEY.  A
010939*  RESTART IS THE ONE DELIBERATE EXCEPTION: IT DELETES THE
010942*  INTERRUPTED RUN'S ROWS PAST THE CHECKPOINT AND CARRIES ON UNDER
010945*  THAT RUN'S JOB ID AND AUDIT SEQUENCE (SEE 1150), SO A CRASHED
010948*  ATTEMPT AND ITS RESTART LOG AS ONE RUN -- UNDER THE SAME KEYS
010951*  WHEN RESTARTED THE SAME DAY, UNDER THE RESTART'S OWN RUN DATE
010954*  WHEN NOT.  ML-AUD-WRITE-FAIL-SW IS SET BY ANY AUDIT ROW THAT
010957*  DID NOT WRITE, AND ML-AUD-ROW-SW SAYS WHETHER THE LAST ONE DID;
010960*  ONLY A ROW ACTUALLY WRITTEN IS COUNTED.
010970******************************************************************
010980 77  ML-JOB-ID                   PIC X(08)    VALUE SPACES.
010990 77  ML-OPERATOR-ID              PIC X(08)    VALUE 'BATCH01 '.
011000 77  ML-RUN-DATE                 PIC X(08).
011010 77  ML-AUD-SEQ-CTR              PIC 9(09)           VALUE ZERO.
011020 77  ML-AUD-TOTAL-COUNT          PIC 9(09)           VALUE ZERO.
011022 77  ML-AUD-WRITE-FAIL-SW        PIC X(01)           VALUE 'N'.
011024     88  ML-AUD-WRITE-FAILED         VALUE 'Y'.
011026 77  ML-AUD-ROW-SW               PIC X(01)           VALUE 'N'.
011028     88  ML-AUD-ROW-WRITTEN          VALUE 'Y'.
011030*
011040******************************************************************
011050*  SHARED NUMERIC-ENTRY VALIDATION FIELDS.  USED BOTH FOR THE
011550*  REJECTED RECORD NEVER WRITES AN EXT-OUT-RECORD -- ONLY AN AUDIT
011560*  ROW -- SO IT IS NOT A RELIABLE COUNT OF ROWS ACTUALLY IN
011570*  EXT-OUT-FILE.  ML-OUT-TOTAL-COUNT TRACKS THAT SEPARATELY, THE
011580*  SAME WAY ML-AUD-TOTAL-COUNT COUNTS THIS RUN'S AUDIT ROWS, AND
011590*  IS WHAT A RESTART REBUILDS EXT-OUT-FILE DOWN TO BEFORE EXTENDING
011600*  IT, SO THE RESUMED RUN NEVER APPENDS ON TOP OF ROWS ALREADY
011610*  WRITTEN BETWEEN THE LAST CHECKPOINT AND THE POINT OF
011730 77  ML-TMP-RENAME-RC            PIC S9(09) COMP-5   VALUE ZERO.
011740*
011750******************************************************************
011870*  SUSP-FILE REBUILD FIELDS.  SAME PURPOSE AS THE EXT-OUT-FILE
011880*  REBUILD FIELDS ABOVE, BUT FOR EXTSUSP -- A RESTARTED RUN
011890*  REBUILDS THE SUSPENSE FILE BACK TO ITS CHECKPOINTED ROW COUNT
011990                                     VALUE 'EXTSUSP'.
012000 77  ML-SUSP-TMP-RENAME-RC       PIC S9(09) COMP-5   VALUE ZERO.
012010*
012017******************************************************************
012024*  AUDIT-FILE DELETE-BACK FIELDS.  MULTAUD IS KEYED, SO A
012031*  RESTARTED RUN DOES NOT REBUILD IT THE WAY EXT-OUT-FILE AND
012038*  SUSP-FILE ARE REBUILT -- 1150 DELETES, BY KEY, THE ROWS THE
012045*  INTERRUPTED RUN LOGGED AFTER ITS LAST CHECKPOINT.  ML-CKPT-
012052*  JOB-ID, ML-CKPT-AUD-DATE AND ML-CKPT-AUD-SEQ ARE THAT RUN'S
012059*  JOB ID, RUN DATE AND LAST CHECKPOINTED AUDIT SEQUENCE.
012066******************************************************************
012073 77  ML-CKPT-JOB-ID              PIC X(08)    VALUE SPACES.
012080 77  ML-CKPT-AUD-DATE            PIC X(08)    VALUE SPACES.
012087 77  ML-CKPT-AUD-SEQ             PIC 9(09)           VALUE ZERO.
012094 77  ML-AUD-DEL-EOF-SW           PIC X(01)           VALUE 'N'.
012101     88  ML-AUD-DEL-DONE             VALUE 'Y'.
012108 77  ML-AUD-DEL-COUNT            PIC 9(09)           VALUE ZERO.
012120*
012130******************************************************************
012140*  CHECKPOINT REWRITE FIELDS.  4380-WRITE-CHECKPOINT WRITES THE
012650         GO TO 0000-EXIT
012660     END-IF.
012670     PERFORM 2000-SELECT-RUN-MODE THRU 2000-EXIT.
012672     IF ML-VALIDATE-MODE
012674         PERFORM 2100-SET-PRESCREEN-NAMES THRU 2100-EXIT
012676     END-IF.
012680*    A NIGHT RUN READS THE CHECKPOINT TOO -- NOT TO RESTART, BUT
012690*    SO A CHECKPOINT LEFT BY A CRASHED BATCH REFUSES THE WHOLE
012700*    NIGHT AT THE DOOR: THE INTERRUPTED BATCH MUST BE FINISHED
012710*    IN ITS OWN MODE (OR MULTCKPT CLEARED ON PURPOSE) BEFORE
012716*    FRESH BATCHES PILE OUTPUT ON TOP OF IT.  A REVERSAL RUN
012722*    READS IT FOR THE SAME REASON -- THE INTERRUPTED BATCH IS
012728*    STILL HALF-POSTED AND IS NOT TO BE WORKED AROUND.
012734     IF ML-FILE-DRIVEN-MODE OR ML-NIGHT-MODE OR ML-REVERSAL-MODE
012740         PERFORM 4200-READ-CHECKPOINT THRU 4200-EXIT
012750     END-IF.
012753*    A BATCH OR RESUBMIT RUN TURNED AWAY HERE OR AT THE AUDIT LOG
012756*    STILL GOES ON THE RUN HISTORY, AS A REFUSAL.
012760     IF ML-ABORT-RUN
012762         IF ML-FILE-DRIVEN-MODE
012764             PERFORM 4760-WRITE-RUN-HISTORY THRU 4760-EXIT
012766         END-IF
012770         GO TO 0000-EXIT
012780     END-IF.
012783*    A VALIDATE-ONLY PRE-SCREEN NEITHER READS NOR CLEARS THE
012786*    CHECKPOINT AND NEVER OPENS MULTAUD -- IT LOGS NOTHING.
012789     IF NOT ML-VALIDATE-MODE
012792         PERFORM 1100-OPEN-AUDIT-FILE THRU 1100-EXIT
012795     END-IF.
012800     IF ML-ABORT-RUN
012802         IF ML-FILE-DRIVEN-MODE
012804             PERFORM 4760-WRITE-RUN-HISTORY THRU 4760-EXIT
012806         END-IF
012810         GO TO 0000-EXIT
012820     END-IF.
012830     IF ML-NIGHT-MODE
012840         PERFORM 4700-NIGHT-PROCESS THRU 4700-EXIT
012850     ELSE
012860         IF ML-FILE-DRIVEN-MODE OR ML-VALIDATE-MODE
012870             PERFORM 4000-BATCH-PROCESS THRU 4000-EXIT
012872             IF ML-FILE-DRIVEN-MODE
012874                 PERFORM 4760-WRITE-RUN-HISTORY THRU 4760-EXIT
012876             END-IF
012880         ELSE
012883             IF ML-REVERSAL-MODE
012886                 PERFORM 4800-REVERSAL-PROCESS THRU 4800-EXIT
012889             ELSE
012892                 PERFORM 3000-INTERACTIVE-PROCESS THRU 3000-EXIT
012895             END-IF
012900         END-IF
012910     END-IF.
012915     IF NOT ML-VALIDATE-MODE
012920         CLOSE AUDIT-FILE
012925     END-IF.
012930 0000-EXIT.
012940     STOP RUN.
012950*
013020     MOVE 1 TO ML-CURR-RATE.
013030     MOVE ZERO TO ML-ORIG-P.
013040     MOVE ZERO TO ML-AUD-SEQ-CTR, ML-AUD-TOTAL-COUNT.
013045     MOVE 'N' TO ML-AUD-WRITE-FAIL-SW.
013050     MOVE ZERO TO ML-WARN-COUNT.
013060     MOVE ZERO TO ML-SUSP-COUNT.
013061     MOVE ZERO TO ML-DUP-REF-COUNT, ML-BLANK-REF-COUNT,
013062         ML-DRC-COUNT, ML-DREF-POSTED-COUNT.
013063     MOVE 'N' TO ML-DRC-MORE-SW.
013064     MOVE SPACES TO ML-BATCH-PERIOD, ML-DATED-PERIOD.
013065     MOVE 'N' TO ML-PERIOD-CAL-SW, ML-PERIOD-ACTION-SW.
013066     MOVE 'N' TO ML-PARTNER-SW.
013067     MOVE SPACES TO ML-REFUSAL-REASON.
013070     MOVE SPACES TO ML-BATCH-ID, ML-BATCH-SOURCE,
013080         ML-BATCH-BUS-DATE.
013090     MOVE SPACES TO ML-CUR-DOC-NO, ML-CUR-DOC-LINE,
013110     MOVE ZERO TO ML-REC-COUNT, ML-SINCE-CKPT, ML-OUT-TOTAL-COUNT.
013120     MOVE ZERO TO ML-SUM-P, ML-HIGH-P, ML-LOW-P, ML-CALC-HASH,
013130         ML-EXCEPT-COUNT.
013132     MOVE ZERO TO ML-SUM-TAX, ML-TAX.
013134     MOVE SPACES TO ML-BATCH-TAX-CODE, ML-TAX-CODE.
013136     MOVE 'N' TO ML-TAX-CACHE-SW.
013140     MOVE 'N' TO ML-TOTALS-OVFL-SW.
013150     MOVE 'Y' TO ML-FIRST-REC-SW.
013160     ACCEPT ML-RUN-DATE FROM DATE YYYYMMDD.
013190*    PATH PRICE "TODAY", AS THEY ALWAYS HAVE.
013200     MOVE ML-RUN-DATE TO ML-PRICE-DATE.
013210     ACCEPT ML-JOB-ID   FROM TIME.
013213     MOVE ML-RUN-DATE TO ML-HIST-START-DATE.
013216     MOVE ML-JOB-ID   TO ML-HIST-START-TIME.
013220     PERFORM 1200-READ-PARM-FILE THRU 1200-EXIT.
013230 1000-EXIT.
013240     EXIT.
013660     UNSTRING PARM-RECORD DELIMITED BY '='
013670         INTO ML-PARM-KEY, ML-PARM-VALUE.
013680     IF ML-PARM-KEY = 'RUN-MODE'
013686         IF ML-PARM-VALUE(1:1) = 'I' OR 'B' OR 'R' OR 'M' OR 'X'
013692                                  OR 'V'
013700             MOVE ML-PARM-VALUE(1:1) TO ML-RUN-MODE
013710         ELSE
013716             DISPLAY 'MULTPARM RUN-MODE MUST BE I, B, R, M, X, '
013722                 'OR V'
013730             DISPLAY 'RUN ABORTED - PARAMETER FILE NOT USABLE'
013740             SET ML-ABORT-RUN TO TRUE
013750         END-IF
014070         ELSE
014080             DISPLAY 'MULTPARM REPORT-OPTION MUST BE F OR B'
014090             DISPLAY 'RUN ABORTED - PARAMETER FILE NOT USABLE'
014091             SET ML-ABORT-RUN TO TRUE
014092         END-IF
014093         GO TO 1250-EXIT
014094     END-IF.
014095     IF ML-PARM-KEY = 'REVERSAL-BATCH-ID'
014096         IF ML-PARM-VALUE = SPACES
014097             DISPLAY 'MULTPARM REVERSAL-BATCH-ID MAY NOT BE BLANK'
014098             DISPLAY 'RUN ABORTED - PARAMETER FILE NOT USABLE'
014099             SET ML-ABORT-RUN TO TRUE
014100         ELSE
014101             MOVE ML-PARM-VALUE(1:12) TO ML-REV-BATCH-ID
014102         END-IF
014103         GO TO 1250-EXIT
014104     END-IF.
014105     IF ML-PARM-KEY = 'CLOSED-PERIOD'
014106         IF ML-PARM-VALUE = 'REFUSE' OR 'REDIRECT'
014107             MOVE ML-PARM-VALUE(1:8) TO ML-PERIOD-OPTION
014108         ELSE
014109             DISPLAY 'MULTPARM CLOSED-PERIOD MUST BE REFUSE OR '
014110                 'REDIRECT'
014111             DISPLAY 'RUN ABORTED - PARAMETER FILE NOT USABLE'
014112             SET ML-ABORT-RUN TO TRUE
014113         END-IF
014114         GO TO 1250-EXIT
014115     END-IF.
014116     IF ML-PARM-KEY = 'DEFAULT-TAX-CODE'
014117         IF ML-PARM-VALUE(5:34) NOT = SPACES
014118             DISPLAY 'MULTPARM DEFAULT-TAX-CODE IS AT MOST FOUR '
014119                 'CHARACTERS'
014120             DISPLAY 'RUN ABORTED - PARAMETER FILE NOT USABLE'
014121             SET ML-ABORT-RUN TO TRUE
014122         ELSE
014123             MOVE ML-PARM-VALUE(1:4) TO ML-PARM-TAX-CODE
014124         END-IF
014125         GO TO 1250-EXIT
014126     END-IF.
014127     IF ML-PARM-KEY = 'PRESCREEN-FILE'
014128         IF ML-PARM-VALUE = SPACES
014129             DISPLAY 'MULTPARM PRESCREEN-FILE MAY NOT BE BLANK'
014130             DISPLAY 'RUN ABORTED - PARAMETER FILE NOT USABLE'
014131             SET ML-ABORT-RUN TO TRUE
014132         ELSE
014133             MOVE ML-PARM-VALUE TO ML-PRE-IN-NAME
014134         END-IF
014135         GO TO 1250-EXIT
014136     END-IF.
014140     DISPLAY 'MULTPARM UNKNOWN PARAMETER - ' ML-PARM-KEY.
014150     DISPLAY 'RUN ABORTED - PARAMETER FILE NOT USABLE'.
014160     SET ML-ABORT-RUN TO TRUE.
014250     MOVE ZERO TO ML-PARM-TRAIL.
014260     INSPECT ML-PARM-VALUE
014270         TALLYING ML-PARM-TRAIL FOR TRAILING SPACE.
014280     COMPUTE ML-PARM-LEN = 38 - ML-PARM-TRAIL.
014290     IF ML-PARM-LEN = 0 OR ML-PARM-LEN > 5
014300         DISPLAY 'MULTPARM CHECKPOINT-INTERVAL MUST BE 1-99999'
014310         DISPLAY 'RUN ABORTED - PARAMETER FILE NOT USABLE'
014950     EXIT.
014960*
014970******************************************************************
014977*  1100-OPEN-AUDIT-FILE -- THE AUDIT LOG IS KEPT ACROSS RUNS AND
014984*  OPENED I-O; IF IT DOES NOT YET EXIST THIS IS THE FIRST RUN ON
014991*  THIS MACHINE AND IT IS CREATED EMPTY AND REOPENED.  ONLY A
014998*  MISSING FILE (STATUS 35) IS CREATED -- ANY OTHER FAILURE,
015005*  SUCH AS A LOG STILL IN THE OLD LINE SEQUENTIAL FORM THAT
015012*  AUDCONV HAS NOT YET CONVERTED, ABORTS THE RUN RATHER THAN
015019*  OPEN OUTPUT OVER IT.  A RESTART IS NEVER GIVEN AN EMPTY LOG
015026*  EITHER -- THE ROWS AT OR BEFORE ITS CHECKPOINT WOULD BE LOST.
015033*  A RESTARTED BATCH RUN THEN DELETES BACK TO ITS LAST
015040*  CHECKPOINT (1150) SO RESUMING NEVER RE-LOGS ROWS ALREADY
015047*  WRITTEN.  EVERY OPEN ATTEMPT IS STATUS-CHECKED SO A FAILURE
015054*  ABORTS THE RUN INSTEAD OF LEAVING AN UNOPENED AUDIT-FILE FOR
015061*  6000-WRITE-AUDIT-RECORD TO WRITE AGAINST.
015080******************************************************************
015090 1100-OPEN-AUDIT-FILE.
015099     OPEN I-O AUDIT-FILE.
015108     IF ML-AUD-FILE-STATUS NOT = '00'
015117         IF ML-RESTART-POINT > 0 OR ML-AUD-FILE-STATUS NOT = '35'
015126             DISPLAY 'MULTAUD OPEN FAILED - STATUS '
015135                 ML-AUD-FILE-STATUS
015144             DISPLAY 'RUN ABORTED - AUDIT FILE NOT AVAILABLE'
015153             MOVE 'AUDIT FILE NOT AVAILABLE' TO ML-REFUSAL-REASON
015162             SET ML-ABORT-RUN TO TRUE
015171             GO TO 1100-EXIT
015180         END-IF
015220         OPEN OUTPUT AUDIT-FILE
015222         IF ML-AUD-FILE-STATUS = '00'
015224             CLOSE AUDIT-FILE
015226             OPEN I-O AUDIT-FILE
015228         END-IF
015230         IF ML-AUD-FILE-STATUS NOT = '00'
015240             DISPLAY 'MULTAUD OPEN FAILED - STATUS '
015250                 ML-AUD-FILE-STATUS
015260             DISPLAY 'RUN ABORTED - AUDIT FILE NOT AVAILABLE'
015265             MOVE 'AUDIT FILE NOT AVAILABLE' TO ML-REFUSAL-REASON
015270             SET ML-ABORT-RUN TO TRUE
015271             GO TO 1100-EXIT
015272         END-IF
015273     END-IF.
015274     IF ML-FILE-DRIVEN-MODE OR ML-NIGHT-MODE
015275         IF ML-RESTART-POINT > 0
015276             PERFORM 1150-DELETE-BACK-AUDIT-ROWS THRU 1150-EXIT
015280         END-IF
015290     END-IF.
015300 1100-EXIT.
015310     EXIT.
015320*
015330******************************************************************
015340*  1150-DELETE-BACK-AUDIT-ROWS -- MULTAUD IS WRITTEN ON EVERY
015350*  EXTENSION CALCULATED, BUT THE CHECKPOINT IS ONLY WRITTEN EVERY
015360*  ML-CHECKPOINT-INTERVAL RECORDS, SO A RUN INTERRUPTED BETWEEN
015366*  TWO CHECKPOINTS LEAVES ROWS IN MULTAUD PAST ITS LAST
015372*  CHECKPOINTED AUDIT SEQUENCE.  THOSE ROWS ARE DELETED BY KEY:
015378*  THE WALK STARTS AT THE INTERRUPTED RUN'S JOB ID, RUN DATE AND
015384*  NEXT SEQUENCE AND ENDS AT THE FIRST ROW OF ANOTHER JOB ID.  A
015390*  ROW IS ONLY DELETED WHEN ITS SEQUENCE IS PAST THE CHECKPOINT
015396*  AND IT CARRIES THE CHECKPOINTED BATCH ID -- A RESTART THAT
015402*  RAN PAST MIDNIGHT LOGS UNDER THE NEXT RUN DATE, AND THE JOB
015408*  ID ALONE, BEING A TIME OF DAY, IS NOT PROOF THAT A LATER
015414*  DAY'S ROW BELONGS TO THIS RUN.  THE RESUMED RUN THEN CARRIES
015420*  ON UNDER THE INTERRUPTED RUN'S JOB ID AND AUDIT SEQUENCE, SO
015426*  ITS ROWS CONTINUE THE SAME KEYS AND ITS OWN CHECKPOINTS COVER
015432*  THEM.
015450******************************************************************
015457 1150-DELETE-BACK-AUDIT-ROWS.
015464     MOVE ZERO TO ML-AUD-DEL-COUNT.
015471     MOVE 'N' TO ML-AUD-DEL-EOF-SW.
015478     MOVE ML-CKPT-JOB-ID   TO ML-AUD-JOB-ID.
015485     MOVE ML-CKPT-AUD-DATE TO ML-AUD-DATE.
015492     MOVE ML-CKPT-AUD-SEQ  TO ML-AUD-SEQ.
015499     ADD 1 TO ML-AUD-SEQ.
015506     START AUDIT-FILE KEY NOT < ML-AUD-KEY
015513         INVALID KEY
015520             SET ML-AUD-DEL-DONE TO TRUE
015527     END-START.
015534     IF NOT ML-AUD-DEL-DONE
015541         PERFORM 1155-DELETE-ONE-AUDIT-ROW THRU 1155-EXIT
015548             WITH TEST AFTER
015555             UNTIL ML-AUD-DEL-DONE
015570     END-IF.
015580     DISPLAY 'AUDIT ROWS PAST THE CHECKPOINT DELETED: '
015590         ML-AUD-DEL-COUNT.
015600     MOVE ML-CKPT-JOB-ID  TO ML-JOB-ID.
015610     MOVE ML-CKPT-AUD-SEQ TO ML-AUD-SEQ-CTR.
015740 1150-EXIT.
015750     EXIT.
015760*
015770******************************************************************
015780*  1155-DELETE-ONE-AUDIT-ROW -- ONE ROW OF 1150-DELETE-BACK-
015790*  AUDIT-ROWS' WALK.
015800******************************************************************
015810 1155-DELETE-ONE-AUDIT-ROW.
015820     READ AUDIT-FILE NEXT RECORD
015830         AT END
015836             SET ML-AUD-DEL-DONE TO TRUE
015842             GO TO 1155-EXIT
015850     END-READ.
015853     IF ML-AUD-JOB-ID NOT = ML-CKPT-JOB-ID
015856         SET ML-AUD-DEL-DONE TO TRUE
015859         GO TO 1155-EXIT
015862     END-IF.
015865     IF ML-AUD-SEQ > ML-CKPT-AUD-SEQ
015868        AND ML-AUD-BATCH-ID = ML-CKPT-BATCH-ID
015871         DELETE AUDIT-FILE RECORD
015874             INVALID KEY
015877                 DISPLAY 'MULTAUD DELETE FAILED - STATUS '
015880                     ML-AUD-FILE-STATUS
015883             NOT INVALID KEY
015886                 ADD 1 TO ML-AUD-DEL-COUNT
015889         END-DELETE
015900     END-IF.
015910 1155-EXIT.
016280     EXIT.
016290*
016300******************************************************************
016370     IF ML-PARM-FILE-PRESENT
016380         GO TO 2000-EXIT
016390     END-IF.
016397     DISPLAY 'RUN MODE (I)NTERACTIVE, (B)ATCH, (R)ESUBMIT, '
016404         '(M)ANIFEST NIGHT RUN, (X) REVERSAL, '
016411         'OR (V)ALIDATE ONLY ?'.
016420     ACCEPT ML-RUN-MODE.
016430     IF NOT ML-INTERACTIVE-MODE AND NOT ML-FILE-DRIVEN-MODE
016436        AND NOT ML-NIGHT-MODE AND NOT ML-REVERSAL-MODE
016442        AND NOT ML-VALIDATE-MODE
016450         MOVE 'I' TO ML-RUN-MODE
016460     END-IF.
016461     IF ML-REVERSAL-MODE
016462         DISPLAY 'BATCH ID TO REVERSE ?'
016463         ACCEPT ML-REV-BATCH-ID
016464     END-IF.
016465     IF ML-VALIDATE-MODE
016466         DISPLAY 'BATCH FILE TO PRE-SCREEN (BLANK FOR EXTIN) ?'
016467         ACCEPT ML-PRE-IN-NAME
016468     END-IF.
016470 2000-EXIT.
016471     EXIT.
016472*
016473******************************************************************
016474*  2100-SET-PRESCREEN-NAMES -- A VALIDATE-ONLY RUN READS THE FILE
016475*  IT WAS GIVEN (EXTIN WHEN NONE) AND WRITES ITS EXTENSIONS,
016476*  SUSPENSE ROWS, REPORT, AND ACKNOWLEDGMENT UNDER ...PRE NAMES,
016477*  SO AN AFTERNOON PRE-SCREEN NEVER TRUNCATES THE LAST REAL RUN'S
016478*  OUTPUTS OR HANDS DOWNSTREAM A FILE THAT WAS NEVER POSTED.
016479******************************************************************
016480 2100-SET-PRESCREEN-NAMES.
016481     IF ML-PRE-IN-NAME NOT = SPACES
016482         MOVE ML-PRE-IN-NAME TO ML-EXTIN-NAME
016483     END-IF.
016484     MOVE 'EXTOUTPRE'  TO ML-OUT-NAME.
016485     MOVE 'EXTSUSPPRE' TO ML-SUSP-NAME.
016486     MOVE 'MULTRPTPRE' TO ML-RPT-NAME.
016487     MOVE 'MULTACKPRE' TO ML-ACK-NAME.
016488     DISPLAY 'VALIDATE-ONLY PRE-SCREEN OF ' ML-EXTIN-NAME.
016489     DISPLAY 'NOTHING WILL BE POSTED'.
016490 2100-EXIT.
016491     EXIT.
016492*
016500******************************************************************
016510*  3000-INTERACTIVE-PROCESS -- THE ORIGINAL BEGIN PARAGRAPH.
016520*  ONE PAIR KEYED AT THE TERMINAL.
017090*  BATCH FILES WILL NOT OPEN, THE RUN IS ABANDONED WITHOUT
017100*  TOUCHING 4300-PROCESS-RECORDS SO A MISSING EXTIN CANNOT LOOP
017110*  FOREVER AGAINST AN EMPTY INPUT FILE.  THE DETAIL LOOP ALSO
017118*  STOPS ON ML-ABORT-RUN -- A FAILED CHECKPOINT WRITE OR AN AUDIT
017126*  ROW THAT WOULD NOT WRITE PARTWAY THROUGH THE FILE -- SO THE RUN
017134*  NEVER CLEARS THE CHECKPOINT OR CLAIMS A COMPLETE CONTROL REPORT
017142*  ON TOP OF A CHECKPOINT THAT MAY NOT HAVE MADE IT TO DISK OR AN
017150*  AUDIT TRAIL WITH A HOLE IN IT.
017160******************************************************************
017170 4000-BATCH-PROCESS.
017180     PERFORM 4100-OPEN-INPUT-FILE   THRU 4100-EXIT.
017240*    HEADERLESS FILE IS REFUSED WITHOUT TOUCHING A SINGLE DETAIL
017250*    -- OR THE PREVIOUS RUN'S LIVE OUTPUTS, WHICH AN OPEN OUTPUT
017260*    WOULD TRUNCATE ON THE SPOT.
017265*    A PRE-SCREEN IS HELD TO EXACTLY THE SAME DOOR AS THE BATCH IT
017270*    SCREENS; A REFUSAL STILL GETS ITS REPORT AND ACKNOWLEDGMENT.
017275     IF ML-BATCH-MODE OR ML-VALIDATE-MODE
017280         PERFORM 4050-VERIFY-BATCH-HEADER THRU 4050-EXIT
017290         IF NOT ML-ABORT-RUN
017300             PERFORM 4060-CHECK-BATCH-REGISTER THRU 4060-EXIT
017301         END-IF
017302         IF ML-ABORT-RUN
017303             PERFORM 4950-CLOSE-INPUT-FILE THRU 4950-EXIT
017304             IF ML-VALIDATE-MODE
017305                 PERFORM 4470-PRESCREEN-REFUSAL THRU 4470-EXIT
017306             END-IF
017307             GO TO 4000-EXIT
017308         END-IF
017309     END-IF.
017310*    A RESUBMIT HAS NO HEADER, BUT IT POSTS, SO IT IS HELD TO THE
017311*    PERIOD CALENDAR ALL THE SAME -- AS OF THE RUN DATE.
017312     IF ML-RESUBMIT-MODE
017313         PERFORM 4080-CHECK-POSTING-PERIOD THRU 4080-EXIT
017320         IF ML-ABORT-RUN
017330             PERFORM 4950-CLOSE-INPUT-FILE THRU 4950-EXIT
017340             GO TO 4000-EXIT
017380     IF ML-ABORT-RUN
017390         GO TO 4000-EXIT
017400     END-IF.
017402     IF NOT ML-VALIDATE-MODE
017404         PERFORM 4115-OPEN-SUSP-REGISTER THRU 4115-EXIT
017406     END-IF.
017408     MOVE ML-BATCH-SOURCE TO ML-DREF-SOURCE.
017410     PERFORM 4116-OPEN-REFERENCE-INDEX THRU 4116-EXIT.
017412     MOVE ML-DREF-AVAIL-SW TO ML-DREF-CHECK-SW.
017420     PERFORM 4170-WRITE-PARAMETER-ECHO THRU 4170-EXIT.
017430     PERFORM 4150-OPEN-ITEM-MASTER  THRU 4150-EXIT.
017440     IF ML-ABORT-RUN
017560     END-IF.
017570     PERFORM 4400-VERIFY-TRAILER         THRU 4400-EXIT.
017580     PERFORM 4410-WRITE-SUSPENSE-TRAILER THRU 4410-EXIT.
017581*    A PRE-SCREEN LEAVES THE PERMANENT SIDE ALONE FROM HERE ON --
017582*    NO REGISTER ROW, NO CHECKPOINT CLEARED (A CRASHED BATCH'S
017583*    RESTART POINT MUST SURVIVE AN AFTERNOON PRE-SCREEN), NO
017584*    REFERENCES INDEXED, NO GL EXTRACT, NO EXCEPTION REPORT, AND
017585*    NO STAMPED GENERATIONS.  ITS ACCOUNTS ARE RESOLVED WITHOUT
017586*    WRITING MULTGL, AND ITS ACKNOWLEDGMENT IS NOT DELIVERED.
017587     IF ML-VALIDATE-MODE
017588         PERFORM 4900-CLOSE-BATCH-FILES THRU 4900-EXIT
017589         PERFORM 4460-PRESCREEN-GL-ACCOUNTS THRU 4460-EXIT
017590         PERFORM 4450-PRODUCE-ACK-FILE THRU 4450-EXIT
017591         PERFORM 7000-PRODUCE-CONTROL-REPORT THRU 7000-EXIT
017592         CLOSE RPT-FILE
017593         GO TO 4000-EXIT
017594     END-IF.
017595     IF ML-IN-BALANCE
017600         PERFORM 4420-REGISTER-BATCH THRU 4420-EXIT
017610     END-IF.
017620     PERFORM 4395-CLEAR-CHECKPOINT THRU 4395-EXIT.
017670*    FROM A RUN THAT DID NOT PROVE ITSELF GOES DOWNSTREAM.
017680     PERFORM 4900-CLOSE-BATCH-FILES THRU 4900-EXIT.
017690     IF ML-IN-BALANCE
017695         PERFORM 4440-POST-REFERENCE-INDEX THRU 4440-EXIT
017700         PERFORM 4430-PRODUCE-GL-EXTRACT THRU 4430-EXIT
017710     END-IF.
017720*    THE ACKNOWLEDGMENT GOES BACK FOR EVERY COMPLETED RUN, IN OR
017980     IF ML-NO-MORE-RECORDS
017990         DISPLAY 'EXTIN IS EMPTY - NO BATCH HEADER RECORD'
018000         DISPLAY 'BATCH RUN ABORTED - HEADER REQUIRED'
018003         MOVE 'EXTIN IS EMPTY - NO BATCH HEADER'
018006             TO ML-REFUSAL-REASON
018010         SET ML-ABORT-RUN TO TRUE
018020         GO TO 4050-EXIT
018030     END-IF.
018050         DISPLAY 'EXTIN DOES NOT BEGIN WITH A BATCH HEADER '
018060             'RECORD'
018070         DISPLAY 'BATCH RUN ABORTED - HEADER REQUIRED'
018073         MOVE 'NO BATCH HEADER RECORD'
018076             TO ML-REFUSAL-REASON
018080         SET ML-ABORT-RUN TO TRUE
018090         GO TO 4050-EXIT
018100     END-IF.
018110     IF EXT-IN-HDR-BATCH-ID = SPACES
018120         DISPLAY 'BATCH HEADER CARRIES A BLANK BATCH ID'
018130         DISPLAY 'BATCH RUN ABORTED - HEADER NOT USABLE'
018133         MOVE 'BATCH HEADER CARRIES A BLANK BATCH ID'
018136             TO ML-REFUSAL-REASON
018140         SET ML-ABORT-RUN TO TRUE
018150         GO TO 4050-EXIT
018160     END-IF.
018170     IF EXT-IN-HDR-BUS-DATE NOT NUMERIC
018180         DISPLAY 'BATCH HEADER BUSINESS DATE IS NOT YYYYMMDD'
018190         DISPLAY 'BATCH RUN ABORTED - HEADER NOT USABLE'
018193         MOVE 'HEADER BUSINESS DATE IS NOT YYYYMMDD'
018196             TO ML-REFUSAL-REASON
018200         SET ML-ABORT-RUN TO TRUE
018210         GO TO 4050-EXIT
018220     END-IF.
018230     MOVE EXT-IN-HDR-BATCH-ID TO ML-BATCH-ID.
018240     MOVE EXT-IN-HDR-SOURCE   TO ML-BATCH-SOURCE.
018250     MOVE EXT-IN-HDR-BUS-DATE TO ML-BATCH-BUS-DATE.
018252     PERFORM 4080-CHECK-POSTING-PERIOD THRU 4080-EXIT.
018254     IF ML-ABORT-RUN
018256         GO TO 4050-EXIT
018258     END-IF.
018260*    ITEM DETAILS IN THIS BATCH PRICE AS OF THE BUSINESS DATE THE
018270*    SENDER STAMPED ON THE HEADER -- A FILE THAT ARRIVES LATE
018280*    STILL EXTENDS AT THE PRICES IN EFFECT ON ITS OWN DAY.
018290     MOVE EXT-IN-HDR-BUS-DATE TO ML-PRICE-DATE.
018300     MOVE EXT-IN-HDR-CURRENCY TO ML-BATCH-CURRENCY.
018302     PERFORM 4055-CHECK-TRADING-PARTNER THRU 4055-EXIT.
018304     IF ML-ABORT-RUN
018306         GO TO 4050-EXIT
018308     END-IF.
018310     IF NOT ML-HOME-CURRENCY-BATCH
018320         PERFORM 4070-LOOKUP-CURRENCY-RATE THRU 4070-EXIT
018330         IF ML-ABORT-RUN
018340             GO TO 4050-EXIT
018341         END-IF
018342     END-IF.
018343*    KEYED 'D' DETAILS ARE TAXED UNDER THE HEADER'S TAX CODE, OR
018344*    MULTPARM'S DEFAULT-TAX-CODE WHEN THE HEADER NAMES NONE.
018345*    NONE ON THE HEADER LEAVES THEM UNTAXED WHATEVER THE
018346*    PARAMETER SAYS.
018347     MOVE 'N' TO ML-TAX-CACHE-SW.
018348     IF EXT-IN-HDR-TAX-CODE NOT = SPACES
018349         MOVE EXT-IN-HDR-TAX-CODE TO ML-BATCH-TAX-CODE
018350     ELSE
018351         MOVE ML-PARM-TAX-CODE TO ML-BATCH-TAX-CODE
018352     END-IF.
018353     PERFORM 4090-CHECK-DEFAULT-TAX-CODE THRU 4090-EXIT.
018354     IF ML-ABORT-RUN
018355         GO TO 4050-EXIT
018360     END-IF.
018370*    A RESTART MUST BE FED THE SAME BATCH THE CHECKPOINT WAS
018380*    WRITTEN UNDER -- RESUMING A DIFFERENT BATCH'S FILE AT THE
018420         DISPLAY 'MULTCKPT IS FOR BATCH ' ML-CKPT-BATCH-ID
018430         DISPLAY 'EXTIN CARRIES BATCH ' ML-BATCH-ID
018440         DISPLAY 'BATCH RUN ABORTED - RESTART THE INTERRUPTED '
018441             'BATCH OR CLEAR MULTCKPT'
018442         MOVE 'MULTCKPT IS FOR ANOTHER BATCH'
018443             TO ML-REFUSAL-REASON
018444         SET ML-ABORT-RUN TO TRUE
018445         GO TO 4050-EXIT
018446     END-IF.
018447     DISPLAY 'PROCESSING BATCH ' ML-BATCH-ID ' FROM '
018448         ML-BATCH-SOURCE.
018449 4050-EXIT.
018450     EXIT.
018451*
018452******************************************************************
018453*  4055-CHECK-TRADING-PARTNER -- THE HEADER'S SOURCE MUST BE A
018454*  PARTNER ON PARTMST, ACTIVE, ALLOWED THE BATCH CURRENCY (A HOME-
018455*  CURRENCY BATCH IS OPEN TO EVERY PARTNER), AND -- FOR A PARTNER
018456*  ALLOWED ITEM-CODED DETAILS ONLY -- SENDING NO KEYED-PRICE 'D'
018457*  DETAILS.  ANY FAILURE REFUSES THE RUN AT THE DOOR, LIKE A
018458*  DUPLICATE BATCH ID.  NO PARTNER MASTER AT ALL MEANS NO SOURCE
018459*  CAN BE AUTHORIZED, AND REFUSES EVERY BATCH, THE SAME WAY A
018460*  FOREIGN BATCH IS REFUSED WITHOUT A RATE MASTER.
018461******************************************************************
018462 4055-CHECK-TRADING-PARTNER.
018463     MOVE 'N' TO ML-PARTNER-SW.
018464     OPEN INPUT PART-FILE.
018465     IF ML-PART-FILE-STATUS NOT = '00'
018466         DISPLAY 'PARTMST NOT AVAILABLE - STATUS '
018467             ML-PART-FILE-STATUS
018468         DISPLAY 'BATCH RUN REFUSED - SOURCE ' ML-BATCH-SOURCE
018469             ' CANNOT BE AUTHORIZED'
018470         MOVE 'SOURCE CANNOT BE AUTHORIZED'
018471             TO ML-REFUSAL-REASON
018472         SET ML-ABORT-RUN TO TRUE
018473         GO TO 4055-EXIT
018474     END-IF.
018475     MOVE ML-BATCH-SOURCE TO PT-SOURCE.
018476     READ PART-FILE
018477         INVALID KEY
018478             CLOSE PART-FILE
018479             DISPLAY 'SOURCE ' ML-BATCH-SOURCE ' IS NOT A '
018480                 'REGISTERED TRADING PARTNER'
018481             DISPLAY 'BATCH RUN REFUSED - UNKNOWN SOURCE'
018482             MOVE 'UNKNOWN SOURCE'
018483                 TO ML-REFUSAL-REASON
018484             SET ML-ABORT-RUN TO TRUE
018485             GO TO 4055-EXIT
018486     END-READ.
018487     MOVE PT-NAME          TO ML-PARTNER-NAME.
018488     MOVE PT-STATUS        TO ML-PARTNER-STATUS.
018489     MOVE PT-DETAIL-OPTION TO ML-PARTNER-DETAIL-OPT.
018490     MOVE PT-CURRENCY-LIST TO ML-PARTNER-CURR-AREA.
018491     MOVE PT-ACK-NAME      TO ML-PARTNER-ACK-NAME.
018492     CLOSE PART-FILE.
018493     SET ML-PARTNER-CHECKED TO TRUE.
018494     IF ML-PARTNER-STATUS NOT = 'A'
018495         DISPLAY 'TRADING PARTNER ' ML-BATCH-SOURCE
018496             ' IS SUSPENDED'
018497         DISPLAY 'BATCH RUN REFUSED - SOURCE SUSPENDED'
018498         MOVE 'SOURCE SUSPENDED'
018499             TO ML-REFUSAL-REASON
018500         SET ML-ABORT-RUN TO TRUE
018501         GO TO 4055-EXIT
018502     END-IF.
018503     IF NOT ML-HOME-CURRENCY-BATCH
018504         MOVE 'N' TO ML-PARTNER-CURR-SW
018505         PERFORM 4056-MATCH-ONE-CURRENCY THRU 4056-EXIT
018506             VARYING ML-PARTNER-CURR-SUB FROM 1 BY 1
018507             UNTIL ML-PARTNER-CURR-SUB > 8
018508                OR ML-PARTNER-CURR-ALLOWED
018509         IF NOT ML-PARTNER-CURR-ALLOWED
018510             DISPLAY 'TRADING PARTNER ' ML-BATCH-SOURCE
018511                 ' MAY NOT SEND CURRENCY ' ML-BATCH-CURRENCY
018512             DISPLAY 'BATCH RUN REFUSED - CURRENCY NOT ALLOWED'
018513             MOVE 'CURRENCY NOT ALLOWED'
018514                 TO ML-REFUSAL-REASON
018515             SET ML-ABORT-RUN TO TRUE
018516             GO TO 4055-EXIT
018517         END-IF
018518     END-IF.
018519     IF ML-PARTNER-ITEM-ONLY
018520         PERFORM 4057-SCAN-DETAIL-TYPES THRU 4057-EXIT
018521         IF ML-ABORT-RUN
018522             GO TO 4055-EXIT
018523         END-IF
018524         IF ML-KEYED-DETAIL-COUNT > 0
018525             MOVE ML-KEYED-DETAIL-COUNT TO ML-RPT-COUNT-ED
018526             DISPLAY 'TRADING PARTNER ' ML-BATCH-SOURCE
018527                 ' MAY SEND ITEM-CODED DETAILS ONLY'
018528             DISPLAY 'BATCH CARRIES ' ML-RPT-COUNT-ED
018529                 ' KEYED-PRICE DETAILS'
018530             DISPLAY 'BATCH RUN REFUSED - DETAIL TYPE NOT ALLOWED'
018531             MOVE 'DETAIL TYPE NOT ALLOWED'
018532                 TO ML-REFUSAL-REASON
018533             SET ML-ABORT-RUN TO TRUE
018534             GO TO 4055-EXIT
018535         END-IF
018536     END-IF.
018537 4055-EXIT.
018538     EXIT.
018539*
018540 4056-MATCH-ONE-CURRENCY.
018541     IF ML-PARTNER-CURR (ML-PARTNER-CURR-SUB) = ML-BATCH-CURRENCY
018542         SET ML-PARTNER-CURR-ALLOWED TO TRUE
018543     END-IF.
018544 4056-EXIT.
018545     EXIT.
018546*
018547******************************************************************
018548*  4057-SCAN-DETAIL-TYPES -- A LOOK-AHEAD OVER THE REST OF THE
018549*  FILE COUNTING KEYED-PRICE DETAILS, SO AN ITEM-ONLY PARTNER'S
018550*  BATCH IS REFUSED WHOLE BEFORE ANY OUTPUT OPENS RATHER THAN
018551*  PART-POSTED.  THE FILE IS THEN REOPENED AND ITS HEADER READ
018552*  AGAIN, LEAVING THE DETAIL LOOP WHERE 4050 WOULD HAVE LEFT IT.
018553******************************************************************
018554 4057-SCAN-DETAIL-TYPES.
018555     MOVE ZERO TO ML-KEYED-DETAIL-COUNT.
018556     PERFORM 4058-SCAN-ONE-DETAIL THRU 4058-EXIT
018557         WITH TEST AFTER
018558         UNTIL ML-NO-MORE-RECORDS.
018559     CLOSE EXT-IN-FILE.
018560     MOVE 'N' TO ML-EOF-SW.
018561     OPEN INPUT EXT-IN-FILE.
018562     IF ML-IN-FILE-STATUS NOT = '00'
018563         DISPLAY ML-EXTIN-NAME ' REOPEN FAILED - STATUS '
018564             ML-IN-FILE-STATUS
018565         DISPLAY 'BATCH RUN ABORTED - INPUT FILE NOT AVAILABLE'
018566         MOVE 'INPUT FILE NOT AVAILABLE'
018567             TO ML-REFUSAL-REASON
018568         SET ML-ABORT-RUN TO TRUE
018569         GO TO 4057-EXIT
018570     END-IF.
018571     READ EXT-IN-FILE
018572         AT END
018573             MOVE 'Y' TO ML-EOF-SW
018574     END-READ.
018575 4057-EXIT.
018576     EXIT.
018577*
018578 4058-SCAN-ONE-DETAIL.
018579     READ EXT-IN-FILE
018580         AT END
018581             MOVE 'Y' TO ML-EOF-SW
018582     END-READ.
018583     IF ML-NO-MORE-RECORDS
018584         GO TO 4058-EXIT
018585     END-IF.
018586     IF EXT-IN-DETAIL
018587         ADD 1 TO ML-KEYED-DETAIL-COUNT
018588     END-IF.
018589 4058-EXIT.
018590     EXIT.
018591*
018592******************************************************************
018593*  4060-CHECK-BATCH-REGISTER -- A BATCH ID THAT ALREADY RAN TO A
018594*  COMPLETED, IN-BALANCE FINISH IS REFUSED.  A REGISTER THAT DOES
018595*  NOT EXIST YET IS SIMPLY A SHOP THAT HAS NEVER COMPLETED A
018596*  BATCH, AND PASSES.  A BATCH THAT LAST ENDED OUT OF BALANCE IS
018597*  NOT ON THE REGISTER AND MAY LEGITIMATELY RUN AGAIN, AND SO MAY
018598*  ONE WHOSE ROW A REVERSAL RUN HAS MARKED REVERSED.
018600******************************************************************
018610 4060-CHECK-BATCH-REGISTER.
018620     MOVE 'N' TO ML-BREG-EOF-SW.
018730         DISPLAY 'BATCH ' ML-BATCH-ID ' ALREADY COMPLETED IN '
018740             'BALANCE ON ' ML-DUP-RUN-DATE ' JOB ' ML-DUP-JOB-ID
018750         DISPLAY 'BATCH RUN REFUSED - DUPLICATE SUBMISSION'
018753         MOVE 'DUPLICATE SUBMISSION'
018756             TO ML-REFUSAL-REASON
018760         SET ML-ABORT-RUN TO TRUE
018770     END-IF.
018780 4060-EXIT.
019140             ML-CURR-FILE-STATUS
019150         DISPLAY 'BATCH RUN REFUSED - NO RATE FOR CURRENCY '
019160             ML-BATCH-CURRENCY
019163         MOVE 'NO RATE FOR CURRENCY'
019166             TO ML-REFUSAL-REASON
019170         SET ML-ABORT-RUN TO TRUE
019180         GO TO 4070-EXIT
019190     END-IF.
019340             ' EFFECTIVE ON ' ML-PRICE-DATE
019350         DISPLAY 'BATCH RUN REFUSED - RATE MASTER HAS NO '
019360             'USABLE RATE'
019363         MOVE 'RATE MASTER HAS NO USABLE RATE'
019366             TO ML-REFUSAL-REASON
019370         SET ML-ABORT-RUN TO TRUE
019380         GO TO 4070-EXIT
019390     END-IF.
019580     IF ML-RATE-SCAN-DONE
019590         GO TO 4075-EXIT
019600     END-IF.
019601     IF CU-RATE-CURRENCY NOT = ML-BATCH-CURRENCY
019602         SET ML-RATE-SCAN-DONE TO TRUE
019603         GO TO 4075-EXIT
019604     END-IF.
019605     IF CU-RATE-EFF-DATE > ML-PRICE-DATE
019606         SET ML-RATE-SCAN-DONE TO TRUE
019607         GO TO 4075-EXIT
019608     END-IF.
019609     IF CU-RATE-VALUE > ZERO
019610         MOVE CU-RATE-VALUE TO ML-CURR-RATE
019611         SET ML-RATE-FOUND TO TRUE
019612     END-IF.
019613 4075-EXIT.
019614     EXIT.
019615*
019616******************************************************************
019617*  4080-CHECK-POSTING-PERIOD -- THE ACCOUNTING PERIOD THE RUN
019618*  POSTS INTO, CHECKED AGAINST THE PERIOD CALENDAR BEFORE ANY
019619*  OUTPUT IS OPENED.  A PERIOD THAT IS CLOSED (OR LOCKED BY
019620*  PERDCLOSE) HAS HAD ITS LEDGER SIGNED OFF: UNDER THE DEFAULT
019621*  CLOSED-PERIOD=REFUSE THE RUN IS REFUSED AT THE DOOR, LIKE A
019622*  DUPLICATE BATCH ID; UNDER CLOSED-PERIOD=REDIRECT IT POSTS TO
019623*  THE FIRST OPEN MONTH AFTER IT (4085), AND IS REFUSED ONLY IF
019624*  NONE OF THE NEXT ML-PERIOD-HORIZON MONTHS IS OPEN.  THE
019625*  BUSINESS DATE ITSELF IS NOT TOUCHED -- A REDIRECTED BATCH
019626*  STILL PRICES AND CONVERTS AS OF ITS OWN DAY.  A MONTH NOT ON
019627*  THE CALENDAR IS OPEN, HERE AND IN THE FORWARD STEP ALIKE, AND
019628*  A CALENDAR THAT WILL NOT OPEN LOCKS NOTHING OUT.
019629******************************************************************
019630 4080-CHECK-POSTING-PERIOD.
019631     MOVE 'N' TO ML-PERIOD-ACTION-SW.
019632     MOVE 'N' TO ML-PERIOD-CAL-SW.
019633     IF ML-BATCH-BUS-DATE = SPACES
019634         MOVE ML-RUN-DATE(1:6) TO ML-BATCH-PERIOD
019635     ELSE
019636         MOVE ML-BATCH-BUS-DATE(1:6) TO ML-BATCH-PERIOD
019637     END-IF.
019638     MOVE ML-BATCH-PERIOD TO ML-DATED-PERIOD.
019639     OPEN INPUT PERD-FILE.
019640     IF ML-PERD-FILE-STATUS NOT = '00'
019641         DISPLAY 'PERDMST NOT AVAILABLE - STATUS '
019642             ML-PERD-FILE-STATUS
019643         DISPLAY 'WARNING - NO CLOSED-PERIOD LOCKOUT THIS RUN'
019644         GO TO 4080-EXIT
019645     END-IF.
019646     SET ML-PERIOD-CALENDAR-USED TO TRUE.
019647     MOVE ML-BATCH-PERIOD TO PD-PERIOD.
019648     READ PERD-FILE
019649         INVALID KEY
019650             CLOSE PERD-FILE
019651             GO TO 4080-EXIT
019652     END-READ.
019653     IF PD-OPEN
019654         CLOSE PERD-FILE
019655         GO TO 4080-EXIT
019656     END-IF.
019657     IF ML-PERIOD-OPT-REFUSE
019658         CLOSE PERD-FILE
019659         DISPLAY 'BATCH ' ML-BATCH-ID ' IS DATED INTO CLOSED '
019660             'PERIOD ' ML-DATED-PERIOD
019661         DISPLAY 'BATCH RUN REFUSED - PERIOD CLOSED'
019662         SET ML-PERIOD-REFUSED TO TRUE
019663         MOVE 'PERIOD CLOSED'
019664             TO ML-REFUSAL-REASON
019665         SET ML-ABORT-RUN TO TRUE
019666         GO TO 4080-EXIT
019667     END-IF.
019668     MOVE 'N' TO ML-PERIOD-SCAN-SW.
019669     MOVE 'N' TO ML-PERIOD-FOUND-SW.
019670     MOVE ZERO TO ML-PERIOD-STEPS.
019671     MOVE ML-DATED-PERIOD TO ML-STEP-PERIOD.
019672     PERFORM 4085-STEP-ONE-PERIOD THRU 4085-EXIT
019673         WITH TEST AFTER
019674         UNTIL ML-PERIOD-SCAN-DONE.
019675     CLOSE PERD-FILE.
019676     IF NOT ML-OPEN-PERIOD-FOUND
019677         DISPLAY 'BATCH ' ML-BATCH-ID ' IS DATED INTO CLOSED '
019678             'PERIOD ' ML-DATED-PERIOD
019679         DISPLAY 'BATCH RUN REFUSED - NO OPEN PERIOD IN THE NEXT '
019680             ML-PERIOD-HORIZON ' MONTHS'
019681         SET ML-PERIOD-REFUSED TO TRUE
019682         MOVE 'NO OPEN PERIOD IN REDIRECT HORIZON'
019683             TO ML-REFUSAL-REASON
019684         SET ML-ABORT-RUN TO TRUE
019685         GO TO 4080-EXIT
019686     END-IF.
019687     SET ML-PERIOD-REDIRECTED TO TRUE.
019688     DISPLAY 'BATCH ' ML-BATCH-ID ' DATED INTO CLOSED PERIOD '
019689         ML-DATED-PERIOD ' - POSTING TO ' ML-BATCH-PERIOD.
019690 4080-EXIT.
019691     EXIT.
019692*
019693******************************************************************
019694*  4085-STEP-ONE-PERIOD -- ONE MONTH OF 4080'S FORWARD STEP FOR
019695*  THE NEXT OPEN PERIOD.  EVERY MONTH IS READ BY KEY RATHER THAN
019696*  SCANNING THE ROWS ON FILE, SO A MONTH THE CALENDAR DOES NOT
019697*  LIST IS FOUND OPEN, AS IT IS EVERYWHERE ELSE.
019698******************************************************************
019699 4085-STEP-ONE-PERIOD.
019700     ADD 1 TO ML-PERIOD-STEPS.
019701     IF ML-STEP-MONTH = 12
019702         MOVE 1 TO ML-STEP-MONTH
019703         ADD 1 TO ML-STEP-YEAR
019704     ELSE
019705         ADD 1 TO ML-STEP-MONTH
019706     END-IF.
019707     MOVE ML-STEP-PERIOD TO PD-PERIOD.
019708     READ PERD-FILE
019709         INVALID KEY
019710             SET ML-OPEN-PERIOD-FOUND TO TRUE
019711         NOT INVALID KEY
019712             IF PD-OPEN
019713                 SET ML-OPEN-PERIOD-FOUND TO TRUE
019714             END-IF
019715     END-READ.
019716     IF ML-OPEN-PERIOD-FOUND
019717         MOVE ML-STEP-PERIOD TO ML-BATCH-PERIOD
019718         SET ML-PERIOD-SCAN-DONE TO TRUE
019719         GO TO 4085-EXIT
019720     END-IF.
019721     IF ML-PERIOD-STEPS NOT < ML-PERIOD-HORIZON
019722         SET ML-PERIOD-SCAN-DONE TO TRUE
019723     END-IF.
019724 4085-EXIT.
019725     EXIT.
019726*
019727******************************************************************
019728*  4090-CHECK-DEFAULT-TAX-CODE -- THE BATCH'S DEFAULT TAX CODE
019729*  MUST HAVE A RATE IN EFFECT ON THE BUSINESS DATE.  ONE THAT
019730*  DOES NOT WOULD SEND EVERY KEYED DETAIL TO SUSPENSE, SO THE
019731*  BATCH IS REFUSED AT THE DOOR INSTEAD, LIKE A CURRENCY WITH NO
019732*  RATE.  AN UNTAXED DEFAULT HAS NOTHING TO CHECK.
019733******************************************************************
019734 4090-CHECK-DEFAULT-TAX-CODE.
019735     MOVE ML-BATCH-TAX-CODE TO ML-TAX-CODE.
019736     IF ML-UNTAXED
019737         GO TO 4090-EXIT
019738     END-IF.
019739     OPEN INPUT TAX-FILE.
019740     IF ML-TAX-FILE-STATUS NOT = '00'
019741         DISPLAY 'TAXMST NOT AVAILABLE - STATUS '
019742             ML-TAX-FILE-STATUS
019743         DISPLAY 'BATCH RUN REFUSED - NO RATE FOR TAX CODE '
019744             ML-TAX-CODE
019745         MOVE 'NO RATE FOR TAX CODE'
019746             TO ML-REFUSAL-REASON
019747         SET ML-ABORT-RUN TO TRUE
019748         GO TO 4090-EXIT
019749     END-IF.
019750     PERFORM 4347-LOOKUP-TAX-RATE THRU 4347-EXIT.
019751     CLOSE TAX-FILE.
019752     IF NOT ML-TAX-RATE-FOUND
019753         DISPLAY 'NO RATE FOR TAX CODE ' ML-TAX-CODE
019754             ' EFFECTIVE ON ' ML-PRICE-DATE
019755         DISPLAY 'BATCH RUN REFUSED - TAX MASTER HAS NO '
019756             'USABLE RATE'
019757         MOVE 'TAX MASTER HAS NO USABLE RATE'
019758             TO ML-REFUSAL-REASON
019759         SET ML-ABORT-RUN TO TRUE
019760     END-IF.
019761 4090-EXIT.
019762     EXIT.
019763*
019764******************************************************************
019770*  4100-OPEN-INPUT-FILE -- THE RUN MODE'S INPUT ALONE.  THE
019780*  OUTPUT FILES ARE DELIBERATELY NOT OPENED HERE -- OPEN OUTPUT
019790*  TRUNCATES THE LIVE FILE ON THE SPOT, SO NOTHING IS OPENED
019910                 ML-RSUB-FILE-STATUS
019920             DISPLAY 'RESUBMIT RUN ABORTED - REPAIRED SUSPENSE '
019930                 'FILE NOT AVAILABLE'
019933             MOVE 'REPAIRED SUSPENSE FILE NOT AVAILABLE'
019936                 TO ML-REFUSAL-REASON
019940             SET ML-ABORT-RUN TO TRUE
019950             GO TO 4100-EXIT
019960         END-IF
020010                 ML-IN-FILE-STATUS
020020             DISPLAY 'BATCH RUN ABORTED - INPUT FILE NOT '
020030                 'AVAILABLE'
020035             MOVE 'INPUT FILE NOT AVAILABLE' TO ML-REFUSAL-REASON
020040             SET ML-ABORT-RUN TO TRUE
020050             GO TO 4100-EXIT
020060         END-IF
021210         END-IF
021220     END-IF.
021230     SET ML-SREG-AVAILABLE TO TRUE.
021231 4115-EXIT.
021232     EXIT.
021233*
021234******************************************************************
021235*  4116-OPEN-REFERENCE-INDEX -- THE CUMULATIVE POSTED-REFERENCE
021236*  INDEX, OPENED I-O.  IT IS CREATED EMPTY ONLY WHEN IT DOES NOT
021237*  EXIST (STATUS 35); ONE THAT IS THERE BUT WILL NOT OPEN IS NEVER
021238*  RECREATED, SINCE THAT WOULD FORGET EVERY REFERENCE ALREADY
021239*  POSTED.  AN INDEX THAT WILL NOT OPEN IS SHOUTED ABOUT, AND
021240*  NOTED ON THE CONTROL REPORT, BUT DOES NOT STOP THE RUN -- THE
021241*  LINES STILL EXTEND; ONLY THE CROSS-BATCH DUPLICATE PROTECTION
021242*  IS MISSING UNTIL SOMEBODY FIXES IT.
021243******************************************************************
021244 4116-OPEN-REFERENCE-INDEX.
021245     MOVE 'N' TO ML-DREF-AVAIL-SW.
021246*    A PRE-SCREEN CHECKS AGAINST THE INDEX BUT NEVER CREATES OR
021247*    CHANGES IT, SO IT OPENS INPUT ONLY.
021248     IF ML-VALIDATE-MODE
021249         OPEN INPUT DREF-FILE
021250         IF ML-DREF-FILE-STATUS NOT = '00'
021251             DISPLAY 'MULTDREF OPEN FAILED - STATUS '
021252                 ML-DREF-FILE-STATUS
021253             DISPLAY 'WARNING - POSTED-REFERENCE INDEX NOT '
021254                 'AVAILABLE'
021255             GO TO 4116-EXIT
021256         END-IF
021257         SET ML-DREF-AVAILABLE TO TRUE
021258         GO TO 4116-EXIT
021259     END-IF.
021260     OPEN I-O DREF-FILE.
021261     IF ML-DREF-FILE-STATUS = '35'
021262         OPEN OUTPUT DREF-FILE
021263         IF ML-DREF-FILE-STATUS = '00'
021264             CLOSE DREF-FILE
021265             OPEN I-O DREF-FILE
021266         END-IF
021267     END-IF.
021268     IF ML-DREF-FILE-STATUS NOT = '00'
021269         DISPLAY 'MULTDREF OPEN FAILED - STATUS '
021270             ML-DREF-FILE-STATUS
021271         DISPLAY 'WARNING - POSTED-REFERENCE INDEX NOT '
021272             'AVAILABLE'
021273         GO TO 4116-EXIT
021274     END-IF.
021275     SET ML-DREF-AVAILABLE TO TRUE.
021276 4116-EXIT.
021277     EXIT.
021278*
021279******************************************************************
021280*  4150-OPEN-ITEM-MASTER -- OPENS THE INDEXED ITEMMST AND
021290*  ITEMPRC FOR THE RUN'S ROW-AT-NEED READS.  A MISSING ITEMMST
021300*  IS NOT FATAL -- A BATCH OF PURE KEYED M/N PAIRS NEEDS NO ITEM
021310*  MASTER -- BUT EVERY 'I' DETAIL IN THAT RUN IS REJECTED.  A
021315*  MISSING ITEMPRC PRICES EVERY ITEM FROM ITS MASTER ROW.  THE
021320*  TAXMST RATE MASTER IS OPENED HERE TOO; WITHOUT IT EVERY TAXED
021325*  DETAIL IS REJECTED AND UNTAXED ONES RUN AS BEFORE.
021330******************************************************************
021340 4150-OPEN-ITEM-MASTER.
021350     MOVE 'N' TO ML-ITEM-AVAIL-SW.
021360     MOVE 'N' TO ML-PRC-AVAIL-SW.
021361     MOVE 'N' TO ML-TAX-AVAIL-SW.
021362     OPEN INPUT TAX-FILE.
021363     IF ML-TAX-FILE-STATUS NOT = '00'
021364         DISPLAY 'TAXMST NOT AVAILABLE - STATUS '
021365             ML-TAX-FILE-STATUS
021366         DISPLAY 'TAXED DETAIL RECORDS WILL BE REJECTED'
021367     ELSE
021368         SET ML-TAX-FILE-AVAILABLE TO TRUE
021369     END-IF.
021370     OPEN INPUT ITEM-FILE.
021380     IF ML-ITEM-FILE-STATUS NOT = '00'
021390         DISPLAY 'ITEMMST NOT AVAILABLE - STATUS '
021910     MOVE SPACE TO RPT-RECORD.
021920     STRING 'REPORT OPTION............: ' ML-REPORT-OPTION
021930         DELIMITED BY SIZE INTO RPT-RECORD.
021931     WRITE RPT-RECORD.
021932     MOVE SPACE TO RPT-RECORD.
021933     STRING 'CLOSED PERIOD OPTION.....: ' ML-PERIOD-OPTION
021934         DELIMITED BY SIZE INTO RPT-RECORD.
021935     WRITE RPT-RECORD.
021936     MOVE SPACE TO RPT-RECORD.
021937     IF ML-PARM-TAX-CODE = SPACES
021938         STRING 'DEFAULT TAX CODE.........: (NONE)'
021939             DELIMITED BY SIZE INTO RPT-RECORD
021940     ELSE
021941         STRING 'DEFAULT TAX CODE.........: ' ML-PARM-TAX-CODE
021942             DELIMITED BY SIZE INTO RPT-RECORD
021943     END-IF.
021944     WRITE RPT-RECORD.
021950     MOVE ML-TOL-MAX-QTY TO ML-RPT-TOL-QTY-ED.
021960     MOVE SPACE TO RPT-RECORD.
021970     STRING 'TOLERANCE MAX QUANTITY...: ' ML-RPT-TOL-QTY-ED
022180*  ALREADY WRITTEN TO THE OUTPUT AND AUDIT FILES.  RUN FROM
022190*  0000-MAINLINE BEFORE 1100-OPEN-AUDIT-FILE AND
022200*  4110-OPEN-OUTPUT-FILES SO THE RESTART POINT IS KNOWN IN TIME
022210*  TO DECIDE WHETHER THE OUTPUT FILE IS EXTENDED OR REBUILT AND
022220*  WHETHER THE AUDIT LOG IS CUT BACK.
022230******************************************************************
022240 4200-READ-CHECKPOINT.
022250     MOVE ZERO TO ML-RESTART-POINT.
022540         DISPLAY 'MULTCKPT WAS WRITTEN BY A RUN OF MODE '
022550             CKPT-RUN-MODE ' - THIS IS A ' ML-RUN-MODE ' RUN'
022560         DISPLAY 'RUN ABORTED - RESTART THE INTERRUPTED RUN IN '
022561             'ITS OWN MODE OR CLEAR MULTCKPT'
022562         MOVE 'CHECKPOINT LEFT BY A RUN OF ANOTHER MODE'
022563             TO ML-REFUSAL-REASON
022564         SET ML-ABORT-RUN TO TRUE
022565         MOVE ZERO TO ML-RESTART-POINT
022566         GO TO 4210-EXIT
022567     END-IF.
022568     IF CKPT-AUD-SEQ NOT NUMERIC OR CKPT-AUD-DATE = SPACES
022569         DISPLAY 'MULTCKPT CARRIES NO AUDIT SEQUENCE - IT WAS '
022570             'WRITTEN BEFORE THE KEYED AUDIT LOG'
022571         DISPLAY 'RUN ABORTED - CLEAR MULTCKPT AND RERUN THE '
022572             'INTERRUPTED BATCH FROM THE TOP'
022573         MOVE 'CHECKPOINT PREDATES THE KEYED AUDIT LOG'
022574             TO ML-REFUSAL-REASON
022580         SET ML-ABORT-RUN TO TRUE
022590         MOVE ZERO TO ML-RESTART-POINT
022600         GO TO 4210-EXIT
022610     END-IF.
022620     MOVE CKPT-LAST-SEQ      TO ML-RESTART-POINT.
022622     MOVE CKPT-JOB-ID        TO ML-CKPT-JOB-ID.
022624     MOVE CKPT-AUD-DATE      TO ML-CKPT-AUD-DATE.
022626     MOVE CKPT-AUD-SEQ       TO ML-CKPT-AUD-SEQ.
022630     MOVE CKPT-BATCH-ID      TO ML-CKPT-BATCH-ID.
022640     MOVE CKPT-SUM-P         TO ML-SUM-P.
022650     MOVE CKPT-HIGH-P        TO ML-HIGH-P.
022710     MOVE CKPT-SUSP-COUNT    TO ML-SUSP-COUNT.
022720     MOVE CKPT-WARN-COUNT    TO ML-WARN-COUNT.
022730     MOVE CKPT-TOTALS-OVFL-SW TO ML-TOTALS-OVFL-SW.
022731     IF CKPT-DUP-REF-COUNT NUMERIC
022732         MOVE CKPT-DUP-REF-COUNT TO ML-DUP-REF-COUNT
022733     END-IF.
022734     IF CKPT-BLANK-REF-COUNT NUMERIC
022735         MOVE CKPT-BLANK-REF-COUNT TO ML-BLANK-REF-COUNT
022736     END-IF.
022737     IF CKPT-SUM-TAX NUMERIC
022738         MOVE CKPT-SUM-TAX TO ML-SUM-TAX
022739     END-IF.
022740     MOVE 'N'                TO ML-FIRST-REC-SW.
022750 4210-EXIT.
022760     EXIT.
024300*                NEVER LOGS THE PRIOR RECORD'S LEFTOVER AMOUNT,
024310*                THE SAME RULE M AND N ALREADY FOLLOW.
024320                 MOVE ZERO TO ML-ORIG-P
024323                 MOVE ZERO TO ML-TAX, ML-TAX-RATE
024326                 MOVE SPACES TO ML-TAX-CODE, ML-TAX-ACCOUNT
024330                 MOVE EXT-IN-REC-TYPE TO ML-CUR-REC-TYPE
024340                 IF ML-CUR-ITEM-DETAIL
024350                   MOVE EXT-IN-ITM-DOC-NO   TO ML-CUR-DOC-NO
024500                 ELSE
024510                   PERFORM 5000-CALCULATE-EXTENSION THRU 5000-EXIT
024520                   PERFORM 4350-CHECK-TOLERANCE THRU 4350-EXIT
024525                   PERFORM 4355-CALCULATE-TAX THRU 4355-EXIT
024530                   MOVE M TO EXT-OUT-M
024540                   MOVE N TO EXT-OUT-N
024550                   MOVE P TO EXT-OUT-P
024590                   MOVE ML-CUR-ITEM-CODE TO EXT-OUT-ITEM-CODE
024600                   MOVE ML-ORIG-P TO EXT-OUT-ORIG-P
024610                   MOVE ML-BATCH-CURRENCY TO EXT-OUT-CURRENCY
024612                   MOVE ML-TAX-CODE TO EXT-OUT-TAX-CODE
024614                   MOVE ML-TAX-RATE TO EXT-OUT-TAX-RATE
024616                   MOVE ML-TAX TO EXT-OUT-TAX
024618                   MOVE ML-TAX-ACCOUNT TO EXT-OUT-TAX-ACCOUNT
024620                   WRITE EXT-OUT-RECORD
024630                   ADD 1 TO ML-OUT-TOTAL-COUNT
024640                   PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
024670                   IF ML-RESUBMIT-MODE
024680                       PERFORM 6200-CLEAR-REGISTER-ROW
024690                           THRU 6200-EXIT
024691                   END-IF
024692                 END-IF
024693*                A DETAIL WITH NO AUDIT ROW STOPS THE RUN BEFORE
024694*                ANY CHECKPOINT CAN COVER IT; THE RESTART REDOES
024695*                IT.
024696                 IF ML-AUD-WRITE-FAILED
024697                   DISPLAY 'BATCH RUN ABORTED - AUDIT ROW NOT '
024698                       'WRITTEN FOR RECORD ' ML-REC-COUNT
024699                   MOVE 'AUDIT ROW NOT WRITTEN'
024700                       TO ML-REFUSAL-REASON
024701                   SET ML-ABORT-RUN TO TRUE
024702                   GO TO 4300-EXIT
024710                 END-IF
024720                 PERFORM 4370-CHECKPOINT-IF-DUE THRU 4370-EXIT
024730             END-IF
025140             GO TO 4310-EXIT
025150         END-IF
025160     END-IF.
025161*    A REPAIRED KEYED LINE IS TAXED UNDER THE DEFAULT TAX CODE ITS
025162*    BATCH RAN WITH, CARRIED ON THE SUSPENSE ROW -- AS OF THE
025163*    RESUBMIT RUN'S DATE, LIKE THE CURRENCY.  A ROW FROM BEFORE
025164*    SALES TAX CARRIES NO CODE AND TAKES MULTPARM'S DEFAULT.
025165     IF RSUB-TAX-CODE NOT = SPACES
025166         MOVE RSUB-TAX-CODE TO ML-BATCH-TAX-CODE
025167     ELSE
025168         MOVE ML-PARM-TAX-CODE TO ML-BATCH-TAX-CODE
025169     END-IF.
025170     MOVE RSUB-ORIG-IMAGE TO EXT-IN-RECORD.
025180 4310-EXIT.
025190     EXIT.
025320******************************************************************
025330 4360-UPDATE-CONTROL-TOTALS.
025340     ADD P TO ML-SUM-P
025342         ON SIZE ERROR
025344             SET ML-TOTALS-OVERFLOW TO TRUE
025346     END-ADD.
025348     ADD ML-TAX TO ML-SUM-TAX
025350         ON SIZE ERROR
025360             SET ML-TOTALS-OVERFLOW TO TRUE
025370     END-ADD.
025720*  SO A RESTARTED JOB RESUMES AFTER THE LAST COMPLETED PAIR.
025730******************************************************************
025740 4370-CHECKPOINT-IF-DUE.
025741*    A PRE-SCREEN HAS NOTHING TO RESTART AND MUST NOT DISTURB A
025742*    CHECKPOINT SOME OTHER RUN LEFT BEHIND.
025743     IF ML-VALIDATE-MODE
025744         GO TO 4370-EXIT
025745     END-IF.
025750     ADD 1 TO ML-SINCE-CKPT.
025760     IF ML-SINCE-CKPT >= ML-CHECKPOINT-INTERVAL
025770         PERFORM 4380-WRITE-CHECKPOINT THRU 4380-EXIT
025990     MOVE ML-RUN-MODE        TO CKPT-RUN-MODE.
026000     MOVE ML-BATCH-ID        TO CKPT-BATCH-ID.
026010     MOVE ML-TOTALS-OVFL-SW  TO CKPT-TOTALS-OVFL-SW.
026011     MOVE ML-DUP-REF-COUNT   TO CKPT-DUP-REF-COUNT.
026012     MOVE ML-BLANK-REF-COUNT TO CKPT-BLANK-REF-COUNT.
026013     MOVE ML-SUM-TAX         TO CKPT-SUM-TAX.
026014     MOVE ML-RUN-DATE        TO CKPT-AUD-DATE.
026015     MOVE ML-AUD-SEQ-CTR     TO CKPT-AUD-SEQ.
026020     OPEN OUTPUT CKPT-TEMP-FILE.
026030     WRITE CKPT-TEMP-RECORD FROM CKPT-RECORD.
026040     CLOSE CKPT-TEMP-FILE.
026600             MOVE 'Y' TO ML-REJECT-SW
026610         ELSE
026620             MOVE ML-VAL-DEC-RESULT TO N
026621             MOVE ML-BATCH-TAX-CODE TO ML-TAX-CODE
026622             PERFORM 4342-RESOLVE-TAX-CODE THRU 4342-EXIT
026623             IF NOT ML-RECORD-REJECTED
026624                 PERFORM 4325-CHECK-DUPLICATE-REF THRU 4325-EXIT
026625             END-IF
026630         END-IF
026640     END-IF.
026650 4320-EXIT.
027170         MOVE 'Y' TO ML-REJECT-SW
027180         GO TO 4330-EXIT
027190     END-IF.
027191     MOVE IM-ITEM-TAX-CODE TO ML-TAX-CODE.
027192     PERFORM 4342-RESOLVE-TAX-CODE THRU 4342-EXIT.
027193     IF ML-RECORD-REJECTED
027194         GO TO 4330-EXIT
027195     END-IF.
027196     PERFORM 4325-CHECK-DUPLICATE-REF THRU 4325-EXIT.
027200 4330-EXIT.
027201     EXIT.
027202*
027203******************************************************************
027204*  4325-CHECK-DUPLICATE-REF -- THE CROSS-BATCH DUPLICATE CHECK,
027205*  SHARED BY 4320 AND 4330 ONCE A DETAIL HAS OTHERWISE VALIDATED.
027206*  A REFERENCE ALREADY ON MULTDREF UNDER A DIFFERENT BATCH ID HAS
027207*  POSTED BEFORE -- THE SENDER HAS RE-EXTRACTED IT UNDER A NEW
027208*  BATCH -- SO THE DETAIL REJECTS WITH REASON DUP, AND THE BATCH
027209*  AND RUN DATE IT COLLIDED WITH ARE KEPT FOR THE CONTROL REPORT.
027210*  THE SAME BATCH ID IS NOT A COLLISION: THAT IS A RESUBMIT OF
027211*  THE BATCH'S OWN REPAIRED LINES.  A BLANK DOCUMENT NUMBER HAS
027212*  NOTHING TO CHECK AND IS ONLY COUNTED.
027213******************************************************************
027214 4325-CHECK-DUPLICATE-REF.
027215     IF ML-CUR-DOC-NO = SPACES
027216         ADD 1 TO ML-BLANK-REF-COUNT
027217         GO TO 4325-EXIT
027218     END-IF.
027219     IF NOT ML-DREF-AVAILABLE
027220         GO TO 4325-EXIT
027221     END-IF.
027222     IF ML-DREF-SOURCE = SPACES AND ML-RESUBMIT-MODE
027223         PERFORM 4326-FIND-RESUBMIT-SOURCE THRU 4326-EXIT
027224     END-IF.
027225     MOVE ML-DREF-SOURCE  TO DR-REF-SOURCE.
027226     MOVE ML-CUR-DOC-NO   TO DR-REF-DOC-NO.
027227     MOVE ML-CUR-DOC-LINE TO DR-REF-DOC-LINE.
027228     READ DREF-FILE
027229         INVALID KEY
027230             GO TO 4325-EXIT
027231     END-READ.
027232     IF DR-REF-BATCH-ID = ML-BATCH-ID
027233         GO TO 4325-EXIT
027234     END-IF.
027235     DISPLAY 'REJECTED DETAIL RECORD - DUPLICATE OF BATCH '
027236         DR-REF-BATCH-ID ' RUN ' DR-REF-RUN-DATE.
027237     MOVE 'DUP' TO ML-SUSP-REASON.
027238     MOVE 'Y' TO ML-REJECT-SW.
027239     ADD 1 TO ML-DUP-REF-COUNT.
027240     IF ML-DRC-COUNT >= ML-DRC-MAX
027241         SET ML-DRC-OVERFLOW TO TRUE
027242         GO TO 4325-EXIT
027243     END-IF.
027244     ADD 1 TO ML-DRC-COUNT.
027245     MOVE ML-CUR-DOC-NO   TO ML-DRC-DOC-NO (ML-DRC-COUNT).
027246     MOVE ML-CUR-DOC-LINE TO ML-DRC-DOC-LINE (ML-DRC-COUNT).
027247     MOVE DR-REF-BATCH-ID TO ML-DRC-BATCH-ID (ML-DRC-COUNT).
027248     MOVE DR-REF-RUN-DATE TO ML-DRC-RUN-DATE (ML-DRC-COUNT).
027249 4325-EXIT.
027250     EXIT.
027251*
027252******************************************************************
027253*  4326-FIND-RESUBMIT-SOURCE -- A RESUBMIT RUN HAS NO HEADER, SO
027254*  THE SOURCE SYSTEM ITS REFERENCES KEY UNDER COMES FROM THE
027255*  SUSPENSE REGISTER ROW THE LINE WAS SUSPENDED UNDER.  ONE BATCH
027256*  HAS ONE SOURCE, SO THE FIRST ROW FOUND SETTLES IT FOR THE RUN.
027257******************************************************************
027258 4326-FIND-RESUBMIT-SOURCE.
027259     IF NOT ML-SREG-AVAILABLE
027260         GO TO 4326-EXIT
027261     END-IF.
027262     MOVE ML-BATCH-ID     TO SR-REG-BATCH-ID.
027263     MOVE ML-CUR-DOC-NO   TO SR-REG-DOC-NO.
027264     MOVE ML-CUR-DOC-LINE TO SR-REG-DOC-LINE.
027265     READ SREG-FILE
027266         INVALID KEY
027267             GO TO 4326-EXIT
027268     END-READ.
027269     MOVE SR-REG-SOURCE TO ML-DREF-SOURCE.
027270 4326-EXIT.
027271     EXIT.
027272*
027273******************************************************************
027274*  4340-LOOKUP-ITEM -- ONE KEYED READ OF THE INDEXED MASTER FOR
027275*  THE ITEM CODE IN HAND.  THE ROW, IF FOUND, IS LEFT IN THE
027276*  RECORD AREA FOR THE ACTIVE CHECK AND THE PRICE FALLBACK.
027277******************************************************************
027280 4340-LOOKUP-ITEM.
027290     MOVE 'N' TO ML-ITEM-FOUND-SW.
027300     MOVE EXT-IN-ITM-CODE TO IM-ITEM-CODE.
028010         SET ML-PRC-SCAN-DONE TO TRUE
028020         GO TO 4346-EXIT
028030     END-IF.
028031     SET ML-PRC-CODE-ON-FILE TO TRUE.
028032     IF IP-PRICE-EFF-DATE > ML-PRICE-DATE
028033         SET ML-PRC-SCAN-DONE TO TRUE
028034         GO TO 4346-EXIT
028035     END-IF.
028036     MOVE IP-PRICE-AMOUNT TO ML-PRC-BEST-AMOUNT.
028037     SET ML-PRICE-FOUND TO TRUE.
028038 4346-EXIT.
028039     EXIT.
028040*
028041******************************************************************
028042*  4342-RESOLVE-TAX-CODE -- THE RATE AND LIABILITY ACCOUNT FOR
028043*  THE TAX CODE IN ML-TAX-CODE (THE ITEM'S OWN ON AN 'I' DETAIL,
028044*  THE BATCH DEFAULT ON A KEYED ONE), AS OF THE PRICING DATE.  A
028045*  BLANK OR NONE CODE IS UNTAXED AND LEAVES THE CODE BLANK.  A
028046*  CODE WITH NO RATE IN EFFECT -- OR NO RATE MASTER TO LOOK IN --
028047*  REJECTS THE DETAIL WITH REASON TXR RATHER THAN POSTING A SALE
028048*  WITH ITS TAX LEFT OFF.
028049******************************************************************
028050 4342-RESOLVE-TAX-CODE.
028051     MOVE ZERO TO ML-TAX-RATE.
028052     MOVE SPACES TO ML-TAX-ACCOUNT.
028053     IF ML-UNTAXED
028054         MOVE SPACES TO ML-TAX-CODE
028055         GO TO 4342-EXIT
028056     END-IF.
028057     IF NOT ML-TAX-FILE-AVAILABLE
028058         DISPLAY 'REJECTED DETAIL RECORD - TAX MASTER NOT '
028059             'AVAILABLE'
028060         MOVE 'TXR' TO ML-SUSP-REASON
028061         MOVE 'Y' TO ML-REJECT-SW
028062         GO TO 4342-EXIT
028063     END-IF.
028064     PERFORM 4347-LOOKUP-TAX-RATE THRU 4347-EXIT.
028065     IF NOT ML-TAX-RATE-FOUND
028066         DISPLAY 'REJECTED DETAIL RECORD - NO TAX RATE IN EFFECT '
028067             'ON ' ML-PRICE-DATE ' FOR ' ML-TAX-CODE
028068         MOVE 'TXR' TO ML-SUSP-REASON
028069         MOVE 'Y' TO ML-REJECT-SW
028070     END-IF.
028071 4342-EXIT.
028072     EXIT.
028073*
028074******************************************************************
028075*  4347-LOOKUP-TAX-RATE -- THE TAXMST ROW IN EFFECT ON
028076*  ML-PRICE-DATE FOR ML-TAX-CODE, BY THE SAME START AND SHORT
028077*  READ-NEXT SCAN AS THE PRICE AND CURRENCY LOOKUPS.  A BATCH'S
028078*  DETAILS MOSTLY SHARE A HANDFUL OF CODES, SO THE LAST CODE
028079*  LOOKED UP IS KEPT AND A REPEAT IS ANSWERED WITHOUT A READ; THE
028080*  KEPT ANSWER IS DROPPED WHENEVER THE PRICING DATE CHANGES.
028081******************************************************************
028082 4347-LOOKUP-TAX-RATE.
028083     IF ML-TAX-CACHE-LOADED AND ML-TAX-LAST-CODE = ML-TAX-CODE
028084         MOVE ML-TAX-LAST-SW      TO ML-TAX-FOUND-SW
028085         MOVE ML-TAX-LAST-RATE    TO ML-TAX-RATE
028086         MOVE ML-TAX-LAST-ACCOUNT TO ML-TAX-ACCOUNT
028087         GO TO 4347-EXIT
028088     END-IF.
028089     MOVE 'N' TO ML-TAX-FOUND-SW.
028090     MOVE 'N' TO ML-TAX-SCAN-DONE-SW.
028091     MOVE ZERO TO ML-TAX-RATE.
028092     MOVE SPACES TO ML-TAX-ACCOUNT.
028093     MOVE ML-TAX-CODE TO TX-RATE-CODE.
028094     MOVE LOW-VALUES TO TX-RATE-EFF-DATE.
028095     START TAX-FILE KEY NOT < TX-RATE-KEY
028096         INVALID KEY
028097             SET ML-TAX-SCAN-DONE TO TRUE
028098     END-START.
028099     IF NOT ML-TAX-SCAN-DONE
028100         PERFORM 4348-SCAN-ONE-TAX-RATE THRU 4348-EXIT
028101             WITH TEST AFTER
028102             UNTIL ML-TAX-SCAN-DONE
028103     END-IF.
028104     MOVE ML-TAX-CODE     TO ML-TAX-LAST-CODE.
028105     MOVE ML-TAX-FOUND-SW TO ML-TAX-LAST-SW.
028106     MOVE ML-TAX-RATE     TO ML-TAX-LAST-RATE.
028107     MOVE ML-TAX-ACCOUNT  TO ML-TAX-LAST-ACCOUNT.
028108     SET ML-TAX-CACHE-LOADED TO TRUE.
028109 4347-EXIT.
028110     EXIT.
028111*
028112******************************************************************
028113*  4348-SCAN-ONE-TAX-RATE -- ONE READ-NEXT OF 4347'S SCAN.  ROWS
028114*  FOR ONE CODE ARRIVE IN ASCENDING EFFECTIVE-DATE ORDER, SO THE
028115*  LAST QUALIFYING ROW SEEN IS THE RATE IN EFFECT.  A ZERO RATE
028116*  IS A REAL RATE (ZERO-RATED GOODS); A NEGATIVE ONE IS SKIPPED.
028117******************************************************************
028118 4348-SCAN-ONE-TAX-RATE.
028119     READ TAX-FILE NEXT
028120         AT END
028121             SET ML-TAX-SCAN-DONE TO TRUE
028122     END-READ.
028123     IF ML-TAX-SCAN-DONE
028124         GO TO 4348-EXIT
028125     END-IF.
028126     IF TX-RATE-CODE NOT = ML-TAX-CODE
028127         SET ML-TAX-SCAN-DONE TO TRUE
028128         GO TO 4348-EXIT
028129     END-IF.
028130     IF TX-RATE-EFF-DATE > ML-PRICE-DATE
028131         SET ML-TAX-SCAN-DONE TO TRUE
028132         GO TO 4348-EXIT
028133     END-IF.
028134     IF TX-RATE-PERCENT NOT < ZERO
028135         MOVE TX-RATE-PERCENT TO ML-TAX-RATE
028136         MOVE TX-RATE-ACCOUNT TO ML-TAX-ACCOUNT
028137         SET ML-TAX-RATE-FOUND TO TRUE
028138     END-IF.
028139 4348-EXIT.
028140     EXIT.
028141*
028142******************************************************************
028150*  4350-CHECK-TOLERANCE -- THE PLAUSIBLE-BUT-WRONG CHECK.  A
028160*  DETAIL THAT VALIDATED AND CALCULATED CLEANLY BUT BREACHES A
028170*  CONFIGURED LIMIT (QUANTITY, UNIT AMOUNT, OR EXTENDED PRODUCT,
028630     END-IF.
028640 4350-EXIT.
028650     EXIT.
028651*
028652******************************************************************
028653*  4355-CALCULATE-TAX -- THE SALES TAX ON THE HOME-CURRENCY
028654*  PRODUCT AT THE RATE 4342 RESOLVED, ROUNDED HALF-UP TO THE CENT
028655*  LIKE THE PRODUCT ITSELF.  AN UNTAXED DETAIL, AND AN OVERFLOW OR
028656*  DISCREPANCY ROW THAT WILL NEVER POST, CARRY ZERO TAX.  A TAX
028657*  TOO BIG FOR ITS FIELD MAKES THE ROW AN OVERFLOW, THE SAME AS A
028658*  PRODUCT THAT IS.
028659******************************************************************
028660 4355-CALCULATE-TAX.
028661     MOVE ZERO TO ML-TAX.
028662     IF ML-TAX-CODE = SPACES
028663         GO TO 4355-EXIT
028664     END-IF.
028665     IF NOT ML-CALC-OK AND NOT ML-CALC-WARNING
028666         GO TO 4355-EXIT
028667     END-IF.
028668     COMPUTE ML-TAX ROUNDED = P * ML-TAX-RATE / 100
028669         ON SIZE ERROR
028670             MOVE ZERO TO ML-TAX
028671             MOVE 'O' TO ML-CALC-STATUS
028672     END-COMPUTE.
028673 4355-EXIT.
028674     EXIT.
028675*
028676******************************************************************
028680*  4400-VERIFY-TRAILER -- PROVES THE RUN PROCESSED EVERY LINE
028690*  ITEM FED TO IT BEFORE THE NUMBERS GO TO THE NEXT PROCESS.
028700******************************************************************
029030******************************************************************
029040*  4420-REGISTER-BATCH -- APPENDS THE COMPLETED, IN-BALANCE BATCH
029050*  TO THE PROCESSED-BATCH REGISTER SO A SECOND SUBMISSION OF THE
029056*  SAME BATCH ID IS REFUSED AT 4060.  AN IN-BALANCE RESUBMIT
029062*  APPENDS A RESUBMISSION ROW INSTEAD, WHICH BLOCKS NOTHING BUT
029068*  NAMES ITS GL GENERATION FOR PERIOD CLOSE.  A REGISTER THAT
029074*  CANNOT BE WRITTEN IS SHOUTED ABOUT BUT DOES NOT FAIL A RUN THAT
029080*  HAS ALREADY COMPLETED -- THE EXTENSIONS ARE GOOD EITHER WAY.
029090******************************************************************
029100 4420-REGISTER-BATCH.
029110     OPEN EXTEND BREG-FILE.
029240     MOVE ML-BATCH-BUS-DATE TO BREG-BUS-DATE.
029250     MOVE ML-RUN-DATE       TO BREG-RUN-DATE.
029260     MOVE ML-JOB-ID         TO BREG-JOB-ID.
029262     MOVE SPACES            TO BREG-LINK-RUN-DATE,
029264                               BREG-LINK-JOB-ID.
029266     MOVE ML-BATCH-PERIOD   TO BREG-PERIOD.
029268     IF ML-RESUBMIT-MODE
029270         MOVE 'S'           TO BREG-STATUS
029272     ELSE
029274         MOVE 'C'           TO BREG-STATUS
029276     END-IF.
029280     WRITE BREG-RECORD.
029290     CLOSE BREG-FILE.
029293     IF ML-RESUBMIT-MODE
029296         DISPLAY 'BATCH ' ML-BATCH-ID ' RESUBMISSION REGISTERED'
029299     ELSE
029302         DISPLAY 'BATCH ' ML-BATCH-ID ' REGISTERED AS COMPLETED'
029305     END-IF.
029310 4420-EXIT.
029320     EXIT.
029330*
029430 4430-PRODUCE-GL-EXTRACT.
029440     MOVE ZERO TO ML-GL-COUNT, ML-GL-EXCL-COUNT, ML-GL-SUM-P.
029450     MOVE ZERO TO ML-GL-UNMAP-COUNT, ML-GLS-COUNT, ML-UNM-COUNT.
029455     MOVE ZERO TO ML-GL-TAX-COUNT, ML-GL-TAX-SUM.
029460     MOVE 'N' TO ML-GL-EOF-SW.
029470     MOVE 'N' TO ML-GL-OVFL-SW.
029480     MOVE 'N' TO ML-GL-WRITTEN-SW.
029680     MOVE ML-RUN-DATE TO GL-HDR-RUN-DATE.
029690     MOVE ML-JOB-ID   TO GL-HDR-JOB-ID.
029700     MOVE ML-BATCH-ID TO GL-HDR-BATCH-ID.
029705     MOVE ML-BATCH-PERIOD TO GL-HDR-PERIOD.
029710     WRITE GL-HEADER-RECORD.
029720     PERFORM 4432-OPEN-GL-MAP THRU 4432-EXIT.
029730     PERFORM 4435-EXTRACT-ONE-ROW THRU 4435-EXIT
029790     MOVE ML-GL-COUNT      TO GL-TRL-COUNT.
029800     MOVE ML-GL-SUM-P      TO GL-TRL-SUM-P.
029810     MOVE ML-GL-EXCL-COUNT TO GL-TRL-EXCLUDED.
029813     MOVE ML-GL-TAX-COUNT  TO GL-TRL-TAX-COUNT.
029816     MOVE ML-GL-TAX-SUM    TO GL-TRL-TAX-SUM.
029820     WRITE GL-TRAILER-RECORD.
029830     CLOSE EXT-OUT-FILE, GL-FILE.
029840     IF ML-GL-MAP-AVAILABLE
029850         CLOSE GLA-FILE
029851     END-IF.
029852     SET ML-GL-EXTRACT-WRITTEN TO TRUE.
029853     IF ML-GL-SUM-OVERFLOW
029854         DISPLAY 'WARNING - GL EXTRACT SUM OF PRODUCTS '
029855             'OVERFLOWED ITS ACCUMULATOR'
029856     END-IF.
029857     DISPLAY 'GL EXTRACT WRITTEN TO MULTGL'.
029858 4430-EXIT.
029859     EXIT.
029860*
029861******************************************************************
029862*  4440-POST-REFERENCE-INDEX -- ADDS EVERY REFERENCE THIS RUN
029863*  POSTED TO MULTDREF, FROM THE COMPLETED EXTOUT, SO A LATER BATCH
029864*  CARRYING ANY OF THEM AGAIN IS CAUGHT.  ONLY THE ROWS THE GL
029865*  EXTRACT POSTS (STATUS OK OR WARNING) ARE INDEXED; REJECTED AND
029866*  OVERFLOW/DISCREPANCY LINES HAVE NOT POSTED.  RUN ONLY AFTER
029867*  AN IN-BALANCE FINISH, SO AN OUT-OF-BALANCE RUN, WHOSE BATCH
029868*  WILL BE SENT AGAIN, LEAVES NOTHING BEHIND.  A FAILURE HERE IS
029869*  SHOUTED ABOUT BUT DOES NOT FAIL THE RUN, LIKE THE GL EXTRACT.
029870******************************************************************
029871 4440-POST-REFERENCE-INDEX.
029872     MOVE ZERO TO ML-DREF-POSTED-COUNT.
029873     MOVE 'N' TO ML-DREF-EOF-SW.
029874     PERFORM 4116-OPEN-REFERENCE-INDEX THRU 4116-EXIT.
029875     IF NOT ML-DREF-AVAILABLE
029876         DISPLAY 'WARNING - REFERENCES NOT POSTED TO MULTDREF'
029877         GO TO 4440-EXIT
029878     END-IF.
029879     OPEN INPUT EXT-OUT-FILE.
029880     IF ML-OUT-FILE-STATUS NOT = '00'
029881         DISPLAY 'EXTOUT REOPEN FAILED - STATUS '
029882             ML-OUT-FILE-STATUS
029883         DISPLAY 'WARNING - REFERENCES NOT POSTED TO MULTDREF'
029884         CLOSE DREF-FILE
029885         MOVE 'N' TO ML-DREF-AVAIL-SW
029886         GO TO 4440-EXIT
029887     END-IF.
029888     PERFORM 4445-POST-ONE-REFERENCE THRU 4445-EXIT
029889         WITH TEST AFTER
029890         UNTIL ML-DREF-NO-MORE-ROWS.
029891     CLOSE EXT-OUT-FILE, DREF-FILE.
029892     MOVE 'N' TO ML-DREF-AVAIL-SW.
029893     DISPLAY 'DOCUMENT REFERENCES POSTED TO MULTDREF'.
029894 4440-EXIT.
029895     EXIT.
029896*
029897******************************************************************
029898*  4445-POST-ONE-REFERENCE -- ONE EXTOUT ROW OF 4440'S LOOP.  A
029899*  REFERENCE ALREADY ON THE INDEX CAN ONLY BE THIS BATCH'S OWN
029900*  (A RESUBMITTED LINE, OR A RERUN AFTER A REVERSAL), SO THE ROW
029901*  IS SIMPLY REWRITTEN WITH THIS RUN'S DATE AND JOB.
029902******************************************************************
029903 4445-POST-ONE-REFERENCE.
029904     READ EXT-OUT-FILE
029905         AT END
029906             MOVE 'Y' TO ML-DREF-EOF-SW
029907     END-READ.
029908     IF ML-DREF-NO-MORE-ROWS
029909         GO TO 4445-EXIT
029910     END-IF.
029911     IF NOT EXT-OUT-OK AND NOT EXT-OUT-WARNING
029912         GO TO 4445-EXIT
029913     END-IF.
029914     IF EXT-OUT-DOC-NO = SPACES
029915         GO TO 4445-EXIT
029916     END-IF.
029917     MOVE ML-DREF-SOURCE   TO DR-REF-SOURCE.
029918     MOVE EXT-OUT-DOC-NO   TO DR-REF-DOC-NO.
029919     MOVE EXT-OUT-DOC-LINE TO DR-REF-DOC-LINE.
029920     MOVE ML-BATCH-ID      TO DR-REF-BATCH-ID.
029921     MOVE ML-RUN-DATE      TO DR-REF-RUN-DATE.
029922     MOVE ML-JOB-ID        TO DR-REF-JOB-ID.
029923     WRITE DR-REF-RECORD
029924         INVALID KEY
029925             REWRITE DR-REF-RECORD
029926                 INVALID KEY
029927                     DISPLAY 'MULTDREF WRITE FAILED - STATUS '
029928                         ML-DREF-FILE-STATUS
029929                     GO TO 4445-EXIT
029930             END-REWRITE
029931     END-WRITE.
029932     ADD 1 TO ML-DREF-POSTED-COUNT.
029933 4445-EXIT.
029940     EXIT.
029950*
029960******************************************************************
030250     ADD EXT-OUT-P TO ML-GL-SUM-P
030260         ON SIZE ERROR
030270             SET ML-GL-SUM-OVERFLOW TO TRUE
030271     END-ADD.
030272     MOVE EXT-OUT-P TO ML-GL-ROLL-AMT.
030273     PERFORM 4438-ROLL-GL-SUMMARY THRU 4438-EXIT.
030274*    A ROW WRITTEN BEFORE SALES TAX READS BACK WITH A BLANK CODE
030275*    AND POSTS NO TAX LINE.
030276     IF EXT-OUT-TAX-CODE NOT = SPACES
030277         PERFORM 4436-EXTRACT-TAX-LINE THRU 4436-EXIT
030278     END-IF.
030279 4435-EXIT.
030280     EXIT.
030281*
030282******************************************************************
030283*  4436-EXTRACT-TAX-LINE -- THE 'X' TAX LINE FOR THE TAXED 'D'
030284*  LINE JUST WRITTEN, AGAINST THE LIABILITY ACCOUNT THE RATE
030285*  NAMED WHEN THE DETAIL WAS TAXED, ROLLED INTO THAT ACCOUNT'S
030286*  'S' SUMMARY LIKE ANY OTHER POSTING AND COUNTED SEPARATELY
030287*  FOR THE TRAILER.
030288******************************************************************
030289 4436-EXTRACT-TAX-LINE.
030290     MOVE SPACES TO GL-HEADER-RECORD.
030291     MOVE 'X' TO GL-TAX-REC-TYPE.
030292     MOVE EXT-OUT-TAX-CODE    TO GL-TAX-CODE.
030293     MOVE EXT-OUT-TAX-RATE    TO GL-TAX-RATE.
030294     MOVE EXT-OUT-TAX         TO GL-TAX-AMOUNT.
030295     MOVE EXT-OUT-P           TO GL-TAX-BASE.
030296     MOVE EXT-OUT-DOC-NO      TO GL-TAX-DOC-NO.
030297     MOVE EXT-OUT-DOC-LINE    TO GL-TAX-DOC-LINE.
030298     MOVE EXT-OUT-TAX-ACCOUNT TO GL-TAX-ACCOUNT.
030299     WRITE GL-TAX-RECORD.
030300     ADD 1 TO ML-GL-TAX-COUNT.
030301     ADD EXT-OUT-TAX TO ML-GL-TAX-SUM
030302         ON SIZE ERROR
030303             SET ML-GL-SUM-OVERFLOW TO TRUE
030304     END-ADD.
030305     MOVE EXT-OUT-TAX-ACCOUNT TO ML-GL-LINE-ACCT.
030306     MOVE EXT-OUT-TAX TO ML-GL-ROLL-AMT.
030307     PERFORM 4438-ROLL-GL-SUMMARY THRU 4438-EXIT.
030308 4436-EXIT.
030310     EXIT.
030320*
030330******************************************************************
031180     EXIT.
031190*
031200******************************************************************
031206*  4438-ROLL-GL-SUMMARY -- THE LINE JUST WRITTEN (ITS ACCOUNT IN
031212*  ML-GL-LINE-ACCT, ITS AMOUNT IN ML-GL-ROLL-AMT) INTO ITS
031220*  ACCOUNT'S SUMMARY ENTRY, ADDED IF THIS IS THE ACCOUNT'S FIRST
031230*  LINE.  A STRAIGHT SCAN -- A RUN POSTS TO A HANDFUL OF
031240*  ACCOUNTS, NOT THOUSANDS.
031420         MOVE ZERO TO ML-GLS-AMT (ML-GLS-HIT)
031430     END-IF.
031440     ADD 1 TO ML-GLS-CNT (ML-GLS-HIT).
031450     ADD ML-GL-ROLL-AMT TO ML-GLS-AMT (ML-GLS-HIT)
031460         ON SIZE ERROR
031470             SET ML-GL-SUM-OVERFLOW TO TRUE
031480     END-ADD.
032430         ON SIZE ERROR
032440             MOVE ZERO TO ACK-TRL-SUM-P
032450             SET ML-ACK-SUM-OVERFLOW TO TRUE
032451     END-COMPUTE.
032452     COMPUTE ACK-TRL-TAX-SUM = ML-SUM-TAX
032453         ON SIZE ERROR
032454             MOVE ZERO TO ACK-TRL-TAX-SUM
032455             SET ML-ACK-SUM-OVERFLOW TO TRUE
032456     END-COMPUTE.
032457     COMPUTE ACK-TRL-GROSS-SUM = ML-SUM-P + ML-SUM-TAX
032458         ON SIZE ERROR
032459             MOVE ZERO TO ACK-TRL-GROSS-SUM
032460             SET ML-ACK-SUM-OVERFLOW TO TRUE
032461     END-COMPUTE.
032470     MOVE ML-BALANCE-SW      TO ACK-TRL-BALANCE-FLAG.
032480     IF ML-ACK-SUM-OVERFLOW
032490         MOVE 'N' TO ACK-TRL-BALANCE-FLAG
032530     WRITE ACK-TRAILER-RECORD.
032540     CLOSE ACK-FILE.
032550     SET ML-ACK-FILE-WRITTEN TO TRUE.
032560     DISPLAY 'ACKNOWLEDGMENT WRITTEN TO ' ML-ACK-NAME.
032570 4450-EXIT.
032580     EXIT.
032590*
032730         GO TO 4455-EXIT
032740     END-IF.
032750     IF SUSP-REC-TYPE = 'T'
032751         GO TO 4455-EXIT
032752     END-IF.
032753     MOVE SUSP-ORIG-IMAGE TO ML-ACK-IMAGE-AREA.
032754     MOVE SPACES TO ACK-HEADER-RECORD.
032755     MOVE 'R' TO ACK-REJ-REC-TYPE.
032756     IF ML-ACK-IT-TYPE = 'I'
032757         MOVE ML-ACK-IT-DOC-NO   TO ACK-REJ-DOC-NO
032758         MOVE ML-ACK-IT-DOC-LINE TO ACK-REJ-DOC-LINE
032759     ELSE
032760         MOVE ML-ACK-KD-DOC-NO   TO ACK-REJ-DOC-NO
032761         MOVE ML-ACK-KD-DOC-LINE TO ACK-REJ-DOC-LINE
032762     END-IF.
032763     MOVE SUSP-REASON TO ACK-REJ-REASON.
032764     WRITE ACK-REJECT-RECORD.
032765 4455-EXIT.
032766     EXIT.
032767*
032768******************************************************************
032769*  4460-PRESCREEN-GL-ACCOUNTS -- A PRE-SCREEN'S STAND-IN FOR THE
032770*  GL EXTRACT.  EVERY ROW THE EXTRACT WOULD POST GOES THROUGH THE
032771*  SAME ITEMGLA RESOLUTION AND ACCOUNT ROLL-UP, FROM THE
032772*  PRE-SCREEN'S OWN EXTOUTPRE, BUT NOTHING IS WRITTEN TO MULTGL --
032773*  THE COUNTS, UNMAPPED ITEMS, AND PER-ACCOUNT TOTALS GO TO THE
032774*  PRE-SCREEN REPORT ONLY.  RUN IN OR OUT OF BALANCE, SO A SENDER
032775*  FIXING ONE PROBLEM HEARS ABOUT THE OTHERS TOO.
032776******************************************************************
032777 4460-PRESCREEN-GL-ACCOUNTS.
032778     MOVE ZERO TO ML-GL-COUNT, ML-GL-EXCL-COUNT, ML-GL-SUM-P.
032779     MOVE ZERO TO ML-GL-UNMAP-COUNT, ML-GLS-COUNT, ML-UNM-COUNT.
032780     MOVE ZERO TO ML-GL-TAX-COUNT, ML-GL-TAX-SUM.
032781     MOVE 'N' TO ML-GL-EOF-SW.
032782     MOVE 'N' TO ML-GL-OVFL-SW.
032783     MOVE 'N' TO ML-GL-WRITTEN-SW.
032784     MOVE 'N' TO ML-GLS-FULL-SW.
032785     MOVE 'N' TO ML-UNM-MORE-SW.
032786     OPEN INPUT EXT-OUT-FILE.
032787     IF ML-OUT-FILE-STATUS NOT = '00'
032788         DISPLAY ML-OUT-NAME ' REOPEN FAILED - STATUS '
032789             ML-OUT-FILE-STATUS
032790         DISPLAY 'WARNING - GL ACCOUNTS NOT RESOLVED'
032791         GO TO 4460-EXIT
032792     END-IF.
032793     PERFORM 4432-OPEN-GL-MAP THRU 4432-EXIT.
032794     PERFORM 4465-RESOLVE-ONE-ROW THRU 4465-EXIT
032795         WITH TEST AFTER
032796         UNTIL ML-GL-NO-MORE-ROWS.
032797     CLOSE EXT-OUT-FILE.
032798     IF ML-GL-MAP-AVAILABLE
032799         CLOSE GLA-FILE
032800     END-IF.
032801     SET ML-GL-PRESCREENED TO TRUE.
032802 4460-EXIT.
032803     EXIT.
032804*
032805******************************************************************
032806*  4465-RESOLVE-ONE-ROW -- ONE EXTOUTPRE ROW OF 4460'S LOOP, THE
032807*  SAME DECISIONS 4435 AND 4436 MAKE, WITHOUT THE WRITES.
032808******************************************************************
032809 4465-RESOLVE-ONE-ROW.
032810     READ EXT-OUT-FILE
032811         AT END
032812             MOVE 'Y' TO ML-GL-EOF-SW
032813     END-READ.
032814     IF ML-GL-NO-MORE-ROWS
032815         GO TO 4465-EXIT
032816     END-IF.
032817     IF EXT-OUT-OVERFLOW OR EXT-OUT-DISCREPANCY
032818         ADD 1 TO ML-GL-EXCL-COUNT
032819         GO TO 4465-EXIT
032820     END-IF.
032821     PERFORM 4437-RESOLVE-GL-ACCOUNT THRU 4437-EXIT.
032822     ADD 1 TO ML-GL-COUNT.
032823     ADD EXT-OUT-P TO ML-GL-SUM-P
032824         ON SIZE ERROR
032825             SET ML-GL-SUM-OVERFLOW TO TRUE
032826     END-ADD.
032827     MOVE EXT-OUT-P TO ML-GL-ROLL-AMT.
032828     PERFORM 4438-ROLL-GL-SUMMARY THRU 4438-EXIT.
032829     IF EXT-OUT-TAX-CODE NOT = SPACES
032830         ADD 1 TO ML-GL-TAX-COUNT
032831         ADD EXT-OUT-TAX TO ML-GL-TAX-SUM
032832             ON SIZE ERROR
032833                 SET ML-GL-SUM-OVERFLOW TO TRUE
032834         END-ADD
032835         MOVE EXT-OUT-TAX-ACCOUNT TO ML-GL-LINE-ACCT
032836         MOVE EXT-OUT-TAX TO ML-GL-ROLL-AMT
032837         PERFORM 4438-ROLL-GL-SUMMARY THRU 4438-EXIT
032838     END-IF.
032839 4465-EXIT.
032840     EXIT.
032841*
032842******************************************************************
032843*  4470-PRESCREEN-REFUSAL -- A PRE-SCREENED BATCH REFUSED AT THE
032844*  DOOR STILL GETS ITS ANSWER: A SHORT PRE-SCREEN REPORT NAMING
032845*  THE REASON, AND AN ACKNOWLEDGMENT WITH NO DETAIL LINES AND A
032846*  ZERO TRAILER FLAGGED 'R', SO THE SENDER CAN FIX THE FILE
032847*  BEFORE THE NIGHT RUN REFUSES IT FOR REAL.
032848******************************************************************
032849 4470-PRESCREEN-REFUSAL.
032850     PERFORM 4475-PRESCREEN-REFUSAL-ACK THRU 4475-EXIT.
032851     OPEN OUTPUT RPT-FILE.
032852     IF ML-RPT-FILE-STATUS NOT = '00'
032853         DISPLAY ML-RPT-NAME ' OPEN FAILED - STATUS '
032854             ML-RPT-FILE-STATUS
032855         DISPLAY 'WARNING - PRE-SCREEN REPORT NOT PRODUCED'
032856         GO TO 4470-EXIT
032857     END-IF.
032858     MOVE 'MULTIPLICATION BATCH PRE-SCREEN REPORT' TO RPT-RECORD.
032859     WRITE RPT-RECORD.
032860     MOVE SPACE TO RPT-RECORD.
032861     STRING 'RUN MODE.................: VALIDATE ONLY - '
032862         DELIMITED BY SIZE
032863         'NOTHING POSTED'
032864         DELIMITED BY SIZE INTO RPT-RECORD.
032865     WRITE RPT-RECORD.
032866     MOVE SPACE TO RPT-RECORD.
032867     STRING 'INPUT FILE...............: ' ML-EXTIN-NAME
032868         DELIMITED BY SIZE INTO RPT-RECORD.
032869     WRITE RPT-RECORD.
032870     MOVE SPACE TO RPT-RECORD.
032871     STRING 'BATCH ID.................: ' ML-BATCH-ID
032872         DELIMITED BY SIZE INTO RPT-RECORD.
032873     WRITE RPT-RECORD.
032874     MOVE SPACE TO RPT-RECORD.
032875     STRING 'SOURCE SYSTEM............: ' ML-BATCH-SOURCE
032876         DELIMITED BY SIZE INTO RPT-RECORD.
032877     WRITE RPT-RECORD.
032878     MOVE SPACE TO RPT-RECORD.
032879     STRING 'BUSINESS DATE............: ' ML-BATCH-BUS-DATE
032880         DELIMITED BY SIZE INTO RPT-RECORD.
032881     WRITE RPT-RECORD.
032882     MOVE SPACE TO RPT-RECORD.
032883     STRING 'REFUSAL REASON...........: ' ML-REFUSAL-REASON
032884         DELIMITED BY SIZE INTO RPT-RECORD.
032885     WRITE RPT-RECORD.
032886     MOVE SPACE TO RPT-RECORD.
032887     STRING 'PRE-SCREEN VERDICT.......: REFUSED - NO DETAIL '
032888         DELIMITED BY SIZE
032889         'WAS PROCESSED'
032890         DELIMITED BY SIZE INTO RPT-RECORD.
032891     WRITE RPT-RECORD.
032892     CLOSE RPT-FILE.
032893     DISPLAY 'PRE-SCREEN COMPLETE - SEE ' ML-RPT-NAME.
032894 4470-EXIT.
032895     EXIT.
032896*
032897******************************************************************
032898*  4475-PRESCREEN-REFUSAL-ACK -- THE REFUSED PRE-SCREEN'S
032899*  ACKNOWLEDGMENT: THE USUAL HEADER, THEN A TRAILER WITH ZERO
032900*  COUNTS AND TOTALS AND 'R' IN THE IN-BALANCE FLAG.
032901******************************************************************
032902 4475-PRESCREEN-REFUSAL-ACK.
032903     OPEN OUTPUT ACK-FILE.
032904     IF ML-ACK-FILE-STATUS NOT = '00'
032905         DISPLAY ML-ACK-NAME ' OPEN FAILED - STATUS '
032906             ML-ACK-FILE-STATUS
032907         DISPLAY 'WARNING - ACKNOWLEDGMENT FILE NOT PRODUCED'
032908         GO TO 4475-EXIT
032909     END-IF.
032910     MOVE SPACES TO ACK-HEADER-RECORD.
032911     MOVE 'H' TO ACK-HDR-REC-TYPE.
032912     MOVE ML-BATCH-ID       TO ACK-HDR-BATCH-ID.
032913     MOVE ML-BATCH-SOURCE   TO ACK-HDR-SOURCE.
032914     MOVE ML-BATCH-BUS-DATE TO ACK-HDR-BUS-DATE.
032915     MOVE ML-RUN-DATE       TO ACK-HDR-RUN-DATE.
032916     MOVE ML-JOB-ID         TO ACK-HDR-JOB-ID.
032917     WRITE ACK-HEADER-RECORD.
032918     MOVE SPACES TO ACK-HEADER-RECORD.
032919     MOVE 'T' TO ACK-TRL-REC-TYPE.
032920     MOVE ZERO TO ACK-TRL-ACCEPTED, ACK-TRL-REJECTED,
032921         ACK-TRL-WARNING.
032922     MOVE ZERO TO ACK-TRL-SUM-P, ACK-TRL-TAX-SUM,
032923         ACK-TRL-GROSS-SUM.
032924     MOVE 'R' TO ACK-TRL-BALANCE-FLAG.
032925     WRITE ACK-TRAILER-RECORD.
032926     CLOSE ACK-FILE.
032927     DISPLAY 'ACKNOWLEDGMENT WRITTEN TO ' ML-ACK-NAME.
032928 4475-EXIT.
032929     EXIT.
032930*
032931******************************************************************
032940*  4500-STAMP-GENERATIONS -- COPIES THE COMPLETED RUN'S OUTPUTS
032950*  TO <NAME>.<RUNDATE>.<JOBID> GENERATION NAMES, AFTER EVERYTHING
032960*  IS CLOSED.  RUN FOR EVERY COMPLETED FILE-DRIVEN RUN, IN OR OUT
033120     IF ML-ACK-FILE-WRITTEN
033130         MOVE 'MULTACK' TO ML-GEN-SRC-NAME
033140         PERFORM 4550-COPY-ONE-GENERATION THRU 4550-EXIT
033142         IF ML-PARTNER-CHECKED
033144            AND ML-PARTNER-ACK-NAME NOT = SPACES
033146             PERFORM 4560-DELIVER-ACK-FILE THRU 4560-EXIT
033148         END-IF
033150     END-IF.
033160     IF ML-EXC-REPORT-WRITTEN
033170         MOVE 'MULTEXC' TO ML-GEN-SRC-NAME
033370     IF ML-GEN-COPY-RC NOT = ZERO
033380         DISPLAY 'WARNING - GENERATION COPY FAILED FOR '
033390             ML-GEN-SRC-NAME
033391     END-IF.
033392 4550-EXIT.
033393     EXIT.
033394*
033395******************************************************************
033396*  4560-DELIVER-ACK-FILE -- THE ACKNOWLEDGMENT ALSO GOES OUT UNDER
033397*  THE NAME THE TRADING PARTNER COLLECTS IT BY, REPLACING THE LAST
033398*  ONE.  A FAILED COPY IS SHOUTED ABOUT BUT DOES NOT FAIL THE RUN
033399*  -- MULTACK AND ITS STAMPED GENERATION ARE STILL ON DISK.
033400******************************************************************
033401 4560-DELIVER-ACK-FILE.
033402     MOVE 'MULTACK' TO ML-GEN-SRC-NAME.
033403     MOVE ML-PARTNER-ACK-NAME TO ML-GEN-DST-NAME.
033404     CALL 'CBL_COPY_FILE' USING ML-GEN-SRC-NAME, ML-GEN-DST-NAME
033405         RETURNING ML-GEN-COPY-RC.
033406     IF ML-GEN-COPY-RC NOT = ZERO
033407         DISPLAY 'WARNING - ACKNOWLEDGMENT NOT DELIVERED AS '
033408             ML-PARTNER-ACK-NAME
033409     ELSE
033410         DISPLAY 'ACKNOWLEDGMENT DELIVERED AS '
033411             ML-PARTNER-ACK-NAME
033412     END-IF.
033413 4560-EXIT.
033420     EXIT.
033430*
033440******************************************************************
035150******************************************************************
035160*  4710-PROCESS-ONE-MANIFEST -- ONE MANIFEST LINE: POINT THE
035170*  INPUT AT THE NAMED FILE, RESET THE PER-BATCH STATE, RUN THE
035176*  FULL BATCH PASS, AND RECORD THE OUTCOME -- ON MULTNITE AND,
035182*  LIKE ANY BATCH RUN, ON THE RUN HISTORY (4760).  AN ABORTED
035188*  BATCH (MISSING FILE, BAD HEADER, DUPLICATE BATCH ID,
035194*  UNWRITABLE OUTPUT) IS LISTED AS REFUSED AND THE NIGHT
035200*  CONTINUES.
035210******************************************************************
035220 4710-PROCESS-ONE-MANIFEST.
035230     READ MAN-FILE
035240         AT END
035250             MOVE 'Y' TO ML-MAN-EOF-SW
035251     END-READ.
035252     IF ML-MAN-NO-MORE-RECORDS
035253         GO TO 4710-EXIT
035254     END-IF.
035255     IF MAN-RECORD = SPACES OR MAN-RECORD(1:1) = '*'
035256         GO TO 4710-EXIT
035257     END-IF.
035258     MOVE MAN-RECORD(1:38) TO ML-EXTIN-NAME.
035259     DISPLAY 'NIGHT RUN - PROCESSING ' ML-EXTIN-NAME.
035260     PERFORM 4750-RESET-BATCH-STATE THRU 4750-EXIT.
035261     PERFORM 4000-BATCH-PROCESS THRU 4000-EXIT.
035262     PERFORM 4760-WRITE-RUN-HISTORY THRU 4760-EXIT.
035263     MOVE SPACE TO NITE-RECORD.
035264*    AN ABORT AFTER THE OUTPUTS OPENED DIED MID-RUN -- ITS
035265*    CHECKPOINT (IF ONE MADE IT TO DISK) IS THE RESTART POINT
035266*    FOR A RUN-MODE B RERUN, AND THE NEXT BATCH'S OWN CHECKPOINT
035267*    WRITES AND END-OF-RUN CLEAR WOULD DESTROY IT.  THE NIGHT
035268*    ENDS HERE; THE REMAINING MANIFEST FILES WAIT FOR THE NEXT
035269*    WINDOW.
035270     IF ML-ABORT-RUN AND ML-OUTPUTS-OPENED
035271         SET ML-NIGHT-STOPPED TO TRUE
035272         MOVE 'Y' TO ML-MAN-EOF-SW
035273         MOVE 'N' TO ML-ABORT-SW
035274         STRING ML-EXTIN-NAME ' ' ML-BATCH-ID
035275             ' ABORTED MID-RUN'
035276             DELIMITED BY SIZE INTO NITE-RECORD
035277         WRITE NITE-RECORD
035278         DISPLAY 'NIGHT RUN STOPPED - RESTART BATCH '
035279             ML-BATCH-ID ' WITH RUN-MODE B (ITS FILE COPIED '
035280             'TO EXTIN), THEN RERUN THE REMAINING MANIFEST'
035281         GO TO 4710-EXIT
035282     END-IF.
035283     IF ML-ABORT-RUN
035284         ADD 1 TO ML-NITE-REFUSED-CTR
035285         STRING ML-EXTIN-NAME ' ' ML-BATCH-ID ' REFUSED'
035286             DELIMITED BY SIZE INTO NITE-RECORD
035287         MOVE 'N' TO ML-ABORT-SW
035288     ELSE
035289         IF ML-OUT-OF-BALANCE
035290             ADD 1 TO ML-NITE-OOB-CTR
035291             STRING ML-EXTIN-NAME ' ' ML-BATCH-ID
035292                 ' OUT OF BALANCE'
035293                 DELIMITED BY SIZE INTO NITE-RECORD
035294         ELSE
035295             ADD 1 TO ML-NITE-PROC-CTR
035296             STRING ML-EXTIN-NAME ' ' ML-BATCH-ID ' PROCESSED'
035297                 DELIMITED BY SIZE INTO NITE-RECORD
035298         END-IF
035299     END-IF.
035300     WRITE NITE-RECORD.
035301     IF ML-PERIOD-REDIRECTED OR ML-PERIOD-REFUSED
035302         PERFORM 4720-WRITE-PERIOD-NOTE THRU 4720-EXIT
035303     END-IF.
035304 4710-EXIT.
035305     EXIT.
035306*
035307******************************************************************
035308*  4720-WRITE-PERIOD-NOTE -- A SECOND SUMMARY LINE UNDER A BATCH
035309*  DATED INTO A CLOSED PERIOD, SAYING WHETHER IT WAS REFUSED OR
035310*  WHICH OPEN PERIOD IT POSTED TO INSTEAD.
035311******************************************************************
035312 4720-WRITE-PERIOD-NOTE.
035313     MOVE SPACE TO NITE-RECORD.
035314     IF ML-PERIOD-REFUSED
035315         STRING '    PERIOD ' ML-DATED-PERIOD ' CLOSED - BATCH '
035316             'REFUSED'
035317             DELIMITED BY SIZE INTO NITE-RECORD
035318     ELSE
035319         STRING '    PERIOD ' ML-DATED-PERIOD
035320             ' CLOSED - POSTED TO ' ML-BATCH-PERIOD
035321             DELIMITED BY SIZE INTO NITE-RECORD
035322     END-IF.
035323     WRITE NITE-RECORD.
035324 4720-EXIT.
035325     EXIT.
035326*
035327******************************************************************
035328*  4750-RESET-BATCH-STATE -- EVERYTHING ONE BATCH PASS LEAVES
035329*  BEHIND, CLEARED BEFORE THE NEXT MANIFEST FILE RUNS: THE
035330*  ACCUMULATORS AND SWITCHES 1000-INITIALIZE SETS, THE TRAILER
035331*  TOTALS, AND THE PER-RUN OUTPUT SWITCHES.  THE JOB ID IS
035332*  RESTAMPED FROM THE TIME OF DAY SO EACH BATCH IN THE NIGHT
035333*  KEEPS ITS OWN (JOB ID, RUN DATE, SEQ) AUDIT KEYS AND ITS OWN
035334*  GENERATION STAMPS, AND THE BATCH'S RUN-HISTORY START IS TAKEN
035335*  AT THE SAME MOMENT.  THE AUDIT LOG STAYS OPEN ACROSS BATCHES
035336*  AND ML-AUD-TOTAL-COUNT KEEPS RUNNING.  NO RESTART POINT
035337*  CARRIES INTO A NIGHT BATCH -- A NIGHT RUN ONLY EVER STARTS
035338*  BATCHES FRESH.
035339******************************************************************
035340 4750-RESET-BATCH-STATE.
035341     MOVE ZERO TO M, N, P.
035342     MOVE SPACES TO ML-BATCH-CURRENCY.
035343     MOVE 1 TO ML-CURR-RATE.
035344     MOVE ZERO TO ML-ORIG-P.
035345     MOVE ZERO TO ML-AUD-SEQ-CTR.
035346     MOVE 'N' TO ML-AUD-WRITE-FAIL-SW.
035347     MOVE ZERO TO ML-WARN-COUNT, ML-SUSP-COUNT, ML-EXCEPT-COUNT.
035348     MOVE ZERO TO ML-REC-COUNT, ML-SINCE-CKPT,
035349         ML-OUT-TOTAL-COUNT.
035350     MOVE ZERO TO ML-SUM-P, ML-HIGH-P, ML-LOW-P, ML-CALC-HASH.
035351     MOVE ZERO TO ML-SUM-TAX, ML-TAX.
035352     MOVE SPACES TO ML-BATCH-TAX-CODE, ML-TAX-CODE.
035353     MOVE 'N' TO ML-TAX-CACHE-SW.
035354     MOVE ZERO TO ML-TRL-COUNT, ML-TRL-HASH.
035355     MOVE ZERO TO ML-DUP-REF-COUNT, ML-BLANK-REF-COUNT,
035356         ML-DRC-COUNT, ML-DREF-POSTED-COUNT.
035357     MOVE 'N' TO ML-DRC-MORE-SW.
035358     MOVE SPACES TO ML-BATCH-PERIOD, ML-DATED-PERIOD.
035359     MOVE 'N' TO ML-PERIOD-CAL-SW, ML-PERIOD-ACTION-SW.
035360     MOVE 'N' TO ML-PARTNER-SW.
035361     MOVE SPACES TO ML-REFUSAL-REASON.
035362     MOVE ZERO TO ML-RESTART-POINT.
035363     MOVE SPACES TO ML-BATCH-ID, ML-BATCH-SOURCE,
035364         ML-BATCH-BUS-DATE.
035365     MOVE SPACES TO ML-CUR-DOC-NO, ML-CUR-DOC-LINE,
035366         ML-CUR-ITEM-CODE.
035367     MOVE ML-RUN-DATE TO ML-PRICE-DATE.
035368     MOVE 'N' TO ML-TOTALS-OVFL-SW.
035369     MOVE 'Y' TO ML-FIRST-REC-SW.
035370     MOVE 'Y' TO ML-BALANCE-SW.
035371     MOVE 'N' TO ML-EOF-SW.
035372     MOVE 'N' TO ML-REJECT-SW.
035373     MOVE '0' TO ML-CALC-STATUS.
035374     MOVE 'N' TO ML-GL-WRITTEN-SW.
035375     MOVE 'N' TO ML-EXC-WRITTEN-SW.
035376     MOVE 'N' TO ML-ACK-WRITTEN-SW.
035377     ACCEPT ML-HIST-START-DATE FROM DATE YYYYMMDD.
035378     ACCEPT ML-JOB-ID FROM TIME.
035379     MOVE ML-JOB-ID TO ML-HIST-START-TIME.
035380*    TWO SHORT BATCHES CAN FALL INSIDE THE SAME HUNDREDTH OF A
035381*    SECOND, SO THE JOB ID'S LAST TWO CHARACTERS CARRY THE
035382*    NIGHT'S BATCH SEQUENCE INSTEAD -- NO TWO BATCHES IN ONE
035383*    NIGHT CAN SHARE AN AUDIT KEY OR A GENERATION STAMP.
035384     ADD 1 TO ML-NITE-SEQ-CTR.
035385     MOVE ML-NITE-SEQ-CTR TO ML-JOB-ID(7:2).
035386 4750-EXIT.
035387     EXIT.
035388*
035389******************************************************************
035390*  4760-WRITE-RUN-HISTORY -- ONE MULTRUNH ROW FOR THE RUN JUST
035391*  ENDED (A BATCH OR RESUBMIT RUN, OR ONE MANIFEST FILE OF A
035392*  NIGHT RUN), WHATEVER BECAME OF IT.  AN ABORT AFTER THE OUTPUTS
035393*  OPENED IS AN ABORTED RUN AND ONE BEFORE THEM A REFUSAL, AS ON
035394*  MULTNITE; A RUN THAT GOT TO ITS TRAILER IS IN OR OUT OF
035395*  BALANCE.  THE HISTORY IS FOR PLANNING, NOT A CONTROL -- A LOG
035396*  THAT WILL NOT OPEN IS WARNED ABOUT AND THE RUN CARRIES ON.  IT
035397*  IS OPENED AND CLOSED FOR EACH ROW, SO A NIGHT THAT DIES PART
035398*  WAY STILL KEEPS THE ROWS OF THE BATCHES AHEAD OF IT.
035399******************************************************************
035400 4760-WRITE-RUN-HISTORY.
035401     ACCEPT ML-HIST-END-DATE FROM DATE YYYYMMDD.
035402     ACCEPT ML-HIST-END-TIME FROM TIME.
035403     MOVE SPACES TO RH-RECORD.
035404     MOVE ML-JOB-ID TO RH-JOB-ID.
035405     IF ML-NIGHT-JOB-ID = SPACES
035406         MOVE ML-RUN-MODE TO RH-RUN-MODE
035407     ELSE
035408         MOVE 'M' TO RH-RUN-MODE
035409         MOVE ML-NIGHT-JOB-ID TO RH-NIGHT-JOB-ID
035410     END-IF.
035411     MOVE ML-BATCH-ID       TO RH-BATCH-ID.
035412     MOVE ML-BATCH-SOURCE   TO RH-SOURCE.
035413     MOVE ML-BATCH-BUS-DATE TO RH-BUS-DATE.
035414     IF ML-RESUBMIT-MODE
035415         MOVE 'EXTRSUB' TO RH-INPUT-NAME
035416     ELSE
035417         MOVE ML-EXTIN-NAME TO RH-INPUT-NAME
035418     END-IF.
035419     MOVE ML-HIST-START-DATE TO RH-START-DATE.
035420     MOVE ML-HIST-START-TIME TO RH-START-TIME.
035421     MOVE ML-HIST-END-DATE   TO RH-END-DATE.
035422     MOVE ML-HIST-END-TIME   TO RH-END-TIME.
035423     PERFORM 4765-WORK-OUT-ELAPSED THRU 4765-EXIT.
035424     MOVE ML-REC-COUNT       TO RH-RECS-READ.
035425     MOVE ML-OUT-TOTAL-COUNT TO RH-RECS-ACCEPTED.
035426     MOVE ML-SUSP-COUNT      TO RH-RECS-REJECTED.
035427     MOVE ML-WARN-COUNT      TO RH-RECS-WARNED.
035428     MOVE 'N' TO RH-RESTART-SW.
035429     MOVE ZERO TO RH-RESTART-SEQ.
035430     IF ML-RESTART-POINT > 0
035431         MOVE 'Y' TO RH-RESTART-SW
035432         MOVE ML-RESTART-POINT TO RH-RESTART-SEQ
035433     END-IF.
035434     IF ML-ABORT-RUN
035435         IF ML-OUTPUTS-OPENED
035436             SET RH-ABORTED TO TRUE
035437         ELSE
035438             SET RH-REFUSED TO TRUE
035439         END-IF
035440     ELSE
035441         IF ML-OUT-OF-BALANCE
035442             SET RH-OUT-OF-BALANCE TO TRUE
035443         ELSE
035444             SET RH-IN-BALANCE TO TRUE
035445         END-IF
035446     END-IF.
035447     MOVE ML-REFUSAL-REASON TO RH-REASON.
035448     OPEN EXTEND RUNH-FILE.
035449     IF ML-RUNH-FILE-STATUS = '35'
035450         OPEN OUTPUT RUNH-FILE
035451     END-IF.
035452     IF ML-RUNH-FILE-STATUS NOT = '00'
035453         DISPLAY 'MULTRUNH OPEN FAILED - STATUS '
035454             ML-RUNH-FILE-STATUS
035455         DISPLAY 'WARNING - RUN HISTORY ROW NOT WRITTEN'
035456         GO TO 4760-EXIT
035457     END-IF.
035458     WRITE RH-RECORD.
035459     CLOSE RUNH-FILE.
035460 4760-EXIT.
035461     EXIT.
035462*
035463******************************************************************
035464*  4765-WORK-OUT-ELAPSED -- END LESS START, IN HUNDREDTHS OF A
035465*  SECOND, STORED AS SECONDS.  A CLOCK SET BACK UNDER THE RUN
035466*  LEAVES THE ELAPSED TIME AT ZERO RATHER THAN NEGATIVE.
035467******************************************************************
035468 4765-WORK-OUT-ELAPSED.
035469     MOVE ZERO TO RH-ELAPSED.
035470     COMPUTE ML-HIST-DAYS =
035471         FUNCTION INTEGER-OF-DATE (ML-HIST-END-DATE)
035472       - FUNCTION INTEGER-OF-DATE (ML-HIST-START-DATE).
035473     COMPUTE ML-HIST-HUNDREDTHS =
035474         ML-HIST-DAYS * 8640000
035475       + ML-HIST-END-HH * 360000 + ML-HIST-END-MM * 6000
035476       + ML-HIST-END-SS * 100 + ML-HIST-END-CC
035477       - ML-HIST-START-HH * 360000 - ML-HIST-START-MM * 6000
035478       - ML-HIST-START-SS * 100 - ML-HIST-START-CC.
035479     IF ML-HIST-HUNDREDTHS > 0
035480         COMPUTE RH-ELAPSED = ML-HIST-HUNDREDTHS / 100
035481             ON SIZE ERROR
035482                 MOVE 9999999.99 TO RH-ELAPSED
035483         END-COMPUTE
035484     END-IF.
035485 4765-EXIT.
035486     EXIT.
035487*
035488******************************************************************
035489*  4800-REVERSAL-PROCESS -- BACKS OUT ONE POSTED GENERATION OF A
035490*  BATCH (ITS LATEST RESUBMISSION, ELSE THE COMPLETED RUN) END TO
035491*  END IN ONE RUN: A NEGATED MULTAUD ROW FOR EVERY ROW IT POSTED,
035492*  A NEGATED MULTGL EXTRACT, AND ITS REGISTER ROW MARKED REVERSED,
035493*  ALL UNDER THIS RUN'S JOB ID AND ALL CARRYING THE ORIGINAL
035494*  BATCH ID -- ONE AUDITABLE EVENT, NOT A HAND-BUILT CREDIT FILE
035495*  UNDER A NEW BATCH ID.  EVERYTHING THAT CAN REFUSE THE RUN (NO
035496*  BATCH ID, NOT ON THE REGISTER AS COMPLETED, A STAMPED
035497*  GENERATION MISSING, OR AN EXTOUT GENERATION THAT DOES NOT
035498*  AGREE WITH ITS GL TRAILER) IS CHECKED BEFORE A SINGLE ROW IS
035499*  WRITTEN.  A REVERSAL IS SHORT AND IS NOT CHECKPOINTED.
035500******************************************************************
035501 4800-REVERSAL-PROCESS.
035502     IF ML-REV-BATCH-ID = SPACES
035503         DISPLAY 'NO BATCH ID GIVEN FOR THE REVERSAL'
035504         DISPLAY 'REVERSAL RUN REFUSED - BATCH ID REQUIRED'
035505         SET ML-ABORT-RUN TO TRUE
035506         GO TO 4800-EXIT
035507     END-IF.
035508     MOVE ML-REV-BATCH-ID TO ML-BATCH-ID.
035509     PERFORM 4810-FIND-REGISTER-ROW THRU 4810-EXIT.
035510     IF ML-ABORT-RUN
035511         GO TO 4800-EXIT
035512     END-IF.
035513*    THE OFFSET POSTS AS OF THE ORIGINAL'S BUSINESS DATE, SO IT
035514*    FACES THE SAME CLOSED-PERIOD RULE AS THE ORIGINAL DID.
035515     PERFORM 4080-CHECK-POSTING-PERIOD THRU 4080-EXIT.
035516     IF ML-ABORT-RUN
035517         GO TO 4800-EXIT
035518     END-IF.
035519     PERFORM 4820-PROVE-REVERSAL THRU 4820-EXIT.
035520     IF ML-ABORT-RUN
035521         GO TO 4800-EXIT
035522     END-IF.
035523     OPEN OUTPUT RPT-FILE.
035524     IF ML-RPT-FILE-STATUS NOT = '00'
035525         DISPLAY 'MULTRPT OPEN FAILED - STATUS '
035526             ML-RPT-FILE-STATUS
035527         DISPLAY 'REVERSAL RUN ABORTED - REPORT FILE NOT '
035528             'AVAILABLE'
035529         SET ML-ABORT-RUN TO TRUE
035530         GO TO 4800-EXIT
035531     END-IF.
035532     MOVE 'N' TO ML-GL-WRITTEN-SW.
035533     MOVE 'N' TO ML-REV-REG-SW.
035534     PERFORM 4830-WRITE-REVERSAL-AUDIT THRU 4830-EXIT.
035535*    AN AUDIT ROW THAT WOULD NOT WRITE STOPS THE REVERSAL SHORT OF
035536*    THE LEDGER: NO OFFSETTING GL EXTRACT GOES DOWNSTREAM AGAINST
035537*    AN AUDIT LOG THAT DOES NOT SHOW ALL OF IT.
035538     IF ML-AUD-WRITE-FAILED AND NOT ML-ABORT-RUN
035539         DISPLAY 'REVERSAL RUN ABORTED - AUDIT ROWS NOT ALL '
035540             'WRITTEN, GL EXTRACT NOT PRODUCED'
035541         SET ML-ABORT-RUN TO TRUE
035542     END-IF.
035543     IF NOT ML-ABORT-RUN
035544         PERFORM 4840-WRITE-REVERSAL-GL THRU 4840-EXIT
035545     END-IF.
035546*    THE REGISTER IS MARKED ONLY ONCE EVERY POSTED ROW IS BACKED
035547*    OUT ON BOTH SIDES.  ANYTHING SHORT OF THAT LEAVES THE BATCH
035548*    COMPLETED, WHERE MULTRECON SHOWS THE DAMAGE, RATHER THAN
035549*    FREEING THE BATCH ID FOR A RESUBMISSION THAT WOULD POST IT
035550*    TWICE.
035551     IF ML-REV-AUD-COUNT = ML-REV-POSTED-COUNT
035552        AND ML-GL-EXTRACT-WRITTEN
035553        AND NOT ML-AUD-WRITE-FAILED
035554         PERFORM 4850-MARK-REGISTER-REVERSED THRU 4850-EXIT
035555     END-IF.
035556     MOVE ZERO TO ML-DREF-RELEASED-COUNT.
035557     IF ML-REV-REGISTER-UPDATED
035558         PERFORM 4860-RELEASE-REFERENCES THRU 4860-EXIT
035559     END-IF.
035560     PERFORM 4870-WRITE-REVERSAL-REPORT THRU 4870-EXIT.
035561     CLOSE RPT-FILE.
035562     MOVE 'MULTRPT' TO ML-GEN-SRC-NAME.
035563     PERFORM 4550-COPY-ONE-GENERATION THRU 4550-EXIT.
035564     IF ML-GL-EXTRACT-WRITTEN
035565         MOVE 'MULTGL' TO ML-GEN-SRC-NAME
035566         PERFORM 4550-COPY-ONE-GENERATION THRU 4550-EXIT
035567     END-IF.
035568     DISPLAY 'OUTPUT GENERATIONS STAMPED ' ML-RUN-DATE '.'
035569         ML-JOB-ID.
035570 4800-EXIT.
035571     EXIT.
035572*
035573******************************************************************
035574*  4810-FIND-REGISTER-ROW -- THE BATCH MUST BE ON MULTBREG AS
035575*  COMPLETED OR RESUBMITTED.  A RESUBMISSION POSTED A GENERATION
035576*  OF ITS OWN ON TOP OF THE COMPLETED RUN, SO THE LATEST ONE STILL
035577*  POSTED IS BACKED OUT FIRST AND THE COMPLETED RUN LAST, ONE
035578*  REVERSAL RUN EACH; THE BATCH ID IS FREE AGAIN ONLY WHEN THE
035579*  COMPLETED ROW IS.  THE CHOSEN ROW'S RUN DATE AND JOB ID NAME
035580*  THE STAMPED GENERATIONS TO REVERSE, AND ITS SOURCE AND BUSINESS
035581*  DATE CARRY ONTO THE REVERSAL'S OWN ROW.  A BATCH ALREADY
035582*  REVERSED AND NOT SINCE RESUBMITTED HAS NOTHING LEFT TO BACK
035583*  OUT.
035584******************************************************************
035585 4810-FIND-REGISTER-ROW.
035586     MOVE 'N' TO ML-BREG-EOF-SW.
035587     MOVE 'N' TO ML-REV-FOUND-SW.
035588     MOVE 'N' TO ML-REV-PRIOR-SW.
035589     MOVE 'C' TO ML-REV-TARGET-SW.
035590     MOVE ZERO TO ML-REV-RESUB-COUNT, ML-REV-GEN-COUNT,
035591         ML-REV-LEFT-COUNT.
035592     OPEN INPUT BREG-FILE.
035593     IF ML-BREG-FILE-STATUS = '00'
035594         PERFORM 4815-CHECK-ONE-REGISTER-ROW THRU 4815-EXIT
035595             WITH TEST AFTER
035596             UNTIL ML-BREG-NO-MORE-ROWS
035597         CLOSE BREG-FILE
035598     END-IF.
035599     IF ML-REV-RESUB-COUNT > ZERO
035600         SET ML-REV-BATCH-FOUND TO TRUE
035601         SET ML-REV-TARGET-RESUB TO TRUE
035602         MOVE ML-REV-RESUB-SOURCE   TO ML-BATCH-SOURCE
035603         MOVE ML-REV-RESUB-BUS-DATE TO ML-BATCH-BUS-DATE
035604         MOVE ML-REV-RESUB-RUN-DATE TO ML-REV-ORIG-RUN-DATE
035605         MOVE ML-REV-RESUB-JOB-ID   TO ML-REV-ORIG-JOB-ID
035606     END-IF.
035607     IF ML-REV-BATCH-FOUND
035608         SUBTRACT 1 FROM ML-REV-GEN-COUNT GIVING ML-REV-LEFT-COUNT
035609         IF ML-REV-TARGET-RESUB
035610             DISPLAY 'REVERSING RESUBMISSION OF BATCH '
035611                 ML-BATCH-ID ' RUN ON ' ML-REV-ORIG-RUN-DATE
035612                 ' JOB ' ML-REV-ORIG-JOB-ID
035613         ELSE
035614             DISPLAY 'REVERSING BATCH ' ML-BATCH-ID
035615                 ' COMPLETED ON ' ML-REV-ORIG-RUN-DATE
035616                 ' JOB ' ML-REV-ORIG-JOB-ID
035617         END-IF
035618         IF ML-REV-LEFT-COUNT > ZERO
035619             DISPLAY 'BATCH ' ML-BATCH-ID ' STILL HAS '
035620                 ML-REV-LEFT-COUNT ' EARLIER GENERATION(S) POSTED'
035621                 ' - REVERSE AGAIN FOR EACH'
035622         END-IF
035623         GO TO 4810-EXIT
035624     END-IF.
035625     IF ML-REV-ALREADY-REVERSED
035626         DISPLAY 'BATCH ' ML-BATCH-ID ' ALREADY REVERSED ON '
035627             ML-REV-PRIOR-RUN-DATE ' JOB ' ML-REV-PRIOR-JOB-ID
035628     ELSE
035629         DISPLAY 'BATCH ' ML-BATCH-ID ' IS NOT ON MULTBREG AS '
035630             'COMPLETED'
035631     END-IF.
035632     DISPLAY 'REVERSAL RUN REFUSED - NOTHING TO REVERSE'.
035633     SET ML-ABORT-RUN TO TRUE.
035634 4810-EXIT.
035635     EXIT.
035636*
035637******************************************************************
035638*  4815-CHECK-ONE-REGISTER-ROW -- ONE ROW OF 4810'S SCAN.
035639******************************************************************
035640 4815-CHECK-ONE-REGISTER-ROW.
035641     READ BREG-FILE
035642         AT END
035643             MOVE 'Y' TO ML-BREG-EOF-SW
035644     END-READ.
035645     IF ML-BREG-NO-MORE-ROWS
035646         GO TO 4815-EXIT
035647     END-IF.
035648     IF BREG-BATCH-ID NOT = ML-BATCH-ID
035649         GO TO 4815-EXIT
035650     END-IF.
035651     IF BREG-COMPLETED
035652         SET ML-REV-BATCH-FOUND TO TRUE
035653         ADD 1 TO ML-REV-GEN-COUNT
035654         MOVE BREG-SOURCE   TO ML-BATCH-SOURCE
035655         MOVE BREG-BUS-DATE TO ML-BATCH-BUS-DATE
035656         MOVE BREG-RUN-DATE TO ML-REV-ORIG-RUN-DATE
035657         MOVE BREG-JOB-ID   TO ML-REV-ORIG-JOB-ID
035658     END-IF.
035659*    THE REGISTER IS APPENDED IN RUN ORDER, SO THE LAST
035660*    RESUBMISSION ROW READ IS THE LATEST.
035661     IF BREG-RESUBMISSION
035662         ADD 1 TO ML-REV-RESUB-COUNT
035663         ADD 1 TO ML-REV-GEN-COUNT
035664         MOVE BREG-SOURCE   TO ML-REV-RESUB-SOURCE
035665         MOVE BREG-BUS-DATE TO ML-REV-RESUB-BUS-DATE
035666         MOVE BREG-RUN-DATE TO ML-REV-RESUB-RUN-DATE
035667         MOVE BREG-JOB-ID   TO ML-REV-RESUB-JOB-ID
035668     END-IF.
035669     IF BREG-REVERSED
035670         SET ML-REV-ALREADY-REVERSED TO TRUE
035671         MOVE BREG-LINK-RUN-DATE TO ML-REV-PRIOR-RUN-DATE
035672         MOVE BREG-LINK-JOB-ID   TO ML-REV-PRIOR-JOB-ID
035673     END-IF.
035674 4815-EXIT.
035675     EXIT.
035676*
035677******************************************************************
035678*  4820-PROVE-REVERSAL -- READS THE STAMPED EXTOUT GENERATION
035679*  THROUGH ONCE, COUNTING AND SUMMING THE ROWS THE GL EXTRACT
035680*  POSTED, AND PROVES THEM AGAINST THE TRAILER OF THE STAMPED
035681*  MULTGL GENERATION.  A MISSING GENERATION, A GL GENERATION WITH
035682*  NO TRAILER, OR TOTALS THAT DISAGREE REFUSE THE RUN WITH NOTHING
035683*  WRITTEN -- A REVERSAL THAT DOES NOT NET THE ORIGINAL TO ZERO IS
035684*  WORSE THAN NO REVERSAL.
035685******************************************************************
035686 4820-PROVE-REVERSAL.
035687     MOVE SPACES TO ML-REV-OUT-NAME, ML-REV-GL-NAME.
035688     STRING 'EXTOUT.' ML-REV-ORIG-RUN-DATE '.' ML-REV-ORIG-JOB-ID
035689         DELIMITED BY SIZE INTO ML-REV-OUT-NAME.
035690     STRING 'MULTGL.' ML-REV-ORIG-RUN-DATE '.' ML-REV-ORIG-JOB-ID
035691         DELIMITED BY SIZE INTO ML-REV-GL-NAME.
035692     MOVE ZERO TO ML-REV-ROWS-READ, ML-REV-POSTED-COUNT,
035693         ML-REV-SKIP-COUNT, ML-REV-POSTED-SUM.
035694     MOVE ZERO TO ML-REV-GL-TRL-COUNT, ML-REV-GL-TRL-SUM.
035695     MOVE ZERO TO ML-REV-POSTED-TAX, ML-REV-GL-TRL-TAX.
035696     MOVE 'N' TO ML-REV-EOF-SW.
035697     MOVE 'N' TO ML-REV-TRL-SW.
035698     MOVE 'N' TO ML-REV-TAX-TRL-SW.
035699     OPEN INPUT REV-OUT-FILE.
035700     IF ML-REV-OUT-FILE-STATUS NOT = '00'
035701         DISPLAY ML-REV-OUT-NAME ' OPEN FAILED - STATUS '
035702             ML-REV-OUT-FILE-STATUS
035703         DISPLAY 'REVERSAL RUN REFUSED - STAMPED EXTOUT '
035704             'GENERATION NOT AVAILABLE'
035705         SET ML-ABORT-RUN TO TRUE
035706         GO TO 4820-EXIT
035707     END-IF.
035708     PERFORM 4822-PROVE-ONE-OUTPUT-ROW THRU 4822-EXIT
035709         WITH TEST AFTER
035710         UNTIL ML-REV-NO-MORE-ROWS.
035711     CLOSE REV-OUT-FILE.
035712     MOVE 'N' TO ML-REV-EOF-SW.
035713     OPEN INPUT REV-GL-FILE.
035714     IF ML-REV-GL-FILE-STATUS NOT = '00'
035715         DISPLAY ML-REV-GL-NAME ' OPEN FAILED - STATUS '
035716             ML-REV-GL-FILE-STATUS
035717         DISPLAY 'REVERSAL RUN REFUSED - STAMPED MULTGL '
035718             'GENERATION NOT AVAILABLE'
035719         SET ML-ABORT-RUN TO TRUE
035720         GO TO 4820-EXIT
035721     END-IF.
035722     PERFORM 4824-PROVE-ONE-GL-ROW THRU 4824-EXIT
035723         WITH TEST AFTER
035724         UNTIL ML-REV-NO-MORE-ROWS.
035725     CLOSE REV-GL-FILE.
035726     IF NOT ML-REV-TRAILER-FOUND
035727         DISPLAY ML-REV-GL-NAME ' HAS NO TRAILER RECORD'
035728         DISPLAY 'REVERSAL RUN REFUSED - GL GENERATION INCOMPLETE'
035729         SET ML-ABORT-RUN TO TRUE
035730         GO TO 4820-EXIT
035731     END-IF.
035732     IF ML-REV-POSTED-COUNT NOT = ML-REV-GL-TRL-COUNT
035733        OR ML-REV-POSTED-SUM NOT = ML-REV-GL-TRL-SUM
035734         DISPLAY ML-REV-OUT-NAME ' DOES NOT AGREE WITH '
035735             ML-REV-GL-NAME
035736         DISPLAY 'REVERSAL RUN REFUSED - GENERATIONS OUT OF '
035737             'BALANCE'
035738         SET ML-ABORT-RUN TO TRUE
035739         GO TO 4820-EXIT
035740     END-IF.
035741*    A GENERATION FROM BEFORE SALES TAX HAS NO TAX TOTAL ON ITS
035742*    TRAILER, AND NO TAX TO PROVE.
035743     IF ML-REV-TRAILER-HAS-TAX
035744        AND ML-REV-POSTED-TAX NOT = ML-REV-GL-TRL-TAX
035745         DISPLAY ML-REV-OUT-NAME ' TAX DOES NOT AGREE WITH '
035746             ML-REV-GL-NAME
035747         DISPLAY 'REVERSAL RUN REFUSED - GENERATIONS OUT OF '
035748             'BALANCE'
035749         SET ML-ABORT-RUN TO TRUE
035750     END-IF.
035751 4820-EXIT.
035752     EXIT.
035753*
035754******************************************************************
035755*  4822-PROVE-ONE-OUTPUT-ROW -- ONE EXTOUT ROW OF 4820'S PROOF.
035756*  ONLY AN IN-STATUS OR WARNING ROW EVER REACHED THE LEDGER; AN
035757*  OVERFLOW OR DISCREPANCY ROW WAS EXCLUDED FROM THE GL EXTRACT
035758*  AND HAS NOTHING TO BACK OUT.
035759******************************************************************
035760 4822-PROVE-ONE-OUTPUT-ROW.
035761     READ REV-OUT-FILE
035762         AT END
035763             MOVE 'Y' TO ML-REV-EOF-SW
035764     END-READ.
035765     IF ML-REV-NO-MORE-ROWS
035766         GO TO 4822-EXIT
035767     END-IF.
035768     ADD 1 TO ML-REV-ROWS-READ.
035769     IF REV-OUT-OK OR REV-OUT-WARNING
035770         ADD 1 TO ML-REV-POSTED-COUNT
035771         ADD REV-OUT-P TO ML-REV-POSTED-SUM
035772         IF REV-OUT-TAX NUMERIC
035773             ADD REV-OUT-TAX TO ML-REV-POSTED-TAX
035774         END-IF
035775     ELSE
035776         ADD 1 TO ML-REV-SKIP-COUNT
035777     END-IF.
035778 4822-EXIT.
035779     EXIT.
035780*
035781******************************************************************
035782*  4824-PROVE-ONE-GL-ROW -- ONE MULTGL ROW OF 4820'S PROOF.  ONLY
035783*  THE TRAILER MATTERS HERE.
035784******************************************************************
035785 4824-PROVE-ONE-GL-ROW.
035786     READ REV-GL-FILE
035787         AT END
035788             MOVE 'Y' TO ML-REV-EOF-SW
035789     END-READ.
035790     IF ML-REV-NO-MORE-ROWS
035791         GO TO 4824-EXIT
035792     END-IF.
035793     IF REV-GL-TRAILER
035794         SET ML-REV-TRAILER-FOUND TO TRUE
035795         MOVE REV-GL-TRL-COUNT TO ML-REV-GL-TRL-COUNT
035796         MOVE REV-GL-TRL-SUM-P TO ML-REV-GL-TRL-SUM
035797         IF REV-GL-TRL-TAX-SUM NUMERIC
035798             MOVE REV-GL-TRL-TAX-SUM TO ML-REV-GL-TRL-TAX
035799             SET ML-REV-TRAILER-HAS-TAX TO TRUE
035800         END-IF
035801     END-IF.
035802 4824-EXIT.
035803     EXIT.
035804*
035805******************************************************************
035806*  4830-WRITE-REVERSAL-AUDIT -- ONE MULTAUD ROW PER POSTED EXTOUT
035807*  ROW, THROUGH THE ORDINARY 6000-WRITE-AUDIT-RECORD: QUANTITY,
035808*  PRODUCT, AND ORIGINAL-CURRENCY PRODUCT NEGATED, UNIT PRICE,
035809*  CURRENCY, AND DOC-NO/DOC-LINE AS THE ORIGINAL ROW CARRIED THEM,
035810*  STATUS V.
035811******************************************************************
035812 4830-WRITE-REVERSAL-AUDIT.
035813     MOVE ZERO TO ML-REV-AUD-COUNT, ML-REV-AUD-SUM.
035814     MOVE ZERO TO ML-REV-AUD-TAX.
035815     MOVE 'N' TO ML-REV-EOF-SW.
035816     MOVE 'N' TO ML-REJECT-SW.
035817     OPEN INPUT REV-OUT-FILE.
035818     IF ML-REV-OUT-FILE-STATUS NOT = '00'
035819         DISPLAY ML-REV-OUT-NAME ' REOPEN FAILED - STATUS '
035820             ML-REV-OUT-FILE-STATUS
035821         DISPLAY 'REVERSAL RUN ABORTED - NOTHING REVERSED'
035822         SET ML-ABORT-RUN TO TRUE
035823         GO TO 4830-EXIT
035824     END-IF.
035825     PERFORM 4835-REVERSE-ONE-OUTPUT-ROW THRU 4835-EXIT
035826         WITH TEST AFTER
035827         UNTIL ML-REV-NO-MORE-ROWS.
035828     CLOSE REV-OUT-FILE.
035829     IF ML-AUD-WRITE-FAILED
035830         DISPLAY 'REVERSAL AUDIT ROWS WRITTEN: ' ML-REV-AUD-COUNT
035831             ' OF ' ML-REV-POSTED-COUNT
035832         GO TO 4830-EXIT
035833     END-IF.
035834     DISPLAY 'REVERSAL AUDIT ROWS WRITTEN TO MULTAUD'.
035835 4830-EXIT.
035836     EXIT.
035837*
035838******************************************************************
035839*  4835-REVERSE-ONE-OUTPUT-ROW -- ONE EXTOUT ROW OF 4830'S LOOP.
035840******************************************************************
035841 4835-REVERSE-ONE-OUTPUT-ROW.
035842     READ REV-OUT-FILE
035843         AT END
035844             MOVE 'Y' TO ML-REV-EOF-SW
035845     END-READ.
035846     IF ML-REV-NO-MORE-ROWS
035847         GO TO 4835-EXIT
035848     END-IF.
035849     IF NOT REV-OUT-OK AND NOT REV-OUT-WARNING
035850         GO TO 4835-EXIT
035851     END-IF.
035852     COMPUTE M = 0 - REV-OUT-M.
035853     MOVE REV-OUT-N TO N.
035854     COMPUTE P = 0 - REV-OUT-P.
035855*    AN EXTOUT GENERATION FROM BEFORE FOREIGN-CURRENCY BATCHES HAS
035856*    NO ORIGINAL-CURRENCY PRODUCT -- IT WAS A HOME BATCH, SO THE
035857*    HOME AMOUNT STANDS IN, AS IT WOULD HAVE BEEN LOGGED TODAY.
035858     IF REV-OUT-ORIG-P NUMERIC
035859         COMPUTE ML-ORIG-P = 0 - REV-OUT-ORIG-P
035860     ELSE
035861         MOVE P TO ML-ORIG-P
035862     END-IF.
035863*    LIKEWISE A ROW FROM BEFORE SALES TAX CARRIES NO TAX, AND
035864*    REVERSES NONE.
035865     IF REV-OUT-TAX NUMERIC
035866         COMPUTE ML-TAX = 0 - REV-OUT-TAX
035867     ELSE
035868         MOVE ZERO TO ML-TAX
035869     END-IF.
035870     MOVE REV-OUT-TAX-CODE TO ML-TAX-CODE.
035871     MOVE REV-OUT-CURRENCY TO ML-BATCH-CURRENCY.
035872     MOVE REV-OUT-DOC-NO   TO ML-CUR-DOC-NO.
035873     MOVE REV-OUT-DOC-LINE TO ML-CUR-DOC-LINE.
035874     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
035875     IF NOT ML-AUD-ROW-WRITTEN
035876         GO TO 4835-EXIT
035877     END-IF.
035878     ADD 1 TO ML-REV-AUD-COUNT.
035879     ADD P TO ML-REV-AUD-SUM.
035880     ADD ML-TAX TO ML-REV-AUD-TAX.
035881 4835-EXIT.
035882     EXIT.
035883*
035884******************************************************************
035885*  4840-WRITE-REVERSAL-GL -- THE STAMPED MULTGL GENERATION,
035886*  NEGATED LINE FOR LINE INTO A FRESH MULTGL: THE SAME POSTING
035887*  LINES, ACCOUNTS, 'S' SUMMARIES, AND TRAILER COUNTS, WITH EVERY
035888*  AMOUNT'S SIGN TURNED.  TAKING THE ACCOUNTS FROM THE ORIGINAL
035889*  EXTRACT RATHER THAN RE-RESOLVING THEM THROUGH ITEMGLA MEANS
035890*  EVERY OFFSET LANDS IN THE ACCOUNT THE ORIGINAL BOOKED TO, EVEN
035891*  IF THE MAP HAS CHANGED SINCE.  THE HEADER CARRIES THIS RUN'S
035892*  DATE AND JOB ID AND THE ORIGINAL BATCH ID.
035893******************************************************************
035894 4840-WRITE-REVERSAL-GL.
035895     MOVE ZERO TO ML-GL-COUNT, ML-GL-EXCL-COUNT, ML-GL-SUM-P.
035896     MOVE 'N' TO ML-REV-EOF-SW.
035897     OPEN INPUT REV-GL-FILE.
035898     IF ML-REV-GL-FILE-STATUS NOT = '00'
035899         DISPLAY ML-REV-GL-NAME ' REOPEN FAILED - STATUS '
035900             ML-REV-GL-FILE-STATUS
035901         DISPLAY 'WARNING - REVERSAL GL EXTRACT NOT PRODUCED'
035902         GO TO 4840-EXIT
035903     END-IF.
035904     OPEN OUTPUT GL-FILE.
035905     IF ML-GL-FILE-STATUS NOT = '00'
035906         DISPLAY 'MULTGL OPEN FAILED - STATUS '
035907             ML-GL-FILE-STATUS
035908         DISPLAY 'WARNING - REVERSAL GL EXTRACT NOT PRODUCED'
035909         CLOSE REV-GL-FILE
035910         GO TO 4840-EXIT
035911     END-IF.
035912     PERFORM 4845-REVERSE-ONE-GL-ROW THRU 4845-EXIT
035913         WITH TEST AFTER
035914         UNTIL ML-REV-NO-MORE-ROWS.
035915     CLOSE REV-GL-FILE, GL-FILE.
035916     SET ML-GL-EXTRACT-WRITTEN TO TRUE.
035917     DISPLAY 'REVERSAL GL EXTRACT WRITTEN TO MULTGL'.
035918 4840-EXIT.
035919     EXIT.
035920*
035921******************************************************************
035922*  4845-REVERSE-ONE-GL-ROW -- ONE MULTGL ROW OF 4840'S LOOP,
035923*  COPIED INTO GL-FILE'S RECORD AREA AND NEGATED THERE BY TYPE.
035924*  A POSTING LINE FROM BEFORE FOREIGN-CURRENCY BATCHES HAS A BLANK
035925*  ORIGINAL-CURRENCY PRODUCT AND IS LEFT BLANK, AND A TRAILER FROM
035926*  BEFORE SALES TAX A BLANK TAX TOTAL.
035927******************************************************************
035928 4845-REVERSE-ONE-GL-ROW.
035929     READ REV-GL-FILE
035930         AT END
035931             MOVE 'Y' TO ML-REV-EOF-SW
035932     END-READ.
035933     IF ML-REV-NO-MORE-ROWS
035934         GO TO 4845-EXIT
035935     END-IF.
035936     MOVE REV-GL-RECORD TO GL-HEADER-RECORD.
035937     IF GL-HDR-REC-TYPE = 'H'
035938         MOVE ML-RUN-DATE TO GL-HDR-RUN-DATE
035939         MOVE ML-JOB-ID   TO GL-HDR-JOB-ID
035940         MOVE ML-BATCH-ID TO GL-HDR-BATCH-ID
035941         MOVE ML-BATCH-PERIOD TO GL-HDR-PERIOD
035942     END-IF.
035943     IF GL-DET-REC-TYPE = 'D'
035944         COMPUTE GL-DET-M = 0 - GL-DET-M
035945         COMPUTE GL-DET-P = 0 - GL-DET-P
035946         IF GL-DET-ORIG-P NUMERIC
035947             COMPUTE GL-DET-ORIG-P = 0 - GL-DET-ORIG-P
035948         END-IF
035949         ADD 1 TO ML-GL-COUNT
035950         ADD GL-DET-P TO ML-GL-SUM-P
035951     END-IF.
035952     IF GL-SUM-REC-TYPE = 'S'
035953         COMPUTE GL-SUM-AMOUNT = 0 - GL-SUM-AMOUNT
035954     END-IF.
035955     IF GL-TAX-REC-TYPE = 'X'
035956         COMPUTE GL-TAX-AMOUNT = 0 - GL-TAX-AMOUNT
035957         COMPUTE GL-TAX-BASE = 0 - GL-TAX-BASE
035958     END-IF.
035959     IF GL-TRL-REC-TYPE = 'T'
035960         COMPUTE GL-TRL-SUM-P = 0 - GL-TRL-SUM-P
035961         MOVE GL-TRL-EXCLUDED TO ML-GL-EXCL-COUNT
035962         IF GL-TRL-TAX-SUM NUMERIC
035963             COMPUTE GL-TRL-TAX-SUM = 0 - GL-TRL-TAX-SUM
035964         END-IF
035965     END-IF.
035966     WRITE GL-HEADER-RECORD.
035967 4845-EXIT.
035968     EXIT.
035969*
035970******************************************************************
035971*  4850-MARK-REGISTER-REVERSED -- REWRITES MULTBREG THROUGH
035972*  MULTBREGWK: THE COMPLETED OR RESUBMISSION ROW BEING BACKED OUT
035973*  BECOMES REVERSED, LINKED TO THIS RUN, AND A REVERSAL ROW FOR
035974*  THIS RUN IS ADDED, LINKED BACK TO IT.  THE WORK FILE IS RENAMED
035975*  OVER THE REGISTER ONLY WHEN IT IS COMPLETE, SO A FAILURE LEAVES
035976*  THE OLD REGISTER STANDING.  A REGISTER THAT CANNOT BE UPDATED
035977*  IS SHOUTED ABOUT BUT DOES NOT UNDO THE REVERSAL ALREADY
035978*  WRITTEN.
035979******************************************************************
035980 4850-MARK-REGISTER-REVERSED.
035981     MOVE 'N' TO ML-BREG-EOF-SW.
035982     OPEN INPUT BREG-FILE.
035983     IF ML-BREG-FILE-STATUS NOT = '00'
035984         DISPLAY 'MULTBREG REOPEN FAILED - STATUS '
035985             ML-BREG-FILE-STATUS
035986         DISPLAY 'WARNING - BATCH ' ML-BATCH-ID ' NOT MARKED '
035987             'REVERSED'
035988         GO TO 4850-EXIT
035989     END-IF.
035990     OPEN OUTPUT BREG-TEMP-FILE.
035991     IF ML-BREG-TMP-FILE-STATUS NOT = '00'
035992         DISPLAY 'MULTBREGWK OPEN FAILED - STATUS '
035993             ML-BREG-TMP-FILE-STATUS
035994         DISPLAY 'WARNING - BATCH ' ML-BATCH-ID ' NOT MARKED '
035995             'REVERSED'
035996         CLOSE BREG-FILE
035997         GO TO 4850-EXIT
035998     END-IF.
035999     PERFORM 4855-COPY-ONE-REGISTER-ROW THRU 4855-EXIT
036000         WITH TEST AFTER
036001         UNTIL ML-BREG-NO-MORE-ROWS.
036002     MOVE SPACES               TO BREG-RECORD.
036003     MOVE ML-BATCH-ID          TO BREG-BATCH-ID.
036004     MOVE ML-BATCH-SOURCE      TO BREG-SOURCE.
036005     MOVE ML-BATCH-BUS-DATE    TO BREG-BUS-DATE.
036006     MOVE ML-RUN-DATE          TO BREG-RUN-DATE.
036007     MOVE ML-JOB-ID            TO BREG-JOB-ID.
036008     MOVE 'V'                  TO BREG-STATUS.
036009     MOVE ML-REV-ORIG-RUN-DATE TO BREG-LINK-RUN-DATE.
036010     MOVE ML-REV-ORIG-JOB-ID   TO BREG-LINK-JOB-ID.
036011     MOVE ML-BATCH-PERIOD      TO BREG-PERIOD.
036012     WRITE BREG-TEMP-RECORD FROM BREG-RECORD.
036013     CLOSE BREG-FILE.
036014     CLOSE BREG-TEMP-FILE.
036015     CALL 'CBL_RENAME_FILE' USING ML-BREG-TMP-OLD-NAME,
036016         ML-BREG-TMP-NEW-NAME RETURNING ML-BREG-TMP-RENAME-RC.
036017     IF ML-BREG-TMP-RENAME-RC NOT = ZERO
036018         DISPLAY 'MULTBREG RENAME FAILED - RC '
036019             ML-BREG-TMP-RENAME-RC
036020         DISPLAY 'WARNING - BATCH ' ML-BATCH-ID ' NOT MARKED '
036021             'REVERSED'
036022         GO TO 4850-EXIT
036023     END-IF.
036024     SET ML-REV-REGISTER-UPDATED TO TRUE.
036025     IF ML-REV-TARGET-RESUB
036026         DISPLAY 'RESUBMISSION OF BATCH ' ML-BATCH-ID ' RUN ON '
036027             ML-REV-ORIG-RUN-DATE ' MARKED REVERSED ON MULTBREG'
036028     ELSE
036029         DISPLAY 'BATCH ' ML-BATCH-ID
036030             ' MARKED REVERSED ON MULTBREG'
036031     END-IF.
036032 4850-EXIT.
036033     EXIT.
036034*
036035******************************************************************
036036*  4855-COPY-ONE-REGISTER-ROW -- ONE ROW OF 4850'S REWRITE.  ONLY
036037*  THE ROW 4810 FOUND IS CHANGED; EVERY OTHER ROW, OLD SHORT ROWS
036038*  INCLUDED, IS COPIED AS IT STANDS.
036039******************************************************************
036040 4855-COPY-ONE-REGISTER-ROW.
036041     READ BREG-FILE
036042         AT END
036043             MOVE 'Y' TO ML-BREG-EOF-SW
036044     END-READ.
036045     IF ML-BREG-NO-MORE-ROWS
036046         GO TO 4855-EXIT
036047     END-IF.
036048     IF BREG-BATCH-ID = ML-BATCH-ID
036049        AND (BREG-COMPLETED OR BREG-RESUBMISSION)
036050        AND BREG-RUN-DATE = ML-REV-ORIG-RUN-DATE
036051        AND BREG-JOB-ID = ML-REV-ORIG-JOB-ID
036052         MOVE 'X'         TO BREG-STATUS
036053         MOVE ML-RUN-DATE TO BREG-LINK-RUN-DATE
036054         MOVE ML-JOB-ID   TO BREG-LINK-JOB-ID
036055     END-IF.
036056     WRITE BREG-TEMP-RECORD FROM BREG-RECORD.
036057 4855-EXIT.
036058     EXIT.
036059*
036060******************************************************************
036061*  4860-RELEASE-REFERENCES -- A REVERSED BATCH'S LINES NO LONGER
036062*  STAND POSTED, SO THEIR MULTDREF ROWS COME OFF AND THE SAME
036063*  REFERENCES MAY POST AGAIN.  A ROW NOW OWNED BY ANOTHER BATCH IS
036064*  LEFT ALONE.  RUN ONLY ONCE THE REGISTER IS MARKED REVERSED; A
036065*  FAILURE HERE IS SHOUTED ABOUT BUT THE REVERSAL STANDS -- THE
036066*  LEFTOVER ROWS ONLY MAKE A LEGITIMATE RESEND REJECT AS DUP.
036067******************************************************************
036068 4860-RELEASE-REFERENCES.
036069     MOVE 'N' TO ML-DREF-EOF-SW.
036070     MOVE ML-BATCH-SOURCE TO ML-DREF-SOURCE.
036071     PERFORM 4116-OPEN-REFERENCE-INDEX THRU 4116-EXIT.
036072     IF NOT ML-DREF-AVAILABLE
036073         DISPLAY 'WARNING - REFERENCES NOT RELEASED FROM MULTDREF'
036074         GO TO 4860-EXIT
036075     END-IF.
036076     OPEN INPUT REV-OUT-FILE.
036077     IF ML-REV-OUT-FILE-STATUS NOT = '00'
036078         DISPLAY ML-REV-OUT-NAME ' REOPEN FAILED - STATUS '
036079             ML-REV-OUT-FILE-STATUS
036080         DISPLAY 'WARNING - REFERENCES NOT RELEASED FROM MULTDREF'
036081         CLOSE DREF-FILE
036082         MOVE 'N' TO ML-DREF-AVAIL-SW
036083         GO TO 4860-EXIT
036084     END-IF.
036085     PERFORM 4865-RELEASE-ONE-REFERENCE THRU 4865-EXIT
036086         WITH TEST AFTER
036087         UNTIL ML-DREF-NO-MORE-ROWS.
036088     CLOSE REV-OUT-FILE, DREF-FILE.
036089     MOVE 'N' TO ML-DREF-AVAIL-SW.
036090 4860-EXIT.
036091     EXIT.
036092*
036093******************************************************************
036094*  4865-RELEASE-ONE-REFERENCE -- ONE EXTOUT ROW OF 4860'S LOOP.
036095******************************************************************
036096 4865-RELEASE-ONE-REFERENCE.
036097     READ REV-OUT-FILE
036098         AT END
036099             MOVE 'Y' TO ML-DREF-EOF-SW
036100     END-READ.
036101     IF ML-DREF-NO-MORE-ROWS
036102         GO TO 4865-EXIT
036103     END-IF.
036104     IF NOT REV-OUT-OK AND NOT REV-OUT-WARNING
036105         GO TO 4865-EXIT
036106     END-IF.
036107     IF REV-OUT-DOC-NO = SPACES
036108         GO TO 4865-EXIT
036109     END-IF.
036110     MOVE ML-DREF-SOURCE   TO DR-REF-SOURCE.
036111     MOVE REV-OUT-DOC-NO   TO DR-REF-DOC-NO.
036112     MOVE REV-OUT-DOC-LINE TO DR-REF-DOC-LINE.
036113     READ DREF-FILE
036114         INVALID KEY
036115             GO TO 4865-EXIT
036116     END-READ.
036117     IF DR-REF-BATCH-ID NOT = ML-BATCH-ID
036118         GO TO 4865-EXIT
036119     END-IF.
036120     DELETE DREF-FILE RECORD
036121         INVALID KEY
036122             DISPLAY 'MULTDREF DELETE FAILED - STATUS '
036123                 ML-DREF-FILE-STATUS
036124         NOT INVALID KEY
036125             ADD 1 TO ML-DREF-RELEASED-COUNT
036126     END-DELETE.
036127 4865-EXIT.
036128     EXIT.
036129*
036130******************************************************************
036131*  4870-WRITE-REVERSAL-REPORT -- THE REVERSAL RUN'S CONTROL
036132*  REPORT: WHICH RUN WAS BACKED OUT, WHAT WAS REVERSED ON EACH
036133*  SIDE, WHETHER THE REGISTER WAS MARKED, AND HOW MANY OF THE
036134*  BATCH'S GENERATIONS ARE STILL POSTED.
036135******************************************************************
036136 4870-WRITE-REVERSAL-REPORT.
036137     MOVE 'MULTIPLICATION BATCH REVERSAL REPORT' TO RPT-RECORD.
036138     WRITE RPT-RECORD.
036139     MOVE SPACE TO RPT-RECORD.
036140     STRING 'RUN MODE.................: REVERSAL'
036141         DELIMITED BY SIZE INTO RPT-RECORD.
036142     WRITE RPT-RECORD.
036143     MOVE SPACE TO RPT-RECORD.
036144     STRING 'BATCH ID.................: ' ML-BATCH-ID
036145         DELIMITED BY SIZE INTO RPT-RECORD.
036146     WRITE RPT-RECORD.
036147     MOVE SPACE TO RPT-RECORD.
036148     STRING 'SOURCE SYSTEM............: ' ML-BATCH-SOURCE
036149         DELIMITED BY SIZE INTO RPT-RECORD.
036150     WRITE RPT-RECORD.
036151     MOVE SPACE TO RPT-RECORD.
036152     STRING 'BUSINESS DATE............: ' ML-BATCH-BUS-DATE
036153         DELIMITED BY SIZE INTO RPT-RECORD.
036154     WRITE RPT-RECORD.
036155     MOVE SPACE TO RPT-RECORD.
036156     IF ML-REV-TARGET-RESUB
036157         STRING 'RESUBMISSION REVERSED....: ' ML-REV-ORIG-RUN-DATE
036158             ' JOB ' ML-REV-ORIG-JOB-ID
036159             DELIMITED BY SIZE INTO RPT-RECORD
036160     ELSE
036161         STRING 'ORIGINAL RUN REVERSED....: ' ML-REV-ORIG-RUN-DATE
036162             ' JOB ' ML-REV-ORIG-JOB-ID
036163             DELIMITED BY SIZE INTO RPT-RECORD
036164     END-IF.
036165     WRITE RPT-RECORD.
036166     MOVE ML-REV-LEFT-COUNT TO ML-RPT-COUNT-ED.
036167     MOVE SPACE TO RPT-RECORD.
036168     STRING 'GENERATIONS STILL POSTED.: ' ML-RPT-COUNT-ED
036169         DELIMITED BY SIZE INTO RPT-RECORD.
036170     WRITE RPT-RECORD.
036171     PERFORM 7200-WRITE-PERIOD-LINES THRU 7200-EXIT.
036172     MOVE ML-REV-ROWS-READ TO ML-RPT-COUNT-ED.
036173     MOVE SPACE TO RPT-RECORD.
036174     STRING 'EXTOUT ROWS READ.........: ' ML-RPT-COUNT-ED
036175         DELIMITED BY SIZE INTO RPT-RECORD.
036176     WRITE RPT-RECORD.
036177     MOVE ML-REV-SKIP-COUNT TO ML-RPT-COUNT-ED.
036178     MOVE SPACE TO RPT-RECORD.
036179     STRING 'ROWS NEVER POSTED........: ' ML-RPT-COUNT-ED
036180         DELIMITED BY SIZE INTO RPT-RECORD.
036181     WRITE RPT-RECORD.
036182     MOVE ML-REV-AUD-COUNT TO ML-RPT-COUNT-ED.
036183     MOVE SPACE TO RPT-RECORD.
036184     STRING 'AUDIT ROWS REVERSED......: ' ML-RPT-COUNT-ED
036185         DELIMITED BY SIZE INTO RPT-RECORD.
036186     WRITE RPT-RECORD.
036187     MOVE ML-REV-AUD-SUM TO ML-RPT-SUM-ED.
036188     MOVE SPACE TO RPT-RECORD.
036189     STRING 'SUM OF PRODUCTS REVERSED.: ' ML-RPT-SUM-ED
036190         DELIMITED BY SIZE INTO RPT-RECORD.
036191     WRITE RPT-RECORD.
036192     MOVE ML-REV-AUD-TAX TO ML-RPT-SUM-ED.
036193     MOVE SPACE TO RPT-RECORD.
036194     STRING 'SALES TAX REVERSED.......: ' ML-RPT-SUM-ED
036195         DELIMITED BY SIZE INTO RPT-RECORD.
036196     WRITE RPT-RECORD.
036197     MOVE SPACE TO RPT-RECORD.
036198     IF ML-GL-EXTRACT-WRITTEN
036199         MOVE ML-GL-COUNT TO ML-RPT-COUNT-ED
036200         STRING 'GL LINES REVERSED........: ' ML-RPT-COUNT-ED
036201             DELIMITED BY SIZE INTO RPT-RECORD
036202         WRITE RPT-RECORD
036203         MOVE ML-GL-SUM-P TO ML-RPT-SUM-ED
036204         MOVE SPACE TO RPT-RECORD
036205         STRING 'GL SUM REVERSED..........: ' ML-RPT-SUM-ED
036206             DELIMITED BY SIZE INTO RPT-RECORD
036207     ELSE
036208         STRING 'GL EXTRACT...............: NOT PRODUCED'
036209             DELIMITED BY SIZE INTO RPT-RECORD
036210     END-IF.
036211     WRITE RPT-RECORD.
036212     MOVE ML-DREF-RELEASED-COUNT TO ML-RPT-COUNT-ED.
036213     MOVE SPACE TO RPT-RECORD.
036214     STRING 'REFERENCES RELEASED......: ' ML-RPT-COUNT-ED
036215         DELIMITED BY SIZE INTO RPT-RECORD.
036216     WRITE RPT-RECORD.
036217     MOVE SPACE TO RPT-RECORD.
036218     IF ML-REV-REGISTER-UPDATED
036219         IF ML-REV-LEFT-COUNT > ZERO
036220             STRING 'RUN STATUS...............: REVERSED - '
036221                 DELIMITED BY SIZE
036222                 'EARLIER GENERATIONS STILL POSTED'
036223                 DELIMITED BY SIZE INTO RPT-RECORD
036224         ELSE
036225             STRING 'RUN STATUS...............: REVERSED - '
036226                 DELIMITED BY SIZE
036227                 'BATCH ID FREE TO RESUBMIT'
036228                 DELIMITED BY SIZE INTO RPT-RECORD
036229         END-IF
036230     ELSE
036231         STRING 'RUN STATUS...............: *** REVERSAL '
036232             DELIMITED BY SIZE
036233             'INCOMPLETE ***'
036234             DELIMITED BY SIZE INTO RPT-RECORD
036235     END-IF.
036236     WRITE RPT-RECORD.
036237     DISPLAY 'REVERSAL RUN COMPLETE - SEE CONTROL REPORT'.
036238 4870-EXIT.
036240     EXIT.
036250*
036260*    THE REPORT FILE IS NOT CLOSED HERE -- 4000 KEEPS IT OPEN
036350     IF ML-PRICE-FILE-AVAILABLE
036360         CLOSE PRICE-FILE
036370     END-IF.
036372     IF ML-TAX-FILE-AVAILABLE
036374         CLOSE TAX-FILE
036376         MOVE 'N' TO ML-TAX-AVAIL-SW
036378     END-IF.
036380     IF ML-SREG-AVAILABLE
036390         CLOSE SREG-FILE
036400         MOVE 'N' TO ML-SREG-AVAIL-SW
036402     END-IF.
036404     IF ML-DREF-AVAILABLE
036406         CLOSE DREF-FILE
036408         MOVE 'N' TO ML-DREF-AVAIL-SW
036410     END-IF.
036420 4900-EXIT.
036430     EXIT.
038420*
038430******************************************************************
038440*  6000-WRITE-AUDIT-RECORD -- DATE, OPERATOR/JOB ID, M, N, AND
038445*  THE RESULTING P, FOR EVERY EXTENSION CALCULATED.  A ROW THAT
038450*  DOES NOT WRITE IS NOT COUNTED AND SETS ML-AUD-WRITE-FAIL-SW;
038455*  THE CALLER DECIDES WHAT THAT COSTS THE RUN.
038460******************************************************************
038470 6000-WRITE-AUDIT-RECORD.
038472*    A PRE-SCREEN NEVER OPENED MULTAUD AND LOGS NOTHING.
038474     IF ML-VALIDATE-MODE
038476         GO TO 6000-EXIT
038478     END-IF.
038480     ADD 1 TO ML-AUD-SEQ-CTR.
038490     MOVE ML-RUN-DATE    TO ML-AUD-DATE.
038500     MOVE ML-JOB-ID      TO ML-AUD-JOB-ID.
038550     MOVE P              TO ML-AUD-P.
038560     MOVE ML-ORIG-P      TO ML-AUD-ORIG-P.
038570     MOVE ML-BATCH-CURRENCY TO ML-AUD-CURRENCY.
038573     MOVE ML-TAX-CODE    TO ML-AUD-TAX-CODE.
038576     MOVE ML-TAX         TO ML-AUD-TAX.
038580     IF ML-RECORD-REJECTED
038590         SET ML-AUD-REJECTED TO TRUE
038600     ELSE
038603         IF ML-REVERSAL-MODE
038606             SET ML-AUD-REVERSAL TO TRUE
038609         ELSE
038612             MOVE ML-CALC-STATUS TO ML-AUD-STATUS
038615         END-IF
038620     END-IF.
038630     MOVE ML-BATCH-ID    TO ML-AUD-BATCH-ID.
038640     MOVE ML-CUR-DOC-NO   TO ML-AUD-DOC-NO.
038650     MOVE ML-CUR-DOC-LINE TO ML-AUD-DOC-LINE.
038651     MOVE 'N' TO ML-AUD-ROW-SW.
038652     WRITE ML-AUDIT-RECORD
038653         INVALID KEY
038654             SET ML-AUD-WRITE-FAILED TO TRUE
038655         NOT INVALID KEY
038656             SET ML-AUD-ROW-WRITTEN TO TRUE
038657             ADD 1 TO ML-AUD-TOTAL-COUNT
038658     END-WRITE.
038659*    A FAILURE OTHER THAN A KEY ERROR TAKES NEITHER LEG ABOVE.
038660     IF NOT ML-AUD-ROW-WRITTEN
038661         SET ML-AUD-WRITE-FAILED TO TRUE
038662         DISPLAY 'MULTAUD WRITE FAILED - STATUS '
038663             ML-AUD-FILE-STATUS ' - KEY ' ML-AUD-JOB-ID ' '
038664             ML-AUD-DATE ' ' ML-AUD-SEQ
038665     END-IF.
038680 6000-EXIT.
038690     EXIT.
038700*
038830     MOVE ML-BATCH-ID    TO SUSP-BATCH-ID.
038840     MOVE EXT-IN-RECORD  TO SUSP-ORIG-IMAGE.
038850     MOVE ML-BATCH-CURRENCY TO SUSP-CURRENCY.
038855     MOVE ML-BATCH-TAX-CODE TO SUSP-TAX-CODE.
038860     WRITE SUSP-RECORD.
038870     ADD 1 TO ML-SUSP-COUNT.
038880     PERFORM 6150-POST-SUSPENSE-REGISTER THRU 6150-EXIT.
039750*  IT TRUSTS THE NUMBERS.
039760******************************************************************
039770 7000-PRODUCE-CONTROL-REPORT.
039772     IF ML-VALIDATE-MODE
039774         MOVE 'MULTIPLICATION BATCH PRE-SCREEN REPORT'
039776             TO RPT-RECORD
039778     ELSE
039780         MOVE 'MULTIPLICATION BATCH CONTROL REPORT' TO RPT-RECORD
039782     END-IF.
039790     WRITE RPT-RECORD.
039800     MOVE SPACE TO RPT-RECORD.
039810     IF ML-RESUBMIT-MODE
039820         STRING 'RUN MODE.................: RESUBMIT'
039830             DELIMITED BY SIZE INTO RPT-RECORD
039840     ELSE
039843         IF ML-VALIDATE-MODE
039846             STRING 'RUN MODE.................: VALIDATE ONLY - '
039849                 DELIMITED BY SIZE
039852                 'NOTHING POSTED'
039855                 DELIMITED BY SIZE INTO RPT-RECORD
039858         ELSE
039861             STRING 'RUN MODE.................: BATCH'
039864                 DELIMITED BY SIZE INTO RPT-RECORD
039867         END-IF
039870     END-IF.
039880     WRITE RPT-RECORD.
039881     IF ML-VALIDATE-MODE
039882         MOVE SPACE TO RPT-RECORD
039883         STRING 'INPUT FILE...............: ' ML-EXTIN-NAME
039884             DELIMITED BY SIZE INTO RPT-RECORD
039885         WRITE RPT-RECORD
039886     END-IF.
039890     MOVE SPACE TO RPT-RECORD.
039900     STRING 'BATCH ID.................: ' ML-BATCH-ID
039910         DELIMITED BY SIZE INTO RPT-RECORD.
039940     STRING 'SOURCE SYSTEM............: ' ML-BATCH-SOURCE
039950         DELIMITED BY SIZE INTO RPT-RECORD.
039960     WRITE RPT-RECORD.
039962     IF ML-PARTNER-CHECKED
039964         PERFORM 7250-WRITE-PARTNER-LINES THRU 7250-EXIT
039966     END-IF.
039970     MOVE SPACE TO RPT-RECORD.
039980     STRING 'BUSINESS DATE............: ' ML-BATCH-BUS-DATE
039990         DELIMITED BY SIZE INTO RPT-RECORD.
040000     WRITE RPT-RECORD.
040005     PERFORM 7200-WRITE-PERIOD-LINES THRU 7200-EXIT.
040010     MOVE SPACE TO RPT-RECORD.
040020     IF ML-HOME-CURRENCY-BATCH
040030         STRING 'BATCH CURRENCY...........: (HOME)'
040140             DELIMITED BY SIZE INTO RPT-RECORD
040150         WRITE RPT-RECORD
040160     END-IF.
040161     MOVE SPACE TO RPT-RECORD.
040162     IF ML-BATCH-TAX-CODE = SPACES OR 'NONE'
040163         STRING 'KEYED DETAIL TAX CODE....: (UNTAXED)'
040164             DELIMITED BY SIZE INTO RPT-RECORD
040165     ELSE
040166         STRING 'KEYED DETAIL TAX CODE....: ' ML-BATCH-TAX-CODE
040167             DELIMITED BY SIZE INTO RPT-RECORD
040168     END-IF.
040169     WRITE RPT-RECORD.
040170     MOVE ML-REC-COUNT TO ML-RPT-COUNT-ED.
040180     MOVE SPACE TO RPT-RECORD.
040190     STRING 'RECORDS PROCESSED........: ' ML-RPT-COUNT-ED
040200         DELIMITED BY SIZE INTO RPT-RECORD.
040210     WRITE RPT-RECORD.
040220     MOVE ML-SUM-P TO ML-RPT-SUM-ED.
040221     MOVE SPACE TO RPT-RECORD.
040222     STRING 'SUM OF PRODUCTS..........: ' ML-RPT-SUM-ED
040223         DELIMITED BY SIZE INTO RPT-RECORD.
040224     WRITE RPT-RECORD.
040225     MOVE SPACE TO RPT-RECORD.
040226     STRING 'NET OF TAX...............: ' ML-RPT-SUM-ED
040227         DELIMITED BY SIZE INTO RPT-RECORD.
040228     WRITE RPT-RECORD.
040229     MOVE ML-SUM-TAX TO ML-RPT-SUM-ED.
040230     MOVE SPACE TO RPT-RECORD.
040231     STRING 'SALES TAX................: ' ML-RPT-SUM-ED
040232         DELIMITED BY SIZE INTO RPT-RECORD.
040233     WRITE RPT-RECORD.
040234     COMPUTE ML-GROSS = ML-SUM-P + ML-SUM-TAX
040235         ON SIZE ERROR
040236             MOVE ZERO TO ML-GROSS
040237             SET ML-TOTALS-OVERFLOW TO TRUE
040238     END-COMPUTE.
040239     MOVE ML-GROSS TO ML-RPT-SUM-ED.
040240     MOVE SPACE TO RPT-RECORD.
040241     STRING 'GROSS (NET PLUS TAX).....: ' ML-RPT-SUM-ED
040250         DELIMITED BY SIZE INTO RPT-RECORD.
040260     WRITE RPT-RECORD.
040270     MOVE ML-HIGH-P TO ML-RPT-HIGH-ED.
040600         DELIMITED BY SIZE INTO RPT-RECORD.
040610     WRITE RPT-RECORD.
040620     MOVE ML-SUSP-COUNT TO ML-RPT-SUSP-ED.
040621     MOVE SPACE TO RPT-RECORD.
040622     STRING 'SUSPENSE ROWS WRITTEN....: ' ML-RPT-SUSP-ED
040623         DELIMITED BY SIZE INTO RPT-RECORD.
040624     WRITE RPT-RECORD.
040625     MOVE ML-DUP-REF-COUNT TO ML-RPT-COUNT-ED.
040626     MOVE SPACE TO RPT-RECORD.
040627     STRING 'DUPLICATE REFERENCES.....: ' ML-RPT-COUNT-ED
040628         DELIMITED BY SIZE INTO RPT-RECORD.
040629     WRITE RPT-RECORD.
040630     MOVE ML-BLANK-REF-COUNT TO ML-RPT-COUNT-ED.
040631     MOVE SPACE TO RPT-RECORD.
040632     STRING 'BLANK REFERENCES.........: ' ML-RPT-COUNT-ED
040633         DELIMITED BY SIZE INTO RPT-RECORD.
040634     WRITE RPT-RECORD.
040635     MOVE ML-DREF-POSTED-COUNT TO ML-RPT-COUNT-ED.
040636     MOVE SPACE TO RPT-RECORD.
040637     STRING 'REFERENCES INDEXED.......: ' ML-RPT-COUNT-ED
040638         DELIMITED BY SIZE INTO RPT-RECORD.
040639     WRITE RPT-RECORD.
040640     IF NOT ML-DREF-CHECKED
040641         MOVE SPACE TO RPT-RECORD
040642         STRING 'REFERENCE INDEX..........: NOT AVAILABLE'
040643             DELIMITED BY SIZE INTO RPT-RECORD
040644         WRITE RPT-RECORD
040645     END-IF.
040646     IF ML-DRC-COUNT > 0
040647         PERFORM 7150-LIST-DUPLICATE-REF THRU 7150-EXIT
040648             VARYING ML-DRC-SUB FROM 1 BY 1
040649             UNTIL ML-DRC-SUB > ML-DRC-COUNT
040650     END-IF.
040651     IF ML-DRC-OVERFLOW
040652         MOVE SPACE TO RPT-RECORD
040653         STRING 'DUPLICATE REFERENCE......: (MORE NOT '
040654             DELIMITED BY SIZE
040655             'LISTED)'
040656             DELIMITED BY SIZE INTO RPT-RECORD
040657         WRITE RPT-RECORD
040658     END-IF.
040659     IF ML-GL-PRESCREENED
040660         PERFORM 7300-WRITE-PRESCREEN-GL-LINES THRU 7300-EXIT
040661     END-IF.
040670     IF ML-GL-EXTRACT-WRITTEN
040680         MOVE ML-GL-COUNT TO ML-RPT-COUNT-ED
040690         MOVE SPACE TO RPT-RECORD
040730         MOVE ML-GL-EXCL-COUNT TO ML-RPT-COUNT-ED
040740         MOVE SPACE TO RPT-RECORD
040750         STRING 'GL LINES EXCLUDED........: ' ML-RPT-COUNT-ED
040751             DELIMITED BY SIZE INTO RPT-RECORD
040752         WRITE RPT-RECORD
040753         MOVE ML-GL-TAX-COUNT TO ML-RPT-COUNT-ED
040754         MOVE SPACE TO RPT-RECORD
040755         STRING 'GL TAX LINES WRITTEN.....: ' ML-RPT-COUNT-ED
040760             DELIMITED BY SIZE INTO RPT-RECORD
040770         WRITE RPT-RECORD
040780         MOVE ML-GL-UNMAP-COUNT TO ML-RPT-COUNT-ED
041250             DELIMITED BY SIZE INTO RPT-RECORD
041260     END-IF.
041270     WRITE RPT-RECORD.
041272     IF ML-VALIDATE-MODE
041274         PERFORM 7350-WRITE-PRESCREEN-VERDICT THRU 7350-EXIT
041276         GO TO 7000-EXIT
041278     END-IF.
041280     DISPLAY 'BATCH RUN COMPLETE - SEE CONTROL REPORT'.
041290 7000-EXIT.
041300     EXIT.
041420     WRITE RPT-RECORD.
041430 7100-EXIT.
041440     EXIT.
041450*
041460******************************************************************
041470*  7150-LIST-DUPLICATE-REF -- ONE REJECTED DUPLICATE ON THE
041480*  CONTROL REPORT, WITH THE BATCH AND RUN DATE THAT FIRST POSTED
041490*  THE REFERENCE, SO THE SENDER CAN BE TOLD WHICH EXTRACT IT
041500*  REPEATED.
041510******************************************************************
041520 7150-LIST-DUPLICATE-REF.
041530     MOVE SPACE TO RPT-RECORD.
041540     STRING 'DUPLICATE REFERENCE......: '
041550         ML-DRC-DOC-NO (ML-DRC-SUB) ' '
041560         ML-DRC-DOC-LINE (ML-DRC-SUB) ' PRIOR BATCH '
041570         ML-DRC-BATCH-ID (ML-DRC-SUB) ' RUN '
041580         ML-DRC-RUN-DATE (ML-DRC-SUB)
041590         DELIMITED BY SIZE INTO RPT-RECORD.
041600     WRITE RPT-RECORD.
041610 7150-EXIT.
041620     EXIT.
041630*
041640******************************************************************
041650*  7200-WRITE-PERIOD-LINES -- THE ACCOUNTING PERIOD THE RUN POSTED
041660*  INTO, AND WHEN THE BATCH WAS DATED INTO A CLOSED PERIOD, WHICH
041670*  ONE IT WAS REDIRECTED FROM -- SHARED BY THE CONTROL REPORT AND
041680*  THE REVERSAL REPORT.
041690******************************************************************
041700 7200-WRITE-PERIOD-LINES.
041710     MOVE SPACE TO RPT-RECORD.
041720     STRING 'POSTING PERIOD...........: ' ML-BATCH-PERIOD
041730         DELIMITED BY SIZE INTO RPT-RECORD.
041740     WRITE RPT-RECORD.
041750     IF ML-PERIOD-REDIRECTED
041760         MOVE SPACE TO RPT-RECORD
041770         STRING 'CLOSED PERIOD............: ' ML-DATED-PERIOD
041780             ' - REDIRECTED TO ' ML-BATCH-PERIOD
041790             DELIMITED BY SIZE INTO RPT-RECORD
041800         WRITE RPT-RECORD
041810     END-IF.
041820     IF NOT ML-PERIOD-CALENDAR-USED
041830         MOVE SPACE TO RPT-RECORD
041840         STRING 'PERIOD CALENDAR..........: NOT AVAILABLE'
041850             DELIMITED BY SIZE INTO RPT-RECORD
041860         WRITE RPT-RECORD
041870     END-IF.
041880 7200-EXIT.
041890     EXIT.
041900*
041910******************************************************************
041920*  7250-WRITE-PARTNER-LINES -- THE TRADING-PARTNER PROFILE THE
041930*  BATCH WAS AUTHORIZED UNDER, AS READ FROM PARTMST AT THE HEADER
041940*  CHECK.
041950******************************************************************
041960 7250-WRITE-PARTNER-LINES.
041970     MOVE SPACE TO RPT-RECORD.
041980     STRING 'TRADING PARTNER..........: ' ML-PARTNER-NAME
041990         DELIMITED BY SIZE INTO RPT-RECORD.
042000     WRITE RPT-RECORD.
042010     MOVE SPACE TO RPT-RECORD.
042020     STRING 'PARTNER STATUS...........: ACTIVE'
042030         DELIMITED BY SIZE INTO RPT-RECORD.
042040     WRITE RPT-RECORD.
042050     MOVE SPACE TO RPT-RECORD.
042060     IF ML-PARTNER-CURR-AREA = SPACES
042070         STRING 'ALLOWED CURRENCIES.......: (HOME ONLY)'
042080             DELIMITED BY SIZE INTO RPT-RECORD
042090     ELSE
042100         STRING 'ALLOWED CURRENCIES.......: (HOME) '
042110             ML-PARTNER-CURR (1) ' ' ML-PARTNER-CURR (2) ' '
042120             ML-PARTNER-CURR (3) ' ' ML-PARTNER-CURR (4) ' '
042130             ML-PARTNER-CURR (5) ' ' ML-PARTNER-CURR (6) ' '
042140             ML-PARTNER-CURR (7) ' ' ML-PARTNER-CURR (8)
042150             DELIMITED BY SIZE INTO RPT-RECORD
042160     END-IF.
042170     WRITE RPT-RECORD.
042180     MOVE SPACE TO RPT-RECORD.
042190     IF ML-PARTNER-ITEM-ONLY
042200         STRING 'DETAIL TYPES ALLOWED.....: I (ITEM-CODED ONLY)'
042210             DELIMITED BY SIZE INTO RPT-RECORD
042220     ELSE
042230         STRING 'DETAIL TYPES ALLOWED.....: D AND I'
042240             DELIMITED BY SIZE INTO RPT-RECORD
042250     END-IF.
042260     WRITE RPT-RECORD.
042270     MOVE SPACE TO RPT-RECORD.
042280     IF ML-VALIDATE-MODE
042290         STRING 'ACK DELIVERED AS.........: NOT DELIVERED - '
042300             DELIMITED BY SIZE
042310             'PRE-SCREEN'
042320             DELIMITED BY SIZE INTO RPT-RECORD
042330     ELSE
042340         IF ML-PARTNER-ACK-NAME = SPACES
042350             STRING 'ACK DELIVERED AS.........: MULTACK'
042360                 DELIMITED BY SIZE INTO RPT-RECORD
042370         ELSE
042380             STRING 'ACK DELIVERED AS.........: '
042390                 ML-PARTNER-ACK-NAME
042400                 DELIMITED BY SIZE INTO RPT-RECORD
042410         END-IF
042420     END-IF.
042430     WRITE RPT-RECORD.
042440 7250-EXIT.
042450     EXIT.
042460*
042470******************************************************************
042480*  7300-WRITE-PRESCREEN-GL-LINES -- WHAT THE GL EXTRACT WOULD HAVE
042490*  POSTED: LINE COUNTS, UNMAPPED ITEMS, AND ONE LINE PER ACCOUNT
042500*  WITH ITS LINE COUNT AND AMOUNT, FROM 4460'S RESOLUTION PASS.
042510******************************************************************
042520 7300-WRITE-PRESCREEN-GL-LINES.
042530     MOVE ML-GL-COUNT TO ML-RPT-COUNT-ED.
042540     MOVE SPACE TO RPT-RECORD.
042550     STRING 'GL LINES THAT WOULD POST.: ' ML-RPT-COUNT-ED
042560         DELIMITED BY SIZE INTO RPT-RECORD.
042570     WRITE RPT-RECORD.
042580     MOVE ML-GL-EXCL-COUNT TO ML-RPT-COUNT-ED.
042590     MOVE SPACE TO RPT-RECORD.
042600     STRING 'GL LINES EXCLUDED........: ' ML-RPT-COUNT-ED
042610         DELIMITED BY SIZE INTO RPT-RECORD.
042620     WRITE RPT-RECORD.
042630     MOVE ML-GL-TAX-COUNT TO ML-RPT-COUNT-ED.
042640     MOVE SPACE TO RPT-RECORD.
042650     STRING 'GL TAX LINES.............: ' ML-RPT-COUNT-ED
042660         DELIMITED BY SIZE INTO RPT-RECORD.
042670     WRITE RPT-RECORD.
042680     MOVE ML-GL-UNMAP-COUNT TO ML-RPT-COUNT-ED.
042690     MOVE SPACE TO RPT-RECORD.
042700     STRING 'GL LINES UNMAPPED........: ' ML-RPT-COUNT-ED
042710         DELIMITED BY SIZE INTO RPT-RECORD.
042720     WRITE RPT-RECORD.
042730     IF NOT ML-GL-MAP-AVAILABLE
042740         MOVE SPACE TO RPT-RECORD
042750         STRING 'GL ACCOUNT MAP...........: NOT AVAILABLE'
042760             DELIMITED BY SIZE INTO RPT-RECORD
042770         WRITE RPT-RECORD
042780         GO TO 7300-EXIT
042790     END-IF.
042800     IF NOT ML-GL-DEFAULT-ON-FILE
042810         MOVE SPACE TO RPT-RECORD
042820         STRING 'GL DEFAULT ACCOUNT.......: NOT ON ITEMGLA'
042830             DELIMITED BY SIZE INTO RPT-RECORD
042840         WRITE RPT-RECORD
042850     END-IF.
042860     IF ML-UNM-COUNT > 0
042870         PERFORM 7100-LIST-UNMAPPED-ITEM THRU 7100-EXIT
042880             VARYING ML-UNM-SUB FROM 1 BY 1
042890             UNTIL ML-UNM-SUB > ML-UNM-COUNT
042900     END-IF.
042910     IF ML-UNMAPPED-OVERFLOW
042920         MOVE SPACE TO RPT-RECORD
042930         STRING 'UNMAPPED ITEM............: (MORE NOT '
042940             DELIMITED BY SIZE
042950             'LISTED)'
042960             DELIMITED BY SIZE INTO RPT-RECORD
042970         WRITE RPT-RECORD
042980     END-IF.
042990     IF ML-GLS-COUNT > 0
043000         PERFORM 7310-LIST-GL-ACCOUNT THRU 7310-EXIT
043010             VARYING ML-GLS-SUB FROM 1 BY 1
043020             UNTIL ML-GLS-SUB > ML-GLS-COUNT
043030     END-IF.
043040     IF ML-GLS-TABLE-FULL
043050         MOVE SPACE TO RPT-RECORD
043060         STRING 'GL ACCOUNT...............: (MORE NOT LISTED)'
043070             DELIMITED BY SIZE INTO RPT-RECORD
043080         WRITE RPT-RECORD
043090     END-IF.
043100 7300-EXIT.
043110     EXIT.
043120*
043130 7310-LIST-GL-ACCOUNT.
043140     MOVE ML-GLS-CNT (ML-GLS-SUB) TO ML-RPT-COUNT-ED.
043150     MOVE ML-GLS-AMT (ML-GLS-SUB) TO ML-RPT-GLS-AMT-ED.
043160     MOVE SPACE TO RPT-RECORD.
043170     STRING 'GL ACCOUNT...............: '
043180         ML-GLS-ACCT (ML-GLS-SUB) ' ' ML-RPT-COUNT-ED ' '
043190         ML-RPT-GLS-AMT-ED
043200         DELIMITED BY SIZE INTO RPT-RECORD.
043210     WRITE RPT-RECORD.
043220 7310-EXIT.
043230     EXIT.
043240*
043250******************************************************************
043260*  7350-WRITE-PRESCREEN-VERDICT -- ONE LINE THE SENDER CAN ACT ON:
043270*  OUT OF BALANCE, IN BALANCE WITH LINES TO REPAIR, IN BALANCE
043280*  WITH WARNINGS TO REVIEW, OR CLEAN.
043290******************************************************************
043300 7350-WRITE-PRESCREEN-VERDICT.
043310     MOVE SPACE TO RPT-RECORD.
043320     IF ML-OUT-OF-BALANCE
043330         STRING 'PRE-SCREEN VERDICT.......: OUT OF BALANCE - '
043340             DELIMITED BY SIZE
043350             'FIX BEFORE THE NIGHT RUN'
043360             DELIMITED BY SIZE INTO RPT-RECORD
043370     ELSE
043380         IF ML-SUSP-COUNT > 0
043390             STRING 'PRE-SCREEN VERDICT.......: IN BALANCE - '
043400                 DELIMITED BY SIZE
043410                 'REJECTED LINES TO REPAIR'
043420                 DELIMITED BY SIZE INTO RPT-RECORD
043430         ELSE
043440             IF ML-WARN-COUNT > 0 OR ML-EXCEPT-COUNT > 0
043450                OR ML-GL-UNMAP-COUNT > 0
043460                 STRING 'PRE-SCREEN VERDICT.......: '
043470                     'IN BALANCE - REVIEW THE WARNINGS'
043480                     DELIMITED BY SIZE INTO RPT-RECORD
043490             ELSE
043500                 STRING 'PRE-SCREEN VERDICT.......: '
043510                     'CLEAN - READY FOR THE NIGHT RUN'
043520                     DELIMITED BY SIZE INTO RPT-RECORD
043530             END-IF
043540         END-IF
043550     END-IF.
043560     WRITE RPT-RECORD.
043570     DISPLAY 'PRE-SCREEN COMPLETE - SEE ' ML-RPT-NAME.
043580 7350-EXIT.
043590     EXIT.
