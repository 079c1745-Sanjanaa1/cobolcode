002250*                   LONGER POST ANYTHING, CLOSING THE
002260*                   UNLIMITED, UNATTRIBUTED TERMINAL-POSTING
002270*                   EXPOSURE.
002280*   10/14/2026  DL  DUPLICATE-INVOICE PROTECTION.  EVERY
002290*                   TRANSACTION POSTED (BATCH OR TERMINAL) IS
002300*                   NOW RECORDED ON THE ADDTXI KEYED INDEX
002310*                   WITH ITS BATCH, BUSINESS DATE, ACCOUNT AND
002320*                   RESULT, AND EVERY BATCH DETAIL IS LOOKED UP
002330*                   THERE BEFORE IT POSTS.  AN ID ALREADY ON
002340*                   THE INDEX - THE SAME INVOICE RE-SENT UNDER
002350*                   A NEW HEADER BATCH ID, OR PRESENT IN BOTH
002360*                   THE KEYED FILE AND A RECYCLE OR RELEASE
002370*                   GENERATION - ROUTES TO ADDEXC WITH NEW
002380*                   REASON CODE DU, THE REASON TEXT NAMING THE
002390*                   ORIGINAL BATCH AND POSTED DATE, SO ADDRECYC
002400*                   CAN DROP IT OR FORCE IT THROUGH.  A FORCED
002410*                   DETAIL (OVERRIDE BYTE F) IS HONOURED ONLY
002420*                   ON A RECYCLE BATCH.  A TERMINAL USER
002430*                   KEYING AN ID ALREADY POSTED IS RE-PROMPTED.
002440*   10/14/2026  DL  ACCOUNTING-PERIOD LOCK.  A BATCH RUN WHOSE
002450*                   BUSINESS DATE - OR A TERMINAL CALCULATION
002460*                   WHOSE DATE - FALLS IN A PERIOD THE ADDPRD
002470*                   CONTROL RECORD SHOWS CLOSED BY ADDPRDCL IS
002480*                   REFUSED WITH RC 12 BEFORE ANYTHING POSTS.
002490*                   PARM=BATCH,FORCE DOES NOT OVERRIDE THE LOCK.
002500*   10/15/2026  DL  ADDSUS IS NOW A VSAM KSDS KEYED BY
002510*                   TRANSACTION ID AND HELD DATE.  IT IS OPENED
002520*                   I-O AND EACH HELD ITEM IS WRITTEN BY KEY; AN
002530*                   ITEM ALREADY HELD UNDER THE SAME ID AND DATE
002540*                   (A RESTART REPROCESSING ITS LAST RECORDS)
002550*                   KEEPS THE ORIGINAL ROW.
002560*   10/15/2026  DL  ADDEXC AND ADDSUS ROWS NOW CARRY THE ADDIN
002570*                   BATCH ID (OPERATOR/JOB ID FROM A TERMINAL) THE
002580*                   ITEM ARRIVED IN, FOR THE ADDTRACE INQUIRY.
002590*   10/15/2026  DL  FOREIGN-CURRENCY INVOICES.  AN ADDIN DETAIL
002600*                   NOW CARRIES THE CURRENCY ITS ADDENDS WERE
002610*                   KEYED IN (SPACES = BASE CURRENCY).  A
002620*                   FOREIGN-CURRENCY RESULT IS CONVERTED TO BASE
002630*                   AT THE ADDFXR DAILY RATE FOR THE BUSINESS
002640*                   DATE, AND THE LIMITS, ADDGL, ADDTXI, ADDSUS
002650*                   AND THE REPORT TOTAL ALL USE THE BASE AMOUNT.
002660*                   ADDOUT, ADDLOG, ADDGL AND ADDSUS ALSO KEEP
002670*                   THE CURRENCY, THE RATE AND THE ORIGINAL-
002680*                   CURRENCY AMOUNT.  AN UNKNOWN CURRENCY GOES TO
002690*                   ADDEXC WITH NEW REASON CODE XC, A MISSING
002700*                   RATE WITH XR.  THE TRAILER HASH IS STILL
002710*                   TAKEN ON THE ADDENDS AS KEYED.  A SIZE-ERROR
002720*                   FLAG LEFT BY AN EARLIER DETAIL NO LONGER
002730*                   MISLABELS A LATER VALIDATION EXCEPTION SE.
002740*   10/15/2026  DL  AN ADDSUS ROW ALREADY ON FILE FOR THE SAME ID
002750*                   AND HELD DATE IS KEPT SILENTLY ONLY ON A
002760*                   CHECKPOINT RESTART.  ON ANY OTHER RUN THE
002770*                   DETAIL IS A SECOND COPY OF AN ITEM ALREADY
002780*                   HELD TODAY (A RE-SENT BATCH) AND GOES TO
002790*                   ADDEXC AS DU, NOT COUNTED AS SUSPENDED; A
002800*                   TERMINAL ENTRY IS REFUSED.  A DETAIL FORCED
002810*                   THROUGH THE DUPLICATE CHECK AND THEN HELD FOR
002820*                   A LIMIT CARRIES THE OVERRIDE ON ADDSUS, AND
002830*                   THE OVERRIDE IS NOW ALSO HONOURED ON THE
002840*                   S-BATCH ADDSUSRV CUTS TO RELEASE IT.
002850*----------------------------------------------------------------
002860
002870 ENVIRONMENT DIVISION.
002880 CONFIGURATION SECTION.
002890 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
002910
002920 INPUT-OUTPUT SECTION.
002930 FILE-CONTROL.
002940     SELECT ADDIN-FILE ASSIGN TO ADDIN
002950         ORGANIZATION IS SEQUENTIAL
002960         FILE STATUS IS DL100-ADDIN-STATUS.
002970
002980     SELECT ADDOUT-FILE ASSIGN TO ADDOUT
002990         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS DL100-ADDOUT-STATUS.
003010
003020     SELECT ADDEXC-FILE ASSIGN TO ADDEXC
003030         ORGANIZATION IS SEQUENTIAL
003040         FILE STATUS IS DL100-ADDEXC-STATUS.
003050
003060     SELECT ADDLOG-FILE ASSIGN TO ADDLOG
003070         ORGANIZATION IS SEQUENTIAL
003080         FILE STATUS IS DL100-ADDLOG-STATUS.
003090
003100     SELECT ADDRPT-FILE ASSIGN TO ADDRPT
003110         ORGANIZATION IS SEQUENTIAL
003120         FILE STATUS IS DL100-ADDRPT-STATUS.
003130
003140     SELECT ADDCHK-FILE ASSIGN TO ADDCHK
003150         ORGANIZATION IS SEQUENTIAL
003160         FILE STATUS IS DL100-ADDCHK-STATUS.
003170
003180     SELECT ADDGL-FILE ASSIGN TO ADDGL
003190         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS DL100-ADDGL-STATUS.
003210
003220     SELECT ADDLIM-FILE ASSIGN TO ADDLIM
003230         ORGANIZATION IS SEQUENTIAL
003240         FILE STATUS IS DL100-ADDLIM-STATUS.
003250
003260     SELECT ADDSUS-FILE ASSIGN TO ADDSUS
003270         ORGANIZATION IS INDEXED
003280         ACCESS MODE IS RANDOM
003290         RECORD KEY IS ADDSUS-KEY
003300         FILE STATUS IS DL100-ADDSUS-STATUS.
003310
003320     SELECT ADDRUN-FILE ASSIGN TO ADDRUN
003330         ORGANIZATION IS SEQUENTIAL
003340         FILE STATUS IS DL100-ADDRUN-STATUS.
003350
003360     SELECT ADDHST-FILE ASSIGN TO ADDHST
003370         ORGANIZATION IS SEQUENTIAL
003380         FILE STATUS IS DL100-ADDHST-STATUS.
003390
003400     SELECT ADDCOA-FILE ASSIGN TO ADDCOA
003410         ORGANIZATION IS INDEXED
003420         ACCESS MODE IS RANDOM
003430         RECORD KEY IS ADDCOA-ACCOUNT
003440         FILE STATUS IS DL100-ADDCOA-STATUS.
003450
003460     SELECT ADDBDT-FILE ASSIGN TO ADDBDT
003470         ORGANIZATION IS SEQUENTIAL
003480         FILE STATUS IS DL100-ADDBDT-STATUS.
003490
003500     SELECT ADDTXI-FILE ASSIGN TO ADDTXI
003510         ORGANIZATION IS INDEXED
003520         ACCESS MODE IS RANDOM
003530         RECORD KEY IS ADDTXI-TRANS-ID
003540         FILE STATUS IS DL100-ADDTXI-STATUS.
003550
003560     SELECT ADDPRD-FILE ASSIGN TO ADDPRD
003570         ORGANIZATION IS SEQUENTIAL
003580         FILE STATUS IS DL100-ADDPRD-STATUS.
003590
003600     SELECT ADDFXR-FILE ASSIGN TO ADDFXR
003610         ORGANIZATION IS INDEXED
003620         ACCESS MODE IS DYNAMIC
003630         RECORD KEY IS ADDFXR-KEY
003640         FILE STATUS IS DL100-ADDFXR-STATUS.
003650
003660 DATA DIVISION.
003670 FILE SECTION.
003680 FD  ADDIN-FILE
003690     RECORDING MODE IS F
003700     LABEL RECORDS ARE STANDARD.
003710 COPY ADDINREC.
003720
003730 FD  ADDOUT-FILE
003740     RECORDING MODE IS F
003750     LABEL RECORDS ARE STANDARD.
003760 COPY ADDOUTREC.
003770
003780 FD  ADDEXC-FILE
003790     RECORDING MODE IS F
003800     LABEL RECORDS ARE STANDARD.
003810 COPY ADDEXCREC.
003820
003830 FD  ADDLOG-FILE
003840     RECORDING MODE IS F
003850     LABEL RECORDS ARE STANDARD.
003860 COPY ADDLOGREC.
003870
003880 FD  ADDRPT-FILE
003890     RECORDING MODE IS F
003900     LABEL RECORDS ARE STANDARD.
003910 COPY ADDRPTREC.
003920
003930 FD  ADDCHK-FILE
003940     RECORDING MODE IS F
003950     LABEL RECORDS ARE STANDARD.
003960 COPY ADDCHKREC.
003970
003980 FD  ADDGL-FILE
003990     RECORDING MODE IS F
004000     LABEL RECORDS ARE STANDARD.
004010 COPY ADDGLREC.
004020
004030 FD  ADDLIM-FILE
004040     RECORDING MODE IS F
004050     LABEL RECORDS ARE STANDARD.
004060 COPY ADDLIMREC.
004070
004080 FD  ADDSUS-FILE
004090     LABEL RECORDS ARE STANDARD.
004100 COPY ADDSUSREC.
004110
004120 FD  ADDRUN-FILE
004130     RECORDING MODE IS F
004140     LABEL RECORDS ARE STANDARD.
004150 COPY ADDRUNREC.
004160
004170 FD  ADDHST-FILE
004180     RECORDING MODE IS F
004190     LABEL RECORDS ARE STANDARD.
004200 COPY ADDHSTREC.
004210
004220 FD  ADDCOA-FILE
004230     LABEL RECORDS ARE STANDARD.
004240 COPY ADDCOAREC.
004250
004260 FD  ADDBDT-FILE
004270     RECORDING MODE IS F
004280     LABEL RECORDS ARE STANDARD.
004290 COPY ADDBDTREC.
004300
004310 FD  ADDTXI-FILE
004320     LABEL RECORDS ARE STANDARD.
004330 COPY ADDTXIREC.
004340
004350 FD  ADDPRD-FILE
004360     RECORDING MODE IS F
004370     LABEL RECORDS ARE STANDARD.
004380 COPY ADDPRDREC.
004390
004400 FD  ADDFXR-FILE
004410     LABEL RECORDS ARE STANDARD.
004420 COPY ADDFXRREC.
004430
004440 WORKING-STORAGE SECTION.
004450*----------------------------------------------------------------
004460* RUN-MODE AND FILE-STATUS SWITCHES
004470*----------------------------------------------------------------
004480 77  DL100-PARM                     PIC X(20) VALUE SPACES.
004490 77  DL100-RUN-MODE-SW              PIC X(01) VALUE "I".
004500     88  DL100-BATCH-MODE                     VALUE "B".
004510     88  DL100-INTERACTIVE-MODE               VALUE "I".
004520 77  DL100-EOF-SW                   PIC X(01) VALUE "N".
004530     88  DL100-EOF                            VALUE "Y".
004540 77  DL100-ADDIN-STATUS             PIC X(02) VALUE "00".
004550 77  DL100-ADDOUT-STATUS            PIC X(02) VALUE "00".
004560 77  DL100-ADDEXC-STATUS            PIC X(02) VALUE "00".
004570 77  DL100-ADDLOG-STATUS            PIC X(02) VALUE "00".
004580 77  DL100-ADDRPT-STATUS            PIC X(02) VALUE "00".
004590 77  DL100-ADDCHK-STATUS            PIC X(02) VALUE "00".
004600 77  DL100-ADDGL-STATUS             PIC X(02) VALUE "00".
004610 77  DL100-ADDHST-STATUS            PIC X(02) VALUE "00".
004620 77  DL100-ADDLIM-STATUS            PIC X(02) VALUE "00".
004630 77  DL100-ADDSUS-STATUS            PIC X(02) VALUE "00".
004640 77  DL100-ADDRUN-STATUS            PIC X(02) VALUE "00".
004650 77  DL100-ADDCOA-STATUS            PIC X(02) VALUE "00".
004660 77  DL100-ADDBDT-STATUS            PIC X(02) VALUE "00".
004670 77  DL100-ADDTXI-STATUS            PIC X(02) VALUE "00".
004680 77  DL100-ADDPRD-STATUS            PIC X(02) VALUE "00".
004690 77  DL100-ADDFXR-STATUS            PIC X(02) VALUE "00".
004700 77  DL100-COA-FOUND-SW             PIC X(01) VALUE "N".
004710     88  DL100-COA-FOUND                      VALUE "Y".
004720 77  DL100-FORCE-SW                 PIC X(01) VALUE "N".
004730     88  DL100-FORCE-RERUN                    VALUE "Y".
004740 77  DL100-RUNCTL-EOF-SW            PIC X(01) VALUE "N".
004750     88  DL100-RUNCTL-EOF                     VALUE "Y".
004760 77  DL100-RUNCTL-FOUND-SW          PIC X(01) VALUE "N".
004770     88  DL100-RUNCTL-FOUND                   VALUE "Y".
004780 77  DL100-RELEASE-BATCH-SW         PIC X(01) VALUE "N".
004790     88  DL100-RELEASE-BATCH                  VALUE "Y".
004800     88  DL100-NOT-RELEASE-BATCH              VALUE "N".
004810 77  DL100-REC-COUNT                PIC 9(09) COMP VALUE ZERO.
004820 77  DL100-EXC-COUNT                PIC 9(09) COMP VALUE ZERO.
004830 77  DL100-EXC-NN-COUNT             PIC 9(09) COMP VALUE ZERO.
004840 77  DL100-EXC-SE-COUNT             PIC 9(09) COMP VALUE ZERO.
004850 77  DL100-EXC-OTH-COUNT            PIC 9(09) COMP VALUE ZERO.
004860 77  DL100-START-DATE               PIC 9(08) VALUE ZERO.
004870 77  DL100-START-TIME               PIC 9(06) VALUE ZERO.
004880*    ACCEPT FROM TIME RETURNS HHMMSSTH (EIGHT DIGITS); TAKING
004890*    IT THROUGH THIS WORK FIELD KEEPS THE HHMMSS PORTION
004900*    INSTEAD OF THE LOW-ORDER DIGITS A 9(06) ACCEPT WOULD KEEP.
004910 77  DL100-TIME-WORK                PIC 9(08) VALUE ZERO.
004920*    THE PROCESSING (BUSINESS) DATE EVERY RECORD THIS RUN
004930*    WRITES IS STAMPED WITH - FROM THE ADDBDT CONTROL RECORD
004940*    IN BATCH MODE, THE SYSTEM DATE INTERACTIVELY - SO A RUN
004950*    THAT DRIFTS PAST MIDNIGHT NO LONGER SPLITS THE NIGHT
004960*    ACROSS TWO CALENDAR DATES.
004970 77  DL100-BUS-DATE                 PIC 9(08) VALUE ZERO.
004980
004990*----------------------------------------------------------------
005000* BUSINESS-LIMIT (ADDLIM) AND SUSPENSE (ADDSUS) SUPPORT.  THE
005010* SUSPENSE REASON IS SPACES WHILE THE CURRENT TRANSACTION IS
005020* WITHIN LIMITS.
005030*----------------------------------------------------------------
005040 77  DL100-LIM-MAX-ADDEND           PIC 9(05)V99 VALUE ZERO.
005050 77  DL100-LIM-MAX-RESULT           PIC 9(07)V99 VALUE ZERO.
005060 77  DL100-LIM-MAX-RUN-TOTAL        PIC 9(08)V99 VALUE ZERO.
005070 77  DL100-SUS-COUNT                PIC 9(09) COMP VALUE ZERO.
005080 77  DL100-SUS-REASON               PIC X(02) VALUE SPACES.
005090     88  DL100-WITHIN-LIMITS                  VALUE SPACES.
005100 77  DL100-NEW-GRAND-TOTAL          PIC S9(10)V99 VALUE ZERO.
005110 77  DL100-ABS-WORK                 PIC 9(10)V99 VALUE ZERO.
005120 77  DL100-VALID-SW                 PIC X(01) VALUE "Y".
005130     88  DL100-VALID-DATA                     VALUE "Y".
005140     88  DL100-INVALID-DATA                   VALUE "N".
005150 77  DL100-SIZE-ERROR-SW            PIC X(01) VALUE "N".
005160     88  DL100-SIZE-ERROR-OCCURRED            VALUE "Y".
005170     88  DL100-NO-SIZE-ERROR                  VALUE "N".
005180 77  DL100-FX-OVERFLOW-SW           PIC X(01) VALUE "N".
005190     88  DL100-FX-OVERFLOW                    VALUE "Y".
005200 77  DL100-TXI-FOUND-SW             PIC X(01) VALUE "N".
005210     88  DL100-TXI-FOUND                      VALUE "Y".
005220 77  DL100-DUP-FORCED-SW            PIC X(01) VALUE "N".
005230     88  DL100-DUP-FORCED                     VALUE "Y".
005240 77  DL100-SUS-ON-FILE-SW           PIC X(01) VALUE "N".
005250     88  DL100-SUS-ON-FILE                    VALUE "Y".
005260 77  DL100-ERR-FILE-ID              PIC X(08) VALUE SPACES.
005270 77  DL100-ERR-STATUS               PIC X(02) VALUE "00".
005280
005290*----------------------------------------------------------------
005300* AUDIT-LOG SUPPORTING FIELDS
005310*----------------------------------------------------------------
005320 77  DL100-OPERATOR-ID              PIC X(08) VALUE SPACES.
005330 77  DL100-JOB-ID                   PIC X(08) VALUE SPACES.
005340
005350*----------------------------------------------------------------
005360* GL POSTING INTERFACE (ADDGL) SUPPORTING FIELDS.
005370* DL100-GL-ACCOUNT IS THE OLD SHOP DEFAULT ACCOUNT, KEPT ONLY
005380* AS THE SEED VALUE THE IDENTITY WORK FIELDS START FROM -
005390* EVERY PATH REPLACES THEM, BATCH FROM EACH ADDIN DETAIL
005400* RECORD AND INTERACTIVE FROM THE TERMINAL PROMPTS, SO
005410* NOTHING POSTS TO THE DEFAULT ACCOUNT ANY MORE.
005420*----------------------------------------------------------------
005430 77  DL100-GL-ACCOUNT               PIC X(10) VALUE "0001200000".
005440 77  DL100-TRANS-ID                 PIC X(10) VALUE SPACES.
005450 77  DL100-TRANS-GL-ACCOUNT         PIC X(10) VALUE SPACES.
005460 77  DL100-EXC-REASON               PIC X(02) VALUE "NN".
005470 77  DL100-TRANS-TYPE               PIC X(01) VALUE "D".
005480     88  DL100-TRANS-DEBIT                    VALUE "D".
005490     88  DL100-TRANS-CREDIT                   VALUE "C".
005500
005510*----------------------------------------------------------------
005520* DUPLICATE TRANSACTION-ID (ADDTXI) SUPPORTING FIELDS.  THE
005530* ORIGINAL POSTING FOUND ON THE INDEX IS KEPT HERE FOR THE DU
005540* EXCEPTION'S REASON TEXT.
005550*----------------------------------------------------------------
005560 77  DL100-TXI-COUNT                PIC 9(09) COMP VALUE ZERO.
005570 77  DL100-DUP-COUNT                PIC 9(09) COMP VALUE ZERO.
005580 01  DL100-DUP-TEXT.
005590     05  FILLER                     PIC X(13)
005600         VALUE "DUP OF BATCH ".
005610     05  DL100-DUP-BATCH-ID         PIC X(08) VALUE SPACES.
005620     05  FILLER                     PIC X(01) VALUE SPACE.
005630     05  DL100-DUP-POSTED-DATE      PIC 9(08) VALUE ZERO.
005640
005650*----------------------------------------------------------------
005660* FOREIGN-CURRENCY (ADDFXR) SUPPORTING FIELDS.  THE CURRENCY IS
005670* THE BASE CODE FOR A TERMINAL CALCULATION AND FOR A BATCH
005680* DETAIL KEYED WITH NO CURRENCY; THE RATE IS THEN 1.
005690* DL100-ORIG-RESULT KEEPS THE RESULT IN THE CURRENCY KEYED
005700* ONCE RESULT HAS BEEN CONVERTED TO BASE.
005710*----------------------------------------------------------------
005720 77  DL100-BASE-CURRENCY            PIC X(03) VALUE "USD".
005730 77  DL100-CURRENCY                 PIC X(03) VALUE SPACES.
005740 77  DL100-FX-RATE                  PIC 9(04)V9(06) VALUE 1.
005750 77  DL100-ORIG-RESULT              PIC S9(07)V99 VALUE ZERO.
005760 77  DL100-FX-COUNT                 PIC 9(09) COMP VALUE ZERO.
005770 77  DL100-FXR-LOADED-SW            PIC X(01) VALUE "N".
005780     88  DL100-FXR-LOADED                     VALUE "Y".
005790 77  DL100-FX-CHECK-SW              PIC X(01) VALUE "Y".
005800     88  DL100-FX-RATE-OK                     VALUE "Y".
005810     88  DL100-FX-CCY-UNKNOWN                 VALUE "C".
005820     88  DL100-FX-RATE-MISSING                VALUE "R".
005830 01  DL100-FXC-TEXT.
005840     05  FILLER                     PIC X(22)
005850         VALUE "UNKNOWN CURRENCY CODE ".
005860     05  DL100-FXC-CURRENCY         PIC X(03) VALUE SPACES.
005870 01  DL100-FXR-TEXT.
005880     05  FILLER                     PIC X(03) VALUE "NO ".
005890     05  DL100-FXR-CURRENCY         PIC X(03) VALUE SPACES.
005900     05  FILLER                     PIC X(10) VALUE " RATE FOR ".
005910     05  DL100-FXR-DATE             PIC 9(08) VALUE ZERO.
005920
005930*----------------------------------------------------------------
005940* ADDIN BATCH HEADER/TRAILER CONTROL-TOTAL BALANCING FIELDS
005950*----------------------------------------------------------------
005960 77  DL100-BATCH-ID                 PIC X(08) VALUE SPACES.
005970 77  DL100-BATCH-DATE               PIC 9(08) VALUE ZERO.
005980 77  DL100-BAT-DETAIL-COUNT         PIC 9(09) COMP VALUE ZERO.
005990 77  DL100-BAT-HASH-TOTAL           PIC S9(11)V99 VALUE ZERO.
006000 77  DL100-BAT-REC-COUNT            PIC 9(09) COMP VALUE ZERO.
006010 77  DL100-BATCH-BALANCED-SW        PIC X(01) VALUE "N".
006020     88  DL100-BATCH-BALANCED                 VALUE "Y".
006030 77  DL100-SKIP-BATCH-SW            PIC X(01) VALUE "N".
006040     88  DL100-SKIP-BATCH                     VALUE "Y".
006050 77  DL100-BATCHES-POSTED           PIC 9(04) COMP VALUE ZERO.
006060 77  DL100-BATCHES-SKIPPED          PIC 9(04) COMP VALUE ZERO.
006070 77  DL100-HASHABLE-SW              PIC X(01) VALUE "N".
006080     88  DL100-HASHABLE                       VALUE "Y".
006090     88  DL100-NOT-HASHABLE                   VALUE "N".
006100
006110*----------------------------------------------------------------
006120* ADDEND WORK TABLE - HOLDS THE CURRENT TRANSACTION'S ADDENDS
006130* FOR BOTH INTERACTIVE AND BATCH PROCESSING.
006140*----------------------------------------------------------------
006150 77  DL100-MAX-ADDENDS              PIC 9(02) COMP VALUE 10.
006160 77  DL100-ADDEND-SUB               PIC 9(02) COMP VALUE ZERO.
006170 01  DL100-ADDEND-COUNT             PIC 9(02) VALUE ZERO.
006180 01  DL100-ADDEND-TABLE.
006190     05  DL100-ADDEND-ENTRY         PIC S9(05)V99 VALUE ZERO
006200                                    OCCURS 10 TIMES.
006210
006220 01  RESULT PIC S9(7)V99 VALUE 0.
006230*----------------------------------------------------------------
006240* CHECKPOINT/RESTART SUPPORTING FIELDS
006250*----------------------------------------------------------------
006260 77  DL100-CHK-REC-NBR              PIC 9(09) COMP VALUE ZERO.
006270 77  DL100-CHK-LAST-REC             PIC 9(09) COMP VALUE ZERO.
006280 77  DL100-RESTART-SW               PIC X(01) VALUE "N".
006290     88  DL100-RESTARTED-RUN                  VALUE "Y".
006300 77  DL100-CHK-COMMIT-INTERVAL      PIC 9(04) COMP VALUE 10.
006310 77  DL100-CHK-QUOTIENT             PIC 9(09) COMP VALUE ZERO.
006320 77  DL100-CHK-REMAINDER            PIC 9(04) COMP VALUE ZERO.
006330
006340*----------------------------------------------------------------
006350* CONTROL-BREAK SUMMARY REPORT (ADDRPT) SUPPORTING FIELDS
006360*----------------------------------------------------------------
006370 77  DL100-RPT-PAGE-SIZE            PIC 9(04) COMP VALUE 50.
006380 77  DL100-RPT-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
006390 77  DL100-RPT-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
006400 77  DL100-RPT-GRAND-TOTAL          PIC S9(08)V99 VALUE ZERO.
006410 77  DL100-RPT-RUN-DATE             PIC 9(08) VALUE ZERO.
006420
006430 01  DL100-RPT-HEADING1.
006440     05  FILLER                     PIC X(01) VALUE "1".
006450     05  FILLER                     PIC X(24)
006460         VALUE "ADDTHREENUMBER".
006470     05  FILLER                     PIC X(10) VALUE "RUN DATE:".
006480     05  DL100-RPT-H1-DATE          PIC 9999/99/99.
006490     05  FILLER                     PIC X(08) VALUE "  PAGE:".
006500     05  DL100-RPT-H1-PAGE          PIC ZZZ9.
006510     05  FILLER                     PIC X(75) VALUE SPACES.
006520
006530 01  DL100-RPT-HEADING2.
006540     05  FILLER                     PIC X(01) VALUE SPACE.
006550     05  FILLER                     PIC X(10) VALUE "JOB NAME:".
006560     05  DL100-RPT-H2-JOB           PIC X(08).
006570     05  FILLER                     PIC X(113) VALUE SPACES.
006580
006590 01  DL100-RPT-HEADING3.
006600     05  FILLER                     PIC X(01) VALUE SPACE.
006610     05  FILLER                     PIC X(10) VALUE "TRANS NBR".
006620     05  FILLER                     PIC X(10) VALUE "ADDENDS".
006630     05  FILLER                     PIC X(18) VALUE "RESULT".
006640     05  FILLER                     PIC X(03) VALUE SPACES.
006650     05  FILLER                     PIC X(06) VALUE "CCY".
006660     05  FILLER                     PIC X(16) VALUE "ORIGINAL".
006670     05  FILLER                     PIC X(11) VALUE "FX RATE".
006680     05  FILLER                     PIC X(57) VALUE SPACES.
006690
006700 01  DL100-RPT-DETAIL.
006710     05  FILLER                     PIC X(01) VALUE SPACE.
006720     05  DL100-RPT-DET-TRANS        PIC ZZZ,ZZZ,ZZ9.
006730     05  FILLER                     PIC X(04) VALUE SPACES.
006740     05  DL100-RPT-DET-COUNT        PIC Z9.
006750     05  FILLER                     PIC X(08) VALUE SPACES.
006760     05  DL100-RPT-DET-RESULT       PIC Z,ZZZ,ZZ9.99-.
006770     05  FILLER                     PIC X(03) VALUE SPACES.
006780     05  DL100-RPT-DET-CCY          PIC X(03).
006790     05  FILLER                     PIC X(03) VALUE SPACES.
006800     05  DL100-RPT-DET-ORIG         PIC Z,ZZZ,ZZ9.99-.
006810     05  FILLER                     PIC X(03) VALUE SPACES.
006820     05  DL100-RPT-DET-RATE         PIC ZZZ9.999999.
006830     05  FILLER                     PIC X(057) VALUE SPACES.
006840
006850 01  DL100-RPT-TRAILER.
006860     05  FILLER                     PIC X(01) VALUE SPACE.
006870     05  FILLER                     PIC X(20)
006880         VALUE "RECORDS PROCESSED:".
006890     05  DL100-RPT-TRL-COUNT        PIC ZZZ,ZZZ,ZZ9.
006900     05  FILLER                     PIC X(05) VALUE SPACES.
006910     05  FILLER                     PIC X(14)
006920         VALUE "GRAND TOTAL:".
006930     05  DL100-RPT-TRL-TOTAL        PIC ZZ,ZZZ,ZZ9.99-.
006940     05  FILLER                     PIC X(067) VALUE SPACES.
006950
006960 PROCEDURE DIVISION.
006970 0000-MAINLINE.
006980     PERFORM 1000-INITIALIZE
006990         THRU 1000-INITIALIZE-EXIT.
007000
007010     IF DL100-BATCH-MODE
007020         PERFORM 2000-BATCH-PROCESS
007030             THRU 2000-BATCH-PROCESS-EXIT
007040     ELSE
007050         PERFORM 5000-INTERACTIVE-PROCESS
007060             THRU 5000-INTERACTIVE-PROCESS-EXIT
007070     END-IF.
007080
007090     PERFORM 9999-EXIT
007100         THRU 9999-EXIT-EXIT.
007110
007120 0000-MAINLINE-EXIT.
007130     EXIT.
007140
007150*----------------------------------------------------------------
007160* 1000-INITIALIZE - DETERMINE WHETHER THIS RUN IS INTERACTIVE OR
007170*                   BATCH BASED ON THE PARM PASSED ON THE
007180*                   COMMAND LINE (JCL EXEC PARM=), IDENTIFY THE
007190*                   OPERATOR, AND OPEN THE AUDIT LOG.
007200*----------------------------------------------------------------
007210 1000-INITIALIZE.
007220     ACCEPT DL100-PARM FROM COMMAND-LINE.
007230     IF DL100-PARM(1:5) = "BATCH"
007240         SET DL100-BATCH-MODE TO TRUE
007250*        THE DOCUMENTED OPERATOR OVERRIDE FOR A LEGITIMATE
007260*        INTENTIONAL RERUN OF AN ALREADY-POSTED BATCH.
007270         IF DL100-PARM(7:5) = "FORCE"
007280             SET DL100-FORCE-RERUN TO TRUE
007290             DISPLAY "ADDTHREENUMBER - FORCE OVERRIDE IN "
007300                     "EFFECT - DUPLICATE-BATCH PROTECTION "
007310                     "DISABLED FOR THIS RUN."
007320         END-IF
007330     ELSE
007340         SET DL100-INTERACTIVE-MODE TO TRUE
007350     END-IF.
007360
007370     DISPLAY "USER" UPON ENVIRONMENT-NAME.
007380     ACCEPT DL100-OPERATOR-ID FROM ENVIRONMENT-VALUE.
007390     IF DL100-OPERATOR-ID = SPACES
007400         MOVE "UNKNOWN " TO DL100-OPERATOR-ID
007410     END-IF.
007420
007430     IF DL100-BATCH-MODE
007440         MOVE "ADDJOB01" TO DL100-JOB-ID
007450     ELSE
007460         MOVE DL100-OPERATOR-ID TO DL100-JOB-ID
007470     END-IF.
007480
007490*    THE IDENTITY FIELDS START AT THE OLD TERMINAL/SHOP-DEFAULT
007500*    VALUES, BUT EVERY PATH REPLACES THEM: BATCH PROCESSING
007510*    FROM EACH ADDIN DETAIL RECORD, AND INTERACTIVE MODE FROM
007520*    THE TERMINAL PROMPTS - NOTHING POSTS UNDER THE PSEUDO
007530*    IDENTITY ANY MORE.
007540     ACCEPT DL100-START-DATE FROM DATE YYYYMMDD.
007550*    THE BUSINESS DATE DEFAULTS TO TODAY; A BATCH RUN
007560*    REPLACES IT FROM THE ADDBDT PROCESSING-DATE CONTROL
007570*    RECORD SO THE WHOLE NIGHT STAMPS FROM ONE DATE.
007580     MOVE DL100-START-DATE TO DL100-BUS-DATE.
007590     ACCEPT DL100-TIME-WORK FROM TIME.
007600     MOVE DL100-TIME-WORK(1:6) TO DL100-START-TIME.
007610
007620     MOVE "TERMINAL" TO DL100-TRANS-ID.
007630     SET DL100-TRANS-DEBIT TO TRUE.
007640     MOVE DL100-GL-ACCOUNT TO DL100-TRANS-GL-ACCOUNT.
007650*    A TERMINAL CALCULATION IS ALWAYS KEYED IN BASE CURRENCY.
007660     MOVE DL100-BASE-CURRENCY TO DL100-CURRENCY.
007670     MOVE 1 TO DL100-FX-RATE.
007680
007690     OPEN EXTEND ADDLOG-FILE.
007700     MOVE "ADDLOG" TO DL100-ERR-FILE-ID.
007710     MOVE DL100-ADDLOG-STATUS TO DL100-ERR-STATUS.
007720     PERFORM 8000-CHECK-FILE-STATUS
007730         THRU 8000-CHECK-FILE-STATUS-EXIT.
007740
007750     OPEN EXTEND ADDGL-FILE.
007760     MOVE "ADDGL" TO DL100-ERR-FILE-ID.
007770     MOVE DL100-ADDGL-STATUS TO DL100-ERR-STATUS.
007780     PERFORM 8000-CHECK-FILE-STATUS
007790         THRU 8000-CHECK-FILE-STATUS-EXIT.
007800
007810 1000-INITIALIZE-EXIT.
007820     EXIT.
007830
007840*----------------------------------------------------------------
007850* 1020-LOAD-BUSINESS-DATE - READ THE ADDBDT PROCESSING-DATE
007860*                           CONTROL RECORD AT THE START OF A
007870*                           BATCH RUN AND TAKE THE BUSINESS
007880*                           DATE FROM IT.  A RUN STARTED
007890*                           UNDER AN UN-ROLLED DATE (A BATCH
007900*                           RUN ALREADY POSTED UNDER IT AND
007910*                           THE END-OF-NIGHT ROLL NEVER RAN)
007920*                           IS REFUSED WITH RC 12 THE WAY
007930*                           ADDRUN REFUSES A DUPLICATE BATCH;
007940*                           PARM=BATCH,FORCE OVERRIDES FOR A
007950*                           DELIBERATE RERUN.  THE FILE STAYS
007960*                           OPEN - THE LAST-RUN DATE IS
007970*                           STAMPED BACK AT NORMAL END OF
007980*                           JOB.
007990*----------------------------------------------------------------
008000 1020-LOAD-BUSINESS-DATE.
008010     OPEN I-O ADDBDT-FILE.
008020     MOVE "ADDBDT" TO DL100-ERR-FILE-ID.
008030     MOVE DL100-ADDBDT-STATUS TO DL100-ERR-STATUS.
008040     PERFORM 8000-CHECK-FILE-STATUS
008050         THRU 8000-CHECK-FILE-STATUS-EXIT.
008060
008070     READ ADDBDT-FILE
008080         AT END
008090             DISPLAY "ADDTHREENUMBER - ADDBDT PROCESSING-DATE "
008100                     "CONTROL RECORD MISSING - RUN ABORTED."
008110             MOVE 16 TO RETURN-CODE
008120             STOP RUN
008130     END-READ.
008140
008150     IF ADDBDT-BUS-DATE IS NOT NUMERIC
008160             OR ADDBDT-BUS-DATE = ZERO
008170         DISPLAY "ADDTHREENUMBER - ADDBDT BUSINESS DATE IS "
008180                 "NOT NUMERIC - RUN ABORTED."
008190         MOVE 16 TO RETURN-CODE
008200         STOP RUN
008210     END-IF.
008220
008230     IF ADDBDT-LAST-RUN-DATE IS NUMERIC
008240             AND ADDBDT-LAST-RUN-DATE = ADDBDT-BUS-DATE
008250         IF DL100-FORCE-RERUN
008260             DISPLAY "ADDTHREENUMBER - BUSINESS DATE "
008270                     ADDBDT-BUS-DATE " ALREADY RAN AND WAS "
008280                     "NEVER ROLLED - PROCEEDING UNDER FORCE "
008290                     "OVERRIDE."
008300         ELSE
008310             DISPLAY "ADDTHREENUMBER - BUSINESS DATE "
008320                     ADDBDT-BUS-DATE " ALREADY RAN AND WAS "
008330                     "NEVER ROLLED - RUN REFUSED.  RUN THE "
008340                     "ADDBDROL END-OF-NIGHT ROLL, OR RESUBMIT "
008350                     "WITH PARM=BATCH,FORCE ONLY FOR A "
008360                     "DELIBERATE RERUN."
008370             MOVE 12 TO RETURN-CODE
008380             STOP RUN
008390         END-IF
008400     END-IF.
008410
008420     MOVE ADDBDT-BUS-DATE TO DL100-BUS-DATE.
008430     DISPLAY "ADDTHREENUMBER - PROCESSING UNDER BUSINESS "
008440             "DATE " DL100-BUS-DATE ".".
008450
008460 1020-LOAD-BUSINESS-DATE-EXIT.
008470     EXIT.
008480
008490*----------------------------------------------------------------
008500* 1050-LOAD-LIMITS - READ THE SINGLE ADDLIM BUSINESS-LIMIT
008510*                    PARAMETER RECORD OPERATIONS MAINTAINS AND
008520*                    HOLD THE THREE LIMITS IN WORKING STORAGE.
008530*                    A MISSING OR NON-NUMERIC RECORD ABENDS THE
008540*                    RUN - POSTING WITH NO LIMITS IN FORCE IS
008550*                    EXACTLY THE EXPOSURE THE SUSPENSE FILE IS
008560*                    THERE TO CLOSE.
008570*----------------------------------------------------------------
008580 1050-LOAD-LIMITS.
008590     OPEN INPUT ADDLIM-FILE.
008600     MOVE "ADDLIM" TO DL100-ERR-FILE-ID.
008610     MOVE DL100-ADDLIM-STATUS TO DL100-ERR-STATUS.
008620     PERFORM 8000-CHECK-FILE-STATUS
008630         THRU 8000-CHECK-FILE-STATUS-EXIT.
008640
008650     READ ADDLIM-FILE
008660         AT END
008670             DISPLAY "ADDTHREENUMBER - ADDLIM LIMITS RECORD "
008680                     "MISSING - RUN ABORTED."
008690             MOVE 16 TO RETURN-CODE
008700             STOP RUN
008710     END-READ.
008720
008730     IF ADDLIM-MAX-ADDEND IS NOT NUMERIC
008740             OR ADDLIM-MAX-RESULT IS NOT NUMERIC
008750             OR ADDLIM-MAX-RUN-TOTAL IS NOT NUMERIC
008760         DISPLAY "ADDTHREENUMBER - ADDLIM LIMITS RECORD IS NOT "
008770                 "NUMERIC - RUN ABORTED."
008780         MOVE 16 TO RETURN-CODE
008790         STOP RUN
008800     END-IF.
008810
008820     MOVE ADDLIM-MAX-ADDEND TO DL100-LIM-MAX-ADDEND.
008830     MOVE ADDLIM-MAX-RESULT TO DL100-LIM-MAX-RESULT.
008840     MOVE ADDLIM-MAX-RUN-TOTAL TO DL100-LIM-MAX-RUN-TOTAL.
008850     CLOSE ADDLIM-FILE.
008860
008870     DISPLAY "ADDTHREENUMBER - LIMITS IN FORCE: ADDEND "
008880             DL100-LIM-MAX-ADDEND ", RESULT "
008890             DL100-LIM-MAX-RESULT ", RUN TOTAL "
008900             DL100-LIM-MAX-RUN-TOTAL ".".
008910
008920 1050-LOAD-LIMITS-EXIT.
008930     EXIT.
008940
008950*----------------------------------------------------------------
008960* 1060-OPEN-TXN-INDEX - OPEN THE ADDTXI POSTED-TRANSACTION-ID
008970*                       INDEX FOR KEYED READ AND WRITE.  A
008980*                       FRESHLY DEFINED, NEVER-LOADED KSDS
008990*                       CANNOT OPEN I-O (STATUS 35), SO THE
009000*                       FIRST RUN CREATES IT EMPTY AND REOPENS.
009010*----------------------------------------------------------------
009020 1060-OPEN-TXN-INDEX.
009030     OPEN I-O ADDTXI-FILE.
009040     IF DL100-ADDTXI-STATUS = "35"
009050         OPEN OUTPUT ADDTXI-FILE
009060         CLOSE ADDTXI-FILE
009070         OPEN I-O ADDTXI-FILE
009080     END-IF.
009090     MOVE "ADDTXI" TO DL100-ERR-FILE-ID.
009100     MOVE DL100-ADDTXI-STATUS TO DL100-ERR-STATUS.
009110     PERFORM 8000-CHECK-FILE-STATUS
009120         THRU 8000-CHECK-FILE-STATUS-EXIT.
009130
009140 1060-OPEN-TXN-INDEX-EXIT.
009150     EXIT.
009160
009170*----------------------------------------------------------------
009180* 1065-OPEN-SUSPENSE - OPEN THE ADDSUS SUSPENSE KSDS FOR KEYED
009190*                      WRITE.  A FRESHLY DEFINED, NEVER-LOADED
009200*                      CLUSTER IS CREATED EMPTY AND REOPENED,
009210*                      AS FOR ADDTXI.
009220*----------------------------------------------------------------
009230 1065-OPEN-SUSPENSE.
009240     OPEN I-O ADDSUS-FILE.
009250     IF DL100-ADDSUS-STATUS = "35"
009260         OPEN OUTPUT ADDSUS-FILE
009270         CLOSE ADDSUS-FILE
009280         OPEN I-O ADDSUS-FILE
009290     END-IF.
009300     MOVE "ADDSUS" TO DL100-ERR-FILE-ID.
009310     MOVE DL100-ADDSUS-STATUS TO DL100-ERR-STATUS.
009320     PERFORM 8000-CHECK-FILE-STATUS
009330         THRU 8000-CHECK-FILE-STATUS-EXIT.
009340
009350 1065-OPEN-SUSPENSE-EXIT.
009360     EXIT.
009370
009380*----------------------------------------------------------------
009390* 1070-CHECK-PERIOD-LOCK - READ THE ADDPRD ACCOUNTING-PERIOD
009400*                          CONTROL RECORD AND REFUSE THE RUN WITH
009410*                          RC 12 WHEN THE BUSINESS DATE FALLS IN
009420*                          A CLOSED PERIOD - ITS BALANCES HAVE
009430*                          BEEN CARRIED FORWARD AND REPORTED, SO
009440*                          NOTHING MAY POST INTO IT.  NO DATASET
009450*                          OR NO RECORD MEANS NO PERIOD HAS BEEN
009460*                          CLOSED YET.  THE FORCE OVERRIDE DOES
009470*                          NOT APPLY.
009480*----------------------------------------------------------------
009490 1070-CHECK-PERIOD-LOCK.
009500     OPEN INPUT ADDPRD-FILE.
009510     IF DL100-ADDPRD-STATUS = "35"
009520         GO TO 1070-CHECK-PERIOD-LOCK-EXIT
009530     END-IF.
009540     MOVE "ADDPRD" TO DL100-ERR-FILE-ID.
009550     MOVE DL100-ADDPRD-STATUS TO DL100-ERR-STATUS.
009560     PERFORM 8000-CHECK-FILE-STATUS
009570         THRU 8000-CHECK-FILE-STATUS-EXIT.
009580
009590     READ ADDPRD-FILE
009600         AT END
009610             MOVE ZEROS TO ADDPRD-CLOSED-PERIOD
009620     END-READ.
009630     CLOSE ADDPRD-FILE.
009640
009650     IF ADDPRD-CLOSED-PERIOD IS NOT NUMERIC
009660         DISPLAY "ADDTHREENUMBER - ADDPRD CLOSED PERIOD IS NOT "
009670                 "NUMERIC - RUN ABORTED."
009680         MOVE 16 TO RETURN-CODE
009690         STOP RUN
009700     END-IF.
009710
009720     IF DL100-BUS-DATE(1:6) NOT > ADDPRD-CLOSED-PERIOD
009730         DISPLAY "ADDTHREENUMBER - BUSINESS DATE "
009740                 DL100-BUS-DATE " FALLS IN CLOSED ACCOUNTING "
009750                 "PERIOD - PERIODS THROUGH "
009760                 ADDPRD-CLOSED-PERIOD " ARE CLOSED - RUN "
009770                 "REFUSED."
009780         MOVE 12 TO RETURN-CODE
009790         STOP RUN
009800     END-IF.
009810
009820 1070-CHECK-PERIOD-LOCK-EXIT.
009830     EXIT.
009840
009850*----------------------------------------------------------------
009860* 1075-OPEN-RATE-FILE - OPEN THE ADDFXR DAILY RATE KSDS FOR
009870*                       KEYED READ.  A CLUSTER THAT HAS NEVER
009880*                       BEEN LOADED (STATUS 35) IS NOT AN ABEND -
009890*                       A NIGHT WITH NO FOREIGN-CURRENCY WORK
009900*                       NEEDS NO RATES - BUT EVERY FOREIGN-
009910*                       CURRENCY DETAIL THEN GOES TO ADDEXC AS
009920*                       XR (NO RATE).
009930*----------------------------------------------------------------
009940 1075-OPEN-RATE-FILE.
009950     MOVE "N" TO DL100-FXR-LOADED-SW.
009960     OPEN INPUT ADDFXR-FILE.
009970     IF DL100-ADDFXR-STATUS = "35"
009980         DISPLAY "ADDTHREENUMBER - ADDFXR RATE FILE HAS NEVER "
009990                 "BEEN LOADED - FOREIGN-CURRENCY DETAILS WILL GO "
010000                 "TO ADDEXC."
010010         GO TO 1075-OPEN-RATE-FILE-EXIT
010020     END-IF.
010030     MOVE "ADDFXR" TO DL100-ERR-FILE-ID.
010040     MOVE DL100-ADDFXR-STATUS TO DL100-ERR-STATUS.
010050     PERFORM 8000-CHECK-FILE-STATUS
010060         THRU 8000-CHECK-FILE-STATUS-EXIT.
010070     SET DL100-FXR-LOADED TO TRUE.
010080
010090 1075-OPEN-RATE-FILE-EXIT.
010100     EXIT.
010110
010120*----------------------------------------------------------------
010130* 2000-BATCH-PROCESS - OPEN THE TRANSACTION FILES AND PROCESS
010140*                      EVERY H/D/T BATCH IN THE ADDIN STREAM -
010150*                      THE KEYING SERVICE'S FILE PLUS ANY
010160*                      PENDING RECYCLE AND RELEASE BATCHES
010170*                      CONCATENATED BEHIND IT - BALANCING AND
010180*                      RECORDING EACH BATCH SEPARATELY.  A
010190*                      RESTART FIRST FINISHES THE IN-FLIGHT
010200*                      BATCH THE CHECKPOINT RECORDED, THEN
010210*                      CARRIES ON WITH THE REST OF THE STREAM.
010220*----------------------------------------------------------------
010230 2000-BATCH-PROCESS.
010240     PERFORM 1020-LOAD-BUSINESS-DATE
010250         THRU 1020-LOAD-BUSINESS-DATE-EXIT.
010260
010270     PERFORM 1070-CHECK-PERIOD-LOCK
010280         THRU 1070-CHECK-PERIOD-LOCK-EXIT.
010290
010300     PERFORM 2050-READ-CHECKPOINT
010310         THRU 2050-READ-CHECKPOINT-EXIT.
010320
010330     OPEN INPUT ADDIN-FILE.
010340     MOVE "ADDIN" TO DL100-ERR-FILE-ID.
010350     MOVE DL100-ADDIN-STATUS TO DL100-ERR-STATUS.
010360     PERFORM 8000-CHECK-FILE-STATUS
010370         THRU 8000-CHECK-FILE-STATUS-EXIT.
010380
010390     IF DL100-CHK-LAST-REC > ZERO
010400         OPEN EXTEND ADDOUT-FILE
010410         OPEN EXTEND ADDEXC-FILE
010420     ELSE
010430         OPEN OUTPUT ADDOUT-FILE
010440         OPEN OUTPUT ADDEXC-FILE
010450     END-IF.
010460     MOVE "ADDOUT" TO DL100-ERR-FILE-ID.
010470     MOVE DL100-ADDOUT-STATUS TO DL100-ERR-STATUS.
010480     PERFORM 8000-CHECK-FILE-STATUS
010490         THRU 8000-CHECK-FILE-STATUS-EXIT.
010500     MOVE "ADDEXC" TO DL100-ERR-FILE-ID.
010510     MOVE DL100-ADDEXC-STATUS TO DL100-ERR-STATUS.
010520     PERFORM 8000-CHECK-FILE-STATUS
010530         THRU 8000-CHECK-FILE-STATUS-EXIT.
010540
010550     OPEN OUTPUT ADDRPT-FILE.
010560     MOVE "ADDRPT" TO DL100-ERR-FILE-ID.
010570     MOVE DL100-ADDRPT-STATUS TO DL100-ERR-STATUS.
010580     PERFORM 8000-CHECK-FILE-STATUS
010590         THRU 8000-CHECK-FILE-STATUS-EXIT.
010600
010610     PERFORM 1065-OPEN-SUSPENSE
010620         THRU 1065-OPEN-SUSPENSE-EXIT.
010630
010640     OPEN INPUT ADDCOA-FILE.
010650     MOVE "ADDCOA" TO DL100-ERR-FILE-ID.
010660     MOVE DL100-ADDCOA-STATUS TO DL100-ERR-STATUS.
010670     PERFORM 8000-CHECK-FILE-STATUS
010680         THRU 8000-CHECK-FILE-STATUS-EXIT.
010690
010700     PERFORM 1060-OPEN-TXN-INDEX
010710         THRU 1060-OPEN-TXN-INDEX-EXIT.
010720
010730     PERFORM 1075-OPEN-RATE-FILE
010740         THRU 1075-OPEN-RATE-FILE-EXIT.
010750
010760     PERFORM 1050-LOAD-LIMITS
010770         THRU 1050-LOAD-LIMITS-EXIT.
010780
010790     PERFORM 2055-SKIP-CHECKPOINT-RECORDS
010800         THRU 2055-SKIP-CHECKPOINT-RECORDS-EXIT.
010810
010820     MOVE DL100-BUS-DATE TO DL100-RPT-RUN-DATE.
010830     MOVE DL100-JOB-ID TO DL100-RPT-H2-JOB.
010840     PERFORM 4000-PRINT-HEADERS
010850         THRU 4000-PRINT-HEADERS-EXIT.
010860
010870     PERFORM 2100-READ-ADDIN
010880         THRU 2100-READ-ADDIN-EXIT.
010890
010900*    A RESTART RESUMES IN THE MIDDLE OF THE BATCH THE
010910*    CHECKPOINT RECORDED - ITS HEADER WAS CONSUMED IN THE
010920*    PRIOR RUN, SO THE DETAILS ARE PROCESSED STRAIGHT THROUGH
010930*    TO ITS TRAILER BEFORE THE REST OF THE STREAM.
010940     IF DL100-CHK-LAST-REC > ZERO
010950         PERFORM 3000-MAIN-PARA
010960             THRU 3000-MAIN-PARA-EXIT
010970             UNTIL DL100-EOF
010980             OR DL100-BATCH-BALANCED
010990         IF NOT DL100-BATCH-BALANCED
011000             DISPLAY "ADDTHREENUMBER - ADDIN TRAILER RECORD "
011010                     "MISSING - BATCH " DL100-BATCH-ID " NOT "
011020                     "BALANCED - RUN ABORTED."
011030             MOVE 16 TO RETURN-CODE
011040             STOP RUN
011050         END-IF
011060         PERFORM 2040-FINISH-BATCH
011070             THRU 2040-FINISH-BATCH-EXIT
011080         PERFORM 2100-READ-ADDIN
011090             THRU 2100-READ-ADDIN-EXIT
011100     END-IF.
011110
011120     PERFORM 2030-PROCESS-ONE-BATCH
011130         THRU 2030-PROCESS-ONE-BATCH-EXIT
011140         UNTIL DL100-EOF.
011150
011160*    AN EMPTY STREAM - NO BATCH POSTED, NONE EVEN SKIPPED - IS
011170*    THE OLD MISSING-HEADER CASE: THE KEYING SERVICE'S
011180*    DELIVERY NEVER ARRIVED, AND IT MUST NOT SIGN OFF AS A
011190*    CLEAN NIGHT (OR STAMP THE BUSINESS DATE USED).
011200     IF DL100-BATCHES-POSTED = ZERO
011210             AND DL100-BATCHES-SKIPPED = ZERO
011220         DISPLAY "ADDTHREENUMBER - ADDIN BATCH HEADER RECORD "
011230                 "MISSING - THE ADDIN STREAM IS EMPTY - RUN "
011240                 "ABORTED."
011250         MOVE 16 TO RETURN-CODE
011260         STOP RUN
011270     END-IF.
011280
011290*    A STREAM IN WHICH EVERY BATCH HAD ALREADY POSTED IS THE
011300*    OLD SINGLE-BATCH DOUBLE-POST CASE AND IS STILL REFUSED
011310*    WITH RC 12; A STREAM THAT POSTED ANYTHING NEW MERELY
011320*    SKIPPED THE ALREADY-POSTED BATCHES.
011330     IF DL100-BATCHES-POSTED = ZERO
011340             AND DL100-BATCHES-SKIPPED > ZERO
011350         DISPLAY "ADDTHREENUMBER - EVERY BATCH IN THE ADDIN "
011360                 "STREAM HAS ALREADY POSTED - RUN REFUSED.  "
011370                 "RESUBMIT WITH PARM=BATCH,FORCE ONLY FOR A "
011380                 "DELIBERATE RERUN."
011390         MOVE 12 TO RETURN-CODE
011400         STOP RUN
011410     END-IF.
011420
011430     MOVE ZERO TO DL100-CHK-REC-NBR.
011440     PERFORM 2070-WRITE-CHECKPOINT
011450         THRU 2070-WRITE-CHECKPOINT-EXIT.
011460
011470     PERFORM 4200-PRINT-TRAILER
011480         THRU 4200-PRINT-TRAILER-EXIT.
011490
011500     PERFORM 2080-WRITE-RUN-HISTORY
011510         THRU 2080-WRITE-RUN-HISTORY-EXIT.
011520
011530     PERFORM 2095-STAMP-BUSINESS-DATE
011540         THRU 2095-STAMP-BUSINESS-DATE-EXIT.
011550
011560     CLOSE ADDIN-FILE
011570           ADDOUT-FILE
011580           ADDEXC-FILE
011590           ADDSUS-FILE
011600           ADDCOA-FILE
011610           ADDTXI-FILE
011620           ADDRPT-FILE.
011630     IF DL100-FXR-LOADED
011640         CLOSE ADDFXR-FILE
011650     END-IF.
011660
011670     DISPLAY "ADDTHREENUMBER BATCH RUN COMPLETE - "
011680             DL100-BATCHES-POSTED " BATCHES POSTED, "
011690             DL100-BATCHES-SKIPPED " SKIPPED, "
011700             DL100-REC-COUNT " RECORDS PROCESSED, "
011710             DL100-EXC-COUNT " EXCEPTIONS ("
011720             DL100-DUP-COUNT " DUPLICATE IDS, "
011730             DL100-FX-COUNT " CURRENCY/RATE), "
011740             DL100-SUS-COUNT " HELD IN SUSPENSE.".
011750
011760 2000-BATCH-PROCESS-EXIT.
011770     EXIT.
011780
011790*----------------------------------------------------------------
011800* 2030-PROCESS-ONE-BATCH - PROCESS ONE COMPLETE H/D/T BATCH
011810*                          FROM THE CURRENT POSITION IN THE
011820*                          ADDIN STREAM: VERIFY AND CAPTURE
011830*                          THE HEADER, EITHER SKIP THE WHOLE
011840*                          BATCH (WHEN IT ALREADY POSTED) OR
011850*                          PROCESS ITS DETAILS AND BALANCE
011860*                          ITS TRAILER, RECORD IT, AND LEAVE
011870*                          THE NEXT BATCH'S HEADER (OR END OF
011880*                          FILE) IN THE RECORD AREA.
011890*----------------------------------------------------------------
011900 2030-PROCESS-ONE-BATCH.
011910     PERFORM 2010-PROCESS-BATCH-HEADER
011920         THRU 2010-PROCESS-BATCH-HEADER-EXIT.
011930
011940     IF DL100-SKIP-BATCH
011950         PERFORM 2035-SKIP-POSTED-BATCH
011960             THRU 2035-SKIP-POSTED-BATCH-EXIT
011970         GO TO 2030-PROCESS-ONE-BATCH-EXIT
011980     END-IF.
011990
012000     PERFORM 2100-READ-ADDIN
012010         THRU 2100-READ-ADDIN-EXIT.
012020
012030     PERFORM 3000-MAIN-PARA
012040         THRU 3000-MAIN-PARA-EXIT
012050         UNTIL DL100-EOF
012060         OR DL100-BATCH-BALANCED.
012070
012080     IF NOT DL100-BATCH-BALANCED
012090         DISPLAY "ADDTHREENUMBER - ADDIN TRAILER RECORD MISSING "
012100                 "- BATCH " DL100-BATCH-ID " NOT BALANCED - RUN "
012110                 "ABORTED."
012120         MOVE 16 TO RETURN-CODE
012130         STOP RUN
012140     END-IF.
012150
012160     PERFORM 2040-FINISH-BATCH
012170         THRU 2040-FINISH-BATCH-EXIT.
012180
012190     PERFORM 2100-READ-ADDIN
012200         THRU 2100-READ-ADDIN-EXIT.
012210
012220 2030-PROCESS-ONE-BATCH-EXIT.
012230     EXIT.
012240
012250*----------------------------------------------------------------
012260* 2035-SKIP-POSTED-BATCH - READ PAST AN ALREADY-POSTED BATCH'S
012270*                          DETAILS AND TRAILER WITHOUT
012280*                          PROCESSING THEM, LEAVING THE NEXT
012290*                          BATCH'S HEADER (OR END OF FILE) IN
012300*                          THE RECORD AREA.  A HEADER OR END
012310*                          OF FILE BEFORE THE TRAILER MEANS A
012320*                          TRUNCATED BATCH AND ABENDS THE RUN.
012330*----------------------------------------------------------------
012340 2035-SKIP-POSTED-BATCH.
012350     PERFORM 2100-READ-ADDIN
012360         THRU 2100-READ-ADDIN-EXIT.
012370     PERFORM 2036-SKIP-BATCH-RECORD
012380         THRU 2036-SKIP-BATCH-RECORD-EXIT
012390         UNTIL DL100-EOF
012400         OR ADDIN-TRAILER-REC.
012410
012420     IF DL100-EOF
012430         DISPLAY "ADDTHREENUMBER - ADDIN TRAILER RECORD MISSING "
012440                 "- SKIPPED BATCH " DL100-BATCH-ID " TRUNCATED "
012450                 "- RUN ABORTED."
012460         MOVE 16 TO RETURN-CODE
012470         STOP RUN
012480     END-IF.
012490
012500     PERFORM 2100-READ-ADDIN
012510         THRU 2100-READ-ADDIN-EXIT.
012520
012530 2035-SKIP-POSTED-BATCH-EXIT.
012540     EXIT.
012550
012560 2036-SKIP-BATCH-RECORD.
012570     IF ADDIN-HEADER-REC
012580         DISPLAY "ADDTHREENUMBER - ADDIN TRAILER RECORD MISSING "
012590                 "- SKIPPED BATCH " DL100-BATCH-ID " TRUNCATED "
012600                 "- RUN ABORTED."
012610         MOVE 16 TO RETURN-CODE
012620         STOP RUN
012630     END-IF.
012640     PERFORM 2100-READ-ADDIN
012650         THRU 2100-READ-ADDIN-EXIT.
012660
012670 2036-SKIP-BATCH-RECORD-EXIT.
012680     EXIT.
012690
012700*----------------------------------------------------------------
012710* 2040-FINISH-BATCH - RECORD THE BATCH JUST BALANCED IN THE
012720*                     ADDRUN PROCESSED-BATCH FILE AND RESET
012730*                     THE PER-BATCH CONTROL FIELDS FOR THE
012740*                     NEXT BATCH IN THE STREAM.  THE RUN-LEVEL
012750*                     COUNTS AND TOTALS CARRY ON ACCUMULATING
012760*                     ACROSS BATCHES.
012770*----------------------------------------------------------------
012780 2040-FINISH-BATCH.
012790     PERFORM 2090-RECORD-RUN-CONTROL
012800         THRU 2090-RECORD-RUN-CONTROL-EXIT.
012810     ADD 1 TO DL100-BATCHES-POSTED.
012820
012830     MOVE "N" TO DL100-BATCH-BALANCED-SW.
012840     MOVE ZERO TO DL100-BAT-DETAIL-COUNT.
012850     MOVE ZERO TO DL100-BAT-HASH-TOTAL.
012860     MOVE ZERO TO DL100-BAT-REC-COUNT.
012870
012880 2040-FINISH-BATCH-EXIT.
012890     EXIT.
012900
012910*----------------------------------------------------------------
012920* 2010-PROCESS-BATCH-HEADER - AT THE START OF EACH BATCH IN
012930*                             THE STREAM THE CURRENT RECORD
012940*                             MUST BE THE "H" BATCH HEADER.
012950*                             CAPTURE THE BATCH ID AND DATE;
012960*                             ABEND WHEN THE HEADER IS
012970*                             MISSING, SINCE AN UNIDENTIFIED
012980*                             OR TRUNCATED FILE MUST NOT BE
012990*                             POSTED.
013000*----------------------------------------------------------------
013010 2010-PROCESS-BATCH-HEADER.
013020     IF DL100-EOF
013030             OR NOT ADDIN-HEADER-REC
013040         DISPLAY "ADDTHREENUMBER - ADDIN BATCH HEADER RECORD "
013050                 "MISSING - RUN ABORTED."
013060         MOVE 16 TO RETURN-CODE
013070         STOP RUN
013080     END-IF.
013090
013100     MOVE ADDIN-HDR-BATCH-ID TO DL100-BATCH-ID.
013110     MOVE ADDIN-HDR-BATCH-DATE TO DL100-BATCH-DATE.
013120     DISPLAY "ADDTHREENUMBER - PROCESSING BATCH " DL100-BATCH-ID
013130             " OF " DL100-BATCH-DATE ".".
013140
013150     PERFORM 2020-CHECK-RUN-CONTROL
013160         THRU 2020-CHECK-RUN-CONTROL-EXIT.
013170
013180 2010-PROCESS-BATCH-HEADER-EXIT.
013190     EXIT.
013200
013210*----------------------------------------------------------------
013220* 2020-CHECK-RUN-CONTROL - SCAN THE ADDRUN PROCESSED-BATCH FILE
013230*                          FOR THE CURRENT BATCH'S IDENTITY.
013240*                          A BATCH THAT ALREADY POSTED IS
013250*                          SKIPPED (THE STANDING ADDIN
013260*                          CONCATENATION OF THE LATEST
013270*                          RECYCLE AND RELEASE GENERATIONS
013280*                          RE-PRESENTS A GENERATION UNTIL A
013290*                          NEW ONE IS CUT) SO A SCHEDULER
013300*                          MIX-UP CANNOT DOUBLE-POST THE DAY;
013310*                          THE PARM OVERRIDE BATCH,FORCE LETS
013320*                          A LEGITIMATE INTENTIONAL RERUN
013330*                          THROUGH.  ONLY FRESH BATCHES ARE
013340*                          CHECKED - A CHECKPOINT RESTART IS
013350*                          CONTINUING AN IN-FLIGHT BATCH.
013360*----------------------------------------------------------------
013370 2020-CHECK-RUN-CONTROL.
013380     MOVE "N" TO DL100-RUNCTL-EOF-SW.
013390     MOVE "N" TO DL100-RUNCTL-FOUND-SW.
013400     MOVE "N" TO DL100-SKIP-BATCH-SW.
013410
013420     OPEN INPUT ADDRUN-FILE.
013430     IF DL100-ADDRUN-STATUS = "35"
013440         GO TO 2020-CHECK-RUN-CONTROL-EXIT
013450     END-IF.
013460     MOVE "ADDRUN" TO DL100-ERR-FILE-ID.
013470     MOVE DL100-ADDRUN-STATUS TO DL100-ERR-STATUS.
013480     PERFORM 8000-CHECK-FILE-STATUS
013490         THRU 8000-CHECK-FILE-STATUS-EXIT.
013500
013510     PERFORM 2025-SCAN-RUN-CONTROL
013520         THRU 2025-SCAN-RUN-CONTROL-EXIT
013530         UNTIL DL100-RUNCTL-EOF
013540         OR DL100-RUNCTL-FOUND.
013550
013560     CLOSE ADDRUN-FILE.
013570
013580     IF DL100-RUNCTL-FOUND
013590         IF DL100-FORCE-RERUN
013600             DISPLAY "ADDTHREENUMBER - BATCH " DL100-BATCH-ID
013610                     " OF " DL100-BATCH-DATE " ALREADY POSTED "
013620                     "- PROCEEDING UNDER FORCE OVERRIDE."
013630         ELSE
013640             DISPLAY "ADDTHREENUMBER - BATCH " DL100-BATCH-ID
013650                     " OF " DL100-BATCH-DATE " HAS ALREADY "
013660                     "POSTED - BATCH SKIPPED."
013670             SET DL100-SKIP-BATCH TO TRUE
013680             ADD 1 TO DL100-BATCHES-SKIPPED
013690         END-IF
013700     END-IF.
013710
013720 2020-CHECK-RUN-CONTROL-EXIT.
013730     EXIT.
013740
013750 2025-SCAN-RUN-CONTROL.
013760     READ ADDRUN-FILE
013770         AT END
013780             SET DL100-RUNCTL-EOF TO TRUE
013790             GO TO 2025-SCAN-RUN-CONTROL-EXIT
013800     END-READ.
013810     IF DL100-ADDRUN-STATUS NOT = "00"
013820             AND DL100-ADDRUN-STATUS NOT = "10"
013830         MOVE "ADDRUN" TO DL100-ERR-FILE-ID
013840         MOVE DL100-ADDRUN-STATUS TO DL100-ERR-STATUS
013850         PERFORM 8000-CHECK-FILE-STATUS
013860             THRU 8000-CHECK-FILE-STATUS-EXIT
013870     END-IF.
013880
013890     IF ADDRUN-BATCH-ID = DL100-BATCH-ID
013900             AND ADDRUN-BATCH-DATE = DL100-BATCH-DATE
013910         SET DL100-RUNCTL-FOUND TO TRUE
013920     END-IF.
013930
013940 2025-SCAN-RUN-CONTROL-EXIT.
013950     EXIT.
013960
013970*----------------------------------------------------------------
013980* 2050-READ-CHECKPOINT - ON STARTUP, READ THE ADDCHK CHECKPOINT
013990*                        FILE (IF ONE EXISTS FROM A PRIOR RUN
014000*                        THAT DID NOT FINISH) SO ALREADY-COMPLETED
014010*                        ADDIN RECORDS CAN BE SKIPPED ON RESTART.
014020*----------------------------------------------------------------
014030 2050-READ-CHECKPOINT.
014040     MOVE ZERO TO DL100-CHK-LAST-REC.
014050     OPEN INPUT ADDCHK-FILE.
014060     IF DL100-ADDCHK-STATUS = "00"
014070         READ ADDCHK-FILE
014080             AT END
014090                 MOVE ZERO TO DL100-CHK-LAST-REC
014100             NOT AT END
014110                 MOVE ADDCHK-LAST-REC-NBR TO DL100-CHK-LAST-REC
014120                 IF DL100-CHK-LAST-REC > ZERO
014130                     MOVE ADDCHK-REC-COUNT TO DL100-REC-COUNT
014140                     MOVE ADDCHK-GRAND-TOTAL
014150                         TO DL100-RPT-GRAND-TOTAL
014160                     MOVE ADDCHK-EXC-COUNT TO DL100-EXC-COUNT
014170                     MOVE ADDCHK-BATCH-ID TO DL100-BATCH-ID
014180                     MOVE ADDCHK-BATCH-DATE TO DL100-BATCH-DATE
014190                     MOVE ADDCHK-DETAIL-COUNT
014200                         TO DL100-BAT-DETAIL-COUNT
014210                     MOVE ADDCHK-HASH-TOTAL
014220                         TO DL100-BAT-HASH-TOTAL
014230                     MOVE ADDCHK-EXC-NN-COUNT
014240                         TO DL100-EXC-NN-COUNT
014250                     MOVE ADDCHK-EXC-SE-COUNT
014260                         TO DL100-EXC-SE-COUNT
014270                     MOVE ADDCHK-EXC-OTH-COUNT
014280                         TO DL100-EXC-OTH-COUNT
014290                     MOVE ADDCHK-SUS-COUNT
014300                         TO DL100-SUS-COUNT
014310                     MOVE ADDCHK-BAT-REC-COUNT
014320                         TO DL100-BAT-REC-COUNT
014330                 END-IF
014340         END-READ
014350         IF DL100-ADDCHK-STATUS NOT = "00"
014360                 AND DL100-ADDCHK-STATUS NOT = "10"
014370             MOVE "ADDCHK" TO DL100-ERR-FILE-ID
014380             MOVE DL100-ADDCHK-STATUS TO DL100-ERR-STATUS
014390             PERFORM 8000-CHECK-FILE-STATUS
014400                 THRU 8000-CHECK-FILE-STATUS-EXIT
014410         END-IF
014420         CLOSE ADDCHK-FILE
014430     END-IF.
014440
014450     IF DL100-CHK-LAST-REC > ZERO
014460         SET DL100-RESTARTED-RUN TO TRUE
014470         DISPLAY "ADDTHREENUMBER RESTARTING AFTER RECORD "
014480                 DL100-CHK-LAST-REC "."
014490     END-IF.
014500
014510 2050-READ-CHECKPOINT-EXIT.
014520     EXIT.
014530
014540*----------------------------------------------------------------
014550* 2055-SKIP-CHECKPOINT-RECORDS - ON A RESTARTED RUN, RE-READ AND
014560*                                DISCARD THE ADDIN RECORDS THAT
014570*                                WERE ALREADY COMMITTED IN THE
014580*                                PRIOR RUN, SO PROCESSING RESUMES
014590*                                WITH THE NEXT UNPROCESSED RECORD.
014600*----------------------------------------------------------------
014610 2055-SKIP-CHECKPOINT-RECORDS.
014620     PERFORM 2110-READ-ADDIN-ONCE
014630         THRU 2110-READ-ADDIN-ONCE-EXIT
014640         UNTIL DL100-EOF
014650         OR DL100-CHK-REC-NBR >= DL100-CHK-LAST-REC.
014660
014670 2055-SKIP-CHECKPOINT-RECORDS-EXIT.
014680     EXIT.
014690
014700*----------------------------------------------------------------
014710* 2060-CHECK-COMMIT-INTERVAL - EVERY DL100-CHK-COMMIT-INTERVAL
014720*                              INPUT RECORDS, WRITE A NEW
014730*                              CHECKPOINT SO A RESTARTED RUN NEED
014740*                              NOT REPROCESS RECORDS ALREADY
014750*                              COMMITTED TO ADDOUT/ADDEXC/ADDLOG.
014760*----------------------------------------------------------------
014770 2060-CHECK-COMMIT-INTERVAL.
014780     DIVIDE DL100-CHK-REC-NBR BY DL100-CHK-COMMIT-INTERVAL
014790         GIVING DL100-CHK-QUOTIENT
014800         REMAINDER DL100-CHK-REMAINDER.
014810
014820     IF DL100-CHK-REMAINDER = ZERO
014830         PERFORM 2070-WRITE-CHECKPOINT
014840             THRU 2070-WRITE-CHECKPOINT-EXIT
014850     END-IF.
014860
014870 2060-CHECK-COMMIT-INTERVAL-EXIT.
014880     EXIT.
014890
014900*----------------------------------------------------------------
014910* 2070-WRITE-CHECKPOINT - REWRITE THE ADDCHK CHECKPOINT FILE WITH
014920*                         THE CURRENT LAST-PROCESSED RECORD
014930*                         NUMBER.  CALLED AT EACH COMMIT INTERVAL
014940*                         AND, WITH DL100-CHK-REC-NBR RESET TO
014950*                         ZERO, AT NORMAL END OF JOB SO A
014960*                         SUBSEQUENT RUN AGAINST A NEW ADDIN
014970*                         FILE DOES NOT SKIP RECORDS.
014980*----------------------------------------------------------------
014990 2070-WRITE-CHECKPOINT.
015000     MOVE DL100-CHK-REC-NBR TO DL100-CHK-LAST-REC.
015010     MOVE DL100-CHK-LAST-REC TO ADDCHK-LAST-REC-NBR.
015020     MOVE DL100-REC-COUNT TO ADDCHK-REC-COUNT.
015030     MOVE DL100-RPT-GRAND-TOTAL TO ADDCHK-GRAND-TOTAL.
015040     MOVE DL100-EXC-COUNT TO ADDCHK-EXC-COUNT.
015050     MOVE DL100-BATCH-ID TO ADDCHK-BATCH-ID.
015060     MOVE DL100-BATCH-DATE TO ADDCHK-BATCH-DATE.
015070     MOVE DL100-BAT-DETAIL-COUNT TO ADDCHK-DETAIL-COUNT.
015080     MOVE DL100-BAT-HASH-TOTAL TO ADDCHK-HASH-TOTAL.
015090     MOVE DL100-EXC-NN-COUNT TO ADDCHK-EXC-NN-COUNT.
015100     MOVE DL100-EXC-SE-COUNT TO ADDCHK-EXC-SE-COUNT.
015110     MOVE DL100-EXC-OTH-COUNT TO ADDCHK-EXC-OTH-COUNT.
015120     MOVE DL100-SUS-COUNT TO ADDCHK-SUS-COUNT.
015130     MOVE DL100-BAT-REC-COUNT TO ADDCHK-BAT-REC-COUNT.
015140     OPEN OUTPUT ADDCHK-FILE.
015150     MOVE "ADDCHK" TO DL100-ERR-FILE-ID.
015160     MOVE DL100-ADDCHK-STATUS TO DL100-ERR-STATUS.
015170     PERFORM 8000-CHECK-FILE-STATUS
015180         THRU 8000-CHECK-FILE-STATUS-EXIT.
015190     WRITE ADDCHK-RECORD.
015200     MOVE DL100-ADDCHK-STATUS TO DL100-ERR-STATUS.
015210     PERFORM 8000-CHECK-FILE-STATUS
015220         THRU 8000-CHECK-FILE-STATUS-EXIT.
015230     CLOSE ADDCHK-FILE.
015240
015250 2070-WRITE-CHECKPOINT-EXIT.
015260     EXIT.
015270
015280*----------------------------------------------------------------
015290* 2080-WRITE-RUN-HISTORY - APPEND ONE RUN-STATISTICS RECORD TO
015300*                          THE ADDHST HISTORY FILE AT NORMAL END
015310*                          OF A BATCH RUN, SO THE FIGURES THE
015320*                          END-OF-JOB DISPLAY PRINTS SURVIVE THE
015330*                          JOB LOG FOR THE ADDTREND MONTH-END
015340*                          TREND REPORT.
015350*----------------------------------------------------------------
015360 2080-WRITE-RUN-HISTORY.
015370     OPEN EXTEND ADDHST-FILE.
015380     MOVE "ADDHST" TO DL100-ERR-FILE-ID.
015390     MOVE DL100-ADDHST-STATUS TO DL100-ERR-STATUS.
015400     PERFORM 8000-CHECK-FILE-STATUS
015410         THRU 8000-CHECK-FILE-STATUS-EXIT.
015420
015430     MOVE SPACES TO ADDHST-RECORD.
015440     MOVE DL100-BUS-DATE TO ADDHST-RUN-DATE.
015450     MOVE DL100-JOB-ID TO ADDHST-JOB-ID.
015460     MOVE DL100-BATCH-ID TO ADDHST-BATCH-ID.
015470     MOVE DL100-REC-COUNT TO ADDHST-REC-COUNT.
015480     MOVE DL100-EXC-NN-COUNT TO ADDHST-EXC-NN-COUNT.
015490     MOVE DL100-EXC-SE-COUNT TO ADDHST-EXC-SE-COUNT.
015500     MOVE DL100-EXC-OTH-COUNT TO ADDHST-EXC-OTH-COUNT.
015510     MOVE DL100-SUS-COUNT TO ADDHST-SUS-COUNT.
015520     MOVE DL100-RPT-GRAND-TOTAL TO ADDHST-GRAND-TOTAL.
015530     MOVE DL100-START-DATE TO ADDHST-START-DATE.
015540     MOVE DL100-START-TIME TO ADDHST-START-TIME.
015550     ACCEPT ADDHST-END-DATE FROM DATE YYYYMMDD.
015560     ACCEPT DL100-TIME-WORK FROM TIME.
015570     MOVE DL100-TIME-WORK(1:6) TO ADDHST-END-TIME.
015580
015590     WRITE ADDHST-RECORD.
015600     MOVE "ADDHST" TO DL100-ERR-FILE-ID.
015610     MOVE DL100-ADDHST-STATUS TO DL100-ERR-STATUS.
015620     PERFORM 8000-CHECK-FILE-STATUS
015630         THRU 8000-CHECK-FILE-STATUS-EXIT.
015640
015650     CLOSE ADDHST-FILE.
015660
015670 2080-WRITE-RUN-HISTORY-EXIT.
015680     EXIT.
015690
015700*----------------------------------------------------------------
015710* 2090-RECORD-RUN-CONTROL - APPEND THE JUST-POSTED BATCH'S
015720*                           IDENTITY AND POSTED RECORD COUNT
015730*                           TO THE ADDRUN PROCESSED-BATCH FILE
015740*                           AS EACH BATCH IN THE STREAM
015750*                           BALANCES, SO A RE-PRESENTED BATCH
015760*                           IS SKIPPED AND THE NIGHT'S
015770*                           RECONCILIATION KNOWS EVERY BATCH
015780*                           THAT POSTED.
015790*----------------------------------------------------------------
015800 2090-RECORD-RUN-CONTROL.
015810     OPEN EXTEND ADDRUN-FILE.
015820*    A BRAND-NEW CONTROL FILE (NOTHING POSTED YET) IS CREATED
015830*    ON THE FIRST APPEND, MATCHING THE TOLERANCE THE STARTUP
015840*    SCAN EXTENDS TO A MISSING FILE.
015850     IF DL100-ADDRUN-STATUS = "35"
015860         OPEN OUTPUT ADDRUN-FILE
015870     END-IF.
015880     MOVE "ADDRUN" TO DL100-ERR-FILE-ID.
015890     MOVE DL100-ADDRUN-STATUS TO DL100-ERR-STATUS.
015900     PERFORM 8000-CHECK-FILE-STATUS
015910         THRU 8000-CHECK-FILE-STATUS-EXIT.
015920
015930     MOVE SPACES TO ADDRUN-RECORD.
015940     MOVE DL100-BATCH-ID TO ADDRUN-BATCH-ID.
015950     MOVE DL100-BATCH-DATE TO ADDRUN-BATCH-DATE.
015960     MOVE DL100-BUS-DATE TO ADDRUN-POSTED-DATE.
015970     MOVE DL100-BAT-REC-COUNT TO ADDRUN-REC-COUNT.
015980
015990     WRITE ADDRUN-RECORD.
016000     MOVE "ADDRUN" TO DL100-ERR-FILE-ID.
016010     MOVE DL100-ADDRUN-STATUS TO DL100-ERR-STATUS.
016020     PERFORM 8000-CHECK-FILE-STATUS
016030         THRU 8000-CHECK-FILE-STATUS-EXIT.
016040
016050     CLOSE ADDRUN-FILE.
016060
016070 2090-RECORD-RUN-CONTROL-EXIT.
016080     EXIT.
016090
016100*----------------------------------------------------------------
016110* 2095-STAMP-BUSINESS-DATE - AT NORMAL END OF JOB, STAMP THE
016120*                            BUSINESS DATE JUST RUN UNDER
016130*                            BACK ONTO THE ADDBDT CONTROL
016140*                            RECORD AS THE LAST-RUN DATE, SO
016150*                            A SECOND FRESH RUN UNDER THE
016160*                            SAME UN-ROLLED DATE IS REFUSED.
016170*----------------------------------------------------------------
016180 2095-STAMP-BUSINESS-DATE.
016190     MOVE DL100-BUS-DATE TO ADDBDT-LAST-RUN-DATE.
016200     REWRITE ADDBDT-RECORD.
016210     MOVE "ADDBDT" TO DL100-ERR-FILE-ID.
016220     MOVE DL100-ADDBDT-STATUS TO DL100-ERR-STATUS.
016230     PERFORM 8000-CHECK-FILE-STATUS
016240         THRU 8000-CHECK-FILE-STATUS-EXIT.
016250     CLOSE ADDBDT-FILE.
016260
016270 2095-STAMP-BUSINESS-DATE-EXIT.
016280     EXIT.
016290
016300*----------------------------------------------------------------
016310* 2100-READ-ADDIN - READ THE NEXT TRANSACTION RECORD.
016320*----------------------------------------------------------------
016330 2100-READ-ADDIN.
016340     PERFORM 2110-READ-ADDIN-ONCE
016350         THRU 2110-READ-ADDIN-ONCE-EXIT.
016360 2100-READ-ADDIN-EXIT.
016370     EXIT.
016380
016390 2110-READ-ADDIN-ONCE.
016400     READ ADDIN-FILE
016410         AT END
016420             SET DL100-EOF TO TRUE
016430     END-READ.
016440     IF DL100-ADDIN-STATUS NOT = "00"
016450             AND DL100-ADDIN-STATUS NOT = "10"
016460         MOVE "ADDIN" TO DL100-ERR-FILE-ID
016470         MOVE DL100-ADDIN-STATUS TO DL100-ERR-STATUS
016480         PERFORM 8000-CHECK-FILE-STATUS
016490             THRU 8000-CHECK-FILE-STATUS-EXIT
016500     END-IF.
016510
016520     IF NOT DL100-EOF
016530         ADD 1 TO DL100-CHK-REC-NBR
016540     END-IF.
016550
016560 2110-READ-ADDIN-ONCE-EXIT.
016570     EXIT.
016580
016590*----------------------------------------------------------------
016600* 2150-VALIDATE-ADDIN - CHECK THAT THE CURRENT ADDIN DETAIL
016610*                       RECORD'S ADDEND COUNT IS NUMERIC AND IN
016620*                       RANGE AND EVERY USED ADDEND ENTRY IS
016630*                       NUMERIC (A RECORD PASSING THOSE IS
016640*                       HASHABLE EVEN IF A LATER RULE FAILS IT),
016650*                       THEN THAT IT CARRIES A TRANSACTION ID
016660*                       AND A NUMERIC, NON-ZERO GL ACCOUNT.
016670*                       DL100-EXC-REASON IS LEFT HOLDING THE
016680*                       ADDEXC REASON CODE FOR THE RULE THAT
016690*                       FAILED THE RECORD.
016700*----------------------------------------------------------------
016710 2150-VALIDATE-ADDIN.
016720     SET DL100-VALID-DATA TO TRUE.
016730     SET DL100-NOT-HASHABLE TO TRUE.
016740     MOVE "NN" TO DL100-EXC-REASON.
016750     SET DL100-NO-SIZE-ERROR TO TRUE.
016760     MOVE "N" TO DL100-FX-OVERFLOW-SW.
016770     MOVE "N" TO DL100-DUP-FORCED-SW.
016780
016790     IF ADDIN-ADDEND-COUNT IS NOT NUMERIC
016800        OR ADDIN-ADDEND-COUNT < 1
016810        OR ADDIN-ADDEND-COUNT > DL100-MAX-ADDENDS
016820         SET DL100-INVALID-DATA TO TRUE
016830         GO TO 2150-VALIDATE-ADDIN-EXIT
016840     ELSE
016850         PERFORM 2160-VALIDATE-ADDEND-ENTRY
016860             THRU 2160-VALIDATE-ADDEND-ENTRY-EXIT
016870             VARYING DL100-ADDEND-SUB FROM 1 BY 1
016880             UNTIL DL100-ADDEND-SUB > ADDIN-ADDEND-COUNT
016890     END-IF.
016900
016910     IF DL100-INVALID-DATA
016920         GO TO 2150-VALIDATE-ADDIN-EXIT
016930     END-IF.
016940
016950*    THE AMOUNTS ARE GOOD, SO THE RECORD COUNTS TOWARD THE
016960*    TRAILER HASH EVEN IF AN IDENTITY RULE FAILS IT BELOW.
016970     SET DL100-HASHABLE TO TRUE.
016980
016990     IF ADDIN-TRANS-ID = SPACES
017000         SET DL100-INVALID-DATA TO TRUE
017010         MOVE "ID" TO DL100-EXC-REASON
017020         GO TO 2150-VALIDATE-ADDIN-EXIT
017030     END-IF.
017040
017050     IF ADDIN-GL-ACCOUNT IS NOT NUMERIC
017060             OR ADDIN-GL-ACCOUNT = ZEROS
017070         SET DL100-INVALID-DATA TO TRUE
017080         MOVE "GL" TO DL100-EXC-REASON
017090         GO TO 2150-VALIDATE-ADDIN-EXIT
017100     END-IF.
017110
017120*    A NUMERIC, NON-ZERO ACCOUNT MUST ALSO BE ON THE CHART OF
017130*    ACCOUNTS AND OPEN - A MIS-KEYED BUT NUMERIC ACCOUNT USED
017140*    TO SAIL THROUGH TO THE GL FEED AND BOUNCE BACK DAYS LATER.
017150     PERFORM 2155-CHECK-CHART-ACCOUNT
017160         THRU 2155-CHECK-CHART-ACCOUNT-EXIT.
017170     IF NOT DL100-COA-FOUND
017180         SET DL100-INVALID-DATA TO TRUE
017190         MOVE "CA" TO DL100-EXC-REASON
017200         GO TO 2150-VALIDATE-ADDIN-EXIT
017210     END-IF.
017220     IF NOT ADDCOA-OPEN
017230         SET DL100-INVALID-DATA TO TRUE
017240         MOVE "CC" TO DL100-EXC-REASON
017250         GO TO 2150-VALIDATE-ADDIN-EXIT
017260     END-IF.
017270
017280     IF NOT ADDIN-TRANS-DEBIT
017290             AND NOT ADDIN-TRANS-CREDIT
017300         SET DL100-INVALID-DATA TO TRUE
017310         MOVE "TT" TO DL100-EXC-REASON
017320         GO TO 2150-VALIDATE-ADDIN-EXIT
017330     END-IF.
017340
017350*    A DETAIL KEYED IN A FOREIGN CURRENCY CAN ONLY POST WITH
017360*    THAT CURRENCY'S RATE FOR THE BUSINESS DATE.
017370     PERFORM 2158-LOOK-UP-RATE
017380         THRU 2158-LOOK-UP-RATE-EXIT.
017390     IF DL100-FX-CCY-UNKNOWN
017400         SET DL100-INVALID-DATA TO TRUE
017410         MOVE "XC" TO DL100-EXC-REASON
017420         GO TO 2150-VALIDATE-ADDIN-EXIT
017430     END-IF.
017440     IF DL100-FX-RATE-MISSING
017450         SET DL100-INVALID-DATA TO TRUE
017460         MOVE "XR" TO DL100-EXC-REASON
017470         GO TO 2150-VALIDATE-ADDIN-EXIT
017480     END-IF.
017490
017500*    AN ID ALREADY POSTED (UNDER THIS BATCH OR ANY OTHER, THIS
017510*    NIGHT OR AN EARLIER ONE) IS A DUPLICATE INVOICE, UNLESS A
017520*    SUPERVISOR FORCED IT THROUGH ADDRECYC - AND THAT OVERRIDE
017530*    IS ONLY TAKEN FROM A RECYCLE BATCH, OR FROM THE RELEASE
017540*    BATCH OF A FORCED ITEM THAT WAS THEN HELD FOR A LIMIT,
017550*    NEVER THE KEYING SERVICE'S FILE.
017560     IF ADDIN-DUP-FORCED
017570             AND (DL100-BATCH-ID(1:1) = "R"
017580                  OR DL100-BATCH-ID(1:1) = "S")
017590             AND DL100-BATCH-ID(2:6) IS NUMERIC
017600         SET DL100-DUP-FORCED TO TRUE
017610         DISPLAY "ADDTHREENUMBER - TRANSACTION " DL100-TRANS-ID
017620                 " FORCED THROUGH THE DUPLICATE-ID CHECK BY "
017630                 "BATCH " DL100-BATCH-ID "."
017640         GO TO 2150-VALIDATE-ADDIN-EXIT
017650     END-IF.
017660     PERFORM 2157-CHECK-POSTED-ID
017670         THRU 2157-CHECK-POSTED-ID-EXIT.
017680     IF DL100-TXI-FOUND
017690         SET DL100-INVALID-DATA TO TRUE
017700         MOVE "DU" TO DL100-EXC-REASON
017710         GO TO 2150-VALIDATE-ADDIN-EXIT
017720     END-IF.
017730
017740 2150-VALIDATE-ADDIN-EXIT.
017750     EXIT.
017760
017770*----------------------------------------------------------------
017780* 2155-CHECK-CHART-ACCOUNT - READ THE ADDCOA CHART-OF-ACCOUNTS
017790*                            MASTER KEYED BY THE CURRENT
017800*                            TRANSACTION'S GL ACCOUNT (BATCH
017810*                            DETAIL OR TERMINAL ENTRY, ALREADY
017820*                            IN THE WORK FIELD), LEAVING THE
017830*                            FOUND SWITCH SET (AND THE MASTER
017840*                            RECORD'S STATUS AVAILABLE) WHEN
017850*                            THE ACCOUNT IS ON THE CHART.
017860*----------------------------------------------------------------
017870 2155-CHECK-CHART-ACCOUNT.
017880     MOVE "N" TO DL100-COA-FOUND-SW.
017890     MOVE DL100-TRANS-GL-ACCOUNT TO ADDCOA-ACCOUNT.
017900     READ ADDCOA-FILE
017910         INVALID KEY
017920             CONTINUE
017930         NOT INVALID KEY
017940             SET DL100-COA-FOUND TO TRUE
017950     END-READ.
017960     IF NOT DL100-COA-FOUND
017970             AND DL100-ADDCOA-STATUS NOT = "23"
017980         MOVE "ADDCOA" TO DL100-ERR-FILE-ID
017990         MOVE DL100-ADDCOA-STATUS TO DL100-ERR-STATUS
018000         PERFORM 8000-CHECK-FILE-STATUS
018010             THRU 8000-CHECK-FILE-STATUS-EXIT
018020     END-IF.
018030
018040 2155-CHECK-CHART-ACCOUNT-EXIT.
018050     EXIT.
018060
018070*----------------------------------------------------------------
018080* 2157-CHECK-POSTED-ID - READ THE ADDTXI POSTED-TRANSACTION-ID
018090*                        INDEX KEYED BY THE CURRENT
018100*                        TRANSACTION ID, LEAVING THE FOUND
018110*                        SWITCH SET AND THE ORIGINAL POSTING'S
018120*                        BATCH AND DATE IN THE DU REASON TEXT
018130*                        WHEN THE ID HAS ALREADY POSTED.
018140*----------------------------------------------------------------
018150 2157-CHECK-POSTED-ID.
018160     MOVE "N" TO DL100-TXI-FOUND-SW.
018170     MOVE DL100-TRANS-ID TO ADDTXI-TRANS-ID.
018180     READ ADDTXI-FILE
018190         INVALID KEY
018200             CONTINUE
018210         NOT INVALID KEY
018220             SET DL100-TXI-FOUND TO TRUE
018230     END-READ.
018240     IF NOT DL100-TXI-FOUND
018250             AND DL100-ADDTXI-STATUS NOT = "23"
018260         MOVE "ADDTXI" TO DL100-ERR-FILE-ID
018270         MOVE DL100-ADDTXI-STATUS TO DL100-ERR-STATUS
018280         PERFORM 8000-CHECK-FILE-STATUS
018290             THRU 8000-CHECK-FILE-STATUS-EXIT
018300     END-IF.
018310
018320     IF DL100-TXI-FOUND
018330         MOVE ADDTXI-BATCH-ID TO DL100-DUP-BATCH-ID
018340         MOVE ADDTXI-POSTED-DATE TO DL100-DUP-POSTED-DATE
018350     END-IF.
018360
018370 2157-CHECK-POSTED-ID-EXIT.
018380     EXIT.
018390
018400*----------------------------------------------------------------
018410* 2158-LOOK-UP-RATE - FIND THE RATE FOR THE CURRENT DETAIL'S
018420*                     CURRENCY (ALREADY IN THE WORK FIELD).  NO
018430*                     CURRENCY, OR THE BASE CODE, IS BASE AT
018440*                     RATE 1.  OTHERWISE THE ADDFXR ROW FOR THE
018450*                     CURRENCY AND BUSINESS DATE SUPPLIES THE
018460*                     RATE; WHEN THERE IS NONE, A BROWSE FROM
018470*                     THE CURRENCY'S FIRST POSSIBLE KEY SAYS
018480*                     WHETHER THE CURRENCY HAS EVER HAD A RATE
018490*                     (MISSING RATE) OR NOT (UNKNOWN CURRENCY).
018500*----------------------------------------------------------------
018510 2158-LOOK-UP-RATE.
018520     SET DL100-FX-RATE-OK TO TRUE.
018530     MOVE 1 TO DL100-FX-RATE.
018540     IF DL100-CURRENCY = SPACES
018550         MOVE DL100-BASE-CURRENCY TO DL100-CURRENCY
018560     END-IF.
018570     IF DL100-CURRENCY = DL100-BASE-CURRENCY
018580         GO TO 2158-LOOK-UP-RATE-EXIT
018590     END-IF.
018600
018610     IF NOT DL100-FXR-LOADED
018620         SET DL100-FX-RATE-MISSING TO TRUE
018630         GO TO 2158-LOOK-UP-RATE-EXIT
018640     END-IF.
018650
018660     MOVE DL100-CURRENCY TO ADDFXR-CURRENCY-CODE.
018670     MOVE DL100-BUS-DATE TO ADDFXR-RATE-DATE.
018680     READ ADDFXR-FILE
018690         INVALID KEY
018700             SET DL100-FX-RATE-MISSING TO TRUE
018710     END-READ.
018720     IF DL100-ADDFXR-STATUS NOT = "00"
018730             AND DL100-ADDFXR-STATUS NOT = "23"
018740         MOVE "ADDFXR" TO DL100-ERR-FILE-ID
018750         MOVE DL100-ADDFXR-STATUS TO DL100-ERR-STATUS
018760         PERFORM 8000-CHECK-FILE-STATUS
018770             THRU 8000-CHECK-FILE-STATUS-EXIT
018780     END-IF.
018790
018800     IF DL100-FX-RATE-OK
018810         IF ADDFXR-RATE IS NUMERIC
018820                 AND ADDFXR-RATE > ZERO
018830             MOVE ADDFXR-RATE TO DL100-FX-RATE
018840         ELSE
018850             SET DL100-FX-RATE-MISSING TO TRUE
018860         END-IF
018870         GO TO 2158-LOOK-UP-RATE-EXIT
018880     END-IF.
018890
018900*    NO ROW FOR TODAY - IS THERE A ROW FOR ANY OTHER DATE?
018910     SET DL100-FX-CCY-UNKNOWN TO TRUE.
018920     MOVE DL100-CURRENCY TO ADDFXR-CURRENCY-CODE.
018930     MOVE ZERO TO ADDFXR-RATE-DATE.
018940     START ADDFXR-FILE
018950         KEY IS NOT LESS THAN ADDFXR-KEY
018960         INVALID KEY
018970             GO TO 2158-LOOK-UP-RATE-EXIT
018980     END-START.
018990     MOVE "ADDFXR" TO DL100-ERR-FILE-ID.
019000     MOVE DL100-ADDFXR-STATUS TO DL100-ERR-STATUS.
019010     PERFORM 8000-CHECK-FILE-STATUS
019020         THRU 8000-CHECK-FILE-STATUS-EXIT.
019030     READ ADDFXR-FILE NEXT RECORD
019040         AT END
019050             GO TO 2158-LOOK-UP-RATE-EXIT
019060     END-READ.
019070     MOVE "ADDFXR" TO DL100-ERR-FILE-ID.
019080     MOVE DL100-ADDFXR-STATUS TO DL100-ERR-STATUS.
019090     PERFORM 8000-CHECK-FILE-STATUS
019100         THRU 8000-CHECK-FILE-STATUS-EXIT.
019110     IF ADDFXR-CURRENCY-CODE = DL100-CURRENCY
019120         SET DL100-FX-RATE-MISSING TO TRUE
019130     END-IF.
019140
019150 2158-LOOK-UP-RATE-EXIT.
019160     EXIT.
019170
019180 2160-VALIDATE-ADDEND-ENTRY.
019190     IF ADDIN-ADDEND-TABLE(DL100-ADDEND-SUB) IS NOT NUMERIC
019200         SET DL100-INVALID-DATA TO TRUE
019210     END-IF.
019220
019230 2160-VALIDATE-ADDEND-ENTRY-EXIT.
019240     EXIT.
019250
019260*----------------------------------------------------------------
019270* 2170-ACCUMULATE-HASH - ADD THE CURRENT (VALIDATED) DETAIL
019280*                        RECORD'S ADDEND AMOUNTS INTO THE RUNNING
019290*                        BATCH HASH TOTAL FOR THE TRAILER CHECK.
019300*----------------------------------------------------------------
019310 2170-ACCUMULATE-HASH.
019320     PERFORM 2175-ADD-HASH-ENTRY
019330         THRU 2175-ADD-HASH-ENTRY-EXIT
019340         VARYING DL100-ADDEND-SUB FROM 1 BY 1
019350         UNTIL DL100-ADDEND-SUB > ADDIN-ADDEND-COUNT.
019360
019370 2170-ACCUMULATE-HASH-EXIT.
019380     EXIT.
019390
019400 2175-ADD-HASH-ENTRY.
019410     IF ADDIN-TRANS-CREDIT
019420         SUBTRACT ADDIN-ADDEND-TABLE(DL100-ADDEND-SUB)
019430             FROM DL100-BAT-HASH-TOTAL
019440     ELSE
019450         ADD ADDIN-ADDEND-TABLE(DL100-ADDEND-SUB)
019460             TO DL100-BAT-HASH-TOTAL
019470     END-IF.
019480
019490 2175-ADD-HASH-ENTRY-EXIT.
019500     EXIT.
019510
019520*----------------------------------------------------------------
019530* 2200-VERIFY-TRAILER - BALANCE THE ADDIN "T" TRAILER RECORD
019540*                       AGAINST WHAT WAS ACTUALLY READ.  THE
019550*                       DETAIL COUNT COVERS EVERY "D" RECORD,
019560*                       VALID OR NOT; THE HASH TOTAL COVERS THE
019570*                       ADDEND AMOUNTS OF EVERY DETAIL RECORD
019580*                       WHOSE COUNT AND AMOUNTS ARE NUMERIC,
019590*                       WHATEVER OTHER RULES IT BROKE (A
019600*                       NON-NUMERIC RECORD CANNOT BE HASHED AND
019610*                       WILL SURFACE AS A HASH MISMATCH, WHICH
019620*                       IS THE DESIRED OUTCOME FOR A CORRUPTED
019630*                       TRANSMISSION).
019640*                       ANY MISMATCH ABENDS THE RUN WITH RC 16
019650*                       SO NOTHING SHORT OR CORRUPT IS POSTED.
019660*----------------------------------------------------------------
019670 2200-VERIFY-TRAILER.
019680     IF ADDIN-TRL-DETAIL-COUNT IS NOT NUMERIC
019690             OR ADDIN-TRL-HASH-TOTAL IS NOT NUMERIC
019700         DISPLAY "ADDTHREENUMBER - ADDIN TRAILER RECORD IS NOT "
019710                 "NUMERIC - RUN ABORTED."
019720         MOVE 16 TO RETURN-CODE
019730         STOP RUN
019740     END-IF.
019750
019760     IF ADDIN-TRL-DETAIL-COUNT NOT = DL100-BAT-DETAIL-COUNT
019770         DISPLAY "ADDTHREENUMBER - ADDIN BATCH " DL100-BATCH-ID
019780                 " OUT OF BALANCE - TRAILER COUNT "
019790                 ADDIN-TRL-DETAIL-COUNT " VS "
019800                 DL100-BAT-DETAIL-COUNT " DETAIL RECORDS READ - "
019810                 "RUN ABORTED."
019820         MOVE 16 TO RETURN-CODE
019830         STOP RUN
019840     END-IF.
019850
019860     IF ADDIN-TRL-HASH-TOTAL NOT = DL100-BAT-HASH-TOTAL
019870         DISPLAY "ADDTHREENUMBER - ADDIN BATCH " DL100-BATCH-ID
019880                 " OUT OF BALANCE - TRAILER HASH TOTAL "
019890                 ADDIN-TRL-HASH-TOTAL " VS " DL100-BAT-HASH-TOTAL
019900                 " ACCUMULATED - RUN ABORTED."
019910         MOVE 16 TO RETURN-CODE
019920         STOP RUN
019930     END-IF.
019940
019950     SET DL100-BATCH-BALANCED TO TRUE.
019960
019970 2200-VERIFY-TRAILER-EXIT.
019980     EXIT.
019990
020000*----------------------------------------------------------------
020010* 3000-MAIN-PARA - BATCH VERSION.  DISPATCHES ON THE ADDIN
020020*                  RECORD TYPE: A DETAIL RECORD IS VALIDATED AND
020030*                  EITHER SUMMED AND WRITTEN TO ADDOUT OR ROUTED
020040*                  TO ADDEXC, THEN THE NEXT RECORD IS READ; THE
020050*                  TRAILER RECORD IS BALANCED AGAINST THE RUN'S
020060*                  CONTROL TOTALS; ANY OTHER RECORD TYPE ABENDS
020070*                  THE RUN.
020080*----------------------------------------------------------------
020090 3000-MAIN-PARA.
020100     EVALUATE TRUE
020110         WHEN ADDIN-DETAIL-REC
020120             ADD 1 TO DL100-BAT-DETAIL-COUNT
020130             MOVE ADDIN-TRANS-ID TO DL100-TRANS-ID
020140             MOVE ADDIN-GL-ACCOUNT TO DL100-TRANS-GL-ACCOUNT
020150             MOVE ADDIN-TRANS-TYPE TO DL100-TRANS-TYPE
020160             MOVE ADDIN-CURRENCY-CODE TO DL100-CURRENCY
020170             PERFORM 2150-VALIDATE-ADDIN
020180                 THRU 2150-VALIDATE-ADDIN-EXIT
020190             IF DL100-HASHABLE
020200                 PERFORM 2170-ACCUMULATE-HASH
020210                     THRU 2170-ACCUMULATE-HASH-EXIT
020220             END-IF
020230             IF DL100-VALID-DATA
020240                 PERFORM 3100-CALCULATE-RESULT
020250                     THRU 3100-CALCULATE-RESULT-EXIT
020260             ELSE
020270                 PERFORM 3300-WRITE-EXCEPTION
020280                     THRU 3300-WRITE-EXCEPTION-EXIT
020290             END-IF
020300             PERFORM 2060-CHECK-COMMIT-INTERVAL
020310                 THRU 2060-CHECK-COMMIT-INTERVAL-EXIT
020320             PERFORM 2100-READ-ADDIN
020330                 THRU 2100-READ-ADDIN-EXIT
020340         WHEN ADDIN-TRAILER-REC
020350             PERFORM 2200-VERIFY-TRAILER
020360                 THRU 2200-VERIFY-TRAILER-EXIT
020370         WHEN OTHER
020380             DISPLAY "ADDTHREENUMBER - UNEXPECTED ADDIN RECORD "
020390                     "TYPE " ADDIN-REC-TYPE " - RUN ABORTED."
020400             MOVE 16 TO RETURN-CODE
020410             STOP RUN
020420     END-EVALUATE.
020430
020440 3000-MAIN-PARA-EXIT.
020450     EXIT.
020460
020470*----------------------------------------------------------------
020480* 3100-CALCULATE-RESULT - LOAD THE VALIDATED ADDIN ADDENDS INTO
020490*                         THE WORK TABLE AND SUM THEM.  IF THE
020500*                         SUM OVERFLOWS RESULT, THE TRANSACTION IS
020510*                         ROUTED TO THE ADDEXC EXCEPTIONS FILE
020520*                         INSTEAD OF ADDOUT/ADDLOG/ADDGL/ADDRPT SO
020530*                         A CORRUPTED TOTAL NEVER REACHES THEM;
020540*                         OTHERWISE THE RESULT IS WRITTEN TO
020550*                         ADDOUT AND LOGGED AS USUAL.
020560*----------------------------------------------------------------
020570 3100-CALCULATE-RESULT.
020580     MOVE ADDIN-ADDEND-COUNT TO DL100-ADDEND-COUNT.
020590     PERFORM 3110-LOAD-ADDEND-ENTRY
020600         THRU 3110-LOAD-ADDEND-ENTRY-EXIT
020610         VARYING DL100-ADDEND-SUB FROM 1 BY 1
020620         UNTIL DL100-ADDEND-SUB > DL100-ADDEND-COUNT.
020630
020640     PERFORM 3500-SUM-ADDENDS
020650         THRU 3500-SUM-ADDENDS-EXIT.
020660     IF NOT DL100-SIZE-ERROR-OCCURRED
020670         PERFORM 3170-CONVERT-RESULT
020680             THRU 3170-CONVERT-RESULT-EXIT
020690     END-IF.
020700
020710*    A SUPERVISOR-RELEASED BATCH (BATCH ID S+DATE FROM ADDSUSRV)
020720*    WAS ALREADY APPROVED OVER LIMIT - IT MUST NOT RE-SUSPEND.
020730*    ONLY THE FULL RESERVED SHAPE (S FOLLOWED BY SIX DIGITS)
020740*    QUALIFIES - AN ORDINARY KEYING-SERVICE ID THAT MERELY
020750*    STARTS WITH S IS CHECKED LIKE ANY OTHER BATCH.
020760     MOVE SPACES TO DL100-SUS-REASON.
020770     SET DL100-NOT-RELEASE-BATCH TO TRUE.
020780     IF DL100-BATCH-ID(1:1) = "S"
020790             AND DL100-BATCH-ID(2:6) IS NUMERIC
020800         SET DL100-RELEASE-BATCH TO TRUE
020810     END-IF.
020820     IF NOT DL100-SIZE-ERROR-OCCURRED
020830             AND NOT DL100-RELEASE-BATCH
020840         PERFORM 3150-CHECK-LIMITS
020850             THRU 3150-CHECK-LIMITS-EXIT
020860     END-IF.
020870
020880     IF DL100-SIZE-ERROR-OCCURRED
020890         PERFORM 3300-WRITE-EXCEPTION
020900             THRU 3300-WRITE-EXCEPTION-EXIT
020910     ELSE
020920     IF NOT DL100-WITHIN-LIMITS
020930         PERFORM 3350-WRITE-SUSPENSE
020940             THRU 3350-WRITE-SUSPENSE-EXIT
020950     ELSE
020960         MOVE DL100-TRANS-ID TO ADDOUT-TRANS-ID
020970         MOVE DL100-TRANS-TYPE TO ADDOUT-TRANS-TYPE
020980         MOVE DL100-TRANS-GL-ACCOUNT TO ADDOUT-GL-ACCOUNT
020990         MOVE DL100-ADDEND-COUNT TO ADDOUT-ADDEND-COUNT
021000         PERFORM 3120-STORE-ADDOUT-ENTRY
021010             THRU 3120-STORE-ADDOUT-ENTRY-EXIT
021020             VARYING DL100-ADDEND-SUB FROM 1 BY 1
021030             UNTIL DL100-ADDEND-SUB > DL100-ADDEND-COUNT
021040         MOVE RESULT TO ADDOUT-RESULT
021050         MOVE DL100-CURRENCY TO ADDOUT-CURRENCY-CODE
021060         MOVE DL100-FX-RATE TO ADDOUT-FX-RATE
021070         MOVE DL100-ORIG-RESULT TO ADDOUT-ORIG-RESULT
021080
021090         WRITE ADDOUT-RECORD
021100         MOVE "ADDOUT" TO DL100-ERR-FILE-ID
021110         MOVE DL100-ADDOUT-STATUS TO DL100-ERR-STATUS
021120         PERFORM 8000-CHECK-FILE-STATUS
021130             THRU 8000-CHECK-FILE-STATUS-EXIT
021140
021150         ADD 1 TO DL100-REC-COUNT
021160         ADD 1 TO DL100-BAT-REC-COUNT
021170
021180         PERFORM 3400-WRITE-AUDIT-LOG
021190             THRU 3400-WRITE-AUDIT-LOG-EXIT
021200         PERFORM 3420-WRITE-GL-ENTRY
021210             THRU 3420-WRITE-GL-ENTRY-EXIT
021220         PERFORM 3430-WRITE-TXN-INDEX
021230             THRU 3430-WRITE-TXN-INDEX-EXIT
021240
021250         PERFORM 4100-PRINT-DETAIL-LINE
021260             THRU 4100-PRINT-DETAIL-LINE-EXIT
021270     END-IF
021280     END-IF.
021290
021300 3100-CALCULATE-RESULT-EXIT.
021310     EXIT.
021320
021330 3110-LOAD-ADDEND-ENTRY.
021340     MOVE ADDIN-ADDEND-TABLE(DL100-ADDEND-SUB)
021350         TO DL100-ADDEND-ENTRY(DL100-ADDEND-SUB).
021360
021370 3110-LOAD-ADDEND-ENTRY-EXIT.
021380     EXIT.
021390
021400 3120-STORE-ADDOUT-ENTRY.
021410     MOVE DL100-ADDEND-ENTRY(DL100-ADDEND-SUB)
021420         TO ADDOUT-ADDEND-TABLE(DL100-ADDEND-SUB).
021430
021440 3120-STORE-ADDOUT-ENTRY-EXIT.
021450     EXIT.
021460
021470*----------------------------------------------------------------
021480* 3150-CHECK-LIMITS - TEST THE CURRENT (VALIDATED, SUMMED)
021490*                     TRANSACTION AGAINST THE ADDLIM BUSINESS
021500*                     LIMITS: EVERY ADDEND MAGNITUDE, THE NET
021510*                     RESULT MAGNITUDE, AND THE RUN GRAND TOTAL
021520*                     THE TRANSACTION WOULD LEAVE BEHIND.  THE
021530*                     FIRST LIMIT BROKEN LEAVES ITS REASON CODE
021540*                     IN DL100-SUS-REASON; SPACES MEANS THE
021550*                     TRANSACTION IS WITHIN LIMITS.
021560*----------------------------------------------------------------
021570 3150-CHECK-LIMITS.
021580     MOVE SPACES TO DL100-SUS-REASON.
021590
021600     PERFORM 3160-CHECK-ADDEND-LIMIT
021610         THRU 3160-CHECK-ADDEND-LIMIT-EXIT
021620         VARYING DL100-ADDEND-SUB FROM 1 BY 1
021630         UNTIL DL100-ADDEND-SUB > DL100-ADDEND-COUNT
021640         OR NOT DL100-WITHIN-LIMITS.
021650     IF NOT DL100-WITHIN-LIMITS
021660         GO TO 3150-CHECK-LIMITS-EXIT
021670     END-IF.
021680
021690     IF RESULT < ZERO
021700         COMPUTE DL100-ABS-WORK = ZERO - RESULT
021710     ELSE
021720         MOVE RESULT TO DL100-ABS-WORK
021730     END-IF.
021740     IF DL100-ABS-WORK > DL100-LIM-MAX-RESULT
021750         MOVE "LR" TO DL100-SUS-REASON
021760         GO TO 3150-CHECK-LIMITS-EXIT
021770     END-IF.
021780
021790     COMPUTE DL100-NEW-GRAND-TOTAL =
021800         DL100-RPT-GRAND-TOTAL + RESULT.
021810     IF DL100-NEW-GRAND-TOTAL < ZERO
021820         COMPUTE DL100-ABS-WORK = ZERO - DL100-NEW-GRAND-TOTAL
021830     ELSE
021840         MOVE DL100-NEW-GRAND-TOTAL TO DL100-ABS-WORK
021850     END-IF.
021860     IF DL100-ABS-WORK > DL100-LIM-MAX-RUN-TOTAL
021870         MOVE "LG" TO DL100-SUS-REASON
021880     END-IF.
021890
021900 3150-CHECK-LIMITS-EXIT.
021910     EXIT.
021920
021930 3160-CHECK-ADDEND-LIMIT.
021940     IF DL100-ADDEND-ENTRY(DL100-ADDEND-SUB) < ZERO
021950         COMPUTE DL100-ABS-WORK =
021960             ZERO - DL100-ADDEND-ENTRY(DL100-ADDEND-SUB)
021970     ELSE
021980         MOVE DL100-ADDEND-ENTRY(DL100-ADDEND-SUB)
021990             TO DL100-ABS-WORK
022000     END-IF.
022010*    THE LIMIT IS IN BASE CURRENCY - A FOREIGN ADDEND IS TESTED
022020*    AT ITS CONVERTED VALUE.
022030     COMPUTE DL100-ABS-WORK ROUNDED =
022040         DL100-ABS-WORK * DL100-FX-RATE.
022050     IF DL100-ABS-WORK > DL100-LIM-MAX-ADDEND
022060         MOVE "LA" TO DL100-SUS-REASON
022070     END-IF.
022080
022090 3160-CHECK-ADDEND-LIMIT-EXIT.
022100     EXIT.
022110
022120*----------------------------------------------------------------
022130* 3170-CONVERT-RESULT - KEEP THE SUMMED RESULT, IN THE CURRENCY
022140*                       THE ADDENDS WERE KEYED IN, AS THE
022150*                       ORIGINAL RESULT AND CONVERT RESULT TO
022160*                       BASE CURRENCY AT THE DETAIL'S RATE
022170*                       (1 FOR BASE), ROUNDED TO THE CENT.  A
022180*                       CONVERTED RESULT TOO BIG FOR RESULT IS
022190*                       A SIZE ERROR LIKE AN OVERFLOWED SUM.
022200*----------------------------------------------------------------
022210 3170-CONVERT-RESULT.
022220     MOVE RESULT TO DL100-ORIG-RESULT.
022230     COMPUTE RESULT ROUNDED =
022240         DL100-ORIG-RESULT * DL100-FX-RATE
022250         ON SIZE ERROR
022260             SET DL100-SIZE-ERROR-OCCURRED TO TRUE
022270             MOVE "Y" TO DL100-FX-OVERFLOW-SW
022280     END-COMPUTE.
022290
022300 3170-CONVERT-RESULT-EXIT.
022310     EXIT.
022320
022330*----------------------------------------------------------------
022340* 3350-WRITE-SUSPENSE - HOLD THE CURRENT OVER-LIMIT TRANSACTION
022350*                       ON THE ADDSUS SUSPENSE FILE FOR
022360*                       SUPERVISOR REVIEW AND RELEASE THROUGH
022370*                       ADDSUSRV.  THE TRANSACTION IS NOT
022380*                       POSTED ANYWHERE ELSE.  A ROW ALREADY
022390*                       ON FILE FOR THE SAME ID AND HELD DATE
022400*                       (STATUS 22) IS HANDLED BY 3355.  A
022410*                       DETAIL FORCED THROUGH THE DUPLICATE
022420*                       CHECK CARRIES THE OVERRIDE SO ITS
022430*                       RELEASE POSTS.
022440*----------------------------------------------------------------
022450 3350-WRITE-SUSPENSE.
022460     MOVE SPACES TO ADDSUS-RECORD.
022470     SET ADDSUS-HELD TO TRUE.
022480     MOVE DL100-SUS-REASON TO ADDSUS-REASON-CODE.
022490     MOVE DL100-BUS-DATE TO ADDSUS-SUS-DATE.
022500     MOVE ZERO TO ADDSUS-REL-DATE.
022510     MOVE DL100-TRANS-ID TO ADDSUS-TRANS-ID.
022520     MOVE DL100-TRANS-GL-ACCOUNT TO ADDSUS-GL-ACCOUNT.
022530     MOVE DL100-TRANS-TYPE TO ADDSUS-TRANS-TYPE.
022540     MOVE DL100-ADDEND-COUNT TO ADDSUS-ADDEND-COUNT.
022550     PERFORM 3360-STORE-SUSPENSE-ENTRY
022560         THRU 3360-STORE-SUSPENSE-ENTRY-EXIT
022570         VARYING DL100-ADDEND-SUB FROM 1 BY 1
022580         UNTIL DL100-ADDEND-SUB > DL100-ADDEND-COUNT.
022590     MOVE RESULT TO ADDSUS-RESULT.
022600     MOVE DL100-CURRENCY TO ADDSUS-CURRENCY-CODE.
022610     MOVE DL100-FX-RATE TO ADDSUS-FX-RATE.
022620     MOVE DL100-ORIG-RESULT TO ADDSUS-ORIG-RESULT.
022630     IF DL100-BATCH-MODE
022640         MOVE DL100-BATCH-ID TO ADDSUS-BATCH-ID
022650     ELSE
022660         MOVE DL100-JOB-ID TO ADDSUS-BATCH-ID
022670     END-IF.
022680     IF DL100-DUP-FORCED
022690         SET ADDSUS-DUP-FORCED TO TRUE
022700     END-IF.
022710
022720     MOVE "N" TO DL100-SUS-ON-FILE-SW.
022730     WRITE ADDSUS-RECORD
022740         INVALID KEY
022750             CONTINUE
022760     END-WRITE.
022770     IF DL100-ADDSUS-STATUS = "22"
022780         PERFORM 3355-SUSPENSE-ON-FILE
022790             THRU 3355-SUSPENSE-ON-FILE-EXIT
022800         GO TO 3350-WRITE-SUSPENSE-EXIT
022810     END-IF.
022820     MOVE "ADDSUS" TO DL100-ERR-FILE-ID.
022830     MOVE DL100-ADDSUS-STATUS TO DL100-ERR-STATUS.
022840     PERFORM 8000-CHECK-FILE-STATUS
022850         THRU 8000-CHECK-FILE-STATUS-EXIT.
022860
022870     ADD 1 TO DL100-SUS-COUNT.
022880
022890 3350-WRITE-SUSPENSE-EXIT.
022900     EXIT.
022910
022920*----------------------------------------------------------------
022930* 3355-SUSPENSE-ON-FILE - THE ID IS ALREADY HELD UNDER TODAY'S
022940*                         DATE.  ON A CHECKPOINT RESTART THAT ROW
022950*                         IS THIS SAME DETAIL, WRITTEN BEFORE THE
022960*                         FAILURE AND NOT YET CHECKPOINTED, SO IT
022970*                         IS KEPT AND COUNTED AGAIN (THE COUNT
022980*                         WAS RESTORED FROM THE CHECKPOINT).
022990*                         OTHERWISE THE DETAIL IS A SECOND COPY
023000*                         OF AN ITEM ALREADY HELD - A HELD ID IS
023010*                         NOT ON ADDTXI, SO THIS IS WHERE A
023020*                         RE-SENT BATCH IS CAUGHT - AND IT GOES TO
023030*                         ADDEXC AS DU AGAINST THE HELD ROW'S
023040*                         BATCH.  A TERMINAL ENTRY IS REFUSED BY
023050*                         THE CALLER.
023060*----------------------------------------------------------------
023070 3355-SUSPENSE-ON-FILE.
023080     IF DL100-RESTARTED-RUN
023090         ADD 1 TO DL100-SUS-COUNT
023100         GO TO 3355-SUSPENSE-ON-FILE-EXIT
023110     END-IF.
023120
023130     SET DL100-SUS-ON-FILE TO TRUE.
023140     MOVE DL100-TRANS-ID TO ADDSUS-TRANS-ID.
023150     MOVE DL100-BUS-DATE TO ADDSUS-SUS-DATE.
023160     READ ADDSUS-FILE
023170         INVALID KEY
023180             MOVE SPACES TO ADDSUS-BATCH-ID
023190     END-READ.
023200     IF DL100-ADDSUS-STATUS NOT = "00"
023210             AND DL100-ADDSUS-STATUS NOT = "23"
023220         MOVE "ADDSUS" TO DL100-ERR-FILE-ID
023230         MOVE DL100-ADDSUS-STATUS TO DL100-ERR-STATUS
023240         PERFORM 8000-CHECK-FILE-STATUS
023250             THRU 8000-CHECK-FILE-STATUS-EXIT
023260     END-IF.
023270     MOVE ADDSUS-BATCH-ID TO DL100-DUP-BATCH-ID.
023280     MOVE DL100-BUS-DATE TO DL100-DUP-POSTED-DATE.
023290
023300     IF DL100-BATCH-MODE
023310         MOVE "DU" TO DL100-EXC-REASON
023320         PERFORM 3300-WRITE-EXCEPTION
023330             THRU 3300-WRITE-EXCEPTION-EXIT
023340     END-IF.
023350
023360 3355-SUSPENSE-ON-FILE-EXIT.
023370     EXIT.
023380
023390 3360-STORE-SUSPENSE-ENTRY.
023400     MOVE DL100-ADDEND-ENTRY(DL100-ADDEND-SUB)
023410         TO ADDSUS-ADDEND-TABLE(DL100-ADDEND-SUB).
023420
023430 3360-STORE-SUSPENSE-ENTRY-EXIT.
023440     EXIT.
023450
023460*----------------------------------------------------------------
023470* 3300-WRITE-EXCEPTION - ROUTE A FAILED-VALIDATION OR OVERFLOWED
023480*                        TRANSACTION TO THE ADDEXC EXCEPTIONS
023490*                        FILE AND BUMP THE EXCEPTION COUNT.  THE
023500*                        RAW COUNT AND TABLE ARE DUMPED AS
023510*                        RECEIVED SINCE A FAILED-VALIDATION ENTRY
023520*                        MAY NOT BE NUMERIC AT ALL; THE REASON
023530*                        CODE DISTINGUISHES A VALIDATION FAILURE
023540*                        FROM AN ADD SIZE ERROR.
023550*----------------------------------------------------------------
023560 3300-WRITE-EXCEPTION.
023570     MOVE DL100-TRANS-ID TO ADDEXC-TRANS-ID.
023580     MOVE DL100-TRANS-GL-ACCOUNT TO ADDEXC-GL-ACCOUNT.
023590     MOVE DL100-TRANS-TYPE TO ADDEXC-TRANS-TYPE.
023600     MOVE ADDIN-ADDEND-COUNT TO ADDEXC-RAW-COUNT.
023610     MOVE ADDIN-CURRENCY-CODE TO ADDEXC-CURRENCY-CODE.
023620     PERFORM 3310-STORE-EXCEPTION-ENTRY
023630         THRU 3310-STORE-EXCEPTION-ENTRY-EXIT
023640         VARYING DL100-ADDEND-SUB FROM 1 BY 1
023650         UNTIL DL100-ADDEND-SUB > DL100-MAX-ADDENDS.
023660
023670     IF DL100-SIZE-ERROR-OCCURRED
023680         SET ADDEXC-SIZE-ERROR TO TRUE
023690         IF DL100-FX-OVERFLOW
023700             MOVE "CONVERTED RESULT EXCEEDS SIZE"
023710                 TO ADDEXC-REASON-TEXT
023720         ELSE
023730             MOVE "ADDEND SUM EXCEEDS RESULT SIZE"
023740                 TO ADDEXC-REASON-TEXT
023750         END-IF
023760     ELSE
023770         MOVE DL100-EXC-REASON TO ADDEXC-REASON-CODE
023780         EVALUATE TRUE
023790             WHEN ADDEXC-MISSING-TRANS-ID
023800                 MOVE "MISSING TRANSACTION ID"
023810                     TO ADDEXC-REASON-TEXT
023820             WHEN ADDEXC-BAD-GL-ACCOUNT
023830                 MOVE "INVALID GL ACCOUNT"
023840                     TO ADDEXC-REASON-TEXT
023850             WHEN ADDEXC-BAD-TRANS-TYPE
023860                 MOVE "INVALID TRANSACTION TYPE"
023870                     TO ADDEXC-REASON-TEXT
023880             WHEN ADDEXC-ACCT-UNKNOWN
023890                 MOVE "ACCOUNT NOT ON CHART OF ACCTS"
023900                     TO ADDEXC-REASON-TEXT
023910             WHEN ADDEXC-ACCT-CLOSED
023920                 MOVE "GL ACCOUNT IS CLOSED"
023930                     TO ADDEXC-REASON-TEXT
023940             WHEN ADDEXC-DUPLICATE-ID
023950                 MOVE DL100-DUP-TEXT TO ADDEXC-REASON-TEXT
023960             WHEN ADDEXC-UNKNOWN-CURRENCY
023970                 MOVE DL100-CURRENCY TO DL100-FXC-CURRENCY
023980                 MOVE DL100-FXC-TEXT TO ADDEXC-REASON-TEXT
023990             WHEN ADDEXC-NO-FX-RATE
024000                 MOVE DL100-CURRENCY TO DL100-FXR-CURRENCY
024010                 MOVE DL100-BUS-DATE TO DL100-FXR-DATE
024020                 MOVE DL100-FXR-TEXT TO ADDEXC-REASON-TEXT
024030             WHEN OTHER
024040                 MOVE "NON-NUMERIC ADDEND DATA"
024050                     TO ADDEXC-REASON-TEXT
024060         END-EVALUATE
024070     END-IF.
024080
024090     MOVE DL100-BUS-DATE TO ADDEXC-EXC-DATE.
024100     IF DL100-BATCH-MODE
024110         MOVE DL100-BATCH-ID TO ADDEXC-BATCH-ID
024120     ELSE
024130         MOVE DL100-JOB-ID TO ADDEXC-BATCH-ID
024140     END-IF.
024150
024160     WRITE ADDEXC-RECORD.
024170     MOVE "ADDEXC" TO DL100-ERR-FILE-ID.
024180     MOVE DL100-ADDEXC-STATUS TO DL100-ERR-STATUS.
024190     PERFORM 8000-CHECK-FILE-STATUS
024200         THRU 8000-CHECK-FILE-STATUS-EXIT.
024210
024220     ADD 1 TO DL100-EXC-COUNT.
024230*    THE PER-REASON SPLIT IS COUNTED FROM WORKING STORAGE, NOT
024240*    THE RECORD AREA, WHICH IS UNDEFINED AFTER THE WRITE.
024250     EVALUATE TRUE
024260         WHEN DL100-SIZE-ERROR-OCCURRED
024270             ADD 1 TO DL100-EXC-SE-COUNT
024280         WHEN DL100-EXC-REASON = "NN"
024290             ADD 1 TO DL100-EXC-NN-COUNT
024300         WHEN OTHER
024310             ADD 1 TO DL100-EXC-OTH-COUNT
024320     END-EVALUATE.
024330     IF DL100-EXC-REASON = "DU"
024340             AND NOT DL100-SIZE-ERROR-OCCURRED
024350         ADD 1 TO DL100-DUP-COUNT
024360     END-IF.
024370     IF (DL100-EXC-REASON = "XC" OR "XR")
024380             AND NOT DL100-SIZE-ERROR-OCCURRED
024390         ADD 1 TO DL100-FX-COUNT
024400     END-IF.
024410
024420 3300-WRITE-EXCEPTION-EXIT.
024430     EXIT.
024440
024450*    THE EIGHT RAW BYTES (SIGN AND DIGITS) ARE DUMPED AS RECEIVED
024460*    VIA REFERENCE MODIFICATION SO NO DECIMAL SCALING OR SIGN
024470*    EDITING IS APPLIED TO DATA THAT MAY NOT BE NUMERIC AT ALL.
024480 3310-STORE-EXCEPTION-ENTRY.
024490     MOVE ADDIN-ADDEND-TABLE(DL100-ADDEND-SUB)(1:8)
024500         TO ADDEXC-RAW-TABLE(DL100-ADDEND-SUB).
024510
024520 3310-STORE-EXCEPTION-ENTRY-EXIT.
024530     EXIT.
024540
024550*----------------------------------------------------------------
024560* 3400-WRITE-AUDIT-LOG - APPEND AN AUDIT RECORD FOR THE CURRENT
024570*                        TRANSACTION HELD IN THE DL100-ADDEND
024580*                        WORK TABLE AND RESULT TO THE ADDLOG
024590*                        FILE.
024600*----------------------------------------------------------------
024610 3400-WRITE-AUDIT-LOG.
024620     MOVE DL100-TRANS-TYPE TO ADDLOG-TRANS-TYPE.
024630     MOVE DL100-TRANS-ID TO ADDLOG-TRANS-ID.
024640     MOVE DL100-TRANS-GL-ACCOUNT TO ADDLOG-GL-ACCOUNT.
024650     MOVE DL100-ADDEND-COUNT TO ADDLOG-ADDEND-COUNT.
024660     PERFORM 3410-STORE-ADDLOG-ENTRY
024670         THRU 3410-STORE-ADDLOG-ENTRY-EXIT
024680         VARYING DL100-ADDEND-SUB FROM 1 BY 1
024690         UNTIL DL100-ADDEND-SUB > DL100-ADDEND-COUNT.
024700     MOVE RESULT TO ADDLOG-RESULT.
024710     MOVE DL100-CURRENCY TO ADDLOG-CURRENCY-CODE.
024720     MOVE DL100-FX-RATE TO ADDLOG-FX-RATE.
024730     MOVE DL100-ORIG-RESULT TO ADDLOG-ORIG-RESULT.
024740     ACCEPT ADDLOG-LOG-DATE FROM DATE YYYYMMDD.
024750     ACCEPT DL100-TIME-WORK FROM TIME.
024760     MOVE DL100-TIME-WORK(1:6) TO ADDLOG-LOG-TIME.
024770     MOVE DL100-OPERATOR-ID TO ADDLOG-OPERATOR-ID.
024780     MOVE DL100-JOB-ID TO ADDLOG-JOB-ID.
024790
024800     WRITE ADDLOG-RECORD.
024810     MOVE "ADDLOG" TO DL100-ERR-FILE-ID.
024820     MOVE DL100-ADDLOG-STATUS TO DL100-ERR-STATUS.
024830     PERFORM 8000-CHECK-FILE-STATUS
024840         THRU 8000-CHECK-FILE-STATUS-EXIT.
024850
024860 3400-WRITE-AUDIT-LOG-EXIT.
024870     EXIT.
024880
024890 3410-STORE-ADDLOG-ENTRY.
024900     MOVE DL100-ADDEND-ENTRY(DL100-ADDEND-SUB)
024910         TO ADDLOG-ADDEND-TABLE(DL100-ADDEND-SUB).
024920
024930 3410-STORE-ADDLOG-ENTRY-EXIT.
024940     EXIT.
024950
024960*----------------------------------------------------------------
024970* 3420-WRITE-GL-ENTRY - APPEND ONE POSTING RECORD TO THE ADDGL
024980*                       GENERAL LEDGER INTERFACE FILE FOR THE
024990*                       RESULT JUST COMPUTED, IN THE SHOP'S
025000*                       STANDARD GL FEED LAYOUT.  THE POSTING
025010*                       GOES TO THE TRANSACTION'S OWN ACCOUNT
025020*                       AND CARRIES ITS INVOICE ID.
025030*----------------------------------------------------------------
025040 3420-WRITE-GL-ENTRY.
025050     MOVE DL100-TRANS-GL-ACCOUNT TO ADDGL-ACCOUNT.
025060     MOVE DL100-TRANS-ID TO ADDGL-TRANS-ID.
025070*    THE AMOUNT IS POSTED UNSIGNED (THE MOVE DROPS A NEGATIVE
025080*    SIGN) AND THE SIDE IT POSTS TO RIDES ON THE D/C INDICATOR.
025090     MOVE RESULT TO ADDGL-AMOUNT.
025100     IF RESULT < ZERO
025110         SET ADDGL-CREDIT TO TRUE
025120     ELSE
025130         SET ADDGL-DEBIT TO TRUE
025140     END-IF.
025150     MOVE DL100-BUS-DATE TO ADDGL-POSTING-DATE.
025160*    A BATCH POSTING IS STAMPED WITH THE ADDIN BATCH IDENTITY SO
025170*    THE RECONCILIATION AND GL GROUP CAN TIE IT TO ITS BATCH;
025180*    INTERACTIVE POSTINGS KEEP THE OPERATOR/JOB ID.
025190     IF DL100-BATCH-MODE
025200         MOVE DL100-BATCH-ID TO ADDGL-BATCH-ID
025210     ELSE
025220         MOVE DL100-JOB-ID TO ADDGL-BATCH-ID
025230     END-IF.
025240     MOVE "N" TO ADDGL-TRANSMIT-FLAG.
025250*    THE ORIGINAL-CURRENCY AMOUNT IS UNSIGNED LIKE THE AMOUNT.
025260     MOVE DL100-CURRENCY TO ADDGL-CURRENCY-CODE.
025270     MOVE DL100-ORIG-RESULT TO ADDGL-ORIG-AMOUNT.
025280     MOVE DL100-FX-RATE TO ADDGL-FX-RATE.
025290
025300     WRITE ADDGL-RECORD.
025310     MOVE "ADDGL" TO DL100-ERR-FILE-ID.
025320     MOVE DL100-ADDGL-STATUS TO DL100-ERR-STATUS.
025330     PERFORM 8000-CHECK-FILE-STATUS
025340         THRU 8000-CHECK-FILE-STATUS-EXIT.
025350
025360 3420-WRITE-GL-ENTRY-EXIT.
025370     EXIT.
025380
025390*----------------------------------------------------------------
025400* 3430-WRITE-TXN-INDEX - RECORD THE TRANSACTION JUST POSTED ON
025410*                        THE ADDTXI POSTED-TRANSACTION-ID INDEX
025420*                        SO A LATER COPY OF THE SAME ID IS
025430*                        CAUGHT AS A DUPLICATE.  A FORCED
025440*                        DUPLICATE ALREADY HAS AN ENTRY (STATUS
025450*                        22) - THE ORIGINAL POSTING IS KEPT.
025460*----------------------------------------------------------------
025470 3430-WRITE-TXN-INDEX.
025480     MOVE SPACES TO ADDTXI-RECORD.
025490     MOVE DL100-TRANS-ID TO ADDTXI-TRANS-ID.
025500     IF DL100-BATCH-MODE
025510         MOVE DL100-BATCH-ID TO ADDTXI-BATCH-ID
025520     ELSE
025530         MOVE DL100-JOB-ID TO ADDTXI-BATCH-ID
025540     END-IF.
025550     MOVE DL100-BUS-DATE TO ADDTXI-POSTED-DATE.
025560     MOVE DL100-TRANS-GL-ACCOUNT TO ADDTXI-GL-ACCOUNT.
025570     MOVE RESULT TO ADDTXI-AMOUNT.
025580
025590     WRITE ADDTXI-RECORD
025600         INVALID KEY
025610             CONTINUE
025620         NOT INVALID KEY
025630             ADD 1 TO DL100-TXI-COUNT
025640     END-WRITE.
025650     IF DL100-ADDTXI-STATUS NOT = "00"
025660             AND DL100-ADDTXI-STATUS NOT = "22"
025670         MOVE "ADDTXI" TO DL100-ERR-FILE-ID
025680         MOVE DL100-ADDTXI-STATUS TO DL100-ERR-STATUS
025690         PERFORM 8000-CHECK-FILE-STATUS
025700             THRU 8000-CHECK-FILE-STATUS-EXIT
025710     END-IF.
025720
025730 3430-WRITE-TXN-INDEX-EXIT.
025740     EXIT.
025750
025760*----------------------------------------------------------------
025770* 3500-SUM-ADDENDS - ADD THE DL100-ADDEND-COUNT ENTRIES CURRENTLY
025780*                    HELD IN THE DL100-ADDEND-TABLE, GIVING
025790*                    RESULT.  USED BY BOTH INTERACTIVE AND BATCH
025800*                    PROCESSING.  DL100-SIZE-ERROR-SW IS RESET
025810*                    BEFORE THE TABLE IS SUMMED AND IS SET BY
025820*                    3510-ADD-ADDEND-ENTRY IF ANY ENTRY OVERFLOWS
025830*                    RESULT; THE CALLER MUST TEST IT AFTER THIS
025840*                    PARAGRAPH RETURNS.
025850*----------------------------------------------------------------
025860 3500-SUM-ADDENDS.
025870     MOVE ZERO TO RESULT.
025880     SET DL100-NO-SIZE-ERROR TO TRUE.
025890     PERFORM 3510-ADD-ADDEND-ENTRY
025900         THRU 3510-ADD-ADDEND-ENTRY-EXIT
025910         VARYING DL100-ADDEND-SUB FROM 1 BY 1
025920         UNTIL DL100-ADDEND-SUB > DL100-ADDEND-COUNT.
025930
025940 3500-SUM-ADDENDS-EXIT.
025950     EXIT.
025960
025970*    A CREDIT MEMO'S ADDENDS ARE SUBTRACTED SO THE TRANSACTION
025980*    NETS NEGATIVE; SIGNED ADJUSTMENT ADDENDS NET EITHER WAY.
025990 3510-ADD-ADDEND-ENTRY.
026000     IF DL100-TRANS-CREDIT
026010         SUBTRACT DL100-ADDEND-ENTRY(DL100-ADDEND-SUB)
026020             FROM RESULT
026030             ROUNDED
026040             ON SIZE ERROR
026050                 SET DL100-SIZE-ERROR-OCCURRED TO TRUE
026060         END-SUBTRACT
026070     ELSE
026080         ADD DL100-ADDEND-ENTRY(DL100-ADDEND-SUB) TO RESULT
026090             ROUNDED
026100             ON SIZE ERROR
026110                 SET DL100-SIZE-ERROR-OCCURRED TO TRUE
026120         END-ADD
026130     END-IF.
026140
026150 3510-ADD-ADDEND-ENTRY-EXIT.
026160     EXIT.
026170
026180*----------------------------------------------------------------
026190* 4000-PRINT-HEADERS - PRINT THE RUN-HEADER, JOB-NAME AND COLUMN
026200*                      HEADING LINES AT THE TOP OF EACH PAGE OF
026210*                      THE ADDRPT CONTROL-BREAK SUMMARY REPORT.
026220*----------------------------------------------------------------
026230 4000-PRINT-HEADERS.
026240     ADD 1 TO DL100-RPT-PAGE-COUNT.
026250     MOVE DL100-RPT-RUN-DATE TO DL100-RPT-H1-DATE.
026260     MOVE DL100-RPT-PAGE-COUNT TO DL100-RPT-H1-PAGE.
026270
026280     MOVE DL100-RPT-HEADING1 TO ADDRPT-RECORD.
026290     WRITE ADDRPT-RECORD.
026300     PERFORM 8010-CHECK-ADDRPT-STATUS
026310         THRU 8010-CHECK-ADDRPT-STATUS-EXIT.
026320     MOVE DL100-RPT-HEADING2 TO ADDRPT-RECORD.
026330     WRITE ADDRPT-RECORD.
026340     PERFORM 8010-CHECK-ADDRPT-STATUS
026350         THRU 8010-CHECK-ADDRPT-STATUS-EXIT.
026360     MOVE DL100-RPT-HEADING3 TO ADDRPT-RECORD.
026370     WRITE ADDRPT-RECORD.
026380     PERFORM 8010-CHECK-ADDRPT-STATUS
026390         THRU 8010-CHECK-ADDRPT-STATUS-EXIT.
026400
026410     MOVE ZERO TO DL100-RPT-LINE-COUNT.
026420
026430 4000-PRINT-HEADERS-EXIT.
026440     EXIT.
026450
026460*----------------------------------------------------------------
026470* 4100-PRINT-DETAIL-LINE - PRINT ONE DETAIL LINE FOR THE CURRENT
026480*                          TRANSACTION AND ACCUMULATE THE
026490*                          RUNNING GRAND TOTAL, BREAKING TO A
026500*                          NEW PAGE WHEN THE CURRENT PAGE IS
026510*                          FULL.
026520*----------------------------------------------------------------
026530 4100-PRINT-DETAIL-LINE.
026540     IF DL100-RPT-LINE-COUNT >= DL100-RPT-PAGE-SIZE
026550         PERFORM 4000-PRINT-HEADERS
026560             THRU 4000-PRINT-HEADERS-EXIT
026570     END-IF.
026580
026590     MOVE DL100-REC-COUNT TO DL100-RPT-DET-TRANS.
026600     MOVE DL100-ADDEND-COUNT TO DL100-RPT-DET-COUNT.
026610     MOVE RESULT TO DL100-RPT-DET-RESULT.
026620     MOVE DL100-CURRENCY TO DL100-RPT-DET-CCY.
026630     MOVE DL100-ORIG-RESULT TO DL100-RPT-DET-ORIG.
026640     MOVE DL100-FX-RATE TO DL100-RPT-DET-RATE.
026650     MOVE DL100-RPT-DETAIL TO ADDRPT-RECORD.
026660     WRITE ADDRPT-RECORD.
026670     PERFORM 8010-CHECK-ADDRPT-STATUS
026680         THRU 8010-CHECK-ADDRPT-STATUS-EXIT.
026690
026700     ADD 1 TO DL100-RPT-LINE-COUNT.
026710     ADD RESULT TO DL100-RPT-GRAND-TOTAL
026720         ON SIZE ERROR
026730             DISPLAY "ADDTHREENUMBER - REPORT GRAND TOTAL "
026740                     "OVERFLOWED DL100-RPT-GRAND-TOTAL."
026750             MOVE 16 TO RETURN-CODE
026760             STOP RUN
026770     END-ADD.
026780
026790 4100-PRINT-DETAIL-LINE-EXIT.
026800     EXIT.
026810
026820*----------------------------------------------------------------
026830* 4200-PRINT-TRAILER - PRINT THE GRAND-TOTAL TRAILER LINE AT THE
026840*                      END OF THE ADDRPT REPORT.
026850*----------------------------------------------------------------
026860 4200-PRINT-TRAILER.
026870     MOVE DL100-REC-COUNT TO DL100-RPT-TRL-COUNT.
026880     MOVE DL100-RPT-GRAND-TOTAL TO DL100-RPT-TRL-TOTAL.
026890     MOVE DL100-RPT-TRAILER TO ADDRPT-RECORD.
026900     WRITE ADDRPT-RECORD.
026910     PERFORM 8010-CHECK-ADDRPT-STATUS
026920         THRU 8010-CHECK-ADDRPT-STATUS-EXIT.
026930
026940 4200-PRINT-TRAILER-EXIT.
026950     EXIT.
026960
026970*----------------------------------------------------------------
026980* 5000-INTERACTIVE-PROCESS - A TERMINAL CALCULATION NOW RUNS
026990*                            UNDER THE SAME CONTROLS AS BATCH:
027000*                            IT PROMPTS FOR THE TRANSACTION
027010*                            ID, GL ACCOUNT AND D/C TYPE AND
027020*                            VALIDATES THEM UNDER THE
027030*                            2150-VALIDATE-ADDIN RULES
027040*                            (INCLUDING THE CHART OF
027050*                            ACCOUNTS), LOADS THE ADDLIM
027060*                            LIMITS, AND HOLDS AN OVER-LIMIT
027070*                            TRANSACTION ON ADDSUS FOR
027080*                            SUPERVISOR RELEASE INSTEAD OF
027090*                            POSTING.  THE ENTERED IDENTITY
027100*                            IS CARRIED THROUGH ADDLOG AND
027110*                            ADDGL SO AN INTERACTIVE POSTING
027120*                            RECONCILES LIKE ANY OTHER.  IF
027130*                            THE SUM OVERFLOWS RESULT, THE
027140*                            USER IS TOLD AND NOTHING IS
027150*                            LOGGED.
027160*----------------------------------------------------------------
027170 5000-INTERACTIVE-PROCESS.
027180     PERFORM 1070-CHECK-PERIOD-LOCK
027190         THRU 1070-CHECK-PERIOD-LOCK-EXIT.
027200
027210     OPEN INPUT ADDCOA-FILE.
027220     MOVE "ADDCOA" TO DL100-ERR-FILE-ID.
027230     MOVE DL100-ADDCOA-STATUS TO DL100-ERR-STATUS.
027240     PERFORM 8000-CHECK-FILE-STATUS
027250         THRU 8000-CHECK-FILE-STATUS-EXIT.
027260
027270     PERFORM 1065-OPEN-SUSPENSE
027280         THRU 1065-OPEN-SUSPENSE-EXIT.
027290
027300     PERFORM 1060-OPEN-TXN-INDEX
027310         THRU 1060-OPEN-TXN-INDEX-EXIT.
027320
027330     PERFORM 1050-LOAD-LIMITS
027340         THRU 1050-LOAD-LIMITS-EXIT.
027350
027360     PERFORM 5020-ACCEPT-TRANS-ID
027370         THRU 5020-ACCEPT-TRANS-ID-EXIT.
027380     PERFORM 5030-ACCEPT-GL-ACCOUNT
027390         THRU 5030-ACCEPT-GL-ACCOUNT-EXIT.
027400     PERFORM 5040-ACCEPT-TRANS-TYPE
027410         THRU 5040-ACCEPT-TRANS-TYPE-EXIT.
027420
027430     PERFORM 5050-ACCEPT-COUNT
027440         THRU 5050-ACCEPT-COUNT-EXIT.
027450
027460     PERFORM 5100-ACCEPT-ADDEND-ENTRY
027470         THRU 5100-ACCEPT-ADDEND-ENTRY-EXIT
027480         VARYING DL100-ADDEND-SUB FROM 1 BY 1
027490         UNTIL DL100-ADDEND-SUB > DL100-ADDEND-COUNT.
027500
027510     PERFORM 3500-SUM-ADDENDS
027520         THRU 3500-SUM-ADDENDS-EXIT.
027530     IF NOT DL100-SIZE-ERROR-OCCURRED
027540         PERFORM 3170-CONVERT-RESULT
027550             THRU 3170-CONVERT-RESULT-EXIT
027560     END-IF.
027570
027580     IF DL100-SIZE-ERROR-OCCURRED
027590         DISPLAY "ERROR - ADDEND SUM EXCEEDS RESULT FIELD SIZE, "
027600             "TRANSACTION NOT LOGGED."
027610         GO TO 5000-INTERACTIVE-WRAP-UP
027620     END-IF.
027630
027640     PERFORM 3150-CHECK-LIMITS
027650         THRU 3150-CHECK-LIMITS-EXIT.
027660
027670     IF NOT DL100-WITHIN-LIMITS
027680         PERFORM 3350-WRITE-SUSPENSE
027690             THRU 3350-WRITE-SUSPENSE-EXIT
027700         IF DL100-SUS-ON-FILE
027710             DISPLAY "TRANSACTION " DL100-TRANS-ID " IS ALREADY "
027720                 "HELD ON ADDSUS FOR TODAY - ENTRY REFUSED."
027730         ELSE
027740             DISPLAY "TRANSACTION " DL100-TRANS-ID " IS OVER AN "
027750                 "ADDLIM LIMIT (REASON " DL100-SUS-REASON ") AND "
027760                 "HAS BEEN HELD ON ADDSUS FOR SUPERVISOR RELEASE."
027770         END-IF
027780     ELSE
027790         DISPLAY "The sum of the numbers is: " RESULT
027800
027810         PERFORM 3400-WRITE-AUDIT-LOG
027820             THRU 3400-WRITE-AUDIT-LOG-EXIT
027830         PERFORM 3420-WRITE-GL-ENTRY
027840             THRU 3420-WRITE-GL-ENTRY-EXIT
027850         PERFORM 3430-WRITE-TXN-INDEX
027860             THRU 3430-WRITE-TXN-INDEX-EXIT
027870     END-IF.
027880
027890 5000-INTERACTIVE-WRAP-UP.
027900     CLOSE ADDCOA-FILE
027910           ADDTXI-FILE
027920           ADDSUS-FILE.
027930
027940 5000-INTERACTIVE-PROCESS-EXIT.
027950     EXIT.
027960
027970*----------------------------------------------------------------
027980* 5020-ACCEPT-TRANS-ID - ASK FOR THE TRANSACTION (INVOICE)
027990*                        ID, RE-PROMPTING UNTIL IT IS
028000*                        NON-BLANK AND NOT ALREADY ON THE
028010*                        ADDTXI POSTED-ID INDEX - THE SAME
028020*                        RULES 2150-VALIDATE-ADDIN APPLIES TO
028030*                        A BATCH DETAIL.
028040*----------------------------------------------------------------
028050 5020-ACCEPT-TRANS-ID.
028060     SET DL100-INVALID-DATA TO TRUE.
028070     PERFORM 5025-ACCEPT-TRANS-ID-ONCE
028080         THRU 5025-ACCEPT-TRANS-ID-ONCE-EXIT
028090         UNTIL DL100-VALID-DATA.
028100
028110 5020-ACCEPT-TRANS-ID-EXIT.
028120     EXIT.
028130
028140 5025-ACCEPT-TRANS-ID-ONCE.
028150     DISPLAY "Enter the transaction (invoice) ID: "
028160         WITH NO ADVANCING.
028170     ACCEPT DL100-TRANS-ID.
028180     IF DL100-TRANS-ID = SPACES
028190         DISPLAY "*** INVALID ENTRY - THE TRANSACTION ID MAY "
028200             "NOT BE BLANK - RE-ENTER ***"
028210         GO TO 5025-ACCEPT-TRANS-ID-ONCE-EXIT
028220     END-IF.
028230     PERFORM 2157-CHECK-POSTED-ID
028240         THRU 2157-CHECK-POSTED-ID-EXIT.
028250     IF DL100-TXI-FOUND
028260         DISPLAY "*** INVALID ENTRY - TRANSACTION "
028270             DL100-TRANS-ID " ALREADY POSTED IN BATCH "
028280             DL100-DUP-BATCH-ID " ON " DL100-DUP-POSTED-DATE
028290             " - RE-ENTER ***"
028300     ELSE
028310         SET DL100-VALID-DATA TO TRUE
028320     END-IF.
028330
028340 5025-ACCEPT-TRANS-ID-ONCE-EXIT.
028350     EXIT.
028360
028370*----------------------------------------------------------------
028380* 5030-ACCEPT-GL-ACCOUNT - ASK FOR THE GL ACCOUNT,
028390*                          RE-PROMPTING UNTIL IT IS NUMERIC,
028400*                          NON-ZERO, ON THE CHART OF ACCOUNTS
028410*                          AND OPEN - THE SAME RULES
028420*                          2150-VALIDATE-ADDIN APPLIES TO A
028430*                          BATCH DETAIL.  THE SHOP DEFAULT
028440*                          ACCOUNT IS NO LONGER ASSUMED.
028450*----------------------------------------------------------------
028460 5030-ACCEPT-GL-ACCOUNT.
028470     SET DL100-INVALID-DATA TO TRUE.
028480     PERFORM 5035-ACCEPT-GL-ACCOUNT-ONCE
028490         THRU 5035-ACCEPT-GL-ACCOUNT-ONCE-EXIT
028500         UNTIL DL100-VALID-DATA.
028510
028520 5030-ACCEPT-GL-ACCOUNT-EXIT.
028530     EXIT.
028540
028550 5035-ACCEPT-GL-ACCOUNT-ONCE.
028560     DISPLAY "Enter the GL account (10 digits): "
028570         WITH NO ADVANCING.
028580     ACCEPT DL100-TRANS-GL-ACCOUNT.
028590     IF DL100-TRANS-GL-ACCOUNT IS NOT NUMERIC
028600             OR DL100-TRANS-GL-ACCOUNT = ZEROS
028610         DISPLAY "*** INVALID ENTRY - THE ACCOUNT MUST BE "
028620             "NUMERIC AND NON-ZERO - RE-ENTER ***"
028630         GO TO 5035-ACCEPT-GL-ACCOUNT-ONCE-EXIT
028640     END-IF.
028650     PERFORM 2155-CHECK-CHART-ACCOUNT
028660         THRU 2155-CHECK-CHART-ACCOUNT-EXIT.
028670     IF NOT DL100-COA-FOUND
028680         DISPLAY "*** INVALID ENTRY - ACCOUNT "
028690             DL100-TRANS-GL-ACCOUNT " IS NOT ON THE CHART OF "
028700             "ACCOUNTS - RE-ENTER ***"
028710         GO TO 5035-ACCEPT-GL-ACCOUNT-ONCE-EXIT
028720     END-IF.
028730     IF NOT ADDCOA-OPEN
028740         DISPLAY "*** INVALID ENTRY - ACCOUNT "
028750             DL100-TRANS-GL-ACCOUNT " IS CLOSED - RE-ENTER ***"
028760         GO TO 5035-ACCEPT-GL-ACCOUNT-ONCE-EXIT
028770     END-IF.
028780     SET DL100-VALID-DATA TO TRUE.
028790
028800 5035-ACCEPT-GL-ACCOUNT-ONCE-EXIT.
028810     EXIT.
028820
028830*----------------------------------------------------------------
028840* 5040-ACCEPT-TRANS-TYPE - ASK FOR THE TRANSACTION TYPE,
028850*                          RE-PROMPTING UNTIL IT IS D
028860*                          (INVOICE/DEBIT) OR C (CREDIT
028870*                          MEMO), LIKE A BATCH DETAIL'S TYPE.
028880*----------------------------------------------------------------
028890 5040-ACCEPT-TRANS-TYPE.
028900     SET DL100-INVALID-DATA TO TRUE.
028910     PERFORM 5045-ACCEPT-TRANS-TYPE-ONCE
028920         THRU 5045-ACCEPT-TRANS-TYPE-ONCE-EXIT
028930         UNTIL DL100-VALID-DATA.
028940
028950 5040-ACCEPT-TRANS-TYPE-EXIT.
028960     EXIT.
028970
028980 5045-ACCEPT-TRANS-TYPE-ONCE.
028990     DISPLAY "Enter the transaction type (D = invoice, "
029000         "C = credit memo): " WITH NO ADVANCING.
029010     ACCEPT DL100-TRANS-TYPE.
029020     IF DL100-TRANS-DEBIT OR DL100-TRANS-CREDIT
029030         SET DL100-VALID-DATA TO TRUE
029040     ELSE
029050         DISPLAY "*** INVALID ENTRY - ENTER D OR C ***"
029060     END-IF.
029070
029080 5045-ACCEPT-TRANS-TYPE-ONCE-EXIT.
029090     EXIT.
029100
029110
029120*----------------------------------------------------------------
029130* 5050-ACCEPT-COUNT - ASK HOW MANY ADDENDS TO ADD, RE-PROMPTING
029140*                     UNTIL A NUMBER FROM 1 TO DL100-MAX-ADDENDS
029150*                     IS ENTERED.
029160*----------------------------------------------------------------
029170 5050-ACCEPT-COUNT.
029180     SET DL100-INVALID-DATA TO TRUE.
029190     PERFORM 5060-ACCEPT-COUNT-ONCE
029200         THRU 5060-ACCEPT-COUNT-ONCE-EXIT
029210         UNTIL DL100-VALID-DATA.
029220
029230 5050-ACCEPT-COUNT-EXIT.
029240     EXIT.
029250
029260 5060-ACCEPT-COUNT-ONCE.
029270     DISPLAY "How many numbers do you want to add (1-10)? "
029280         WITH NO ADVANCING.
029290     ACCEPT DL100-ADDEND-COUNT.
029300     IF DL100-ADDEND-COUNT IS NUMERIC
029310        AND DL100-ADDEND-COUNT >= 1
029320        AND DL100-ADDEND-COUNT <= DL100-MAX-ADDENDS
029330         SET DL100-VALID-DATA TO TRUE
029340     ELSE
029350         DISPLAY "*** INVALID ENTRY - ENTER A NUMBER FROM 1 "
029360             "TO 10 ***"
029370     END-IF.
029380
029390 5060-ACCEPT-COUNT-ONCE-EXIT.
029400     EXIT.
029410
029420*----------------------------------------------------------------
029430* 5100-ACCEPT-ADDEND-ENTRY - ACCEPT ONE ADDEND, RE-PROMPTING
029440*                            UNTIL A NUMERIC VALUE IS ENTERED.
029450*                            CALLED ONCE PER ADDEND VIA
029460*                            PERFORM ... VARYING.
029470*----------------------------------------------------------------
029480 5100-ACCEPT-ADDEND-ENTRY.
029490     SET DL100-INVALID-DATA TO TRUE.
029500     PERFORM 5110-ACCEPT-ADDEND-ONCE
029510         THRU 5110-ACCEPT-ADDEND-ONCE-EXIT
029520         UNTIL DL100-VALID-DATA.
029530
029540 5100-ACCEPT-ADDEND-ENTRY-EXIT.
029550     EXIT.
029560
029570 5110-ACCEPT-ADDEND-ONCE.
029580     DISPLAY "Enter number " DL100-ADDEND-SUB " of "
029590         DL100-ADDEND-COUNT ": " WITH NO ADVANCING.
029600     ACCEPT DL100-ADDEND-ENTRY(DL100-ADDEND-SUB).
029610     IF DL100-ADDEND-ENTRY(DL100-ADDEND-SUB) IS NUMERIC
029620         SET DL100-VALID-DATA TO TRUE
029630     ELSE
029640         DISPLAY "*** INVALID ENTRY - NUMERIC VALUE REQUIRED - "
029650             "RE-ENTER ***"
029660     END-IF.
029670
029680 5110-ACCEPT-ADDEND-ONCE-EXIT.
029690     EXIT.
029700
029710*----------------------------------------------------------------
029720* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
029730*                          AFTER EVERY OPEN AND WRITE AGAINST
029740*                          ADDIN/ADDOUT/ADDEXC/ADDLOG/ADDRPT/
029750*                          ADDGL/ADDCHK.  THE CALLER MOVES THE
029760*                          FILE'S NAME AND CURRENT FILE STATUS
029770*                          INTO DL100-ERR-FILE-ID/DL100-ERR-STATUS
029780*                          IMMEDIATELY BEFORE THE PERFORM.  A
029790*                          NON-ZERO STATUS ABENDS THE RUN SINCE
029800*                          THERE IS NO SAFE WAY TO CONTINUE A
029810*                          BATCH RUN MISSING ONE OF ITS FILES.
029820*----------------------------------------------------------------
029830 8000-CHECK-FILE-STATUS.
029840     IF DL100-ERR-STATUS NOT = "00"
029850         DISPLAY "ADDTHREENUMBER - I/O ERROR ON "
029860                 DL100-ERR-FILE-ID " - FILE STATUS "
029870                 DL100-ERR-STATUS "."
029880         MOVE 16 TO RETURN-CODE
029890         STOP RUN
029900     END-IF.
029910
029920 8000-CHECK-FILE-STATUS-EXIT.
029930     EXIT.
029940
029950*----------------------------------------------------------------
029960* 8010-CHECK-ADDRPT-STATUS - CONVENIENCE WRAPPER AROUND
029970*                            8000-CHECK-FILE-STATUS FOR ADDRPT,
029980*                            WHICH IS WRITTEN FROM SEVERAL
029990*                            DIFFERENT PARAGRAPHS AS THE REPORT
030000*                            IS PAGINATED.
030010*----------------------------------------------------------------
030020 8010-CHECK-ADDRPT-STATUS.
030030     MOVE "ADDRPT" TO DL100-ERR-FILE-ID.
030040     MOVE DL100-ADDRPT-STATUS TO DL100-ERR-STATUS.
030050     PERFORM 8000-CHECK-FILE-STATUS
030060         THRU 8000-CHECK-FILE-STATUS-EXIT.
030070
030080 8010-CHECK-ADDRPT-STATUS-EXIT.
030090     EXIT.
030100
030110*----------------------------------------------------------------
030120* 9999-EXIT - COMMON PROGRAM EXIT.
030130*----------------------------------------------------------------
030140 9999-EXIT.
030150     CLOSE ADDLOG-FILE
030160           ADDGL-FILE.
030170     STOP RUN.
030180
030190 9999-EXIT-EXIT.
030200     EXIT.
