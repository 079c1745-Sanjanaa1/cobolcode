000230*   GENERATION THE SAME NIGHT, SO THE LIVE FEED HOLDS ONLY
000240*   UNSENT ROWS - ONE DAY'S WORK - AND THE ADDGLHIQ INQUIRY
000250*   BROWSES THE HISTORY WHEN AN OLD POSTING COMES UP.
000260*   THE AMOUNT IS ALWAYS BASE CURRENCY.  A POSTING FROM A
000270*   DETAIL KEYED IN A FOREIGN CURRENCY ALSO CARRIES THE
000280*   CURRENCY CODE, THE UNSIGNED ORIGINAL-CURRENCY AMOUNT AND
000290*   THE FX RATE USED (BASE UNITS PER ONE UNIT OF THE
000300*   CURRENCY); A BASE-CURRENCY POSTING CARRIES THE BASE CODE,
000310*   THE SAME AMOUNT AND RATE 1.  ROWS WRITTEN BEFORE THE
000320*   CURRENCY WAS CARRIED HAVE SPACES THERE.
000330*----------------------------------------------------------------
000340 01  ADDGL-RECORD.
000350     05  ADDGL-ACCOUNT               PIC X(10).
000360     05  ADDGL-AMOUNT                PIC 9(09)V99.
000370     05  ADDGL-DR-CR-IND             PIC X(01).
000380         88  ADDGL-DEBIT                    VALUE "D".
000390         88  ADDGL-CREDIT                   VALUE "C".
000400     05  ADDGL-POSTING-DATE          PIC 9(08).
000410     05  ADDGL-BATCH-ID              PIC X(08).
000420     05  ADDGL-TRANS-ID              PIC X(10).
000430     05  ADDGL-TRANSMIT-FLAG         PIC X(01).
000440         88  ADDGL-SENT                     VALUE "Y".
000450         88  ADDGL-UNSENT                   VALUE "N" " ".
000460     05  FILLER                      PIC X(09).
000470     05  ADDGL-CURRENCY-CODE         PIC X(03).
000480     05  ADDGL-ORIG-AMOUNT           PIC 9(09)V99.
000490     05  ADDGL-FX-RATE               PIC 9(04)V9(06).
000500     05  FILLER                      PIC X(08).
