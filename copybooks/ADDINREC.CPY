000220*   EACH DETAIL CARRIES THE INVOICE'S TRANSACTION ID AND THE
000230*   DEPARTMENT/COST-CENTER GL ACCOUNT ITS POSTING GOES TO, SO
000240*   EVERY ADDGL POSTING TRACES BACK TO A SPECIFIC INVOICE.
000250*   THE DUPLICATE-OVERRIDE BYTE IS SPACE FROM THE KEYING
000260*   SERVICE.  ADDRECYC SETS IT TO F ON A DETAIL A SUPERVISOR
000270*   HAS FORCED THROUGH THE ADDTXI DUPLICATE-ID CHECK, AND
000280*   ADD3NUM HONOURS IT ONLY ON A RECYCLE (R+SIX-DIGIT) BATCH.
000290*   THE CURRENCY CODE IS THE ISO CODE OF THE CURRENCY THE
000300*   DETAIL'S ADDENDS WERE KEYED IN (EUR, GBP ...).  SPACES OR
000310*   THE BASE CURRENCY CODE (USD) MEANS THE ADDENDS ARE ALREADY
000320*   IN BASE CURRENCY.  ADD3NUM CONVERTS A FOREIGN-CURRENCY
000330*   RESULT TO BASE AT THE ADDFXR DAILY RATE FOR THE BUSINESS
000340*   DATE.  THE TRAILER HASH TOTAL IS STILL THE SUM OF THE
000350*   ADDENDS EXACTLY AS KEYED, WHATEVER THEIR CURRENCY.
000360*----------------------------------------------------------------
000370 01  ADDIN-RECORD.
000380     05  ADDIN-REC-TYPE              PIC X(01).
000390         88  ADDIN-HEADER-REC               VALUE "H".
000400         88  ADDIN-DETAIL-REC               VALUE "D".
000410         88  ADDIN-TRAILER-REC              VALUE "T".
000420     05  ADDIN-REC-BODY.
000430         10  ADDIN-TRANS-ID          PIC X(10).
000440         10  ADDIN-GL-ACCOUNT        PIC X(10).
000450         10  ADDIN-TRANS-TYPE        PIC X(01).
000460             88  ADDIN-TRANS-DEBIT          VALUE "D".
000470             88  ADDIN-TRANS-CREDIT         VALUE "C".
000480         10  ADDIN-ADDEND-COUNT      PIC 9(02).
000490         10  ADDIN-ADDEND-TABLE      PIC S9(05)V99
000500                                     SIGN LEADING SEPARATE
000510                                     OCCURS 10 TIMES.
000520         10  ADDIN-DUP-OVERRIDE      PIC X(01).
000530             88  ADDIN-DUP-FORCED           VALUE "F".
000540         10  ADDIN-CURRENCY-CODE     PIC X(03).
000550         10  FILLER                  PIC X(04).
000560     05  ADDIN-HEADER-BODY REDEFINES ADDIN-REC-BODY.
000570         10  ADDIN-HDR-BATCH-ID      PIC X(08).
000580         10  ADDIN-HDR-BATCH-DATE    PIC 9(08).
000590         10  FILLER                  PIC X(95).
000600     05  ADDIN-TRAILER-BODY REDEFINES ADDIN-REC-BODY.
000610         10  ADDIN-TRL-DETAIL-COUNT  PIC 9(09).
000620         10  ADDIN-TRL-HASH-TOTAL    PIC S9(11)V99
000630                                     SIGN LEADING SEPARATE.
000640         10  FILLER                  PIC X(88).
