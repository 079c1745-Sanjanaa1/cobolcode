000100*   THAT LANDED THEM HERE MAY NOT BE NUMERIC AT ALL.
000110*   THE EXCEPTION DATE IS THE RUN DATE THE RECORD WAS WRITTEN,
000120*   USED BY THE ADDRECYC AGING REPORT.
000130*   A DU (DUPLICATE TRANSACTION ID) EXCEPTION NAMES THE
000140*   ORIGINAL POSTING'S BATCH AND POSTED DATE, TAKEN FROM THE
000150*   ADDTXI INDEX, IN ITS REASON TEXT; ADDRECYC DROPS IT ("D")
000160*   OR FORCES IT THROUGH ("F") ON THE SUPERVISOR'S CARD.
000170*   THE BATCH ID IS THE ADDIN BATCH THE DETAIL ARRIVED IN, SO
000180*   THE ADDTRACE INQUIRY CAN SAY WHERE AN EXCEPTION CAME FROM
000190*   (SPACES ON ROWS WRITTEN BEFORE IT WAS CARRIED).
000200*   THE CURRENCY CODE IS THE ADDIN DETAIL'S, AS RECEIVED, SO A
000210*   RECYCLED DETAIL RE-ENTERS IN THE CURRENCY IT WAS KEYED IN.
000220*   XC MEANS THE CODE IS NOT A CURRENCY ON THE ADDFXR RATE
000230*   FILE AT ALL; XR MEANS THE CURRENCY IS KNOWN BUT HAS NO
000240*   USABLE RATE FOR THE BUSINESS DATE.
000250*----------------------------------------------------------------
000260 01  ADDEXC-RECORD.
000270     05  ADDEXC-TRANS-ID             PIC X(10).
000280     05  ADDEXC-GL-ACCOUNT           PIC X(10).
000290     05  ADDEXC-TRANS-TYPE           PIC X(01).
000300     05  ADDEXC-RAW-COUNT            PIC X(02).
000310     05  ADDEXC-RAW-TABLE            PIC X(08)
000320                                     OCCURS 10 TIMES.
000330     05  ADDEXC-REASON-CODE          PIC X(02).
000340         88  ADDEXC-NON-NUMERIC             VALUE "NN".
000350         88  ADDEXC-SIZE-ERROR              VALUE "SE".
000360         88  ADDEXC-MISSING-TRANS-ID        VALUE "ID".
000370         88  ADDEXC-BAD-GL-ACCOUNT          VALUE "GL".
000380         88  ADDEXC-BAD-TRANS-TYPE          VALUE "TT".
000390         88  ADDEXC-ACCT-UNKNOWN            VALUE "CA".
000400         88  ADDEXC-ACCT-CLOSED             VALUE "CC".
000410         88  ADDEXC-DUPLICATE-ID            VALUE "DU".
000420         88  ADDEXC-UNKNOWN-CURRENCY        VALUE "XC".
000430         88  ADDEXC-NO-FX-RATE              VALUE "XR".
000440     05  ADDEXC-REASON-TEXT          PIC X(30).
000450     05  ADDEXC-EXC-DATE             PIC 9(08).
000460     05  ADDEXC-BATCH-ID             PIC X(08).
000470     05  FILLER                      PIC X(02).
000480     05  ADDEXC-CURRENCY-CODE        PIC X(03).
000490     05  FILLER                      PIC X(04).
