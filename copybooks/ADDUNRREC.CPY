000180     05  ADDUNR-REASON-CODE          PIC X(02).
000190     05  ADDUNR-REASON-TEXT          PIC X(30).
000200     05  ADDUNR-EXC-DATE             PIC 9(08).
000210     05  ADDUNR-BATCH-ID             PIC X(08).
000220     05  FILLER                      PIC X(02).
000230     05  ADDUNR-CURRENCY-CODE        PIC X(03).
000240     05  FILLER                      PIC X(04).
