000260     05  ADDLGK-OPERATOR-ID          PIC X(08).
000270     05  ADDLGK-JOB-ID               PIC X(08).
000280     05  FILLER                      PIC X(05).
000290     05  ADDLGK-CURRENCY-CODE        PIC X(03).
000300     05  ADDLGK-FX-RATE              PIC 9(04)V9(06).
000310     05  ADDLGK-ORIG-RESULT          PIC S9(07)V99
000320                                     SIGN LEADING SEPARATE.
000330     05  FILLER                      PIC X(09).
