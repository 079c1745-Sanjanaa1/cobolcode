000140         88  ADDGLTX-HEADER-REC             VALUE "H".
000150         88  ADDGLTX-DETAIL-REC             VALUE "D".
000160         88  ADDGLTX-TRAILER-REC            VALUE "T".
000170     05  ADDGLTX-REC-BODY            PIC X(90).
000180     05  ADDGLTX-HEADER-BODY REDEFINES ADDGLTX-REC-BODY.
000190         10  ADDGLTX-HDR-DATE        PIC 9(08).
000200         10  ADDGLTX-HDR-TIME        PIC 9(06).
000210         10  FILLER                  PIC X(76).
000220     05  ADDGLTX-TRAILER-BODY REDEFINES ADDGLTX-REC-BODY.
000230         10  ADDGLTX-TRL-COUNT       PIC 9(09).
000240         10  ADDGLTX-TRL-DEBITS      PIC 9(11)V99.
000250         10  ADDGLTX-TRL-CREDITS     PIC 9(11)V99.
000260         10  FILLER                  PIC X(55).
