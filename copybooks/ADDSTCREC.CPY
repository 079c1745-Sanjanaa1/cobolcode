000010*----------------------------------------------------------------
000020* ADDSTCREC.CPY
000030*   RECORD LAYOUT FOR THE ADDSTC STANDING-TRANSACTION
000040*   MAINTENANCE CARD FILE READ BY ADDSTDMT (ADDJOB14).  ONE
000050*   160-BYTE CARD PER ACTION, KEYED BY THE TRANSACTION ID
000060*   STEM:
000070*     ACTION "A" ADDS A NEW ACTIVE ITEM - EVERY FIELD BUT THE
000080*                END DATE IS REQUIRED (A BLANK END DATE MEANS
000090*                OPEN-ENDED);
000100*     ACTION "C" CHANGES AN ITEM - ONLY THE NON-BLANK FIELDS
000110*                ARE APPLIED, AND A NON-BLANK ADDEND COUNT
000120*                REPLACES THE WHOLE ADDEND SET;
000130*     ACTION "H" HOLDS AN ACTIVE ITEM;
000140*     ACTION "R" RESUMES A HELD ITEM;
000150*     ACTION "D" DELETES AN ITEM FROM THE MASTER.
000160*   THE REQUESTER (THE PERSON WHO ASKED FOR THE CHANGE) IS
000170*   REQUIRED ON EVERY CARD AND IS STAMPED ON THE MASTER.
000180*   DATES ARE YYYYMMDD; ADDENDS ARE IN THE ADDIN FORMAT.
000190*   EVERY CARD AND ITS DISPOSITION IS LISTED ON THE STDRPT
000200*   MAINTENANCE REGISTER.  CLEAR THE FILE AFTER EACH RUN.
000210*----------------------------------------------------------------
000220 01  ADDSTC-RECORD.
000230     05  ADDSTC-ACTION               PIC X(01).
000240         88  ADDSTC-ADD                     VALUE "A".
000250         88  ADDSTC-CHANGE                  VALUE "C".
000260         88  ADDSTC-HOLD                    VALUE "H".
000270         88  ADDSTC-RESUME                  VALUE "R".
000280         88  ADDSTC-DELETE                  VALUE "D".
000290     05  ADDSTC-STEM                 PIC X(04).
000300     05  ADDSTC-DESC                 PIC X(30).
000310     05  ADDSTC-GL-ACCOUNT           PIC X(10).
000320     05  ADDSTC-TRANS-TYPE           PIC X(01).
000330     05  ADDSTC-FREQUENCY            PIC X(01).
000340     05  ADDSTC-NEXT-DUE             PIC X(08).
000350     05  ADDSTC-NEXT-DUE-N REDEFINES ADDSTC-NEXT-DUE
000360                                     PIC 9(08).
000370     05  ADDSTC-END-DATE             PIC X(08).
000380     05  ADDSTC-END-DATE-N REDEFINES ADDSTC-END-DATE
000390                                     PIC 9(08).
000400     05  ADDSTC-ADDEND-COUNT         PIC X(02).
000410     05  ADDSTC-ADDEND-COUNT-N REDEFINES ADDSTC-ADDEND-COUNT
000420                                     PIC 9(02).
000430     05  ADDSTC-ADDEND-TABLE         PIC S9(05)V99
000440                                     SIGN LEADING SEPARATE
000450                                     OCCURS 10 TIMES.
000460     05  ADDSTC-REQUESTED-BY         PIC X(08).
000470     05  FILLER                      PIC X(07).
