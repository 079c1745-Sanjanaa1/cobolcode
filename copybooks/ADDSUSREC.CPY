000070*   RELEASES OR VOIDS IT THROUGH THE ADDSUSRV RUN (ADDJOB06).
000080*   THE REASON SAYS WHICH LIMIT WAS BROKEN: LA = SINGLE
000090*   ADDEND, LR = TRANSACTION RESULT, LG = RUN GRAND TOTAL.
000100*   ADDSUS IS A VSAM KSDS (PRIME KEY = TRANSACTION ID + HELD
000110*   DATE, 18 BYTES AT OFFSET 0), SO ADDSUSRV READS THE ITEMS
000120*   ON THE ADDREL CARDS BY KEY.  RELEASED AND VOIDED ROWS
000130*   OLDER THAN THE RETENTION PERIOD ARE MOVED TO THE ARCHIVE
000140*   GENERATIONS BY THE ADDSUSPG PURGE (ADDJOB18).  THE BATCH
000150*   ID IS THE ADDIN BATCH THE HELD TRANSACTION ARRIVED IN.
000160*   THE RESULT IS IN BASE CURRENCY, SO THE LIMITS AND THE
000170*   APPROVAL AUTHORITY APPLY TO THE CONVERTED AMOUNT.  A
000180*   FOREIGN-CURRENCY ITEM KEEPS ITS ADDENDS AND ORIGINAL RESULT
000190*   IN THE CURRENCY KEYED, WITH THE CURRENCY CODE AND THE RATE
000200*   IT WAS HELD AT; A RELEASE RE-ENTERS IT IN THAT CURRENCY
000210*   AND ADD3NUM CONVERTS IT AGAIN AT THE RELEASE DATE'S RATE.
000220*   ROWS HELD BEFORE THE CURRENCY WAS CARRIED HAVE SPACES IN
000230*   THE THREE CURRENCY FIELDS AND ARE BASE CURRENCY.  THE
000240*   DUPLICATE OVERRIDE IS "F" ON AN ITEM ADDRECYC FORCED
000250*   THROUGH THE DUPLICATE-ID CHECK BEFORE IT WAS HELD; ADDSUSRV
000260*   CARRIES IT ONTO THE RELEASE DETAIL SO THE ITEM CAN POST.
000270*----------------------------------------------------------------
000280 01  ADDSUS-RECORD.
000290     05  ADDSUS-KEY.
000300         10  ADDSUS-TRANS-ID         PIC X(10).
000310         10  ADDSUS-SUS-DATE         PIC 9(08).
000320     05  ADDSUS-STATUS               PIC X(01).
000330         88  ADDSUS-HELD                    VALUE "H".
000340         88  ADDSUS-RELEASED                VALUE "R".
000350         88  ADDSUS-VOIDED                  VALUE "V".
000360     05  ADDSUS-REASON-CODE          PIC X(02).
000370         88  ADDSUS-ADDEND-LIMIT            VALUE "LA".
000380         88  ADDSUS-RESULT-LIMIT            VALUE "LR".
000390         88  ADDSUS-RUN-TOTAL-LIMIT         VALUE "LG".
000400     05  ADDSUS-REL-DATE             PIC 9(08).
000410     05  ADDSUS-GL-ACCOUNT           PIC X(10).
000420     05  ADDSUS-TRANS-TYPE           PIC X(01).
000430     05  ADDSUS-ADDEND-COUNT         PIC 9(02).
000440     05  ADDSUS-ADDEND-TABLE         PIC S9(05)V99
000450                                     SIGN LEADING SEPARATE
000460                                     OCCURS 10 TIMES.
000470     05  ADDSUS-RESULT               PIC S9(07)V99
000480                                     SIGN LEADING SEPARATE.
000490*    THE SUPERVISOR WHO AUTHORIZED THE RELEASE OR VOID,
000500*    STAMPED BY ADDSUSRV ALONGSIDE THE RELEASE DATE (SPACES
000510*    ON ROWS WRITTEN BEFORE APPROVALS WERE ATTRIBUTED).
000520     05  ADDSUS-APPROVER-ID          PIC X(08).
000530     05  ADDSUS-BATCH-ID             PIC X(08).
000540     05  FILLER                      PIC X(02).
000550     05  ADDSUS-CURRENCY-CODE        PIC X(03).
000560     05  ADDSUS-FX-RATE              PIC 9(04)V9(06).
000570     05  ADDSUS-ORIG-RESULT          PIC S9(07)V99
000580                                     SIGN LEADING SEPARATE.
000590     05  ADDSUS-DUP-OVERRIDE         PIC X(01).
000600         88  ADDSUS-DUP-FORCED              VALUE "F".
000610     05  FILLER                      PIC X(06).
