000010*----------------------------------------------------------------
000020* ADDSTDREC.CPY
000030*   RECORD LAYOUT FOR THE ADDSTD STANDING-TRANSACTION MASTER
000040*   (VSAM KSDS, PRIME KEY = THE FOUR-CHARACTER TRANSACTION ID
000050*   STEM), MAINTAINED BY ADDSTDMT (ADDJOB14) FROM OPERATIONS'
000060*   ADDSTC CARDS.  ONE RECORD PER RECURRING INVOICE - RENT,
000070*   LEASE, SERVICE CONTRACT - THAT USED TO BE RE-KEYED BY THE
000080*   KEYING SERVICE EVERY PERIOD.  THE NIGHTLY ADDSTDGN STEP
000090*   (ADDJOB01 STEP005) GENERATES AN ADDIN DETAIL FOR EVERY
000100*   ACTIVE ITEM FALLING DUE, WITH THE TRANSACTION ID BUILT AS
000110*   THE STEM PLUS THE DUE DATE AS YYMMDD, IN A BATCH WHOSE ID
000120*   IS "P", THE BUSINESS DATE AS YYMMDD AND THE RUN-HOUR LETTER
000130*   (KEPT IN ADDSTD-LAST-GEN-BATCH), THEN ADVANCES THE
000140*   NEXT-DUE DATE BY THE FREQUENCY (M = MONTHLY, Q = QUARTERLY,
000150*   A = ANNUAL).  THE DUE DAY IS KEPT SEPARATELY SO AN ITEM DUE
000160*   ON THE 31ST FALLS ON THE LAST DAY OF A SHORT MONTH AND
000170*   COMES BACK TO THE 31ST AFTERWARDS.  AN END DATE OF ZERO
000180*   MEANS THE ITEM RUNS UNTIL IT IS DELETED; ONCE THE NEXT-DUE
000190*   DATE PASSES A NON-ZERO END DATE THE ITEM IS MARKED EXPIRED
000200*   AND GENERATES NO MORE.  A HELD ITEM IS PASSED OVER - ITS
000210*   DUE DATES STILL ADVANCE, AND A MISSED OCCURRENCE IS NOT
000220*   BILLED WHEN IT IS RESUMED.  THE ADDENDS ARE IN THE ADDIN
000230*   DETAIL FORMAT (SIGNED, TWO IMPLIED DECIMALS).
000240*----------------------------------------------------------------
000250 01  ADDSTD-RECORD.
000260     05  ADDSTD-STEM                 PIC X(04).
000270     05  ADDSTD-DESC                 PIC X(30).
000280     05  ADDSTD-GL-ACCOUNT           PIC X(10).
000290     05  ADDSTD-TRANS-TYPE           PIC X(01).
000300         88  ADDSTD-TRANS-DEBIT             VALUE "D".
000310         88  ADDSTD-TRANS-CREDIT            VALUE "C".
000320     05  ADDSTD-FREQUENCY            PIC X(01).
000330         88  ADDSTD-MONTHLY                 VALUE "M".
000340         88  ADDSTD-QUARTERLY               VALUE "Q".
000350         88  ADDSTD-ANNUAL                  VALUE "A".
000360     05  ADDSTD-STATUS               PIC X(01).
000370         88  ADDSTD-ACTIVE                  VALUE "A".
000380         88  ADDSTD-HELD                    VALUE "H".
000390         88  ADDSTD-EXPIRED                 VALUE "E".
000400     05  ADDSTD-DUE-DAY              PIC 9(02).
000410     05  ADDSTD-NEXT-DUE             PIC 9(08).
000420     05  ADDSTD-END-DATE             PIC 9(08).
000430     05  ADDSTD-ADDEND-COUNT         PIC 9(02).
000440     05  ADDSTD-ADDEND-TABLE         PIC S9(05)V99
000450                                     SIGN LEADING SEPARATE
000460                                     OCCURS 10 TIMES.
000470     05  ADDSTD-LAST-GEN-DUE         PIC 9(08).
000480     05  ADDSTD-LAST-GEN-BATCH       PIC X(08).
000490     05  ADDSTD-GEN-COUNT            PIC 9(05).
000500     05  ADDSTD-CHANGED-DATE         PIC 9(08).
000510     05  ADDSTD-CHANGED-BY           PIC X(08).
000520     05  FILLER                      PIC X(16).
