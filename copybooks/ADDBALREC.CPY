000010*----------------------------------------------------------------
000020* ADDBALREC.CPY
000030*   RECORD LAYOUT FOR THE ADDBAL ACCOUNT BALANCE MASTER (VSAM
000040*   KSDS, PRIME KEY = THE TEN-BYTE GL ACCOUNT FOLLOWED BY THE
000050*   SIX-DIGIT ACCOUNTING PERIOD, YYYYMM - THE CALENDAR MONTH
000060*   OF THE BUSINESS DATE A POSTING WAS STAMPED WITH).  ONE
000070*   RECORD PER ADDCOA ACCOUNT PER PERIOD: THE OPENING BALANCE
000080*   CARRIED FORWARD FROM THE PRIOR PERIOD'S CLOSE AND THE
000090*   PERIOD'S DEBITS, CREDITS AND POSTING COUNT, WHICH THE
000100*   ADDBALUP STEP OF ADDJOB01 ADDS IN EACH NIGHT FROM THE
000110*   ROWS ADDGLCUT SWEPT ONTO THAT NIGHT'S ADDGLTX EXTRACT.
000120*   BALANCES ARE DEBIT-POSITIVE: CLOSING = OPENING + DEBITS -
000130*   CREDITS, AND A CREDIT BALANCE IS NEGATIVE.  THE EXTRACT
000140*   DATE/TIME LAST APPLIED IS STAMPED ON THE RECORD SO A
000150*   RERUN OF ADDBALUP NEVER ADDS THE SAME NIGHT IN TWICE.
000160*   THE ADDPRDCL PERIOD-END CLOSE (ADDJOB13) MARKS A CLOSED
000170*   PERIOD'S RECORDS "C" AND CARRIES EACH CLOSING BALANCE
000180*   FORWARD AS THE NEXT PERIOD'S OPENING.
000190*----------------------------------------------------------------
000200 01  ADDBAL-RECORD.
000210     05  ADDBAL-KEY.
000220         10  ADDBAL-ACCOUNT          PIC X(10).
000230         10  ADDBAL-PERIOD           PIC 9(06).
000240     05  ADDBAL-STATUS               PIC X(01).
000250         88  ADDBAL-OPEN                    VALUE "O".
000260         88  ADDBAL-CLOSED                  VALUE "C".
000270     05  ADDBAL-OPENING              PIC S9(11)V99
000280                                     SIGN LEADING SEPARATE.
000290     05  ADDBAL-DEBITS               PIC 9(11)V99.
000300     05  ADDBAL-CREDITS              PIC 9(11)V99.
000310     05  ADDBAL-POST-COUNT           PIC 9(07).
000320     05  ADDBAL-LAST-TX-DATE         PIC 9(08).
000330     05  ADDBAL-LAST-TX-TIME         PIC 9(06).
000340     05  ADDBAL-CLOSED-DATE          PIC 9(08).
000350     05  FILLER                      PIC X(14).
