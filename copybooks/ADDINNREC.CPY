000010*----------------------------------------------------------------
000020* ADDINNREC.CPY
000030*   RECORD LAYOUT FOR THE ADDINN INTAKE NOTICE FILE WRITTEN BY
000040*   THE ADDINEDT PRE-FLIGHT EDIT (ADDJOB15) AND SENT BACK TO
000050*   THE KEYING SERVICE: ONE 100-BYTE RECORD PER BATCH FOUND ON
000060*   PROD.ADDAPP.ADDIN.DAT, IN FILE ORDER, SAYING WHETHER THE
000070*   BATCH WAS ACCEPTED FOR TONIGHT'S ADDJOB01 RUN OR REJECTED
000080*   AND MUST BE RESENT.  A REJECTED BATCH CARRIES THE FIRST
000090*   REASON CODE AND TEXT FOUND AND THE NUMBER OF PROBLEMS IN
000100*   ALL (THE INTAKE REPORT LISTS THEM EACH); AN ACCEPTED BATCH
000110*   CARRIES SPACES THERE AND A ZERO COUNT.  THE DETAIL COUNT
000120*   AND HASH TOTAL ARE AS READ BY THE EDIT, SO THE KEYING
000130*   SERVICE CAN COMPARE THEM WITH WHAT IT SENT.  A FILE WITH
000140*   NO RECORDS AT ALL GETS ONE REJECTED NOTICE WITH A BLANK
000150*   BATCH ID AND REASON NB.
000160*   REASON CODES -
000170*     HM  DETAIL OR TRAILER WITH NO BATCH HEADER BEFORE IT
000180*     TM  NEXT HEADER OR END OF FILE BEFORE THE TRAILER
000190*     RT  RECORD TYPE OTHER THAN H, D OR T
000200*     BI  BLANK BATCH ID
000210*     RS  BATCH ID IN A SHAPE RESERVED FOR INTERNAL BATCHES
000220*     DN  BATCH DATE NOT A VALID DATE
000230*     DF  BATCH DATE AFTER THE BUSINESS DATE
000240*     DS  BATCH DATE OLDER THAN THE STALE LIMIT
000250*     DP  SAME BATCH ID AND DATE EARLIER IN THE FILE
000260*     AP  BATCH ID AND DATE ALREADY POSTED (ON ADDRUN)
000270*     TN  TRAILER COUNT OR HASH NOT NUMERIC
000280*     CB  TRAILER DETAIL COUNT DOES NOT BALANCE
000290*     HB  TRAILER HASH TOTAL DOES NOT BALANCE
000300*     NN  DETAILS WITH A NON-NUMERIC COUNT OR AMOUNT
000310*     NB  NO BATCHES ON THE FILE
000320*----------------------------------------------------------------
000330 01  ADDINN-RECORD.
000340     05  ADDINN-NOTICE-DATE          PIC 9(08).
000350     05  ADDINN-BATCH-ID             PIC X(08).
000360     05  ADDINN-BATCH-DATE           PIC X(08).
000370     05  ADDINN-DISPOSITION          PIC X(01).
000380         88  ADDINN-ACCEPTED                VALUE "A".
000390         88  ADDINN-REJECTED                VALUE "R".
000400     05  ADDINN-REASON-CODE          PIC X(02).
000410     05  ADDINN-REASON-TEXT          PIC X(40).
000420     05  ADDINN-ERROR-COUNT          PIC 9(02).
000430     05  ADDINN-DETAIL-COUNT         PIC 9(09).
000440     05  ADDINN-HASH-TOTAL           PIC S9(11)V99
000450                                     SIGN LEADING SEPARATE.
000460     05  FILLER                      PIC X(08).
