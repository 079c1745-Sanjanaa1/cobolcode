000010*----------------------------------------------------------------
000020* ADDTXIREC.CPY
000030*   RECORD LAYOUT FOR THE ADDTXI POSTED-TRANSACTION-ID INDEX
000040*   (VSAM KSDS, PRIME KEY = THE TEN-BYTE TRANSACTION ID).
000050*   ADD3NUM WRITES ONE RECORD FOR EVERY TRANSACTION IT POSTS,
000060*   CARRYING THE BATCH IT POSTED IN, THE BUSINESS DATE IT
000070*   POSTED UNDER AND ITS SIGNED RESULT, AND READS THE INDEX
000080*   BY KEY BEFORE POSTING EACH DETAIL - AN ID ALREADY ON FILE
000090*   IS ROUTED TO ADDEXC WITH REASON DU INSTEAD OF POSTING A
000100*   SECOND TIME UNDER A NEW BATCH ID.  ADDRUN STOPS THE SAME
000110*   BATCH POSTING TWICE; THIS INDEX STOPS THE SAME INVOICE.
000120*   THE ADDTXIPG HOUSEKEEPING RUN (ADDJOB11) DELETES ENTRIES
000130*   WHOSE POSTED DATE IS OLDER THAN THE RETENTION PERIOD.
000140*----------------------------------------------------------------
000150 01  ADDTXI-RECORD.
000160     05  ADDTXI-TRANS-ID             PIC X(10).
000170     05  ADDTXI-BATCH-ID             PIC X(08).
000180     05  ADDTXI-POSTED-DATE          PIC 9(08).
000190     05  ADDTXI-GL-ACCOUNT           PIC X(10).
000200     05  ADDTXI-AMOUNT               PIC S9(07)V99
000210                                     SIGN LEADING SEPARATE.
000220     05  FILLER                      PIC X(14).
