000010*----------------------------------------------------------------
000020* ADDRVHREC.CPY
000030*   RECORD LAYOUT FOR THE ADDRVH REVERSAL HISTORY FILE - THE
000040*   PERMANENT LINK BETWEEN EVERY POSTING ADDREVRS HAS BACKED
000050*   OUT AND THE REVERSING ENTRY IT CUT.  ONE 120-BYTE RECORD
000060*   IS APPENDED PER REVERSAL, CARRYING THE ORIGINAL POSTING
000070*   (TRANSACTION ID, BATCH, POSTED DATE, ACCOUNT, AMOUNT AND
000080*   SIDE), THE REVERSING TRANSACTION ID AND BATCH, THE
000090*   BUSINESS DATE IT WAS CUT UNDER, AND THE REQUESTING
000100*   SUPERVISOR AND REASON.  ADDREVRS SCANS THE FILE ON EVERY
000110*   RUN AND REFUSES A CARD FOR A POSTING ALREADY ON IT, SO
000120*   THE SAME POSTING CANNOT BE REVERSED TWICE, THE SAME WAY
000130*   ADDRUN STOPS A BATCH POSTING TWICE.
000140*----------------------------------------------------------------
000150 01  ADDRVH-RECORD.
000160     05  ADDRVH-ORIG-TRANS-ID        PIC X(10).
000170     05  ADDRVH-ORIG-BATCH-ID        PIC X(08).
000180     05  ADDRVH-ORIG-POSTED-DATE     PIC 9(08).
000190     05  ADDRVH-GL-ACCOUNT           PIC X(10).
000200     05  ADDRVH-AMOUNT               PIC 9(09)V99.
000210     05  ADDRVH-ORIG-DR-CR-IND       PIC X(01).
000220     05  ADDRVH-REV-TRANS-ID         PIC X(10).
000230     05  ADDRVH-REV-BATCH-ID         PIC X(08).
000240     05  ADDRVH-REV-DATE             PIC 9(08).
000250     05  ADDRVH-SUPERVISOR-ID        PIC X(08).
000260     05  ADDRVH-REASON               PIC X(30).
000270     05  FILLER                      PIC X(08).
