000010*----------------------------------------------------------------
000020* ADDAKHREC.CPY
000030*   RECORD LAYOUT FOR THE ADDAKH GL ACKNOWLEDGMENT HISTORY -
000040*   ONE 120-BYTE RECORD FOR EVERY TRANSMITTED POSTING ADDGLAKM
000050*   MATCHES, APPENDED TO PROD.ADDAPP.ADDAKH.DAT AND NEVER
000060*   REWRITTEN, SO THE GL'S ANSWER OUTLIVES THE GLACK RECEIPT
000070*   FILE (CLEARED AFTER EACH ADDJOB08 RUN).  IT CARRIES THE
000080*   POSTING AS TRANSMITTED, THE DATE AND TIME OF THE ADDGLTX
000090*   EXTRACT THAT CARRIED IT, THE GL'S STATUS - A ACCEPTED,
000100*   R REJECTED, N NO ACK RECEIVED - WITH ITS REASON TEXT,
000110*   THE MATCH RUN DATE, AND FOR A REJECT WRITTEN FOR
000120*   CORRECTION THE ADDGRJ REJECT BATCH ID.  THE ADDTRACE
000130*   INQUIRY READS IT.
000140*----------------------------------------------------------------
000150 01  ADDAKH-RECORD.
000160     05  ADDAKH-TRANS-ID             PIC X(10).
000170     05  ADDAKH-BATCH-ID             PIC X(08).
000180     05  ADDAKH-ACCOUNT              PIC X(10).
000190     05  ADDAKH-DR-CR-IND            PIC X(01).
000200     05  ADDAKH-AMOUNT               PIC 9(09)V99.
000210     05  ADDAKH-POSTING-DATE         PIC 9(08).
000220     05  ADDAKH-STATUS               PIC X(01).
000230         88  ADDAKH-ACCEPTED                VALUE "A".
000240         88  ADDAKH-REJECTED                VALUE "R".
000250         88  ADDAKH-NO-ACK                  VALUE "N".
000260     05  ADDAKH-REASON-TEXT          PIC X(30).
000270     05  ADDAKH-TX-DATE              PIC 9(08).
000280     05  ADDAKH-TX-TIME              PIC 9(06).
000290     05  ADDAKH-ACK-DATE             PIC 9(08).
000300     05  ADDAKH-GRJ-BATCH-ID         PIC X(08).
000310     05  FILLER                      PIC X(11).
