000010*----------------------------------------------------------------
000020* ADDRVCREC.CPY
000030*   RECORD LAYOUT FOR THE ADDRVC REVERSAL-REQUEST CARD FILE
000040*   READ BY ADDREVRS.  ONE 80-BYTE CARD PER POSTING TO BE
000050*   BACKED OUT, NAMING THE ORIGINAL TRANSACTION ID AND THE
000060*   BATCH IT POSTED IN (BOTH AS PRINTED ON THE ADDGLREG
000070*   REGISTER OR THE ADDGLHIQ INQUIRY), THE SUPERVISOR
000080*   REQUESTING THE REVERSAL AND THE REASON FOR THE AUDITORS.
000090*   THE SUPERVISOR MUST BE ON THE ADDAPR APPROVER MASTER WITH
000100*   A LIMIT COVERING THE POSTING'S AMOUNT.  CLEAR THE FILE
000110*   AFTER EACH ADDREVRS RUN.
000120*----------------------------------------------------------------
000130 01  ADDRVC-RECORD.
000140     05  ADDRVC-ORIG-TRANS-ID        PIC X(10).
000150     05  ADDRVC-ORIG-BATCH-ID        PIC X(08).
000160     05  ADDRVC-SUPERVISOR-ID        PIC X(08).
000170     05  ADDRVC-REASON               PIC X(30).
000180     05  FILLER                      PIC X(24).
