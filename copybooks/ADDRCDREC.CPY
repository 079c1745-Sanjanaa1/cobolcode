000010*----------------------------------------------------------------
000020* ADDRCDREC.CPY
000030*   RECORD LAYOUT FOR THE ADDRCD RECYCLE-DECISION LOG - ONE
000040*   80-BYTE RECORD FOR EVERY EXCEPTION ADDRECYC DISPOSES OF ON
000050*   A SUPERVISOR'S ADDCOR CARD, APPENDED TO
000060*   PROD.ADDAPP.ADDRCD.DAT AND NEVER REWRITTEN.  IT CARRIES THE
000070*   EXCEPTION AS IT WAS (TRANSACTION ID, EXCEPTION DATE, ADDIN
000080*   BATCH AND REASON), THE CARD ACTION, WHAT WAS DONE WITH IT
000090*   AND WHEN, AND - FOR A RECYCLED OR FORCED ITEM - THE
000100*   RECYCLE BATCH IT WENT OUT ON WITH THE TRANSACTION ID AND
000110*   GL ACCOUNT IT WILL POST UNDER.  EXCEPTIONS WITH NO CARD
000120*   ARE NOT LOGGED; THEY STAY ON ADDUNR.  THE ADDTRACE
000130*   INQUIRY READS IT.
000140*----------------------------------------------------------------
000150 01  ADDRCD-RECORD.
000160     05  ADDRCD-TRANS-ID             PIC X(10).
000170     05  ADDRCD-EXC-DATE             PIC 9(08).
000180     05  ADDRCD-BATCH-ID             PIC X(08).
000190     05  ADDRCD-REASON-CODE          PIC X(02).
000200     05  ADDRCD-ACTION               PIC X(01).
000210     05  ADDRCD-DISPOSITION          PIC X(01).
000220         88  ADDRCD-RECYCLED                VALUE "R".
000230         88  ADDRCD-FORCED                  VALUE "F".
000240         88  ADDRCD-DROPPED                 VALUE "D".
000250         88  ADDRCD-HELD                    VALUE "H".
000260     05  ADDRCD-DEC-DATE             PIC 9(08).
000270     05  ADDRCD-RCY-BATCH-ID         PIC X(08).
000280     05  ADDRCD-NEW-TRANS-ID         PIC X(10).
000290     05  ADDRCD-NEW-GL-ACCOUNT       PIC X(10).
000300     05  FILLER                      PIC X(14).
