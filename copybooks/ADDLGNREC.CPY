000070*   STEP WITH ADDLOGREC.  ADDJOB03'S COPY STEP LAYS THIS FILE
000080*   BACK OVER PROD.ADDAPP.ADDLOG AFTER THE ARCHIVE CUT.
000090*----------------------------------------------------------------
000100 01  ADDLGN-RECORD                  PIC X(180).
