000090*   THIS FILE BACK OVER PROD.ADDAPP.ADDGL AFTER A CLEAN
000100*   CUTOFF.
000110*----------------------------------------------------------------
000120 01  ADDGNW-RECORD                  PIC X(90).
