000050*   BYTE IMAGE OF AN ADDLOGREC RECORD FROM THE LIVE ADDLOG -
000060*   KEEP THE LENGTH IN STEP WITH ADDLOGREC.
000070*----------------------------------------------------------------
000080 01  ADDLGA-RECORD                  PIC X(180).
