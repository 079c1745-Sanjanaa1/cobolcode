000010*----------------------------------------------------------------
000020* ADDSUAREC.CPY
000030*   RECORD LAYOUT FOR THE ARCOUT SUSPENSE ARCHIVE GENERATIONS
000040*   CUT BY ADDSUSPG.  EACH RECORD IS AN UNCHANGED BYTE IMAGE
000050*   OF A RELEASED OR VOIDED ADDSUSREC ROW PURGED FROM THE
000060*   ADDSUS KSDS - KEEP THE LENGTH IN STEP WITH ADDSUSREC.
000070*----------------------------------------------------------------
000080 01  ADDSUA-RECORD                  PIC X(180).
