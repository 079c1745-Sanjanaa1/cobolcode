000010*----------------------------------------------------------------
000020* ADDSTPREC.CPY
000030*   RECORD LAYOUT FOR THE STDPRV FILE READ BY ADDSTDGN: THE
000040*   PREVIOUS ADDSTG STANDING-TRANSACTION GENERATION, READ
000050*   BACK SO A BATCH THAT NEVER POSTED (A NIGHT RERUN FROM THE
000060*   TOP AFTER STEP010 FAILED) IS CARRIED FORWARD INTO THE NEW
000070*   GENERATION INSTEAD OF BEING LOST.  EACH RECORD IS AN
000080*   UNCHANGED ADDINREC IMAGE - ONLY THE RECORD TYPE AND THE
000090*   HEADER'S BATCH IDENTITY ARE NAMED HERE.  KEEP THE LENGTH
000100*   IN STEP WITH ADDINREC.
000110*----------------------------------------------------------------
000120 01  ADDSTP-RECORD.
000130     05  ADDSTP-REC-TYPE             PIC X(01).
000140         88  ADDSTP-HEADER-REC              VALUE "H".
000150     05  ADDSTP-HDR-BATCH-ID         PIC X(08).
000160     05  ADDSTP-HDR-BATCH-DATE       PIC 9(08).
000170     05  FILLER                      PIC X(95).
