000010*----------------------------------------------------------------
000020* ADDPRDREC.CPY
000030*   RECORD LAYOUT FOR THE ADDPRD ACCOUNTING-PERIOD CONTROL
000040*   DATASET - ONE 80-BYTE RECORD CARRYING THE LATEST PERIOD
000050*   (YYYYMM) THE GL GROUP HAS CLOSED, WHEN AND BY WHOM.  ZERO
000060*   MEANS NO PERIOD HAS BEEN CLOSED YET.  PERIODS CLOSE IN
000070*   ORDER, SO EVERY PERIOD UP TO AND INCLUDING THE CLOSED
000080*   PERIOD IS LOCKED: ADD3NUM REFUSES TO POST, AND ADDRECYC
000090*   AND ADDSUSRV REFUSE TO CUT RECYCLE OR RELEASE BATCHES,
000100*   UNDER A BUSINESS DATE THAT FALLS IN A LOCKED PERIOD, AND
000110*   ADDBALUP WILL NOT ADD POSTINGS INTO ONE.  ONLY THE
000120*   ADDPRDCL PERIOD-END CLOSE (ADDJOB13) MOVES IT FORWARD.
000130*----------------------------------------------------------------
000140 01  ADDPRD-RECORD.
000150     05  ADDPRD-CLOSED-PERIOD        PIC 9(06).
000160     05  ADDPRD-CLOSED-DATE          PIC 9(08).
000170     05  ADDPRD-CLOSED-BY            PIC X(08).
000180     05  FILLER                      PIC X(58).
