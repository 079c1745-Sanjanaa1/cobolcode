000010*----------------------------------------------------------------
000020* ADDFXRREC.CPY
000030*   RECORD LAYOUT FOR THE ADDFXR DAILY FOREIGN-EXCHANGE RATE
000040*   FILE, A VSAM KSDS LOADED EACH BUSINESS DAY BY ADDJOB21 FROM
000050*   THE TREASURY RATE FEED AND READ BY ADD3NUM.  THE PRIME KEY
000060*   IS THE ISO CURRENCY CODE + THE BUSINESS (ADDBDT) DATE THE
000070*   RATE APPLIES TO, 11 BYTES AT OFFSET 0.  THE RATE IS THE
000080*   NUMBER OF BASE-CURRENCY (USD) UNITS ONE UNIT OF THE
000090*   CURRENCY BUYS, TO SIX DECIMAL PLACES - ADD3NUM MULTIPLIES
000100*   A FOREIGN-CURRENCY RESULT BY IT AND ROUNDS TO THE CENT.
000110*   THE BASE CURRENCY ITSELF IS NEVER ON THE FILE.  A CURRENCY
000120*   WITH NO ROW FOR ANY DATE IS UNKNOWN (ADDEXC REASON XC); A
000130*   KNOWN CURRENCY WITH NO ROW, OR A ZERO OR NON-NUMERIC RATE,
000140*   FOR THE BUSINESS DATE HAS NO RATE (REASON XR).  THE SOURCE
000150*   NAMES THE FEED OR THE PERSON WHO KEYED THE RATE.
000160*----------------------------------------------------------------
000170 01  ADDFXR-RECORD.
000180     05  ADDFXR-KEY.
000190         10  ADDFXR-CURRENCY-CODE    PIC X(03).
000200         10  ADDFXR-RATE-DATE        PIC 9(08).
000210     05  ADDFXR-RATE                 PIC 9(04)V9(06).
000220     05  ADDFXR-SOURCE               PIC X(10).
000230     05  FILLER                      PIC X(49).
