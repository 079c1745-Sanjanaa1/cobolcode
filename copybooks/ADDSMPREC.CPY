000010*----------------------------------------------------------------
000020* ADDSMPREC.CPY
000030*   RECORD LAYOUT FOR THE ADDSMP INTERNAL-AUDIT SAMPLE - ONE
000040*   100-BYTE RECORD FOR EVERY ARCHIVED AUDIT-LOG (ADDLGK) ITEM
000050*   THE MONTH-END SAMPLING RUN ADDAUDSM (ADDJOB20) SELECTS,
000060*   WRITTEN TO A NEW PROD.ADDAPP.ADDSMP GENERATION EACH RUN IN
000070*   TRANSACTION-ID ORDER.  IT CARRIES THE ITEM AS LOGGED, ITS
000080*   GL POSTING DATE (ZERO WHEN NO POSTING WAS FOUND), WHY IT
000090*   WAS SELECTED, HOW MANY MONETARY-UNIT POINTS FELL IN IT,
000100*   AND THE PERIOD AND SEED OF THE RUN THAT CHOSE IT.
000110*----------------------------------------------------------------
000120 01  ADDSMP-RECORD.
000130     05  ADDSMP-SAMPLE-SEQ           PIC 9(05).
000140     05  ADDSMP-TRANS-ID             PIC X(10).
000150     05  ADDSMP-GL-ACCOUNT           PIC X(10).
000160     05  ADDSMP-TRANS-TYPE           PIC X(01).
000170     05  ADDSMP-RESULT               PIC S9(07)V99
000180                                     SIGN LEADING SEPARATE.
000190     05  ADDSMP-POSTING-DATE         PIC 9(08).
000200     05  ADDSMP-LOG-DATE             PIC 9(08).
000210     05  ADDSMP-LOG-TIME             PIC 9(06).
000220     05  ADDSMP-OPERATOR-ID          PIC X(08).
000230     05  ADDSMP-JOB-ID               PIC X(08).
000240     05  ADDSMP-SELECT-REASON        PIC X(01).
000250         88  ADDSMP-TOP-STRATUM             VALUE "T".
000260         88  ADDSMP-SUSPENSE-RELEASE        VALUE "S".
000270         88  ADDSMP-MONETARY-UNIT           VALUE "M".
000280     05  ADDSMP-MUS-HITS             PIC 9(04).
000290     05  ADDSMP-PERIOD               PIC 9(06).
000300     05  ADDSMP-SEED                 PIC 9(09).
000310     05  FILLER                      PIC X(06).
