000010*----------------------------------------------------------------
000020* ADDPCLREC.CPY
000030*   RECORD LAYOUT FOR THE ADDPCL PARAMETER CHANGE LOG - ONE
000040*   210-BYTE RECORD FOR EVERY CHANGE ADDPRMMT APPLIES TO THE
000050*   ADDLIM, ADDAPR OR ADDCAL CONTROL DATASETS, APPENDED TO
000060*   PROD.ADDAPP.ADDPCL.DAT AND NEVER REWRITTEN.  IT CARRIES
000070*   WHEN THE CHANGE WAS MADE, WHO ASKED FOR IT, WHICH DATASET
000080*   AND RECORD IT TOUCHED, AND THE FULL 80-BYTE RECORD IMAGE
000090*   BEFORE AND AFTER (BEFORE IMAGE BLANK ON AN ADD, AFTER
000100*   IMAGE BLANK ON A DELETE).  ADDPCLRP (ADDJOB17) PRINTS
000110*   THE PERIODIC CHANGE REPORT FROM IT.  THE SEQUENCE NUMBER
000120*   KEEPS THE CHANGES OF ONE RUN IN CARD ORDER.
000130*----------------------------------------------------------------
000140 01  ADDPCL-RECORD.
000150     05  ADDPCL-CHANGE-DATE          PIC 9(08).
000160     05  ADDPCL-CHANGE-TIME          PIC 9(06).
000170     05  ADDPCL-SEQ                  PIC 9(04).
000180     05  ADDPCL-REQUESTED-BY         PIC X(08).
000190     05  ADDPCL-FILE-ID              PIC X(06).
000200     05  ADDPCL-ACTION               PIC X(01).
000210         88  ADDPCL-ADD                     VALUE "A".
000220         88  ADDPCL-CHANGE                  VALUE "C".
000230         88  ADDPCL-DELETE                  VALUE "D".
000240     05  ADDPCL-KEY                  PIC X(10).
000250     05  ADDPCL-BEFORE-IMAGE         PIC X(80).
000260     05  ADDPCL-AFTER-IMAGE          PIC X(80).
000270     05  FILLER                      PIC X(07).
