000690*                   120), THE ADDEXC/ADDUNR RAW TABLES AND
000700*                   THE ADDRCY RECYCLE BATCH ALL WIDEN IN
000710*                   STEP WITH ADD3NUM.
000720*   10/14/2026  DL  NEW ADDCOR ACTION "F" FORCES A DU (DUPLICATE
000730*                   TRANSACTION ID) EXCEPTION THROUGH: THE
000740*                   DETAIL IS RECYCLED WITH THE ADDIN DUPLICATE-
000750*                   OVERRIDE BYTE SET SO ADD3NUM POSTS IT DESPITE
000760*                   THE ADDTXI INDEX, AND A BLANK ADDEND COUNT ON
000770*                   THE CARD KEEPS THE EXCEPTION'S OWN ADDENDS.
000780*                   AN "F" CARD AGAINST ANY OTHER REASON IS
000790*                   REFUSED AND THE EXCEPTION HELD.  "D" DROPS A
000800*                   DUPLICATE AS IT DOES ANY EXCEPTION.
000810*   10/14/2026  DL  ACCOUNTING-PERIOD LOCK.  THE RECYCLE BATCH
000820*                   POSTS IN THE NEXT ADDJOB01 RUN UNDER THE
000830*                   ADDBDT BUSINESS DATE, SO WHEN THAT DATE
000840*                   FALLS IN A PERIOD THE ADDPRD CONTROL RECORD
000850*                   SHOWS CLOSED THE RUN IS REFUSED WITH RC 12
000860*                   BEFORE ANY OUTPUT IS WRITTEN.
000870*   10/15/2026  DL  EVERY EXCEPTION DISPOSED OF ON AN ADDCOR
000880*                   CARD - RECYCLED, FORCED, DROPPED OR HELD - IS
000890*                   NOW APPENDED TO THE ADDRCD RECYCLE-DECISION
000900*                   LOG WITH THE RECYCLE BATCH IT WENT OUT ON,
000910*                   AND THE ADDIN BATCH ID ON THE EXCEPTION IS
000920*                   CARRIED FORWARD TO ADDUNR, FOR THE ADDTRACE
000930*                   INQUIRY.
000940*   10/15/2026  DL  FOREIGN-CURRENCY INVOICES.  THE EXCEPTION'S
000950*                   CURRENCY CODE GOES OUT ON THE RECYCLED DETAIL
000960*                   AND ON ADDUNR; A "C" CARD MAY KEY A NEW CODE
000970*                   (THREE LETTERS) AND, LIKE AN "F" CARD, A BLANK
000980*                   ADDEND COUNT KEEPS THE EXCEPTION'S OWN
000990*                   ADDENDS, SO AN XC/XR ITEM CAN BE RECYCLED ONCE
001000*                   ITS RATE IS LOADED WITHOUT RE-KEYING IT.
001010*   10/15/2026  DL  THE RECYCLE HASH, THE FORCED/RECYCLED
001020*                   DISPOSITION AND THE ADDRCD NEW ID AND ACCOUNT
001030*                   ARE NOW TAKEN BEFORE THE ADDRCY DETAIL IS
001040*                   WRITTEN, NOT FROM THE RECORD AREA AFTER IT.
001050*----------------------------------------------------------------
001060
001070 ENVIRONMENT DIVISION.
001080 CONFIGURATION SECTION.
001090 SOURCE-COMPUTER. IBM-370.
001100 OBJECT-COMPUTER. IBM-370.
001110
001120 INPUT-OUTPUT SECTION.
001130 FILE-CONTROL.
001140     SELECT EXCIN-FILE ASSIGN TO EXCIN
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS DL200-EXCIN-STATUS.
001170
001180     SELECT ADDCOR-FILE ASSIGN TO ADDCOR
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS DL200-ADDCOR-STATUS.
001210
001220     SELECT ADDRCY-FILE ASSIGN TO ADDRCY
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS DL200-ADDRCY-STATUS.
001250
001260     SELECT ADDUNR-FILE ASSIGN TO ADDUNR
001270         ORGANIZATION IS SEQUENTIAL
001280         FILE STATUS IS DL200-ADDUNR-STATUS.
001290
001300     SELECT ADDERP-FILE ASSIGN TO ADDERP
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS DL200-ADDERP-STATUS.
001330
001340     SELECT ADDCOA-FILE ASSIGN TO ADDCOA
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS RANDOM
001370         RECORD KEY IS ADDCOA-ACCOUNT
001380         FILE STATUS IS DL200-ADDCOA-STATUS.
001390
001400     SELECT ADDBDT-FILE ASSIGN TO ADDBDT
001410         ORGANIZATION IS SEQUENTIAL
001420         FILE STATUS IS DL200-ADDBDT-STATUS.
001430
001440     SELECT ADDPRD-FILE ASSIGN TO ADDPRD
001450         ORGANIZATION IS SEQUENTIAL
001460         FILE STATUS IS DL200-ADDPRD-STATUS.
001470
001480     SELECT ADDRCD-FILE ASSIGN TO ADDRCD
001490         ORGANIZATION IS SEQUENTIAL
001500         FILE STATUS IS DL200-ADDRCD-STATUS.
001510
001520 DATA DIVISION.
001530 FILE SECTION.
001540 FD  EXCIN-FILE
001550     RECORDING MODE IS F
001560     LABEL RECORDS ARE STANDARD.
001570 COPY ADDEXCREC.
001580
001590 FD  ADDCOR-FILE
001600     RECORDING MODE IS F
001610     LABEL RECORDS ARE STANDARD.
001620 COPY ADDCORREC.
001630
001640 FD  ADDRCY-FILE
001650     RECORDING MODE IS F
001660     LABEL RECORDS ARE STANDARD.
001670 COPY ADDINREC.
001680
001690 FD  ADDUNR-FILE
001700     RECORDING MODE IS F
001710     LABEL RECORDS ARE STANDARD.
001720 COPY ADDUNRREC.
001730
001740 FD  ADDERP-FILE
001750     RECORDING MODE IS F
001760     LABEL RECORDS ARE STANDARD.
001770 COPY ADDRPTREC.
001780
001790 FD  ADDCOA-FILE
001800     LABEL RECORDS ARE STANDARD.
001810 COPY ADDCOAREC.
001820
001830 FD  ADDBDT-FILE
001840     RECORDING MODE IS F
001850     LABEL RECORDS ARE STANDARD.
001860 COPY ADDBDTREC.
001870
001880 FD  ADDPRD-FILE
001890     RECORDING MODE IS F
001900     LABEL RECORDS ARE STANDARD.
001910 COPY ADDPRDREC.
001920
001930 FD  ADDRCD-FILE
001940     RECORDING MODE IS F
001950     LABEL RECORDS ARE STANDARD.
001960 COPY ADDRCDREC.
001970
001980 WORKING-STORAGE SECTION.
001990*----------------------------------------------------------------
002000* FILE-STATUS SWITCHES AND COMMON I/O ERROR FIELDS
002010*----------------------------------------------------------------
002020 77  DL200-EXCIN-STATUS             PIC X(02) VALUE "00".
002030 77  DL200-ADDCOR-STATUS            PIC X(02) VALUE "00".
002040 77  DL200-ADDRCY-STATUS            PIC X(02) VALUE "00".
002050 77  DL200-ADDUNR-STATUS            PIC X(02) VALUE "00".
002060 77  DL200-ADDERP-STATUS            PIC X(02) VALUE "00".
002070 77  DL200-ADDCOA-STATUS            PIC X(02) VALUE "00".
002080 77  DL200-ADDBDT-STATUS            PIC X(02) VALUE "00".
002090 77  DL200-ADDPRD-STATUS            PIC X(02) VALUE "00".
002100 77  DL200-ADDRCD-STATUS            PIC X(02) VALUE "00".
002110 77  DL200-COA-FOUND-SW             PIC X(01) VALUE "N".
002120     88  DL200-COA-FOUND                      VALUE "Y".
002130 77  DL200-ERR-FILE-ID              PIC X(08) VALUE SPACES.
002140 77  DL200-ERR-STATUS               PIC X(02) VALUE "00".
002150 77  DL200-EXCIN-EOF-SW             PIC X(01) VALUE "N".
002160     88  DL200-EXCIN-EOF                      VALUE "Y".
002170 77  DL200-ADDCOR-EOF-SW            PIC X(01) VALUE "N".
002180     88  DL200-ADDCOR-EOF                     VALUE "Y".
002190
002200*----------------------------------------------------------------
002210* RUN CONTROL, COUNTERS AND RECYCLE BATCH CONTROL TOTALS
002220*----------------------------------------------------------------
002230 77  DL200-RUN-DATE                 PIC 9(08) VALUE ZERO.
002240 77  DL200-EXC-SEQ                  PIC 9(04) VALUE ZERO.
002250*    THE CARRY-FORWARD ORDINAL: A RECORD'S POSITION ON THE NEW
002260*    ADDUNR GENERATION, WHICH IS ITS POSITION IN TOMORROW'S
002270*    EXCIN STREAM.  THIS, NOT TODAY'S READ ORDINAL, IS THE
002280*    SEQUENCE THE AGING REPORT PRINTS AND TOMORROW'S ADDCOR
002290*    CARDS ARE KEYED BY.
002300 77  DL200-UNR-SEQ                  PIC 9(04) VALUE ZERO.
002310 77  DL200-PRINT-SEQ                PIC 9(04) VALUE ZERO.
002320 77  DL200-RECYCLE-COUNT            PIC 9(09) COMP VALUE ZERO.
002330 77  DL200-DROP-COUNT               PIC 9(09) COMP VALUE ZERO.
002340 77  DL200-UNRES-COUNT              PIC 9(09) COMP VALUE ZERO.
002350 77  DL200-FORCE-COUNT              PIC 9(09) COMP VALUE ZERO.
002360 77  DL200-RCY-HASH-TOTAL           PIC S9(11)V99 VALUE ZERO.
002370 77  DL200-MAX-ADDENDS              PIC 9(02) COMP VALUE 10.
002380 77  DL200-ADDEND-SUB               PIC 9(02) COMP VALUE ZERO.
002390 77  DL200-VALID-SW                 PIC X(01) VALUE "Y".
002400     88  DL200-VALID-DATA                     VALUE "Y".
002410     88  DL200-INVALID-DATA                   VALUE "N".
002420 77  DL200-AGE-DAYS                 PIC 9(04) VALUE ZERO.
002430 77  DL200-RCD-DISP                 PIC X(01) VALUE SPACE.
002440 77  DL200-RCD-NEW-TID              PIC X(10) VALUE SPACES.
002450 77  DL200-RCD-NEW-ACCT             PIC X(10) VALUE SPACES.
002460
002470 01  DL200-RCY-BATCH-ID.
002480     05  FILLER                     PIC X(01) VALUE "R".
002490     05  DL200-RCY-BID-DATE         PIC X(06) VALUE SPACES.
002500     05  DL200-RCY-BID-SUFFIX       PIC X(01) VALUE "A".
002510*    ONE LETTER PER RUN HOUR KEEPS SAME-DAY RECYCLE BATCHES
002520*    DISTINCT FOR THE ADDRUN DUPLICATE-RUN PROTECTION.
002530 77  DL200-TIME-WORK                PIC 9(08) VALUE ZERO.
002540 77  DL200-RUN-HOUR                 PIC 9(02) VALUE ZERO.
002550 77  DL200-HOUR-SUB                 PIC 9(02) COMP VALUE ZERO.
002560 77  DL200-HOUR-CHARS               PIC X(24)
002570     VALUE "ABCDEFGHIJKLMNOPQRSTUVWX".
002580
002590*----------------------------------------------------------------
002600* CORRECTION CARD TABLE - LOADED FROM ADDCOR AT STARTUP AND
002610* SEARCHED BY EXCEPTION SEQUENCE NUMBER FOR EACH EXCIN RECORD.
002620*----------------------------------------------------------------
002630 77  DL200-COR-MAX                  PIC 9(04) COMP VALUE 500.
002640 77  DL200-COR-COUNT                PIC 9(04) COMP VALUE ZERO.
002650 77  DL200-COR-SUB                  PIC 9(04) COMP VALUE ZERO.
002660 77  DL200-COR-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
002670 01  DL200-COR-TABLE.
002680     05  DL200-COR-ENTRY OCCURS 500 TIMES.
002690         10  DL200-COR-SEQ          PIC 9(04).
002700         10  DL200-COR-ACTION       PIC X(01).
002710         10  DL200-COR-TID          PIC X(10).
002720         10  DL200-COR-ACCT         PIC X(10).
002730         10  DL200-COR-TYPE         PIC X(01).
002740         10  DL200-COR-CNT          PIC X(02).
002750         10  DL200-COR-CCY          PIC X(03).
002760         10  DL200-COR-TAB          PIC X(08)
002770                                    OCCURS 10 TIMES.
002780         10  DL200-COR-USED-SW      PIC X(01).
002790             88  DL200-COR-USED            VALUE "Y".
002800
002810*----------------------------------------------------------------
002820* AGING REPORT (ADDERP) SUPPORTING FIELDS AND PRINT LINES
002830*----------------------------------------------------------------
002840 77  DL200-RPT-PAGE-SIZE            PIC 9(04) COMP VALUE 50.
002850 77  DL200-RPT-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
002860 77  DL200-RPT-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
002870
002880 01  DL200-RPT-HEADING1.
002890     05  FILLER                     PIC X(01) VALUE "1".
002900     05  FILLER                     PIC X(26)
002910         VALUE "ADDRECYC EXCEPTION AGING".
002920     05  FILLER                     PIC X(10) VALUE "RUN DATE:".
002930     05  DL200-RPT-H1-DATE          PIC 9999/99/99.
002940     05  FILLER                     PIC X(08) VALUE "  PAGE:".
002950     05  DL200-RPT-H1-PAGE          PIC ZZZ9.
002960     05  FILLER                     PIC X(73) VALUE SPACES.
002970
002980 01  DL200-RPT-HEADING2.
002990     05  FILLER                     PIC X(01) VALUE SPACE.
003000     05  FILLER                     PIC X(06) VALUE "SEQ".
003010     05  FILLER                     PIC X(12) VALUE "TRANS ID".
003020     05  FILLER                     PIC X(08) VALUE "REASON".
003030     05  FILLER                     PIC X(12) VALUE "EXC DATE".
003040     05  FILLER                     PIC X(06) VALUE "AGE".
003050     05  FILLER                     PIC X(24) VALUE "DISPOSITION".
003060     05  FILLER                     PIC X(63) VALUE SPACES.
003070
003080 01  DL200-RPT-DETAIL.
003090     05  FILLER                     PIC X(01) VALUE SPACE.
003100     05  DL200-RPT-DET-SEQ          PIC ZZZZ.
003110     05  FILLER                     PIC X(02) VALUE SPACES.
003120     05  DL200-RPT-DET-TRANS-ID     PIC X(10).
003130     05  FILLER                     PIC X(02) VALUE SPACES.
003140     05  DL200-RPT-DET-REASON       PIC X(02).
003150     05  FILLER                     PIC X(06) VALUE SPACES.
003160     05  DL200-RPT-DET-DATE         PIC 9999/99/99.
003170     05  FILLER                     PIC X(02) VALUE SPACES.
003180     05  DL200-RPT-DET-AGE          PIC ZZZ9.
003190     05  FILLER                     PIC X(02) VALUE SPACES.
003200     05  DL200-RPT-DET-DISP         PIC X(24).
003210     05  FILLER                     PIC X(67) VALUE SPACES.
003220
003230 01  DL200-RPT-TRAILER.
003240     05  FILLER                     PIC X(01) VALUE SPACE.
003250     05  FILLER                     PIC X(10) VALUE "RECYCLED:".
003260     05  DL200-RPT-TRL-RECYCLED     PIC ZZZ,ZZ9.
003270     05  FILLER                     PIC X(10) VALUE "  DROPPED:".
003280     05  DL200-RPT-TRL-DROPPED      PIC ZZZ,ZZ9.
003290     05  FILLER                     PIC X(13)
003300         VALUE "  UNRESOLVED:".
003310     05  DL200-RPT-TRL-UNRES        PIC ZZZ,ZZ9.
003320     05  FILLER                     PIC X(77) VALUE SPACES.
003330
003340 PROCEDURE DIVISION.
003350 0000-MAINLINE.
003360     PERFORM 1000-INITIALIZE
003370         THRU 1000-INITIALIZE-EXIT.
003380
003390     PERFORM 3000-PROCESS-EXCEPTION
003400         THRU 3000-PROCESS-EXCEPTION-EXIT
003410         UNTIL DL200-EXCIN-EOF.
003420
003430     PERFORM 9000-TERMINATE
003440         THRU 9000-TERMINATE-EXIT.
003450
003460     PERFORM 9999-EXIT
003470         THRU 9999-EXIT-EXIT.
003480
003490 0000-MAINLINE-EXIT.
003500     EXIT.
003510
003520*----------------------------------------------------------------
003530* 1000-INITIALIZE - OPEN THE FILES, LOAD THE CORRECTION CARD
003540*                   TABLE, PRINT THE REPORT HEADERS, WRITE THE
003550*                   RECYCLE BATCH HEADER, AND PRIME THE FIRST
003560*                   EXCEPTION READ.
003570*----------------------------------------------------------------
003580 1000-INITIALIZE.
003590     ACCEPT DL200-RUN-DATE FROM DATE YYYYMMDD.
003600
003610     PERFORM 1050-CHECK-PERIOD-LOCK
003620         THRU 1050-CHECK-PERIOD-LOCK-EXIT.
003630
003640     OPEN INPUT EXCIN-FILE.
003650     MOVE "EXCIN" TO DL200-ERR-FILE-ID.
003660     MOVE DL200-EXCIN-STATUS TO DL200-ERR-STATUS.
003670     PERFORM 8000-CHECK-FILE-STATUS
003680         THRU 8000-CHECK-FILE-STATUS-EXIT.
003690
003700     OPEN INPUT ADDCOR-FILE.
003710     MOVE "ADDCOR" TO DL200-ERR-FILE-ID.
003720     MOVE DL200-ADDCOR-STATUS TO DL200-ERR-STATUS.
003730     PERFORM 8000-CHECK-FILE-STATUS
003740         THRU 8000-CHECK-FILE-STATUS-EXIT.
003750
003760     OPEN OUTPUT ADDRCY-FILE.
003770     MOVE "ADDRCY" TO DL200-ERR-FILE-ID.
003780     MOVE DL200-ADDRCY-STATUS TO DL200-ERR-STATUS.
003790     PERFORM 8000-CHECK-FILE-STATUS
003800         THRU 8000-CHECK-FILE-STATUS-EXIT.
003810
003820     OPEN OUTPUT ADDUNR-FILE.
003830     MOVE "ADDUNR" TO DL200-ERR-FILE-ID.
003840     MOVE DL200-ADDUNR-STATUS TO DL200-ERR-STATUS.
003850     PERFORM 8000-CHECK-FILE-STATUS
003860         THRU 8000-CHECK-FILE-STATUS-EXIT.
003870
003880     OPEN OUTPUT ADDERP-FILE.
003890     MOVE "ADDERP" TO DL200-ERR-FILE-ID.
003900     MOVE DL200-ADDERP-STATUS TO DL200-ERR-STATUS.
003910     PERFORM 8000-CHECK-FILE-STATUS
003920         THRU 8000-CHECK-FILE-STATUS-EXIT.
003930
003940     OPEN INPUT ADDCOA-FILE.
003950     MOVE "ADDCOA" TO DL200-ERR-FILE-ID.
003960     MOVE DL200-ADDCOA-STATUS TO DL200-ERR-STATUS.
003970     PERFORM 8000-CHECK-FILE-STATUS
003980         THRU 8000-CHECK-FILE-STATUS-EXIT.
003990
004000     OPEN EXTEND ADDRCD-FILE.
004010     MOVE "ADDRCD" TO DL200-ERR-FILE-ID.
004020     MOVE DL200-ADDRCD-STATUS TO DL200-ERR-STATUS.
004030     PERFORM 8000-CHECK-FILE-STATUS
004040         THRU 8000-CHECK-FILE-STATUS-EXIT.
004050
004060     PERFORM 1100-LOAD-CORRECTION
004070         THRU 1100-LOAD-CORRECTION-EXIT
004080         UNTIL DL200-ADDCOR-EOF.
004090
004100     PERFORM 4000-PRINT-HEADERS
004110         THRU 4000-PRINT-HEADERS-EXIT.
004120
004130     PERFORM 7000-WRITE-RCY-HEADER
004140         THRU 7000-WRITE-RCY-HEADER-EXIT.
004150
004160     PERFORM 2100-READ-EXCIN
004170         THRU 2100-READ-EXCIN-EXIT.
004180
004190 1000-INITIALIZE-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------------
004230* 1050-CHECK-PERIOD-LOCK - REFUSE THE RUN WITH RC 12 WHEN THE
004240*                          ADDBDT BUSINESS DATE THIS RECYCLE
004250*                          BATCH WILL POST UNDER FALLS IN A PERIOD
004260*                          THE ADDPRD CONTROL RECORD SHOWS CLOSED.
004270*                          NO ADDPRD DATASET OR NO RECORD MEANS NO
004280*                          PERIOD HAS BEEN CLOSED YET.
004290*----------------------------------------------------------------
004300 1050-CHECK-PERIOD-LOCK.
004310     OPEN INPUT ADDBDT-FILE.
004320     MOVE "ADDBDT" TO DL200-ERR-FILE-ID.
004330     MOVE DL200-ADDBDT-STATUS TO DL200-ERR-STATUS.
004340     PERFORM 8000-CHECK-FILE-STATUS
004350         THRU 8000-CHECK-FILE-STATUS-EXIT.
004360     READ ADDBDT-FILE
004370         AT END
004380             DISPLAY "ADDRECYC - ADDBDT PROCESSING-DATE "
004390                     "CONTROL RECORD MISSING - RUN ABORTED."
004400             MOVE 16 TO RETURN-CODE
004410             STOP RUN
004420     END-READ.
004430     IF ADDBDT-BUS-DATE IS NOT NUMERIC
004440             OR ADDBDT-BUS-DATE = ZERO
004450         DISPLAY "ADDRECYC - ADDBDT BUSINESS DATE IS NOT "
004460                 "NUMERIC - RUN ABORTED."
004470         MOVE 16 TO RETURN-CODE
004480         STOP RUN
004490     END-IF.
004500     CLOSE ADDBDT-FILE.
004510
004520     OPEN INPUT ADDPRD-FILE.
004530     IF DL200-ADDPRD-STATUS = "35"
004540         GO TO 1050-CHECK-PERIOD-LOCK-EXIT
004550     END-IF.
004560     MOVE "ADDPRD" TO DL200-ERR-FILE-ID.
004570     MOVE DL200-ADDPRD-STATUS TO DL200-ERR-STATUS.
004580     PERFORM 8000-CHECK-FILE-STATUS
004590         THRU 8000-CHECK-FILE-STATUS-EXIT.
004600     READ ADDPRD-FILE
004610         AT END
004620             MOVE ZEROS TO ADDPRD-CLOSED-PERIOD
004630     END-READ.
004640     CLOSE ADDPRD-FILE.
004650     IF ADDPRD-CLOSED-PERIOD IS NOT NUMERIC
004660         DISPLAY "ADDRECYC - ADDPRD CLOSED PERIOD IS NOT "
004670                 "NUMERIC - RUN ABORTED."
004680         MOVE 16 TO RETURN-CODE
004690         STOP RUN
004700     END-IF.
004710
004720     IF ADDBDT-BUS-DATE(1:6) NOT > ADDPRD-CLOSED-PERIOD
004730         DISPLAY "ADDRECYC - BUSINESS DATE " ADDBDT-BUS-DATE
004740                 " FALLS IN CLOSED ACCOUNTING PERIOD - "
004750                 "PERIODS THROUGH " ADDPRD-CLOSED-PERIOD
004760                 " ARE CLOSED - RUN REFUSED."
004770         MOVE 12 TO RETURN-CODE
004780         STOP RUN
004790     END-IF.
004800
004810 1050-CHECK-PERIOD-LOCK-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------------
004850* 1100-LOAD-CORRECTION - READ ONE ADDCOR CARD AND STORE IT IN
004860*                        THE CORRECTION TABLE.  A TABLE OVERFLOW
004870*                        ABENDS THE RUN RATHER THAN SILENTLY
004880*                        IGNORING SUPERVISOR CORRECTIONS.
004890*----------------------------------------------------------------
004900 1100-LOAD-CORRECTION.
004910     READ ADDCOR-FILE
004920         AT END
004930             SET DL200-ADDCOR-EOF TO TRUE
004940             GO TO 1100-LOAD-CORRECTION-EXIT
004950     END-READ.
004960     IF DL200-ADDCOR-STATUS NOT = "00"
004970         MOVE "ADDCOR" TO DL200-ERR-FILE-ID
004980         MOVE DL200-ADDCOR-STATUS TO DL200-ERR-STATUS
004990         PERFORM 8000-CHECK-FILE-STATUS
005000             THRU 8000-CHECK-FILE-STATUS-EXIT
005010     END-IF.
005020
005030     IF ADDCOR-EXC-SEQ IS NOT NUMERIC
005040         DISPLAY "ADDRECYC - NON-NUMERIC SEQUENCE ON ADDCOR "
005050                 "CARD - RUN ABORTED."
005060         MOVE 16 TO RETURN-CODE
005070         STOP RUN
005080     END-IF.
005090
005100     IF NOT ADDCOR-CORRECT
005110             AND NOT ADDCOR-DROP
005120             AND NOT ADDCOR-FORCE
005130         DISPLAY "ADDRECYC - ADDCOR CARD FOR SEQUENCE "
005140                 ADDCOR-EXC-SEQ " HAS ACTION " ADDCOR-ACTION
005150                 " - MUST BE C, D OR F - RUN ABORTED."
005160         MOVE 16 TO RETURN-CODE
005170         STOP RUN
005180     END-IF.
005190
005200     IF DL200-COR-COUNT >= DL200-COR-MAX
005210         DISPLAY "ADDRECYC - MORE THAN " DL200-COR-MAX
005220                 " ADDCOR CARDS - RUN ABORTED."
005230         MOVE 16 TO RETURN-CODE
005240         STOP RUN
005250     END-IF.
005260
005270     ADD 1 TO DL200-COR-COUNT.
005280     MOVE ADDCOR-EXC-SEQ
005290         TO DL200-COR-SEQ(DL200-COR-COUNT).
005300     MOVE ADDCOR-TRANS-ID
005310         TO DL200-COR-TID(DL200-COR-COUNT).
005320     MOVE ADDCOR-GL-ACCOUNT
005330         TO DL200-COR-ACCT(DL200-COR-COUNT).
005340     MOVE ADDCOR-TRANS-TYPE
005350         TO DL200-COR-TYPE(DL200-COR-COUNT).
005360     MOVE ADDCOR-ACTION
005370         TO DL200-COR-ACTION(DL200-COR-COUNT).
005380     MOVE ADDCOR-ADDEND-COUNT
005390         TO DL200-COR-CNT(DL200-COR-COUNT).
005400     MOVE ADDCOR-CURRENCY-CODE
005410         TO DL200-COR-CCY(DL200-COR-COUNT).
005420     PERFORM 1110-STORE-CORRECTION-ENTRY
005430         THRU 1110-STORE-CORRECTION-ENTRY-EXIT
005440         VARYING DL200-ADDEND-SUB FROM 1 BY 1
005450         UNTIL DL200-ADDEND-SUB > DL200-MAX-ADDENDS.
005460     MOVE "N" TO DL200-COR-USED-SW(DL200-COR-COUNT).
005470
005480 1100-LOAD-CORRECTION-EXIT.
005490     EXIT.
005500
005510 1110-STORE-CORRECTION-ENTRY.
005520     MOVE ADDCOR-ADDEND-TABLE(DL200-ADDEND-SUB)
005530         TO DL200-COR-TAB(DL200-COR-COUNT, DL200-ADDEND-SUB).
005540
005550 1110-STORE-CORRECTION-ENTRY-EXIT.
005560     EXIT.
005570
005580*----------------------------------------------------------------
005590* 2100-READ-EXCIN - READ THE NEXT EXCEPTION RECORD FROM THE
005600*                   CONCATENATED UNRESOLVED/ADDEXC STREAM AND
005610*                   BUMP THE EXCEPTION SEQUENCE NUMBER THE
005620*                   CORRECTION CARDS ARE KEYED BY.
005630*----------------------------------------------------------------
005640 2100-READ-EXCIN.
005650     READ EXCIN-FILE
005660         AT END
005670             SET DL200-EXCIN-EOF TO TRUE
005680     END-READ.
005690     IF DL200-EXCIN-STATUS NOT = "00"
005700             AND DL200-EXCIN-STATUS NOT = "10"
005710         MOVE "EXCIN" TO DL200-ERR-FILE-ID
005720         MOVE DL200-EXCIN-STATUS TO DL200-ERR-STATUS
005730         PERFORM 8000-CHECK-FILE-STATUS
005740             THRU 8000-CHECK-FILE-STATUS-EXIT
005750     END-IF.
005760
005770     IF NOT DL200-EXCIN-EOF
005780         ADD 1 TO DL200-EXC-SEQ
005790     END-IF.
005800
005810 2100-READ-EXCIN-EXIT.
005820     EXIT.
005830
005840*----------------------------------------------------------------
005850* 3000-PROCESS-EXCEPTION - DISPOSE OF THE CURRENT EXCEPTION:
005860*                          APPLY ITS CORRECTION CARD WHEN ONE
005870*                          MATCHES ITS SEQUENCE NUMBER, DROP IT
005880*                          ON A "D" CARD, FORCE A DUPLICATE-ID
005890*                          EXCEPTION THROUGH ON AN "F" CARD,
005900*                          OTHERWISE CARRY IT FORWARD
005910*                          UNRESOLVED.  THEN READ THE NEXT
005920*                          EXCEPTION.
005930*----------------------------------------------------------------
005940 3000-PROCESS-EXCEPTION.
005950*    ONLY A RECORD CARRIED FORWARD TO ADDUNR GETS A PRINTED
005960*    SEQUENCE - ITS POSITION IN TOMORROW'S EXCIN STREAM.
005970     MOVE ZERO TO DL200-PRINT-SEQ.
005980     PERFORM 3100-FIND-CORRECTION
005990         THRU 3100-FIND-CORRECTION-EXIT.
006000
006010     IF DL200-COR-FOUND-SUB = ZERO
006020         PERFORM 3300-WRITE-UNRESOLVED
006030             THRU 3300-WRITE-UNRESOLVED-EXIT
006040     ELSE
006050         IF DL200-COR-ACTION(DL200-COR-FOUND-SUB) = "D"
006060             ADD 1 TO DL200-DROP-COUNT
006070             MOVE "DROPPED" TO DL200-RPT-DET-DISP
006080             MOVE "D" TO DL200-RCD-DISP
006090             PERFORM 3400-WRITE-DECISION
006100                 THRU 3400-WRITE-DECISION-EXIT
006110             PERFORM 4100-PRINT-DETAIL-LINE
006120                 THRU 4100-PRINT-DETAIL-LINE-EXIT
006130         ELSE
006140             IF DL200-COR-ACTION(DL200-COR-FOUND-SUB) = "F"
006150                     AND NOT ADDEXC-DUPLICATE-ID
006160                 MOVE "FORCE REFUSED - HELD" TO DL200-RPT-DET-DISP
006170                 MOVE "H" TO DL200-RCD-DISP
006180                 PERFORM 3400-WRITE-DECISION
006190                     THRU 3400-WRITE-DECISION-EXIT
006200                 PERFORM 3310-WRITE-UNRESOLVED-REC
006210                     THRU 3310-WRITE-UNRESOLVED-REC-EXIT
006220                 PERFORM 4100-PRINT-DETAIL-LINE
006230                     THRU 4100-PRINT-DETAIL-LINE-EXIT
006240             ELSE
006250                 PERFORM 3200-APPLY-CORRECTION
006260                     THRU 3200-APPLY-CORRECTION-EXIT
006270             END-IF
006280         END-IF
006290     END-IF.
006300
006310     PERFORM 2100-READ-EXCIN
006320         THRU 2100-READ-EXCIN-EXIT.
006330
006340 3000-PROCESS-EXCEPTION-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------------
006380* 3100-FIND-CORRECTION - SCAN THE CORRECTION TABLE FOR A CARD
006390*                        KEYED TO THE CURRENT EXCEPTION
006400*                        SEQUENCE NUMBER.  LEAVES THE MATCHING
006410*                        ENTRY NUMBER, OR ZERO, IN
006420*                        DL200-COR-FOUND-SUB.
006430*----------------------------------------------------------------
006440 3100-FIND-CORRECTION.
006450     MOVE ZERO TO DL200-COR-FOUND-SUB.
006460     PERFORM 3110-MATCH-CORRECTION-ENTRY
006470         THRU 3110-MATCH-CORRECTION-ENTRY-EXIT
006480         VARYING DL200-COR-SUB FROM 1 BY 1
006490         UNTIL DL200-COR-SUB > DL200-COR-COUNT
006500         OR DL200-COR-FOUND-SUB > ZERO.
006510
006520 3100-FIND-CORRECTION-EXIT.
006530     EXIT.
006540
006550 3110-MATCH-CORRECTION-ENTRY.
006560     IF DL200-COR-SEQ(DL200-COR-SUB) = DL200-EXC-SEQ
006570         MOVE DL200-COR-SUB TO DL200-COR-FOUND-SUB
006580         MOVE "Y" TO DL200-COR-USED-SW(DL200-COR-SUB)
006590     END-IF.
006600
006610 3110-MATCH-CORRECTION-ENTRY-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------------
006650* 3200-APPLY-CORRECTION - RE-VALIDATE THE CORRECTED ADDEND
006660*                         COUNT AND TABLE UNDER THE SAME RULES
006670*                         ADD3NUM APPLIES TO ADDIN (NUMERIC
006680*                         COUNT OF 1-10, EVERY USED ENTRY
006690*                         NUMERIC).  A GOOD CORRECTION BECOMES A
006700*                         DETAIL RECORD ON THE RECYCLE BATCH; A
006710*                         BAD ONE STAYS UNRESOLVED.  A FORCED
006720*                         DUPLICATE CARRIES THE DUPLICATE-
006730*                         OVERRIDE BYTE SO ADD3NUM POSTS IT.
006740*----------------------------------------------------------------
006750 3200-APPLY-CORRECTION.
006760     SET DL200-VALID-DATA TO TRUE.
006770     MOVE SPACES TO ADDIN-RECORD.
006780     SET ADDIN-DETAIL-REC TO TRUE.
006790
006800*    A BLANK TRANSACTION ID OR ACCOUNT ON THE CARD KEEPS WHAT
006810*    IS ALREADY ON THE EXCEPTION RECORD.
006820     IF DL200-COR-TID(DL200-COR-FOUND-SUB) = SPACES
006830         MOVE ADDEXC-TRANS-ID TO ADDIN-TRANS-ID
006840     ELSE
006850         MOVE DL200-COR-TID(DL200-COR-FOUND-SUB)
006860             TO ADDIN-TRANS-ID
006870     END-IF.
006880     IF DL200-COR-ACCT(DL200-COR-FOUND-SUB) = SPACES
006890         MOVE ADDEXC-GL-ACCOUNT TO ADDIN-GL-ACCOUNT
006900     ELSE
006910         MOVE DL200-COR-ACCT(DL200-COR-FOUND-SUB)
006920             TO ADDIN-GL-ACCOUNT
006930     END-IF.
006940     IF DL200-COR-TYPE(DL200-COR-FOUND-SUB) = SPACES
006950         MOVE ADDEXC-TRANS-TYPE TO ADDIN-TRANS-TYPE
006960     ELSE
006970         MOVE DL200-COR-TYPE(DL200-COR-FOUND-SUB)
006980             TO ADDIN-TRANS-TYPE
006990     END-IF.
007000     IF DL200-COR-CCY(DL200-COR-FOUND-SUB) = SPACES
007010         MOVE ADDEXC-CURRENCY-CODE TO ADDIN-CURRENCY-CODE
007020     ELSE
007030         MOVE DL200-COR-CCY(DL200-COR-FOUND-SUB)
007040             TO ADDIN-CURRENCY-CODE
007050     END-IF.
007060
007070*    A FORCE CARD NORMALLY RE-KEYS NOTHING, AND A CURRENCY OR
007080*    RATE EXCEPTION OFTEN NEEDS ONLY ITS CODE FIXED OR ITS RATE
007090*    LOADED - A BLANK COUNT ON EITHER CARD KEEPS THE EXCEPTION'S
007100*    OWN ADDENDS.
007110     IF DL200-COR-CNT(DL200-COR-FOUND-SUB) = SPACES
007120         MOVE ADDEXC-RAW-COUNT TO ADDIN-ADDEND-COUNT
007130         PERFORM 3215-STORE-EXCEPTION-ENTRY
007140             THRU 3215-STORE-EXCEPTION-ENTRY-EXIT
007150             VARYING DL200-ADDEND-SUB FROM 1 BY 1
007160             UNTIL DL200-ADDEND-SUB > DL200-MAX-ADDENDS
007170     ELSE
007180         MOVE DL200-COR-CNT(DL200-COR-FOUND-SUB)
007190             TO ADDIN-ADDEND-COUNT
007200         PERFORM 3210-STORE-CORRECTED-ENTRY
007210             THRU 3210-STORE-CORRECTED-ENTRY-EXIT
007220             VARYING DL200-ADDEND-SUB FROM 1 BY 1
007230             UNTIL DL200-ADDEND-SUB > DL200-MAX-ADDENDS
007240     END-IF.
007250     IF DL200-COR-ACTION(DL200-COR-FOUND-SUB) = "F"
007260         SET ADDIN-DUP-FORCED TO TRUE
007270     END-IF.
007280
007290     IF ADDIN-TRANS-ID = SPACES
007300         SET DL200-INVALID-DATA TO TRUE
007310     END-IF.
007320     IF ADDIN-GL-ACCOUNT IS NOT NUMERIC
007330             OR ADDIN-GL-ACCOUNT = ZEROS
007340         SET DL200-INVALID-DATA TO TRUE
007350     ELSE
007360*        THE ACCOUNT MUST ALSO BE ON THE CHART OF ACCOUNTS AND
007370*        OPEN, MATCHING THE CHECK ADD3NUM APPLIES TO ADDIN.
007380         PERFORM 3240-CHECK-CHART-ACCOUNT
007390             THRU 3240-CHECK-CHART-ACCOUNT-EXIT
007400         IF NOT DL200-COA-FOUND
007410                 OR NOT ADDCOA-OPEN
007420             SET DL200-INVALID-DATA TO TRUE
007430         END-IF
007440     END-IF.
007450     IF NOT ADDIN-TRANS-DEBIT
007460             AND NOT ADDIN-TRANS-CREDIT
007470         SET DL200-INVALID-DATA TO TRUE
007480     END-IF.
007490*    A CURRENCY CODE IS BLANK (BASE) OR THREE LETTERS; WHETHER
007500*    IT HAS A RATE IS LEFT TO ADD3NUM.
007510     IF ADDIN-CURRENCY-CODE NOT = SPACES
007520         IF ADDIN-CURRENCY-CODE IS NOT ALPHABETIC
007530                 OR ADDIN-CURRENCY-CODE(1:1) = SPACE
007540                 OR ADDIN-CURRENCY-CODE(2:1) = SPACE
007550                 OR ADDIN-CURRENCY-CODE(3:1) = SPACE
007560             SET DL200-INVALID-DATA TO TRUE
007570         END-IF
007580     END-IF.
007590
007600     IF ADDIN-ADDEND-COUNT IS NOT NUMERIC
007610        OR ADDIN-ADDEND-COUNT < 1
007620        OR ADDIN-ADDEND-COUNT > DL200-MAX-ADDENDS
007630         SET DL200-INVALID-DATA TO TRUE
007640     ELSE
007650         PERFORM 3220-VALIDATE-CORRECTED-ENTRY
007660             THRU 3220-VALIDATE-CORRECTED-ENTRY-EXIT
007670             VARYING DL200-ADDEND-SUB FROM 1 BY 1
007680             UNTIL DL200-ADDEND-SUB > ADDIN-ADDEND-COUNT
007690     END-IF.
007700
007710     IF DL200-VALID-DATA
007720         PERFORM 3230-ACCUM-RCY-HASH
007730             THRU 3230-ACCUM-RCY-HASH-EXIT
007740             VARYING DL200-ADDEND-SUB FROM 1 BY 1
007750             UNTIL DL200-ADDEND-SUB > ADDIN-ADDEND-COUNT
007760         MOVE ADDIN-TRANS-ID TO DL200-RCD-NEW-TID
007770         MOVE ADDIN-GL-ACCOUNT TO DL200-RCD-NEW-ACCT
007780         WRITE ADDIN-RECORD
007790         MOVE "ADDRCY" TO DL200-ERR-FILE-ID
007800         MOVE DL200-ADDRCY-STATUS TO DL200-ERR-STATUS
007810         PERFORM 8000-CHECK-FILE-STATUS
007820             THRU 8000-CHECK-FILE-STATUS-EXIT
007830         ADD 1 TO DL200-RECYCLE-COUNT
007840         IF DL200-COR-ACTION(DL200-COR-FOUND-SUB) = "F"
007850             ADD 1 TO DL200-FORCE-COUNT
007860             MOVE "FORCED (DUPLICATE)" TO DL200-RPT-DET-DISP
007870             MOVE "F" TO DL200-RCD-DISP
007880         ELSE
007890             MOVE "RECYCLED" TO DL200-RPT-DET-DISP
007900             MOVE "R" TO DL200-RCD-DISP
007910         END-IF
007920         PERFORM 3400-WRITE-DECISION
007930             THRU 3400-WRITE-DECISION-EXIT
007940         PERFORM 4100-PRINT-DETAIL-LINE
007950             THRU 4100-PRINT-DETAIL-LINE-EXIT
007960     ELSE
007970         MOVE "BAD CORRECTION - HELD" TO DL200-RPT-DET-DISP
007980         MOVE "H" TO DL200-RCD-DISP
007990         PERFORM 3400-WRITE-DECISION
008000             THRU 3400-WRITE-DECISION-EXIT
008010         PERFORM 3310-WRITE-UNRESOLVED-REC
008020             THRU 3310-WRITE-UNRESOLVED-REC-EXIT
008030         PERFORM 4100-PRINT-DETAIL-LINE
008040             THRU 4100-PRINT-DETAIL-LINE-EXIT
008050     END-IF.
008060
008070 3200-APPLY-CORRECTION-EXIT.
008080     EXIT.
008090
008100*    THE RAW EIGHT CARD BYTES (SIGN AND DIGITS) ARE LAID STRAIGHT
008110*    INTO THE ADDEND SLOT (REFERENCE-MODIFIED SO NO DECIMAL
008120*    SCALING OR SIGN EDITING IS APPLIED); 3220 THEN PROVES THEM
008130*    NUMERIC BEFORE THE RECORD IS USED.
008140 3210-STORE-CORRECTED-ENTRY.
008150     MOVE DL200-COR-TAB(DL200-COR-FOUND-SUB, DL200-ADDEND-SUB)
008160         TO ADDIN-ADDEND-TABLE(DL200-ADDEND-SUB)(1:8).
008170
008180 3210-STORE-CORRECTED-ENTRY-EXIT.
008190     EXIT.
008200
008210 3215-STORE-EXCEPTION-ENTRY.
008220     MOVE ADDEXC-RAW-TABLE(DL200-ADDEND-SUB)
008230         TO ADDIN-ADDEND-TABLE(DL200-ADDEND-SUB)(1:8).
008240
008250 3215-STORE-EXCEPTION-ENTRY-EXIT.
008260     EXIT.
008270
008280 3220-VALIDATE-CORRECTED-ENTRY.
008290     IF ADDIN-ADDEND-TABLE(DL200-ADDEND-SUB) IS NOT NUMERIC
008300         SET DL200-INVALID-DATA TO TRUE
008310     END-IF.
008320
008330 3220-VALIDATE-CORRECTED-ENTRY-EXIT.
008340     EXIT.
008350
008360*    THE RECYCLE TRAILER HASH NETS A CREDIT MEMO'S ADDENDS THE
008370*    SAME WAY ADD3NUM DOES.
008380 3230-ACCUM-RCY-HASH.
008390     IF ADDIN-TRANS-CREDIT
008400         SUBTRACT ADDIN-ADDEND-TABLE(DL200-ADDEND-SUB)
008410             FROM DL200-RCY-HASH-TOTAL
008420     ELSE
008430         ADD ADDIN-ADDEND-TABLE(DL200-ADDEND-SUB)
008440             TO DL200-RCY-HASH-TOTAL
008450     END-IF.
008460
008470 3230-ACCUM-RCY-HASH-EXIT.
008480     EXIT.
008490
008500*----------------------------------------------------------------
008510* 3240-CHECK-CHART-ACCOUNT - READ THE ADDCOA CHART-OF-ACCOUNTS
008520*                            MASTER KEYED BY THE CORRECTED GL
008530*                            ACCOUNT, LEAVING THE FOUND SWITCH
008540*                            SET (AND THE MASTER RECORD'S
008550*                            STATUS AVAILABLE) WHEN THE ACCOUNT
008560*                            IS ON THE CHART.
008570*----------------------------------------------------------------
008580 3240-CHECK-CHART-ACCOUNT.
008590     MOVE "N" TO DL200-COA-FOUND-SW.
008600     MOVE ADDIN-GL-ACCOUNT TO ADDCOA-ACCOUNT.
008610     READ ADDCOA-FILE
008620         INVALID KEY
008630             CONTINUE
008640         NOT INVALID KEY
008650             SET DL200-COA-FOUND TO TRUE
008660     END-READ.
008670     IF NOT DL200-COA-FOUND
008680             AND DL200-ADDCOA-STATUS NOT = "23"
008690         MOVE "ADDCOA" TO DL200-ERR-FILE-ID
008700         MOVE DL200-ADDCOA-STATUS TO DL200-ERR-STATUS
008710         PERFORM 8000-CHECK-FILE-STATUS
008720             THRU 8000-CHECK-FILE-STATUS-EXIT
008730     END-IF.
008740
008750 3240-CHECK-CHART-ACCOUNT-EXIT.
008760     EXIT.
008770
008780*----------------------------------------------------------------
008790* 3300-WRITE-UNRESOLVED - CARRY AN UNCORRECTED EXCEPTION FORWARD
008800*                         TO THE NEXT ADDUNR GENERATION AND LIST
008810*                         IT ON THE AGING REPORT.
008820*----------------------------------------------------------------
008830 3300-WRITE-UNRESOLVED.
008840     MOVE "UNRESOLVED" TO DL200-RPT-DET-DISP.
008850     PERFORM 3310-WRITE-UNRESOLVED-REC
008860         THRU 3310-WRITE-UNRESOLVED-REC-EXIT.
008870     PERFORM 4100-PRINT-DETAIL-LINE
008880         THRU 4100-PRINT-DETAIL-LINE-EXIT.
008890
008900 3300-WRITE-UNRESOLVED-EXIT.
008910     EXIT.
008920
008930 3310-WRITE-UNRESOLVED-REC.
008940     ADD 1 TO DL200-UNR-SEQ.
008950     MOVE DL200-UNR-SEQ TO DL200-PRINT-SEQ.
008960     MOVE ADDEXC-TRANS-ID TO ADDUNR-TRANS-ID.
008970     MOVE ADDEXC-GL-ACCOUNT TO ADDUNR-GL-ACCOUNT.
008980     MOVE ADDEXC-TRANS-TYPE TO ADDUNR-TRANS-TYPE.
008990     MOVE ADDEXC-RAW-COUNT TO ADDUNR-RAW-COUNT.
009000     PERFORM 3320-STORE-UNRESOLVED-ENTRY
009010         THRU 3320-STORE-UNRESOLVED-ENTRY-EXIT
009020         VARYING DL200-ADDEND-SUB FROM 1 BY 1
009030         UNTIL DL200-ADDEND-SUB > DL200-MAX-ADDENDS.
009040     MOVE ADDEXC-REASON-CODE TO ADDUNR-REASON-CODE.
009050     MOVE ADDEXC-REASON-TEXT TO ADDUNR-REASON-TEXT.
009060     MOVE ADDEXC-EXC-DATE TO ADDUNR-EXC-DATE.
009070     MOVE ADDEXC-BATCH-ID TO ADDUNR-BATCH-ID.
009080     MOVE ADDEXC-CURRENCY-CODE TO ADDUNR-CURRENCY-CODE.
009090
009100     WRITE ADDUNR-RECORD.
009110     MOVE "ADDUNR" TO DL200-ERR-FILE-ID.
009120     MOVE DL200-ADDUNR-STATUS TO DL200-ERR-STATUS.
009130     PERFORM 8000-CHECK-FILE-STATUS
009140         THRU 8000-CHECK-FILE-STATUS-EXIT.
009150
009160     ADD 1 TO DL200-UNRES-COUNT.
009170
009180 3310-WRITE-UNRESOLVED-REC-EXIT.
009190     EXIT.
009200
009210 3320-STORE-UNRESOLVED-ENTRY.
009220     MOVE ADDEXC-RAW-TABLE(DL200-ADDEND-SUB)
009230         TO ADDUNR-RAW-TABLE(DL200-ADDEND-SUB).
009240
009250 3320-STORE-UNRESOLVED-ENTRY-EXIT.
009260     EXIT.
009270
009280*----------------------------------------------------------------
009290* 3400-WRITE-DECISION - APPEND THE CURRENT EXCEPTION'S CARD
009300*                       DISPOSITION TO THE ADDRCD RECYCLE-
009310*                       DECISION LOG.  THE CALLER SETS
009320*                       DL200-RCD-DISP FIRST.  A RECYCLED OR
009330*                       FORCED ITEM ALSO CARRIES THE RECYCLE
009340*                       BATCH ID AND THE TRANSACTION ID AND
009350*                       ACCOUNT IT GOES OUT UNDER, SAVED FROM THE
009360*                       ADDRCY DETAIL BEFORE IT WAS WRITTEN.
009370*----------------------------------------------------------------
009380 3400-WRITE-DECISION.
009390     MOVE SPACES TO ADDRCD-RECORD.
009400     MOVE ADDEXC-TRANS-ID TO ADDRCD-TRANS-ID.
009410     IF ADDEXC-EXC-DATE IS NUMERIC
009420         MOVE ADDEXC-EXC-DATE TO ADDRCD-EXC-DATE
009430     ELSE
009440         MOVE ZERO TO ADDRCD-EXC-DATE
009450     END-IF.
009460     MOVE ADDEXC-BATCH-ID TO ADDRCD-BATCH-ID.
009470     MOVE ADDEXC-REASON-CODE TO ADDRCD-REASON-CODE.
009480     MOVE DL200-COR-ACTION(DL200-COR-FOUND-SUB) TO ADDRCD-ACTION.
009490     MOVE DL200-RCD-DISP TO ADDRCD-DISPOSITION.
009500     MOVE DL200-RUN-DATE TO ADDRCD-DEC-DATE.
009510     IF ADDRCD-RECYCLED
009520             OR ADDRCD-FORCED
009530         MOVE DL200-RCY-BATCH-ID TO ADDRCD-RCY-BATCH-ID
009540         MOVE DL200-RCD-NEW-TID TO ADDRCD-NEW-TRANS-ID
009550         MOVE DL200-RCD-NEW-ACCT TO ADDRCD-NEW-GL-ACCOUNT
009560     END-IF.
009570
009580     WRITE ADDRCD-RECORD.
009590     MOVE "ADDRCD" TO DL200-ERR-FILE-ID.
009600     MOVE DL200-ADDRCD-STATUS TO DL200-ERR-STATUS.
009610     PERFORM 8000-CHECK-FILE-STATUS
009620         THRU 8000-CHECK-FILE-STATUS-EXIT.
009630
009640 3400-WRITE-DECISION-EXIT.
009650     EXIT.
009660
009670*----------------------------------------------------------------
009680* 4000-PRINT-HEADERS - PRINT THE RUN-HEADER AND COLUMN HEADING
009690*                      LINES AT THE TOP OF EACH PAGE OF THE
009700*                      ADDERP AGING REPORT.
009710*----------------------------------------------------------------
009720 4000-PRINT-HEADERS.
009730     ADD 1 TO DL200-RPT-PAGE-COUNT.
009740     MOVE DL200-RUN-DATE TO DL200-RPT-H1-DATE.
009750     MOVE DL200-RPT-PAGE-COUNT TO DL200-RPT-H1-PAGE.
009760
009770     MOVE DL200-RPT-HEADING1 TO ADDRPT-RECORD.
009780     WRITE ADDRPT-RECORD.
009790     PERFORM 8010-CHECK-ADDERP-STATUS
009800         THRU 8010-CHECK-ADDERP-STATUS-EXIT.
009810     MOVE DL200-RPT-HEADING2 TO ADDRPT-RECORD.
009820     WRITE ADDRPT-RECORD.
009830     PERFORM 8010-CHECK-ADDERP-STATUS
009840         THRU 8010-CHECK-ADDERP-STATUS-EXIT.
009850
009860     MOVE ZERO TO DL200-RPT-LINE-COUNT.
009870
009880 4000-PRINT-HEADERS-EXIT.
009890     EXIT.
009900
009910*----------------------------------------------------------------
009920* 4100-PRINT-DETAIL-LINE - PRINT ONE AGING-REPORT LINE FOR THE
009930*                          CURRENT EXCEPTION, WITH ITS AGE IN
009940*                          DAYS, BREAKING TO A NEW PAGE WHEN THE
009950*                          CURRENT PAGE IS FULL.  THE CALLER
009960*                          SETS DL200-RPT-DET-DISP FIRST.
009970*----------------------------------------------------------------
009980 4100-PRINT-DETAIL-LINE.
009990     IF DL200-RPT-LINE-COUNT >= DL200-RPT-PAGE-SIZE
010000         PERFORM 4000-PRINT-HEADERS
010010             THRU 4000-PRINT-HEADERS-EXIT
010020     END-IF.
010030
010040     PERFORM 4150-COMPUTE-AGE
010050         THRU 4150-COMPUTE-AGE-EXIT.
010060
010070     MOVE DL200-PRINT-SEQ TO DL200-RPT-DET-SEQ.
010080     MOVE ADDEXC-TRANS-ID TO DL200-RPT-DET-TRANS-ID.
010090     MOVE ADDEXC-REASON-CODE TO DL200-RPT-DET-REASON.
010100     IF ADDEXC-EXC-DATE IS NUMERIC
010110         MOVE ADDEXC-EXC-DATE TO DL200-RPT-DET-DATE
010120     ELSE
010130         MOVE ZERO TO DL200-RPT-DET-DATE
010140     END-IF.
010150     MOVE DL200-AGE-DAYS TO DL200-RPT-DET-AGE.
010160     MOVE DL200-RPT-DETAIL TO ADDRPT-RECORD.
010170     WRITE ADDRPT-RECORD.
010180     PERFORM 8010-CHECK-ADDERP-STATUS
010190         THRU 8010-CHECK-ADDERP-STATUS-EXIT.
010200
010210     ADD 1 TO DL200-RPT-LINE-COUNT.
010220
010230 4100-PRINT-DETAIL-LINE-EXIT.
010240     EXIT.
010250
010260*----------------------------------------------------------------
010270* 4150-COMPUTE-AGE - AGE OF THE CURRENT EXCEPTION IN DAYS.  AN
010280*                    EXCEPTION WITH NO USABLE DATE (WRITTEN
010290*                    BEFORE THE DATE WAS ADDED TO ADDEXCREC)
010300*                    AGES AS 9999 SO IT SORTS TO THE TOP OF ANY
010310*                    FOLLOW-UP.
010320*----------------------------------------------------------------
010330 4150-COMPUTE-AGE.
010340     IF ADDEXC-EXC-DATE IS NUMERIC
010350             AND ADDEXC-EXC-DATE > 19000101
010360             AND ADDEXC-EXC-DATE <= DL200-RUN-DATE
010370         COMPUTE DL200-AGE-DAYS =
010380             FUNCTION INTEGER-OF-DATE(DL200-RUN-DATE)
010390             - FUNCTION INTEGER-OF-DATE(ADDEXC-EXC-DATE)
010400             ON SIZE ERROR
010410                 MOVE 9999 TO DL200-AGE-DAYS
010420         END-COMPUTE
010430     ELSE
010440         MOVE 9999 TO DL200-AGE-DAYS
010450     END-IF.
010460
010470 4150-COMPUTE-AGE-EXIT.
010480     EXIT.
010490
010500*----------------------------------------------------------------
010510* 7000-WRITE-RCY-HEADER - WRITE THE "H" BATCH HEADER ON THE
010520*                         RECYCLE FILE.  THE BATCH ID IS BUILT
010530*                         AS R + YYMMDD + THE RUN-HOUR LETTER
010540*                         (A-X) SO EACH RECYCLE BATCH - EVEN A
010550*                         SECOND ONE THE SAME DAY - IS
010560*                         IDENTIFIED DISTINCTLY FROM THE KEYING
010570*                         SERVICE'S BATCHES.
010580*----------------------------------------------------------------
010590 7000-WRITE-RCY-HEADER.
010600     MOVE DL200-RUN-DATE(3:6) TO DL200-RCY-BID-DATE.
010610     ACCEPT DL200-TIME-WORK FROM TIME.
010620     MOVE DL200-TIME-WORK(1:2) TO DL200-RUN-HOUR.
010630     COMPUTE DL200-HOUR-SUB = DL200-RUN-HOUR + 1.
010640     MOVE DL200-HOUR-CHARS(DL200-HOUR-SUB:1)
010650         TO DL200-RCY-BID-SUFFIX.
010660     MOVE SPACES TO ADDIN-RECORD.
010670     SET ADDIN-HEADER-REC TO TRUE.
010680     MOVE DL200-RCY-BATCH-ID TO ADDIN-HDR-BATCH-ID.
010690     MOVE DL200-RUN-DATE TO ADDIN-HDR-BATCH-DATE.
010700
010710     WRITE ADDIN-RECORD.
010720     MOVE "ADDRCY" TO DL200-ERR-FILE-ID.
010730     MOVE DL200-ADDRCY-STATUS TO DL200-ERR-STATUS.
010740     PERFORM 8000-CHECK-FILE-STATUS
010750         THRU 8000-CHECK-FILE-STATUS-EXIT.
010760
010770 7000-WRITE-RCY-HEADER-EXIT.
010780     EXIT.
010790
010800*----------------------------------------------------------------
010810* 7100-WRITE-RCY-TRAILER - WRITE THE "T" BATCH TRAILER WITH THE
010820*                          RECYCLED DETAIL COUNT AND HASH TOTAL
010830*                          SO ADD3NUM CAN BALANCE THE RECYCLE
010840*                          BATCH LIKE ANY OTHER ADDIN FILE.
010850*----------------------------------------------------------------
010860 7100-WRITE-RCY-TRAILER.
010870     MOVE SPACES TO ADDIN-RECORD.
010880     SET ADDIN-TRAILER-REC TO TRUE.
010890     MOVE DL200-RECYCLE-COUNT TO ADDIN-TRL-DETAIL-COUNT.
010900     MOVE DL200-RCY-HASH-TOTAL TO ADDIN-TRL-HASH-TOTAL.
010910
010920     WRITE ADDIN-RECORD.
010930     MOVE "ADDRCY" TO DL200-ERR-FILE-ID.
010940     MOVE DL200-ADDRCY-STATUS TO DL200-ERR-STATUS.
010950     PERFORM 8000-CHECK-FILE-STATUS
010960         THRU 8000-CHECK-FILE-STATUS-EXIT.
010970
010980 7100-WRITE-RCY-TRAILER-EXIT.
010990     EXIT.
011000
011010*----------------------------------------------------------------
011020* 9000-TERMINATE - WRITE THE RECYCLE BATCH TRAILER AND THE
011030*                  REPORT SUMMARY LINE, WARN ABOUT CORRECTION
011040*                  CARDS THAT MATCHED NO EXCEPTION (A MISKEYED
011050*                  SEQUENCE WOULD OTHERWISE VANISH SILENTLY),
011060*                  AND ANNOUNCE THE RUN'S DISPOSITION COUNTS ON
011070*                  THE JOB LOG.
011080*----------------------------------------------------------------
011090 9000-TERMINATE.
011100     PERFORM 7100-WRITE-RCY-TRAILER
011110         THRU 7100-WRITE-RCY-TRAILER-EXIT.
011120
011130     PERFORM 9100-WARN-UNUSED-CARD
011140         THRU 9100-WARN-UNUSED-CARD-EXIT
011150         VARYING DL200-COR-SUB FROM 1 BY 1
011160         UNTIL DL200-COR-SUB > DL200-COR-COUNT.
011170
011180     MOVE DL200-RECYCLE-COUNT TO DL200-RPT-TRL-RECYCLED.
011190     MOVE DL200-DROP-COUNT TO DL200-RPT-TRL-DROPPED.
011200     MOVE DL200-UNRES-COUNT TO DL200-RPT-TRL-UNRES.
011210     MOVE DL200-RPT-TRAILER TO ADDRPT-RECORD.
011220     WRITE ADDRPT-RECORD.
011230     PERFORM 8010-CHECK-ADDERP-STATUS
011240         THRU 8010-CHECK-ADDERP-STATUS-EXIT.
011250
011260     DISPLAY "ADDRECYC RUN COMPLETE - "
011270             DL200-RECYCLE-COUNT " RECYCLED ("
011280             DL200-FORCE-COUNT " FORCED DUPLICATES), "
011290             DL200-DROP-COUNT " DROPPED, "
011300             DL200-UNRES-COUNT " UNRESOLVED.".
011310
011320 9000-TERMINATE-EXIT.
011330     EXIT.
011340
011350 9100-WARN-UNUSED-CARD.
011360     IF NOT DL200-COR-USED(DL200-COR-SUB)
011370         DISPLAY "ADDRECYC - WARNING - ADDCOR CARD FOR "
011380                 "SEQUENCE " DL200-COR-SEQ(DL200-COR-SUB)
011390                 " MATCHED NO EXCEPTION."
011400     END-IF.
011410
011420 9100-WARN-UNUSED-CARD-EXIT.
011430     EXIT.
011440
011450*----------------------------------------------------------------
011460* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
011470*                          AFTER EVERY OPEN AND WRITE.  THE
011480*                          CALLER MOVES THE FILE'S NAME AND
011490*                          CURRENT FILE STATUS INTO
011500*                          DL200-ERR-FILE-ID/DL200-ERR-STATUS
011510*                          IMMEDIATELY BEFORE THE PERFORM.  A
011520*                          NON-ZERO STATUS ABENDS THE RUN.
011530*----------------------------------------------------------------
011540 8000-CHECK-FILE-STATUS.
011550     IF DL200-ERR-STATUS NOT = "00"
011560         DISPLAY "ADDRECYC - I/O ERROR ON "
011570                 DL200-ERR-FILE-ID " - FILE STATUS "
011580                 DL200-ERR-STATUS "."
011590         MOVE 16 TO RETURN-CODE
011600         STOP RUN
011610     END-IF.
011620
011630 8000-CHECK-FILE-STATUS-EXIT.
011640     EXIT.
011650
011660*----------------------------------------------------------------
011670* 8010-CHECK-ADDERP-STATUS - CONVENIENCE WRAPPER AROUND
011680*                            8000-CHECK-FILE-STATUS FOR THE
011690*                            ADDERP REPORT, WHICH IS WRITTEN
011700*                            FROM SEVERAL PARAGRAPHS AS THE
011710*                            REPORT IS PAGINATED.
011720*----------------------------------------------------------------
011730 8010-CHECK-ADDERP-STATUS.
011740     MOVE "ADDERP" TO DL200-ERR-FILE-ID.
011750     MOVE DL200-ADDERP-STATUS TO DL200-ERR-STATUS.
011760     PERFORM 8000-CHECK-FILE-STATUS
011770         THRU 8000-CHECK-FILE-STATUS-EXIT.
011780
011790 8010-CHECK-ADDERP-STATUS-EXIT.
011800     EXIT.
011810
011820*----------------------------------------------------------------
011830* 9999-EXIT - COMMON PROGRAM EXIT.
011840*----------------------------------------------------------------
011850 9999-EXIT.
011860     CLOSE EXCIN-FILE
011870           ADDCOR-FILE
011880           ADDRCY-FILE
011890           ADDUNR-FILE
011900           ADDCOA-FILE
011910           ADDERP-FILE
011920           ADDRCD-FILE.
011930     STOP RUN.
011940
011950 9999-EXIT-EXIT.
011960     EXIT.
