000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AddReversal.
000030 AUTHOR. D. LOMBARDI.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/14/2026  DL  ORIGINAL VERSION.  REVERSAL-BY-REFERENCE
000100*                   RUN (ADDJOB12).  READS THE SUPERVISOR'S
000110*                   ADDRVC REVERSAL CARDS (ORIGINAL
000120*                   TRANSACTION ID AND BATCH ID, REQUESTING
000130*                   SUPERVISOR, REASON), FINDS EACH ORIGINAL
000140*                   POSTING ON THE GLHIN STREAM (THE LIVE
000150*                   ADDGL CONCATENATED WITH THE ADDGLHS
000160*                   HISTORY GENERATIONS IN THE JCL), AND CUTS
000170*                   A BALANCED ADDIN BATCH (HEADER, DETAILS,
000180*                   TRAILER) ON THE ADDRVS(+1) GENERATION
000190*                   HOLDING ONE EXACT OFFSETTING ENTRY PER
000200*                   POSTING - SAME ACCOUNT AND AMOUNT, DEBIT/
000210*                   CREDIT SIDE FLIPPED - FOR THE NEXT
000220*                   ADDJOB01 RUN TO POST LIKE A RECYCLE OR
000230*                   RELEASE BATCH.  EVERY REVERSAL IS LINKED
000240*                   TO ITS ORIGINAL ON THE PERMANENT ADDRVH
000250*                   REVERSAL HISTORY, AND A CARD FOR A
000260*                   POSTING ALREADY ON IT IS REFUSED, SO
000270*                   NOTHING IS REVERSED TWICE.  THE SUPERVISOR
000280*                   MUST BE ON THE ADDAPR APPROVER MASTER WITH
000290*                   A LIMIT COVERING THE AMOUNT.  EVERY CARD,
000300*                   REVERSED OR REFUSED, IS LISTED WITH ITS
000310*                   REASON ON THE RVREG REVERSAL REGISTER FOR
000320*                   THE AUDITORS; RC 4 WHEN ANY CARD IS
000330*                   REFUSED.  THE RUN ITSELF IS REFUSED WITH
000340*                   RC 12 WHILE THE PREVIOUS REVERSAL BATCH
000350*                   HAS NOT YET POSTED - A SECOND GENERATION
000360*                   CUT BEFORE THE NIGHT WOULD HIDE THE FIRST
000370*                   FROM THE ADDIN CONCATENATION.
000380*   10/15/2026  DL  THE REVERSAL'S SIDE IS NOW KEPT IN WORKING
000390*                   STORAGE FOR THE HASH, THE DEBIT AND CREDIT
000400*                   TOTALS AND THE REGISTER LINE, NOT READ BACK
000410*                   FROM THE ADDRVS RECORD AREA AFTER THE WRITE.
000420*----------------------------------------------------------------
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.
000480
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ADDRVC-FILE ASSIGN TO ADDRVC
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS DL970-ADDRVC-STATUS.
000540
000550     SELECT ADDAPR-FILE ASSIGN TO ADDAPR
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS DL970-ADDAPR-STATUS.
000580
000590     SELECT ADDBDT-FILE ASSIGN TO ADDBDT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS DL970-ADDBDT-STATUS.
000620
000630     SELECT ADDRVH-FILE ASSIGN TO ADDRVH
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS DL970-ADDRVH-STATUS.
000660
000670     SELECT ADDRUN-FILE ASSIGN TO ADDRUN
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS DL970-ADDRUN-STATUS.
000700
000710     SELECT GLHIN-FILE ASSIGN TO GLHIN
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS DL970-GLHIN-STATUS.
000740
000750     SELECT ADDRVS-FILE ASSIGN TO ADDRVS
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS DL970-ADDRVS-STATUS.
000780
000790     SELECT RVREG-FILE ASSIGN TO RVREG
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS DL970-RVREG-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  ADDRVC-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 COPY ADDRVCREC.
000890
000900 FD  ADDAPR-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930 COPY ADDAPRREC.
000940
000950 FD  ADDBDT-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 COPY ADDBDTREC.
000990
001000 FD  ADDRVH-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 COPY ADDRVHREC.
001040
001050 FD  ADDRUN-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 COPY ADDRUNREC.
001090
001100 FD  GLHIN-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 COPY ADDGLREC.
001140
001150 FD  ADDRVS-FILE
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180 COPY ADDINREC.
001190
001200 FD  RVREG-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 COPY ADDRPTREC.
001240
001250 WORKING-STORAGE SECTION.
001260*----------------------------------------------------------------
001270* FILE-STATUS SWITCHES AND COMMON I/O ERROR FIELDS
001280*----------------------------------------------------------------
001290 77  DL970-ADDRVC-STATUS            PIC X(02) VALUE "00".
001300 77  DL970-ADDAPR-STATUS            PIC X(02) VALUE "00".
001310 77  DL970-ADDBDT-STATUS            PIC X(02) VALUE "00".
001320 77  DL970-ADDRVH-STATUS            PIC X(02) VALUE "00".
001330 77  DL970-ADDRUN-STATUS            PIC X(02) VALUE "00".
001340 77  DL970-GLHIN-STATUS             PIC X(02) VALUE "00".
001350 77  DL970-ADDRVS-STATUS            PIC X(02) VALUE "00".
001360 77  DL970-RVREG-STATUS             PIC X(02) VALUE "00".
001370 77  DL970-ERR-FILE-ID              PIC X(08) VALUE SPACES.
001380 77  DL970-ERR-STATUS               PIC X(02) VALUE "00".
001390 77  DL970-ADDRVC-EOF-SW            PIC X(01) VALUE "N".
001400     88  DL970-ADDRVC-EOF                     VALUE "Y".
001410 77  DL970-ADDAPR-EOF-SW            PIC X(01) VALUE "N".
001420     88  DL970-ADDAPR-EOF                     VALUE "Y".
001430 77  DL970-ADDRVH-EOF-SW            PIC X(01) VALUE "N".
001440     88  DL970-ADDRVH-EOF                     VALUE "Y".
001450 77  DL970-ADDRUN-EOF-SW            PIC X(01) VALUE "N".
001460     88  DL970-ADDRUN-EOF                     VALUE "Y".
001470 77  DL970-GLHIN-EOF-SW             PIC X(01) VALUE "N".
001480     88  DL970-GLHIN-EOF                      VALUE "Y".
001490
001500*----------------------------------------------------------------
001510* RUN CONTROL AND REVERSAL WORK FIELDS.  THE REVERSAL BATCH ID
001520* IS V + THE BUSINESS DATE (YYMMDD) + THE RUN-HOUR LETTER, IN
001530* THE SAME PATTERN AS THE ADDRECYC/ADDSUSRV BATCH IDS; EACH
001540* REVERSING TRANSACTION ID IS THE BATCH ID PLUS A TWO-DIGIT
001550* SEQUENCE, SO IT CAN NEVER COLLIDE WITH AN INVOICE ID ON THE
001560* ADDTXI DUPLICATE INDEX.
001570*----------------------------------------------------------------
001580 77  DL970-BUS-DATE                 PIC 9(08) VALUE ZERO.
001590 01  DL970-REV-BATCH-ID.
001600     05  FILLER                     PIC X(01) VALUE "V".
001610     05  DL970-REV-BID-DATE         PIC X(06) VALUE SPACES.
001620     05  DL970-REV-BID-SUFFIX       PIC X(01) VALUE "A".
001630 01  DL970-REV-TRANS-ID.
001640     05  DL970-REV-TID-BATCH        PIC X(08) VALUE SPACES.
001650     05  DL970-REV-TID-SEQ          PIC 9(02) VALUE ZERO.
001660 77  DL970-TIME-WORK                PIC 9(08) VALUE ZERO.
001670 77  DL970-RUN-HOUR                 PIC 9(02) VALUE ZERO.
001680 77  DL970-HOUR-SUB                 PIC 9(02) COMP VALUE ZERO.
001690 77  DL970-HOUR-CHARS               PIC X(24)
001700     VALUE "ABCDEFGHIJKLMNOPQRSTUVWX".
001710*    THE LAST REVERSAL BATCH ON ADDRVH MUST BE ON ADDRUN (POSTED)
001720*    BEFORE ANOTHER ONE IS CUT.
001730 77  DL970-LAST-REV-BATCH-ID        PIC X(08) VALUE SPACES.
001740 77  DL970-LAST-REV-DATE            PIC 9(08) VALUE ZERO.
001750 77  DL970-PRIOR-POSTED-SW          PIC X(01) VALUE "N".
001760     88  DL970-PRIOR-POSTED                   VALUE "Y".
001770*    AN ADDIN ADDEND HOLDS AT MOST 99,999.99 - A LARGER POSTING
001780*    IS SPLIT ACROSS UP TO TEN ADDENDS OF ONE DETAIL.
001790 77  DL970-MAX-ADDEND               PIC 9(05)V99 VALUE 99999.99.
001800 77  DL970-MAX-ADDENDS              PIC 9(02) COMP VALUE 10.
001810 77  DL970-MAX-REVERSAL             PIC 9(09)V99 VALUE 999999.90.
001820 77  DL970-REMAINING                PIC 9(09)V99 VALUE ZERO.
001830 77  DL970-DISP                     PIC X(24) VALUE SPACES.
001840 77  DL970-REV-DR-CR                PIC X(01) VALUE SPACE.
001850     88  DL970-REV-DEBIT                      VALUE "D".
001860     88  DL970-REV-CREDIT                     VALUE "C".
001870 77  DL970-FOUND-SW                 PIC X(01) VALUE "N".
001880     88  DL970-FOUND                          VALUE "Y".
001890 77  DL970-CARD-COUNT-READ          PIC 9(09) COMP VALUE ZERO.
001900 77  DL970-REVERSED-COUNT           PIC 9(09) COMP VALUE ZERO.
001910 77  DL970-REFUSED-COUNT            PIC 9(09) COMP VALUE ZERO.
001920 77  DL970-GL-READ-COUNT            PIC 9(09) COMP VALUE ZERO.
001930 77  DL970-RVS-HASH-TOTAL           PIC S9(11)V99 VALUE ZERO.
001940 77  DL970-TOT-DEBITS               PIC 9(11)V99 VALUE ZERO.
001950 77  DL970-TOT-CREDITS              PIC 9(11)V99 VALUE ZERO.
001960
001970*----------------------------------------------------------------
001980* REVERSAL CARD TABLE - LOADED FROM ADDRVC AT STARTUP, MARKED
001990* FROM THE ADDRVH HISTORY (ALREADY REVERSED) AND THE GLHIN
002000* STREAM (THE ORIGINAL POSTING'S DETAILS), THEN DISPOSED OF IN
002010* CARD ORDER.  NINETY-NINE CARDS FILL THE TWO-DIGIT SEQUENCE
002020* OF ONE REVERSAL BATCH.
002030*----------------------------------------------------------------
002040 77  DL970-CARD-MAX                 PIC 9(04) COMP VALUE 99.
002050 77  DL970-CARD-COUNT               PIC 9(04) COMP VALUE ZERO.
002060 77  DL970-CARD-SUB                 PIC 9(04) COMP VALUE ZERO.
002070 77  DL970-CARD-SUB2                PIC 9(04) COMP VALUE ZERO.
002080 01  DL970-CARD-TABLE.
002090     05  DL970-CARD-ENTRY OCCURS 99 TIMES.
002100         10  DL970-CARD-TID         PIC X(10).
002110         10  DL970-CARD-BID         PIC X(08).
002120         10  DL970-CARD-SUPV        PIC X(08).
002130         10  DL970-CARD-REASON      PIC X(30).
002140         10  DL970-CARD-PRIOR-SW    PIC X(01).
002150             88  DL970-CARD-PRIOR          VALUE "Y".
002160         10  DL970-CARD-FOUND-SW    PIC X(01).
002170             88  DL970-CARD-FOUND          VALUE "Y".
002180         10  DL970-CARD-DONE-SW     PIC X(01).
002190             88  DL970-CARD-DONE           VALUE "Y".
002200         10  DL970-CARD-ACCOUNT     PIC X(10).
002210         10  DL970-CARD-AMOUNT      PIC 9(09)V99.
002220         10  DL970-CARD-DR-CR       PIC X(01).
002230         10  DL970-CARD-POSTED      PIC 9(08).
002240
002250*----------------------------------------------------------------
002260* APPROVER MASTER (ADDAPR) - EVERY SUPERVISOR AUTHORIZED TO
002270* RELEASE SUSPENSE MAY ALSO REQUEST A REVERSAL UP TO THE SAME
002280* LIMIT.  THE DUAL-APPROVAL CONTROL RECORD IS NOT USED HERE.
002290*----------------------------------------------------------------
002300 77  DL970-APR-MAX                  PIC 9(04) COMP VALUE 100.
002310 77  DL970-APR-COUNT                PIC 9(04) COMP VALUE ZERO.
002320 77  DL970-APR-SUB                  PIC 9(04) COMP VALUE ZERO.
002330 77  DL970-APR-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
002340 01  DL970-APR-TABLE.
002350     05  DL970-APR-ENTRY OCCURS 100 TIMES.
002360         10  DL970-APR-ID           PIC X(08).
002370         10  DL970-APR-LIMIT        PIC 9(09)V99.
002380
002390*----------------------------------------------------------------
002400* REVERSAL REGISTER (RVREG) SUPPORTING FIELDS AND PRINT LINES.
002410* EACH CARD PRINTS A DETAIL LINE AND A REASON LINE.
002420*----------------------------------------------------------------
002430 77  DL970-RPT-PAGE-SIZE            PIC 9(04) COMP VALUE 50.
002440 77  DL970-RPT-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
002450 77  DL970-RPT-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
002460
002470 01  DL970-RPT-HEADING1.
002480     05  FILLER                     PIC X(01) VALUE "1".
002490     05  FILLER                     PIC X(28)
002500         VALUE "ADDREVRS REVERSAL REGISTER".
002510     05  FILLER                     PIC X(15)
002520         VALUE "BUSINESS DATE:".
002530     05  DL970-RPT-H1-DATE          PIC 9999/99/99.
002540     05  FILLER                     PIC X(09) VALUE "  BATCH:".
002550     05  DL970-RPT-H1-BATCH         PIC X(08).
002560     05  FILLER                     PIC X(08) VALUE "  PAGE:".
002570     05  DL970-RPT-H1-PAGE          PIC ZZZ9.
002580     05  FILLER                     PIC X(49) VALUE SPACES.
002590
002600 01  DL970-RPT-HEADING2.
002610     05  FILLER                     PIC X(01) VALUE SPACE.
002620     05  FILLER                     PIC X(12) VALUE "ORIG TRANS".
002630     05  FILLER                     PIC X(10) VALUE "BATCH".
002640     05  FILLER                     PIC X(12) VALUE "ACCOUNT".
002650     05  FILLER                     PIC X(12) VALUE "POSTED".
002660     05  FILLER                     PIC X(03) VALUE "D/C".
002670     05  FILLER                     PIC X(16)
002680         VALUE "         AMOUNT".
002690     05  FILLER                     PIC X(12) VALUE "REV TRANS".
002700     05  FILLER                     PIC X(03) VALUE "D/C".
002710     05  FILLER                     PIC X(10) VALUE "SUPV".
002720     05  FILLER                     PIC X(24) VALUE "DISPOSITION".
002730     05  FILLER                     PIC X(17) VALUE SPACES.
002740
002750 01  DL970-RPT-DETAIL.
002760     05  FILLER                     PIC X(01) VALUE SPACE.
002770     05  DL970-RPT-DET-TRANS        PIC X(10).
002780     05  FILLER                     PIC X(02) VALUE SPACES.
002790     05  DL970-RPT-DET-BATCH        PIC X(08).
002800     05  FILLER                     PIC X(02) VALUE SPACES.
002810     05  DL970-RPT-DET-ACCT         PIC X(10).
002820     05  FILLER                     PIC X(02) VALUE SPACES.
002830     05  DL970-RPT-DET-DATE         PIC 9999/99/99.
002840     05  FILLER                     PIC X(02) VALUE SPACES.
002850     05  DL970-RPT-DET-DR-CR        PIC X(01).
002860     05  FILLER                     PIC X(02) VALUE SPACES.
002870     05  DL970-RPT-DET-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
002880     05  FILLER                     PIC X(02) VALUE SPACES.
002890     05  DL970-RPT-DET-REV-TRANS    PIC X(10).
002900     05  FILLER                     PIC X(02) VALUE SPACES.
002910     05  DL970-RPT-DET-REV-DR-CR    PIC X(01).
002920     05  FILLER                     PIC X(02) VALUE SPACES.
002930     05  DL970-RPT-DET-SUPV         PIC X(08).
002940     05  FILLER                     PIC X(02) VALUE SPACES.
002950     05  DL970-RPT-DET-DISP         PIC X(24).
002960     05  FILLER                     PIC X(15) VALUE SPACES.
002970
002980 01  DL970-RPT-REASON-LINE.
002990     05  FILLER                     PIC X(14) VALUE SPACES.
003000     05  FILLER                     PIC X(08) VALUE "REASON:".
003010     05  DL970-RPT-RSN-TEXT         PIC X(30).
003020     05  FILLER                     PIC X(80) VALUE SPACES.
003030
003040 01  DL970-RPT-TRAILER.
003050     05  FILLER                     PIC X(01) VALUE SPACE.
003060     05  FILLER                     PIC X(07) VALUE "CARDS:".
003070     05  DL970-RPT-TRL-CARDS        PIC ZZZ,ZZ9.
003080     05  FILLER                     PIC X(11) VALUE "  REVERSED:".
003090     05  DL970-RPT-TRL-REVERSED     PIC ZZZ,ZZ9.
003100     05  FILLER                     PIC X(10) VALUE "  REFUSED:".
003110     05  DL970-RPT-TRL-REFUSED      PIC ZZZ,ZZ9.
003120     05  FILLER                     PIC X(10) VALUE "  DEBITS:".
003130     05  DL970-RPT-TRL-DEBITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003140     05  FILLER                     PIC X(11) VALUE "  CREDITS:".
003150     05  DL970-RPT-TRL-CREDITS      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003160     05  FILLER                     PIC X(37) VALUE SPACES.
003170
003180 PROCEDURE DIVISION.
003190 0000-MAINLINE.
003200     PERFORM 1000-INITIALIZE
003210         THRU 1000-INITIALIZE-EXIT.
003220
003230     PERFORM 3000-PROCESS-CARD
003240         THRU 3000-PROCESS-CARD-EXIT
003250         VARYING DL970-CARD-SUB FROM 1 BY 1
003260         UNTIL DL970-CARD-SUB > DL970-CARD-COUNT.
003270
003280     PERFORM 9000-TERMINATE
003290         THRU 9000-TERMINATE-EXIT.
003300
003310     PERFORM 9999-EXIT
003320         THRU 9999-EXIT-EXIT.
003330
003340 0000-MAINLINE-EXIT.
003350     EXIT.
003360
003370*----------------------------------------------------------------
003380* 1000-INITIALIZE - READ THE BUSINESS DATE, LOAD THE APPROVER
003390*                   MASTER AND THE REVERSAL CARDS, MARK THE
003400*                   CARDS ALREADY REVERSED FROM ADDRVH, PROVE
003410*                   THE PREVIOUS REVERSAL BATCH HAS POSTED,
003420*                   FIND THE ORIGINAL POSTINGS ON GLHIN, THEN
003430*                   OPEN THE OUTPUTS AND WRITE THE BATCH
003440*                   HEADER.
003450*----------------------------------------------------------------
003460 1000-INITIALIZE.
003470     OPEN INPUT ADDBDT-FILE.
003480     MOVE "ADDBDT" TO DL970-ERR-FILE-ID.
003490     MOVE DL970-ADDBDT-STATUS TO DL970-ERR-STATUS.
003500     PERFORM 8000-CHECK-FILE-STATUS
003510         THRU 8000-CHECK-FILE-STATUS-EXIT.
003520     READ ADDBDT-FILE
003530         AT END
003540             DISPLAY "ADDREVRS - ADDBDT CONTROL RECORD MISSING "
003550                     "- RUN ABORTED."
003560             MOVE 16 TO RETURN-CODE
003570             STOP RUN
003580     END-READ.
003590     IF ADDBDT-BUS-DATE IS NOT NUMERIC
003600             OR ADDBDT-BUS-DATE = ZERO
003610         DISPLAY "ADDREVRS - ADDBDT BUSINESS DATE IS NOT "
003620                 "NUMERIC - RUN ABORTED."
003630         MOVE 16 TO RETURN-CODE
003640         STOP RUN
003650     END-IF.
003660     MOVE ADDBDT-BUS-DATE TO DL970-BUS-DATE.
003670     CLOSE ADDBDT-FILE.
003680
003690     OPEN INPUT ADDAPR-FILE.
003700     MOVE "ADDAPR" TO DL970-ERR-FILE-ID.
003710     MOVE DL970-ADDAPR-STATUS TO DL970-ERR-STATUS.
003720     PERFORM 8000-CHECK-FILE-STATUS
003730         THRU 8000-CHECK-FILE-STATUS-EXIT.
003740     PERFORM 1200-LOAD-APPROVER
003750         THRU 1200-LOAD-APPROVER-EXIT
003760         UNTIL DL970-ADDAPR-EOF.
003770     CLOSE ADDAPR-FILE.
003780     IF DL970-APR-COUNT = ZERO
003790         DISPLAY "ADDREVRS - ADDAPR APPROVER MASTER HAS NO "
003800                 "APPROVERS - RUN ABORTED."
003810         MOVE 16 TO RETURN-CODE
003820         STOP RUN
003830     END-IF.
003840
003850     OPEN INPUT ADDRVC-FILE.
003860     MOVE "ADDRVC" TO DL970-ERR-FILE-ID.
003870     MOVE DL970-ADDRVC-STATUS TO DL970-ERR-STATUS.
003880     PERFORM 8000-CHECK-FILE-STATUS
003890         THRU 8000-CHECK-FILE-STATUS-EXIT.
003900     PERFORM 1100-LOAD-CARD
003910         THRU 1100-LOAD-CARD-EXIT
003920         UNTIL DL970-ADDRVC-EOF.
003930     CLOSE ADDRVC-FILE.
003940
003950     PERFORM 1300-SCAN-HISTORY
003960         THRU 1300-SCAN-HISTORY-EXIT.
003970
003980     IF DL970-LAST-REV-BATCH-ID NOT = SPACES
003990         PERFORM 1400-CHECK-PRIOR-POSTED
004000             THRU 1400-CHECK-PRIOR-POSTED-EXIT
004010         IF NOT DL970-PRIOR-POSTED
004020             DISPLAY "ADDREVRS - THE PREVIOUS REVERSAL BATCH "
004030                     DL970-LAST-REV-BATCH-ID " OF "
004040                     DL970-LAST-REV-DATE " HAS NOT POSTED YET "
004050                     "- RUN REFUSED UNTIL ADDJOB01 POSTS IT."
004060             MOVE 12 TO RETURN-CODE
004070             STOP RUN
004080         END-IF
004090     END-IF.
004100
004110     PERFORM 2000-SCAN-GL-POSTINGS
004120         THRU 2000-SCAN-GL-POSTINGS-EXIT.
004130
004140     MOVE DL970-BUS-DATE(3:6) TO DL970-REV-BID-DATE.
004150     ACCEPT DL970-TIME-WORK FROM TIME.
004160     MOVE DL970-TIME-WORK(1:2) TO DL970-RUN-HOUR.
004170     COMPUTE DL970-HOUR-SUB = DL970-RUN-HOUR + 1.
004180     MOVE DL970-HOUR-CHARS(DL970-HOUR-SUB:1)
004190         TO DL970-REV-BID-SUFFIX.
004200     MOVE DL970-REV-BATCH-ID TO DL970-REV-TID-BATCH.
004210
004220     OPEN OUTPUT ADDRVS-FILE.
004230     MOVE "ADDRVS" TO DL970-ERR-FILE-ID.
004240     MOVE DL970-ADDRVS-STATUS TO DL970-ERR-STATUS.
004250     PERFORM 8000-CHECK-FILE-STATUS
004260         THRU 8000-CHECK-FILE-STATUS-EXIT.
004270
004280     OPEN EXTEND ADDRVH-FILE.
004290*    THE FIRST REVERSAL EVER RUN CREATES THE HISTORY.
004300     IF DL970-ADDRVH-STATUS = "35"
004310         OPEN OUTPUT ADDRVH-FILE
004320     END-IF.
004330     MOVE "ADDRVH" TO DL970-ERR-FILE-ID.
004340     MOVE DL970-ADDRVH-STATUS TO DL970-ERR-STATUS.
004350     PERFORM 8000-CHECK-FILE-STATUS
004360         THRU 8000-CHECK-FILE-STATUS-EXIT.
004370
004380     OPEN OUTPUT RVREG-FILE.
004390     MOVE "RVREG" TO DL970-ERR-FILE-ID.
004400     MOVE DL970-RVREG-STATUS TO DL970-ERR-STATUS.
004410     PERFORM 8000-CHECK-FILE-STATUS
004420         THRU 8000-CHECK-FILE-STATUS-EXIT.
004430
004440     PERFORM 4000-PRINT-HEADERS
004450         THRU 4000-PRINT-HEADERS-EXIT.
004460
004470     PERFORM 7000-WRITE-RVS-HEADER
004480         THRU 7000-WRITE-RVS-HEADER-EXIT.
004490
004500 1000-INITIALIZE-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------------
004540* 1100-LOAD-CARD - READ ONE ADDRVC CARD INTO THE CARD TABLE.
004550*                  MORE CARDS THAN ONE BATCH'S SEQUENCE CAN
004560*                  NUMBER ABENDS THE RUN - SPLIT THE DECK.
004570*----------------------------------------------------------------
004580 1100-LOAD-CARD.
004590     READ ADDRVC-FILE
004600         AT END
004610             SET DL970-ADDRVC-EOF TO TRUE
004620             GO TO 1100-LOAD-CARD-EXIT
004630     END-READ.
004640     IF DL970-ADDRVC-STATUS NOT = "00"
004650         MOVE "ADDRVC" TO DL970-ERR-FILE-ID
004660         MOVE DL970-ADDRVC-STATUS TO DL970-ERR-STATUS
004670         PERFORM 8000-CHECK-FILE-STATUS
004680             THRU 8000-CHECK-FILE-STATUS-EXIT
004690     END-IF.
004700
004710     IF DL970-CARD-COUNT >= DL970-CARD-MAX
004720         DISPLAY "ADDREVRS - MORE THAN " DL970-CARD-MAX
004730                 " ADDRVC CARDS - SPLIT THE DECK ACROSS RUNS "
004740                 "- RUN ABORTED."
004750         MOVE 16 TO RETURN-CODE
004760         STOP RUN
004770     END-IF.
004780
004790     ADD 1 TO DL970-CARD-COUNT-READ.
004800     ADD 1 TO DL970-CARD-COUNT.
004810     MOVE ADDRVC-ORIG-TRANS-ID
004820         TO DL970-CARD-TID(DL970-CARD-COUNT).
004830     MOVE ADDRVC-ORIG-BATCH-ID
004840         TO DL970-CARD-BID(DL970-CARD-COUNT).
004850     MOVE ADDRVC-SUPERVISOR-ID
004860         TO DL970-CARD-SUPV(DL970-CARD-COUNT).
004870     MOVE ADDRVC-REASON
004880         TO DL970-CARD-REASON(DL970-CARD-COUNT).
004890     MOVE "N" TO DL970-CARD-PRIOR-SW(DL970-CARD-COUNT).
004900     MOVE "N" TO DL970-CARD-FOUND-SW(DL970-CARD-COUNT).
004910     MOVE "N" TO DL970-CARD-DONE-SW(DL970-CARD-COUNT).
004920     MOVE SPACES TO DL970-CARD-ACCOUNT(DL970-CARD-COUNT).
004930     MOVE ZERO TO DL970-CARD-AMOUNT(DL970-CARD-COUNT).
004940     MOVE SPACES TO DL970-CARD-DR-CR(DL970-CARD-COUNT).
004950     MOVE ZERO TO DL970-CARD-POSTED(DL970-CARD-COUNT).
004960
004970 1100-LOAD-CARD-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------------
005010* 1200-LOAD-APPROVER - READ ONE ADDAPR RECORD AND STORE AN
005020*                      APPROVER'S ID AND LIMIT.  THE CONTROL
005030*                      RECORD IS SKIPPED.  A BROKEN MASTER
005040*                      ABENDS THE RUN - IT GUARDS EVERY
005050*                      REVERSAL.
005060*----------------------------------------------------------------
005070 1200-LOAD-APPROVER.
005080     READ ADDAPR-FILE
005090         AT END
005100             SET DL970-ADDAPR-EOF TO TRUE
005110             GO TO 1200-LOAD-APPROVER-EXIT
005120     END-READ.
005130     IF DL970-ADDAPR-STATUS NOT = "00"
005140         MOVE "ADDAPR" TO DL970-ERR-FILE-ID
005150         MOVE DL970-ADDAPR-STATUS TO DL970-ERR-STATUS
005160         PERFORM 8000-CHECK-FILE-STATUS
005170             THRU 8000-CHECK-FILE-STATUS-EXIT
005180     END-IF.
005190
005200     IF NOT ADDAPR-APPROVER-REC
005210         GO TO 1200-LOAD-APPROVER-EXIT
005220     END-IF.
005230
005240     IF ADDAPR-ID = SPACES
005250             OR ADDAPR-LIMIT IS NOT NUMERIC
005260         DISPLAY "ADDREVRS - ADDAPR APPROVER RECORD WITH A "
005270                 "BLANK ID OR NON-NUMERIC LIMIT - RUN ABORTED."
005280         MOVE 16 TO RETURN-CODE
005290         STOP RUN
005300     END-IF.
005310     IF DL970-APR-COUNT >= DL970-APR-MAX
005320         DISPLAY "ADDREVRS - MORE THAN " DL970-APR-MAX
005330                 " ADDAPR APPROVERS - RUN ABORTED."
005340         MOVE 16 TO RETURN-CODE
005350         STOP RUN
005360     END-IF.
005370
005380     ADD 1 TO DL970-APR-COUNT.
005390     MOVE ADDAPR-ID TO DL970-APR-ID(DL970-APR-COUNT).
005400     MOVE ADDAPR-LIMIT TO DL970-APR-LIMIT(DL970-APR-COUNT).
005410
005420 1200-LOAD-APPROVER-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------------
005460* 1300-SCAN-HISTORY - READ THE ADDRVH REVERSAL HISTORY, MARKING
005470*                     EVERY CARD WHOSE POSTING IS ALREADY ON IT
005480*                     AND REMEMBERING THE LAST REVERSAL BATCH
005490*                     CUT.  NO HISTORY YET (STATUS 35) MEANS
005500*                     NOTHING HAS EVER BEEN REVERSED.
005510*----------------------------------------------------------------
005520 1300-SCAN-HISTORY.
005530     OPEN INPUT ADDRVH-FILE.
005540     IF DL970-ADDRVH-STATUS = "35"
005550         GO TO 1300-SCAN-HISTORY-EXIT
005560     END-IF.
005570     MOVE "ADDRVH" TO DL970-ERR-FILE-ID.
005580     MOVE DL970-ADDRVH-STATUS TO DL970-ERR-STATUS.
005590     PERFORM 8000-CHECK-FILE-STATUS
005600         THRU 8000-CHECK-FILE-STATUS-EXIT.
005610
005620     PERFORM 1310-READ-HISTORY
005630         THRU 1310-READ-HISTORY-EXIT
005640         UNTIL DL970-ADDRVH-EOF.
005650
005660     CLOSE ADDRVH-FILE.
005670
005680 1300-SCAN-HISTORY-EXIT.
005690     EXIT.
005700
005710 1310-READ-HISTORY.
005720     READ ADDRVH-FILE
005730         AT END
005740             SET DL970-ADDRVH-EOF TO TRUE
005750             GO TO 1310-READ-HISTORY-EXIT
005760     END-READ.
005770     IF DL970-ADDRVH-STATUS NOT = "00"
005780         MOVE "ADDRVH" TO DL970-ERR-FILE-ID
005790         MOVE DL970-ADDRVH-STATUS TO DL970-ERR-STATUS
005800         PERFORM 8000-CHECK-FILE-STATUS
005810             THRU 8000-CHECK-FILE-STATUS-EXIT
005820     END-IF.
005830
005840     MOVE ADDRVH-REV-BATCH-ID TO DL970-LAST-REV-BATCH-ID.
005850     MOVE ADDRVH-REV-DATE TO DL970-LAST-REV-DATE.
005860
005870     PERFORM 1320-MARK-PRIOR-CARD
005880         THRU 1320-MARK-PRIOR-CARD-EXIT
005890         VARYING DL970-CARD-SUB FROM 1 BY 1
005900         UNTIL DL970-CARD-SUB > DL970-CARD-COUNT.
005910
005920 1310-READ-HISTORY-EXIT.
005930     EXIT.
005940
005950 1320-MARK-PRIOR-CARD.
005960     IF DL970-CARD-TID(DL970-CARD-SUB) = ADDRVH-ORIG-TRANS-ID
005970             AND DL970-CARD-BID(DL970-CARD-SUB)
005980                 = ADDRVH-ORIG-BATCH-ID
005990         SET DL970-CARD-PRIOR(DL970-CARD-SUB) TO TRUE
006000     END-IF.
006010
006020 1320-MARK-PRIOR-CARD-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------------
006060* 1400-CHECK-PRIOR-POSTED - SCAN THE ADDRUN PROCESSED-BATCH
006070*                           FILE FOR THE LAST REVERSAL BATCH
006080*                           CUT.  ONLY THE LATEST ADDRVS
006090*                           GENERATION IS IN THE ADDIN
006100*                           CONCATENATION, SO A NEW ONE MUST
006110*                           NOT BE CUT UNTIL THE LAST HAS
006120*                           POSTED.
006130*----------------------------------------------------------------
006140 1400-CHECK-PRIOR-POSTED.
006150     MOVE "N" TO DL970-PRIOR-POSTED-SW.
006160     OPEN INPUT ADDRUN-FILE.
006170     IF DL970-ADDRUN-STATUS = "35"
006180         GO TO 1400-CHECK-PRIOR-POSTED-EXIT
006190     END-IF.
006200     MOVE "ADDRUN" TO DL970-ERR-FILE-ID.
006210     MOVE DL970-ADDRUN-STATUS TO DL970-ERR-STATUS.
006220     PERFORM 8000-CHECK-FILE-STATUS
006230         THRU 8000-CHECK-FILE-STATUS-EXIT.
006240
006250     PERFORM 1410-SCAN-RUN-CONTROL
006260         THRU 1410-SCAN-RUN-CONTROL-EXIT
006270         UNTIL DL970-ADDRUN-EOF
006280         OR DL970-PRIOR-POSTED.
006290
006300     CLOSE ADDRUN-FILE.
006310
006320 1400-CHECK-PRIOR-POSTED-EXIT.
006330     EXIT.
006340
006350 1410-SCAN-RUN-CONTROL.
006360     READ ADDRUN-FILE
006370         AT END
006380             SET DL970-ADDRUN-EOF TO TRUE
006390             GO TO 1410-SCAN-RUN-CONTROL-EXIT
006400     END-READ.
006410     IF DL970-ADDRUN-STATUS NOT = "00"
006420         MOVE "ADDRUN" TO DL970-ERR-FILE-ID
006430         MOVE DL970-ADDRUN-STATUS TO DL970-ERR-STATUS
006440         PERFORM 8000-CHECK-FILE-STATUS
006450             THRU 8000-CHECK-FILE-STATUS-EXIT
006460     END-IF.
006470
006480     IF ADDRUN-BATCH-ID = DL970-LAST-REV-BATCH-ID
006490             AND ADDRUN-BATCH-DATE = DL970-LAST-REV-DATE
006500         SET DL970-PRIOR-POSTED TO TRUE
006510     END-IF.
006520
006530 1410-SCAN-RUN-CONTROL-EXIT.
006540     EXIT.
006550
006560*----------------------------------------------------------------
006570* 2000-SCAN-GL-POSTINGS - READ THE WHOLE GLHIN STREAM (LIVE
006580*                         ADDGL FIRST, THEN THE HISTORY
006590*                         GENERATIONS) AND CAPTURE, FOR EVERY
006600*                         CARD STILL UNMATCHED, THE POSTING
006610*                         WITH THE SAME TRANSACTION AND BATCH
006620*                         ID.
006630*----------------------------------------------------------------
006640 2000-SCAN-GL-POSTINGS.
006650     OPEN INPUT GLHIN-FILE.
006660     MOVE "GLHIN" TO DL970-ERR-FILE-ID.
006670     MOVE DL970-GLHIN-STATUS TO DL970-ERR-STATUS.
006680     PERFORM 8000-CHECK-FILE-STATUS
006690         THRU 8000-CHECK-FILE-STATUS-EXIT.
006700
006710     PERFORM 2100-READ-GLHIN
006720         THRU 2100-READ-GLHIN-EXIT
006730         UNTIL DL970-GLHIN-EOF.
006740
006750     CLOSE GLHIN-FILE.
006760
006770 2000-SCAN-GL-POSTINGS-EXIT.
006780     EXIT.
006790
006800 2100-READ-GLHIN.
006810     READ GLHIN-FILE
006820         AT END
006830             SET DL970-GLHIN-EOF TO TRUE
006840             GO TO 2100-READ-GLHIN-EXIT
006850     END-READ.
006860     IF DL970-GLHIN-STATUS NOT = "00"
006870         MOVE "GLHIN" TO DL970-ERR-FILE-ID
006880         MOVE DL970-GLHIN-STATUS TO DL970-ERR-STATUS
006890         PERFORM 8000-CHECK-FILE-STATUS
006900             THRU 8000-CHECK-FILE-STATUS-EXIT
006910     END-IF.
006920
006930     ADD 1 TO DL970-GL-READ-COUNT.
006940     PERFORM 2110-MATCH-CARD
006950         THRU 2110-MATCH-CARD-EXIT
006960         VARYING DL970-CARD-SUB FROM 1 BY 1
006970         UNTIL DL970-CARD-SUB > DL970-CARD-COUNT.
006980
006990 2100-READ-GLHIN-EXIT.
007000     EXIT.
007010
007020 2110-MATCH-CARD.
007030     IF NOT DL970-CARD-FOUND(DL970-CARD-SUB)
007040             AND DL970-CARD-TID(DL970-CARD-SUB) = ADDGL-TRANS-ID
007050             AND DL970-CARD-BID(DL970-CARD-SUB) = ADDGL-BATCH-ID
007060         SET DL970-CARD-FOUND(DL970-CARD-SUB) TO TRUE
007070         MOVE ADDGL-ACCOUNT
007080             TO DL970-CARD-ACCOUNT(DL970-CARD-SUB)
007090         MOVE ADDGL-AMOUNT
007100             TO DL970-CARD-AMOUNT(DL970-CARD-SUB)
007110         MOVE ADDGL-DR-CR-IND
007120             TO DL970-CARD-DR-CR(DL970-CARD-SUB)
007130         MOVE ADDGL-POSTING-DATE
007140             TO DL970-CARD-POSTED(DL970-CARD-SUB)
007150     END-IF.
007160
007170 2110-MATCH-CARD-EXIT.
007180     EXIT.
007190
007200*----------------------------------------------------------------
007210* 3000-PROCESS-CARD - EDIT THE CURRENT CARD AND, WHEN IT
007220*                     PASSES, CUT ITS REVERSING ENTRY.  EVERY
007230*                     CARD IS LISTED ON THE REGISTER EITHER
007240*                     WAY.
007250*----------------------------------------------------------------
007260 3000-PROCESS-CARD.
007270     MOVE SPACES TO DL970-DISP.
007280     MOVE SPACES TO DL970-RPT-DET-REV-TRANS.
007290     MOVE SPACES TO DL970-RPT-DET-REV-DR-CR.
007300
007310     PERFORM 3100-EDIT-CARD
007320         THRU 3100-EDIT-CARD-EXIT.
007330
007340     IF DL970-DISP = SPACES
007350         PERFORM 3200-CUT-REVERSAL
007360             THRU 3200-CUT-REVERSAL-EXIT
007370     ELSE
007380         ADD 1 TO DL970-REFUSED-COUNT
007390     END-IF.
007400
007410     PERFORM 4100-PRINT-CARD-LINES
007420         THRU 4100-PRINT-CARD-LINES-EXIT.
007430
007440 3000-PROCESS-CARD-EXIT.
007450     EXIT.
007460
007470*----------------------------------------------------------------
007480* 3100-EDIT-CARD - APPLY THE REVERSAL RULES IN ORDER, LEAVING
007490*                  THE FIRST FAILURE IN DL970-DISP (SPACES
007500*                  WHEN THE CARD PASSES).
007510*----------------------------------------------------------------
007520 3100-EDIT-CARD.
007530     IF DL970-CARD-TID(DL970-CARD-SUB) = SPACES
007540             OR DL970-CARD-BID(DL970-CARD-SUB) = SPACES
007550         MOVE "ORIGINAL NOT IDENTIFIED" TO DL970-DISP
007560         GO TO 3100-EDIT-CARD-EXIT
007570     END-IF.
007580
007590     IF DL970-CARD-REASON(DL970-CARD-SUB) = SPACES
007600         MOVE "NO REASON GIVEN" TO DL970-DISP
007610         GO TO 3100-EDIT-CARD-EXIT
007620     END-IF.
007630
007640     MOVE ZERO TO DL970-APR-FOUND-SUB.
007650     PERFORM 3110-MATCH-APPROVER
007660         THRU 3110-MATCH-APPROVER-EXIT
007670         VARYING DL970-APR-SUB FROM 1 BY 1
007680         UNTIL DL970-APR-SUB > DL970-APR-COUNT
007690         OR DL970-APR-FOUND-SUB > ZERO.
007700     IF DL970-APR-FOUND-SUB = ZERO
007710         MOVE "SUPERVISOR NOT AUTHORIZED" TO DL970-DISP
007720         GO TO 3100-EDIT-CARD-EXIT
007730     END-IF.
007740
007750     IF DL970-CARD-PRIOR(DL970-CARD-SUB)
007760         MOVE "ALREADY REVERSED" TO DL970-DISP
007770         GO TO 3100-EDIT-CARD-EXIT
007780     END-IF.
007790
007800*    A SECOND CARD FOR THE SAME POSTING IN THIS DECK.
007810     MOVE "N" TO DL970-FOUND-SW.
007820     PERFORM 3120-MATCH-EARLIER-CARD
007830         THRU 3120-MATCH-EARLIER-CARD-EXIT
007840         VARYING DL970-CARD-SUB2 FROM 1 BY 1
007850         UNTIL DL970-CARD-SUB2 >= DL970-CARD-SUB
007860         OR DL970-FOUND.
007870     IF DL970-FOUND
007880         MOVE "DUPLICATE CARD" TO DL970-DISP
007890         GO TO 3100-EDIT-CARD-EXIT
007900     END-IF.
007910
007920     IF NOT DL970-CARD-FOUND(DL970-CARD-SUB)
007930         MOVE "ORIGINAL NOT FOUND" TO DL970-DISP
007940         GO TO 3100-EDIT-CARD-EXIT
007950     END-IF.
007960
007970     IF DL970-CARD-AMOUNT(DL970-CARD-SUB)
007980             > DL970-APR-LIMIT(DL970-APR-FOUND-SUB)
007990         MOVE "OVER SUPERVISOR LIMIT" TO DL970-DISP
008000         GO TO 3100-EDIT-CARD-EXIT
008010     END-IF.
008020
008030     IF DL970-CARD-AMOUNT(DL970-CARD-SUB) > DL970-MAX-REVERSAL
008040         MOVE "TOO LARGE - KEY MANUALLY" TO DL970-DISP
008050         GO TO 3100-EDIT-CARD-EXIT
008060     END-IF.
008070
008080 3100-EDIT-CARD-EXIT.
008090     EXIT.
008100
008110 3110-MATCH-APPROVER.
008120     IF DL970-APR-ID(DL970-APR-SUB)
008130             = DL970-CARD-SUPV(DL970-CARD-SUB)
008140         MOVE DL970-APR-SUB TO DL970-APR-FOUND-SUB
008150     END-IF.
008160
008170 3110-MATCH-APPROVER-EXIT.
008180     EXIT.
008190
008200 3120-MATCH-EARLIER-CARD.
008210     IF DL970-CARD-DONE(DL970-CARD-SUB2)
008220             AND DL970-CARD-TID(DL970-CARD-SUB2)
008230                 = DL970-CARD-TID(DL970-CARD-SUB)
008240             AND DL970-CARD-BID(DL970-CARD-SUB2)
008250                 = DL970-CARD-BID(DL970-CARD-SUB)
008260         SET DL970-FOUND TO TRUE
008270     END-IF.
008280
008290 3120-MATCH-EARLIER-CARD-EXIT.
008300     EXIT.
008310
008320*----------------------------------------------------------------
008330* 3200-CUT-REVERSAL - WRITE THE OFFSETTING ADDIN DETAIL (SAME
008340*                     ACCOUNT AND AMOUNT, SIDE FLIPPED, THE
008350*                     AMOUNT SPLIT INTO ADDENDS OF AT MOST
008360*                     99,999.99) AND THE ADDRVH LINK RECORD.
008370*----------------------------------------------------------------
008380 3200-CUT-REVERSAL.
008390     ADD 1 TO DL970-REVERSED-COUNT.
008400     ADD 1 TO DL970-REV-TID-SEQ.
008410
008420     MOVE SPACES TO ADDIN-RECORD.
008430     SET ADDIN-DETAIL-REC TO TRUE.
008440     MOVE DL970-REV-TRANS-ID TO ADDIN-TRANS-ID.
008450     MOVE DL970-CARD-ACCOUNT(DL970-CARD-SUB) TO ADDIN-GL-ACCOUNT.
008460     IF DL970-CARD-DR-CR(DL970-CARD-SUB) = "C"
008470         SET DL970-REV-DEBIT TO TRUE
008480     ELSE
008490         SET DL970-REV-CREDIT TO TRUE
008500     END-IF.
008510     MOVE DL970-REV-DR-CR TO ADDIN-TRANS-TYPE.
008520
008530     MOVE ZERO TO ADDIN-ADDEND-COUNT.
008540     MOVE DL970-CARD-AMOUNT(DL970-CARD-SUB) TO DL970-REMAINING.
008550     IF DL970-REMAINING = ZERO
008560         MOVE 1 TO ADDIN-ADDEND-COUNT
008570         MOVE ZERO TO ADDIN-ADDEND-TABLE(1)
008580     ELSE
008590         PERFORM 3210-STORE-ADDEND
008600             THRU 3210-STORE-ADDEND-EXIT
008610             UNTIL DL970-REMAINING = ZERO
008620     END-IF.
008630
008640     WRITE ADDIN-RECORD.
008650     MOVE "ADDRVS" TO DL970-ERR-FILE-ID.
008660     MOVE DL970-ADDRVS-STATUS TO DL970-ERR-STATUS.
008670     PERFORM 8000-CHECK-FILE-STATUS
008680         THRU 8000-CHECK-FILE-STATUS-EXIT.
008690
008700*    THE TRAILER HASH NETS A CREDIT'S ADDENDS THE WAY ADD3NUM
008710*    DOES.
008720     IF DL970-REV-CREDIT
008730         SUBTRACT DL970-CARD-AMOUNT(DL970-CARD-SUB)
008740             FROM DL970-RVS-HASH-TOTAL
008750         ADD DL970-CARD-AMOUNT(DL970-CARD-SUB)
008760             TO DL970-TOT-CREDITS
008770     ELSE
008780         ADD DL970-CARD-AMOUNT(DL970-CARD-SUB)
008790             TO DL970-RVS-HASH-TOTAL
008800         ADD DL970-CARD-AMOUNT(DL970-CARD-SUB)
008810             TO DL970-TOT-DEBITS
008820     END-IF.
008830
008840     MOVE SPACES TO ADDRVH-RECORD.
008850     MOVE DL970-CARD-TID(DL970-CARD-SUB) TO ADDRVH-ORIG-TRANS-ID.
008860     MOVE DL970-CARD-BID(DL970-CARD-SUB) TO ADDRVH-ORIG-BATCH-ID.
008870     MOVE DL970-CARD-POSTED(DL970-CARD-SUB)
008880         TO ADDRVH-ORIG-POSTED-DATE.
008890     MOVE DL970-CARD-ACCOUNT(DL970-CARD-SUB) TO ADDRVH-GL-ACCOUNT.
008900     MOVE DL970-CARD-AMOUNT(DL970-CARD-SUB) TO ADDRVH-AMOUNT.
008910     MOVE DL970-CARD-DR-CR(DL970-CARD-SUB)
008920         TO ADDRVH-ORIG-DR-CR-IND.
008930     MOVE DL970-REV-TRANS-ID TO ADDRVH-REV-TRANS-ID.
008940     MOVE DL970-REV-BATCH-ID TO ADDRVH-REV-BATCH-ID.
008950     MOVE DL970-BUS-DATE TO ADDRVH-REV-DATE.
008960     MOVE DL970-CARD-SUPV(DL970-CARD-SUB) TO ADDRVH-SUPERVISOR-ID.
008970     MOVE DL970-CARD-REASON(DL970-CARD-SUB) TO ADDRVH-REASON.
008980     WRITE ADDRVH-RECORD.
008990     MOVE "ADDRVH" TO DL970-ERR-FILE-ID.
009000     MOVE DL970-ADDRVH-STATUS TO DL970-ERR-STATUS.
009010     PERFORM 8000-CHECK-FILE-STATUS
009020         THRU 8000-CHECK-FILE-STATUS-EXIT.
009030
009040     SET DL970-CARD-DONE(DL970-CARD-SUB) TO TRUE.
009050     MOVE "REVERSED" TO DL970-DISP.
009060     MOVE DL970-REV-TRANS-ID TO DL970-RPT-DET-REV-TRANS.
009070     MOVE DL970-REV-DR-CR TO DL970-RPT-DET-REV-DR-CR.
009080
009090 3200-CUT-REVERSAL-EXIT.
009100     EXIT.
009110
009120 3210-STORE-ADDEND.
009130     ADD 1 TO ADDIN-ADDEND-COUNT.
009140     IF DL970-REMAINING > DL970-MAX-ADDEND
009150         MOVE DL970-MAX-ADDEND
009160             TO ADDIN-ADDEND-TABLE(ADDIN-ADDEND-COUNT)
009170         SUBTRACT DL970-MAX-ADDEND FROM DL970-REMAINING
009180     ELSE
009190         MOVE DL970-REMAINING
009200             TO ADDIN-ADDEND-TABLE(ADDIN-ADDEND-COUNT)
009210         MOVE ZERO TO DL970-REMAINING
009220     END-IF.
009230
009240 3210-STORE-ADDEND-EXIT.
009250     EXIT.
009260
009270*----------------------------------------------------------------
009280* 4000-PRINT-HEADERS - PRINT THE RUN-HEADER AND COLUMN HEADING
009290*                      LINES AT THE TOP OF EACH PAGE OF THE
009300*                      RVREG REVERSAL REGISTER.
009310*----------------------------------------------------------------
009320 4000-PRINT-HEADERS.
009330     ADD 1 TO DL970-RPT-PAGE-COUNT.
009340     MOVE DL970-BUS-DATE TO DL970-RPT-H1-DATE.
009350     MOVE DL970-REV-BATCH-ID TO DL970-RPT-H1-BATCH.
009360     MOVE DL970-RPT-PAGE-COUNT TO DL970-RPT-H1-PAGE.
009370
009380     MOVE DL970-RPT-HEADING1 TO ADDRPT-RECORD.
009390     WRITE ADDRPT-RECORD.
009400     PERFORM 8010-CHECK-RVREG-STATUS
009410         THRU 8010-CHECK-RVREG-STATUS-EXIT.
009420     MOVE DL970-RPT-HEADING2 TO ADDRPT-RECORD.
009430     WRITE ADDRPT-RECORD.
009440     PERFORM 8010-CHECK-RVREG-STATUS
009450         THRU 8010-CHECK-RVREG-STATUS-EXIT.
009460
009470     MOVE ZERO TO DL970-RPT-LINE-COUNT.
009480
009490 4000-PRINT-HEADERS-EXIT.
009500     EXIT.
009510
009520*----------------------------------------------------------------
009530* 4100-PRINT-CARD-LINES - PRINT THE CURRENT CARD'S DETAIL AND
009540*                         REASON LINES, BREAKING TO A NEW PAGE
009550*                         WHEN THE PAIR WILL NOT FIT.
009560*----------------------------------------------------------------
009570 4100-PRINT-CARD-LINES.
009580     IF DL970-RPT-LINE-COUNT + 2 > DL970-RPT-PAGE-SIZE
009590         PERFORM 4000-PRINT-HEADERS
009600             THRU 4000-PRINT-HEADERS-EXIT
009610     END-IF.
009620
009630     MOVE DL970-CARD-TID(DL970-CARD-SUB) TO DL970-RPT-DET-TRANS.
009640     MOVE DL970-CARD-BID(DL970-CARD-SUB) TO DL970-RPT-DET-BATCH.
009650     MOVE DL970-CARD-ACCOUNT(DL970-CARD-SUB)
009660         TO DL970-RPT-DET-ACCT.
009670     MOVE DL970-CARD-POSTED(DL970-CARD-SUB) TO DL970-RPT-DET-DATE.
009680     MOVE DL970-CARD-DR-CR(DL970-CARD-SUB)
009690         TO DL970-RPT-DET-DR-CR.
009700     MOVE DL970-CARD-AMOUNT(DL970-CARD-SUB)
009710         TO DL970-RPT-DET-AMOUNT.
009720     MOVE DL970-CARD-SUPV(DL970-CARD-SUB) TO DL970-RPT-DET-SUPV.
009730     MOVE DL970-DISP TO DL970-RPT-DET-DISP.
009740     MOVE DL970-RPT-DETAIL TO ADDRPT-RECORD.
009750     WRITE ADDRPT-RECORD.
009760     PERFORM 8010-CHECK-RVREG-STATUS
009770         THRU 8010-CHECK-RVREG-STATUS-EXIT.
009780
009790     MOVE DL970-CARD-REASON(DL970-CARD-SUB) TO DL970-RPT-RSN-TEXT.
009800     MOVE DL970-RPT-REASON-LINE TO ADDRPT-RECORD.
009810     WRITE ADDRPT-RECORD.
009820     PERFORM 8010-CHECK-RVREG-STATUS
009830         THRU 8010-CHECK-RVREG-STATUS-EXIT.
009840
009850     ADD 2 TO DL970-RPT-LINE-COUNT.
009860
009870 4100-PRINT-CARD-LINES-EXIT.
009880     EXIT.
009890
009900*----------------------------------------------------------------
009910* 7000-WRITE-RVS-HEADER - WRITE THE "H" BATCH HEADER OF THE
009920*                         REVERSAL BATCH, DATED WITH THE
009930*                         BUSINESS DATE IT WILL POST UNDER.
009940*----------------------------------------------------------------
009950 7000-WRITE-RVS-HEADER.
009960     MOVE SPACES TO ADDIN-RECORD.
009970     SET ADDIN-HEADER-REC TO TRUE.
009980     MOVE DL970-REV-BATCH-ID TO ADDIN-HDR-BATCH-ID.
009990     MOVE DL970-BUS-DATE TO ADDIN-HDR-BATCH-DATE.
010000
010010     WRITE ADDIN-RECORD.
010020     MOVE "ADDRVS" TO DL970-ERR-FILE-ID.
010030     MOVE DL970-ADDRVS-STATUS TO DL970-ERR-STATUS.
010040     PERFORM 8000-CHECK-FILE-STATUS
010050         THRU 8000-CHECK-FILE-STATUS-EXIT.
010060
010070 7000-WRITE-RVS-HEADER-EXIT.
010080     EXIT.
010090
010100*----------------------------------------------------------------
010110* 7100-WRITE-RVS-TRAILER - WRITE THE "T" BATCH TRAILER WITH THE
010120*                          REVERSING DETAIL COUNT AND HASH
010130*                          TOTAL SO ADD3NUM CAN BALANCE THE
010140*                          REVERSAL BATCH LIKE ANY OTHER.
010150*----------------------------------------------------------------
010160 7100-WRITE-RVS-TRAILER.
010170     MOVE SPACES TO ADDIN-RECORD.
010180     SET ADDIN-TRAILER-REC TO TRUE.
010190     MOVE DL970-REVERSED-COUNT TO ADDIN-TRL-DETAIL-COUNT.
010200     MOVE DL970-RVS-HASH-TOTAL TO ADDIN-TRL-HASH-TOTAL.
010210
010220     WRITE ADDIN-RECORD.
010230     MOVE "ADDRVS" TO DL970-ERR-FILE-ID.
010240     MOVE DL970-ADDRVS-STATUS TO DL970-ERR-STATUS.
010250     PERFORM 8000-CHECK-FILE-STATUS
010260         THRU 8000-CHECK-FILE-STATUS-EXIT.
010270
010280 7100-WRITE-RVS-TRAILER-EXIT.
010290     EXIT.
010300
010310*----------------------------------------------------------------
010320* 9000-TERMINATE - WRITE THE BATCH TRAILER AND THE REGISTER
010330*                  TOTALS, ANNOUNCE THE COUNTS ON THE JOB LOG,
010340*                  AND END RC 4 WHEN ANY CARD WAS REFUSED.
010350*----------------------------------------------------------------
010360 9000-TERMINATE.
010370     PERFORM 7100-WRITE-RVS-TRAILER
010380         THRU 7100-WRITE-RVS-TRAILER-EXIT.
010390
010400     MOVE DL970-CARD-COUNT-READ TO DL970-RPT-TRL-CARDS.
010410     MOVE DL970-REVERSED-COUNT TO DL970-RPT-TRL-REVERSED.
010420     MOVE DL970-REFUSED-COUNT TO DL970-RPT-TRL-REFUSED.
010430     MOVE DL970-TOT-DEBITS TO DL970-RPT-TRL-DEBITS.
010440     MOVE DL970-TOT-CREDITS TO DL970-RPT-TRL-CREDITS.
010450     MOVE DL970-RPT-TRAILER TO ADDRPT-RECORD.
010460     WRITE ADDRPT-RECORD.
010470     PERFORM 8010-CHECK-RVREG-STATUS
010480         THRU 8010-CHECK-RVREG-STATUS-EXIT.
010490
010500     DISPLAY "ADDREVRS RUN COMPLETE - BATCH "
010510             DL970-REV-BATCH-ID " - "
010520             DL970-CARD-COUNT-READ " CARDS, "
010530             DL970-REVERSED-COUNT " REVERSED, "
010540             DL970-REFUSED-COUNT " REFUSED.".
010550
010560     IF DL970-REFUSED-COUNT > ZERO
010570         MOVE 4 TO RETURN-CODE
010580     END-IF.
010590
010600 9000-TERMINATE-EXIT.
010610     EXIT.
010620
010630*----------------------------------------------------------------
010640* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
010650*                          AFTER EVERY OPEN, READ AND WRITE.
010660*                          THE CALLER MOVES THE FILE'S NAME AND
010670*                          CURRENT FILE STATUS INTO
010680*                          DL970-ERR-FILE-ID/DL970-ERR-STATUS
010690*                          IMMEDIATELY BEFORE THE PERFORM.  A
010700*                          NON-ZERO STATUS ABENDS THE RUN.
010710*----------------------------------------------------------------
010720 8000-CHECK-FILE-STATUS.
010730     IF DL970-ERR-STATUS NOT = "00"
010740         DISPLAY "ADDREVRS - I/O ERROR ON "
010750                 DL970-ERR-FILE-ID " - FILE STATUS "
010760                 DL970-ERR-STATUS "."
010770         MOVE 16 TO RETURN-CODE
010780         STOP RUN
010790     END-IF.
010800
010810 8000-CHECK-FILE-STATUS-EXIT.
010820     EXIT.
010830
010840 8010-CHECK-RVREG-STATUS.
010850     MOVE "RVREG" TO DL970-ERR-FILE-ID.
010860     MOVE DL970-RVREG-STATUS TO DL970-ERR-STATUS.
010870     PERFORM 8000-CHECK-FILE-STATUS
010880         THRU 8000-CHECK-FILE-STATUS-EXIT.
010890
010900 8010-CHECK-RVREG-STATUS-EXIT.
010910     EXIT.
010920
010930*----------------------------------------------------------------
010940* 9999-EXIT - COMMON PROGRAM EXIT.
010950*----------------------------------------------------------------
010960 9999-EXIT.
010970     CLOSE ADDRVS-FILE
010980           ADDRVH-FILE
010990           RVREG-FILE.
011000     STOP RUN.
011010
011020 9999-EXIT-EXIT.
011030     EXIT.
