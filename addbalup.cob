000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AddBalUpdate.
000030 AUTHOR. D. LOMBARDI.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/14/2026  DL  ORIGINAL VERSION.  NIGHTLY ACCOUNT BALANCE
000100*                   UPDATE (ADDJOB01 STEP037), RUN AFTER A
000110*                   CLEAN GL CUTOFF.  READS THE ADDGLTX
000120*                   EXTRACT ADDGLCUT JUST CUT - EXACTLY THE
000130*                   ROWS SWEPT TONIGHT - PROVES IT AGAINST ITS
000140*                   OWN TRAILER, SORTS THE POSTINGS BY ACCOUNT
000150*                   AND ACCOUNTING PERIOD (THE YYYYMM OF THE
000160*                   POSTING DATE), AND ADDS EACH ACCOUNT-
000170*                   PERIOD'S DEBITS, CREDITS AND POSTING COUNT
000180*                   INTO THE ADDBAL BALANCE MASTER, CREATING
000190*                   THE RECORD ON AN ACCOUNT'S FIRST POSTING
000200*                   IN A PERIOD.  EACH RECORD IS STAMPED WITH
000210*                   THE EXTRACT'S HEADER DATE AND TIME AND A
000220*                   RECORD ALREADY CARRYING THE STAMP IS
000230*                   SKIPPED, SO A RERUN AFTER AN ABEND PICKS
000240*                   UP WHERE IT LEFT OFF WITHOUT ADDING
000250*                   ANYTHING TWICE.  POSTINGS FOR A PERIOD THE
000260*                   ADDPRD CONTROL RECORD SHOWS CLOSED ARE NOT
000270*                   APPLIED - THEY ARE LISTED AND THE RUN ENDS
000280*                   RC 4 FOR THE GL GROUP TO JOURNAL BY HAND.
000290*                   PRINTS THE BALUPD UPDATE REGISTER.
000300*----------------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT GLTXIN-FILE ASSIGN TO GLTXIN
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS DL980-GLTXIN-STATUS.
000420
000430     SELECT ADDBAL-FILE ASSIGN TO ADDBAL
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS ADDBAL-KEY
000470         FILE STATUS IS DL980-ADDBAL-STATUS.
000480
000490     SELECT ADDPRD-FILE ASSIGN TO ADDPRD
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS DL980-ADDPRD-STATUS.
000520
000530     SELECT BALUPD-FILE ASSIGN TO BALUPD
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS DL980-BALUPD-STATUS.
000560
000570     SELECT SORT-FILE ASSIGN TO SORTWK.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  GLTXIN-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 COPY ADDGLTXREC.
000650
000660 FD  ADDBAL-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY ADDBALREC.
000690
000700 FD  ADDPRD-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 COPY ADDPRDREC.
000740
000750 FD  BALUPD-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 COPY ADDRPTREC.
000790
000800 SD  SORT-FILE.
000810 01  DL980-SORT-REC.
000820     05  DL980-SRT-ACCOUNT          PIC X(10).
000830     05  DL980-SRT-PERIOD           PIC 9(06).
000840     05  DL980-SRT-DC               PIC X(01).
000850     05  DL980-SRT-AMOUNT           PIC 9(09)V99.
000860
000870 WORKING-STORAGE SECTION.
000880*----------------------------------------------------------------
000890* FILE-STATUS SWITCHES AND COMMON I/O ERROR FIELDS
000900*----------------------------------------------------------------
000910 77  DL980-GLTXIN-STATUS            PIC X(02) VALUE "00".
000920 77  DL980-ADDBAL-STATUS            PIC X(02) VALUE "00".
000930 77  DL980-ADDPRD-STATUS            PIC X(02) VALUE "00".
000940 77  DL980-BALUPD-STATUS            PIC X(02) VALUE "00".
000950 77  DL980-ERR-FILE-ID              PIC X(08) VALUE SPACES.
000960 77  DL980-ERR-STATUS               PIC X(02) VALUE "00".
000970 77  DL980-GLTXIN-EOF-SW            PIC X(01) VALUE "N".
000980     88  DL980-GLTXIN-EOF                     VALUE "Y".
000990 77  DL980-SORT-EOF-SW              PIC X(01) VALUE "N".
001000     88  DL980-SORT-EOF                       VALUE "Y".
001010 77  DL980-TRAILER-SW               PIC X(01) VALUE "N".
001020     88  DL980-TRAILER-SEEN                   VALUE "Y".
001030 77  DL980-BAL-FOUND-SW             PIC X(01) VALUE "N".
001040     88  DL980-BAL-FOUND                      VALUE "Y".
001050
001060*----------------------------------------------------------------
001070* RUN CONTROL - THE EXTRACT'S IDENTITY (HEADER DATE AND TIME),
001080* THE LATEST CLOSED PERIOD, AND THE EXTRACT CONTROL TOTALS
001090* PROVED AGAINST ITS TRAILER BEFORE ANYTHING IS APPLIED.
001100*----------------------------------------------------------------
001110 77  DL980-TX-DATE                  PIC 9(08) VALUE ZERO.
001120 77  DL980-TX-TIME                  PIC 9(06) VALUE ZERO.
001130 77  DL980-CLOSED-PERIOD            PIC 9(06) VALUE ZERO.
001140 77  DL980-DETAIL-COUNT             PIC 9(09) COMP VALUE ZERO.
001150 77  DL980-UNREADABLE-COUNT         PIC 9(09) COMP VALUE ZERO.
001160 77  DL980-TX-DEBITS                PIC 9(11)V99 VALUE ZERO.
001170 77  DL980-TX-CREDITS               PIC 9(11)V99 VALUE ZERO.
001180
001190*----------------------------------------------------------------
001200* WORK COPY OF THE ADDGL ROW CARRIED IN AN EXTRACT DETAIL.
001210*----------------------------------------------------------------
001220 COPY ADDGLREC.
001230
001240*----------------------------------------------------------------
001250* THE CONTROL-BREAK ACCOUNT-PERIOD AND ITS ACCUMULATORS, AND
001260* THE RUN'S UPDATE COUNTS.
001270*----------------------------------------------------------------
001280 77  DL980-PREV-ACCOUNT             PIC X(10) VALUE SPACES.
001290 77  DL980-PREV-PERIOD              PIC 9(06) VALUE ZERO.
001300 77  DL980-ACCT-DEBITS              PIC 9(11)V99 VALUE ZERO.
001310 77  DL980-ACCT-CREDITS             PIC 9(11)V99 VALUE ZERO.
001320 77  DL980-ACCT-COUNT               PIC 9(07) VALUE ZERO.
001330 77  DL980-CLOSING                  PIC S9(11)V99 VALUE ZERO.
001340 77  DL980-DISP                     PIC X(28) VALUE SPACES.
001350 77  DL980-APPLIED-COUNT            PIC 9(09) COMP VALUE ZERO.
001360 77  DL980-OPENED-COUNT             PIC 9(09) COMP VALUE ZERO.
001370 77  DL980-SKIPPED-COUNT            PIC 9(09) COMP VALUE ZERO.
001380 77  DL980-REFUSED-COUNT            PIC 9(09) COMP VALUE ZERO.
001390 77  DL980-APPLIED-DEBITS           PIC 9(11)V99 VALUE ZERO.
001400 77  DL980-APPLIED-CREDITS          PIC 9(11)V99 VALUE ZERO.
001410
001420*----------------------------------------------------------------
001430* BALANCE UPDATE REGISTER (BALUPD) PRINT LINES - ONE LINE PER
001440* ACCOUNT-PERIOD TOUCHED TONIGHT.
001450*----------------------------------------------------------------
001460 77  DL980-RPT-PAGE-SIZE            PIC 9(04) COMP VALUE 50.
001470 77  DL980-RPT-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
001480 77  DL980-RPT-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
001490
001500 01  DL980-RPT-HEADING1.
001510     05  FILLER                     PIC X(01) VALUE "1".
001520     05  FILLER                     PIC X(32)
001530         VALUE "ADDBALUP BALANCE UPDATE REGISTER".
001540     05  FILLER                     PIC X(11)
001550         VALUE "  EXTRACT:".
001560     05  DL980-RPT-H1-DATE          PIC 9999/99/99.
001570     05  FILLER                     PIC X(01) VALUE SPACE.
001580     05  DL980-RPT-H1-TIME          PIC 99B99B99.
001590     05  FILLER                     PIC X(08) VALUE "  PAGE:".
001600     05  DL980-RPT-H1-PAGE          PIC ZZZ9.
001610     05  FILLER                     PIC X(57) VALUE SPACES.
001620
001630 01  DL980-RPT-HEADING2.
001640     05  FILLER                     PIC X(01) VALUE SPACE.
001650     05  FILLER                     PIC X(12) VALUE "ACCOUNT".
001660     05  FILLER                     PIC X(08) VALUE "PERIOD".
001670     05  FILLER                     PIC X(19)
001680         VALUE "            DEBITS".
001690     05  FILLER                     PIC X(19)
001700         VALUE "           CREDITS".
001710     05  FILLER                     PIC X(10) VALUE "  POSTINGS".
001720     05  FILLER                     PIC X(20)
001730         VALUE "     PERIOD BALANCE".
001740     05  FILLER                     PIC X(02) VALUE SPACES.
001750     05  FILLER                     PIC X(28) VALUE "DISPOSITION".
001760     05  FILLER                     PIC X(13) VALUE SPACES.
001770
001780 01  DL980-RPT-DETAIL.
001790     05  FILLER                     PIC X(01) VALUE SPACE.
001800     05  DL980-RPT-DET-ACCT         PIC X(10).
001810     05  FILLER                     PIC X(02) VALUE SPACES.
001820     05  DL980-RPT-DET-PERIOD       PIC 9999/99.
001830     05  FILLER                     PIC X(01) VALUE SPACE.
001840     05  DL980-RPT-DET-DEBITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001850     05  FILLER                     PIC X(02) VALUE SPACES.
001860     05  DL980-RPT-DET-CREDITS      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001870     05  FILLER                     PIC X(02) VALUE SPACES.
001880     05  DL980-RPT-DET-COUNT        PIC Z,ZZZ,ZZ9.
001890     05  FILLER                     PIC X(01) VALUE SPACE.
001900     05  DL980-RPT-DET-BALANCE      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001910     05  FILLER                     PIC X(02) VALUE SPACES.
001920     05  DL980-RPT-DET-DISP         PIC X(28).
001930     05  FILLER                     PIC X(16) VALUE SPACES.
001940
001950 01  DL980-RPT-TRAILER1.
001960     05  FILLER                     PIC X(01) VALUE SPACE.
001970     05  FILLER                     PIC X(19)
001980         VALUE "EXTRACT POSTINGS:".
001990     05  DL980-RPT-TRL-DETAILS      PIC ZZZ,ZZZ,ZZ9.
002000     05  FILLER                     PIC X(10) VALUE "  DEBITS:".
002010     05  DL980-RPT-TRL-TX-DEBITS    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002020     05  FILLER                     PIC X(11) VALUE "  CREDITS:".
002030     05  DL980-RPT-TRL-TX-CREDITS   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002040     05  FILLER                     PIC X(14)
002050         VALUE "  UNREADABLE:".
002060     05  DL980-RPT-TRL-UNREADABLE   PIC ZZZ,ZZ9.
002070     05  FILLER                     PIC X(25) VALUE SPACES.
002080
002090 01  DL980-RPT-TRAILER2.
002100     05  FILLER                     PIC X(01) VALUE SPACE.
002110     05  FILLER                     PIC X(09) VALUE "APPLIED:".
002120     05  DL980-RPT-TRL-APPLIED      PIC ZZZ,ZZ9.
002130     05  FILLER                     PIC X(09) VALUE "  OPENED:".
002140     05  DL980-RPT-TRL-OPENED       PIC ZZZ,ZZ9.
002150     05  FILLER                     PIC X(10) VALUE "  SKIPPED:".
002160     05  DL980-RPT-TRL-SKIPPED      PIC ZZZ,ZZ9.
002170     05  FILLER                     PIC X(10) VALUE "  REFUSED:".
002180     05  DL980-RPT-TRL-REFUSED      PIC ZZZ,ZZ9.
002190     05  FILLER                     PIC X(10) VALUE "  DEBITS:".
002200     05  DL980-RPT-TRL-DEBITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002210     05  FILLER                     PIC X(11) VALUE "  CREDITS:".
002220     05  DL980-RPT-TRL-CREDITS      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002230     05  FILLER                     PIC X(10) VALUE SPACES.
002240
002250 PROCEDURE DIVISION.
002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE
002280         THRU 1000-INITIALIZE-EXIT.
002290
002300     SORT SORT-FILE
002310         ON ASCENDING KEY DL980-SRT-ACCOUNT
002320                          DL980-SRT-PERIOD
002330         INPUT PROCEDURE IS 2000-SELECT-POSTINGS
002340             THRU 2900-SELECT-POSTINGS-EXIT
002350         OUTPUT PROCEDURE IS 3000-APPLY-BALANCES
002360             THRU 3900-APPLY-BALANCES-EXIT.
002370
002380     PERFORM 9000-TERMINATE
002390         THRU 9000-TERMINATE-EXIT.
002400
002410     PERFORM 9999-EXIT
002420         THRU 9999-EXIT-EXIT.
002430
002440 0000-MAINLINE-EXIT.
002450     EXIT.
002460
002470*----------------------------------------------------------------
002480* 1000-INITIALIZE - LOAD THE LATEST CLOSED PERIOD FROM ADDPRD,
002490*                   OPEN THE BALANCE MASTER AND THE REGISTER.
002500*----------------------------------------------------------------
002510 1000-INITIALIZE.
002520     PERFORM 1100-LOAD-CLOSED-PERIOD
002530         THRU 1100-LOAD-CLOSED-PERIOD-EXIT.
002540
002550     OPEN I-O ADDBAL-FILE.
002560*    A FRESHLY DEFINED, NEVER-LOADED KSDS CANNOT OPEN I-O
002570*    (STATUS 35), SO THE FIRST RUN CREATES IT EMPTY AND REOPENS.
002580     IF DL980-ADDBAL-STATUS = "35"
002590         OPEN OUTPUT ADDBAL-FILE
002600         CLOSE ADDBAL-FILE
002610         OPEN I-O ADDBAL-FILE
002620     END-IF.
002630     MOVE "ADDBAL" TO DL980-ERR-FILE-ID.
002640     MOVE DL980-ADDBAL-STATUS TO DL980-ERR-STATUS.
002650     PERFORM 8000-CHECK-FILE-STATUS
002660         THRU 8000-CHECK-FILE-STATUS-EXIT.
002670
002680     OPEN OUTPUT BALUPD-FILE.
002690     MOVE "BALUPD" TO DL980-ERR-FILE-ID.
002700     MOVE DL980-BALUPD-STATUS TO DL980-ERR-STATUS.
002710     PERFORM 8000-CHECK-FILE-STATUS
002720         THRU 8000-CHECK-FILE-STATUS-EXIT.
002730
002740 1000-INITIALIZE-EXIT.
002750     EXIT.
002760
002770*----------------------------------------------------------------
002780* 1100-LOAD-CLOSED-PERIOD - READ THE ADDPRD ACCOUNTING-PERIOD
002790*                           CONTROL RECORD.  NO DATASET OR NO
002800*                           RECORD MEANS NO PERIOD HAS BEEN
002810*                           CLOSED YET.
002820*----------------------------------------------------------------
002830 1100-LOAD-CLOSED-PERIOD.
002840     MOVE ZERO TO DL980-CLOSED-PERIOD.
002850     OPEN INPUT ADDPRD-FILE.
002860     IF DL980-ADDPRD-STATUS = "35"
002870         GO TO 1100-LOAD-CLOSED-PERIOD-EXIT
002880     END-IF.
002890     MOVE "ADDPRD" TO DL980-ERR-FILE-ID.
002900     MOVE DL980-ADDPRD-STATUS TO DL980-ERR-STATUS.
002910     PERFORM 8000-CHECK-FILE-STATUS
002920         THRU 8000-CHECK-FILE-STATUS-EXIT.
002930
002940     READ ADDPRD-FILE
002950         AT END
002960             MOVE ZEROS TO ADDPRD-CLOSED-PERIOD
002970     END-READ.
002980     IF ADDPRD-CLOSED-PERIOD IS NOT NUMERIC
002990         DISPLAY "ADDBALUP - ADDPRD CLOSED PERIOD IS NOT "
003000                 "NUMERIC - RUN ABORTED."
003010         MOVE 16 TO RETURN-CODE
003020         STOP RUN
003030     END-IF.
003040     MOVE ADDPRD-CLOSED-PERIOD TO DL980-CLOSED-PERIOD.
003050     CLOSE ADDPRD-FILE.
003060
003070 1100-LOAD-CLOSED-PERIOD-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------------
003110* 2000-SELECT-POSTINGS - SORT INPUT PROCEDURE.  READS THE
003120*                        ADDGLTX EXTRACT, TAKES ITS IDENTITY
003130*                        FROM THE "H" HEADER, RELEASES EVERY
003140*                        READABLE "D" POSTING TO THE SORT, AND
003150*                        PROVES THE DETAIL COUNT AND DEBIT/
003160*                        CREDIT TOTALS AGAINST THE "T"
003170*                        TRAILER.  A BROKEN EXTRACT ABENDS
003180*                        THE RUN BEFORE ANY BALANCE IS TOUCHED.
003190*----------------------------------------------------------------
003200 2000-SELECT-POSTINGS.
003210     OPEN INPUT GLTXIN-FILE.
003220     MOVE "GLTXIN" TO DL980-ERR-FILE-ID.
003230     MOVE DL980-GLTXIN-STATUS TO DL980-ERR-STATUS.
003240     PERFORM 8000-CHECK-FILE-STATUS
003250         THRU 8000-CHECK-FILE-STATUS-EXIT.
003260
003270     PERFORM 2100-READ-GLTXIN
003280         THRU 2100-READ-GLTXIN-EXIT.
003290     IF DL980-GLTXIN-EOF
003300             OR NOT ADDGLTX-HEADER-REC
003310             OR ADDGLTX-HDR-DATE IS NOT NUMERIC
003320             OR ADDGLTX-HDR-TIME IS NOT NUMERIC
003330         DISPLAY "ADDBALUP - GLTXIN EXTRACT HAS NO VALID "
003340                 "HEADER RECORD - RUN ABORTED."
003350         MOVE 16 TO RETURN-CODE
003360         STOP RUN
003370     END-IF.
003380     MOVE ADDGLTX-HDR-DATE TO DL980-TX-DATE.
003390     MOVE ADDGLTX-HDR-TIME TO DL980-TX-TIME.
003400
003410     PERFORM 4000-PRINT-HEADERS
003420         THRU 4000-PRINT-HEADERS-EXIT.
003430
003440     PERFORM 2100-READ-GLTXIN
003450         THRU 2100-READ-GLTXIN-EXIT.
003460     PERFORM 2200-RELEASE-POSTING
003470         THRU 2200-RELEASE-POSTING-EXIT
003480         UNTIL DL980-GLTXIN-EOF
003490         OR DL980-TRAILER-SEEN.
003500
003510     IF NOT DL980-TRAILER-SEEN
003520         DISPLAY "ADDBALUP - GLTXIN EXTRACT TRAILER RECORD "
003530                 "MISSING - RUN ABORTED."
003540         MOVE 16 TO RETURN-CODE
003550         STOP RUN
003560     END-IF.
003570     IF ADDGLTX-TRL-COUNT NOT = DL980-DETAIL-COUNT
003580         DISPLAY "ADDBALUP - GLTXIN TRAILER COUNT "
003590                 ADDGLTX-TRL-COUNT " DOES NOT MATCH "
003600                 DL980-DETAIL-COUNT " DETAILS READ - RUN "
003610                 "ABORTED."
003620         MOVE 16 TO RETURN-CODE
003630         STOP RUN
003640     END-IF.
003650*    ADDGLCUT TOTALS WHATEVER SITS IN AN UNREADABLE AMOUNT, SO
003660*    THE MONEY TOTALS ONLY PROVE WHEN EVERY ROW WAS READABLE.
003670     IF DL980-UNREADABLE-COUNT = ZERO
003680             AND (ADDGLTX-TRL-DEBITS NOT = DL980-TX-DEBITS
003690             OR ADDGLTX-TRL-CREDITS NOT = DL980-TX-CREDITS)
003700         DISPLAY "ADDBALUP - GLTXIN TRAILER DEBIT/CREDIT "
003710                 "TOTALS DO NOT MATCH THE DETAILS - RUN "
003720                 "ABORTED."
003730         MOVE 16 TO RETURN-CODE
003740         STOP RUN
003750     END-IF.
003760
003770     CLOSE GLTXIN-FILE.
003780     GO TO 2900-SELECT-POSTINGS-EXIT.
003790
003800 2100-READ-GLTXIN.
003810     READ GLTXIN-FILE
003820         AT END
003830             SET DL980-GLTXIN-EOF TO TRUE
003840     END-READ.
003850     IF DL980-GLTXIN-STATUS NOT = "00"
003860             AND DL980-GLTXIN-STATUS NOT = "10"
003870         MOVE "GLTXIN" TO DL980-ERR-FILE-ID
003880         MOVE DL980-GLTXIN-STATUS TO DL980-ERR-STATUS
003890         PERFORM 8000-CHECK-FILE-STATUS
003900             THRU 8000-CHECK-FILE-STATUS-EXIT
003910     END-IF.
003920
003930 2100-READ-GLTXIN-EXIT.
003940     EXIT.
003950
003960 2200-RELEASE-POSTING.
003970     IF ADDGLTX-TRAILER-REC
003980         SET DL980-TRAILER-SEEN TO TRUE
003990         GO TO 2200-RELEASE-POSTING-EXIT
004000     END-IF.
004010
004020     IF ADDGLTX-DETAIL-REC
004030         ADD 1 TO DL980-DETAIL-COUNT
004040         PERFORM 2300-RELEASE-DETAIL
004050             THRU 2300-RELEASE-DETAIL-EXIT
004060     END-IF.
004070
004080     PERFORM 2100-READ-GLTXIN
004090         THRU 2100-READ-GLTXIN-EXIT.
004100
004110 2200-RELEASE-POSTING-EXIT.
004120     EXIT.
004130
004140*----------------------------------------------------------------
004150* 2300-RELEASE-DETAIL - RELEASE ONE EXTRACT POSTING, KEYED BY
004160*                       ITS ACCOUNT AND THE PERIOD OF ITS
004170*                       POSTING DATE.  A ROW WITH AN
004180*                       UNREADABLE AMOUNT, DATE OR SIDE IS
004190*                       COUNTED AND LEFT FOR THE GL GROUP.
004200*----------------------------------------------------------------
004210 2300-RELEASE-DETAIL.
004220     MOVE ADDGLTX-REC-BODY TO ADDGL-RECORD.
004230     IF ADDGL-AMOUNT IS NOT NUMERIC
004240             OR ADDGL-POSTING-DATE IS NOT NUMERIC
004250             OR (ADDGL-DR-CR-IND NOT = "D"
004260             AND ADDGL-DR-CR-IND NOT = "C")
004270         ADD 1 TO DL980-UNREADABLE-COUNT
004280         DISPLAY "ADDBALUP - UNREADABLE EXTRACT POSTING "
004290                 ADDGL-TRANS-ID " BATCH " ADDGL-BATCH-ID
004300                 " NOT APPLIED."
004310         GO TO 2300-RELEASE-DETAIL-EXIT
004320     END-IF.
004330
004340     MOVE ADDGL-ACCOUNT TO DL980-SRT-ACCOUNT.
004350     MOVE ADDGL-POSTING-DATE(1:6) TO DL980-SRT-PERIOD.
004360     MOVE ADDGL-DR-CR-IND TO DL980-SRT-DC.
004370     MOVE ADDGL-AMOUNT TO DL980-SRT-AMOUNT.
004380     RELEASE DL980-SORT-REC.
004390
004400     IF ADDGL-DR-CR-IND = "C"
004410         ADD ADDGL-AMOUNT TO DL980-TX-CREDITS
004420     ELSE
004430         ADD ADDGL-AMOUNT TO DL980-TX-DEBITS
004440     END-IF.
004450
004460 2300-RELEASE-DETAIL-EXIT.
004470     EXIT.
004480
004490 2900-SELECT-POSTINGS-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------------
004530* 3000-APPLY-BALANCES - SORT OUTPUT PROCEDURE.  RETURNS THE
004540*                       SORTED POSTINGS, TOTALS THEM PER
004550*                       ACCOUNT-PERIOD, AND APPLIES EACH
004560*                       TOTAL TO THE BALANCE MASTER AT THE
004570*                       BREAK.
004580*----------------------------------------------------------------
004590 3000-APPLY-BALANCES.
004600     PERFORM 3150-RETURN-SORTED
004610         THRU 3150-RETURN-SORTED-EXIT.
004620
004630     IF DL980-SORT-EOF
004640         MOVE SPACES TO ADDRPT-RECORD
004650         MOVE " NO POSTINGS ON TONIGHT'S EXTRACT"
004660             TO ADDRPT-RECORD
004670         PERFORM 7100-WRITE-REPORT-LINE
004680             THRU 7100-WRITE-REPORT-LINE-EXIT
004690         GO TO 3900-APPLY-BALANCES-EXIT
004700     END-IF.
004710
004720     MOVE DL980-SRT-ACCOUNT TO DL980-PREV-ACCOUNT.
004730     MOVE DL980-SRT-PERIOD TO DL980-PREV-PERIOD.
004740     PERFORM 3100-PROCESS-SORTED
004750         THRU 3100-PROCESS-SORTED-EXIT
004760         UNTIL DL980-SORT-EOF.
004770
004780     PERFORM 3200-APPLY-ACCOUNT
004790         THRU 3200-APPLY-ACCOUNT-EXIT.
004800     GO TO 3900-APPLY-BALANCES-EXIT.
004810
004820 3100-PROCESS-SORTED.
004830     IF DL980-SRT-ACCOUNT NOT = DL980-PREV-ACCOUNT
004840             OR DL980-SRT-PERIOD NOT = DL980-PREV-PERIOD
004850         PERFORM 3200-APPLY-ACCOUNT
004860             THRU 3200-APPLY-ACCOUNT-EXIT
004870         MOVE DL980-SRT-ACCOUNT TO DL980-PREV-ACCOUNT
004880         MOVE DL980-SRT-PERIOD TO DL980-PREV-PERIOD
004890     END-IF.
004900
004910     IF DL980-SRT-DC = "C"
004920         ADD DL980-SRT-AMOUNT TO DL980-ACCT-CREDITS
004930     ELSE
004940         ADD DL980-SRT-AMOUNT TO DL980-ACCT-DEBITS
004950     END-IF.
004960     ADD 1 TO DL980-ACCT-COUNT.
004970
004980     PERFORM 3150-RETURN-SORTED
004990         THRU 3150-RETURN-SORTED-EXIT.
005000
005010 3100-PROCESS-SORTED-EXIT.
005020     EXIT.
005030
005040 3150-RETURN-SORTED.
005050     RETURN SORT-FILE
005060         AT END
005070             SET DL980-SORT-EOF TO TRUE
005080     END-RETURN.
005090
005100 3150-RETURN-SORTED-EXIT.
005110     EXIT.
005120
005130*----------------------------------------------------------------
005140* 3200-APPLY-ACCOUNT - ADD THE FINISHED ACCOUNT-PERIOD'S TOTALS
005150*                      INTO ITS BALANCE RECORD (CREATING IT ON
005160*                      THE FIRST POSTING), UNLESS THE PERIOD
005170*                      IS CLOSED OR THIS EXTRACT WAS ALREADY
005180*                      APPLIED TO IT, AND LIST THE RESULT.
005190*----------------------------------------------------------------
005200 3200-APPLY-ACCOUNT.
005210     MOVE SPACES TO DL980-DISP.
005220     MOVE "N" TO DL980-BAL-FOUND-SW.
005230     MOVE DL980-PREV-ACCOUNT TO ADDBAL-ACCOUNT.
005240     MOVE DL980-PREV-PERIOD TO ADDBAL-PERIOD.
005250     READ ADDBAL-FILE
005260         INVALID KEY
005270             CONTINUE
005280         NOT INVALID KEY
005290             SET DL980-BAL-FOUND TO TRUE
005300     END-READ.
005310     IF NOT DL980-BAL-FOUND
005320             AND DL980-ADDBAL-STATUS NOT = "23"
005330         MOVE "ADDBAL" TO DL980-ERR-FILE-ID
005340         MOVE DL980-ADDBAL-STATUS TO DL980-ERR-STATUS
005350         PERFORM 8000-CHECK-FILE-STATUS
005360             THRU 8000-CHECK-FILE-STATUS-EXIT
005370     END-IF.
005380
005390     IF DL980-PREV-PERIOD NOT > DL980-CLOSED-PERIOD
005400             OR (DL980-BAL-FOUND AND ADDBAL-CLOSED)
005410         MOVE "PERIOD CLOSED - NOT APPLIED" TO DL980-DISP
005420         ADD 1 TO DL980-REFUSED-COUNT
005430         GO TO 3250-PRINT-ACCOUNT
005440     END-IF.
005450
005460     IF DL980-BAL-FOUND
005470             AND ADDBAL-LAST-TX-DATE = DL980-TX-DATE
005480             AND ADDBAL-LAST-TX-TIME = DL980-TX-TIME
005490         MOVE "ALREADY APPLIED - SKIPPED" TO DL980-DISP
005500         ADD 1 TO DL980-SKIPPED-COUNT
005510         GO TO 3250-PRINT-ACCOUNT
005520     END-IF.
005530
005540     IF NOT DL980-BAL-FOUND
005550         MOVE SPACES TO ADDBAL-RECORD
005560         MOVE DL980-PREV-ACCOUNT TO ADDBAL-ACCOUNT
005570         MOVE DL980-PREV-PERIOD TO ADDBAL-PERIOD
005580         SET ADDBAL-OPEN TO TRUE
005590         MOVE ZERO TO ADDBAL-OPENING
005600         MOVE ZERO TO ADDBAL-DEBITS
005610         MOVE ZERO TO ADDBAL-CREDITS
005620         MOVE ZERO TO ADDBAL-POST-COUNT
005630         MOVE ZERO TO ADDBAL-CLOSED-DATE
005640     END-IF.
005650
005660     ADD DL980-ACCT-DEBITS TO ADDBAL-DEBITS
005670         ON SIZE ERROR
005680             DISPLAY "ADDBALUP - DEBITS OVERFLOWED FOR ACCOUNT "
005690                     DL980-PREV-ACCOUNT " - RUN ABORTED."
005700             MOVE 16 TO RETURN-CODE
005710             STOP RUN
005720     END-ADD.
005730     ADD DL980-ACCT-CREDITS TO ADDBAL-CREDITS
005740         ON SIZE ERROR
005750             DISPLAY "ADDBALUP - CREDITS OVERFLOWED FOR ACCOUNT "
005760                     DL980-PREV-ACCOUNT " - RUN ABORTED."
005770             MOVE 16 TO RETURN-CODE
005780             STOP RUN
005790     END-ADD.
005800     ADD DL980-ACCT-COUNT TO ADDBAL-POST-COUNT.
005810     MOVE DL980-TX-DATE TO ADDBAL-LAST-TX-DATE.
005820     MOVE DL980-TX-TIME TO ADDBAL-LAST-TX-TIME.
005830
005840     IF DL980-BAL-FOUND
005850         REWRITE ADDBAL-RECORD
005860         MOVE "APPLIED" TO DL980-DISP
005870         ADD 1 TO DL980-APPLIED-COUNT
005880     ELSE
005890         WRITE ADDBAL-RECORD
005900         MOVE "APPLIED - FIRST IN PERIOD" TO DL980-DISP
005910         ADD 1 TO DL980-OPENED-COUNT
005920     END-IF.
005930     MOVE "ADDBAL" TO DL980-ERR-FILE-ID.
005940     MOVE DL980-ADDBAL-STATUS TO DL980-ERR-STATUS.
005950     PERFORM 8000-CHECK-FILE-STATUS
005960         THRU 8000-CHECK-FILE-STATUS-EXIT.
005970     ADD DL980-ACCT-DEBITS TO DL980-APPLIED-DEBITS.
005980     ADD DL980-ACCT-CREDITS TO DL980-APPLIED-CREDITS.
005990
006000 3250-PRINT-ACCOUNT.
006010     IF DL980-BAL-FOUND
006020             OR DL980-DISP(1:7) = "APPLIED"
006030         COMPUTE DL980-CLOSING = ADDBAL-OPENING + ADDBAL-DEBITS
006040                               - ADDBAL-CREDITS
006050     ELSE
006060         MOVE ZERO TO DL980-CLOSING
006070     END-IF.
006080     PERFORM 4100-PRINT-DETAIL-LINE
006090         THRU 4100-PRINT-DETAIL-LINE-EXIT.
006100
006110     MOVE ZERO TO DL980-ACCT-DEBITS.
006120     MOVE ZERO TO DL980-ACCT-CREDITS.
006130     MOVE ZERO TO DL980-ACCT-COUNT.
006140
006150 3200-APPLY-ACCOUNT-EXIT.
006160     EXIT.
006170
006180 3900-APPLY-BALANCES-EXIT.
006190     EXIT.
006200
006210*----------------------------------------------------------------
006220* 4000-PRINT-HEADERS - PRINT THE RUN-HEADER AND COLUMN HEADING
006230*                      LINES AT THE TOP OF EACH PAGE.
006240*----------------------------------------------------------------
006250 4000-PRINT-HEADERS.
006260     ADD 1 TO DL980-RPT-PAGE-COUNT.
006270     MOVE DL980-TX-DATE TO DL980-RPT-H1-DATE.
006280     MOVE DL980-TX-TIME TO DL980-RPT-H1-TIME.
006290     MOVE DL980-RPT-PAGE-COUNT TO DL980-RPT-H1-PAGE.
006300
006310     MOVE DL980-RPT-HEADING1 TO ADDRPT-RECORD.
006320     PERFORM 7100-WRITE-REPORT-LINE
006330         THRU 7100-WRITE-REPORT-LINE-EXIT.
006340     MOVE DL980-RPT-HEADING2 TO ADDRPT-RECORD.
006350     PERFORM 7100-WRITE-REPORT-LINE
006360         THRU 7100-WRITE-REPORT-LINE-EXIT.
006370
006380     MOVE ZERO TO DL980-RPT-LINE-COUNT.
006390
006400 4000-PRINT-HEADERS-EXIT.
006410     EXIT.
006420
006430*----------------------------------------------------------------
006440* 4100-PRINT-DETAIL-LINE - PRINT ONE REGISTER LINE FOR THE
006450*                          ACCOUNT-PERIOD JUST APPLIED, BREAKING
006460*                          TO A NEW PAGE WHEN THE PAGE IS FULL.
006470*----------------------------------------------------------------
006480 4100-PRINT-DETAIL-LINE.
006490     IF DL980-RPT-LINE-COUNT >= DL980-RPT-PAGE-SIZE
006500         PERFORM 4000-PRINT-HEADERS
006510             THRU 4000-PRINT-HEADERS-EXIT
006520     END-IF.
006530
006540     MOVE DL980-PREV-ACCOUNT TO DL980-RPT-DET-ACCT.
006550     MOVE DL980-PREV-PERIOD TO DL980-RPT-DET-PERIOD.
006560     MOVE DL980-ACCT-DEBITS TO DL980-RPT-DET-DEBITS.
006570     MOVE DL980-ACCT-CREDITS TO DL980-RPT-DET-CREDITS.
006580     MOVE DL980-ACCT-COUNT TO DL980-RPT-DET-COUNT.
006590     MOVE DL980-CLOSING TO DL980-RPT-DET-BALANCE.
006600     MOVE DL980-DISP TO DL980-RPT-DET-DISP.
006610     MOVE DL980-RPT-DETAIL TO ADDRPT-RECORD.
006620     PERFORM 7100-WRITE-REPORT-LINE
006630         THRU 7100-WRITE-REPORT-LINE-EXIT.
006640
006650     ADD 1 TO DL980-RPT-LINE-COUNT.
006660
006670 4100-PRINT-DETAIL-LINE-EXIT.
006680     EXIT.
006690
006700*----------------------------------------------------------------
006710* 7100-WRITE-REPORT-LINE - WRITE THE LINE ALREADY MOVED TO
006720*                          ADDRPT-RECORD AND CHECK THE I/O.
006730*----------------------------------------------------------------
006740 7100-WRITE-REPORT-LINE.
006750     WRITE ADDRPT-RECORD.
006760     MOVE "BALUPD" TO DL980-ERR-FILE-ID.
006770     MOVE DL980-BALUPD-STATUS TO DL980-ERR-STATUS.
006780     PERFORM 8000-CHECK-FILE-STATUS
006790         THRU 8000-CHECK-FILE-STATUS-EXIT.
006800
006810 7100-WRITE-REPORT-LINE-EXIT.
006820     EXIT.
006830
006840*----------------------------------------------------------------
006850* 9000-TERMINATE - PRINT THE REGISTER TOTALS, ANNOUNCE THE RUN
006860*                  ON THE JOB LOG, AND END RC 4 WHEN ANYTHING
006870*                  WAS LEFT UNAPPLIED.
006880*----------------------------------------------------------------
006890 9000-TERMINATE.
006900     MOVE DL980-DETAIL-COUNT TO DL980-RPT-TRL-DETAILS.
006910     MOVE DL980-TX-DEBITS TO DL980-RPT-TRL-TX-DEBITS.
006920     MOVE DL980-TX-CREDITS TO DL980-RPT-TRL-TX-CREDITS.
006930     MOVE DL980-UNREADABLE-COUNT TO DL980-RPT-TRL-UNREADABLE.
006940     MOVE DL980-RPT-TRAILER1 TO ADDRPT-RECORD.
006950     PERFORM 7100-WRITE-REPORT-LINE
006960         THRU 7100-WRITE-REPORT-LINE-EXIT.
006970
006980     MOVE DL980-APPLIED-COUNT TO DL980-RPT-TRL-APPLIED.
006990     MOVE DL980-OPENED-COUNT TO DL980-RPT-TRL-OPENED.
007000     MOVE DL980-SKIPPED-COUNT TO DL980-RPT-TRL-SKIPPED.
007010     MOVE DL980-REFUSED-COUNT TO DL980-RPT-TRL-REFUSED.
007020     MOVE DL980-APPLIED-DEBITS TO DL980-RPT-TRL-DEBITS.
007030     MOVE DL980-APPLIED-CREDITS TO DL980-RPT-TRL-CREDITS.
007040     MOVE DL980-RPT-TRAILER2 TO ADDRPT-RECORD.
007050     PERFORM 7100-WRITE-REPORT-LINE
007060         THRU 7100-WRITE-REPORT-LINE-EXIT.
007070
007080     DISPLAY "ADDBALUP RUN COMPLETE - "
007090             DL980-DETAIL-COUNT " POSTINGS READ, "
007100             DL980-APPLIED-COUNT " BALANCES UPDATED, "
007110             DL980-OPENED-COUNT " OPENED, "
007120             DL980-SKIPPED-COUNT " SKIPPED, "
007130             DL980-REFUSED-COUNT " REFUSED.".
007140
007150     IF DL980-REFUSED-COUNT > ZERO
007160             OR DL980-UNREADABLE-COUNT > ZERO
007170         DISPLAY "ADDBALUP - WARNING - POSTINGS WERE LEFT OFF "
007180                 "THE BALANCE MASTER - SEE THE BALUPD REGISTER."
007190         MOVE 4 TO RETURN-CODE
007200     END-IF.
007210
007220 9000-TERMINATE-EXIT.
007230     EXIT.
007240
007250*----------------------------------------------------------------
007260* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
007270*                          AFTER EVERY OPEN, READ, WRITE AND
007280*                          REWRITE.  THE CALLER MOVES THE
007290*                          FILE'S NAME AND CURRENT FILE STATUS
007300*                          INTO DL980-ERR-FILE-ID/
007310*                          DL980-ERR-STATUS IMMEDIATELY BEFORE
007320*                          THE PERFORM.  A NON-ZERO STATUS
007330*                          ABENDS THE RUN.
007340*----------------------------------------------------------------
007350 8000-CHECK-FILE-STATUS.
007360     IF DL980-ERR-STATUS NOT = "00"
007370         DISPLAY "ADDBALUP - I/O ERROR ON "
007380                 DL980-ERR-FILE-ID " - FILE STATUS "
007390                 DL980-ERR-STATUS "."
007400         MOVE 16 TO RETURN-CODE
007410         STOP RUN
007420     END-IF.
007430
007440 8000-CHECK-FILE-STATUS-EXIT.
007450     EXIT.
007460
007470*----------------------------------------------------------------
007480* 9999-EXIT - COMMON PROGRAM EXIT.
007490*----------------------------------------------------------------
007500 9999-EXIT.
007510     CLOSE ADDBAL-FILE
007520           BALUPD-FILE.
007530     STOP RUN.
007540
007550 9999-EXIT-EXIT.
007560     EXIT.
