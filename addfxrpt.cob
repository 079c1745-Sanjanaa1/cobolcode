000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AddFxReport.
000030 AUTHOR. D. LOMBARDI.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DL  ORIGINAL VERSION.  DAILY FOREIGN-CURRENCY
000100*                   REPORT (ADDJOB01 STEP018), RUN AFTER A CLEAN
000110*                   STEP010 AND RECONCILIATION.  READS TONIGHT'S
000120*                   ADDOUT GENERATION AND LISTS THE CONVERTED
000130*                   VOLUME BY CURRENCY - ITEMS POSTED, THE TOTAL
000140*                   IN THE CURRENCY KEYED, THE RATE USED AND THE
000150*                   TOTAL IN BASE CURRENCY - WITH THE XC (UNKNOWN
000160*                   CURRENCY) AND XR (NO RATE) EXCEPTIONS FROM
000170*                   TONIGHT'S ADDEXC GENERATION COUNTED AGAINST
000180*                   THE CURRENCY THEY WERE KEYED IN.  BASE-
000190*                   CURRENCY WORK IS LISTED ON ITS OWN LINE SO
000200*                   THE BASE GRAND TOTAL TIES TO THE ADDRPT
000210*                   GRAND TOTAL AND THE ADDRECON ADDOUT LEG.
000220*                   ITEMS HELD IN SUSPENSE ARE LISTED ON THE
000230*                   NIGHT THEY ARE RELEASED AND POST.
000240*----------------------------------------------------------------
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ADDOUT-FILE ASSIGN TO ADDOUT
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS DLA80-ADDOUT-STATUS.
000360
000370     SELECT ADDEXC-FILE ASSIGN TO ADDEXC
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS DLA80-ADDEXC-STATUS.
000400
000410     SELECT ADDBDT-FILE ASSIGN TO ADDBDT
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS DLA80-ADDBDT-STATUS.
000440
000450     SELECT FXRPT-FILE ASSIGN TO FXRPT
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS DLA80-FXRPT-STATUS.
000480
000490     SELECT SORT-FILE ASSIGN TO SORTWK.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ADDOUT-FILE
000540     RECORDING MODE IS F
000550     LABEL RECORDS ARE STANDARD.
000560 COPY ADDOUTREC.
000570
000580 FD  ADDEXC-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610 COPY ADDEXCREC.
000620
000630 FD  ADDBDT-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 COPY ADDBDTREC.
000670
000680 FD  FXRPT-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710 COPY ADDRPTREC.
000720
000730 SD  SORT-FILE.
000740 01  DLA80-SORT-REC.
000750     05  DLA80-SRT-CURRENCY         PIC X(03).
000760     05  DLA80-SRT-KIND             PIC X(01).
000770         88  DLA80-SRT-POSTED                 VALUE "P".
000780         88  DLA80-SRT-UNKNOWN-CCY            VALUE "C".
000790         88  DLA80-SRT-NO-RATE                VALUE "R".
000800     05  DLA80-SRT-RATE             PIC 9(04)V9(06).
000810     05  DLA80-SRT-ORIG-RESULT      PIC S9(07)V99.
000820     05  DLA80-SRT-RESULT           PIC S9(07)V99.
000830
000840 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------
000860* FILE-STATUS SWITCHES AND COMMON I/O ERROR FIELDS
000870*----------------------------------------------------------------
000880 77  DLA80-ADDOUT-STATUS            PIC X(02) VALUE "00".
000890 77  DLA80-ADDEXC-STATUS            PIC X(02) VALUE "00".
000900 77  DLA80-ADDBDT-STATUS            PIC X(02) VALUE "00".
000910 77  DLA80-FXRPT-STATUS             PIC X(02) VALUE "00".
000920 77  DLA80-ERR-FILE-ID              PIC X(08) VALUE SPACES.
000930 77  DLA80-ERR-STATUS               PIC X(02) VALUE "00".
000940 77  DLA80-ADDOUT-EOF-SW            PIC X(01) VALUE "N".
000950     88  DLA80-ADDOUT-EOF                     VALUE "Y".
000960 77  DLA80-ADDEXC-EOF-SW            PIC X(01) VALUE "N".
000970     88  DLA80-ADDEXC-EOF                     VALUE "Y".
000980 77  DLA80-SORT-EOF-SW              PIC X(01) VALUE "N".
000990     88  DLA80-SORT-EOF                       VALUE "Y".
001000
001010*----------------------------------------------------------------
001020* RUN CONTROL, THE CONTROL-BREAK CURRENCY, AND THE CURRENCY AND
001030* REPORT ACCUMULATORS.  A CURRENCY'S ORIGINAL TOTAL IS IN THAT
001040* CURRENCY, SO ONLY THE BASE TOTALS ARE CARRIED TO THE GRAND
001050* TOTAL, WHICH MUST TIE TO THE ADDRPT GRAND TOTAL FOR THE SAME
001060* NIGHT.  A CURRENCY POSTED AT MORE THAN ONE RATE IN THE NIGHT
001070* (A RESTART AFTER A RATE RELOAD) HAS ITS RATE FLAGGED "*".
001080*----------------------------------------------------------------
001090 77  DLA80-BASE-CURRENCY            PIC X(03) VALUE "USD".
001100 77  DLA80-RUN-DATE                 PIC 9(08) VALUE ZERO.
001110 77  DLA80-PREV-CURRENCY            PIC X(03) VALUE SPACES.
001120 77  DLA80-ADDOUT-COUNT             PIC 9(09) COMP VALUE ZERO.
001130 77  DLA80-REFUSED-COUNT            PIC 9(09) COMP VALUE ZERO.
001140 77  DLA80-CCY-COUNT                PIC 9(09) COMP VALUE ZERO.
001150 77  DLA80-CCY-XC-COUNT             PIC 9(09) COMP VALUE ZERO.
001160 77  DLA80-CCY-XR-COUNT             PIC 9(09) COMP VALUE ZERO.
001170 77  DLA80-CCY-ORIG-TOTAL           PIC S9(11)V99 VALUE ZERO.
001180 77  DLA80-CCY-BASE-TOTAL           PIC S9(11)V99 VALUE ZERO.
001190 77  DLA80-CCY-RATE                 PIC 9(04)V9(06) VALUE ZERO.
001200 77  DLA80-CCY-RATE-SW              PIC X(01) VALUE "N".
001210     88  DLA80-CCY-RATE-SET                   VALUE "Y".
001220 77  DLA80-CCY-MIXED-SW             PIC X(01) VALUE "N".
001230     88  DLA80-CCY-RATE-MIXED                 VALUE "Y".
001240 77  DLA80-CURRENCY-LINES           PIC 9(09) COMP VALUE ZERO.
001250 77  DLA80-FOREIGN-COUNT            PIC 9(09) COMP VALUE ZERO.
001260 77  DLA80-GRAND-COUNT              PIC 9(09) COMP VALUE ZERO.
001270 77  DLA80-GRAND-XC-COUNT           PIC 9(09) COMP VALUE ZERO.
001280 77  DLA80-GRAND-XR-COUNT           PIC 9(09) COMP VALUE ZERO.
001290 77  DLA80-FOREIGN-BASE-TOTAL       PIC S9(11)V99 VALUE ZERO.
001300 77  DLA80-GRAND-BASE-TOTAL         PIC S9(11)V99 VALUE ZERO.
001310
001320*----------------------------------------------------------------
001330* FOREIGN-CURRENCY REPORT (FXRPT) PRINT LINES
001340*----------------------------------------------------------------
001350 77  DLA80-RPT-PAGE-SIZE            PIC 9(04) COMP VALUE 50.
001360 77  DLA80-RPT-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
001370 77  DLA80-RPT-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
001380
001390 01  DLA80-RPT-HEADING1.
001400     05  FILLER                     PIC X(01) VALUE "1".
001410     05  FILLER                     PIC X(40)
001420         VALUE "ADDFXRPT DAILY FOREIGN-CURRENCY REPORT".
001430     05  FILLER                     PIC X(06) VALUE "BASE:".
001440     05  DLA80-RPT-H1-BASE          PIC X(03).
001450     05  FILLER                     PIC X(12)
001460         VALUE "  RUN DATE:".
001470     05  DLA80-RPT-H1-DATE          PIC 9999/99/99.
001480     05  FILLER                     PIC X(08) VALUE "  PAGE:".
001490     05  DLA80-RPT-H1-PAGE          PIC ZZZ9.
001500     05  FILLER                     PIC X(48) VALUE SPACES.
001510
001520 01  DLA80-RPT-HEADING2.
001530     05  FILLER                     PIC X(01) VALUE SPACE.
001540     05  FILLER                     PIC X(06) VALUE "CCY".
001550     05  FILLER                     PIC X(07) VALUE "  ITEMS".
001560     05  FILLER                     PIC X(20)
001570         VALUE "     ORIGINAL AMOUNT".
001580     05  FILLER                     PIC X(14)
001590         VALUE "          RATE".
001600     05  FILLER                     PIC X(20)
001610         VALUE "         BASE AMOUNT".
001620     05  FILLER                     PIC X(10) VALUE "   XC REFS".
001630     05  FILLER                     PIC X(10) VALUE "   XR REFS".
001640     05  FILLER                     PIC X(44) VALUE SPACES.
001650
001660 01  DLA80-RPT-DETAIL.
001670     05  FILLER                     PIC X(01) VALUE SPACE.
001680     05  DLA80-RPT-DET-CCY          PIC X(03).
001690     05  FILLER                     PIC X(03) VALUE SPACES.
001700     05  DLA80-RPT-DET-COUNT        PIC ZZZ,ZZ9.
001710     05  FILLER                     PIC X(03) VALUE SPACES.
001720     05  DLA80-RPT-DET-ORIG         PIC Z,ZZZ,ZZZ,ZZ9.99-.
001730     05  FILLER                     PIC X(03) VALUE SPACES.
001740     05  DLA80-RPT-DET-RATE         PIC ZZZ9.999999.
001750     05  DLA80-RPT-DET-MIXED        PIC X(01).
001760     05  FILLER                     PIC X(02) VALUE SPACES.
001770     05  DLA80-RPT-DET-BASE         PIC Z,ZZZ,ZZZ,ZZ9.99-.
001780     05  FILLER                     PIC X(03) VALUE SPACES.
001790     05  DLA80-RPT-DET-XC           PIC ZZZ,ZZ9.
001800     05  FILLER                     PIC X(03) VALUE SPACES.
001810     05  DLA80-RPT-DET-XR           PIC ZZZ,ZZ9.
001820     05  FILLER                     PIC X(44) VALUE SPACES.
001830
001840 01  DLA80-RPT-FOREIGN.
001850     05  FILLER                     PIC X(01) VALUE SPACE.
001860     05  FILLER                     PIC X(37)
001870         VALUE "ALL FOREIGN CURRENCIES       ITEMS:".
001880     05  DLA80-RPT-FGN-COUNT        PIC ZZZ,ZZZ,ZZ9.
001890     05  FILLER                     PIC X(15)
001900         VALUE "  BASE AMOUNT:".
001910     05  DLA80-RPT-FGN-BASE         PIC Z,ZZZ,ZZZ,ZZ9.99-.
001920     05  FILLER                     PIC X(51) VALUE SPACES.
001930
001940 01  DLA80-RPT-TRAILER.
001950     05  FILLER                     PIC X(01) VALUE SPACE.
001960     05  FILLER                     PIC X(37)
001970         VALUE "REPORT GRAND TOTALS          ITEMS:".
001980     05  DLA80-RPT-TRL-COUNT        PIC ZZZ,ZZZ,ZZ9.
001990     05  FILLER                     PIC X(15)
002000         VALUE "  BASE AMOUNT:".
002010     05  DLA80-RPT-TRL-BASE         PIC Z,ZZZ,ZZZ,ZZ9.99-.
002020     05  FILLER                     PIC X(11)
002030         VALUE "  XC REFS:".
002040     05  DLA80-RPT-TRL-XC           PIC ZZZ,ZZ9.
002050     05  FILLER                     PIC X(11)
002060         VALUE "  XR REFS:".
002070     05  DLA80-RPT-TRL-XR           PIC ZZZ,ZZ9.
002080     05  FILLER                     PIC X(15) VALUE SPACES.
002090
002100 PROCEDURE DIVISION.
002110 0000-MAINLINE.
002120     PERFORM 1000-INITIALIZE
002130         THRU 1000-INITIALIZE-EXIT.
002140
002150     SORT SORT-FILE
002160         ON ASCENDING KEY DLA80-SRT-CURRENCY
002170                          DLA80-SRT-KIND
002180         INPUT PROCEDURE IS 2000-SELECT-ITEMS
002190             THRU 2900-SELECT-ITEMS-EXIT
002200         OUTPUT PROCEDURE IS 3000-PRINT-REPORT
002210             THRU 3900-PRINT-REPORT-EXIT.
002220
002230     PERFORM 9000-TERMINATE
002240         THRU 9000-TERMINATE-EXIT.
002250
002260     PERFORM 9999-EXIT
002270         THRU 9999-EXIT-EXIT.
002280
002290 0000-MAINLINE-EXIT.
002300     EXIT.
002310
002320*----------------------------------------------------------------
002330* 1000-INITIALIZE - PICK UP THE BUSINESS DATE FROM ADDBDT, OPEN
002340*                   THE REPORT AND PRINT THE FIRST PAGE HEADERS.
002350*----------------------------------------------------------------
002360 1000-INITIALIZE.
002370*    THE RUN DATE IS THE SHOP'S BUSINESS DATE FROM THE ADDBDT
002380*    CONTROL RECORD - THE DATE ADD3NUM TOOK TONIGHT'S RATES
002390*    FOR - NOT THE WALL CLOCK.
002400     OPEN INPUT ADDBDT-FILE.
002410     MOVE "ADDBDT" TO DLA80-ERR-FILE-ID.
002420     MOVE DLA80-ADDBDT-STATUS TO DLA80-ERR-STATUS.
002430     PERFORM 8000-CHECK-FILE-STATUS
002440         THRU 8000-CHECK-FILE-STATUS-EXIT.
002450     READ ADDBDT-FILE
002460         AT END
002470             DISPLAY "ADDFXRPT - ADDBDT PROCESSING-DATE "
002480                     "CONTROL RECORD MISSING - RUN ABORTED."
002490             MOVE 16 TO RETURN-CODE
002500             STOP RUN
002510     END-READ.
002520     IF ADDBDT-BUS-DATE IS NOT NUMERIC
002530             OR ADDBDT-BUS-DATE = ZERO
002540         DISPLAY "ADDFXRPT - ADDBDT BUSINESS DATE IS NOT "
002550                 "NUMERIC - RUN ABORTED."
002560         MOVE 16 TO RETURN-CODE
002570         STOP RUN
002580     END-IF.
002590     MOVE ADDBDT-BUS-DATE TO DLA80-RUN-DATE.
002600     CLOSE ADDBDT-FILE.
002610
002620     OPEN OUTPUT FXRPT-FILE.
002630     MOVE "FXRPT" TO DLA80-ERR-FILE-ID.
002640     MOVE DLA80-FXRPT-STATUS TO DLA80-ERR-STATUS.
002650     PERFORM 8000-CHECK-FILE-STATUS
002660         THRU 8000-CHECK-FILE-STATUS-EXIT.
002670
002680     PERFORM 4000-PRINT-HEADERS
002690         THRU 4000-PRINT-HEADERS-EXIT.
002700
002710 1000-INITIALIZE-EXIT.
002720     EXIT.
002730
002740*----------------------------------------------------------------
002750* 2000-SELECT-ITEMS - SORT INPUT PROCEDURE.  RELEASES EVERY
002760*                     ADDOUT ROW AS A POSTED ITEM AND EVERY XC/XR
002770*                     ADDEXC ROW AS A REFUSED ITEM, EACH UNDER
002780*                     THE CURRENCY IT WAS KEYED IN (A ROW WITH
002790*                     NO CURRENCY IS BASE CURRENCY).
002800*----------------------------------------------------------------
002810 2000-SELECT-ITEMS.
002820     OPEN INPUT ADDOUT-FILE.
002830     MOVE "ADDOUT" TO DLA80-ERR-FILE-ID.
002840     MOVE DLA80-ADDOUT-STATUS TO DLA80-ERR-STATUS.
002850     PERFORM 8000-CHECK-FILE-STATUS
002860         THRU 8000-CHECK-FILE-STATUS-EXIT.
002870
002880     PERFORM 2100-READ-ADDOUT
002890         THRU 2100-READ-ADDOUT-EXIT.
002900     PERFORM 2200-RELEASE-POSTED
002910         THRU 2200-RELEASE-POSTED-EXIT
002920         UNTIL DLA80-ADDOUT-EOF.
002930
002940     CLOSE ADDOUT-FILE.
002950
002960     OPEN INPUT ADDEXC-FILE.
002970     MOVE "ADDEXC" TO DLA80-ERR-FILE-ID.
002980     MOVE DLA80-ADDEXC-STATUS TO DLA80-ERR-STATUS.
002990     PERFORM 8000-CHECK-FILE-STATUS
003000         THRU 8000-CHECK-FILE-STATUS-EXIT.
003010
003020     PERFORM 2300-READ-ADDEXC
003030         THRU 2300-READ-ADDEXC-EXIT.
003040     PERFORM 2400-RELEASE-REFUSED
003050         THRU 2400-RELEASE-REFUSED-EXIT
003060         UNTIL DLA80-ADDEXC-EOF.
003070
003080     CLOSE ADDEXC-FILE.
003090     GO TO 2900-SELECT-ITEMS-EXIT.
003100
003110 2100-READ-ADDOUT.
003120     READ ADDOUT-FILE
003130         AT END
003140             SET DLA80-ADDOUT-EOF TO TRUE
003150     END-READ.
003160     IF DLA80-ADDOUT-STATUS NOT = "00"
003170             AND DLA80-ADDOUT-STATUS NOT = "10"
003180         MOVE "ADDOUT" TO DLA80-ERR-FILE-ID
003190         MOVE DLA80-ADDOUT-STATUS TO DLA80-ERR-STATUS
003200         PERFORM 8000-CHECK-FILE-STATUS
003210             THRU 8000-CHECK-FILE-STATUS-EXIT
003220     END-IF.
003230
003240 2100-READ-ADDOUT-EXIT.
003250     EXIT.
003260
003270 2200-RELEASE-POSTED.
003280     ADD 1 TO DLA80-ADDOUT-COUNT.
003290     SET DLA80-SRT-POSTED TO TRUE.
003300     MOVE ADDOUT-RESULT TO DLA80-SRT-RESULT.
003310     IF ADDOUT-CURRENCY-CODE = SPACES
003320             OR ADDOUT-FX-RATE IS NOT NUMERIC
003330             OR ADDOUT-ORIG-RESULT IS NOT NUMERIC
003340         MOVE DLA80-BASE-CURRENCY TO DLA80-SRT-CURRENCY
003350         MOVE 1 TO DLA80-SRT-RATE
003360         MOVE ADDOUT-RESULT TO DLA80-SRT-ORIG-RESULT
003370     ELSE
003380         MOVE ADDOUT-CURRENCY-CODE TO DLA80-SRT-CURRENCY
003390         MOVE ADDOUT-FX-RATE TO DLA80-SRT-RATE
003400         MOVE ADDOUT-ORIG-RESULT TO DLA80-SRT-ORIG-RESULT
003410     END-IF.
003420     RELEASE DLA80-SORT-REC.
003430
003440     PERFORM 2100-READ-ADDOUT
003450         THRU 2100-READ-ADDOUT-EXIT.
003460
003470 2200-RELEASE-POSTED-EXIT.
003480     EXIT.
003490
003500 2300-READ-ADDEXC.
003510     READ ADDEXC-FILE
003520         AT END
003530             SET DLA80-ADDEXC-EOF TO TRUE
003540     END-READ.
003550     IF DLA80-ADDEXC-STATUS NOT = "00"
003560             AND DLA80-ADDEXC-STATUS NOT = "10"
003570         MOVE "ADDEXC" TO DLA80-ERR-FILE-ID
003580         MOVE DLA80-ADDEXC-STATUS TO DLA80-ERR-STATUS
003590         PERFORM 8000-CHECK-FILE-STATUS
003600             THRU 8000-CHECK-FILE-STATUS-EXIT
003610     END-IF.
003620
003630 2300-READ-ADDEXC-EXIT.
003640     EXIT.
003650
003660 2400-RELEASE-REFUSED.
003670     IF ADDEXC-UNKNOWN-CURRENCY
003680             OR ADDEXC-NO-FX-RATE
003690         ADD 1 TO DLA80-REFUSED-COUNT
003700         MOVE ADDEXC-REASON-CODE(2:1) TO DLA80-SRT-KIND
003710         MOVE ADDEXC-CURRENCY-CODE TO DLA80-SRT-CURRENCY
003720         MOVE ZERO TO DLA80-SRT-RATE
003730         MOVE ZERO TO DLA80-SRT-ORIG-RESULT
003740         MOVE ZERO TO DLA80-SRT-RESULT
003750         RELEASE DLA80-SORT-REC
003760     END-IF.
003770
003780     PERFORM 2300-READ-ADDEXC
003790         THRU 2300-READ-ADDEXC-EXIT.
003800
003810 2400-RELEASE-REFUSED-EXIT.
003820     EXIT.
003830
003840 2900-SELECT-ITEMS-EXIT.
003850     EXIT.
003860
003870*----------------------------------------------------------------
003880* 3000-PRINT-REPORT - SORT OUTPUT PROCEDURE.  RETURNS THE SORTED
003890*                     ITEMS AND PRINTS ONE LINE PER CURRENCY AT
003900*                     EACH CONTROL BREAK, THEN THE FOREIGN-
003910*                     CURRENCY AND REPORT GRAND TOTALS.
003920*----------------------------------------------------------------
003930 3000-PRINT-REPORT.
003940     PERFORM 3150-RETURN-SORTED
003950         THRU 3150-RETURN-SORTED-EXIT.
003960
003970     IF DLA80-SORT-EOF
003980         MOVE SPACES TO ADDRPT-RECORD
003990         MOVE " NO ITEMS POSTED OR REFUSED FOR THIS RUN"
004000             TO ADDRPT-RECORD
004010         PERFORM 7100-WRITE-REPORT-LINE
004020             THRU 7100-WRITE-REPORT-LINE-EXIT
004030         GO TO 3900-PRINT-REPORT-EXIT
004040     END-IF.
004050
004060     MOVE DLA80-SRT-CURRENCY TO DLA80-PREV-CURRENCY.
004070     PERFORM 3100-PROCESS-SORTED
004080         THRU 3100-PROCESS-SORTED-EXIT
004090         UNTIL DLA80-SORT-EOF.
004100
004110     PERFORM 3200-PRINT-CURRENCY
004120         THRU 3200-PRINT-CURRENCY-EXIT.
004130     PERFORM 3250-PRINT-GRAND-TOTAL
004140         THRU 3250-PRINT-GRAND-TOTAL-EXIT.
004150     GO TO 3900-PRINT-REPORT-EXIT.
004160
004170 3100-PROCESS-SORTED.
004180     IF DLA80-SRT-CURRENCY NOT = DLA80-PREV-CURRENCY
004190         PERFORM 3200-PRINT-CURRENCY
004200             THRU 3200-PRINT-CURRENCY-EXIT
004210         MOVE DLA80-SRT-CURRENCY TO DLA80-PREV-CURRENCY
004220     END-IF.
004230
004240     PERFORM 3300-ACCUM-ITEM
004250         THRU 3300-ACCUM-ITEM-EXIT.
004260
004270     PERFORM 3150-RETURN-SORTED
004280         THRU 3150-RETURN-SORTED-EXIT.
004290
004300 3100-PROCESS-SORTED-EXIT.
004310     EXIT.
004320
004330 3150-RETURN-SORTED.
004340     RETURN SORT-FILE
004350         AT END
004360             SET DLA80-SORT-EOF TO TRUE
004370     END-RETURN.
004380
004390 3150-RETURN-SORTED-EXIT.
004400     EXIT.
004410
004420*----------------------------------------------------------------
004430* 3200-PRINT-CURRENCY - PRINT THE LINE FOR THE CURRENCY JUST
004440*                       FINISHED, ROLL ITS BASE TOTAL INTO THE
004450*                       REPORT TOTALS AND RESET THE CURRENCY
004460*                       ACCUMULATORS.  A CURRENCY WITH NOTHING
004470*                       POSTED (ONLY REFUSALS) SHOWS NO RATE.
004480*----------------------------------------------------------------
004490 3200-PRINT-CURRENCY.
004500     IF DLA80-RPT-LINE-COUNT >= DLA80-RPT-PAGE-SIZE
004510         PERFORM 4000-PRINT-HEADERS
004520             THRU 4000-PRINT-HEADERS-EXIT
004530     END-IF.
004540
004550     MOVE DLA80-PREV-CURRENCY TO DLA80-RPT-DET-CCY.
004560     MOVE DLA80-CCY-COUNT TO DLA80-RPT-DET-COUNT.
004570     MOVE DLA80-CCY-ORIG-TOTAL TO DLA80-RPT-DET-ORIG.
004580     MOVE DLA80-CCY-RATE TO DLA80-RPT-DET-RATE.
004590     IF DLA80-CCY-RATE-MIXED
004600         MOVE "*" TO DLA80-RPT-DET-MIXED
004610     ELSE
004620         MOVE SPACE TO DLA80-RPT-DET-MIXED
004630     END-IF.
004640     MOVE DLA80-CCY-BASE-TOTAL TO DLA80-RPT-DET-BASE.
004650     MOVE DLA80-CCY-XC-COUNT TO DLA80-RPT-DET-XC.
004660     MOVE DLA80-CCY-XR-COUNT TO DLA80-RPT-DET-XR.
004670     MOVE DLA80-RPT-DETAIL TO ADDRPT-RECORD.
004680     PERFORM 7100-WRITE-REPORT-LINE
004690         THRU 7100-WRITE-REPORT-LINE-EXIT.
004700     ADD 1 TO DLA80-RPT-LINE-COUNT.
004710     ADD 1 TO DLA80-CURRENCY-LINES.
004720
004730     ADD DLA80-CCY-COUNT TO DLA80-GRAND-COUNT.
004740     ADD DLA80-CCY-XC-COUNT TO DLA80-GRAND-XC-COUNT.
004750     ADD DLA80-CCY-XR-COUNT TO DLA80-GRAND-XR-COUNT.
004760     ADD DLA80-CCY-BASE-TOTAL TO DLA80-GRAND-BASE-TOTAL
004770         ON SIZE ERROR
004780             DISPLAY "ADDFXRPT - BASE GRAND TOTAL OVERFLOWED "
004790                     "DLA80-GRAND-BASE-TOTAL - RUN ABORTED."
004800             MOVE 16 TO RETURN-CODE
004810             STOP RUN
004820     END-ADD.
004830     IF DLA80-PREV-CURRENCY NOT = DLA80-BASE-CURRENCY
004840         ADD DLA80-CCY-COUNT TO DLA80-FOREIGN-COUNT
004850         ADD DLA80-CCY-BASE-TOTAL TO DLA80-FOREIGN-BASE-TOTAL
004860     END-IF.
004870
004880     MOVE ZERO TO DLA80-CCY-COUNT.
004890     MOVE ZERO TO DLA80-CCY-XC-COUNT.
004900     MOVE ZERO TO DLA80-CCY-XR-COUNT.
004910     MOVE ZERO TO DLA80-CCY-ORIG-TOTAL.
004920     MOVE ZERO TO DLA80-CCY-BASE-TOTAL.
004930     MOVE ZERO TO DLA80-CCY-RATE.
004940     MOVE "N" TO DLA80-CCY-RATE-SW.
004950     MOVE "N" TO DLA80-CCY-MIXED-SW.
004960
004970 3200-PRINT-CURRENCY-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------------
005010* 3250-PRINT-GRAND-TOTAL - PRINT THE ALL-FOREIGN-CURRENCY LINE
005020*                          AND THE REPORT GRAND TOTALS.  THE
005030*                          BASE GRAND TOTAL MUST TIE TO THE
005040*                          ADDRPT GRAND TOTAL FOR THE SAME NIGHT.
005050*----------------------------------------------------------------
005060 3250-PRINT-GRAND-TOTAL.
005070     MOVE DLA80-FOREIGN-COUNT TO DLA80-RPT-FGN-COUNT.
005080     MOVE DLA80-FOREIGN-BASE-TOTAL TO DLA80-RPT-FGN-BASE.
005090     MOVE DLA80-RPT-FOREIGN TO ADDRPT-RECORD.
005100     PERFORM 7100-WRITE-REPORT-LINE
005110         THRU 7100-WRITE-REPORT-LINE-EXIT.
005120
005130     MOVE DLA80-GRAND-COUNT TO DLA80-RPT-TRL-COUNT.
005140     MOVE DLA80-GRAND-BASE-TOTAL TO DLA80-RPT-TRL-BASE.
005150     MOVE DLA80-GRAND-XC-COUNT TO DLA80-RPT-TRL-XC.
005160     MOVE DLA80-GRAND-XR-COUNT TO DLA80-RPT-TRL-XR.
005170     MOVE DLA80-RPT-TRAILER TO ADDRPT-RECORD.
005180     PERFORM 7100-WRITE-REPORT-LINE
005190         THRU 7100-WRITE-REPORT-LINE-EXIT.
005200
005210 3250-PRINT-GRAND-TOTAL-EXIT.
005220     EXIT.
005230
005240*----------------------------------------------------------------
005250* 3300-ACCUM-ITEM - ADD ONE SORTED ITEM INTO THE CURRENCY
005260*                   ACCUMULATORS: A POSTED ITEM'S ORIGINAL AND
005270*                   BASE AMOUNTS AND ITS RATE, OR A REFUSAL
005280*                   COUNT.
005290*----------------------------------------------------------------
005300 3300-ACCUM-ITEM.
005310     IF DLA80-SRT-UNKNOWN-CCY
005320         ADD 1 TO DLA80-CCY-XC-COUNT
005330         GO TO 3300-ACCUM-ITEM-EXIT
005340     END-IF.
005350     IF DLA80-SRT-NO-RATE
005360         ADD 1 TO DLA80-CCY-XR-COUNT
005370         GO TO 3300-ACCUM-ITEM-EXIT
005380     END-IF.
005390
005400     ADD 1 TO DLA80-CCY-COUNT.
005410     ADD DLA80-SRT-ORIG-RESULT TO DLA80-CCY-ORIG-TOTAL
005420         ON SIZE ERROR
005430             DISPLAY "ADDFXRPT - " DLA80-SRT-CURRENCY
005440                     " ORIGINAL TOTAL OVERFLOWED - RUN ABORTED."
005450             MOVE 16 TO RETURN-CODE
005460             STOP RUN
005470     END-ADD.
005480     ADD DLA80-SRT-RESULT TO DLA80-CCY-BASE-TOTAL
005490         ON SIZE ERROR
005500             DISPLAY "ADDFXRPT - " DLA80-SRT-CURRENCY
005510                     " BASE TOTAL OVERFLOWED - RUN ABORTED."
005520             MOVE 16 TO RETURN-CODE
005530             STOP RUN
005540     END-ADD.
005550     IF NOT DLA80-CCY-RATE-SET
005560         MOVE DLA80-SRT-RATE TO DLA80-CCY-RATE
005570         SET DLA80-CCY-RATE-SET TO TRUE
005580     ELSE
005590         IF DLA80-SRT-RATE NOT = DLA80-CCY-RATE
005600             SET DLA80-CCY-RATE-MIXED TO TRUE
005610         END-IF
005620     END-IF.
005630
005640 3300-ACCUM-ITEM-EXIT.
005650     EXIT.
005660
005670 3900-PRINT-REPORT-EXIT.
005680     EXIT.
005690
005700*----------------------------------------------------------------
005710* 4000-PRINT-HEADERS - PRINT THE RUN-HEADER AND COLUMN HEADING
005720*                      LINES AT THE TOP OF EACH PAGE.
005730*----------------------------------------------------------------
005740 4000-PRINT-HEADERS.
005750     ADD 1 TO DLA80-RPT-PAGE-COUNT.
005760     MOVE DLA80-BASE-CURRENCY TO DLA80-RPT-H1-BASE.
005770     MOVE DLA80-RUN-DATE TO DLA80-RPT-H1-DATE.
005780     MOVE DLA80-RPT-PAGE-COUNT TO DLA80-RPT-H1-PAGE.
005790
005800     MOVE DLA80-RPT-HEADING1 TO ADDRPT-RECORD.
005810     PERFORM 7100-WRITE-REPORT-LINE
005820         THRU 7100-WRITE-REPORT-LINE-EXIT.
005830     MOVE DLA80-RPT-HEADING2 TO ADDRPT-RECORD.
005840     PERFORM 7100-WRITE-REPORT-LINE
005850         THRU 7100-WRITE-REPORT-LINE-EXIT.
005860
005870     MOVE ZERO TO DLA80-RPT-LINE-COUNT.
005880
005890 4000-PRINT-HEADERS-EXIT.
005900     EXIT.
005910
005920*----------------------------------------------------------------
005930* 7100-WRITE-REPORT-LINE - WRITE THE LINE ALREADY MOVED TO
005940*                          ADDRPT-RECORD AND CHECK THE I/O.
005950*----------------------------------------------------------------
005960 7100-WRITE-REPORT-LINE.
005970     WRITE ADDRPT-RECORD.
005980     MOVE "FXRPT" TO DLA80-ERR-FILE-ID.
005990     MOVE DLA80-FXRPT-STATUS TO DLA80-ERR-STATUS.
006000     PERFORM 8000-CHECK-FILE-STATUS
006010         THRU 8000-CHECK-FILE-STATUS-EXIT.
006020
006030 7100-WRITE-REPORT-LINE-EXIT.
006040     EXIT.
006050
006060*----------------------------------------------------------------
006070* 9000-TERMINATE - ANNOUNCE THE REPORT TOTALS ON THE JOB LOG.
006080*----------------------------------------------------------------
006090 9000-TERMINATE.
006100     DISPLAY "ADDFXRPT RUN COMPLETE - "
006110             DLA80-ADDOUT-COUNT " ITEMS IN "
006120             DLA80-CURRENCY-LINES " CURRENCIES, "
006130             DLA80-FOREIGN-COUNT " CONVERTED, "
006140             DLA80-REFUSED-COUNT " REFUSED (XC/XR).".
006150
006160 9000-TERMINATE-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------------
006200* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
006210*                          AFTER EVERY OPEN, READ AND WRITE.
006220*                          THE CALLER MOVES THE FILE'S NAME
006230*                          AND CURRENT FILE STATUS INTO
006240*                          DLA80-ERR-FILE-ID/DLA80-ERR-STATUS
006250*                          IMMEDIATELY BEFORE THE PERFORM.  A
006260*                          NON-ZERO STATUS ABENDS THE RUN.
006270*----------------------------------------------------------------
006280 8000-CHECK-FILE-STATUS.
006290     IF DLA80-ERR-STATUS NOT = "00"
006300         DISPLAY "ADDFXRPT - I/O ERROR ON "
006310                 DLA80-ERR-FILE-ID " - FILE STATUS "
006320                 DLA80-ERR-STATUS "."
006330         MOVE 16 TO RETURN-CODE
006340         STOP RUN
006350     END-IF.
006360
006370 8000-CHECK-FILE-STATUS-EXIT.
006380     EXIT.
006390
006400*----------------------------------------------------------------
006410* 9999-EXIT - COMMON PROGRAM EXIT.
006420*----------------------------------------------------------------
006430 9999-EXIT.
006440     CLOSE FXRPT-FILE.
006450     STOP RUN.
006460
006470 9999-EXIT-EXIT.
006480     EXIT.
