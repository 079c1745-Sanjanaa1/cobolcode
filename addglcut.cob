000480*                   UNSENT ROWS - ONE DAY'S WORK - AND THE
000490*                   ADDGLHIQ INQUIRY (ADDJOB10) BROWSES THE
000500*                   HISTORY GENERATIONS FOR OLD POSTINGS.
000510*   10/15/2026  DL  NEWGL IS NOW LRECL 90 IN STEP WITH THE WIDER
000520*                   ADDGL ROW, SO A RETAINED ROW KEEPS ITS
000530*                   CURRENCY CODE, RATE AND ORIGINAL AMOUNT.
000540*----------------------------------------------------------------
000550
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. IBM-370.
000590 OBJECT-COMPUTER. IBM-370.
000600
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT ADDGL-FILE ASSIGN TO ADDGL
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS DL800-ADDGL-STATUS.
000660
000670     SELECT ADDGLTX-FILE ASSIGN TO ADDGLTX
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS DL800-ADDGLTX-STATUS.
000700
000710     SELECT GLREG-FILE ASSIGN TO GLREG
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS DL800-GLREG-STATUS.
000740
000750     SELECT ADDGLHS-FILE ASSIGN TO ADDGLHS
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS DL800-ADDGLHS-STATUS.
000780
000790     SELECT NEWGL-FILE ASSIGN TO NEWGL
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS DL800-NEWGL-STATUS.
000820
000830     SELECT ADDBDT-FILE ASSIGN TO ADDBDT
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS DL800-ADDBDT-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  ADDGL-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 COPY ADDGLREC.
000930
000940 FD  ADDGLTX-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 COPY ADDGLTXREC.
000980
000990 FD  GLREG-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 COPY ADDRPTREC.
001030
001040 FD  ADDGLHS-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 COPY ADDGHSREC.
001080
001090 FD  NEWGL-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 COPY ADDGNWREC.
001130
001140 FD  ADDBDT-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 COPY ADDBDTREC.
001180
001190 WORKING-STORAGE SECTION.
001200*----------------------------------------------------------------
001210* FILE-STATUS SWITCHES AND COMMON I/O ERROR FIELDS
001220*----------------------------------------------------------------
001230 77  DL800-ADDGL-STATUS             PIC X(02) VALUE "00".
001240 77  DL800-ADDGLTX-STATUS           PIC X(02) VALUE "00".
001250 77  DL800-ADDGLHS-STATUS           PIC X(02) VALUE "00".
001260 77  DL800-NEWGL-STATUS             PIC X(02) VALUE "00".
001270 77  DL800-GLREG-STATUS             PIC X(02) VALUE "00".
001280 77  DL800-ADDBDT-STATUS            PIC X(02) VALUE "00".
001290 77  DL800-ERR-FILE-ID              PIC X(08) VALUE SPACES.
001300 77  DL800-ERR-STATUS               PIC X(02) VALUE "00".
001310 77  DL800-ADDGL-EOF-SW             PIC X(01) VALUE "N".
001320     88  DL800-ADDGL-EOF                      VALUE "Y".
001330
001340*----------------------------------------------------------------
001350* RUN CONTROL AND TRANSMISSION CONTROL TOTALS
001360*----------------------------------------------------------------
001370 77  DL800-RUN-DATE                 PIC 9(08) VALUE ZERO.
001380 77  DL800-TIME-WORK                PIC 9(08) VALUE ZERO.
001390 77  DL800-SWEPT-COUNT              PIC 9(09) COMP VALUE ZERO.
001400 77  DL800-MOVED-COUNT              PIC 9(09) COMP VALUE ZERO.
001410 77  DL800-RETAINED-COUNT           PIC 9(09) COMP VALUE ZERO.
001420*    SIZED FOR THE FIRST-RUN SWEEP OF THE ENTIRE SINCE-GO-LIVE
001430*    BACKLOG, NOT JUST ONE NIGHT.
001440 77  DL800-TOT-DEBITS               PIC 9(11)V99 VALUE ZERO.
001450 77  DL800-TOT-CREDITS              PIC 9(11)V99 VALUE ZERO.
001460
001470*----------------------------------------------------------------
001480* TRANSMITTAL REGISTER (GLREG) PRINT LINES
001490*----------------------------------------------------------------
001500 77  DL800-RPT-PAGE-SIZE            PIC 9(04) COMP VALUE 50.
001510 77  DL800-RPT-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
001520 77  DL800-RPT-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
001530
001540 01  DL800-RPT-HEADING1.
001550     05  FILLER                     PIC X(01) VALUE "1".
001560     05  FILLER                     PIC X(32)
001570         VALUE "ADDGLCUT GL TRANSMITTAL REGISTER".
001580     05  FILLER                     PIC X(12)
001590         VALUE "  RUN DATE:".
001600     05  DL800-RPT-H1-DATE          PIC 9999/99/99.
001610     05  FILLER                     PIC X(08) VALUE "  PAGE:".
001620     05  DL800-RPT-H1-PAGE          PIC ZZZ9.
001630     05  FILLER                     PIC X(65) VALUE SPACES.
001640
001650 01  DL800-RPT-HEADING2.
001660     05  FILLER                     PIC X(01) VALUE SPACE.
001670     05  FILLER                     PIC X(12) VALUE "ACCOUNT".
001680     05  FILLER                     PIC X(12) VALUE "TRANS ID".
001690     05  FILLER                     PIC X(10) VALUE "BATCH".
001700     05  FILLER                     PIC X(12) VALUE "POSTED".
001710     05  FILLER                     PIC X(04) VALUE "D/C".
001720     05  FILLER                     PIC X(16) VALUE "AMOUNT".
001730     05  FILLER                     PIC X(65) VALUE SPACES.
001740
001750 01  DL800-RPT-DETAIL.
001760     05  FILLER                     PIC X(01) VALUE SPACE.
001770     05  DL800-RPT-DET-ACCT         PIC X(10).
001780     05  FILLER                     PIC X(02) VALUE SPACES.
001790     05  DL800-RPT-DET-TRANS        PIC X(10).
001800     05  FILLER                     PIC X(02) VALUE SPACES.
001810     05  DL800-RPT-DET-BATCH        PIC X(08).
001820     05  FILLER                     PIC X(02) VALUE SPACES.
001830     05  DL800-RPT-DET-DATE         PIC 9999/99/99.
001840     05  FILLER                     PIC X(02) VALUE SPACES.
001850     05  DL800-RPT-DET-DC           PIC X(01).
001860     05  FILLER                     PIC X(03) VALUE SPACES.
001870     05  DL800-RPT-DET-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
001880     05  FILLER                     PIC X(67) VALUE SPACES.
001890
001900 01  DL800-RPT-TRAILER.
001910     05  FILLER                     PIC X(01) VALUE SPACE.
001920     05  FILLER                     PIC X(13)
001930         VALUE "TRANSMITTED:".
001940     05  DL800-RPT-TRL-COUNT        PIC ZZZ,ZZZ,ZZ9.
001950     05  FILLER                     PIC X(15)
001960         VALUE "  TOT DEBITS:".
001970     05  DL800-RPT-TRL-DEBITS       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001980     05  FILLER                     PIC X(16)
001990         VALUE "  TOT CREDITS:".
002000     05  DL800-RPT-TRL-CREDITS      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002010     05  FILLER                     PIC X(51) VALUE SPACES.
002020
002030 PROCEDURE DIVISION.
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE
002060         THRU 1000-INITIALIZE-EXIT.
002070
002080     PERFORM 3000-SWEEP-POSTING
002090         THRU 3000-SWEEP-POSTING-EXIT
002100         UNTIL DL800-ADDGL-EOF.
002110
002120     PERFORM 9000-TERMINATE
002130         THRU 9000-TERMINATE-EXIT.
002140
002150     PERFORM 9999-EXIT
002160         THRU 9999-EXIT-EXIT.
002170
002180 0000-MAINLINE-EXIT.
002190     EXIT.
002200
002210*----------------------------------------------------------------
002220* 1000-INITIALIZE - OPEN THE FILES, PRINT THE REGISTER HEADERS,
002230*                   WRITE THE TRANSMISSION HEADER, AND PRIME
002240*                   THE FIRST ADDGL READ.
002250*----------------------------------------------------------------
002260 1000-INITIALIZE.
002270*    THE RUN DATE IS THE SHOP'S BUSINESS DATE FROM THE ADDBDT
002280*    CONTROL RECORD - THE DATE THE REST OF THE NIGHT STAMPED
002290*    FROM - NOT THE WALL CLOCK, SO THE EXTRACT HEADER AND
002300*    REGISTER CARRY THE RIGHT CUTOFF DATE PAST MIDNIGHT.
002310     OPEN INPUT ADDBDT-FILE.
002320     MOVE "ADDBDT" TO DL800-ERR-FILE-ID.
002330     MOVE DL800-ADDBDT-STATUS TO DL800-ERR-STATUS.
002340     PERFORM 8000-CHECK-FILE-STATUS
002350         THRU 8000-CHECK-FILE-STATUS-EXIT.
002360     READ ADDBDT-FILE
002370         AT END
002380             DISPLAY "ADDGLCUT - ADDBDT PROCESSING-DATE "
002390                     "CONTROL RECORD MISSING - RUN ABORTED."
002400             MOVE 16 TO RETURN-CODE
002410             STOP RUN
002420     END-READ.
002430     IF ADDBDT-BUS-DATE IS NOT NUMERIC
002440             OR ADDBDT-BUS-DATE = ZERO
002450         DISPLAY "ADDGLCUT - ADDBDT BUSINESS DATE IS NOT "
002460                 "NUMERIC - RUN ABORTED."
002470         MOVE 16 TO RETURN-CODE
002480         STOP RUN
002490     END-IF.
002500     MOVE ADDBDT-BUS-DATE TO DL800-RUN-DATE.
002510     CLOSE ADDBDT-FILE.
002520
002530     OPEN INPUT ADDGL-FILE.
002540     MOVE "ADDGL" TO DL800-ERR-FILE-ID.
002550     MOVE DL800-ADDGL-STATUS TO DL800-ERR-STATUS.
002560     PERFORM 8000-CHECK-FILE-STATUS
002570         THRU 8000-CHECK-FILE-STATUS-EXIT.
002580
002590     OPEN OUTPUT ADDGLHS-FILE.
002600     MOVE "ADDGLHS" TO DL800-ERR-FILE-ID.
002610     MOVE DL800-ADDGLHS-STATUS TO DL800-ERR-STATUS.
002620     PERFORM 8000-CHECK-FILE-STATUS
002630         THRU 8000-CHECK-FILE-STATUS-EXIT.
002640
002650     OPEN OUTPUT NEWGL-FILE.
002660     MOVE "NEWGL" TO DL800-ERR-FILE-ID.
002670     MOVE DL800-NEWGL-STATUS TO DL800-ERR-STATUS.
002680     PERFORM 8000-CHECK-FILE-STATUS
002690         THRU 8000-CHECK-FILE-STATUS-EXIT.
002700
002710     OPEN OUTPUT ADDGLTX-FILE.
002720     MOVE "ADDGLTX" TO DL800-ERR-FILE-ID.
002730     MOVE DL800-ADDGLTX-STATUS TO DL800-ERR-STATUS.
002740     PERFORM 8000-CHECK-FILE-STATUS
002750         THRU 8000-CHECK-FILE-STATUS-EXIT.
002760
002770     OPEN OUTPUT GLREG-FILE.
002780     MOVE "GLREG" TO DL800-ERR-FILE-ID.
002790     MOVE DL800-GLREG-STATUS TO DL800-ERR-STATUS.
002800     PERFORM 8000-CHECK-FILE-STATUS
002810         THRU 8000-CHECK-FILE-STATUS-EXIT.
002820
002830     PERFORM 4000-PRINT-HEADERS
002840         THRU 4000-PRINT-HEADERS-EXIT.
002850
002860     PERFORM 7000-WRITE-TX-HEADER
002870         THRU 7000-WRITE-TX-HEADER-EXIT.
002880
002890     PERFORM 2100-READ-ADDGL
002900         THRU 2100-READ-ADDGL-EXIT.
002910
002920 1000-INITIALIZE-EXIT.
002930     EXIT.
002940
002950*----------------------------------------------------------------
002960* 2100-READ-ADDGL - READ THE NEXT POSTING FROM THE CUMULATIVE
002970*                   GL FEED.
002980*----------------------------------------------------------------
002990 2100-READ-ADDGL.
003000     READ ADDGL-FILE
003010         AT END
003020             SET DL800-ADDGL-EOF TO TRUE
003030     END-READ.
003040     IF DL800-ADDGL-STATUS NOT = "00"
003050             AND DL800-ADDGL-STATUS NOT = "10"
003060         MOVE "ADDGL" TO DL800-ERR-FILE-ID
003070         MOVE DL800-ADDGL-STATUS TO DL800-ERR-STATUS
003080         PERFORM 8000-CHECK-FILE-STATUS
003090             THRU 8000-CHECK-FILE-STATUS-EXIT
003100     END-IF.
003110
003120 2100-READ-ADDGL-EXIT.
003130     EXIT.
003140
003150*----------------------------------------------------------------
003160* 3000-SWEEP-POSTING - AN UNSENT POSTING IS WRITTEN TO THE
003170*                      TRANSMISSION EXTRACT, LISTED ON THE
003180*                      REGISTER, TOTALLED BY ITS D/C SIDE, AND
003190*                      MOVED (FLAGGED Y) TO THE DATED HISTORY
003200*                      GENERATION; A POSTING ALREADY FLAGGED Y
003210*                      FROM AN EARLIER NIGHT MOVES STRAIGHT TO
003220*                      HISTORY; A ROW WHOSE FLAG IS UNREADABLE
003230*                      IS RETAINED ON NEWGL, NEVER SENT OR
003240*                      MOVED SILENTLY.  THEN READ THE NEXT
003250*                      POSTING.
003260*----------------------------------------------------------------
003270 3000-SWEEP-POSTING.
003280     EVALUATE TRUE
003290         WHEN ADDGL-UNSENT
003300             PERFORM 3100-TRANSMIT-POSTING
003310                 THRU 3100-TRANSMIT-POSTING-EXIT
003320         WHEN ADDGL-SENT
003330             PERFORM 3200-WRITE-HISTORY-ROW
003340                 THRU 3200-WRITE-HISTORY-ROW-EXIT
003350         WHEN OTHER
003360             PERFORM 3300-RETAIN-ROW
003370                 THRU 3300-RETAIN-ROW-EXIT
003380     END-EVALUATE.
003390
003400     PERFORM 2100-READ-ADDGL
003410         THRU 2100-READ-ADDGL-EXIT.
003420
003430 3000-SWEEP-POSTING-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------------
003470* 3100-TRANSMIT-POSTING - WRITE THE CURRENT POSTING'S IMAGE TO
003480*                         THE EXTRACT, PRINT ITS REGISTER LINE,
003490*                         ACCUMULATE THE CONTROL TOTALS, AND
003500*                         FLAG THE ROW SENT.
003510*----------------------------------------------------------------
003520 3100-TRANSMIT-POSTING.
003530     MOVE SPACES TO ADDGLTX-RECORD.
003540     SET ADDGLTX-DETAIL-REC TO TRUE.
003550     MOVE ADDGL-RECORD TO ADDGLTX-REC-BODY.
003560     WRITE ADDGLTX-RECORD.
003570     MOVE "ADDGLTX" TO DL800-ERR-FILE-ID.
003580     MOVE DL800-ADDGLTX-STATUS TO DL800-ERR-STATUS.
003590     PERFORM 8000-CHECK-FILE-STATUS
003600         THRU 8000-CHECK-FILE-STATUS-EXIT.
003610
003620     ADD 1 TO DL800-SWEPT-COUNT.
003630     IF ADDGL-CREDIT
003640         ADD ADDGL-AMOUNT TO DL800-TOT-CREDITS
003650             ON SIZE ERROR
003660                 DISPLAY "ADDGLCUT - TOTAL CREDITS OVERFLOWED "
003670                         "DL800-TOT-CREDITS - RUN ABORTED."
003680                 MOVE 16 TO RETURN-CODE
003690                 STOP RUN
003700         END-ADD
003710     ELSE
003720         ADD ADDGL-AMOUNT TO DL800-TOT-DEBITS
003730             ON SIZE ERROR
003740                 DISPLAY "ADDGLCUT - TOTAL DEBITS OVERFLOWED "
003750                         "DL800-TOT-DEBITS - RUN ABORTED."
003760                 MOVE 16 TO RETURN-CODE
003770                 STOP RUN
003780         END-ADD
003790     END-IF.
003800
003810     PERFORM 4100-PRINT-DETAIL-LINE
003820         THRU 4100-PRINT-DETAIL-LINE-EXIT.
003830
003840*    THE EXTRACT CARRIES THE ROW'S PRE-SWEEP IMAGE; THE SENT
003850*    FLAG GOES ON ONLY FOR THE COPY MOVED TO HISTORY.
003860     SET ADDGL-SENT TO TRUE.
003870     PERFORM 3200-WRITE-HISTORY-ROW
003880         THRU 3200-WRITE-HISTORY-ROW-EXIT.
003890
003900 3100-TRANSMIT-POSTING-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------------
003940* 3200-WRITE-HISTORY-ROW - MOVE THE CURRENT (SENT) POSTING'S
003950*                          IMAGE TO THE DATED ADDGLHS HISTORY
003960*                          GENERATION, OUT OF THE LIVE FEED
003970*                          FOR GOOD.
003980*----------------------------------------------------------------
003990 3200-WRITE-HISTORY-ROW.
004000     WRITE ADDGHS-RECORD FROM ADDGL-RECORD.
004010     MOVE "ADDGLHS" TO DL800-ERR-FILE-ID.
004020     MOVE DL800-ADDGLHS-STATUS TO DL800-ERR-STATUS.
004030     PERFORM 8000-CHECK-FILE-STATUS
004040         THRU 8000-CHECK-FILE-STATUS-EXIT.
004050     ADD 1 TO DL800-MOVED-COUNT.
004060
004070 3200-WRITE-HISTORY-ROW-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------------
004110* 3300-RETAIN-ROW - KEEP A ROW WITH AN UNREADABLE TRANSMIT
004120*                   FLAG ON THE LIVE FEED BY WRITING IT TO
004130*                   NEWGL, FOR SOMEONE TO LOOK AT.
004140*----------------------------------------------------------------
004150 3300-RETAIN-ROW.
004160     WRITE ADDGNW-RECORD FROM ADDGL-RECORD.
004170     MOVE "NEWGL" TO DL800-ERR-FILE-ID.
004180     MOVE DL800-NEWGL-STATUS TO DL800-ERR-STATUS.
004190     PERFORM 8000-CHECK-FILE-STATUS
004200         THRU 8000-CHECK-FILE-STATUS-EXIT.
004210     ADD 1 TO DL800-RETAINED-COUNT.
004220
004230 3300-RETAIN-ROW-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------------
004270* 4000-PRINT-HEADERS - PRINT THE REGISTER HEADER AND COLUMN
004280*                      HEADING LINES AT THE TOP OF EACH PAGE.
004290*----------------------------------------------------------------
004300 4000-PRINT-HEADERS.
004310     ADD 1 TO DL800-RPT-PAGE-COUNT.
004320     MOVE DL800-RUN-DATE TO DL800-RPT-H1-DATE.
004330     MOVE DL800-RPT-PAGE-COUNT TO DL800-RPT-H1-PAGE.
004340
004350     MOVE DL800-RPT-HEADING1 TO ADDRPT-RECORD.
004360     PERFORM 7100-WRITE-REPORT-LINE
004370         THRU 7100-WRITE-REPORT-LINE-EXIT.
004380     MOVE DL800-RPT-HEADING2 TO ADDRPT-RECORD.
004390     PERFORM 7100-WRITE-REPORT-LINE
004400         THRU 7100-WRITE-REPORT-LINE-EXIT.
004410
004420     MOVE ZERO TO DL800-RPT-LINE-COUNT.
004430
004440 4000-PRINT-HEADERS-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------------
004480* 4100-PRINT-DETAIL-LINE - PRINT ONE REGISTER LINE FOR THE
004490*                          POSTING JUST SWEPT, BREAKING TO A
004500*                          NEW PAGE WHEN THE CURRENT PAGE IS
004510*                          FULL.
004520*----------------------------------------------------------------
004530 4100-PRINT-DETAIL-LINE.
004540     IF DL800-RPT-LINE-COUNT >= DL800-RPT-PAGE-SIZE
004550         PERFORM 4000-PRINT-HEADERS
004560             THRU 4000-PRINT-HEADERS-EXIT
004570     END-IF.
004580
004590     MOVE ADDGL-ACCOUNT TO DL800-RPT-DET-ACCT.
004600     MOVE ADDGL-TRANS-ID TO DL800-RPT-DET-TRANS.
004610     MOVE ADDGL-BATCH-ID TO DL800-RPT-DET-BATCH.
004620     IF ADDGL-POSTING-DATE IS NUMERIC
004630         MOVE ADDGL-POSTING-DATE TO DL800-RPT-DET-DATE
004640     ELSE
004650         MOVE ZERO TO DL800-RPT-DET-DATE
004660     END-IF.
004670     MOVE ADDGL-DR-CR-IND TO DL800-RPT-DET-DC.
004680     IF ADDGL-AMOUNT IS NUMERIC
004690         MOVE ADDGL-AMOUNT TO DL800-RPT-DET-AMOUNT
004700     ELSE
004710         MOVE ZERO TO DL800-RPT-DET-AMOUNT
004720     END-IF.
004730     MOVE DL800-RPT-DETAIL TO ADDRPT-RECORD.
004740     PERFORM 7100-WRITE-REPORT-LINE
004750         THRU 7100-WRITE-REPORT-LINE-EXIT.
004760
004770     ADD 1 TO DL800-RPT-LINE-COUNT.
004780
004790 4100-PRINT-DETAIL-LINE-EXIT.
004800     EXIT.
004810
004820*----------------------------------------------------------------
004830* 7000-WRITE-TX-HEADER - WRITE THE "H" TRANSMISSION HEADER WITH
004840*                        THE EXTRACT DATE AND TIME.
004850*----------------------------------------------------------------
004860 7000-WRITE-TX-HEADER.
004870     MOVE SPACES TO ADDGLTX-RECORD.
004880     SET ADDGLTX-HEADER-REC TO TRUE.
004890     MOVE DL800-RUN-DATE TO ADDGLTX-HDR-DATE.
004900     ACCEPT DL800-TIME-WORK FROM TIME.
004910     MOVE DL800-TIME-WORK(1:6) TO ADDGLTX-HDR-TIME.
004920
004930     WRITE ADDGLTX-RECORD.
004940     MOVE "ADDGLTX" TO DL800-ERR-FILE-ID.
004950     MOVE DL800-ADDGLTX-STATUS TO DL800-ERR-STATUS.
004960     PERFORM 8000-CHECK-FILE-STATUS
004970         THRU 8000-CHECK-FILE-STATUS-EXIT.
004980
004990 7000-WRITE-TX-HEADER-EXIT.
005000     EXIT.
005010
005020*----------------------------------------------------------------
005030* 7050-WRITE-TX-TRAILER - WRITE THE "T" TRANSMISSION TRAILER
005040*                         WITH THE RECORD COUNT AND THE TOTAL
005050*                         DEBITS AND CREDITS.
005060*----------------------------------------------------------------
005070 7050-WRITE-TX-TRAILER.
005080     MOVE SPACES TO ADDGLTX-RECORD.
005090     SET ADDGLTX-TRAILER-REC TO TRUE.
005100     MOVE DL800-SWEPT-COUNT TO ADDGLTX-TRL-COUNT.
005110     MOVE DL800-TOT-DEBITS TO ADDGLTX-TRL-DEBITS.
005120     MOVE DL800-TOT-CREDITS TO ADDGLTX-TRL-CREDITS.
005130
005140     WRITE ADDGLTX-RECORD.
005150     MOVE "ADDGLTX" TO DL800-ERR-FILE-ID.
005160     MOVE DL800-ADDGLTX-STATUS TO DL800-ERR-STATUS.
005170     PERFORM 8000-CHECK-FILE-STATUS
005180         THRU 8000-CHECK-FILE-STATUS-EXIT.
005190
005200 7050-WRITE-TX-TRAILER-EXIT.
005210     EXIT.
005220
005230*----------------------------------------------------------------
005240* 7100-WRITE-REPORT-LINE - WRITE THE LINE ALREADY MOVED TO
005250*                          ADDRPT-RECORD AND CHECK THE I/O.
005260*----------------------------------------------------------------
005270 7100-WRITE-REPORT-LINE.
005280     WRITE ADDRPT-RECORD.
005290     MOVE "GLREG" TO DL800-ERR-FILE-ID.
005300     MOVE DL800-GLREG-STATUS TO DL800-ERR-STATUS.
005310     PERFORM 8000-CHECK-FILE-STATUS
005320         THRU 8000-CHECK-FILE-STATUS-EXIT.
005330
005340 7100-WRITE-REPORT-LINE-EXIT.
005350     EXIT.
005360
005370*----------------------------------------------------------------
005380* 9000-TERMINATE - WRITE THE TRANSMISSION TRAILER AND THE
005390*                  REGISTER TOTALS, AND ANNOUNCE THE SWEEP ON
005400*                  THE JOB LOG.
005410*----------------------------------------------------------------
005420 9000-TERMINATE.
005430     PERFORM 7050-WRITE-TX-TRAILER
005440         THRU 7050-WRITE-TX-TRAILER-EXIT.
005450
005460     MOVE DL800-SWEPT-COUNT TO DL800-RPT-TRL-COUNT.
005470     MOVE DL800-TOT-DEBITS TO DL800-RPT-TRL-DEBITS.
005480     MOVE DL800-TOT-CREDITS TO DL800-RPT-TRL-CREDITS.
005490     MOVE DL800-RPT-TRAILER TO ADDRPT-RECORD.
005500     PERFORM 7100-WRITE-REPORT-LINE
005510         THRU 7100-WRITE-REPORT-LINE-EXIT.
005520
005530     DISPLAY "ADDGLCUT RUN COMPLETE - "
005540             DL800-SWEPT-COUNT " POSTINGS TRANSMITTED, "
005550             DL800-MOVED-COUNT " MOVED TO HISTORY, "
005560             DL800-RETAINED-COUNT " RETAINED.".
005570     IF DL800-RETAINED-COUNT > ZERO
005580         DISPLAY "ADDGLCUT - WARNING - " DL800-RETAINED-COUNT
005590                 " ADDGL ROWS HAVE AN UNREADABLE TRANSMIT "
005600                 "FLAG AND WERE RETAINED ON THE LIVE FEED."
005610     END-IF.
005620
005630 9000-TERMINATE-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------------
005670* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
005680*                          AFTER EVERY OPEN, READ, WRITE AND
005690*                          REWRITE.  THE CALLER MOVES THE
005700*                          FILE'S NAME AND CURRENT FILE STATUS
005710*                          INTO DL800-ERR-FILE-ID/
005720*                          DL800-ERR-STATUS IMMEDIATELY BEFORE
005730*                          THE PERFORM.  A NON-ZERO STATUS
005740*                          ABENDS THE RUN.
005750*----------------------------------------------------------------
005760 8000-CHECK-FILE-STATUS.
005770     IF DL800-ERR-STATUS NOT = "00"
005780         DISPLAY "ADDGLCUT - I/O ERROR ON "
005790                 DL800-ERR-FILE-ID " - FILE STATUS "
005800                 DL800-ERR-STATUS "."
005810         MOVE 16 TO RETURN-CODE
005820         STOP RUN
005830     END-IF.
005840
005850 8000-CHECK-FILE-STATUS-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------------
005890* 9999-EXIT - COMMON PROGRAM EXIT.
005900*----------------------------------------------------------------
005910 9999-EXIT.
005920     CLOSE ADDGL-FILE
005930           ADDGLTX-FILE
005940           ADDGLHS-FILE
005950           NEWGL-FILE
005960           GLREG-FILE.
005970     STOP RUN.
005980
005990 9999-EXIT-EXIT.
006000     EXIT.
