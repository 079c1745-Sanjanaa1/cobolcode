000340*                   ADDEND NOW CARRIES UP TO 99,999.99 IN
000350*                   STEP WITH THE WIDENED ADDIN FORMAT
000360*                   (ADDGRJ LRECL 112).
000370*   10/15/2026  DL  EVERY TRANSMITTED POSTING MATCHED IS NOW
000380*                   APPENDED TO THE ADDAKH ACKNOWLEDGMENT HISTORY
000390*                   WITH ITS EXTRACT DATE AND TIME, THE GL STATUS
000400*                   AND REASON, AND THE ADDGRJ BATCH A REJECT WENT
000410*                   OUT ON, SO THE ADDTRACE INQUIRY CAN SAY WHAT
000420*                   THE GL DID WITH IT AFTER GLACK IS CLEARED.
000430*----------------------------------------------------------------
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT ADDGLTX-FILE ASSIGN TO ADDGLTX
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS DL910-ADDGLTX-STATUS.
000550
000560     SELECT GLACK-FILE ASSIGN TO GLACK
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS DL910-GLACK-STATUS.
000590
000600     SELECT ADDGRJ-FILE ASSIGN TO ADDGRJ
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS DL910-ADDGRJ-STATUS.
000630
000640     SELECT ACKRPT-FILE ASSIGN TO ACKRPT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS DL910-ACKRPT-STATUS.
000670
000680     SELECT ADDAKH-FILE ASSIGN TO ADDAKH
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS DL910-ADDAKH-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  ADDGLTX-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 COPY ADDGLTXREC.
000780
000790 FD  GLACK-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 COPY ADDACKREC.
000830
000840 FD  ADDGRJ-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 COPY ADDINREC.
000880
000890 FD  ACKRPT-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 COPY ADDRPTREC.
000930
000940 FD  ADDAKH-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 COPY ADDAKHREC.
000980
000990 WORKING-STORAGE SECTION.
001000*----------------------------------------------------------------
001010* FILE-STATUS SWITCHES AND COMMON I/O ERROR FIELDS
001020*----------------------------------------------------------------
001030 77  DL910-ADDGLTX-STATUS           PIC X(02) VALUE "00".
001040 77  DL910-GLACK-STATUS             PIC X(02) VALUE "00".
001050 77  DL910-ADDGRJ-STATUS            PIC X(02) VALUE "00".
001060 77  DL910-ACKRPT-STATUS            PIC X(02) VALUE "00".
001070 77  DL910-ADDAKH-STATUS            PIC X(02) VALUE "00".
001080 77  DL910-ERR-FILE-ID              PIC X(08) VALUE SPACES.
001090 77  DL910-ERR-STATUS               PIC X(02) VALUE "00".
001100 77  DL910-ADDGLTX-EOF-SW           PIC X(01) VALUE "N".
001110     88  DL910-ADDGLTX-EOF                    VALUE "Y".
001120 77  DL910-GLACK-EOF-SW             PIC X(01) VALUE "N".
001130     88  DL910-GLACK-EOF                      VALUE "Y".
001140
001150*----------------------------------------------------------------
001160* THE TRANSMITTED POSTING UNDER MATCH - THE ADDGLTX DETAIL
001170* BODY IS AN UNCHANGED BYTE IMAGE OF THE ADDGLREC ROW, LAID
001180* INTO THIS WORK RECORD SO ITS FIELDS CAN BE PICKED APART.
001190*----------------------------------------------------------------
001200 COPY ADDGLREC.
001210
001220*----------------------------------------------------------------
001230* RUN CONTROL, MATCH COUNTERS AND CONTROL TOTALS
001240*----------------------------------------------------------------
001250 77  DL910-RUN-DATE                 PIC 9(08) VALUE ZERO.
001260 77  DL910-TX-COUNT                 PIC 9(09) COMP VALUE ZERO.
001270 77  DL910-TX-DEBITS                PIC 9(11)V99 VALUE ZERO.
001280 77  DL910-TX-CREDITS               PIC 9(11)V99 VALUE ZERO.
001290 77  DL910-ACK-AMOUNT-TOT           PIC 9(11)V99 VALUE ZERO.
001300 77  DL910-ACC-COUNT                PIC 9(09) COMP VALUE ZERO.
001310 77  DL910-REJ-COUNT                PIC 9(09) COMP VALUE ZERO.
001320 77  DL910-NOACK-COUNT              PIC 9(09) COMP VALUE ZERO.
001330 77  DL910-ACKONLY-COUNT            PIC 9(09) COMP VALUE ZERO.
001340 77  DL910-MANUAL-COUNT             PIC 9(09) COMP VALUE ZERO.
001350 77  DL910-MISMATCH-SW              PIC X(01) VALUE "N".
001360     88  DL910-SIDES-MISMATCH                 VALUE "Y".
001370*    THE EXTRACT HEADER'S DATE AND TIME, KEPT FOR THE ADDAKH
001380*    HISTORY, AND WHETHER THE CURRENT REJECT REACHED ADDGRJ.
001390 77  DL910-TX-DATE                  PIC 9(08) VALUE ZERO.
001400 77  DL910-TX-TIME                  PIC 9(06) VALUE ZERO.
001410 77  DL910-GRJ-WRITTEN-SW           PIC X(01) VALUE "N".
001420     88  DL910-GRJ-WRITTEN                    VALUE "Y".
001430
001440*----------------------------------------------------------------
001450* REJECT BATCH (ADDGRJ) CONTROL TOTALS AND BATCH IDENTITY,
001460* BUILT LIKE THE ADDRECYC/ADDSUSRV BATCH IDS: G + YYMMDD +
001470* THE RUN-HOUR LETTER (A-X) SO SAME-DAY REJECT BATCHES STAY
001480* DISTINCT FOR THE ADDRUN DUPLICATE-RUN PROTECTION.
001490*----------------------------------------------------------------
001500 77  DL910-GRJ-COUNT                PIC 9(09) COMP VALUE ZERO.
001510 77  DL910-GRJ-HASH-TOTAL           PIC S9(11)V99 VALUE ZERO.
001520*    THE LARGEST AMOUNT ONE SIGNED ADDIN ADDEND CAN CARRY; A
001530*    REJECTED POSTING IS SPLIT ACROSS UP TO TEN ADDENDS AND
001540*    ANYTHING STILL LARGER IS LEFT FOR MANUAL RE-KEYING.
001550 77  DL910-ADDEND-CAP               PIC 9(05)V99
001560                                    VALUE 99999.99.
001570 77  DL910-AMT-REMAINING            PIC 9(11)V99 VALUE ZERO.
001580 77  DL910-MAX-ADDENDS              PIC 9(02) COMP VALUE 10.
001590 77  DL910-ADDEND-SUB               PIC 9(02) COMP VALUE ZERO.
001600 77  DL910-ADDEND-USED              PIC 9(02) VALUE ZERO.
001610
001620 01  DL910-GRJ-BATCH-ID.
001630     05  FILLER                     PIC X(01) VALUE "G".
001640     05  DL910-GRJ-BID-DATE         PIC X(06) VALUE SPACES.
001650     05  DL910-GRJ-BID-SUFFIX       PIC X(01) VALUE "A".
001660 77  DL910-TIME-WORK                PIC 9(08) VALUE ZERO.
001670 77  DL910-RUN-HOUR                 PIC 9(02) VALUE ZERO.
001680 77  DL910-HOUR-SUB                 PIC 9(02) COMP VALUE ZERO.
001690 77  DL910-HOUR-CHARS               PIC X(24)
001700     VALUE "ABCDEFGHIJKLMNOPQRSTUVWX".
001710
001720*----------------------------------------------------------------
001730* ACKNOWLEDGMENT TABLE - LOADED FROM GLACK AT STARTUP AND
001740* SEARCHED BY TRANSACTION ID PLUS BATCH ID FOR EACH ADDGLTX
001750* DETAIL.  AN ENTRY STILL UNUSED AT END OF JOB IS AN ACK THE
001760* GL SYSTEM SENT FOR A POSTING WE NEVER TRANSMITTED.
001770*----------------------------------------------------------------
001780 77  DL910-ACK-MAX                  PIC 9(04) COMP VALUE 5000.
001790 77  DL910-ACK-COUNT                PIC 9(04) COMP VALUE ZERO.
001800 77  DL910-ACK-SUB                  PIC 9(04) COMP VALUE ZERO.
001810 77  DL910-ACK-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
001820 01  DL910-ACK-TABLE.
001830     05  DL910-ACK-ENTRY OCCURS 5000 TIMES.
001840         10  DL910-ACK-TID          PIC X(10).
001850         10  DL910-ACK-BID          PIC X(08).
001860         10  DL910-ACK-STAT         PIC X(01).
001870         10  DL910-ACK-RSN          PIC X(30).
001880         10  DL910-ACK-AMT          PIC 9(09)V99.
001890         10  DL910-ACK-USED-SW      PIC X(01).
001900             88  DL910-ACK-USED            VALUE "Y".
001910
001920*----------------------------------------------------------------
001930* MATCH REPORT (ACKRPT) PRINT LINES
001940*----------------------------------------------------------------
001950 77  DL910-RPT-PAGE-SIZE            PIC 9(04) COMP VALUE 50.
001960 77  DL910-RPT-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
001970 77  DL910-RPT-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
001980
001990 01  DL910-RPT-HEADING1.
002000     05  FILLER                     PIC X(01) VALUE "1".
002010     05  FILLER                     PIC X(34)
002020         VALUE "ADDGLAKM GL ACKNOWLEDGMENT MATCH".
002030     05  FILLER                     PIC X(10) VALUE "RUN DATE:".
002040     05  DL910-RPT-H1-DATE          PIC 9999/99/99.
002050     05  FILLER                     PIC X(08) VALUE "  PAGE:".
002060     05  DL910-RPT-H1-PAGE          PIC ZZZ9.
002070     05  FILLER                     PIC X(65) VALUE SPACES.
002080
002090 01  DL910-RPT-HEADING2.
002100     05  FILLER                     PIC X(01) VALUE SPACE.
002110     05  FILLER                     PIC X(12) VALUE "ACCOUNT".
002120     05  FILLER                     PIC X(12) VALUE "TRANS ID".
002130     05  FILLER                     PIC X(10) VALUE "BATCH".
002140     05  FILLER                     PIC X(04) VALUE "D/C".
002150     05  FILLER                     PIC X(16) VALUE "AMOUNT".
002160     05  FILLER                     PIC X(26) VALUE "DISPOSITION".
002170     05  FILLER                     PIC X(30) VALUE "GL REASON".
002180     05  FILLER                     PIC X(21) VALUE SPACES.
002190
002200 01  DL910-RPT-DETAIL.
002210     05  FILLER                     PIC X(01) VALUE SPACE.
002220     05  DL910-RPT-DET-ACCT         PIC X(10).
002230     05  FILLER                     PIC X(02) VALUE SPACES.
002240     05  DL910-RPT-DET-TRANS        PIC X(10).
002250     05  FILLER                     PIC X(02) VALUE SPACES.
002260     05  DL910-RPT-DET-BATCH        PIC X(08).
002270     05  FILLER                     PIC X(02) VALUE SPACES.
002280     05  DL910-RPT-DET-DC           PIC X(01).
002290     05  FILLER                     PIC X(03) VALUE SPACES.
002300     05  DL910-RPT-DET-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
002310     05  FILLER                     PIC X(02) VALUE SPACES.
002320     05  DL910-RPT-DET-DISP         PIC X(24).
002330     05  FILLER                     PIC X(02) VALUE SPACES.
002340     05  DL910-RPT-DET-REASON       PIC X(30).
002350     05  FILLER                     PIC X(21) VALUE SPACES.
002360
002370 01  DL910-RPT-TRAILER1.
002380     05  FILLER                     PIC X(01) VALUE SPACE.
002390     05  FILLER                     PIC X(13)
002400         VALUE "TRANSMITTED:".
002410     05  DL910-RPT-TR1-COUNT        PIC ZZZ,ZZZ,ZZ9.
002420     05  FILLER                     PIC X(15)
002430         VALUE "  TOT DEBITS:".
002440     05  DL910-RPT-TR1-DEBITS       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002450     05  FILLER                     PIC X(16)
002460         VALUE "  TOT CREDITS:".
002470     05  DL910-RPT-TR1-CREDITS      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002480     05  FILLER                     PIC X(51) VALUE SPACES.
002490
002500 01  DL910-RPT-TRAILER2.
002510     05  FILLER                     PIC X(01) VALUE SPACE.
002520     05  FILLER                     PIC X(14)
002530         VALUE "ACKNOWLEDGED:".
002540     05  DL910-RPT-TR2-COUNT        PIC ZZZ,ZZZ,ZZ9.
002550     05  FILLER                     PIC X(15)
002560         VALUE "  ACK AMOUNT:".
002570     05  DL910-RPT-TR2-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002580     05  FILLER                     PIC X(72) VALUE SPACES.
002590
002600 01  DL910-RPT-TRAILER3.
002610     05  FILLER                     PIC X(01) VALUE SPACE.
002620     05  FILLER                     PIC X(10) VALUE "ACCEPTED:".
002630     05  DL910-RPT-TR3-ACC          PIC ZZZ,ZZ9.
002640     05  FILLER                     PIC X(11)
002650         VALUE "  REJECTED:".
002660     05  DL910-RPT-TR3-REJ          PIC ZZZ,ZZ9.
002670     05  FILLER                     PIC X(09) VALUE "  NO ACK:".
002680     05  DL910-RPT-TR3-NOACK        PIC ZZZ,ZZ9.
002690     05  FILLER                     PIC X(11)
002700         VALUE "  ACK ONLY:".
002710     05  DL910-RPT-TR3-ACKONLY      PIC ZZZ,ZZ9.
002720     05  FILLER                     PIC X(09) VALUE "  MANUAL:".
002730     05  DL910-RPT-TR3-MANUAL       PIC ZZZ,ZZ9.
002740     05  FILLER                     PIC X(55) VALUE SPACES.
002750
002760 PROCEDURE DIVISION.
002770 0000-MAINLINE.
002780     PERFORM 1000-INITIALIZE
002790         THRU 1000-INITIALIZE-EXIT.
002800
002810     PERFORM 3000-MATCH-TX-RECORD
002820         THRU 3000-MATCH-TX-RECORD-EXIT
002830         UNTIL DL910-ADDGLTX-EOF.
002840
002850     PERFORM 9000-TERMINATE
002860         THRU 9000-TERMINATE-EXIT.
002870
002880     PERFORM 9999-EXIT
002890         THRU 9999-EXIT-EXIT.
002900
002910 0000-MAINLINE-EXIT.
002920     EXIT.
002930
002940*----------------------------------------------------------------
002950* 1000-INITIALIZE - OPEN THE FILES, LOAD THE ACKNOWLEDGMENT
002960*                   TABLE, PRINT THE REPORT HEADERS, WRITE THE
002970*                   REJECT BATCH HEADER, AND PRIME THE FIRST
002980*                   EXTRACT READ.
002990*----------------------------------------------------------------
003000 1000-INITIALIZE.
003010     ACCEPT DL910-RUN-DATE FROM DATE YYYYMMDD.
003020
003030     OPEN INPUT ADDGLTX-FILE.
003040     MOVE "ADDGLTX" TO DL910-ERR-FILE-ID.
003050     MOVE DL910-ADDGLTX-STATUS TO DL910-ERR-STATUS.
003060     PERFORM 8000-CHECK-FILE-STATUS
003070         THRU 8000-CHECK-FILE-STATUS-EXIT.
003080
003090     OPEN INPUT GLACK-FILE.
003100     MOVE "GLACK" TO DL910-ERR-FILE-ID.
003110     MOVE DL910-GLACK-STATUS TO DL910-ERR-STATUS.
003120     PERFORM 8000-CHECK-FILE-STATUS
003130         THRU 8000-CHECK-FILE-STATUS-EXIT.
003140
003150     OPEN OUTPUT ADDGRJ-FILE.
003160     MOVE "ADDGRJ" TO DL910-ERR-FILE-ID.
003170     MOVE DL910-ADDGRJ-STATUS TO DL910-ERR-STATUS.
003180     PERFORM 8000-CHECK-FILE-STATUS
003190         THRU 8000-CHECK-FILE-STATUS-EXIT.
003200
003210     OPEN OUTPUT ACKRPT-FILE.
003220     MOVE "ACKRPT" TO DL910-ERR-FILE-ID.
003230     MOVE DL910-ACKRPT-STATUS TO DL910-ERR-STATUS.
003240     PERFORM 8000-CHECK-FILE-STATUS
003250         THRU 8000-CHECK-FILE-STATUS-EXIT.
003260
003270     OPEN EXTEND ADDAKH-FILE.
003280     MOVE "ADDAKH" TO DL910-ERR-FILE-ID.
003290     MOVE DL910-ADDAKH-STATUS TO DL910-ERR-STATUS.
003300     PERFORM 8000-CHECK-FILE-STATUS
003310         THRU 8000-CHECK-FILE-STATUS-EXIT.
003320
003330     PERFORM 1100-LOAD-ACK-RECORD
003340         THRU 1100-LOAD-ACK-RECORD-EXIT
003350         UNTIL DL910-GLACK-EOF.
003360
003370     PERFORM 4000-PRINT-HEADERS
003380         THRU 4000-PRINT-HEADERS-EXIT.
003390
003400     PERFORM 7000-WRITE-GRJ-HEADER
003410         THRU 7000-WRITE-GRJ-HEADER-EXIT.
003420
003430     PERFORM 2100-READ-ADDGLTX
003440         THRU 2100-READ-ADDGLTX-EXIT.
003450
003460 1000-INITIALIZE-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------------
003500* 1100-LOAD-ACK-RECORD - READ ONE GLACK RECORD AND STORE IT IN
003510*                        THE ACKNOWLEDGMENT TABLE.  A RECORD
003520*                        WITH NO TRANSACTION ID, AN UNKNOWN
003530*                        STATUS, OR A TABLE OVERFLOW ABENDS
003540*                        THE RUN - THE RECEIPT FILE ITSELF IS
003550*                        SUSPECT AND NOTHING SHOULD BE SIGNED
003560*                        OFF AGAINST IT.
003570*----------------------------------------------------------------
003580 1100-LOAD-ACK-RECORD.
003590     READ GLACK-FILE
003600         AT END
003610             SET DL910-GLACK-EOF TO TRUE
003620             GO TO 1100-LOAD-ACK-RECORD-EXIT
003630     END-READ.
003640     IF DL910-GLACK-STATUS NOT = "00"
003650         MOVE "GLACK" TO DL910-ERR-FILE-ID
003660         MOVE DL910-GLACK-STATUS TO DL910-ERR-STATUS
003670         PERFORM 8000-CHECK-FILE-STATUS
003680             THRU 8000-CHECK-FILE-STATUS-EXIT
003690     END-IF.
003700
003710     IF ADDACK-TRANS-ID = SPACES
003720         DISPLAY "ADDGLAKM - GLACK RECORD WITH NO TRANSACTION "
003730                 "ID - RUN ABORTED."
003740         MOVE 16 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003770
003780     IF NOT ADDACK-ACCEPTED
003790             AND NOT ADDACK-REJECTED
003800         DISPLAY "ADDGLAKM - GLACK RECORD FOR " ADDACK-TRANS-ID
003810                 " HAS STATUS " ADDACK-STATUS
003820                 " - MUST BE A OR R - RUN ABORTED."
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860
003870     IF DL910-ACK-COUNT >= DL910-ACK-MAX
003880         DISPLAY "ADDGLAKM - MORE THAN " DL910-ACK-MAX
003890                 " GLACK RECORDS - RUN ABORTED."
003900         MOVE 16 TO RETURN-CODE
003910         STOP RUN
003920     END-IF.
003930
003940     ADD 1 TO DL910-ACK-COUNT.
003950     MOVE ADDACK-TRANS-ID
003960         TO DL910-ACK-TID(DL910-ACK-COUNT).
003970     MOVE ADDACK-BATCH-ID
003980         TO DL910-ACK-BID(DL910-ACK-COUNT).
003990     MOVE ADDACK-STATUS
004000         TO DL910-ACK-STAT(DL910-ACK-COUNT).
004010     MOVE ADDACK-REASON-TEXT
004020         TO DL910-ACK-RSN(DL910-ACK-COUNT).
004030     IF ADDACK-AMOUNT IS NUMERIC
004040         MOVE ADDACK-AMOUNT TO DL910-ACK-AMT(DL910-ACK-COUNT)
004050     ELSE
004060         MOVE ZERO TO DL910-ACK-AMT(DL910-ACK-COUNT)
004070     END-IF.
004080     MOVE "N" TO DL910-ACK-USED-SW(DL910-ACK-COUNT).
004090     ADD DL910-ACK-AMT(DL910-ACK-COUNT)
004100         TO DL910-ACK-AMOUNT-TOT
004110         ON SIZE ERROR
004120             DISPLAY "ADDGLAKM - ACK AMOUNT TOTAL OVERFLOWED "
004130                     "DL910-ACK-AMOUNT-TOT - RUN ABORTED."
004140             MOVE 16 TO RETURN-CODE
004150             STOP RUN
004160     END-ADD.
004170
004180 1100-LOAD-ACK-RECORD-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------------
004220* 2100-READ-ADDGLTX - READ THE NEXT EXTRACT RECORD.
004230*----------------------------------------------------------------
004240 2100-READ-ADDGLTX.
004250     READ ADDGLTX-FILE
004260         AT END
004270             SET DL910-ADDGLTX-EOF TO TRUE
004280     END-READ.
004290     IF DL910-ADDGLTX-STATUS NOT = "00"
004300             AND DL910-ADDGLTX-STATUS NOT = "10"
004310         MOVE "ADDGLTX" TO DL910-ERR-FILE-ID
004320         MOVE DL910-ADDGLTX-STATUS TO DL910-ERR-STATUS
004330         PERFORM 8000-CHECK-FILE-STATUS
004340             THRU 8000-CHECK-FILE-STATUS-EXIT
004350     END-IF.
004360
004370 2100-READ-ADDGLTX-EXIT.
004380     EXIT.
004390
004400*----------------------------------------------------------------
004410* 3000-MATCH-TX-RECORD - DISPATCH ON THE EXTRACT RECORD TYPE:
004420*                        THE HEADER IS ANNOUNCED, EACH DETAIL
004430*                        IS MATCHED AGAINST THE ACK TABLE, AND
004440*                        THE TRAILER IS BALANCED AGAINST WHAT
004450*                        WAS READ.  THEN READ THE NEXT RECORD.
004460*----------------------------------------------------------------
004470 3000-MATCH-TX-RECORD.
004480     EVALUATE TRUE
004490         WHEN ADDGLTX-HEADER-REC
004500             DISPLAY "ADDGLAKM - MATCHING EXTRACT OF "
004510                     ADDGLTX-HDR-DATE "."
004520             MOVE ADDGLTX-HDR-DATE TO DL910-TX-DATE
004530             MOVE ADDGLTX-HDR-TIME TO DL910-TX-TIME
004540         WHEN ADDGLTX-DETAIL-REC
004550             PERFORM 3100-MATCH-ONE-POSTING
004560                 THRU 3100-MATCH-ONE-POSTING-EXIT
004570         WHEN ADDGLTX-TRAILER-REC
004580             PERFORM 3400-VERIFY-TX-TRAILER
004590                 THRU 3400-VERIFY-TX-TRAILER-EXIT
004600         WHEN OTHER
004610             DISPLAY "ADDGLAKM - UNEXPECTED ADDGLTX RECORD "
004620                     "TYPE " ADDGLTX-REC-TYPE " - RUN ABORTED."
004630             MOVE 16 TO RETURN-CODE
004640             STOP RUN
004650     END-EVALUATE.
004660
004670     PERFORM 2100-READ-ADDGLTX
004680         THRU 2100-READ-ADDGLTX-EXIT.
004690
004700 3000-MATCH-TX-RECORD-EXIT.
004710     EXIT.
004720
004730*----------------------------------------------------------------
004740* 3100-MATCH-ONE-POSTING - LAY THE DETAIL BODY INTO THE ADDGL
004750*                          WORK RECORD, FIND ITS ACK BY
004760*                          TRANSACTION ID AND BATCH ID, PRINT
004770*                          ITS DISPOSITION, AND ROUTE A
004780*                          REJECTED POSTING TO THE ADDGRJ
004790*                          REJECT BATCH.
004800*----------------------------------------------------------------
004810 3100-MATCH-ONE-POSTING.
004820     MOVE ADDGLTX-REC-BODY TO ADDGL-RECORD.
004830     ADD 1 TO DL910-TX-COUNT.
004840     IF ADDGL-CREDIT
004850         ADD ADDGL-AMOUNT TO DL910-TX-CREDITS
004860             ON SIZE ERROR
004870                 DISPLAY "ADDGLAKM - TOTAL CREDITS OVERFLOWED "
004880                         "DL910-TX-CREDITS - RUN ABORTED."
004890                 MOVE 16 TO RETURN-CODE
004900                 STOP RUN
004910         END-ADD
004920     ELSE
004930         ADD ADDGL-AMOUNT TO DL910-TX-DEBITS
004940             ON SIZE ERROR
004950                 DISPLAY "ADDGLAKM - TOTAL DEBITS OVERFLOWED "
004960                         "DL910-TX-DEBITS - RUN ABORTED."
004970                 MOVE 16 TO RETURN-CODE
004980                 STOP RUN
004990         END-ADD
005000     END-IF.
005010
005020     PERFORM 3110-FIND-ACK
005030         THRU 3110-FIND-ACK-EXIT.
005040
005050     MOVE SPACES TO DL910-RPT-DET-REASON.
005060     MOVE "N" TO DL910-GRJ-WRITTEN-SW.
005070     IF DL910-ACK-FOUND-SUB = ZERO
005080         ADD 1 TO DL910-NOACK-COUNT
005090         SET DL910-SIDES-MISMATCH TO TRUE
005100         MOVE "NO ACK RECEIVED" TO DL910-RPT-DET-DISP
005110     ELSE
005120         IF DL910-ACK-STAT(DL910-ACK-FOUND-SUB) = "A"
005130             ADD 1 TO DL910-ACC-COUNT
005140             MOVE "ACCEPTED" TO DL910-RPT-DET-DISP
005150         ELSE
005160             ADD 1 TO DL910-REJ-COUNT
005170             MOVE DL910-ACK-RSN(DL910-ACK-FOUND-SUB)
005180                 TO DL910-RPT-DET-REASON
005190             PERFORM 3200-WRITE-REJECT
005200                 THRU 3200-WRITE-REJECT-EXIT
005210         END-IF
005220     END-IF.
005230
005240     PERFORM 4100-PRINT-DETAIL-LINE
005250         THRU 4100-PRINT-DETAIL-LINE-EXIT.
005260
005270     PERFORM 3300-WRITE-ACK-HISTORY
005280         THRU 3300-WRITE-ACK-HISTORY-EXIT.
005290
005300 3100-MATCH-ONE-POSTING-EXIT.
005310     EXIT.
005320
005330*----------------------------------------------------------------
005340* 3110-FIND-ACK - SCAN THE ACK TABLE FOR THE FIRST UNUSED
005350*                 ENTRY KEYED TO THE CURRENT POSTING'S
005360*                 TRANSACTION ID AND BATCH ID.  LEAVES THE
005370*                 MATCHING ENTRY NUMBER, OR ZERO, IN
005380*                 DL910-ACK-FOUND-SUB.
005390*----------------------------------------------------------------
005400 3110-FIND-ACK.
005410     MOVE ZERO TO DL910-ACK-FOUND-SUB.
005420     PERFORM 3120-MATCH-ACK-ENTRY
005430         THRU 3120-MATCH-ACK-ENTRY-EXIT
005440         VARYING DL910-ACK-SUB FROM 1 BY 1
005450         UNTIL DL910-ACK-SUB > DL910-ACK-COUNT
005460         OR DL910-ACK-FOUND-SUB > ZERO.
005470
005480 3110-FIND-ACK-EXIT.
005490     EXIT.
005500
005510 3120-MATCH-ACK-ENTRY.
005520     IF DL910-ACK-TID(DL910-ACK-SUB) = ADDGL-TRANS-ID
005530             AND DL910-ACK-BID(DL910-ACK-SUB) = ADDGL-BATCH-ID
005540             AND NOT DL910-ACK-USED(DL910-ACK-SUB)
005550         MOVE DL910-ACK-SUB TO DL910-ACK-FOUND-SUB
005560         MOVE "Y" TO DL910-ACK-USED-SW(DL910-ACK-SUB)
005570     END-IF.
005580
005590 3120-MATCH-ACK-ENTRY-EXIT.
005600     EXIT.
005610
005620*----------------------------------------------------------------
005630* 3200-WRITE-REJECT - WRITE THE REJECTED POSTING TO THE ADDGRJ
005640*                     REJECT BATCH AS AN ADDIN DETAIL, THE
005650*                     AMOUNT SPLIT ACROSS AS MANY ADDENDS AS
005660*                     IT NEEDS.  AN AMOUNT TOO LARGE FOR TEN
005670*                     ADDENDS IS LEFT FOR MANUAL RE-KEYING AND
005680*                     FLAGGED ON THE REPORT AND JOB LOG.
005690*----------------------------------------------------------------
005700 3200-WRITE-REJECT.
005710     MOVE ADDGL-AMOUNT TO DL910-AMT-REMAINING.
005720     MOVE ZERO TO DL910-ADDEND-USED.
005730     MOVE SPACES TO ADDIN-RECORD.
005740     SET ADDIN-DETAIL-REC TO TRUE.
005750     PERFORM 3210-STORE-REJECT-ADDEND
005760         THRU 3210-STORE-REJECT-ADDEND-EXIT
005770         VARYING DL910-ADDEND-SUB FROM 1 BY 1
005780         UNTIL DL910-ADDEND-SUB > DL910-MAX-ADDENDS
005790         OR (DL910-ADDEND-USED > ZERO
005800             AND DL910-AMT-REMAINING = ZERO).
005810
005820     IF DL910-AMT-REMAINING > ZERO
005830         ADD 1 TO DL910-MANUAL-COUNT
005840         SET DL910-SIDES-MISMATCH TO TRUE
005850         MOVE "REJECTED - OVER ADDEND CAP"
005860             TO DL910-RPT-DET-DISP
005870         DISPLAY "ADDGLAKM - REJECTED POSTING "
005880                 ADDGL-TRANS-ID " OF BATCH " ADDGL-BATCH-ID
005890                 " EXCEEDS THE REJECT BATCH ADDEND CAPACITY "
005900                 "- RE-KEY IT MANUALLY."
005910         GO TO 3200-WRITE-REJECT-EXIT
005920     END-IF.
005930
005940     MOVE ADDGL-TRANS-ID TO ADDIN-TRANS-ID.
005950     MOVE ADDGL-ACCOUNT TO ADDIN-GL-ACCOUNT.
005960     MOVE ADDGL-DR-CR-IND TO ADDIN-TRANS-TYPE.
005970     MOVE DL910-ADDEND-USED TO ADDIN-ADDEND-COUNT.
005980
005990     WRITE ADDIN-RECORD.
006000     MOVE "ADDGRJ" TO DL910-ERR-FILE-ID.
006010     MOVE DL910-ADDGRJ-STATUS TO DL910-ERR-STATUS.
006020     PERFORM 8000-CHECK-FILE-STATUS
006030         THRU 8000-CHECK-FILE-STATUS-EXIT.
006040
006050     ADD 1 TO DL910-GRJ-COUNT.
006060     PERFORM 3220-ACCUM-GRJ-HASH
006070         THRU 3220-ACCUM-GRJ-HASH-EXIT
006080         VARYING DL910-ADDEND-SUB FROM 1 BY 1
006090         UNTIL DL910-ADDEND-SUB > DL910-ADDEND-USED.
006100     MOVE "REJECTED - ON ADDGRJ" TO DL910-RPT-DET-DISP.
006110     SET DL910-GRJ-WRITTEN TO TRUE.
006120
006130 3200-WRITE-REJECT-EXIT.
006140     EXIT.
006150
006160 3210-STORE-REJECT-ADDEND.
006170     ADD 1 TO DL910-ADDEND-USED.
006180     IF DL910-AMT-REMAINING > DL910-ADDEND-CAP
006190         MOVE DL910-ADDEND-CAP
006200             TO ADDIN-ADDEND-TABLE(DL910-ADDEND-SUB)
006210         SUBTRACT DL910-ADDEND-CAP FROM DL910-AMT-REMAINING
006220     ELSE
006230         MOVE DL910-AMT-REMAINING
006240             TO ADDIN-ADDEND-TABLE(DL910-ADDEND-SUB)
006250         MOVE ZERO TO DL910-AMT-REMAINING
006260     END-IF.
006270
006280 3210-STORE-REJECT-ADDEND-EXIT.
006290     EXIT.
006300
006310*    THE REJECT BATCH TRAILER HASH NETS A CREDIT POSTING'S
006320*    ADDENDS THE SAME WAY ADD3NUM DOES.
006330 3220-ACCUM-GRJ-HASH.
006340     IF ADDIN-TRANS-CREDIT
006350         SUBTRACT ADDIN-ADDEND-TABLE(DL910-ADDEND-SUB)
006360             FROM DL910-GRJ-HASH-TOTAL
006370     ELSE
006380         ADD ADDIN-ADDEND-TABLE(DL910-ADDEND-SUB)
006390             TO DL910-GRJ-HASH-TOTAL
006400     END-IF.
006410
006420 3220-ACCUM-GRJ-HASH-EXIT.
006430     EXIT.
006440
006450*----------------------------------------------------------------
006460* 3300-WRITE-ACK-HISTORY - APPEND THE POSTING IN THE ADDGL WORK
006470*                          RECORD AND THE GL'S ANSWER FOR IT TO
006480*                          THE ADDAKH ACKNOWLEDGMENT HISTORY.
006490*----------------------------------------------------------------
006500 3300-WRITE-ACK-HISTORY.
006510     MOVE SPACES TO ADDAKH-RECORD.
006520     MOVE ADDGL-TRANS-ID TO ADDAKH-TRANS-ID.
006530     MOVE ADDGL-BATCH-ID TO ADDAKH-BATCH-ID.
006540     MOVE ADDGL-ACCOUNT TO ADDAKH-ACCOUNT.
006550     MOVE ADDGL-DR-CR-IND TO ADDAKH-DR-CR-IND.
006560     IF ADDGL-AMOUNT IS NUMERIC
006570         MOVE ADDGL-AMOUNT TO ADDAKH-AMOUNT
006580     ELSE
006590         MOVE ZERO TO ADDAKH-AMOUNT
006600     END-IF.
006610     IF ADDGL-POSTING-DATE IS NUMERIC
006620         MOVE ADDGL-POSTING-DATE TO ADDAKH-POSTING-DATE
006630     ELSE
006640         MOVE ZERO TO ADDAKH-POSTING-DATE
006650     END-IF.
006660     IF DL910-ACK-FOUND-SUB = ZERO
006670         SET ADDAKH-NO-ACK TO TRUE
006680     ELSE
006690         MOVE DL910-ACK-STAT(DL910-ACK-FOUND-SUB) TO ADDAKH-STATUS
006700         MOVE DL910-ACK-RSN(DL910-ACK-FOUND-SUB)
006710             TO ADDAKH-REASON-TEXT
006720     END-IF.
006730     MOVE DL910-TX-DATE TO ADDAKH-TX-DATE.
006740     MOVE DL910-TX-TIME TO ADDAKH-TX-TIME.
006750     MOVE DL910-RUN-DATE TO ADDAKH-ACK-DATE.
006760     IF DL910-GRJ-WRITTEN
006770         MOVE DL910-GRJ-BATCH-ID TO ADDAKH-GRJ-BATCH-ID
006780     END-IF.
006790
006800     WRITE ADDAKH-RECORD.
006810     MOVE "ADDAKH" TO DL910-ERR-FILE-ID.
006820     MOVE DL910-ADDAKH-STATUS TO DL910-ERR-STATUS.
006830     PERFORM 8000-CHECK-FILE-STATUS
006840         THRU 8000-CHECK-FILE-STATUS-EXIT.
006850
006860 3300-WRITE-ACK-HISTORY-EXIT.
006870     EXIT.
006880
006890*----------------------------------------------------------------
006900* 3400-VERIFY-TX-TRAILER - BALANCE THE EXTRACT'S OWN TRAILER
006910*                          AGAINST WHAT WAS READ - A TRUNCATED
006920*                          OR DOCTORED GENERATION MUST NOT BE
006930*                          SIGNED OFF AS FULLY MATCHED.
006940*----------------------------------------------------------------
006950 3400-VERIFY-TX-TRAILER.
006960     IF ADDGLTX-TRL-COUNT IS NOT NUMERIC
006970             OR ADDGLTX-TRL-COUNT NOT = DL910-TX-COUNT
006980             OR ADDGLTX-TRL-DEBITS NOT = DL910-TX-DEBITS
006990             OR ADDGLTX-TRL-CREDITS NOT = DL910-TX-CREDITS
007000         SET DL910-SIDES-MISMATCH TO TRUE
007010         DISPLAY "ADDGLAKM - ADDGLTX TRAILER DOES NOT BALANCE "
007020                 "TO THE DETAILS READ - EXTRACT SUSPECT."
007030     END-IF.
007040
007050 3400-VERIFY-TX-TRAILER-EXIT.
007060     EXIT.
007070
007080*----------------------------------------------------------------
007090* 4000-PRINT-HEADERS - PRINT THE RUN-HEADER AND COLUMN HEADING
007100*                      LINES AT THE TOP OF EACH PAGE.
007110*----------------------------------------------------------------
007120 4000-PRINT-HEADERS.
007130     ADD 1 TO DL910-RPT-PAGE-COUNT.
007140     MOVE DL910-RUN-DATE TO DL910-RPT-H1-DATE.
007150     MOVE DL910-RPT-PAGE-COUNT TO DL910-RPT-H1-PAGE.
007160
007170     MOVE DL910-RPT-HEADING1 TO ADDRPT-RECORD.
007180     PERFORM 7100-WRITE-REPORT-LINE
007190         THRU 7100-WRITE-REPORT-LINE-EXIT.
007200     MOVE DL910-RPT-HEADING2 TO ADDRPT-RECORD.
007210     PERFORM 7100-WRITE-REPORT-LINE
007220         THRU 7100-WRITE-REPORT-LINE-EXIT.
007230
007240     MOVE ZERO TO DL910-RPT-LINE-COUNT.
007250
007260 4000-PRINT-HEADERS-EXIT.
007270     EXIT.
007280
007290*----------------------------------------------------------------
007300* 4100-PRINT-DETAIL-LINE - PRINT ONE MATCH LINE FOR THE
007310*                          POSTING IN THE ADDGL WORK RECORD,
007320*                          BREAKING TO A NEW PAGE WHEN THE
007330*                          CURRENT PAGE IS FULL.  THE CALLER
007340*                          SETS THE DISPOSITION AND GL REASON
007350*                          FIRST.
007360*----------------------------------------------------------------
007370 4100-PRINT-DETAIL-LINE.
007380     IF DL910-RPT-LINE-COUNT >= DL910-RPT-PAGE-SIZE
007390         PERFORM 4000-PRINT-HEADERS
007400             THRU 4000-PRINT-HEADERS-EXIT
007410     END-IF.
007420
007430     MOVE ADDGL-ACCOUNT TO DL910-RPT-DET-ACCT.
007440     MOVE ADDGL-TRANS-ID TO DL910-RPT-DET-TRANS.
007450     MOVE ADDGL-BATCH-ID TO DL910-RPT-DET-BATCH.
007460     MOVE ADDGL-DR-CR-IND TO DL910-RPT-DET-DC.
007470     IF ADDGL-AMOUNT IS NUMERIC
007480         MOVE ADDGL-AMOUNT TO DL910-RPT-DET-AMOUNT
007490     ELSE
007500         MOVE ZERO TO DL910-RPT-DET-AMOUNT
007510     END-IF.
007520     MOVE DL910-RPT-DETAIL TO ADDRPT-RECORD.
007530     PERFORM 7100-WRITE-REPORT-LINE
007540         THRU 7100-WRITE-REPORT-LINE-EXIT.
007550
007560     ADD 1 TO DL910-RPT-LINE-COUNT.
007570
007580 4100-PRINT-DETAIL-LINE-EXIT.
007590     EXIT.
007600
007610*----------------------------------------------------------------
007620* 4200-PRINT-ACK-ONLY-LINE - PRINT ONE LINE FOR AN ACK ENTRY
007630*                            THAT MATCHED NO TRANSMITTED
007640*                            POSTING.  THE GL SYSTEM RECEIPTED
007650*                            SOMETHING WE NEVER SENT - THAT IS
007660*                            NEVER SIGNED OFF SILENTLY.
007670*----------------------------------------------------------------
007680 4200-PRINT-ACK-ONLY-LINE.
007690     IF DL910-RPT-LINE-COUNT >= DL910-RPT-PAGE-SIZE
007700         PERFORM 4000-PRINT-HEADERS
007710             THRU 4000-PRINT-HEADERS-EXIT
007720     END-IF.
007730
007740     MOVE SPACES TO DL910-RPT-DET-ACCT.
007750     MOVE DL910-ACK-TID(DL910-ACK-SUB)
007760         TO DL910-RPT-DET-TRANS.
007770     MOVE DL910-ACK-BID(DL910-ACK-SUB)
007780         TO DL910-RPT-DET-BATCH.
007790     MOVE SPACE TO DL910-RPT-DET-DC.
007800     MOVE DL910-ACK-AMT(DL910-ACK-SUB)
007810         TO DL910-RPT-DET-AMOUNT.
007820     MOVE "ACK WITHOUT POSTING" TO DL910-RPT-DET-DISP.
007830     MOVE DL910-ACK-RSN(DL910-ACK-SUB)
007840         TO DL910-RPT-DET-REASON.
007850     MOVE DL910-RPT-DETAIL TO ADDRPT-RECORD.
007860     PERFORM 7100-WRITE-REPORT-LINE
007870         THRU 7100-WRITE-REPORT-LINE-EXIT.
007880
007890     ADD 1 TO DL910-RPT-LINE-COUNT.
007900
007910 4200-PRINT-ACK-ONLY-LINE-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------------
007950* 7000-WRITE-GRJ-HEADER - WRITE THE "H" BATCH HEADER ON THE
007960*                         REJECT FILE.  THE BATCH ID IS BUILT
007970*                         AS G + YYMMDD + THE RUN-HOUR LETTER
007980*                         (A-X) SO EACH REJECT BATCH - EVEN A
007990*                         SECOND ONE THE SAME DAY - IS
008000*                         IDENTIFIED DISTINCTLY FROM KEYING-
008010*                         SERVICE, RECYCLE AND RELEASE
008020*                         BATCHES.
008030*----------------------------------------------------------------
008040 7000-WRITE-GRJ-HEADER.
008050     MOVE DL910-RUN-DATE(3:6) TO DL910-GRJ-BID-DATE.
008060     ACCEPT DL910-TIME-WORK FROM TIME.
008070     MOVE DL910-TIME-WORK(1:2) TO DL910-RUN-HOUR.
008080     COMPUTE DL910-HOUR-SUB = DL910-RUN-HOUR + 1.
008090     MOVE DL910-HOUR-CHARS(DL910-HOUR-SUB:1)
008100         TO DL910-GRJ-BID-SUFFIX.
008110     MOVE SPACES TO ADDIN-RECORD.
008120     SET ADDIN-HEADER-REC TO TRUE.
008130     MOVE DL910-GRJ-BATCH-ID TO ADDIN-HDR-BATCH-ID.
008140     MOVE DL910-RUN-DATE TO ADDIN-HDR-BATCH-DATE.
008150
008160     WRITE ADDIN-RECORD.
008170     MOVE "ADDGRJ" TO DL910-ERR-FILE-ID.
008180     MOVE DL910-ADDGRJ-STATUS TO DL910-ERR-STATUS.
008190     PERFORM 8000-CHECK-FILE-STATUS
008200         THRU 8000-CHECK-FILE-STATUS-EXIT.
008210
008220 7000-WRITE-GRJ-HEADER-EXIT.
008230     EXIT.
008240
008250*----------------------------------------------------------------
008260* 7050-WRITE-GRJ-TRAILER - WRITE THE "T" BATCH TRAILER WITH
008270*                          THE REJECTED DETAIL COUNT AND HASH
008280*                          TOTAL SO ADD3NUM CAN BALANCE THE
008290*                          REJECT BATCH LIKE ANY OTHER ADDIN
008300*                          FILE.
008310*----------------------------------------------------------------
008320 7050-WRITE-GRJ-TRAILER.
008330     MOVE SPACES TO ADDIN-RECORD.
008340     SET ADDIN-TRAILER-REC TO TRUE.
008350     MOVE DL910-GRJ-COUNT TO ADDIN-TRL-DETAIL-COUNT.
008360     MOVE DL910-GRJ-HASH-TOTAL TO ADDIN-TRL-HASH-TOTAL.
008370
008380     WRITE ADDIN-RECORD.
008390     MOVE "ADDGRJ" TO DL910-ERR-FILE-ID.
008400     MOVE DL910-ADDGRJ-STATUS TO DL910-ERR-STATUS.
008410     PERFORM 8000-CHECK-FILE-STATUS
008420         THRU 8000-CHECK-FILE-STATUS-EXIT.
008430
008440 7050-WRITE-GRJ-TRAILER-EXIT.
008450     EXIT.
008460
008470*----------------------------------------------------------------
008480* 7100-WRITE-REPORT-LINE - WRITE THE LINE ALREADY MOVED TO
008490*                          ADDRPT-RECORD AND CHECK THE I/O.
008500*----------------------------------------------------------------
008510 7100-WRITE-REPORT-LINE.
008520     WRITE ADDRPT-RECORD.
008530     MOVE "ACKRPT" TO DL910-ERR-FILE-ID.
008540     MOVE DL910-ACKRPT-STATUS TO DL910-ERR-STATUS.
008550     PERFORM 8000-CHECK-FILE-STATUS
008560         THRU 8000-CHECK-FILE-STATUS-EXIT.
008570
008580 7100-WRITE-REPORT-LINE-EXIT.
008590     EXIT.
008600
008610*----------------------------------------------------------------
008620* 9000-TERMINATE - WRITE THE REJECT BATCH TRAILER, LIST ACKS
008630*                  THAT MATCHED NO POSTING, PRINT THE TWO
008640*                  SIDES' TOTALS, ANNOUNCE THE RESULT, AND
008650*                  SET THE RETURN CODE: 8 WHEN THE SIDES DO
008660*                  NOT MATCH, 4 WHEN REJECTS WERE WRITTEN.
008670*----------------------------------------------------------------
008680 9000-TERMINATE.
008690     PERFORM 7050-WRITE-GRJ-TRAILER
008700         THRU 7050-WRITE-GRJ-TRAILER-EXIT.
008710
008720     PERFORM 9100-LIST-UNUSED-ACK
008730         THRU 9100-LIST-UNUSED-ACK-EXIT
008740         VARYING DL910-ACK-SUB FROM 1 BY 1
008750         UNTIL DL910-ACK-SUB > DL910-ACK-COUNT.
008760
008770     MOVE DL910-TX-COUNT TO DL910-RPT-TR1-COUNT.
008780     MOVE DL910-TX-DEBITS TO DL910-RPT-TR1-DEBITS.
008790     MOVE DL910-TX-CREDITS TO DL910-RPT-TR1-CREDITS.
008800     MOVE DL910-RPT-TRAILER1 TO ADDRPT-RECORD.
008810     PERFORM 7100-WRITE-REPORT-LINE
008820         THRU 7100-WRITE-REPORT-LINE-EXIT.
008830
008840     MOVE DL910-ACK-COUNT TO DL910-RPT-TR2-COUNT.
008850     MOVE DL910-ACK-AMOUNT-TOT TO DL910-RPT-TR2-AMOUNT.
008860     MOVE DL910-RPT-TRAILER2 TO ADDRPT-RECORD.
008870     PERFORM 7100-WRITE-REPORT-LINE
008880         THRU 7100-WRITE-REPORT-LINE-EXIT.
008890
008900     MOVE DL910-ACC-COUNT TO DL910-RPT-TR3-ACC.
008910     MOVE DL910-REJ-COUNT TO DL910-RPT-TR3-REJ.
008920     MOVE DL910-NOACK-COUNT TO DL910-RPT-TR3-NOACK.
008930     MOVE DL910-ACKONLY-COUNT TO DL910-RPT-TR3-ACKONLY.
008940     MOVE DL910-MANUAL-COUNT TO DL910-RPT-TR3-MANUAL.
008950     MOVE DL910-RPT-TRAILER3 TO ADDRPT-RECORD.
008960     PERFORM 7100-WRITE-REPORT-LINE
008970         THRU 7100-WRITE-REPORT-LINE-EXIT.
008980
008990     DISPLAY "ADDGLAKM RUN COMPLETE - "
009000             DL910-TX-COUNT " TRANSMITTED, "
009010             DL910-ACC-COUNT " ACCEPTED, "
009020             DL910-REJ-COUNT " REJECTED, "
009030             DL910-NOACK-COUNT " UNACKNOWLEDGED, "
009040             DL910-ACKONLY-COUNT " ACK ONLY.".
009050
009060     IF DL910-SIDES-MISMATCH
009070         DISPLAY "ADDGLAKM - THE TWO SIDES DO NOT MATCH - SEE "
009080                 "THE ACKRPT MATCH REPORT - RC 8."
009090         MOVE 8 TO RETURN-CODE
009100     ELSE
009110         IF DL910-REJ-COUNT > ZERO
009120             DISPLAY "ADDGLAKM - REJECTS WRITTEN TO ADDGRJ FOR "
009130                     "CORRECTION - RC 4."
009140             MOVE 4 TO RETURN-CODE
009150         END-IF
009160     END-IF.
009170
009180 9000-TERMINATE-EXIT.
009190     EXIT.
009200
009210 9100-LIST-UNUSED-ACK.
009220     IF NOT DL910-ACK-USED(DL910-ACK-SUB)
009230         ADD 1 TO DL910-ACKONLY-COUNT
009240         SET DL910-SIDES-MISMATCH TO TRUE
009250         PERFORM 4200-PRINT-ACK-ONLY-LINE
009260             THRU 4200-PRINT-ACK-ONLY-LINE-EXIT
009270     END-IF.
009280
009290 9100-LIST-UNUSED-ACK-EXIT.
009300     EXIT.
009310
009320*----------------------------------------------------------------
009330* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
009340*                          AFTER EVERY OPEN, READ AND WRITE.
009350*                          THE CALLER MOVES THE FILE'S NAME
009360*                          AND CURRENT FILE STATUS INTO
009370*                          DL910-ERR-FILE-ID/DL910-ERR-STATUS
009380*                          IMMEDIATELY BEFORE THE PERFORM.  A
009390*                          NON-ZERO STATUS ABENDS THE RUN.
009400*----------------------------------------------------------------
009410 8000-CHECK-FILE-STATUS.
009420     IF DL910-ERR-STATUS NOT = "00"
009430         DISPLAY "ADDGLAKM - I/O ERROR ON "
009440                 DL910-ERR-FILE-ID " - FILE STATUS "
009450                 DL910-ERR-STATUS "."
009460         MOVE 16 TO RETURN-CODE
009470         STOP RUN
009480     END-IF.
009490
009500 8000-CHECK-FILE-STATUS-EXIT.
009510     EXIT.
009520
009530*----------------------------------------------------------------
009540* 9999-EXIT - COMMON PROGRAM EXIT.
009550*----------------------------------------------------------------
009560 9999-EXIT.
009570     CLOSE ADDGLTX-FILE
009580           GLACK-FILE
009590           ADDGRJ-FILE
009600           ACKRPT-FILE
009610           ADDAKH-FILE.
009620     STOP RUN.
009630
009640 9999-EXIT-EXIT.
009650     EXIT.
