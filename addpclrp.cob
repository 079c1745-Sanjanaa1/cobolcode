000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AddPclReport.
000030 AUTHOR. D. LOMBARDI.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DL  ORIGINAL VERSION.  PERIODIC CONTROL-
000100*                   PARAMETER CHANGE REPORT (ADDJOB17).  READS
000110*                   THE ADDPCL CHANGE LOG ADDPRMMT APPENDS TO,
000120*                   SELECTS THE CHANGES MADE IN THE PARM'S DATE
000130*                   RANGE (PARM=FROMDATE,TODATE, DEFAULT THE
000140*                   PREVIOUS CALENDAR MONTH), SORTS THEM BY
000150*                   CHANGE DATE AND REQUESTER, AND LISTS EVERY
000160*                   CHANGE WITH ITS BEFORE AND AFTER RECORD
000170*                   IMAGES, TOTALLING BY REQUESTER WITHIN DATE
000180*                   AND FOR THE RANGE.  PRINTS THE PCLRPT
000190*                   REPORT FOR AUDIT.
000200*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-370.
000250 OBJECT-COMPUTER. IBM-370.
000260
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT ADDPCL-FILE ASSIGN TO ADDPCL
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS DLA40-ADDPCL-STATUS.
000320
000330     SELECT PCLRPT-FILE ASSIGN TO PCLRPT
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS DLA40-PCLRPT-STATUS.
000360
000370     SELECT SORT-FILE ASSIGN TO SORTWK.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  ADDPCL-FILE
000420     RECORDING MODE IS F
000430     LABEL RECORDS ARE STANDARD.
000440 COPY ADDPCLREC.
000450
000460 FD  PCLRPT-FILE
000470     RECORDING MODE IS F
000480     LABEL RECORDS ARE STANDARD.
000490 COPY ADDRPTREC.
000500
000510 SD  SORT-FILE.
000520 01  DLA40-SORT-REC.
000530     05  DLA40-SRT-DATE             PIC 9(08).
000540     05  DLA40-SRT-REQUESTED-BY     PIC X(08).
000550     05  DLA40-SRT-TIME             PIC 9(06).
000560     05  DLA40-SRT-SEQ              PIC 9(04).
000570     05  DLA40-SRT-FILE-ID          PIC X(06).
000580     05  DLA40-SRT-ACTION           PIC X(01).
000590         88  DLA40-SRT-ADD                    VALUE "A".
000600         88  DLA40-SRT-CHANGE                 VALUE "C".
000610         88  DLA40-SRT-DELETE                 VALUE "D".
000620     05  DLA40-SRT-KEY              PIC X(10).
000630     05  DLA40-SRT-BEFORE-IMAGE     PIC X(80).
000640     05  DLA40-SRT-AFTER-IMAGE      PIC X(80).
000650
000660 WORKING-STORAGE SECTION.
000670*----------------------------------------------------------------
000680* FILE-STATUS SWITCHES AND COMMON I/O ERROR FIELDS
000690*----------------------------------------------------------------
000700 77  DLA40-ADDPCL-STATUS            PIC X(02) VALUE "00".
000710 77  DLA40-PCLRPT-STATUS            PIC X(02) VALUE "00".
000720 77  DLA40-ERR-FILE-ID              PIC X(08) VALUE SPACES.
000730 77  DLA40-ERR-STATUS               PIC X(02) VALUE "00".
000740 77  DLA40-ADDPCL-EOF-SW            PIC X(01) VALUE "N".
000750     88  DLA40-ADDPCL-EOF                     VALUE "Y".
000760 77  DLA40-SORT-EOF-SW              PIC X(01) VALUE "N".
000770     88  DLA40-SORT-EOF                       VALUE "Y".
000780
000790*----------------------------------------------------------------
000800* REPORT RANGE PARSED FROM THE PARM: FROMDATE,TODATE.  A
000810* MISSING OR NON-NUMERIC PARM REPORTS THE PREVIOUS CALENDAR
000820* MONTH.
000830*----------------------------------------------------------------
000840 01  DLA40-PARM.
000850     05  DLA40-PARM-FROM            PIC X(08).
000860     05  FILLER                     PIC X(01).
000870     05  DLA40-PARM-TO              PIC X(08).
000880     05  FILLER                     PIC X(63).
000890 77  DLA40-RUN-DATE                 PIC 9(08) VALUE ZERO.
000900 77  DLA40-FROM-DATE                PIC 9(08) VALUE ZERO.
000910 77  DLA40-TO-DATE                  PIC 9(08) VALUE ZERO.
000920 77  DLA40-DAY-NBR                  PIC 9(09) COMP VALUE ZERO.
000930 01  DLA40-DATE-WORK.
000940     05  DLA40-DATE-YYYYMM          PIC 9(06).
000950     05  DLA40-DATE-DD              PIC 9(02).
000960 01  DLA40-DATE-WORK-N REDEFINES DLA40-DATE-WORK
000970                                    PIC 9(08).
000980
000990*----------------------------------------------------------------
001000* CONTROL-BREAK FIELDS AND COUNTS - BY REQUESTER WITHIN DATE,
001010* BY DATE, AND FOR THE WHOLE RANGE.
001020*----------------------------------------------------------------
001030 77  DLA40-PREV-DATE                PIC 9(08) VALUE ZERO.
001040 77  DLA40-PREV-REQUESTED-BY        PIC X(08) VALUE SPACES.
001050 77  DLA40-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
001060 77  DLA40-REQ-COUNT                PIC 9(09) COMP VALUE ZERO.
001070 77  DLA40-DATE-COUNT               PIC 9(09) COMP VALUE ZERO.
001080 77  DLA40-TOTAL-COUNT              PIC 9(09) COMP VALUE ZERO.
001090 77  DLA40-ADD-COUNT                PIC 9(09) COMP VALUE ZERO.
001100 77  DLA40-CHANGE-COUNT             PIC 9(09) COMP VALUE ZERO.
001110 77  DLA40-DELETE-COUNT             PIC 9(09) COMP VALUE ZERO.
001120
001130*----------------------------------------------------------------
001140* CHANGE REPORT (PCLRPT) PRINT LINES
001150*----------------------------------------------------------------
001160 77  DLA40-RPT-PAGE-SIZE            PIC 9(04) COMP VALUE 50.
001170 77  DLA40-RPT-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
001180 77  DLA40-RPT-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
001190 77  DLA40-RPT-HOLD                 PIC X(132) VALUE SPACES.
001200
001210 01  DLA40-RPT-HEADING1.
001220     05  FILLER                     PIC X(01) VALUE "1".
001230     05  FILLER                     PIC X(36)
001240         VALUE "ADDPCLRP CONTROL-PARAMETER CHANGES".
001250     05  FILLER                     PIC X(08) VALUE "  FROM:".
001260     05  DLA40-RPT-H1-FROM          PIC 9999/99/99.
001270     05  FILLER                     PIC X(06) VALUE "  TO:".
001280     05  DLA40-RPT-H1-TO            PIC 9999/99/99.
001290     05  FILLER                     PIC X(08) VALUE "  PAGE:".
001300     05  DLA40-RPT-H1-PAGE          PIC ZZZ9.
001310     05  FILLER                     PIC X(49) VALUE SPACES.
001320
001330 01  DLA40-RPT-HEADING2.
001340     05  FILLER                     PIC X(01) VALUE SPACE.
001350     05  FILLER                     PIC X(12) VALUE "CHANGED".
001360     05  FILLER                     PIC X(10) VALUE "TIME".
001370     05  FILLER                     PIC X(10) VALUE "REQUESTER".
001380     05  FILLER                     PIC X(08) VALUE "ACTION".
001390     05  FILLER                     PIC X(08) VALUE "DATASET".
001400     05  FILLER                     PIC X(10) VALUE "KEY".
001410     05  FILLER                     PIC X(73) VALUE SPACES.
001420
001430 01  DLA40-RPT-DETAIL.
001440     05  FILLER                     PIC X(01) VALUE SPACE.
001450     05  DLA40-RPT-DET-DATE         PIC 9999/99/99.
001460     05  FILLER                     PIC X(02) VALUE SPACES.
001470     05  DLA40-RPT-DET-TIME         PIC 99B99B99.
001480     05  FILLER                     PIC X(02) VALUE SPACES.
001490     05  DLA40-RPT-DET-REQ          PIC X(08).
001500     05  FILLER                     PIC X(02) VALUE SPACES.
001510     05  DLA40-RPT-DET-ACTION       PIC X(06).
001520     05  FILLER                     PIC X(02) VALUE SPACES.
001530     05  DLA40-RPT-DET-FILE         PIC X(06).
001540     05  FILLER                     PIC X(02) VALUE SPACES.
001550     05  DLA40-RPT-DET-KEY          PIC X(10).
001560     05  FILLER                     PIC X(73) VALUE SPACES.
001570
001580 01  DLA40-RPT-IMAGE.
001590     05  FILLER                     PIC X(13) VALUE SPACES.
001600     05  DLA40-RPT-IMG-LABEL        PIC X(08).
001610     05  DLA40-RPT-IMG-DATA         PIC X(80).
001620     05  FILLER                     PIC X(31) VALUE SPACES.
001630
001640 01  DLA40-RPT-REQ-TOTAL.
001650     05  FILLER                     PIC X(13) VALUE SPACES.
001660     05  FILLER                     PIC X(14)
001670         VALUE "REQUESTER".
001680     05  DLA40-RPT-RQT-REQ          PIC X(08).
001690     05  FILLER                     PIC X(02) VALUE SPACES.
001700     05  DLA40-RPT-RQT-COUNT        PIC ZZZ,ZZ9.
001710     05  FILLER                     PIC X(08) VALUE " CHANGES".
001720     05  FILLER                     PIC X(80) VALUE SPACES.
001730
001740 01  DLA40-RPT-DATE-TOTAL.
001750     05  FILLER                     PIC X(13) VALUE SPACES.
001760     05  FILLER                     PIC X(14)
001770         VALUE "DATE TOTAL".
001780     05  DLA40-RPT-DTT-DATE         PIC 9999/99/99.
001790     05  DLA40-RPT-DTT-COUNT        PIC ZZZ,ZZ9.
001800     05  FILLER                     PIC X(08) VALUE " CHANGES".
001810     05  FILLER                     PIC X(80) VALUE SPACES.
001820
001830 01  DLA40-RPT-TRAILER.
001840     05  FILLER                     PIC X(01) VALUE SPACE.
001850     05  FILLER                     PIC X(15)
001860         VALUE "CHANGES LISTED:".
001870     05  DLA40-RPT-TRL-TOTAL        PIC ZZZ,ZZ9.
001880     05  FILLER                     PIC X(09) VALUE "  ADDED:".
001890     05  DLA40-RPT-TRL-ADDED        PIC ZZZ,ZZ9.
001900     05  FILLER                     PIC X(11) VALUE "  CHANGED:".
001910     05  DLA40-RPT-TRL-CHANGED      PIC ZZZ,ZZ9.
001920     05  FILLER                     PIC X(11) VALUE "  DELETED:".
001930     05  DLA40-RPT-TRL-DELETED      PIC ZZZ,ZZ9.
001940     05  FILLER                     PIC X(15)
001950         VALUE "  RECORDS READ:".
001960     05  DLA40-RPT-TRL-READ         PIC ZZZ,ZZ9.
001970     05  FILLER                     PIC X(35) VALUE SPACES.
001980
001990 01  DLA40-RPT-NONE.
002000     05  FILLER                     PIC X(01) VALUE SPACE.
002010     05  FILLER                     PIC X(40)
002020         VALUE "NO PARAMETER CHANGES IN THE DATE RANGE.".
002030     05  FILLER                     PIC X(91) VALUE SPACES.
002040
002050 PROCEDURE DIVISION.
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE
002080         THRU 1000-INITIALIZE-EXIT.
002090
002100     SORT SORT-FILE
002110         ON ASCENDING KEY DLA40-SRT-DATE
002120                          DLA40-SRT-REQUESTED-BY
002130                          DLA40-SRT-TIME
002140                          DLA40-SRT-SEQ
002150         INPUT PROCEDURE IS 2000-SELECT-CHANGES
002160             THRU 2900-SELECT-CHANGES-EXIT
002170         OUTPUT PROCEDURE IS 3000-LIST-CHANGES
002180             THRU 3900-LIST-CHANGES-EXIT.
002190
002200     PERFORM 9000-TERMINATE
002210         THRU 9000-TERMINATE-EXIT.
002220
002230     PERFORM 9999-EXIT
002240         THRU 9999-EXIT-EXIT.
002250
002260 0000-MAINLINE-EXIT.
002270     EXIT.
002280
002290*----------------------------------------------------------------
002300* 1000-INITIALIZE - RESOLVE THE REPORT RANGE FROM THE PARM,
002310*                   OPEN THE REPORT AND PRINT ITS HEADERS.
002320*                   WITH NO USABLE PARM THE RANGE IS THE
002330*                   PREVIOUS CALENDAR MONTH: THE DAY BEFORE
002340*                   THE FIRST OF THIS MONTH ENDS IT, AND THE
002350*                   FIRST OF THAT DAY'S MONTH STARTS IT.
002360*----------------------------------------------------------------
002370 1000-INITIALIZE.
002380     ACCEPT DLA40-RUN-DATE FROM DATE YYYYMMDD.
002390     MOVE SPACES TO DLA40-PARM.
002400     ACCEPT DLA40-PARM FROM COMMAND-LINE.
002410
002420     IF DLA40-PARM-FROM IS NUMERIC
002430             AND DLA40-PARM-TO IS NUMERIC
002440         MOVE DLA40-PARM-FROM TO DLA40-FROM-DATE
002450         MOVE DLA40-PARM-TO TO DLA40-TO-DATE
002460     ELSE
002470         MOVE DLA40-RUN-DATE TO DLA40-DATE-WORK-N
002480         MOVE 01 TO DLA40-DATE-DD
002490         COMPUTE DLA40-DAY-NBR =
002500             FUNCTION INTEGER-OF-DATE(DLA40-DATE-WORK-N) - 1
002510         COMPUTE DLA40-TO-DATE =
002520             FUNCTION DATE-OF-INTEGER(DLA40-DAY-NBR)
002530         MOVE DLA40-TO-DATE TO DLA40-DATE-WORK-N
002540         MOVE 01 TO DLA40-DATE-DD
002550         MOVE DLA40-DATE-WORK-N TO DLA40-FROM-DATE
002560     END-IF.
002570
002580     OPEN OUTPUT PCLRPT-FILE.
002590     MOVE "PCLRPT" TO DLA40-ERR-FILE-ID.
002600     MOVE DLA40-PCLRPT-STATUS TO DLA40-ERR-STATUS.
002610     PERFORM 8000-CHECK-FILE-STATUS
002620         THRU 8000-CHECK-FILE-STATUS-EXIT.
002630
002640     PERFORM 4000-PRINT-HEADERS
002650         THRU 4000-PRINT-HEADERS-EXIT.
002660
002670 1000-INITIALIZE-EXIT.
002680     EXIT.
002690
002700*----------------------------------------------------------------
002710* 2000-SELECT-CHANGES - SORT INPUT PROCEDURE.  READS THE ADDPCL
002720*                       CHANGE LOG AND RELEASES EVERY CHANGE
002730*                       DATED WITHIN THE REPORT RANGE.  A LOG
002740*                       THAT HAS NEVER BEEN WRITTEN (STATUS
002750*                       35) SIMPLY HAS NOTHING TO REPORT.
002760*----------------------------------------------------------------
002770 2000-SELECT-CHANGES.
002780     OPEN INPUT ADDPCL-FILE.
002790     IF DLA40-ADDPCL-STATUS = "35"
002800         GO TO 2900-SELECT-CHANGES-EXIT
002810     END-IF.
002820     MOVE "ADDPCL" TO DLA40-ERR-FILE-ID.
002830     MOVE DLA40-ADDPCL-STATUS TO DLA40-ERR-STATUS.
002840     PERFORM 8000-CHECK-FILE-STATUS
002850         THRU 8000-CHECK-FILE-STATUS-EXIT.
002860
002870     PERFORM 2100-READ-ADDPCL
002880         THRU 2100-READ-ADDPCL-EXIT.
002890     PERFORM 2200-RELEASE-CHANGE
002900         THRU 2200-RELEASE-CHANGE-EXIT
002910         UNTIL DLA40-ADDPCL-EOF.
002920
002930     CLOSE ADDPCL-FILE.
002940     GO TO 2900-SELECT-CHANGES-EXIT.
002950
002960 2100-READ-ADDPCL.
002970     READ ADDPCL-FILE
002980         AT END
002990             SET DLA40-ADDPCL-EOF TO TRUE
003000             GO TO 2100-READ-ADDPCL-EXIT
003010     END-READ.
003020     MOVE "ADDPCL" TO DLA40-ERR-FILE-ID.
003030     MOVE DLA40-ADDPCL-STATUS TO DLA40-ERR-STATUS.
003040     PERFORM 8000-CHECK-FILE-STATUS
003050         THRU 8000-CHECK-FILE-STATUS-EXIT.
003060     ADD 1 TO DLA40-READ-COUNT.
003070
003080 2100-READ-ADDPCL-EXIT.
003090     EXIT.
003100
003110 2200-RELEASE-CHANGE.
003120     IF ADDPCL-CHANGE-DATE NOT < DLA40-FROM-DATE
003130             AND ADDPCL-CHANGE-DATE NOT > DLA40-TO-DATE
003140         MOVE ADDPCL-CHANGE-DATE TO DLA40-SRT-DATE
003150         MOVE ADDPCL-REQUESTED-BY TO DLA40-SRT-REQUESTED-BY
003160         MOVE ADDPCL-CHANGE-TIME TO DLA40-SRT-TIME
003170         MOVE ADDPCL-SEQ TO DLA40-SRT-SEQ
003180         MOVE ADDPCL-FILE-ID TO DLA40-SRT-FILE-ID
003190         MOVE ADDPCL-ACTION TO DLA40-SRT-ACTION
003200         MOVE ADDPCL-KEY TO DLA40-SRT-KEY
003210         MOVE ADDPCL-BEFORE-IMAGE TO DLA40-SRT-BEFORE-IMAGE
003220         MOVE ADDPCL-AFTER-IMAGE TO DLA40-SRT-AFTER-IMAGE
003230         RELEASE DLA40-SORT-REC
003240     END-IF.
003250
003260     PERFORM 2100-READ-ADDPCL
003270         THRU 2100-READ-ADDPCL-EXIT.
003280
003290 2200-RELEASE-CHANGE-EXIT.
003300     EXIT.
003310
003320 2900-SELECT-CHANGES-EXIT.
003330     EXIT.
003340
003350*----------------------------------------------------------------
003360* 3000-LIST-CHANGES - SORT OUTPUT PROCEDURE.  RETURNS THE
003370*                     CHANGES IN DATE AND REQUESTER ORDER AND
003380*                     LISTS EACH WITH ITS BEFORE AND AFTER
003390*                     IMAGES, TOTALLING EACH REQUESTER WITHIN
003400*                     A DATE AND EACH DATE.
003410*----------------------------------------------------------------
003420 3000-LIST-CHANGES.
003430     PERFORM 3150-RETURN-SORTED
003440         THRU 3150-RETURN-SORTED-EXIT.
003450
003460     IF DLA40-SORT-EOF
003470         MOVE DLA40-RPT-NONE TO ADDRPT-RECORD
003480         PERFORM 7100-WRITE-REPORT-LINE
003490             THRU 7100-WRITE-REPORT-LINE-EXIT
003500         GO TO 3900-LIST-CHANGES-EXIT
003510     END-IF.
003520
003530     MOVE DLA40-SRT-DATE TO DLA40-PREV-DATE.
003540     MOVE DLA40-SRT-REQUESTED-BY TO DLA40-PREV-REQUESTED-BY.
003550     PERFORM 3100-PROCESS-SORTED
003560         THRU 3100-PROCESS-SORTED-EXIT
003570         UNTIL DLA40-SORT-EOF.
003580
003590     PERFORM 3300-REQUESTER-BREAK
003600         THRU 3300-REQUESTER-BREAK-EXIT.
003610     PERFORM 3400-DATE-BREAK
003620         THRU 3400-DATE-BREAK-EXIT.
003630     GO TO 3900-LIST-CHANGES-EXIT.
003640
003650 3100-PROCESS-SORTED.
003660     IF DLA40-SRT-DATE NOT = DLA40-PREV-DATE
003670         PERFORM 3300-REQUESTER-BREAK
003680             THRU 3300-REQUESTER-BREAK-EXIT
003690         PERFORM 3400-DATE-BREAK
003700             THRU 3400-DATE-BREAK-EXIT
003710     ELSE
003720         IF DLA40-SRT-REQUESTED-BY NOT = DLA40-PREV-REQUESTED-BY
003730             PERFORM 3300-REQUESTER-BREAK
003740                 THRU 3300-REQUESTER-BREAK-EXIT
003750         END-IF
003760     END-IF.
003770     MOVE DLA40-SRT-DATE TO DLA40-PREV-DATE.
003780     MOVE DLA40-SRT-REQUESTED-BY TO DLA40-PREV-REQUESTED-BY.
003790
003800     PERFORM 3200-LIST-CHANGE
003810         THRU 3200-LIST-CHANGE-EXIT.
003820
003830     PERFORM 3150-RETURN-SORTED
003840         THRU 3150-RETURN-SORTED-EXIT.
003850
003860 3100-PROCESS-SORTED-EXIT.
003870     EXIT.
003880
003890 3150-RETURN-SORTED.
003900     RETURN SORT-FILE
003910         AT END
003920             SET DLA40-SORT-EOF TO TRUE
003930     END-RETURN.
003940
003950 3150-RETURN-SORTED-EXIT.
003960     EXIT.
003970
003980*----------------------------------------------------------------
003990* 3200-LIST-CHANGE - PRINT ONE CHANGE AND ITS IMAGES.  AN ADD
004000*                    HAS NO BEFORE IMAGE AND A DELETE NO AFTER
004010*                    IMAGE.
004020*----------------------------------------------------------------
004030 3200-LIST-CHANGE.
004040     MOVE DLA40-SRT-DATE TO DLA40-RPT-DET-DATE.
004050     MOVE DLA40-SRT-TIME TO DLA40-RPT-DET-TIME.
004060     MOVE DLA40-SRT-REQUESTED-BY TO DLA40-RPT-DET-REQ.
004070     EVALUATE TRUE
004080         WHEN DLA40-SRT-ADD
004090             MOVE "ADD" TO DLA40-RPT-DET-ACTION
004100             ADD 1 TO DLA40-ADD-COUNT
004110         WHEN DLA40-SRT-CHANGE
004120             MOVE "CHANGE" TO DLA40-RPT-DET-ACTION
004130             ADD 1 TO DLA40-CHANGE-COUNT
004140         WHEN DLA40-SRT-DELETE
004150             MOVE "DELETE" TO DLA40-RPT-DET-ACTION
004160             ADD 1 TO DLA40-DELETE-COUNT
004170         WHEN OTHER
004180             MOVE DLA40-SRT-ACTION TO DLA40-RPT-DET-ACTION
004190     END-EVALUATE.
004200     MOVE DLA40-SRT-FILE-ID TO DLA40-RPT-DET-FILE.
004210     MOVE DLA40-SRT-KEY TO DLA40-RPT-DET-KEY.
004220     MOVE DLA40-RPT-DETAIL TO ADDRPT-RECORD.
004230     PERFORM 4100-PRINT-LINE
004240         THRU 4100-PRINT-LINE-EXIT.
004250
004260     IF DLA40-SRT-BEFORE-IMAGE NOT = SPACES
004270         MOVE "BEFORE:" TO DLA40-RPT-IMG-LABEL
004280         MOVE DLA40-SRT-BEFORE-IMAGE TO DLA40-RPT-IMG-DATA
004290         MOVE DLA40-RPT-IMAGE TO ADDRPT-RECORD
004300         PERFORM 4100-PRINT-LINE
004310             THRU 4100-PRINT-LINE-EXIT
004320     END-IF.
004330     IF DLA40-SRT-AFTER-IMAGE NOT = SPACES
004340         MOVE "AFTER:" TO DLA40-RPT-IMG-LABEL
004350         MOVE DLA40-SRT-AFTER-IMAGE TO DLA40-RPT-IMG-DATA
004360         MOVE DLA40-RPT-IMAGE TO ADDRPT-RECORD
004370         PERFORM 4100-PRINT-LINE
004380             THRU 4100-PRINT-LINE-EXIT
004390     END-IF.
004400
004410     ADD 1 TO DLA40-REQ-COUNT
004420              DLA40-DATE-COUNT
004430              DLA40-TOTAL-COUNT.
004440
004450 3200-LIST-CHANGE-EXIT.
004460     EXIT.
004470
004480 3300-REQUESTER-BREAK.
004490     MOVE DLA40-PREV-REQUESTED-BY TO DLA40-RPT-RQT-REQ.
004500     MOVE DLA40-REQ-COUNT TO DLA40-RPT-RQT-COUNT.
004510     MOVE DLA40-RPT-REQ-TOTAL TO ADDRPT-RECORD.
004520     PERFORM 4100-PRINT-LINE
004530         THRU 4100-PRINT-LINE-EXIT.
004540     MOVE ZERO TO DLA40-REQ-COUNT.
004550
004560 3300-REQUESTER-BREAK-EXIT.
004570     EXIT.
004580
004590 3400-DATE-BREAK.
004600     MOVE DLA40-PREV-DATE TO DLA40-RPT-DTT-DATE.
004610     MOVE DLA40-DATE-COUNT TO DLA40-RPT-DTT-COUNT.
004620     MOVE DLA40-RPT-DATE-TOTAL TO ADDRPT-RECORD.
004630     PERFORM 4100-PRINT-LINE
004640         THRU 4100-PRINT-LINE-EXIT.
004650     MOVE SPACES TO ADDRPT-RECORD.
004660     PERFORM 4100-PRINT-LINE
004670         THRU 4100-PRINT-LINE-EXIT.
004680     MOVE ZERO TO DLA40-DATE-COUNT.
004690
004700 3400-DATE-BREAK-EXIT.
004710     EXIT.
004720
004730 3900-LIST-CHANGES-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------------
004770* 4000-PRINT-HEADERS - PRINT THE RUN-HEADER AND COLUMN HEADING
004780*                      LINES AT THE TOP OF EACH PAGE.
004790*----------------------------------------------------------------
004800 4000-PRINT-HEADERS.
004810     ADD 1 TO DLA40-RPT-PAGE-COUNT.
004820     MOVE DLA40-FROM-DATE TO DLA40-RPT-H1-FROM.
004830     MOVE DLA40-TO-DATE TO DLA40-RPT-H1-TO.
004840     MOVE DLA40-RPT-PAGE-COUNT TO DLA40-RPT-H1-PAGE.
004850
004860     MOVE DLA40-RPT-HEADING1 TO ADDRPT-RECORD.
004870     PERFORM 7100-WRITE-REPORT-LINE
004880         THRU 7100-WRITE-REPORT-LINE-EXIT.
004890     MOVE DLA40-RPT-HEADING2 TO ADDRPT-RECORD.
004900     PERFORM 7100-WRITE-REPORT-LINE
004910         THRU 7100-WRITE-REPORT-LINE-EXIT.
004920
004930     MOVE ZERO TO DLA40-RPT-LINE-COUNT.
004940
004950 4000-PRINT-HEADERS-EXIT.
004960     EXIT.
004970
004980*----------------------------------------------------------------
004990* 4100-PRINT-LINE - PRINT THE LINE ALREADY MOVED TO
005000*                   ADDRPT-RECORD, BREAKING TO A NEW PAGE FIRST
005010*                   WHEN THE CURRENT PAGE IS FULL.  THE LINE IS
005020*                   HELD WHILE THE HEADERS PRINT.
005030*----------------------------------------------------------------
005040 4100-PRINT-LINE.
005050     IF DLA40-RPT-LINE-COUNT >= DLA40-RPT-PAGE-SIZE
005060         MOVE ADDRPT-RECORD TO DLA40-RPT-HOLD
005070         PERFORM 4000-PRINT-HEADERS
005080             THRU 4000-PRINT-HEADERS-EXIT
005090         MOVE DLA40-RPT-HOLD TO ADDRPT-RECORD
005100     END-IF.
005110
005120     PERFORM 7100-WRITE-REPORT-LINE
005130         THRU 7100-WRITE-REPORT-LINE-EXIT.
005140     ADD 1 TO DLA40-RPT-LINE-COUNT.
005150
005160 4100-PRINT-LINE-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------------
005200* 7100-WRITE-REPORT-LINE - WRITE THE LINE ALREADY MOVED TO
005210*                          ADDRPT-RECORD AND CHECK THE I/O.
005220*----------------------------------------------------------------
005230 7100-WRITE-REPORT-LINE.
005240     WRITE ADDRPT-RECORD.
005250     MOVE "PCLRPT" TO DLA40-ERR-FILE-ID.
005260     MOVE DLA40-PCLRPT-STATUS TO DLA40-ERR-STATUS.
005270     PERFORM 8000-CHECK-FILE-STATUS
005280         THRU 8000-CHECK-FILE-STATUS-EXIT.
005290
005300 7100-WRITE-REPORT-LINE-EXIT.
005310     EXIT.
005320
005330*----------------------------------------------------------------
005340* 9000-TERMINATE - PRINT THE RANGE TOTALS AND ANNOUNCE THE RUN
005350*                  ON THE JOB LOG.
005360*----------------------------------------------------------------
005370 9000-TERMINATE.
005380     MOVE DLA40-TOTAL-COUNT TO DLA40-RPT-TRL-TOTAL.
005390     MOVE DLA40-ADD-COUNT TO DLA40-RPT-TRL-ADDED.
005400     MOVE DLA40-CHANGE-COUNT TO DLA40-RPT-TRL-CHANGED.
005410     MOVE DLA40-DELETE-COUNT TO DLA40-RPT-TRL-DELETED.
005420     MOVE DLA40-READ-COUNT TO DLA40-RPT-TRL-READ.
005430     MOVE DLA40-RPT-TRAILER TO ADDRPT-RECORD.
005440     PERFORM 7100-WRITE-REPORT-LINE
005450         THRU 7100-WRITE-REPORT-LINE-EXIT.
005460
005470     DISPLAY "ADDPCLRP RUN COMPLETE - "
005480             DLA40-TOTAL-COUNT " CHANGES LISTED FROM "
005490             DLA40-FROM-DATE " TO " DLA40-TO-DATE ".".
005500
005510 9000-TERMINATE-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------------
005550* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
005560*                          AFTER EVERY OPEN, READ AND WRITE.
005570*                          THE CALLER MOVES THE FILE'S NAME AND
005580*                          CURRENT FILE STATUS INTO
005590*                          DLA40-ERR-FILE-ID/DLA40-ERR-STATUS
005600*                          IMMEDIATELY BEFORE THE PERFORM.  A
005610*                          NON-ZERO STATUS ABENDS THE RUN.
005620*----------------------------------------------------------------
005630 8000-CHECK-FILE-STATUS.
005640     IF DLA40-ERR-STATUS NOT = "00"
005650         DISPLAY "ADDPCLRP - I/O ERROR ON "
005660                 DLA40-ERR-FILE-ID " - FILE STATUS "
005670                 DLA40-ERR-STATUS "."
005680         MOVE 16 TO RETURN-CODE
005690         STOP RUN
005700     END-IF.
005710
005720 8000-CHECK-FILE-STATUS-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------------
005760* 9999-EXIT - COMMON PROGRAM EXIT.
005770*----------------------------------------------------------------
005780 9999-EXIT.
005790     CLOSE PCLRPT-FILE.
005800     STOP RUN.
005810
005820 9999-EXIT-EXIT.
005830     EXIT.
