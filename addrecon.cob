000490*   09/02/2026  DL  AMOUNT CAPACITY RAISED: THE RE-ADD WORK
000500*                   RESULT IS NOW S9(07)V99 TO MATCH THE
000510*                   WIDENED ADDOUT RESULT.
000520*   10/15/2026  DL  FOREIGN-CURRENCY INVOICES.  AN ADDOUT RECORD
000530*                   WITH A CURRENCY CODE RE-ADDS TO ITS ORIGINAL-
000540*                   CURRENCY RESULT, AND THE RE-ADD CONVERTED AT
000550*                   THE RECORD'S OWN RATE MUST GIVE THE BASE
000560*                   RESULT.  A RECORD WRITTEN BEFORE THE CHANGE
000570*                   (NO CODE) IS CHECKED AS BEFORE.  THE LEG-2
000580*                   GRAND TOTAL IS STILL THE BASE RESULT.
000590*----------------------------------------------------------------
000600
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER. IBM-370.
000640 OBJECT-COMPUTER. IBM-370.
000650
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT ADDCHK-FILE ASSIGN TO ADDCHK
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS DL300-ADDCHK-STATUS.
000710
000720     SELECT ADDOUT-FILE ASSIGN TO ADDOUT
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS DL300-ADDOUT-STATUS.
000750
000760     SELECT ADDGL-FILE ASSIGN TO ADDGL
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS DL300-ADDGL-STATUS.
000790
000800     SELECT ADDRUN-FILE ASSIGN TO ADDRUN
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS DL300-ADDRUN-STATUS.
000830
000840     SELECT ADDBDT-FILE ASSIGN TO ADDBDT
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS DL300-ADDBDT-STATUS.
000870
000880     SELECT RECRPT-FILE ASSIGN TO RECRPT
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS DL300-RECRPT-STATUS.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  ADDCHK-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 COPY ADDCHKREC.
000980
000990 FD  ADDOUT-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 COPY ADDOUTREC.
001030
001040 FD  ADDGL-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 COPY ADDGLREC.
001080
001090 FD  ADDRUN-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 COPY ADDRUNREC.
001130
001140 FD  ADDBDT-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 COPY ADDBDTREC.
001180
001190 FD  RECRPT-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220 COPY ADDRPTREC.
001230
001240 WORKING-STORAGE SECTION.
001250*----------------------------------------------------------------
001260* FILE-STATUS SWITCHES AND COMMON I/O ERROR FIELDS
001270*----------------------------------------------------------------
001280 77  DL300-ADDCHK-STATUS            PIC X(02) VALUE "00".
001290 77  DL300-ADDOUT-STATUS            PIC X(02) VALUE "00".
001300 77  DL300-ADDGL-STATUS             PIC X(02) VALUE "00".
001310 77  DL300-RECRPT-STATUS            PIC X(02) VALUE "00".
001320 77  DL300-ERR-FILE-ID              PIC X(08) VALUE SPACES.
001330 77  DL300-ERR-STATUS               PIC X(02) VALUE "00".
001340 77  DL300-ADDOUT-EOF-SW            PIC X(01) VALUE "N".
001350     88  DL300-ADDOUT-EOF                     VALUE "Y".
001360 77  DL300-ADDGL-EOF-SW             PIC X(01) VALUE "N".
001370     88  DL300-ADDGL-EOF                      VALUE "Y".
001380 77  DL300-ADDRUN-STATUS            PIC X(02) VALUE "00".
001390 77  DL300-ADDRUN-EOF-SW            PIC X(01) VALUE "N".
001400     88  DL300-ADDRUN-EOF                     VALUE "Y".
001410 77  DL300-ADDBDT-STATUS            PIC X(02) VALUE "00".
001420
001430*----------------------------------------------------------------
001440* RECONCILIATION LEGS.  LEG 1 IS WHAT ADD3NUM SAYS IT DID (THE
001450* END-OF-JOB ADDCHK CHECKPOINT), LEG 2 IS THE INDEPENDENT
001460* RE-ADD OF ADDOUT, LEG 3 IS THE ADDGL POSTINGS THIS RUN WROTE.
001470*----------------------------------------------------------------
001480 77  DL300-RUN-DATE                 PIC 9(08) VALUE ZERO.
001490 77  DL300-CHK-REC-COUNT            PIC 9(09) VALUE ZERO.
001500 77  DL300-CHK-GRAND-TOTAL          PIC S9(08)V99 VALUE ZERO.
001510 77  DL300-OUT-REC-COUNT            PIC 9(09) COMP VALUE ZERO.
001520 77  DL300-OUT-GRAND-TOTAL          PIC S9(08)V99 VALUE ZERO.
001530 77  DL300-GL-REC-COUNT             PIC 9(09) COMP VALUE ZERO.
001540 77  DL300-GL-GRAND-TOTAL           PIC S9(08)V99 VALUE ZERO.
001550 77  DL300-READD-RESULT             PIC S9(07)V99 VALUE ZERO.
001560 77  DL300-CONV-RESULT              PIC S9(07)V99 VALUE ZERO.
001570 77  DL300-READD-SW                 PIC X(01) VALUE "Y".
001580     88  DL300-READD-AGREES                   VALUE "Y".
001590 77  DL300-READD-ERR-COUNT          PIC 9(09) COMP VALUE ZERO.
001600 77  DL300-ADDEND-SUB               PIC 9(02) COMP VALUE ZERO.
001610 77  DL300-OUT-OF-BAL-SW            PIC X(01) VALUE "N".
001620     88  DL300-OUT-OF-BALANCE                 VALUE "Y".
001630
001640*----------------------------------------------------------------
001650* THE SET OF BATCHES ADDRUN SHOWS POSTED TONIGHT - THE GL LEG
001660* TOTALS THE UNSENT ADDGL ROWS STAMPED WITH ANY OF THESE.
001670* INTERACTIVE POSTINGS (BATCH ID = OPERATOR) AND EARLIER,
001680* ALREADY-SWEPT BATCHES NEVER APPEAR HERE.
001690*----------------------------------------------------------------
001700 77  DL300-RUNB-MAX                 PIC 9(04) COMP VALUE 100.
001710 77  DL300-RUNB-COUNT               PIC 9(04) COMP VALUE ZERO.
001720 77  DL300-RUNB-SUB                 PIC 9(04) COMP VALUE ZERO.
001730 77  DL300-RUNB-FOUND-SW            PIC X(01) VALUE "N".
001740     88  DL300-RUNB-FOUND                     VALUE "Y".
001750 01  DL300-RUNB-TABLE.
001760     05  DL300-RUNB-BATCH-ID        PIC X(08)
001770                                    OCCURS 100 TIMES.
001780
001790*----------------------------------------------------------------
001800* BALANCING REPORT (RECRPT) PRINT LINES
001810*----------------------------------------------------------------
001820 01  DL300-RPT-HEADING1.
001830     05  FILLER                     PIC X(01) VALUE "1".
001840     05  FILLER                     PIC X(34)
001850         VALUE "ADDRECON NIGHTLY RECONCILIATION".
001860     05  FILLER                     PIC X(10) VALUE "RUN DATE:".
001870     05  DL300-RPT-H1-DATE          PIC 9999/99/99.
001880     05  FILLER                     PIC X(77) VALUE SPACES.
001890
001900 01  DL300-RPT-HEADING2.
001910     05  FILLER                     PIC X(01) VALUE SPACE.
001920     05  FILLER                     PIC X(24) VALUE "LEG".
001930     05  FILLER                     PIC X(14) VALUE "RECORDS".
001940     05  FILLER                     PIC X(16) VALUE "AMOUNT".
001950     05  FILLER                     PIC X(77) VALUE SPACES.
001960
001970 01  DL300-RPT-LEG-LINE.
001980     05  FILLER                     PIC X(01) VALUE SPACE.
001990     05  DL300-RPT-LEG-NAME         PIC X(24).
002000     05  DL300-RPT-LEG-COUNT        PIC ZZZ,ZZZ,ZZ9.
002010     05  FILLER                     PIC X(03) VALUE SPACES.
002020     05  DL300-RPT-LEG-AMOUNT       PIC ZZ,ZZZ,ZZ9.99-.
002030     05  FILLER                     PIC X(78) VALUE SPACES.
002040
002050 01  DL300-RPT-VERDICT.
002060     05  FILLER                     PIC X(01) VALUE SPACE.
002070     05  DL300-RPT-VERDICT-TEXT     PIC X(50).
002080     05  FILLER                     PIC X(81) VALUE SPACES.
002090
002100 PROCEDURE DIVISION.
002110 0000-MAINLINE.
002120     PERFORM 1000-INITIALIZE
002130         THRU 1000-INITIALIZE-EXIT.
002140
002150     PERFORM 2000-READ-CHECKPOINT-LEG
002160         THRU 2000-READ-CHECKPOINT-LEG-EXIT.
002170
002180     PERFORM 3000-READD-ADDOUT
002190         THRU 3000-READD-ADDOUT-EXIT
002200         UNTIL DL300-ADDOUT-EOF.
002210
002220     PERFORM 3500-TOTAL-ADDGL
002230         THRU 3500-TOTAL-ADDGL-EXIT
002240         UNTIL DL300-ADDGL-EOF.
002250
002260     PERFORM 4000-COMPARE-LEGS
002270         THRU 4000-COMPARE-LEGS-EXIT.
002280
002290     PERFORM 9000-TERMINATE
002300         THRU 9000-TERMINATE-EXIT.
002310
002320     PERFORM 9999-EXIT
002330         THRU 9999-EXIT-EXIT.
002340
002350 0000-MAINLINE-EXIT.
002360     EXIT.
002370
002380*----------------------------------------------------------------
002390* 1000-INITIALIZE - OPEN THE FILES, PRINT THE REPORT HEADERS,
002400*                   AND PRIME THE ADDOUT AND ADDGL READS.
002410*----------------------------------------------------------------
002420 1000-INITIALIZE.
002430*    THE RUN DATE IS THE SHOP'S BUSINESS DATE FROM THE ADDBDT
002440*    CONTROL RECORD - THE DATE ADD3NUM STAMPED TONIGHT'S
002450*    RECORDS WITH - NOT THE WALL CLOCK, SO A RUN THAT DRIFTS
002460*    PAST MIDNIGHT STILL RECONCILES THE RIGHT NIGHT.
002470     OPEN INPUT ADDBDT-FILE.
002480     MOVE "ADDBDT" TO DL300-ERR-FILE-ID.
002490     MOVE DL300-ADDBDT-STATUS TO DL300-ERR-STATUS.
002500     PERFORM 8000-CHECK-FILE-STATUS
002510         THRU 8000-CHECK-FILE-STATUS-EXIT.
002520     READ ADDBDT-FILE
002530         AT END
002540             DISPLAY "ADDRECON - ADDBDT PROCESSING-DATE "
002550                     "CONTROL RECORD MISSING - RUN ABORTED."
002560             MOVE 16 TO RETURN-CODE
002570             STOP RUN
002580     END-READ.
002590     IF ADDBDT-BUS-DATE IS NOT NUMERIC
002600             OR ADDBDT-BUS-DATE = ZERO
002610         DISPLAY "ADDRECON - ADDBDT BUSINESS DATE IS NOT "
002620                 "NUMERIC - RUN ABORTED."
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660     MOVE ADDBDT-BUS-DATE TO DL300-RUN-DATE.
002670     CLOSE ADDBDT-FILE.
002680
002690     OPEN INPUT ADDCHK-FILE.
002700     MOVE "ADDCHK" TO DL300-ERR-FILE-ID.
002710     MOVE DL300-ADDCHK-STATUS TO DL300-ERR-STATUS.
002720     PERFORM 8000-CHECK-FILE-STATUS
002730         THRU 8000-CHECK-FILE-STATUS-EXIT.
002740
002750     OPEN INPUT ADDOUT-FILE.
002760     MOVE "ADDOUT" TO DL300-ERR-FILE-ID.
002770     MOVE DL300-ADDOUT-STATUS TO DL300-ERR-STATUS.
002780     PERFORM 8000-CHECK-FILE-STATUS
002790         THRU 8000-CHECK-FILE-STATUS-EXIT.
002800
002810     OPEN INPUT ADDGL-FILE.
002820     MOVE "ADDGL" TO DL300-ERR-FILE-ID.
002830     MOVE DL300-ADDGL-STATUS TO DL300-ERR-STATUS.
002840     PERFORM 8000-CHECK-FILE-STATUS
002850         THRU 8000-CHECK-FILE-STATUS-EXIT.
002860
002870     OPEN OUTPUT RECRPT-FILE.
002880     MOVE "RECRPT" TO DL300-ERR-FILE-ID.
002890     MOVE DL300-RECRPT-STATUS TO DL300-ERR-STATUS.
002900     PERFORM 8000-CHECK-FILE-STATUS
002910         THRU 8000-CHECK-FILE-STATUS-EXIT.
002920
002930     MOVE DL300-RUN-DATE TO DL300-RPT-H1-DATE.
002940     MOVE DL300-RPT-HEADING1 TO ADDRPT-RECORD.
002950     PERFORM 7000-WRITE-REPORT-LINE
002960         THRU 7000-WRITE-REPORT-LINE-EXIT.
002970     MOVE DL300-RPT-HEADING2 TO ADDRPT-RECORD.
002980     PERFORM 7000-WRITE-REPORT-LINE
002990         THRU 7000-WRITE-REPORT-LINE-EXIT.
003000
003010     PERFORM 1100-LOAD-TONIGHT-BATCHES
003020         THRU 1100-LOAD-TONIGHT-BATCHES-EXIT.
003030
003040     PERFORM 3100-READ-ADDOUT
003050         THRU 3100-READ-ADDOUT-EXIT.
003060     PERFORM 3600-READ-ADDGL
003070         THRU 3600-READ-ADDGL-EXIT.
003080
003090 1000-INITIALIZE-EXIT.
003100     EXIT.
003110
003120*----------------------------------------------------------------
003130* 1100-LOAD-TONIGHT-BATCHES - LOAD THE SET OF BATCH IDS ADDRUN
003140*                             SHOWS POSTED TONIGHT (POSTED
003150*                             DATE = THE RUN DATE), FOR THE GL
003160*                             LEG'S ROW SELECTION.
003170*----------------------------------------------------------------
003180 1100-LOAD-TONIGHT-BATCHES.
003190     OPEN INPUT ADDRUN-FILE.
003200     MOVE "ADDRUN" TO DL300-ERR-FILE-ID.
003210     MOVE DL300-ADDRUN-STATUS TO DL300-ERR-STATUS.
003220     PERFORM 8000-CHECK-FILE-STATUS
003230         THRU 8000-CHECK-FILE-STATUS-EXIT.
003240
003250     PERFORM 1150-LOAD-ONE-RUN-ENTRY
003260         THRU 1150-LOAD-ONE-RUN-ENTRY-EXIT
003270         UNTIL DL300-ADDRUN-EOF.
003280
003290     CLOSE ADDRUN-FILE.
003300
003310     IF DL300-RUNB-COUNT = ZERO
003320         DISPLAY "ADDRECON - ADDRUN SHOWS NO BATCH POSTED "
003330                 "TONIGHT - NOTHING TO RECONCILE - RUN ABORTED."
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF.
003370
003380     DISPLAY "ADDRECON - RECONCILING " DL300-RUNB-COUNT
003390             " BATCHES POSTED TONIGHT.".
003400
003410 1100-LOAD-TONIGHT-BATCHES-EXIT.
003420     EXIT.
003430
003440 1150-LOAD-ONE-RUN-ENTRY.
003450     READ ADDRUN-FILE
003460         AT END
003470             SET DL300-ADDRUN-EOF TO TRUE
003480             GO TO 1150-LOAD-ONE-RUN-ENTRY-EXIT
003490     END-READ.
003500     IF DL300-ADDRUN-STATUS NOT = "00"
003510             AND DL300-ADDRUN-STATUS NOT = "10"
003520         MOVE "ADDRUN" TO DL300-ERR-FILE-ID
003530         MOVE DL300-ADDRUN-STATUS TO DL300-ERR-STATUS
003540         PERFORM 8000-CHECK-FILE-STATUS
003550             THRU 8000-CHECK-FILE-STATUS-EXIT
003560     END-IF.
003570
003580     IF ADDRUN-POSTED-DATE = DL300-RUN-DATE
003590         IF DL300-RUNB-COUNT >= DL300-RUNB-MAX
003600             DISPLAY "ADDRECON - MORE THAN " DL300-RUNB-MAX
003610                     " BATCHES POSTED TONIGHT - RUN ABORTED."
003620             MOVE 16 TO RETURN-CODE
003630             STOP RUN
003640         END-IF
003650         ADD 1 TO DL300-RUNB-COUNT
003660         MOVE ADDRUN-BATCH-ID
003670             TO DL300-RUNB-BATCH-ID(DL300-RUNB-COUNT)
003680     END-IF.
003690
003700 1150-LOAD-ONE-RUN-ENTRY-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------
003740* 2000-READ-CHECKPOINT-LEG - PICK UP THE RECORD COUNT AND GRAND
003750*                            TOTAL ADD3NUM STORED IN ADDCHK AT
003760*                            NORMAL END OF JOB.  A NON-ZERO
003770*                            LAST-RECORD NUMBER MEANS THE NIGHT'S
003780*                            RUN NEVER REACHED END OF JOB, SO
003790*                            THERE IS NOTHING VALID TO BALANCE.
003800*----------------------------------------------------------------
003810 2000-READ-CHECKPOINT-LEG.
003820     READ ADDCHK-FILE
003830         AT END
003840             DISPLAY "ADDRECON - ADDCHK IS EMPTY - NOTHING TO "
003850                     "RECONCILE - RUN ABORTED."
003860             MOVE 16 TO RETURN-CODE
003870             STOP RUN
003880     END-READ.
003890     IF DL300-ADDCHK-STATUS NOT = "00"
003900         MOVE "ADDCHK" TO DL300-ERR-FILE-ID
003910         MOVE DL300-ADDCHK-STATUS TO DL300-ERR-STATUS
003920         PERFORM 8000-CHECK-FILE-STATUS
003930             THRU 8000-CHECK-FILE-STATUS-EXIT
003940     END-IF.
003950
003960     IF ADDCHK-LAST-REC-NBR IS NOT NUMERIC
003970             OR ADDCHK-LAST-REC-NBR > ZERO
003980         DISPLAY "ADDRECON - ADDCHK SHOWS AN IN-FLIGHT RESTART "
003990                 "(LAST RECORD " ADDCHK-LAST-REC-NBR ") - THE "
004000                 "NIGHT'S RUN DID NOT COMPLETE - RUN ABORTED."
004010         MOVE 16 TO RETURN-CODE
004020         STOP RUN
004030     END-IF.
004040
004050     MOVE ADDCHK-REC-COUNT TO DL300-CHK-REC-COUNT.
004060     MOVE ADDCHK-GRAND-TOTAL TO DL300-CHK-GRAND-TOTAL.
004070
004080 2000-READ-CHECKPOINT-LEG-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------------
004120* 3000-READD-ADDOUT - INDEPENDENTLY RE-ADD THE CURRENT ADDOUT
004130*                     RECORD'S ADDENDS AND CHECK THEM AGAINST
004140*                     THE STORED RESULT, ACCUMULATING THE LEG-2
004150*                     COUNT AND TOTAL, THEN READ THE NEXT
004160*                     RECORD.  A RECORD WHOSE ADDENDS DO NOT
004170*                     RE-ADD TO ITS RESULT IS COUNTED AND FLAGS
004180*                     THE RUN OUT OF BALANCE.  A FOREIGN-
004190*                     CURRENCY RECORD MUST RE-ADD TO ITS
004200*                     ORIGINAL RESULT AND, CONVERTED AT ITS OWN
004210*                     RATE, TO ITS BASE RESULT.
004220*----------------------------------------------------------------
004230 3000-READD-ADDOUT.
004240     MOVE ZERO TO DL300-READD-RESULT.
004250     PERFORM 3200-READD-ENTRY
004260         THRU 3200-READD-ENTRY-EXIT
004270         VARYING DL300-ADDEND-SUB FROM 1 BY 1
004280         UNTIL DL300-ADDEND-SUB > ADDOUT-ADDEND-COUNT.
004290
004300     ADD 1 TO DL300-OUT-REC-COUNT.
004310     ADD ADDOUT-RESULT TO DL300-OUT-GRAND-TOTAL
004320         ON SIZE ERROR
004330             DISPLAY "ADDRECON - ADDOUT RE-ADD TOTAL OVERFLOWED "
004340                     "DL300-OUT-GRAND-TOTAL - RUN ABORTED."
004350             MOVE 16 TO RETURN-CODE
004360             STOP RUN
004370     END-ADD.
004380
004390     SET DL300-READD-AGREES TO TRUE.
004400     IF ADDOUT-CURRENCY-CODE = SPACES
004410         IF DL300-READD-RESULT NOT = ADDOUT-RESULT
004420             MOVE "N" TO DL300-READD-SW
004430         END-IF
004440     ELSE
004450         IF DL300-READD-RESULT NOT = ADDOUT-ORIG-RESULT
004460             MOVE "N" TO DL300-READD-SW
004470         END-IF
004480         COMPUTE DL300-CONV-RESULT ROUNDED =
004490             DL300-READD-RESULT * ADDOUT-FX-RATE
004500             ON SIZE ERROR
004510                 MOVE "N" TO DL300-READD-SW
004520         END-COMPUTE
004530         IF DL300-CONV-RESULT NOT = ADDOUT-RESULT
004540             MOVE "N" TO DL300-READD-SW
004550         END-IF
004560     END-IF.
004570
004580     IF NOT DL300-READD-AGREES
004590         ADD 1 TO DL300-READD-ERR-COUNT
004600         SET DL300-OUT-OF-BALANCE TO TRUE
004610         DISPLAY "ADDRECON - ADDOUT RECORD " DL300-OUT-REC-COUNT
004620                 " (TRANS " ADDOUT-TRANS-ID ") RESULT "
004630                 ADDOUT-RESULT " DOES NOT RE-ADD ("
004640                 DL300-READD-RESULT ")."
004650     END-IF.
004660
004670     PERFORM 3100-READ-ADDOUT
004680         THRU 3100-READ-ADDOUT-EXIT.
004690
004700 3000-READD-ADDOUT-EXIT.
004710     EXIT.
004720
004730 3100-READ-ADDOUT.
004740     READ ADDOUT-FILE
004750         AT END
004760             SET DL300-ADDOUT-EOF TO TRUE
004770     END-READ.
004780     IF DL300-ADDOUT-STATUS NOT = "00"
004790             AND DL300-ADDOUT-STATUS NOT = "10"
004800         MOVE "ADDOUT" TO DL300-ERR-FILE-ID
004810         MOVE DL300-ADDOUT-STATUS TO DL300-ERR-STATUS
004820         PERFORM 8000-CHECK-FILE-STATUS
004830             THRU 8000-CHECK-FILE-STATUS-EXIT
004840     END-IF.
004850
004860 3100-READ-ADDOUT-EXIT.
004870     EXIT.
004880
004890*    A CREDIT MEMO'S ADDENDS ARE SUBTRACTED, MATCHING HOW
004900*    ADD3NUM NETS THE TRANSACTION.
004910 3200-READD-ENTRY.
004920     IF ADDOUT-TRANS-TYPE = "C"
004930         SUBTRACT ADDOUT-ADDEND-TABLE(DL300-ADDEND-SUB)
004940             FROM DL300-READD-RESULT
004950             ROUNDED
004960             ON SIZE ERROR
004970                 ADD 1 TO DL300-READD-ERR-COUNT
004980                 SET DL300-OUT-OF-BALANCE TO TRUE
004990         END-SUBTRACT
005000     ELSE
005010     ADD ADDOUT-ADDEND-TABLE(DL300-ADDEND-SUB)
005020         TO DL300-READD-RESULT
005030         ROUNDED
005040         ON SIZE ERROR
005050             ADD 1 TO DL300-READD-ERR-COUNT
005060             SET DL300-OUT-OF-BALANCE TO TRUE
005070     END-ADD
005080     END-IF.
005090
005100 3200-READD-ENTRY-EXIT.
005110     EXIT.
005120
005130*----------------------------------------------------------------
005140* 3500-TOTAL-ADDGL - ACCUMULATE THE LEG-3 COUNT AND AMOUNT FROM
005150*                    THE ADDGL POSTINGS THE NIGHT'S BATCH RUN
005160*                    WROTE - THE ROWS STAMPED WITH ANY OF THE
005170*                    BATCH IDS ADDRUN SHOWS POSTED TONIGHT.
005180*                    ONLY UNSENT ROWS QUALIFY - AN EARLIER RUN'S
005190*                    ROWS (A REUSED BATCH ID ON A LATER DATE,
005200*                    OR A FORCE RERUN) WERE ALREADY SWEPT AND
005210*                    FLAGGED SENT BY THAT RUN'S OWN GL CUTOFF.
005220*                    INTERACTIVE POSTINGS (BATCH ID = OPERATOR)
005230*                    AND OTHER BATCHES' ROWS IN THE CUMULATIVE
005240*                    FEED ARE PASSED OVER.  THEN READ THE NEXT
005250*                    RECORD.
005260*----------------------------------------------------------------
005270 3500-TOTAL-ADDGL.
005280     PERFORM 3550-FIND-TONIGHT-BATCH
005290         THRU 3550-FIND-TONIGHT-BATCH-EXIT.
005300     IF DL300-RUNB-FOUND
005310             AND ADDGL-UNSENT
005320         ADD 1 TO DL300-GL-REC-COUNT
005330         IF ADDGL-CREDIT
005340             SUBTRACT ADDGL-AMOUNT FROM DL300-GL-GRAND-TOTAL
005350                 ON SIZE ERROR
005360                     DISPLAY "ADDRECON - GL LEG TOTAL OVERFLOWED "
005370                             "DL300-GL-GRAND-TOTAL - RUN ABORTED."
005380                     MOVE 16 TO RETURN-CODE
005390                     STOP RUN
005400             END-SUBTRACT
005410         ELSE
005420             ADD ADDGL-AMOUNT TO DL300-GL-GRAND-TOTAL
005430                 ON SIZE ERROR
005440                     DISPLAY "ADDRECON - GL LEG TOTAL OVERFLOWED "
005450                             "DL300-GL-GRAND-TOTAL - RUN ABORTED."
005460                     MOVE 16 TO RETURN-CODE
005470                     STOP RUN
005480             END-ADD
005490         END-IF
005500     END-IF.
005510
005520     PERFORM 3600-READ-ADDGL
005530         THRU 3600-READ-ADDGL-EXIT.
005540
005550 3500-TOTAL-ADDGL-EXIT.
005560     EXIT.
005570
005580*----------------------------------------------------------------
005590* 3550-FIND-TONIGHT-BATCH - SCAN THE TONIGHT'S-BATCHES TABLE
005600*                           FOR THE CURRENT ADDGL ROW'S BATCH
005610*                           ID, LEAVING THE FOUND SWITCH SET
005620*                           WHEN THE ROW BELONGS TO A BATCH
005630*                           POSTED TONIGHT.
005640*----------------------------------------------------------------
005650 3550-FIND-TONIGHT-BATCH.
005660     MOVE "N" TO DL300-RUNB-FOUND-SW.
005670     PERFORM 3560-MATCH-BATCH-ENTRY
005680         THRU 3560-MATCH-BATCH-ENTRY-EXIT
005690         VARYING DL300-RUNB-SUB FROM 1 BY 1
005700         UNTIL DL300-RUNB-SUB > DL300-RUNB-COUNT
005710         OR DL300-RUNB-FOUND.
005720
005730 3550-FIND-TONIGHT-BATCH-EXIT.
005740     EXIT.
005750
005760 3560-MATCH-BATCH-ENTRY.
005770     IF ADDGL-BATCH-ID = DL300-RUNB-BATCH-ID(DL300-RUNB-SUB)
005780         SET DL300-RUNB-FOUND TO TRUE
005790     END-IF.
005800
005810 3560-MATCH-BATCH-ENTRY-EXIT.
005820     EXIT.
005830
005840 3600-READ-ADDGL.
005850     READ ADDGL-FILE
005860         AT END
005870             SET DL300-ADDGL-EOF TO TRUE
005880     END-READ.
005890     IF DL300-ADDGL-STATUS NOT = "00"
005900             AND DL300-ADDGL-STATUS NOT = "10"
005910         MOVE "ADDGL" TO DL300-ERR-FILE-ID
005920         MOVE DL300-ADDGL-STATUS TO DL300-ERR-STATUS
005930         PERFORM 8000-CHECK-FILE-STATUS
005940             THRU 8000-CHECK-FILE-STATUS-EXIT
005950     END-IF.
005960
005970 3600-READ-ADDGL-EXIT.
005980     EXIT.
005990
006000*----------------------------------------------------------------
006010* 4000-COMPARE-LEGS - PRINT THE THREE LEGS AND FLAG THE RUN OUT
006020*                     OF BALANCE WHEN ANY COUNT OR AMOUNT
006030*                     DISAGREES.
006040*----------------------------------------------------------------
006050 4000-COMPARE-LEGS.
006060     MOVE "ADD3NUM CHECKPOINT" TO DL300-RPT-LEG-NAME.
006070     MOVE DL300-CHK-REC-COUNT TO DL300-RPT-LEG-COUNT.
006080     MOVE DL300-CHK-GRAND-TOTAL TO DL300-RPT-LEG-AMOUNT.
006090     MOVE DL300-RPT-LEG-LINE TO ADDRPT-RECORD.
006100     PERFORM 7000-WRITE-REPORT-LINE
006110         THRU 7000-WRITE-REPORT-LINE-EXIT.
006120
006130     MOVE "ADDOUT RE-ADD" TO DL300-RPT-LEG-NAME.
006140     MOVE DL300-OUT-REC-COUNT TO DL300-RPT-LEG-COUNT.
006150     MOVE DL300-OUT-GRAND-TOTAL TO DL300-RPT-LEG-AMOUNT.
006160     MOVE DL300-RPT-LEG-LINE TO ADDRPT-RECORD.
006170     PERFORM 7000-WRITE-REPORT-LINE
006180         THRU 7000-WRITE-REPORT-LINE-EXIT.
006190
006200     MOVE "ADDGL POSTINGS" TO DL300-RPT-LEG-NAME.
006210     MOVE DL300-GL-REC-COUNT TO DL300-RPT-LEG-COUNT.
006220     MOVE DL300-GL-GRAND-TOTAL TO DL300-RPT-LEG-AMOUNT.
006230     MOVE DL300-RPT-LEG-LINE TO ADDRPT-RECORD.
006240     PERFORM 7000-WRITE-REPORT-LINE
006250         THRU 7000-WRITE-REPORT-LINE-EXIT.
006260
006270     IF DL300-CHK-REC-COUNT NOT = DL300-OUT-REC-COUNT
006280             OR DL300-CHK-REC-COUNT NOT = DL300-GL-REC-COUNT
006290             OR DL300-CHK-GRAND-TOTAL NOT = DL300-OUT-GRAND-TOTAL
006300             OR DL300-CHK-GRAND-TOTAL NOT = DL300-GL-GRAND-TOTAL
006310         SET DL300-OUT-OF-BALANCE TO TRUE
006320     END-IF.
006330
006340 4000-COMPARE-LEGS-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------------
006380* 7000-WRITE-REPORT-LINE - WRITE THE LINE ALREADY MOVED TO
006390*                          ADDRPT-RECORD AND CHECK THE I/O.
006400*----------------------------------------------------------------
006410 7000-WRITE-REPORT-LINE.
006420     WRITE ADDRPT-RECORD.
006430     MOVE "RECRPT" TO DL300-ERR-FILE-ID.
006440     MOVE DL300-RECRPT-STATUS TO DL300-ERR-STATUS.
006450     PERFORM 8000-CHECK-FILE-STATUS
006460         THRU 8000-CHECK-FILE-STATUS-EXIT.
006470
006480 7000-WRITE-REPORT-LINE-EXIT.
006490     EXIT.
006500
006510*----------------------------------------------------------------
006520* 9000-TERMINATE - PRINT THE VERDICT, ANNOUNCE IT ON THE JOB
006530*                  LOG, AND SET THE RETURN CODE: 8 ON ANY
006540*                  OUT-OF-BALANCE SO THE OPERATOR NOTIFICATION
006550*                  FIRES, 0 WHEN ALL THREE LEGS AGREE.
006560*----------------------------------------------------------------
006570 9000-TERMINATE.
006580     IF DL300-OUT-OF-BALANCE
006590         MOVE "*** OUT OF BALANCE - HOLD THE GL UPLOAD ***"
006600             TO DL300-RPT-VERDICT-TEXT
006610     ELSE
006620         MOVE "ALL LEGS IN BALANCE" TO DL300-RPT-VERDICT-TEXT
006630     END-IF.
006640     MOVE DL300-RPT-VERDICT TO ADDRPT-RECORD.
006650     PERFORM 7000-WRITE-REPORT-LINE
006660         THRU 7000-WRITE-REPORT-LINE-EXIT.
006670
006680     IF DL300-OUT-OF-BALANCE
006690         DISPLAY "ADDRECON - RUN OUT OF BALANCE - SEE THE "
006700                 "RECONCILIATION REPORT - RC 8."
006710         MOVE 8 TO RETURN-CODE
006720     ELSE
006730         DISPLAY "ADDRECON - ALL LEGS IN BALANCE - "
006740                 DL300-CHK-REC-COUNT " RECORDS."
006750     END-IF.
006760
006770 9000-TERMINATE-EXIT.
006780     EXIT.
006790
006800*----------------------------------------------------------------
006810* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
006820*                          AFTER EVERY OPEN, READ AND WRITE.
006830*                          THE CALLER MOVES THE FILE'S NAME AND
006840*                          CURRENT FILE STATUS INTO
006850*                          DL300-ERR-FILE-ID/DL300-ERR-STATUS
006860*                          IMMEDIATELY BEFORE THE PERFORM.  A
006870*                          NON-ZERO STATUS ABENDS THE RUN.
006880*----------------------------------------------------------------
006890 8000-CHECK-FILE-STATUS.
006900     IF DL300-ERR-STATUS NOT = "00"
006910         DISPLAY "ADDRECON - I/O ERROR ON "
006920                 DL300-ERR-FILE-ID " - FILE STATUS "
006930                 DL300-ERR-STATUS "."
006940         MOVE 16 TO RETURN-CODE
006950         STOP RUN
006960     END-IF.
006970
006980 8000-CHECK-FILE-STATUS-EXIT.
006990     EXIT.
007000
007010*----------------------------------------------------------------
007020* 9999-EXIT - COMMON PROGRAM EXIT.
007030*----------------------------------------------------------------
007040 9999-EXIT.
007050     CLOSE ADDCHK-FILE
007060           ADDOUT-FILE
007070           ADDGL-FILE
007080           RECRPT-FILE.
007090     STOP RUN.
007100
007110 9999-EXIT-EXIT.
007120     EXIT.
