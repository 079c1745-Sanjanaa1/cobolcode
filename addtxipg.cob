000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AddTxIdxPurge.
000030 AUTHOR. D. LOMBARDI.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/14/2026  DL  ORIGINAL VERSION.  WEEKLY HOUSEKEEPING RUN
000100*                   (ADDJOB11 STEP010) OVER THE ADDTXI POSTED-
000110*                   TRANSACTION-ID INDEX ADD3NUM USES TO CATCH
000120*                   DUPLICATE INVOICES.  BROWSES THE INDEX FROM
000130*                   THE FRONT AND DELETES EVERY ENTRY WHOSE
000140*                   POSTED DATE IS OLDER THAN THE RETENTION
000150*                   PERIOD (PARM=NNNN DAYS, DEFAULT 400)
000160*                   COUNTED BACK FROM THE ADDBDT BUSINESS
000170*                   DATE, AND LISTS EACH ENTRY AGED OFF ON THE
000180*                   TXPRPT PURGE REGISTER WITH RETAINED AND
000190*                   PURGED COUNTS AND THE PURGED AMOUNT.  AN
000200*                   ENTRY WITH AN UNREADABLE POSTED DATE IS
000210*                   KEPT - A DUPLICATE SLIPPING THROUGH COSTS
000220*                   MORE THAN ONE STALE INDEX RECORD.
000230*----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ADDTXI-FILE ASSIGN TO ADDTXI
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS ADDTXI-TRANS-ID
000360         FILE STATUS IS DL960-ADDTXI-STATUS.
000370
000380     SELECT ADDBDT-FILE ASSIGN TO ADDBDT
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS DL960-ADDBDT-STATUS.
000410
000420     SELECT TXPRPT-FILE ASSIGN TO TXPRPT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS DL960-TXPRPT-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  ADDTXI-FILE
000490     LABEL RECORDS ARE STANDARD.
000500 COPY ADDTXIREC.
000510
000520 FD  ADDBDT-FILE
000530     RECORDING MODE IS F
000540     LABEL RECORDS ARE STANDARD.
000550 COPY ADDBDTREC.
000560
000570 FD  TXPRPT-FILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 COPY ADDRPTREC.
000610
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------------
000640* FILE-STATUS SWITCHES AND COMMON I/O ERROR FIELDS
000650*----------------------------------------------------------------
000660 77  DL960-ADDTXI-STATUS            PIC X(02) VALUE "00".
000670 77  DL960-ADDBDT-STATUS            PIC X(02) VALUE "00".
000680 77  DL960-TXPRPT-STATUS            PIC X(02) VALUE "00".
000690 77  DL960-ERR-FILE-ID              PIC X(08) VALUE SPACES.
000700 77  DL960-ERR-STATUS               PIC X(02) VALUE "00".
000710 77  DL960-ADDTXI-EOF-SW            PIC X(01) VALUE "N".
000720     88  DL960-ADDTXI-EOF                     VALUE "Y".
000730
000740*----------------------------------------------------------------
000750* RUN CONTROL - THE RETENTION PERIOD, THE BUSINESS DATE IT IS
000760* COUNTED BACK FROM, AND THE RESULTING CUTOFF.  AN ENTRY
000770* POSTED BEFORE THE CUTOFF DATE IS PURGED.
000780*----------------------------------------------------------------
000790 77  DL960-PARM                     PIC X(20) VALUE SPACES.
000800 77  DL960-RETAIN-DAYS              PIC 9(04) VALUE 400.
000810*    NOTHING YOUNGER THAN A MONTH-END CYCLE IS EVER PURGED - A
000820*    MISKEYED PARM MUST NOT EMPTY THE INDEX.
000830 77  DL960-MIN-RETAIN-DAYS          PIC 9(04) VALUE 35.
000840 77  DL960-BUS-DATE                 PIC 9(08) VALUE ZERO.
000850 77  DL960-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
000860 77  DL960-DAY-NBR                  PIC 9(09) COMP VALUE ZERO.
000870 77  DL960-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
000880 77  DL960-PURGE-COUNT              PIC 9(09) COMP VALUE ZERO.
000890 77  DL960-RETAIN-COUNT             PIC 9(09) COMP VALUE ZERO.
000900 77  DL960-PURGE-AMOUNT             PIC S9(11)V99 VALUE ZERO.
000910
000920*----------------------------------------------------------------
000930* PURGE REGISTER (TXPRPT) SUPPORTING FIELDS AND PRINT LINES
000940*----------------------------------------------------------------
000950 77  DL960-RPT-PAGE-SIZE            PIC 9(04) COMP VALUE 50.
000960 77  DL960-RPT-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
000970 77  DL960-RPT-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
000980
000990 01  DL960-RPT-HEADING1.
001000     05  FILLER                     PIC X(01) VALUE "1".
001010     05  FILLER                     PIC X(32)
001020         VALUE "ADDTXIPG TRANSACTION-ID PURGE".
001030     05  FILLER                     PIC X(15)
001040         VALUE "BUSINESS DATE:".
001050     05  DL960-RPT-H1-DATE          PIC 9999/99/99.
001060     05  FILLER                     PIC X(10) VALUE "  CUTOFF:".
001070     05  DL960-RPT-H1-CUTOFF        PIC 9999/99/99.
001080     05  FILLER                     PIC X(08) VALUE "  PAGE:".
001090     05  DL960-RPT-H1-PAGE          PIC ZZZ9.
001100     05  FILLER                     PIC X(42) VALUE SPACES.
001110
001120 01  DL960-RPT-HEADING2.
001130     05  FILLER                     PIC X(01) VALUE SPACE.
001140     05  FILLER                     PIC X(12) VALUE "TRANS ID".
001150     05  FILLER                     PIC X(10) VALUE "BATCH".
001160     05  FILLER                     PIC X(12) VALUE "POSTED".
001170     05  FILLER                     PIC X(12) VALUE "GL ACCOUNT".
001180     05  FILLER                     PIC X(14)
001190         VALUE "      AMOUNT".
001200     05  FILLER                     PIC X(71) VALUE SPACES.
001210
001220 01  DL960-RPT-DETAIL.
001230     05  FILLER                     PIC X(01) VALUE SPACE.
001240     05  DL960-RPT-DET-TRANS-ID     PIC X(10).
001250     05  FILLER                     PIC X(02) VALUE SPACES.
001260     05  DL960-RPT-DET-BATCH-ID     PIC X(08).
001270     05  FILLER                     PIC X(02) VALUE SPACES.
001280     05  DL960-RPT-DET-DATE         PIC 9999/99/99.
001290     05  FILLER                     PIC X(02) VALUE SPACES.
001300     05  DL960-RPT-DET-ACCOUNT      PIC X(10).
001310     05  FILLER                     PIC X(02) VALUE SPACES.
001320     05  DL960-RPT-DET-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
001330     05  FILLER                     PIC X(72) VALUE SPACES.
001340
001350 01  DL960-RPT-TRAILER.
001360     05  FILLER                     PIC X(01) VALUE SPACE.
001370     05  FILLER                     PIC X(06) VALUE "READ:".
001380     05  DL960-RPT-TRL-READ         PIC ZZZ,ZZZ,ZZ9.
001390     05  FILLER                     PIC X(10) VALUE "  PURGED:".
001400     05  DL960-RPT-TRL-PURGED       PIC ZZZ,ZZZ,ZZ9.
001410     05  FILLER                     PIC X(12) VALUE "  RETAINED:".
001420     05  DL960-RPT-TRL-RETAINED     PIC ZZZ,ZZZ,ZZ9.
001430     05  FILLER                     PIC X(17)
001440         VALUE "  PURGED AMOUNT:".
001450     05  DL960-RPT-TRL-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001460     05  FILLER                     PIC X(35) VALUE SPACES.
001470
001480 PROCEDURE DIVISION.
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE
001510         THRU 1000-INITIALIZE-EXIT.
001520
001530     PERFORM 3000-DISPOSE-INDEX-ENTRY
001540         THRU 3000-DISPOSE-INDEX-ENTRY-EXIT
001550         UNTIL DL960-ADDTXI-EOF.
001560
001570     PERFORM 9000-TERMINATE
001580         THRU 9000-TERMINATE-EXIT.
001590
001600     PERFORM 9999-EXIT
001610         THRU 9999-EXIT-EXIT.
001620
001630 0000-MAINLINE-EXIT.
001640     EXIT.
001650
001660*----------------------------------------------------------------
001670* 1000-INITIALIZE - RESOLVE THE RETENTION PERIOD FROM THE PARM
001680*                   (DEFAULT 400 DAYS), READ THE BUSINESS DATE
001690*                   FROM ADDBDT AND COUNT THE CUTOFF BACK FROM
001700*                   IT, OPEN THE INDEX AND REGISTER, AND PRIME
001710*                   THE FIRST READ.
001720*----------------------------------------------------------------
001730 1000-INITIALIZE.
001740     ACCEPT DL960-PARM FROM COMMAND-LINE.
001750     IF DL960-PARM(1:4) IS NUMERIC
001760         MOVE DL960-PARM(1:4) TO DL960-RETAIN-DAYS
001770     END-IF.
001780
001790     IF DL960-RETAIN-DAYS < DL960-MIN-RETAIN-DAYS
001800         DISPLAY "ADDTXIPG - RETENTION OF " DL960-RETAIN-DAYS
001810                 " DAYS IS BELOW THE " DL960-MIN-RETAIN-DAYS
001820                 "-DAY MINIMUM - RUN ABORTED."
001830         MOVE 16 TO RETURN-CODE
001840         STOP RUN
001850     END-IF.
001860
001870     OPEN INPUT ADDBDT-FILE.
001880     MOVE "ADDBDT" TO DL960-ERR-FILE-ID.
001890     MOVE DL960-ADDBDT-STATUS TO DL960-ERR-STATUS.
001900     PERFORM 8000-CHECK-FILE-STATUS
001910         THRU 8000-CHECK-FILE-STATUS-EXIT.
001920
001930     READ ADDBDT-FILE
001940         AT END
001950             DISPLAY "ADDTXIPG - ADDBDT CONTROL RECORD MISSING "
001960                     "- RUN ABORTED."
001970             MOVE 16 TO RETURN-CODE
001980             STOP RUN
001990     END-READ.
002000
002010     IF ADDBDT-BUS-DATE IS NOT NUMERIC
002020             OR ADDBDT-BUS-DATE = ZERO
002030         DISPLAY "ADDTXIPG - ADDBDT BUSINESS DATE IS NOT "
002040                 "NUMERIC - RUN ABORTED."
002050         MOVE 16 TO RETURN-CODE
002060         STOP RUN
002070     END-IF.
002080
002090     MOVE ADDBDT-BUS-DATE TO DL960-BUS-DATE.
002100     CLOSE ADDBDT-FILE.
002110
002120     COMPUTE DL960-DAY-NBR =
002130         FUNCTION INTEGER-OF-DATE(DL960-BUS-DATE)
002140         - DL960-RETAIN-DAYS.
002150     COMPUTE DL960-CUTOFF-DATE =
002160         FUNCTION DATE-OF-INTEGER(DL960-DAY-NBR).
002170
002180     DISPLAY "ADDTXIPG - PURGING TRANSACTION-ID INDEX ENTRIES "
002190             "POSTED BEFORE " DL960-CUTOFF-DATE ".".
002200
002210     OPEN I-O ADDTXI-FILE.
002220     MOVE "ADDTXI" TO DL960-ERR-FILE-ID.
002230     MOVE DL960-ADDTXI-STATUS TO DL960-ERR-STATUS.
002240     PERFORM 8000-CHECK-FILE-STATUS
002250         THRU 8000-CHECK-FILE-STATUS-EXIT.
002260
002270     OPEN OUTPUT TXPRPT-FILE.
002280     MOVE "TXPRPT" TO DL960-ERR-FILE-ID.
002290     MOVE DL960-TXPRPT-STATUS TO DL960-ERR-STATUS.
002300     PERFORM 8000-CHECK-FILE-STATUS
002310         THRU 8000-CHECK-FILE-STATUS-EXIT.
002320
002330     PERFORM 4000-PRINT-HEADERS
002340         THRU 4000-PRINT-HEADERS-EXIT.
002350
002360     PERFORM 2100-READ-ADDTXI
002370         THRU 2100-READ-ADDTXI-EXIT.
002380
002390 1000-INITIALIZE-EXIT.
002400     EXIT.
002410
002420*----------------------------------------------------------------
002430* 2100-READ-ADDTXI - READ THE NEXT INDEX ENTRY IN KEY ORDER.
002440*----------------------------------------------------------------
002450 2100-READ-ADDTXI.
002460     READ ADDTXI-FILE NEXT RECORD
002470         AT END
002480             SET DL960-ADDTXI-EOF TO TRUE
002490             GO TO 2100-READ-ADDTXI-EXIT
002500     END-READ.
002510     IF DL960-ADDTXI-STATUS NOT = "00"
002520         MOVE "ADDTXI" TO DL960-ERR-FILE-ID
002530         MOVE DL960-ADDTXI-STATUS TO DL960-ERR-STATUS
002540         PERFORM 8000-CHECK-FILE-STATUS
002550             THRU 8000-CHECK-FILE-STATUS-EXIT
002560     END-IF.
002570
002580     ADD 1 TO DL960-READ-COUNT.
002590
002600 2100-READ-ADDTXI-EXIT.
002610     EXIT.
002620
002630*----------------------------------------------------------------
002640* 3000-DISPOSE-INDEX-ENTRY - DELETE THE CURRENT ENTRY AND LIST
002650*                            IT ON THE REGISTER WHEN IT POSTED
002660*                            BEFORE THE CUTOFF, OTHERWISE KEEP
002670*                            IT.  THEN READ THE NEXT ENTRY.
002680*----------------------------------------------------------------
002690 3000-DISPOSE-INDEX-ENTRY.
002700     IF ADDTXI-POSTED-DATE IS NUMERIC
002710             AND ADDTXI-POSTED-DATE > ZERO
002720             AND ADDTXI-POSTED-DATE < DL960-CUTOFF-DATE
002730         PERFORM 3100-PURGE-ENTRY
002740             THRU 3100-PURGE-ENTRY-EXIT
002750     ELSE
002760         ADD 1 TO DL960-RETAIN-COUNT
002770     END-IF.
002780
002790     PERFORM 2100-READ-ADDTXI
002800         THRU 2100-READ-ADDTXI-EXIT.
002810
002820 3000-DISPOSE-INDEX-ENTRY-EXIT.
002830     EXIT.
002840
002850*----------------------------------------------------------------
002860* 3100-PURGE-ENTRY - DELETE THE ENTRY JUST READ, ADD IT TO THE
002870*                    PURGE TOTALS AND PRINT ITS REGISTER LINE.
002880*----------------------------------------------------------------
002890 3100-PURGE-ENTRY.
002900     DELETE ADDTXI-FILE RECORD.
002910     MOVE "ADDTXI" TO DL960-ERR-FILE-ID.
002920     MOVE DL960-ADDTXI-STATUS TO DL960-ERR-STATUS.
002930     PERFORM 8000-CHECK-FILE-STATUS
002940         THRU 8000-CHECK-FILE-STATUS-EXIT.
002950
002960     ADD 1 TO DL960-PURGE-COUNT.
002970     IF ADDTXI-AMOUNT IS NUMERIC
002980         ADD ADDTXI-AMOUNT TO DL960-PURGE-AMOUNT
002990         MOVE ADDTXI-AMOUNT TO DL960-RPT-DET-AMOUNT
003000     ELSE
003010         MOVE ZERO TO DL960-RPT-DET-AMOUNT
003020     END-IF.
003030
003040     IF DL960-RPT-LINE-COUNT >= DL960-RPT-PAGE-SIZE
003050         PERFORM 4000-PRINT-HEADERS
003060             THRU 4000-PRINT-HEADERS-EXIT
003070     END-IF.
003080
003090     MOVE ADDTXI-TRANS-ID TO DL960-RPT-DET-TRANS-ID.
003100     MOVE ADDTXI-BATCH-ID TO DL960-RPT-DET-BATCH-ID.
003110     MOVE ADDTXI-POSTED-DATE TO DL960-RPT-DET-DATE.
003120     MOVE ADDTXI-GL-ACCOUNT TO DL960-RPT-DET-ACCOUNT.
003130     MOVE DL960-RPT-DETAIL TO ADDRPT-RECORD.
003140     WRITE ADDRPT-RECORD.
003150     PERFORM 8010-CHECK-TXPRPT-STATUS
003160         THRU 8010-CHECK-TXPRPT-STATUS-EXIT.
003170     ADD 1 TO DL960-RPT-LINE-COUNT.
003180
003190 3100-PURGE-ENTRY-EXIT.
003200     EXIT.
003210
003220*----------------------------------------------------------------
003230* 4000-PRINT-HEADERS - PRINT THE RUN-HEADER AND COLUMN HEADING
003240*                      LINES AT THE TOP OF EACH PAGE OF THE
003250*                      TXPRPT PURGE REGISTER.
003260*----------------------------------------------------------------
003270 4000-PRINT-HEADERS.
003280     ADD 1 TO DL960-RPT-PAGE-COUNT.
003290     MOVE DL960-BUS-DATE TO DL960-RPT-H1-DATE.
003300     MOVE DL960-CUTOFF-DATE TO DL960-RPT-H1-CUTOFF.
003310     MOVE DL960-RPT-PAGE-COUNT TO DL960-RPT-H1-PAGE.
003320
003330     MOVE DL960-RPT-HEADING1 TO ADDRPT-RECORD.
003340     WRITE ADDRPT-RECORD.
003350     PERFORM 8010-CHECK-TXPRPT-STATUS
003360         THRU 8010-CHECK-TXPRPT-STATUS-EXIT.
003370     MOVE DL960-RPT-HEADING2 TO ADDRPT-RECORD.
003380     WRITE ADDRPT-RECORD.
003390     PERFORM 8010-CHECK-TXPRPT-STATUS
003400         THRU 8010-CHECK-TXPRPT-STATUS-EXIT.
003410
003420     MOVE ZERO TO DL960-RPT-LINE-COUNT.
003430
003440 4000-PRINT-HEADERS-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------------
003480* 9000-TERMINATE - PRINT THE REGISTER TOTALS AND ANNOUNCE THE
003490*                  RUN'S COUNTS ON THE JOB LOG.
003500*----------------------------------------------------------------
003510 9000-TERMINATE.
003520     MOVE DL960-READ-COUNT TO DL960-RPT-TRL-READ.
003530     MOVE DL960-PURGE-COUNT TO DL960-RPT-TRL-PURGED.
003540     MOVE DL960-RETAIN-COUNT TO DL960-RPT-TRL-RETAINED.
003550     MOVE DL960-PURGE-AMOUNT TO DL960-RPT-TRL-AMOUNT.
003560     MOVE DL960-RPT-TRAILER TO ADDRPT-RECORD.
003570     WRITE ADDRPT-RECORD.
003580     PERFORM 8010-CHECK-TXPRPT-STATUS
003590         THRU 8010-CHECK-TXPRPT-STATUS-EXIT.
003600
003610     DISPLAY "ADDTXIPG RUN COMPLETE - "
003620             DL960-READ-COUNT " READ, "
003630             DL960-PURGE-COUNT " PURGED, "
003640             DL960-RETAIN-COUNT " RETAINED.".
003650
003660 9000-TERMINATE-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------------
003700* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
003710*                          AFTER EVERY OPEN, READ, DELETE AND
003720*                          WRITE.  THE CALLER MOVES THE FILE'S
003730*                          NAME AND CURRENT FILE STATUS INTO
003740*                          DL960-ERR-FILE-ID/DL960-ERR-STATUS
003750*                          IMMEDIATELY BEFORE THE PERFORM.  A
003760*                          NON-ZERO STATUS ABENDS THE RUN.
003770*----------------------------------------------------------------
003780 8000-CHECK-FILE-STATUS.
003790     IF DL960-ERR-STATUS NOT = "00"
003800         DISPLAY "ADDTXIPG - I/O ERROR ON "
003810                 DL960-ERR-FILE-ID " - FILE STATUS "
003820                 DL960-ERR-STATUS "."
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860
003870 8000-CHECK-FILE-STATUS-EXIT.
003880     EXIT.
003890
003900 8010-CHECK-TXPRPT-STATUS.
003910     MOVE "TXPRPT" TO DL960-ERR-FILE-ID.
003920     MOVE DL960-TXPRPT-STATUS TO DL960-ERR-STATUS.
003930     PERFORM 8000-CHECK-FILE-STATUS
003940         THRU 8000-CHECK-FILE-STATUS-EXIT.
003950
003960 8010-CHECK-TXPRPT-STATUS-EXIT.
003970     EXIT.
003980
003990*----------------------------------------------------------------
004000* 9999-EXIT - COMMON PROGRAM EXIT.
004010*----------------------------------------------------------------
004020 9999-EXIT.
004030     CLOSE ADDTXI-FILE
004040           TXPRPT-FILE.
004050     STOP RUN.
004060
004070 9999-EXIT-EXIT.
004080     EXIT.
