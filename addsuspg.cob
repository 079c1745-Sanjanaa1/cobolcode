000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AddSuspensePurge.
000030 AUTHOR. D. LOMBARDI.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DL  ORIGINAL VERSION.  PERIODIC HOUSEKEEPING RUN
000100*                   (ADDJOB18 STEP010) OVER THE ADDSUS SUSPENSE
000110*                   KSDS.  BROWSES THE FILE FROM THE FRONT AND
000120*                   MOVES EVERY RELEASED (R) OR VOIDED (V) ROW
000130*                   WHOSE RELEASE DATE IS OLDER THAN THE
000140*                   RETENTION PERIOD (PARM=NNNN DAYS, DEFAULT
000150*                   90) COUNTED BACK FROM THE ADDBDT BUSINESS
000160*                   DATE TO THE DATED ARCOUT ARCHIVE
000170*                   GENERATION, DELETES IT FROM ADDSUS, AND
000180*                   LISTS IT ON THE SSPRPT PURGE REGISTER WITH
000190*                   RELEASED, VOIDED AND RETAINED COUNTS AND
000200*                   AMOUNTS.  A HELD ROW IS NEVER PURGED, AND
000210*                   A ROW WITH AN UNREADABLE RELEASE DATE IS
000220*                   KEPT FOR SOMEONE TO LOOK AT.
000230*----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ADDSUS-FILE ASSIGN TO ADDSUS
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS ADDSUS-KEY
000360         FILE STATUS IS DLA50-ADDSUS-STATUS.
000370
000380     SELECT ARCOUT-FILE ASSIGN TO ARCOUT
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS DLA50-ARCOUT-STATUS.
000410
000420     SELECT ADDBDT-FILE ASSIGN TO ADDBDT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS DLA50-ADDBDT-STATUS.
000450
000460     SELECT SSPRPT-FILE ASSIGN TO SSPRPT
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS DLA50-SSPRPT-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  ADDSUS-FILE
000530     LABEL RECORDS ARE STANDARD.
000540 COPY ADDSUSREC.
000550
000560 FD  ARCOUT-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590 COPY ADDSUAREC.
000600
000610 FD  ADDBDT-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 COPY ADDBDTREC.
000650
000660 FD  SSPRPT-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 COPY ADDRPTREC.
000700
000710 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------
000730* FILE-STATUS SWITCHES AND COMMON I/O ERROR FIELDS
000740*----------------------------------------------------------------
000750 77  DLA50-ADDSUS-STATUS            PIC X(02) VALUE "00".
000760 77  DLA50-ARCOUT-STATUS            PIC X(02) VALUE "00".
000770 77  DLA50-ADDBDT-STATUS            PIC X(02) VALUE "00".
000780 77  DLA50-SSPRPT-STATUS            PIC X(02) VALUE "00".
000790 77  DLA50-ERR-FILE-ID              PIC X(08) VALUE SPACES.
000800 77  DLA50-ERR-STATUS               PIC X(02) VALUE "00".
000810 77  DLA50-ADDSUS-EOF-SW            PIC X(01) VALUE "N".
000820     88  DLA50-ADDSUS-EOF                     VALUE "Y".
000830
000840*----------------------------------------------------------------
000850* RUN CONTROL - THE RETENTION PERIOD, THE BUSINESS DATE IT IS
000860* COUNTED BACK FROM, AND THE RESULTING CUTOFF.  A RELEASED OR
000870* VOIDED ROW WHOSE RELEASE DATE IS BEFORE THE CUTOFF IS PURGED.
000880*----------------------------------------------------------------
000890 77  DLA50-PARM                     PIC X(20) VALUE SPACES.
000900 77  DLA50-RETAIN-DAYS              PIC 9(04) VALUE 90.
000910*    NOTHING YOUNGER THAN A MONTH-END CYCLE IS EVER PURGED - A
000920*    MISKEYED PARM MUST NOT EMPTY THE FILE OF RECENT DECISIONS.
000930 77  DLA50-MIN-RETAIN-DAYS          PIC 9(04) VALUE 35.
000940 77  DLA50-BUS-DATE                 PIC 9(08) VALUE ZERO.
000950 77  DLA50-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
000960 77  DLA50-DAY-NBR                  PIC 9(09) COMP VALUE ZERO.
000970 77  DLA50-ROW-AMOUNT               PIC S9(07)V99 VALUE ZERO.
000980
000990*----------------------------------------------------------------
001000* PURGE REGISTER COUNTS AND AMOUNTS
001010*----------------------------------------------------------------
001020 77  DLA50-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
001030 77  DLA50-REL-PURGE-COUNT          PIC 9(09) COMP VALUE ZERO.
001040 77  DLA50-REL-PURGE-AMOUNT         PIC S9(11)V99 VALUE ZERO.
001050 77  DLA50-VOID-PURGE-COUNT         PIC 9(09) COMP VALUE ZERO.
001060 77  DLA50-VOID-PURGE-AMOUNT        PIC S9(11)V99 VALUE ZERO.
001070 77  DLA50-PURGE-COUNT              PIC 9(09) COMP VALUE ZERO.
001080 77  DLA50-PURGE-AMOUNT             PIC S9(11)V99 VALUE ZERO.
001090 77  DLA50-HELD-KEPT-COUNT          PIC 9(09) COMP VALUE ZERO.
001100 77  DLA50-HELD-KEPT-AMOUNT         PIC S9(11)V99 VALUE ZERO.
001110 77  DLA50-DONE-KEPT-COUNT          PIC 9(09) COMP VALUE ZERO.
001120 77  DLA50-DONE-KEPT-AMOUNT         PIC S9(11)V99 VALUE ZERO.
001130
001140*----------------------------------------------------------------
001150* PURGE REGISTER (SSPRPT) SUPPORTING FIELDS AND PRINT LINES
001160*----------------------------------------------------------------
001170 77  DLA50-RPT-PAGE-SIZE            PIC 9(04) COMP VALUE 50.
001180 77  DLA50-RPT-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
001190 77  DLA50-RPT-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
001200
001210 01  DLA50-RPT-HEADING1.
001220     05  FILLER                     PIC X(01) VALUE "1".
001230     05  FILLER                     PIC X(32)
001240         VALUE "ADDSUSPG SUSPENSE PURGE".
001250     05  FILLER                     PIC X(15)
001260         VALUE "BUSINESS DATE:".
001270     05  DLA50-RPT-H1-DATE          PIC 9999/99/99.
001280     05  FILLER                     PIC X(10) VALUE "  CUTOFF:".
001290     05  DLA50-RPT-H1-CUTOFF        PIC 9999/99/99.
001300     05  FILLER                     PIC X(08) VALUE "  PAGE:".
001310     05  DLA50-RPT-H1-PAGE          PIC ZZZ9.
001320     05  FILLER                     PIC X(42) VALUE SPACES.
001330
001340 01  DLA50-RPT-HEADING2.
001350     05  FILLER                     PIC X(01) VALUE SPACE.
001360     05  FILLER                     PIC X(12) VALUE "TRANS ID".
001370     05  FILLER                     PIC X(12) VALUE "HELD DATE".
001380     05  FILLER                     PIC X(08) VALUE "REASON".
001390     05  FILLER                     PIC X(10) VALUE "STATUS".
001400     05  FILLER                     PIC X(12) VALUE "REL DATE".
001410     05  FILLER                     PIC X(12) VALUE "ACCOUNT".
001420     05  FILLER                     PIC X(10) VALUE "APPROVER".
001430     05  FILLER                     PIC X(14)
001440         VALUE "      RESULT".
001450     05  FILLER                     PIC X(41) VALUE SPACES.
001460
001470 01  DLA50-RPT-DETAIL.
001480     05  FILLER                     PIC X(01) VALUE SPACE.
001490     05  DLA50-RPT-DET-TRANS-ID     PIC X(10).
001500     05  FILLER                     PIC X(02) VALUE SPACES.
001510     05  DLA50-RPT-DET-HELD         PIC 9999/99/99.
001520     05  FILLER                     PIC X(02) VALUE SPACES.
001530     05  DLA50-RPT-DET-REASON       PIC X(02).
001540     05  FILLER                     PIC X(06) VALUE SPACES.
001550     05  DLA50-RPT-DET-STATUS       PIC X(08).
001560     05  FILLER                     PIC X(02) VALUE SPACES.
001570     05  DLA50-RPT-DET-REL          PIC 9999/99/99.
001580     05  FILLER                     PIC X(02) VALUE SPACES.
001590     05  DLA50-RPT-DET-ACCOUNT      PIC X(10).
001600     05  FILLER                     PIC X(02) VALUE SPACES.
001610     05  DLA50-RPT-DET-APPR         PIC X(08).
001620     05  FILLER                     PIC X(02) VALUE SPACES.
001630     05  DLA50-RPT-DET-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
001640     05  FILLER                     PIC X(42) VALUE SPACES.
001650
001660 01  DLA50-RPT-TOTAL.
001670     05  FILLER                     PIC X(01) VALUE SPACE.
001680     05  DLA50-RPT-TOT-LABEL        PIC X(28).
001690     05  FILLER                     PIC X(07) VALUE "COUNT:".
001700     05  DLA50-RPT-TOT-COUNT        PIC ZZZ,ZZZ,ZZ9.
001710     05  FILLER                     PIC X(10) VALUE "  AMOUNT:".
001720     05  DLA50-RPT-TOT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001730     05  FILLER                     PIC X(57) VALUE SPACES.
001740
001750 PROCEDURE DIVISION.
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE
001780         THRU 1000-INITIALIZE-EXIT.
001790
001800     PERFORM 3000-DISPOSE-SUSPENSE-ROW
001810         THRU 3000-DISPOSE-SUSPENSE-ROW-EXIT
001820         UNTIL DLA50-ADDSUS-EOF.
001830
001840     PERFORM 9000-TERMINATE
001850         THRU 9000-TERMINATE-EXIT.
001860
001870     PERFORM 9999-EXIT
001880         THRU 9999-EXIT-EXIT.
001890
001900 0000-MAINLINE-EXIT.
001910     EXIT.
001920
001930*----------------------------------------------------------------
001940* 1000-INITIALIZE - RESOLVE THE RETENTION PERIOD FROM THE PARM
001950*                   (DEFAULT 90 DAYS), READ THE BUSINESS DATE
001960*                   FROM ADDBDT AND COUNT THE CUTOFF BACK FROM
001970*                   IT, OPEN THE SUSPENSE FILE, ARCHIVE AND
001980*                   REGISTER, AND PRIME THE FIRST READ.
001990*----------------------------------------------------------------
002000 1000-INITIALIZE.
002010     ACCEPT DLA50-PARM FROM COMMAND-LINE.
002020     IF DLA50-PARM(1:4) IS NUMERIC
002030         MOVE DLA50-PARM(1:4) TO DLA50-RETAIN-DAYS
002040     END-IF.
002050
002060     IF DLA50-RETAIN-DAYS < DLA50-MIN-RETAIN-DAYS
002070         DISPLAY "ADDSUSPG - RETENTION OF " DLA50-RETAIN-DAYS
002080                 " DAYS IS BELOW THE " DLA50-MIN-RETAIN-DAYS
002090                 "-DAY MINIMUM - RUN ABORTED."
002100         MOVE 16 TO RETURN-CODE
002110         STOP RUN
002120     END-IF.
002130
002140     OPEN INPUT ADDBDT-FILE.
002150     MOVE "ADDBDT" TO DLA50-ERR-FILE-ID.
002160     MOVE DLA50-ADDBDT-STATUS TO DLA50-ERR-STATUS.
002170     PERFORM 8000-CHECK-FILE-STATUS
002180         THRU 8000-CHECK-FILE-STATUS-EXIT.
002190
002200     READ ADDBDT-FILE
002210         AT END
002220             DISPLAY "ADDSUSPG - ADDBDT CONTROL RECORD MISSING "
002230                     "- RUN ABORTED."
002240             MOVE 16 TO RETURN-CODE
002250             STOP RUN
002260     END-READ.
002270
002280     IF ADDBDT-BUS-DATE IS NOT NUMERIC
002290             OR ADDBDT-BUS-DATE = ZERO
002300         DISPLAY "ADDSUSPG - ADDBDT BUSINESS DATE IS NOT "
002310                 "NUMERIC - RUN ABORTED."
002320         MOVE 16 TO RETURN-CODE
002330         STOP RUN
002340     END-IF.
002350
002360     MOVE ADDBDT-BUS-DATE TO DLA50-BUS-DATE.
002370     CLOSE ADDBDT-FILE.
002380
002390     COMPUTE DLA50-DAY-NBR =
002400         FUNCTION INTEGER-OF-DATE(DLA50-BUS-DATE)
002410         - DLA50-RETAIN-DAYS.
002420     COMPUTE DLA50-CUTOFF-DATE =
002430         FUNCTION DATE-OF-INTEGER(DLA50-DAY-NBR).
002440
002450     DISPLAY "ADDSUSPG - ARCHIVING RELEASED AND VOIDED "
002460             "SUSPENSE ROWS DECIDED BEFORE " DLA50-CUTOFF-DATE
002470             ".".
002480
002490     OPEN I-O ADDSUS-FILE.
002500     MOVE "ADDSUS" TO DLA50-ERR-FILE-ID.
002510     MOVE DLA50-ADDSUS-STATUS TO DLA50-ERR-STATUS.
002520     PERFORM 8000-CHECK-FILE-STATUS
002530         THRU 8000-CHECK-FILE-STATUS-EXIT.
002540
002550     OPEN OUTPUT ARCOUT-FILE.
002560     MOVE "ARCOUT" TO DLA50-ERR-FILE-ID.
002570     MOVE DLA50-ARCOUT-STATUS TO DLA50-ERR-STATUS.
002580     PERFORM 8000-CHECK-FILE-STATUS
002590         THRU 8000-CHECK-FILE-STATUS-EXIT.
002600
002610     OPEN OUTPUT SSPRPT-FILE.
002620     MOVE "SSPRPT" TO DLA50-ERR-FILE-ID.
002630     MOVE DLA50-SSPRPT-STATUS TO DLA50-ERR-STATUS.
002640     PERFORM 8000-CHECK-FILE-STATUS
002650         THRU 8000-CHECK-FILE-STATUS-EXIT.
002660
002670     PERFORM 4000-PRINT-HEADERS
002680         THRU 4000-PRINT-HEADERS-EXIT.
002690
002700     PERFORM 2100-READ-ADDSUS
002710         THRU 2100-READ-ADDSUS-EXIT.
002720
002730 1000-INITIALIZE-EXIT.
002740     EXIT.
002750
002760*----------------------------------------------------------------
002770* 2100-READ-ADDSUS - READ THE NEXT SUSPENSE ROW IN KEY ORDER.
002780*----------------------------------------------------------------
002790 2100-READ-ADDSUS.
002800     READ ADDSUS-FILE NEXT RECORD
002810         AT END
002820             SET DLA50-ADDSUS-EOF TO TRUE
002830             GO TO 2100-READ-ADDSUS-EXIT
002840     END-READ.
002850     IF DLA50-ADDSUS-STATUS NOT = "00"
002860         MOVE "ADDSUS" TO DLA50-ERR-FILE-ID
002870         MOVE DLA50-ADDSUS-STATUS TO DLA50-ERR-STATUS
002880         PERFORM 8000-CHECK-FILE-STATUS
002890             THRU 8000-CHECK-FILE-STATUS-EXIT
002900     END-IF.
002910
002920     ADD 1 TO DLA50-READ-COUNT.
002930
002940 2100-READ-ADDSUS-EXIT.
002950     EXIT.
002960
002970*----------------------------------------------------------------
002980* 3000-DISPOSE-SUSPENSE-ROW - ARCHIVE AND DELETE THE CURRENT ROW
002990*                             WHEN IT WAS RELEASED OR VOIDED
003000*                             BEFORE THE CUTOFF, OTHERWISE KEEP
003010*                             IT.  THEN READ THE NEXT ROW.
003020*----------------------------------------------------------------
003030 3000-DISPOSE-SUSPENSE-ROW.
003040     IF ADDSUS-RESULT IS NUMERIC
003050         MOVE ADDSUS-RESULT TO DLA50-ROW-AMOUNT
003060     ELSE
003070         MOVE ZERO TO DLA50-ROW-AMOUNT
003080     END-IF.
003090
003100     IF (ADDSUS-RELEASED OR ADDSUS-VOIDED)
003110             AND ADDSUS-REL-DATE IS NUMERIC
003120             AND ADDSUS-REL-DATE > ZERO
003130             AND ADDSUS-REL-DATE < DLA50-CUTOFF-DATE
003140         PERFORM 3100-PURGE-ROW
003150             THRU 3100-PURGE-ROW-EXIT
003160     ELSE
003170         IF ADDSUS-HELD
003180             ADD 1 TO DLA50-HELD-KEPT-COUNT
003190             ADD DLA50-ROW-AMOUNT TO DLA50-HELD-KEPT-AMOUNT
003200         ELSE
003210             ADD 1 TO DLA50-DONE-KEPT-COUNT
003220             ADD DLA50-ROW-AMOUNT TO DLA50-DONE-KEPT-AMOUNT
003230         END-IF
003240     END-IF.
003250
003260     PERFORM 2100-READ-ADDSUS
003270         THRU 2100-READ-ADDSUS-EXIT.
003280
003290 3000-DISPOSE-SUSPENSE-ROW-EXIT.
003300     EXIT.
003310
003320*----------------------------------------------------------------
003330* 3100-PURGE-ROW - WRITE THE ROW JUST READ TO THE ARCHIVE
003340*                  GENERATION, THEN DELETE IT FROM ADDSUS, ADD
003350*                  IT TO THE PURGE TOTALS AND PRINT ITS
003360*                  REGISTER LINE.  THE ARCHIVE COPY IS WRITTEN
003370*                  FIRST SO A FAILURE BETWEEN THE TWO NEVER
003380*                  LOSES A ROW.
003390*----------------------------------------------------------------
003400 3100-PURGE-ROW.
003410     WRITE ADDSUA-RECORD FROM ADDSUS-RECORD.
003420     MOVE "ARCOUT" TO DLA50-ERR-FILE-ID.
003430     MOVE DLA50-ARCOUT-STATUS TO DLA50-ERR-STATUS.
003440     PERFORM 8000-CHECK-FILE-STATUS
003450         THRU 8000-CHECK-FILE-STATUS-EXIT.
003460
003470     DELETE ADDSUS-FILE RECORD.
003480     MOVE "ADDSUS" TO DLA50-ERR-FILE-ID.
003490     MOVE DLA50-ADDSUS-STATUS TO DLA50-ERR-STATUS.
003500     PERFORM 8000-CHECK-FILE-STATUS
003510         THRU 8000-CHECK-FILE-STATUS-EXIT.
003520
003530     ADD 1 TO DLA50-PURGE-COUNT.
003540     ADD DLA50-ROW-AMOUNT TO DLA50-PURGE-AMOUNT.
003550     IF ADDSUS-RELEASED
003560         ADD 1 TO DLA50-REL-PURGE-COUNT
003570         ADD DLA50-ROW-AMOUNT TO DLA50-REL-PURGE-AMOUNT
003580         MOVE "RELEASED" TO DLA50-RPT-DET-STATUS
003590     ELSE
003600         ADD 1 TO DLA50-VOID-PURGE-COUNT
003610         ADD DLA50-ROW-AMOUNT TO DLA50-VOID-PURGE-AMOUNT
003620         MOVE "VOIDED" TO DLA50-RPT-DET-STATUS
003630     END-IF.
003640
003650     IF DLA50-RPT-LINE-COUNT >= DLA50-RPT-PAGE-SIZE
003660         PERFORM 4000-PRINT-HEADERS
003670             THRU 4000-PRINT-HEADERS-EXIT
003680     END-IF.
003690
003700     MOVE ADDSUS-TRANS-ID TO DLA50-RPT-DET-TRANS-ID.
003710     IF ADDSUS-SUS-DATE IS NUMERIC
003720         MOVE ADDSUS-SUS-DATE TO DLA50-RPT-DET-HELD
003730     ELSE
003740         MOVE ZERO TO DLA50-RPT-DET-HELD
003750     END-IF.
003760     MOVE ADDSUS-REASON-CODE TO DLA50-RPT-DET-REASON.
003770     MOVE ADDSUS-REL-DATE TO DLA50-RPT-DET-REL.
003780     MOVE ADDSUS-GL-ACCOUNT TO DLA50-RPT-DET-ACCOUNT.
003790     MOVE ADDSUS-APPROVER-ID TO DLA50-RPT-DET-APPR.
003800     MOVE DLA50-ROW-AMOUNT TO DLA50-RPT-DET-AMOUNT.
003810     MOVE DLA50-RPT-DETAIL TO ADDRPT-RECORD.
003820     PERFORM 7100-WRITE-REPORT-LINE
003830         THRU 7100-WRITE-REPORT-LINE-EXIT.
003840     ADD 1 TO DLA50-RPT-LINE-COUNT.
003850
003860 3100-PURGE-ROW-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------------
003900* 4000-PRINT-HEADERS - PRINT THE RUN-HEADER AND COLUMN HEADING
003910*                      LINES AT THE TOP OF EACH PAGE OF THE
003920*                      SSPRPT PURGE REGISTER.
003930*----------------------------------------------------------------
003940 4000-PRINT-HEADERS.
003950     ADD 1 TO DLA50-RPT-PAGE-COUNT.
003960     MOVE DLA50-BUS-DATE TO DLA50-RPT-H1-DATE.
003970     MOVE DLA50-CUTOFF-DATE TO DLA50-RPT-H1-CUTOFF.
003980     MOVE DLA50-RPT-PAGE-COUNT TO DLA50-RPT-H1-PAGE.
003990
004000     MOVE DLA50-RPT-HEADING1 TO ADDRPT-RECORD.
004010     PERFORM 7100-WRITE-REPORT-LINE
004020         THRU 7100-WRITE-REPORT-LINE-EXIT.
004030     MOVE DLA50-RPT-HEADING2 TO ADDRPT-RECORD.
004040     PERFORM 7100-WRITE-REPORT-LINE
004050         THRU 7100-WRITE-REPORT-LINE-EXIT.
004060
004070     MOVE ZERO TO DLA50-RPT-LINE-COUNT.
004080
004090 4000-PRINT-HEADERS-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------------
004130* 4200-PRINT-TOTAL-LINE - PRINT ONE COUNT-AND-AMOUNT LINE OF THE
004140*                         REGISTER TOTALS.  THE CALLER FILLS
004150*                         DLA50-RPT-TOTAL FIRST.
004160*----------------------------------------------------------------
004170 4200-PRINT-TOTAL-LINE.
004180     MOVE DLA50-RPT-TOTAL TO ADDRPT-RECORD.
004190     PERFORM 7100-WRITE-REPORT-LINE
004200         THRU 7100-WRITE-REPORT-LINE-EXIT.
004210
004220 4200-PRINT-TOTAL-LINE-EXIT.
004230     EXIT.
004240
004250*----------------------------------------------------------------
004260* 7100-WRITE-REPORT-LINE - WRITE THE LINE ALREADY MOVED TO
004270*                          ADDRPT-RECORD AND CHECK THE I/O.
004280*----------------------------------------------------------------
004290 7100-WRITE-REPORT-LINE.
004300     WRITE ADDRPT-RECORD.
004310     MOVE "SSPRPT" TO DLA50-ERR-FILE-ID.
004320     MOVE DLA50-SSPRPT-STATUS TO DLA50-ERR-STATUS.
004330     PERFORM 8000-CHECK-FILE-STATUS
004340         THRU 8000-CHECK-FILE-STATUS-EXIT.
004350
004360 7100-WRITE-REPORT-LINE-EXIT.
004370     EXIT.
004380
004390*----------------------------------------------------------------
004400* 9000-TERMINATE - PRINT THE REGISTER TOTALS - RELEASED AND
004410*                  VOIDED ROWS ARCHIVED, THEIR SUM, AND THE
004420*                  HELD AND DECIDED ROWS KEPT - AND ANNOUNCE
004430*                  THE RUN'S COUNTS ON THE JOB LOG.
004440*----------------------------------------------------------------
004450 9000-TERMINATE.
004460     MOVE SPACES TO ADDRPT-RECORD.
004470     PERFORM 7100-WRITE-REPORT-LINE
004480         THRU 7100-WRITE-REPORT-LINE-EXIT.
004490
004500     MOVE "RELEASED ROWS ARCHIVED" TO DLA50-RPT-TOT-LABEL.
004510     MOVE DLA50-REL-PURGE-COUNT TO DLA50-RPT-TOT-COUNT.
004520     MOVE DLA50-REL-PURGE-AMOUNT TO DLA50-RPT-TOT-AMOUNT.
004530     PERFORM 4200-PRINT-TOTAL-LINE
004540         THRU 4200-PRINT-TOTAL-LINE-EXIT.
004550
004560     MOVE "VOIDED ROWS ARCHIVED" TO DLA50-RPT-TOT-LABEL.
004570     MOVE DLA50-VOID-PURGE-COUNT TO DLA50-RPT-TOT-COUNT.
004580     MOVE DLA50-VOID-PURGE-AMOUNT TO DLA50-RPT-TOT-AMOUNT.
004590     PERFORM 4200-PRINT-TOTAL-LINE
004600         THRU 4200-PRINT-TOTAL-LINE-EXIT.
004610
004620     MOVE "TOTAL ARCHIVED AND DELETED" TO DLA50-RPT-TOT-LABEL.
004630     MOVE DLA50-PURGE-COUNT TO DLA50-RPT-TOT-COUNT.
004640     MOVE DLA50-PURGE-AMOUNT TO DLA50-RPT-TOT-AMOUNT.
004650     PERFORM 4200-PRINT-TOTAL-LINE
004660         THRU 4200-PRINT-TOTAL-LINE-EXIT.
004670
004680     MOVE "HELD ROWS KEPT" TO DLA50-RPT-TOT-LABEL.
004690     MOVE DLA50-HELD-KEPT-COUNT TO DLA50-RPT-TOT-COUNT.
004700     MOVE DLA50-HELD-KEPT-AMOUNT TO DLA50-RPT-TOT-AMOUNT.
004710     PERFORM 4200-PRINT-TOTAL-LINE
004720         THRU 4200-PRINT-TOTAL-LINE-EXIT.
004730
004740     MOVE "DECIDED ROWS KEPT" TO DLA50-RPT-TOT-LABEL.
004750     MOVE DLA50-DONE-KEPT-COUNT TO DLA50-RPT-TOT-COUNT.
004760     MOVE DLA50-DONE-KEPT-AMOUNT TO DLA50-RPT-TOT-AMOUNT.
004770     PERFORM 4200-PRINT-TOTAL-LINE
004780         THRU 4200-PRINT-TOTAL-LINE-EXIT.
004790
004800     DISPLAY "ADDSUSPG RUN COMPLETE - "
004810             DLA50-READ-COUNT " READ, "
004820             DLA50-REL-PURGE-COUNT " RELEASED AND "
004830             DLA50-VOID-PURGE-COUNT " VOIDED ARCHIVED, "
004840             DLA50-HELD-KEPT-COUNT " HELD KEPT.".
004850
004860 9000-TERMINATE-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------------
004900* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
004910*                          AFTER EVERY OPEN, READ, DELETE AND
004920*                          WRITE.  THE CALLER MOVES THE FILE'S
004930*                          NAME AND CURRENT FILE STATUS INTO
004940*                          DLA50-ERR-FILE-ID/DLA50-ERR-STATUS
004950*                          IMMEDIATELY BEFORE THE PERFORM.  A
004960*                          NON-ZERO STATUS ABENDS THE RUN.
004970*----------------------------------------------------------------
004980 8000-CHECK-FILE-STATUS.
004990     IF DLA50-ERR-STATUS NOT = "00"
005000         DISPLAY "ADDSUSPG - I/O ERROR ON "
005010                 DLA50-ERR-FILE-ID " - FILE STATUS "
005020                 DLA50-ERR-STATUS "."
005030         MOVE 16 TO RETURN-CODE
005040         STOP RUN
005050     END-IF.
005060
005070 8000-CHECK-FILE-STATUS-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------
005110* 9999-EXIT - COMMON PROGRAM EXIT.
005120*----------------------------------------------------------------
005130 9999-EXIT.
005140     CLOSE ADDSUS-FILE
005150           ARCOUT-FILE
005160           SSPRPT-FILE.
005170     STOP RUN.
005180
005190 9999-EXIT-EXIT.
005200     EXIT.
