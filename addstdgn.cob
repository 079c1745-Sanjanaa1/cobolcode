000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AddStdGen.
000030 AUTHOR. D. LOMBARDI.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DL  ORIGINAL VERSION.  NIGHTLY STANDING-
000100*                   TRANSACTION GENERATOR (ADDJOB01 STEP005,
000110*                   AHEAD OF THE ADD3NUM BATCH RUN).  BROWSES
000120*                   THE ADDSTD MASTER AND, FOR EVERY ITEM DUE
000130*                   ON OR BEFORE THE LAST CALENDAR DAY BEFORE
000140*                   THE NEXT BUSINESS DAY (ADDBDT BUSINESS DATE,
000150*                   WEEKENDS AND ADDCAL HOLIDAYS), WRITES AN
000160*                   ADDIN DETAIL TO A BALANCED P-BATCH ON THE
000170*                   ADDSTG(+1) GENERATION THAT STEP010'S ADDIN
000180*                   CONCATENATION POSTS, THEN ADVANCES THE
000190*                   ITEM'S NEXT-DUE DATE BY ITS FREQUENCY.  AN
000200*                   ITEM DUE ON A WEEKEND OR HOLIDAY IS THUS
000210*                   GENERATED ON THE BUSINESS DAY BEFORE.  HELD
000220*                   ITEMS ARE PASSED OVER, ITEMS PAST THEIR END
000230*                   DATE ARE MARKED EXPIRED, AND AN ITEM WHOSE
000240*                   GL ACCOUNT IS OFF THE CHART OR CLOSED IS
000250*                   LEFT DUE FOR THE NEXT NIGHT (RC 4).  A
000260*                   BATCH ON THE PREVIOUS ADDSTG GENERATION
000270*                   THAT NEVER POSTED IS CARRIED FORWARD
000280*                   UNCHANGED (RC 4).  THE STGRPT LISTING
000290*                   SHOWS EVERYTHING GENERATED, SKIPPED,
000300*                   EXPIRED OR CARRIED.
000310*----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ADDBDT-FILE ASSIGN TO ADDBDT
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS DLA10-ADDBDT-STATUS.
000430
000440     SELECT ADDCAL-FILE ASSIGN TO ADDCAL
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS DLA10-ADDCAL-STATUS.
000470
000480     SELECT ADDSTD-FILE ASSIGN TO ADDSTD
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS ADDSTD-STEM
000520         FILE STATUS IS DLA10-ADDSTD-STATUS.
000530
000540     SELECT ADDCOA-FILE ASSIGN TO ADDCOA
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS ADDCOA-ACCOUNT
000580         FILE STATUS IS DLA10-ADDCOA-STATUS.
000590
000600     SELECT ADDRUN-FILE ASSIGN TO ADDRUN
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS DLA10-ADDRUN-STATUS.
000630
000640     SELECT STDPRV-FILE ASSIGN TO STDPRV
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS DLA10-STDPRV-STATUS.
000670
000680     SELECT ADDSTG-FILE ASSIGN TO ADDSTG
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS DLA10-ADDSTG-STATUS.
000710
000720     SELECT STGRPT-FILE ASSIGN TO STGRPT
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS DLA10-STGRPT-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  ADDBDT-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 COPY ADDBDTREC.
000820
000830 FD  ADDCAL-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 COPY ADDCALREC.
000870
000880 FD  ADDSTD-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY ADDSTDREC.
000910
000920 FD  ADDCOA-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 COPY ADDCOAREC.
000950
000960 FD  ADDRUN-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 COPY ADDRUNREC.
001000
001010 FD  STDPRV-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 COPY ADDSTPREC.
001050
001060 FD  ADDSTG-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 COPY ADDINREC.
001100
001110 FD  STGRPT-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 COPY ADDRPTREC.
001150
001160 WORKING-STORAGE SECTION.
001170*----------------------------------------------------------------
001180* FILE-STATUS SWITCHES AND COMMON I/O ERROR FIELDS
001190*----------------------------------------------------------------
001200 77  DLA10-ADDBDT-STATUS            PIC X(02) VALUE "00".
001210 77  DLA10-ADDCAL-STATUS            PIC X(02) VALUE "00".
001220 77  DLA10-ADDSTD-STATUS            PIC X(02) VALUE "00".
001230 77  DLA10-ADDCOA-STATUS            PIC X(02) VALUE "00".
001240 77  DLA10-ADDRUN-STATUS            PIC X(02) VALUE "00".
001250 77  DLA10-STDPRV-STATUS            PIC X(02) VALUE "00".
001260 77  DLA10-ADDSTG-STATUS            PIC X(02) VALUE "00".
001270 77  DLA10-STGRPT-STATUS            PIC X(02) VALUE "00".
001280 77  DLA10-ERR-FILE-ID              PIC X(08) VALUE SPACES.
001290 77  DLA10-ERR-STATUS               PIC X(02) VALUE "00".
001300 77  DLA10-ADDCAL-EOF-SW            PIC X(01) VALUE "N".
001310     88  DLA10-ADDCAL-EOF                     VALUE "Y".
001320 77  DLA10-ADDSTD-EOF-SW            PIC X(01) VALUE "N".
001330     88  DLA10-ADDSTD-EOF                     VALUE "Y".
001340 77  DLA10-STDPRV-EOF-SW            PIC X(01) VALUE "N".
001350     88  DLA10-STDPRV-EOF                     VALUE "Y".
001360 77  DLA10-RUNCTL-EOF-SW            PIC X(01) VALUE "N".
001370     88  DLA10-RUNCTL-EOF                     VALUE "Y".
001380 77  DLA10-POSTED-SW                PIC X(01) VALUE "N".
001390     88  DLA10-POSTED                         VALUE "Y".
001400 77  DLA10-COPY-BATCH-SW            PIC X(01) VALUE "N".
001410     88  DLA10-COPY-BATCH                     VALUE "Y".
001420 77  DLA10-NO-MASTER-SW             PIC X(01) VALUE "N".
001430     88  DLA10-NO-MASTER                      VALUE "Y".
001440 77  DLA10-COA-FOUND-SW             PIC X(01) VALUE "N".
001450     88  DLA10-COA-FOUND                      VALUE "Y".
001460 77  DLA10-HEADER-WRITTEN-SW        PIC X(01) VALUE "N".
001470     88  DLA10-HEADER-WRITTEN                 VALUE "Y".
001480 77  DLA10-ITEM-DONE-SW             PIC X(01) VALUE "N".
001490     88  DLA10-ITEM-DONE                      VALUE "Y".
001500 77  DLA10-ITEM-CHANGED-SW          PIC X(01) VALUE "N".
001510     88  DLA10-ITEM-CHANGED                   VALUE "Y".
001520
001530*----------------------------------------------------------------
001540* BUSINESS DATE AND GENERATION HORIZON.  THE HORIZON IS THE DAY
001550* BEFORE THE NEXT BUSINESS DAY - EVERYTHING DUE ON OR BEFORE IT
001560* IS GENERATED TONIGHT, SO A FRIDAY RUN PICKS UP THE WEEKEND'S
001570* DUE ITEMS AND THE NIGHT BEFORE A HOLIDAY PICKS UP THE
001580* HOLIDAY'S.
001590*----------------------------------------------------------------
001600 77  DLA10-BUS-DATE                 PIC 9(08) VALUE ZERO.
001610 77  DLA10-HORIZON-DATE             PIC 9(08) VALUE ZERO.
001620 77  DLA10-TRY-DATE                 PIC 9(08) VALUE ZERO.
001630 77  DLA10-DAY-NBR                  PIC 9(09) COMP VALUE ZERO.
001640 77  DLA10-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
001650 77  DLA10-SKIP-COUNT               PIC 9(02) COMP VALUE ZERO.
001660*    SAME LIMIT AS THE ADDBDROL ROLL - A MONTH WITH NO BUSINESS
001670*    DAY MEANS A BROKEN CALENDAR.
001680 77  DLA10-SKIP-LIMIT               PIC 9(02) COMP VALUE 30.
001690 77  DLA10-BUSINESS-DAY-SW          PIC X(01) VALUE "N".
001700     88  DLA10-BUSINESS-DAY                   VALUE "Y".
001710 77  DLA10-HOL-FOUND-SW             PIC X(01) VALUE "N".
001720     88  DLA10-HOL-FOUND                      VALUE "Y".
001730
001740*----------------------------------------------------------------
001750* HOLIDAY TABLE - LOADED FROM ADDCAL AT STARTUP.
001760*----------------------------------------------------------------
001770 77  DLA10-HOL-MAX                  PIC 9(04) COMP VALUE 200.
001780 77  DLA10-HOL-COUNT                PIC 9(04) COMP VALUE ZERO.
001790 77  DLA10-HOL-SUB                  PIC 9(04) COMP VALUE ZERO.
001800 01  DLA10-HOL-TABLE.
001810     05  DLA10-HOL-DATE             PIC 9(08)
001820                                    OCCURS 200 TIMES.
001830
001840*----------------------------------------------------------------
001850* GENERATED BATCH IDENTITY.  THE BATCH ID IS "P" (PERIODIC), THE
001860* BUSINESS DATE AS YYMMDD AND THE RUN-HOUR LETTER, IN THE SAME
001870* SHAPE AS THE RECYCLE AND REVERSAL BATCHES.  NO OTHER BATCH
001880* STARTS WITH "P" - THE ADDGLAKM REJECT BATCHES ARE "G" - SO THE
001890* ADDRUN KEY NEVER COLLIDES.  A CARRIED-FORWARD BATCH
001900* THAT HAPPENS TO HAVE THE SAME ID (A RERUN IN THE SAME HOUR)
001910* PUSHES TONIGHT'S LETTER TO "Z", WHICH NO HOUR PRODUCES.  THE
001920* GENERATED TRANSACTION ID IS THE ITEM'S STEM AND THE DUE DATE
001930* AS YYMMDD, SO THE SAME OCCURRENCE GENERATED TWICE IS CAUGHT
001940* BY THE ADDTXI DUPLICATE-ID CHECK.
001950*----------------------------------------------------------------
001960 01  DLA10-GEN-BATCH-ID.
001970     05  FILLER                     PIC X(01) VALUE "P".
001980     05  DLA10-GEN-BID-DATE         PIC X(06) VALUE SPACES.
001990     05  DLA10-GEN-BID-SUFFIX       PIC X(01) VALUE "A".
002000 01  DLA10-GEN-TRANS-ID.
002010     05  DLA10-GEN-TID-STEM         PIC X(04) VALUE SPACES.
002020     05  DLA10-GEN-TID-DUE          PIC X(06) VALUE SPACES.
002030 77  DLA10-TIME-WORK                PIC 9(08) VALUE ZERO.
002040 77  DLA10-RUN-HOUR                 PIC 9(02) VALUE ZERO.
002050 77  DLA10-HOUR-SUB                 PIC 9(02) COMP VALUE ZERO.
002060 77  DLA10-HOUR-CHARS               PIC X(24)
002070     VALUE "ABCDEFGHIJKLMNOPQRSTUVWX".
002080 77  DLA10-LAST-CARRIED-ID          PIC X(08) VALUE SPACES.
002090
002100*----------------------------------------------------------------
002110* PER-ITEM WORK.  AN ITEM FAR BEHIND (A MASTER RESTORED FROM AN
002120* OLD BACKUP, SAY) CATCHES UP AT MOST TWELVE OCCURRENCES A
002130* NIGHT; THE REST COME THROUGH ON FOLLOWING NIGHTS.
002140*----------------------------------------------------------------
002150 77  DLA10-OCCUR-COUNT              PIC 9(02) COMP VALUE ZERO.
002160 77  DLA10-OCCUR-LIMIT              PIC 9(02) COMP VALUE 12.
002170 77  DLA10-ADD-SUB                  PIC 9(02) COMP VALUE ZERO.
002180 77  DLA10-ITEM-AMOUNT              PIC S9(07)V99 VALUE ZERO.
002190 77  DLA10-DUE-DATE                 PIC 9(08) VALUE ZERO.
002200 77  DLA10-ADVANCE-MONTHS           PIC 9(02) COMP VALUE ZERO.
002210 77  DLA10-MONTH-TOTAL              PIC 9(06) COMP VALUE ZERO.
002220 77  DLA10-MONTH-REM                PIC 9(02) COMP VALUE ZERO.
002230 01  DLA10-DATE-WORK.
002240     05  DLA10-DATE-YYYY            PIC 9(04).
002250     05  DLA10-DATE-MM              PIC 9(02).
002260     05  DLA10-DATE-DD              PIC 9(02).
002270 77  DLA10-MONTH-LIMIT              PIC 9(02) VALUE ZERO.
002280 77  DLA10-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
002290 77  DLA10-LEAP-REM                 PIC 9(04) COMP VALUE ZERO.
002300 01  DLA10-MONTH-DAY-TABLE.
002310     05  FILLER                     PIC X(24)
002320         VALUE "312831303130313130313031".
002330 01  DLA10-MONTH-DAY-R REDEFINES DLA10-MONTH-DAY-TABLE.
002340     05  DLA10-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
002350
002360*----------------------------------------------------------------
002370* RUN COUNTERS AND BATCH CONTROL TOTALS
002380*----------------------------------------------------------------
002390 77  DLA10-GEN-COUNT                PIC 9(09) COMP VALUE ZERO.
002400 77  DLA10-HOLD-SKIP-COUNT          PIC 9(09) COMP VALUE ZERO.
002410 77  DLA10-ACCT-SKIP-COUNT          PIC 9(09) COMP VALUE ZERO.
002420 77  DLA10-EXPIRE-COUNT             PIC 9(09) COMP VALUE ZERO.
002430 77  DLA10-CARRIED-BATCHES          PIC 9(09) COMP VALUE ZERO.
002440 77  DLA10-CARRIED-RECORDS          PIC 9(09) COMP VALUE ZERO.
002450 77  DLA10-SKIP-TOTAL               PIC 9(09) COMP VALUE ZERO.
002460 77  DLA10-GEN-HASH-TOTAL           PIC S9(11)V99 VALUE ZERO.
002470
002480*----------------------------------------------------------------
002490* GENERATION LISTING (STGRPT) PRINT LINES
002500*----------------------------------------------------------------
002510 77  DLA10-RPT-PAGE-SIZE            PIC 9(04) COMP VALUE 50.
002520 77  DLA10-RPT-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
002530 77  DLA10-RPT-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
002540
002550 01  DLA10-RPT-HEADING1.
002560     05  FILLER                     PIC X(01) VALUE "1".
002570     05  FILLER                     PIC X(42)
002580         VALUE "ADDSTDGN STANDING-TRANSACTION GENERATION".
002590     05  FILLER                     PIC X(15)
002600         VALUE "BUSINESS DATE:".
002610     05  DLA10-RPT-H1-DATE          PIC 9999/99/99.
002620     05  FILLER                     PIC X(08) VALUE "  THRU:".
002630     05  DLA10-RPT-H1-HORIZON       PIC 9999/99/99.
002640     05  FILLER                     PIC X(08) VALUE "  PAGE:".
002650     05  DLA10-RPT-H1-PAGE          PIC ZZZ9.
002660     05  FILLER                     PIC X(34) VALUE SPACES.
002670
002680 01  DLA10-RPT-HEADING2.
002690     05  FILLER                     PIC X(01) VALUE SPACE.
002700     05  FILLER                     PIC X(06) VALUE "STEM".
002710     05  FILLER                     PIC X(12) VALUE "ACCOUNT".
002720     05  FILLER                     PIC X(22) VALUE "DESCRIPTION".
002730     05  FILLER                     PIC X(03) VALUE "T".
002740     05  FILLER                     PIC X(03) VALUE "F".
002750     05  FILLER                     PIC X(12) VALUE "DUE DATE".
002760     05  FILLER                     PIC X(12) VALUE "TRANS ID".
002770     05  FILLER                     PIC X(12) VALUE "    AMOUNT".
002780     05  FILLER                     PIC X(12) VALUE "NEXT DUE".
002790     05  FILLER                     PIC X(30) VALUE "DISPOSITION".
002800     05  FILLER                     PIC X(07) VALUE SPACES.
002810
002820 01  DLA10-RPT-DETAIL.
002830     05  FILLER                     PIC X(01) VALUE SPACE.
002840     05  DLA10-RPT-DET-STEM         PIC X(04).
002850     05  FILLER                     PIC X(02) VALUE SPACES.
002860     05  DLA10-RPT-DET-ACCT         PIC X(10).
002870     05  FILLER                     PIC X(02) VALUE SPACES.
002880     05  DLA10-RPT-DET-DESC         PIC X(20).
002890     05  FILLER                     PIC X(02) VALUE SPACES.
002900     05  DLA10-RPT-DET-TYPE         PIC X(01).
002910     05  FILLER                     PIC X(02) VALUE SPACES.
002920     05  DLA10-RPT-DET-FREQ         PIC X(01).
002930     05  FILLER                     PIC X(02) VALUE SPACES.
002940     05  DLA10-RPT-DET-DUE          PIC 9999/99/99
002950                                    BLANK WHEN ZERO.
002960     05  FILLER                     PIC X(02) VALUE SPACES.
002970     05  DLA10-RPT-DET-TRANS-ID     PIC X(10).
002980     05  FILLER                     PIC X(02) VALUE SPACES.
002990     05  DLA10-RPT-DET-AMOUNT       PIC ZZZ,ZZ9.99
003000                                    BLANK WHEN ZERO.
003010     05  FILLER                     PIC X(02) VALUE SPACES.
003020     05  DLA10-RPT-DET-NEXT-DUE     PIC 9999/99/99
003030                                    BLANK WHEN ZERO.
003040     05  FILLER                     PIC X(02) VALUE SPACES.
003050     05  DLA10-RPT-DET-DISP         PIC X(30).
003060     05  FILLER                     PIC X(07) VALUE SPACES.
003070
003080 01  DLA10-RPT-TRAILER1.
003090     05  FILLER                     PIC X(01) VALUE SPACE.
003100     05  FILLER                     PIC X(11) VALUE "GENERATED:".
003110     05  DLA10-RPT-TRL-GENERATED    PIC ZZZ,ZZ9.
003120     05  FILLER                     PIC X(10) VALUE "  SKIPPED:".
003130     05  DLA10-RPT-TRL-SKIPPED      PIC ZZZ,ZZ9.
003140     05  FILLER                     PIC X(10) VALUE "  EXPIRED:".
003150     05  DLA10-RPT-TRL-EXPIRED      PIC ZZZ,ZZ9.
003160     05  FILLER                     PIC X(18)
003170         VALUE "  CARRIED FORWARD:".
003180     05  DLA10-RPT-TRL-CARRIED      PIC ZZZ,ZZ9.
003190     05  FILLER                     PIC X(54) VALUE SPACES.
003200
003210 01  DLA10-RPT-TRAILER2.
003220     05  FILLER                     PIC X(01) VALUE SPACE.
003230     05  FILLER                     PIC X(06) VALUE "BATCH".
003240     05  DLA10-RPT-TRL-BATCH        PIC X(08).
003250     05  FILLER                     PIC X(14)
003260         VALUE "  HASH TOTAL:".
003270     05  DLA10-RPT-TRL-HASH         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003280     05  FILLER                     PIC X(85) VALUE SPACES.
003290
003300 PROCEDURE DIVISION.
003310 0000-MAINLINE.
003320     PERFORM 1000-INITIALIZE
003330         THRU 1000-INITIALIZE-EXIT.
003340
003350     PERFORM 2000-CARRY-FORWARD
003360         THRU 2000-CARRY-FORWARD-EXIT.
003370
003380     IF NOT DLA10-NO-MASTER
003390         PERFORM 3000-PROCESS-ITEM
003400             THRU 3000-PROCESS-ITEM-EXIT
003410             UNTIL DLA10-ADDSTD-EOF
003420     END-IF.
003430
003440     PERFORM 9000-TERMINATE
003450         THRU 9000-TERMINATE-EXIT.
003460
003470     PERFORM 9999-EXIT
003480         THRU 9999-EXIT-EXIT.
003490
003500 0000-MAINLINE-EXIT.
003510     EXIT.
003520
003530*----------------------------------------------------------------
003540* 1000-INITIALIZE - PICK UP THE BUSINESS DATE, LOAD THE HOLIDAY
003550*                   CALENDAR, WORK OUT TONIGHT'S HORIZON AND
003560*                   BATCH ID, AND OPEN THE FILES.
003570*----------------------------------------------------------------
003580 1000-INITIALIZE.
003590     OPEN INPUT ADDBDT-FILE.
003600     MOVE "ADDBDT" TO DLA10-ERR-FILE-ID.
003610     MOVE DLA10-ADDBDT-STATUS TO DLA10-ERR-STATUS.
003620     PERFORM 8000-CHECK-FILE-STATUS
003630         THRU 8000-CHECK-FILE-STATUS-EXIT.
003640     READ ADDBDT-FILE
003650         AT END
003660             DISPLAY "ADDSTDGN - ADDBDT CONTROL RECORD MISSING "
003670                     "- RUN ABORTED."
003680             MOVE 16 TO RETURN-CODE
003690             STOP RUN
003700     END-READ.
003710     IF ADDBDT-BUS-DATE IS NOT NUMERIC
003720             OR ADDBDT-BUS-DATE = ZERO
003730         DISPLAY "ADDSTDGN - ADDBDT BUSINESS DATE IS NOT "
003740                 "NUMERIC - RUN ABORTED."
003750         MOVE 16 TO RETURN-CODE
003760         STOP RUN
003770     END-IF.
003780     MOVE ADDBDT-BUS-DATE TO DLA10-BUS-DATE.
003790     CLOSE ADDBDT-FILE.
003800
003810     OPEN INPUT ADDCAL-FILE.
003820     MOVE "ADDCAL" TO DLA10-ERR-FILE-ID.
003830     MOVE DLA10-ADDCAL-STATUS TO DLA10-ERR-STATUS.
003840     PERFORM 8000-CHECK-FILE-STATUS
003850         THRU 8000-CHECK-FILE-STATUS-EXIT.
003860     PERFORM 1100-LOAD-HOLIDAY
003870         THRU 1100-LOAD-HOLIDAY-EXIT
003880         UNTIL DLA10-ADDCAL-EOF.
003890     CLOSE ADDCAL-FILE.
003900
003910     PERFORM 1200-FIND-HORIZON
003920         THRU 1200-FIND-HORIZON-EXIT.
003930
003940     MOVE DLA10-BUS-DATE(3:6) TO DLA10-GEN-BID-DATE.
003950     ACCEPT DLA10-TIME-WORK FROM TIME.
003960     MOVE DLA10-TIME-WORK(1:2) TO DLA10-RUN-HOUR.
003970     COMPUTE DLA10-HOUR-SUB = DLA10-RUN-HOUR + 1.
003980     MOVE DLA10-HOUR-CHARS(DLA10-HOUR-SUB:1)
003990         TO DLA10-GEN-BID-SUFFIX.
004000
004010     OPEN I-O ADDSTD-FILE.
004020*    A STANDING MASTER DEFINED BUT NEVER LOADED BY ADDJOB14
004030*    (STATUS 35) SIMPLY HAS NOTHING DUE.
004040     IF DLA10-ADDSTD-STATUS = "35"
004050         SET DLA10-NO-MASTER TO TRUE
004060         DISPLAY "ADDSTDGN - ADDSTD STANDING MASTER NOT YET "
004070                 "LOADED - NOTHING TO GENERATE."
004080     ELSE
004090         MOVE "ADDSTD" TO DLA10-ERR-FILE-ID
004100         MOVE DLA10-ADDSTD-STATUS TO DLA10-ERR-STATUS
004110         PERFORM 8000-CHECK-FILE-STATUS
004120             THRU 8000-CHECK-FILE-STATUS-EXIT
004130     END-IF.
004140
004150     OPEN INPUT ADDCOA-FILE.
004160     MOVE "ADDCOA" TO DLA10-ERR-FILE-ID.
004170     MOVE DLA10-ADDCOA-STATUS TO DLA10-ERR-STATUS.
004180     PERFORM 8000-CHECK-FILE-STATUS
004190         THRU 8000-CHECK-FILE-STATUS-EXIT.
004200
004210     OPEN OUTPUT ADDSTG-FILE.
004220     MOVE "ADDSTG" TO DLA10-ERR-FILE-ID.
004230     MOVE DLA10-ADDSTG-STATUS TO DLA10-ERR-STATUS.
004240     PERFORM 8000-CHECK-FILE-STATUS
004250         THRU 8000-CHECK-FILE-STATUS-EXIT.
004260
004270     OPEN OUTPUT STGRPT-FILE.
004280     MOVE "STGRPT" TO DLA10-ERR-FILE-ID.
004290     MOVE DLA10-STGRPT-STATUS TO DLA10-ERR-STATUS.
004300     PERFORM 8000-CHECK-FILE-STATUS
004310         THRU 8000-CHECK-FILE-STATUS-EXIT.
004320
004330 1000-INITIALIZE-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------------
004370* 1100-LOAD-HOLIDAY - READ ONE ADDCAL RECORD INTO THE HOLIDAY
004380*                     TABLE, AS THE ADDBDROL ROLL DOES.
004390*----------------------------------------------------------------
004400 1100-LOAD-HOLIDAY.
004410     READ ADDCAL-FILE
004420         AT END
004430             SET DLA10-ADDCAL-EOF TO TRUE
004440             GO TO 1100-LOAD-HOLIDAY-EXIT
004450     END-READ.
004460     IF DLA10-ADDCAL-STATUS NOT = "00"
004470         MOVE "ADDCAL" TO DLA10-ERR-FILE-ID
004480         MOVE DLA10-ADDCAL-STATUS TO DLA10-ERR-STATUS
004490         PERFORM 8000-CHECK-FILE-STATUS
004500             THRU 8000-CHECK-FILE-STATUS-EXIT
004510     END-IF.
004520
004530     IF ADDCAL-HOLIDAY-DATE IS NOT NUMERIC
004540         DISPLAY "ADDSTDGN - NON-NUMERIC DATE ON ADDCAL "
004550                 "HOLIDAY RECORD - RUN ABORTED."
004560         MOVE 16 TO RETURN-CODE
004570         STOP RUN
004580     END-IF.
004590
004600     IF DLA10-HOL-COUNT >= DLA10-HOL-MAX
004610         DISPLAY "ADDSTDGN - MORE THAN " DLA10-HOL-MAX
004620                 " ADDCAL HOLIDAY RECORDS - RUN ABORTED."
004630         MOVE 16 TO RETURN-CODE
004640         STOP RUN
004650     END-IF.
004660
004670     ADD 1 TO DLA10-HOL-COUNT.
004680     MOVE ADDCAL-HOLIDAY-DATE
004690         TO DLA10-HOL-DATE(DLA10-HOL-COUNT).
004700
004710 1100-LOAD-HOLIDAY-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------------
004750* 1200-FIND-HORIZON - STEP FORWARD FROM THE BUSINESS DATE ONE
004760*                     CALENDAR DAY AT A TIME TO THE NEXT
004770*                     WEEKDAY NOT ON THE HOLIDAY CALENDAR; THE
004780*                     DAY BEFORE IT IS TONIGHT'S HORIZON.
004790*----------------------------------------------------------------
004800 1200-FIND-HORIZON.
004810     COMPUTE DLA10-DAY-NBR =
004820         FUNCTION INTEGER-OF-DATE(DLA10-BUS-DATE).
004830     MOVE "N" TO DLA10-BUSINESS-DAY-SW.
004840     MOVE ZERO TO DLA10-SKIP-COUNT.
004850
004860     PERFORM 1210-TRY-NEXT-DAY
004870         THRU 1210-TRY-NEXT-DAY-EXIT
004880         UNTIL DLA10-BUSINESS-DAY.
004890
004900     SUBTRACT 1 FROM DLA10-DAY-NBR.
004910     COMPUTE DLA10-HORIZON-DATE =
004920         FUNCTION DATE-OF-INTEGER(DLA10-DAY-NBR).
004930
004940 1200-FIND-HORIZON-EXIT.
004950     EXIT.
004960
004970 1210-TRY-NEXT-DAY.
004980     ADD 1 TO DLA10-DAY-NBR.
004990     ADD 1 TO DLA10-SKIP-COUNT.
005000     IF DLA10-SKIP-COUNT > DLA10-SKIP-LIMIT
005010         DISPLAY "ADDSTDGN - NO BUSINESS DAY WITHIN "
005020                 DLA10-SKIP-LIMIT " DAYS OF "
005030                 DLA10-BUS-DATE " - CHECK THE ADDCAL "
005040                 "CALENDAR - RUN ABORTED."
005050         MOVE 16 TO RETURN-CODE
005060         STOP RUN
005070     END-IF.
005080
005090     COMPUTE DLA10-TRY-DATE =
005100         FUNCTION DATE-OF-INTEGER(DLA10-DAY-NBR).
005110     COMPUTE DLA10-DAY-OF-WEEK =
005120         FUNCTION MOD(DLA10-DAY-NBR, 7).
005130
005140*    6 = SATURDAY, 0 = SUNDAY.
005150     IF DLA10-DAY-OF-WEEK = 6 OR DLA10-DAY-OF-WEEK = 0
005160         GO TO 1210-TRY-NEXT-DAY-EXIT
005170     END-IF.
005180
005190     MOVE "N" TO DLA10-HOL-FOUND-SW.
005200     PERFORM 1220-MATCH-HOLIDAY
005210         THRU 1220-MATCH-HOLIDAY-EXIT
005220         VARYING DLA10-HOL-SUB FROM 1 BY 1
005230         UNTIL DLA10-HOL-SUB > DLA10-HOL-COUNT
005240         OR DLA10-HOL-FOUND.
005250     IF DLA10-HOL-FOUND
005260         GO TO 1210-TRY-NEXT-DAY-EXIT
005270     END-IF.
005280
005290     SET DLA10-BUSINESS-DAY TO TRUE.
005300
005310 1210-TRY-NEXT-DAY-EXIT.
005320     EXIT.
005330
005340 1220-MATCH-HOLIDAY.
005350     IF DLA10-HOL-DATE(DLA10-HOL-SUB) = DLA10-TRY-DATE
005360         SET DLA10-HOL-FOUND TO TRUE
005370     END-IF.
005380
005390 1220-MATCH-HOLIDAY-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------------
005430* 2000-CARRY-FORWARD - READ BACK THE PREVIOUS ADDSTG GENERATION
005440*                      AND COPY EVERY BATCH ON IT THAT IS NOT ON
005450*                      ADDRUN (NEVER POSTED) ONTO THE NEW ONE
005460*                      UNCHANGED.  ON A NORMAL NIGHT LAST
005470*                      NIGHT'S BATCH POSTED AND NOTHING IS
005480*                      COPIED; AFTER A NIGHT RERUN FROM THE TOP
005490*                      THE ITEMS GENERATED BY THE FAILED RUN -
005500*                      WHOSE DUE DATES HAVE ALREADY ADVANCED -
005510*                      REACH STEP010 THIS WAY.
005520*----------------------------------------------------------------
005530 2000-CARRY-FORWARD.
005540     PERFORM 4000-PRINT-HEADERS
005550         THRU 4000-PRINT-HEADERS-EXIT.
005560
005570     OPEN INPUT STDPRV-FILE.
005580     MOVE "STDPRV" TO DLA10-ERR-FILE-ID.
005590     MOVE DLA10-STDPRV-STATUS TO DLA10-ERR-STATUS.
005600     PERFORM 8000-CHECK-FILE-STATUS
005610         THRU 8000-CHECK-FILE-STATUS-EXIT.
005620
005630     PERFORM 2100-COPY-PRIOR-RECORD
005640         THRU 2100-COPY-PRIOR-RECORD-EXIT
005650         UNTIL DLA10-STDPRV-EOF.
005660
005670     CLOSE STDPRV-FILE.
005680
005690     IF DLA10-LAST-CARRIED-ID = DLA10-GEN-BATCH-ID
005700         MOVE "Z" TO DLA10-GEN-BID-SUFFIX
005710     END-IF.
005720
005730 2000-CARRY-FORWARD-EXIT.
005740     EXIT.
005750
005760 2100-COPY-PRIOR-RECORD.
005770     READ STDPRV-FILE
005780         AT END
005790             SET DLA10-STDPRV-EOF TO TRUE
005800             GO TO 2100-COPY-PRIOR-RECORD-EXIT
005810     END-READ.
005820     IF DLA10-STDPRV-STATUS NOT = "00"
005830         MOVE "STDPRV" TO DLA10-ERR-FILE-ID
005840         MOVE DLA10-STDPRV-STATUS TO DLA10-ERR-STATUS
005850         PERFORM 8000-CHECK-FILE-STATUS
005860             THRU 8000-CHECK-FILE-STATUS-EXIT
005870     END-IF.
005880
005890     IF ADDSTP-HEADER-REC
005900         PERFORM 2200-CHECK-POSTED
005910             THRU 2200-CHECK-POSTED-EXIT
005920         IF DLA10-POSTED
005930             MOVE "N" TO DLA10-COPY-BATCH-SW
005940         ELSE
005950             SET DLA10-COPY-BATCH TO TRUE
005960             ADD 1 TO DLA10-CARRIED-BATCHES
005970             MOVE ADDSTP-HDR-BATCH-ID TO DLA10-LAST-CARRIED-ID
005980             PERFORM 4300-PRINT-CARRIED-LINE
005990                 THRU 4300-PRINT-CARRIED-LINE-EXIT
006000         END-IF
006010     END-IF.
006020
006030     IF NOT DLA10-COPY-BATCH
006040         GO TO 2100-COPY-PRIOR-RECORD-EXIT
006050     END-IF.
006060
006070     WRITE ADDIN-RECORD FROM ADDSTP-RECORD.
006080     MOVE "ADDSTG" TO DLA10-ERR-FILE-ID.
006090     MOVE DLA10-ADDSTG-STATUS TO DLA10-ERR-STATUS.
006100     PERFORM 8000-CHECK-FILE-STATUS
006110         THRU 8000-CHECK-FILE-STATUS-EXIT.
006120     ADD 1 TO DLA10-CARRIED-RECORDS.
006130
006140 2100-COPY-PRIOR-RECORD-EXIT.
006150     EXIT.
006160
006170*----------------------------------------------------------------
006180* 2200-CHECK-POSTED - SCAN ADDRUN FOR THE PRIOR GENERATION'S
006190*                     BATCH (ID AND DATE), LEAVING THE POSTED
006200*                     SWITCH SET WHEN ADD3NUM HAS RECORDED IT.
006210*                     A MISSING ADDRUN MEANS NOTHING HAS EVER
006220*                     POSTED.
006230*----------------------------------------------------------------
006240 2200-CHECK-POSTED.
006250     MOVE "N" TO DLA10-POSTED-SW.
006260     MOVE "N" TO DLA10-RUNCTL-EOF-SW.
006270
006280     OPEN INPUT ADDRUN-FILE.
006290     IF DLA10-ADDRUN-STATUS = "35"
006300         GO TO 2200-CHECK-POSTED-EXIT
006310     END-IF.
006320     MOVE "ADDRUN" TO DLA10-ERR-FILE-ID.
006330     MOVE DLA10-ADDRUN-STATUS TO DLA10-ERR-STATUS.
006340     PERFORM 8000-CHECK-FILE-STATUS
006350         THRU 8000-CHECK-FILE-STATUS-EXIT.
006360
006370     PERFORM 2210-SCAN-RUN-CONTROL
006380         THRU 2210-SCAN-RUN-CONTROL-EXIT
006390         UNTIL DLA10-RUNCTL-EOF
006400         OR DLA10-POSTED.
006410
006420     CLOSE ADDRUN-FILE.
006430
006440 2200-CHECK-POSTED-EXIT.
006450     EXIT.
006460
006470 2210-SCAN-RUN-CONTROL.
006480     READ ADDRUN-FILE
006490         AT END
006500             SET DLA10-RUNCTL-EOF TO TRUE
006510             GO TO 2210-SCAN-RUN-CONTROL-EXIT
006520     END-READ.
006530     IF DLA10-ADDRUN-STATUS NOT = "00"
006540         MOVE "ADDRUN" TO DLA10-ERR-FILE-ID
006550         MOVE DLA10-ADDRUN-STATUS TO DLA10-ERR-STATUS
006560         PERFORM 8000-CHECK-FILE-STATUS
006570             THRU 8000-CHECK-FILE-STATUS-EXIT
006580     END-IF.
006590
006600     IF ADDRUN-BATCH-ID = ADDSTP-HDR-BATCH-ID
006610             AND ADDRUN-BATCH-DATE = ADDSTP-HDR-BATCH-DATE
006620         SET DLA10-POSTED TO TRUE
006630     END-IF.
006640
006650 2210-SCAN-RUN-CONTROL-EXIT.
006660     EXIT.
006670
006680*----------------------------------------------------------------
006690* 3000-PROCESS-ITEM - READ THE NEXT MASTER RECORD AND, WHEN IT
006700*                     IS DUE BY TONIGHT'S HORIZON, GENERATE OR
006710*                     PASS OVER EACH OCCURRENCE UP TO THE
006720*                     HORIZON, THEN REWRITE IT WITH ITS NEW
006730*                     NEXT-DUE DATE.  AN ITEM WHOSE GL ACCOUNT
006740*                     IS OFF THE CHART OR CLOSED IS LISTED AND
006750*                     LEFT DUE - IT GENERATES THE NIGHT AFTER
006760*                     THE CHART IS PUT RIGHT.
006770*----------------------------------------------------------------
006780 3000-PROCESS-ITEM.
006790     READ ADDSTD-FILE NEXT RECORD
006800         AT END
006810             SET DLA10-ADDSTD-EOF TO TRUE
006820             GO TO 3000-PROCESS-ITEM-EXIT
006830     END-READ.
006840     MOVE "ADDSTD" TO DLA10-ERR-FILE-ID.
006850     MOVE DLA10-ADDSTD-STATUS TO DLA10-ERR-STATUS.
006860     PERFORM 8000-CHECK-FILE-STATUS
006870         THRU 8000-CHECK-FILE-STATUS-EXIT.
006880
006890     IF ADDSTD-EXPIRED
006900             OR ADDSTD-NEXT-DUE > DLA10-HORIZON-DATE
006910         GO TO 3000-PROCESS-ITEM-EXIT
006920     END-IF.
006930
006940     IF ADDSTD-ACTIVE
006950         PERFORM 3100-CHECK-ACCOUNT
006960             THRU 3100-CHECK-ACCOUNT-EXIT
006970         IF NOT DLA10-COA-FOUND OR ADDCOA-CLOSED
006980             ADD 1 TO DLA10-ACCT-SKIP-COUNT
006990             MOVE ADDSTD-NEXT-DUE TO DLA10-DUE-DATE
007000             MOVE SPACES TO DLA10-GEN-TRANS-ID
007010             MOVE ZERO TO DLA10-ITEM-AMOUNT
007020             IF NOT DLA10-COA-FOUND
007030                 MOVE "SKIPPED - NOT ON CHART"
007040                     TO DLA10-RPT-DET-DISP
007050             ELSE
007060                 MOVE "SKIPPED - ACCOUNT CLOSED"
007070                     TO DLA10-RPT-DET-DISP
007080             END-IF
007090             PERFORM 4100-PRINT-DETAIL-LINE
007100                 THRU 4100-PRINT-DETAIL-LINE-EXIT
007110             GO TO 3000-PROCESS-ITEM-EXIT
007120         END-IF
007130     END-IF.
007140
007150     MOVE ZERO TO DLA10-OCCUR-COUNT.
007160     MOVE "N" TO DLA10-ITEM-DONE-SW.
007170     PERFORM 3200-PROCESS-OCCURRENCE
007180         THRU 3200-PROCESS-OCCURRENCE-EXIT
007190         UNTIL DLA10-ITEM-DONE.
007200
007210     REWRITE ADDSTD-RECORD.
007220     MOVE "ADDSTD" TO DLA10-ERR-FILE-ID.
007230     MOVE DLA10-ADDSTD-STATUS TO DLA10-ERR-STATUS.
007240     PERFORM 8000-CHECK-FILE-STATUS
007250         THRU 8000-CHECK-FILE-STATUS-EXIT.
007260
007270 3000-PROCESS-ITEM-EXIT.
007280     EXIT.
007290
007300*----------------------------------------------------------------
007310* 3100-CHECK-ACCOUNT - READ THE ITEM'S GL ACCOUNT ON THE CHART.
007320*----------------------------------------------------------------
007330 3100-CHECK-ACCOUNT.
007340     MOVE "N" TO DLA10-COA-FOUND-SW.
007350     MOVE ADDSTD-GL-ACCOUNT TO ADDCOA-ACCOUNT.
007360     READ ADDCOA-FILE
007370         INVALID KEY
007380             CONTINUE
007390         NOT INVALID KEY
007400             SET DLA10-COA-FOUND TO TRUE
007410     END-READ.
007420     IF NOT DLA10-COA-FOUND
007430             AND DLA10-ADDCOA-STATUS NOT = "23"
007440         MOVE "ADDCOA" TO DLA10-ERR-FILE-ID
007450         MOVE DLA10-ADDCOA-STATUS TO DLA10-ERR-STATUS
007460         PERFORM 8000-CHECK-FILE-STATUS
007470             THRU 8000-CHECK-FILE-STATUS-EXIT
007480     END-IF.
007490
007500 3100-CHECK-ACCOUNT-EXIT.
007510     EXIT.
007520
007530*----------------------------------------------------------------
007540* 3200-PROCESS-OCCURRENCE - HANDLE THE ITEM'S CURRENT DUE DATE:
007550*                           EXPIRE IT IF IT IS PAST THE END
007560*                           DATE, PASS IT OVER IF THE ITEM IS
007570*                           HELD, OTHERWISE GENERATE ITS
007580*                           DETAIL; THEN ADVANCE THE DUE DATE.
007590*                           THE ITEM IS DONE WHEN ITS DUE DATE
007600*                           PASSES THE HORIZON, IT EXPIRES, OR
007610*                           THE NIGHT'S OCCURRENCE LIMIT IS HIT.
007620*----------------------------------------------------------------
007630 3200-PROCESS-OCCURRENCE.
007640     MOVE ADDSTD-NEXT-DUE TO DLA10-DUE-DATE.
007650
007660     IF ADDSTD-END-DATE NOT = ZERO
007670             AND ADDSTD-NEXT-DUE > ADDSTD-END-DATE
007680         PERFORM 3500-EXPIRE-ITEM
007690             THRU 3500-EXPIRE-ITEM-EXIT
007700         GO TO 3200-PROCESS-OCCURRENCE-EXIT
007710     END-IF.
007720
007730     PERFORM 3600-SUM-ADDENDS
007740         THRU 3600-SUM-ADDENDS-EXIT.
007750     MOVE ADDSTD-STEM TO DLA10-GEN-TID-STEM.
007760     MOVE DLA10-DUE-DATE(3:6) TO DLA10-GEN-TID-DUE.
007770
007780     IF ADDSTD-HELD
007790         ADD 1 TO DLA10-HOLD-SKIP-COUNT
007800         MOVE "SKIPPED - ON HOLD" TO DLA10-RPT-DET-DISP
007810     ELSE
007820         PERFORM 3300-GENERATE-DETAIL
007830             THRU 3300-GENERATE-DETAIL-EXIT
007840         MOVE "GENERATED" TO DLA10-RPT-DET-DISP
007850     END-IF.
007860
007870     PERFORM 3400-ADVANCE-DUE
007880         THRU 3400-ADVANCE-DUE-EXIT.
007890     PERFORM 4100-PRINT-DETAIL-LINE
007900         THRU 4100-PRINT-DETAIL-LINE-EXIT.
007910
007920     ADD 1 TO DLA10-OCCUR-COUNT.
007930     IF ADDSTD-END-DATE NOT = ZERO
007940             AND ADDSTD-NEXT-DUE > ADDSTD-END-DATE
007950         MOVE ADDSTD-NEXT-DUE TO DLA10-DUE-DATE
007960         PERFORM 3500-EXPIRE-ITEM
007970             THRU 3500-EXPIRE-ITEM-EXIT
007980         GO TO 3200-PROCESS-OCCURRENCE-EXIT
007990     END-IF.
008000     IF ADDSTD-NEXT-DUE > DLA10-HORIZON-DATE
008010             OR DLA10-OCCUR-COUNT >= DLA10-OCCUR-LIMIT
008020         SET DLA10-ITEM-DONE TO TRUE
008030     END-IF.
008040
008050 3200-PROCESS-OCCURRENCE-EXIT.
008060     EXIT.
008070
008080*----------------------------------------------------------------
008090* 3300-GENERATE-DETAIL - WRITE ONE ADDIN DETAIL FOR THE ITEM'S
008100*                        CURRENT DUE DATE, OPENING TONIGHT'S
008110*                        BATCH WITH ITS HEADER ON THE FIRST ONE,
008120*                        AND STAMP THE ITEM WITH IT.
008130*----------------------------------------------------------------
008140 3300-GENERATE-DETAIL.
008150     IF NOT DLA10-HEADER-WRITTEN
008160         PERFORM 7000-WRITE-STG-HEADER
008170             THRU 7000-WRITE-STG-HEADER-EXIT
008180     END-IF.
008190
008200     MOVE SPACES TO ADDIN-RECORD.
008210     SET ADDIN-DETAIL-REC TO TRUE.
008220     MOVE DLA10-GEN-TRANS-ID TO ADDIN-TRANS-ID.
008230     MOVE ADDSTD-GL-ACCOUNT TO ADDIN-GL-ACCOUNT.
008240     MOVE ADDSTD-TRANS-TYPE TO ADDIN-TRANS-TYPE.
008250     MOVE ADDSTD-ADDEND-COUNT TO ADDIN-ADDEND-COUNT.
008260     PERFORM 3310-MOVE-ADDEND
008270         THRU 3310-MOVE-ADDEND-EXIT
008280         VARYING DLA10-ADD-SUB FROM 1 BY 1
008290         UNTIL DLA10-ADD-SUB > 10.
008300
008310     WRITE ADDIN-RECORD.
008320     MOVE "ADDSTG" TO DLA10-ERR-FILE-ID.
008330     MOVE DLA10-ADDSTG-STATUS TO DLA10-ERR-STATUS.
008340     PERFORM 8000-CHECK-FILE-STATUS
008350         THRU 8000-CHECK-FILE-STATUS-EXIT.
008360
008370     IF ADDSTD-TRANS-CREDIT
008380         SUBTRACT DLA10-ITEM-AMOUNT FROM DLA10-GEN-HASH-TOTAL
008390     ELSE
008400         ADD DLA10-ITEM-AMOUNT TO DLA10-GEN-HASH-TOTAL
008410     END-IF.
008420     ADD 1 TO DLA10-GEN-COUNT.
008430
008440     MOVE DLA10-DUE-DATE TO ADDSTD-LAST-GEN-DUE.
008450     MOVE DLA10-GEN-BATCH-ID TO ADDSTD-LAST-GEN-BATCH.
008460     ADD 1 TO ADDSTD-GEN-COUNT.
008470
008480 3300-GENERATE-DETAIL-EXIT.
008490     EXIT.
008500
008510 3310-MOVE-ADDEND.
008520     MOVE ADDSTD-ADDEND-TABLE(DLA10-ADD-SUB)
008530         TO ADDIN-ADDEND-TABLE(DLA10-ADD-SUB).
008540
008550 3310-MOVE-ADDEND-EXIT.
008560     EXIT.
008570
008580*----------------------------------------------------------------
008590* 3400-ADVANCE-DUE - MOVE THE NEXT-DUE DATE ON BY ONE, THREE OR
008600*                    TWELVE MONTHS, LANDING ON THE ITEM'S DUE
008610*                    DAY OR THE LAST DAY OF A SHORTER MONTH.
008620*----------------------------------------------------------------
008630 3400-ADVANCE-DUE.
008640     MOVE ADDSTD-NEXT-DUE TO DLA10-DATE-WORK.
008650     EVALUATE TRUE
008660         WHEN ADDSTD-QUARTERLY
008670             MOVE 3 TO DLA10-ADVANCE-MONTHS
008680         WHEN ADDSTD-ANNUAL
008690             MOVE 12 TO DLA10-ADVANCE-MONTHS
008700         WHEN OTHER
008710             MOVE 1 TO DLA10-ADVANCE-MONTHS
008720     END-EVALUATE.
008730
008740     COMPUTE DLA10-MONTH-TOTAL = DLA10-DATE-YYYY * 12
008750         + DLA10-DATE-MM - 1 + DLA10-ADVANCE-MONTHS.
008760     DIVIDE DLA10-MONTH-TOTAL BY 12
008770         GIVING DLA10-DATE-YYYY REMAINDER DLA10-MONTH-REM.
008780     COMPUTE DLA10-DATE-MM = DLA10-MONTH-REM + 1.
008790
008800     MOVE DLA10-MONTH-DAYS(DLA10-DATE-MM) TO DLA10-MONTH-LIMIT.
008810     IF DLA10-DATE-MM = 2
008820         DIVIDE DLA10-DATE-YYYY BY 4
008830             GIVING DLA10-LEAP-QUOT REMAINDER DLA10-LEAP-REM
008840         IF DLA10-LEAP-REM = ZERO
008850             MOVE 29 TO DLA10-MONTH-LIMIT
008860             DIVIDE DLA10-DATE-YYYY BY 100
008870                 GIVING DLA10-LEAP-QUOT REMAINDER DLA10-LEAP-REM
008880             IF DLA10-LEAP-REM = ZERO
008890                 MOVE 28 TO DLA10-MONTH-LIMIT
008900                 DIVIDE DLA10-DATE-YYYY BY 400
008910                     GIVING DLA10-LEAP-QUOT
008920                     REMAINDER DLA10-LEAP-REM
008930                 IF DLA10-LEAP-REM = ZERO
008940                     MOVE 29 TO DLA10-MONTH-LIMIT
008950                 END-IF
008960             END-IF
008970         END-IF
008980     END-IF.
008990
009000     IF ADDSTD-DUE-DAY IS NUMERIC
009010             AND ADDSTD-DUE-DAY > ZERO
009020         MOVE ADDSTD-DUE-DAY TO DLA10-DATE-DD
009030     END-IF.
009040     IF DLA10-DATE-DD > DLA10-MONTH-LIMIT
009050         MOVE DLA10-MONTH-LIMIT TO DLA10-DATE-DD
009060     END-IF.
009070
009080     MOVE DLA10-DATE-WORK TO ADDSTD-NEXT-DUE.
009090
009100 3400-ADVANCE-DUE-EXIT.
009110     EXIT.
009120
009130*----------------------------------------------------------------
009140* 3500-EXPIRE-ITEM - MARK THE ITEM EXPIRED AND LIST IT.  IT
009150*                    STAYS ON THE MASTER UNTIL A D CARD REMOVES
009160*                    IT, OR A C CARD EXTENDS ITS END DATE.
009170*----------------------------------------------------------------
009180 3500-EXPIRE-ITEM.
009190     SET ADDSTD-EXPIRED TO TRUE.
009200     SET DLA10-ITEM-DONE TO TRUE.
009210     ADD 1 TO DLA10-EXPIRE-COUNT.
009220
009230     MOVE SPACES TO DLA10-GEN-TRANS-ID.
009240     MOVE ZERO TO DLA10-ITEM-AMOUNT.
009250     MOVE "EXPIRED" TO DLA10-RPT-DET-DISP.
009260     PERFORM 4100-PRINT-DETAIL-LINE
009270         THRU 4100-PRINT-DETAIL-LINE-EXIT.
009280
009290 3500-EXPIRE-ITEM-EXIT.
009300     EXIT.
009310
009320*----------------------------------------------------------------
009330* 3600-SUM-ADDENDS - TOTAL THE ITEM'S ADDENDS INTO
009340*                    DLA10-ITEM-AMOUNT.
009350*----------------------------------------------------------------
009360 3600-SUM-ADDENDS.
009370     MOVE ZERO TO DLA10-ITEM-AMOUNT.
009380     PERFORM 3610-ADD-ONE-ADDEND
009390         THRU 3610-ADD-ONE-ADDEND-EXIT
009400         VARYING DLA10-ADD-SUB FROM 1 BY 1
009410         UNTIL DLA10-ADD-SUB > ADDSTD-ADDEND-COUNT
009420         OR DLA10-ADD-SUB > 10.
009430
009440 3600-SUM-ADDENDS-EXIT.
009450     EXIT.
009460
009470 3610-ADD-ONE-ADDEND.
009480     ADD ADDSTD-ADDEND-TABLE(DLA10-ADD-SUB) TO DLA10-ITEM-AMOUNT.
009490
009500 3610-ADD-ONE-ADDEND-EXIT.
009510     EXIT.
009520
009530*----------------------------------------------------------------
009540* 4000-PRINT-HEADERS - PRINT THE RUN-HEADER AND COLUMN HEADING
009550*                      LINES AT THE TOP OF EACH PAGE.
009560*----------------------------------------------------------------
009570 4000-PRINT-HEADERS.
009580     ADD 1 TO DLA10-RPT-PAGE-COUNT.
009590     MOVE DLA10-BUS-DATE TO DLA10-RPT-H1-DATE.
009600     MOVE DLA10-HORIZON-DATE TO DLA10-RPT-H1-HORIZON.
009610     MOVE DLA10-RPT-PAGE-COUNT TO DLA10-RPT-H1-PAGE.
009620
009630     MOVE DLA10-RPT-HEADING1 TO ADDRPT-RECORD.
009640     PERFORM 7100-WRITE-REPORT-LINE
009650         THRU 7100-WRITE-REPORT-LINE-EXIT.
009660     MOVE DLA10-RPT-HEADING2 TO ADDRPT-RECORD.
009670     PERFORM 7100-WRITE-REPORT-LINE
009680         THRU 7100-WRITE-REPORT-LINE-EXIT.
009690
009700     MOVE ZERO TO DLA10-RPT-LINE-COUNT.
009710
009720 4000-PRINT-HEADERS-EXIT.
009730     EXIT.
009740
009750*----------------------------------------------------------------
009760* 4100-PRINT-DETAIL-LINE - PRINT ONE LISTING LINE FOR THE
009770*                          CURRENT ITEM AND DUE DATE.  THE
009780*                          CALLER SETS DLA10-DUE-DATE,
009790*                          DLA10-GEN-TRANS-ID, DLA10-ITEM-AMOUNT
009800*                          AND DLA10-RPT-DET-DISP FIRST.
009810*----------------------------------------------------------------
009820 4100-PRINT-DETAIL-LINE.
009830     IF DLA10-RPT-LINE-COUNT >= DLA10-RPT-PAGE-SIZE
009840         PERFORM 4000-PRINT-HEADERS
009850             THRU 4000-PRINT-HEADERS-EXIT
009860     END-IF.
009870
009880     MOVE ADDSTD-STEM TO DLA10-RPT-DET-STEM.
009890     MOVE ADDSTD-GL-ACCOUNT TO DLA10-RPT-DET-ACCT.
009900     MOVE ADDSTD-DESC TO DLA10-RPT-DET-DESC.
009910     MOVE ADDSTD-TRANS-TYPE TO DLA10-RPT-DET-TYPE.
009920     MOVE ADDSTD-FREQUENCY TO DLA10-RPT-DET-FREQ.
009930     MOVE DLA10-DUE-DATE TO DLA10-RPT-DET-DUE.
009940     MOVE DLA10-GEN-TRANS-ID TO DLA10-RPT-DET-TRANS-ID.
009950     MOVE DLA10-ITEM-AMOUNT TO DLA10-RPT-DET-AMOUNT.
009960     MOVE ADDSTD-NEXT-DUE TO DLA10-RPT-DET-NEXT-DUE.
009970     MOVE DLA10-RPT-DETAIL TO ADDRPT-RECORD.
009980     PERFORM 7100-WRITE-REPORT-LINE
009990         THRU 7100-WRITE-REPORT-LINE-EXIT.
010000
010010     ADD 1 TO DLA10-RPT-LINE-COUNT.
010020
010030 4100-PRINT-DETAIL-LINE-EXIT.
010040     EXIT.
010050
010060*----------------------------------------------------------------
010070* 4300-PRINT-CARRIED-LINE - LIST A PRIOR-GENERATION BATCH BEING
010080*                           CARRIED FORWARD, BY ITS BATCH ID.
010090*----------------------------------------------------------------
010100 4300-PRINT-CARRIED-LINE.
010110     IF DLA10-RPT-LINE-COUNT >= DLA10-RPT-PAGE-SIZE
010120         PERFORM 4000-PRINT-HEADERS
010130             THRU 4000-PRINT-HEADERS-EXIT
010140     END-IF.
010150
010160     MOVE SPACES TO DLA10-RPT-DET-STEM
010170                    DLA10-RPT-DET-ACCT
010180                    DLA10-RPT-DET-DESC
010190                    DLA10-RPT-DET-TYPE
010200                    DLA10-RPT-DET-FREQ.
010210     MOVE ADDSTP-HDR-BATCH-DATE TO DLA10-RPT-DET-DUE.
010220     MOVE ADDSTP-HDR-BATCH-ID TO DLA10-RPT-DET-TRANS-ID.
010230     MOVE ZERO TO DLA10-RPT-DET-AMOUNT
010240                  DLA10-RPT-DET-NEXT-DUE.
010250     MOVE "CARRIED FWD - NOT YET POSTED" TO DLA10-RPT-DET-DISP.
010260     MOVE DLA10-RPT-DETAIL TO ADDRPT-RECORD.
010270     PERFORM 7100-WRITE-REPORT-LINE
010280         THRU 7100-WRITE-REPORT-LINE-EXIT.
010290
010300     ADD 1 TO DLA10-RPT-LINE-COUNT.
010310
010320 4300-PRINT-CARRIED-LINE-EXIT.
010330     EXIT.
010340
010350*----------------------------------------------------------------
010360* 7000-WRITE-STG-HEADER - WRITE THE "H" HEADER OF TONIGHT'S
010370*                         GENERATED BATCH.
010380*----------------------------------------------------------------
010390 7000-WRITE-STG-HEADER.
010400     MOVE SPACES TO ADDIN-RECORD.
010410     SET ADDIN-HEADER-REC TO TRUE.
010420     MOVE DLA10-GEN-BATCH-ID TO ADDIN-HDR-BATCH-ID.
010430     MOVE DLA10-BUS-DATE TO ADDIN-HDR-BATCH-DATE.
010440
010450     WRITE ADDIN-RECORD.
010460     MOVE "ADDSTG" TO DLA10-ERR-FILE-ID.
010470     MOVE DLA10-ADDSTG-STATUS TO DLA10-ERR-STATUS.
010480     PERFORM 8000-CHECK-FILE-STATUS
010490         THRU 8000-CHECK-FILE-STATUS-EXIT.
010500
010510     SET DLA10-HEADER-WRITTEN TO TRUE.
010520
010530 7000-WRITE-STG-HEADER-EXIT.
010540     EXIT.
010550
010560*----------------------------------------------------------------
010570* 7050-WRITE-STG-TRAILER - WRITE THE "T" TRAILER WITH THE
010580*                          GENERATED DETAIL COUNT AND HASH TOTAL
010590*                          SO ADD3NUM BALANCES THE BATCH LIKE
010600*                          ANY OTHER.
010610*----------------------------------------------------------------
010620 7050-WRITE-STG-TRAILER.
010630     MOVE SPACES TO ADDIN-RECORD.
010640     SET ADDIN-TRAILER-REC TO TRUE.
010650     MOVE DLA10-GEN-COUNT TO ADDIN-TRL-DETAIL-COUNT.
010660     MOVE DLA10-GEN-HASH-TOTAL TO ADDIN-TRL-HASH-TOTAL.
010670
010680     WRITE ADDIN-RECORD.
010690     MOVE "ADDSTG" TO DLA10-ERR-FILE-ID.
010700     MOVE DLA10-ADDSTG-STATUS TO DLA10-ERR-STATUS.
010710     PERFORM 8000-CHECK-FILE-STATUS
010720         THRU 8000-CHECK-FILE-STATUS-EXIT.
010730
010740 7050-WRITE-STG-TRAILER-EXIT.
010750     EXIT.
010760
010770*----------------------------------------------------------------
010780* 7100-WRITE-REPORT-LINE - WRITE THE LINE ALREADY MOVED TO
010790*                          ADDRPT-RECORD AND CHECK THE I/O.
010800*----------------------------------------------------------------
010810 7100-WRITE-REPORT-LINE.
010820     WRITE ADDRPT-RECORD.
010830     MOVE "STGRPT" TO DLA10-ERR-FILE-ID.
010840     MOVE DLA10-STGRPT-STATUS TO DLA10-ERR-STATUS.
010850     PERFORM 8000-CHECK-FILE-STATUS
010860         THRU 8000-CHECK-FILE-STATUS-EXIT.
010870
010880 7100-WRITE-REPORT-LINE-EXIT.
010890     EXIT.
010900
010910*----------------------------------------------------------------
010920* 9000-TERMINATE - CLOSE TONIGHT'S BATCH WITH ITS TRAILER, PRINT
010930*                  THE LISTING TOTALS, ANNOUNCE THE RUN ON THE
010940*                  JOB LOG AND END RC 4 WHEN AN ITEM WAS LEFT
010950*                  DUE FOR ITS ACCOUNT OR A BATCH WAS CARRIED.
010960*                  A NIGHT WITH NOTHING DUE AND NOTHING CARRIED
010970*                  LEAVES THE NEW GENERATION EMPTY.
010980*----------------------------------------------------------------
010990 9000-TERMINATE.
011000     IF DLA10-HEADER-WRITTEN
011010         PERFORM 7050-WRITE-STG-TRAILER
011020             THRU 7050-WRITE-STG-TRAILER-EXIT
011030     END-IF.
011040
011050     COMPUTE DLA10-SKIP-TOTAL =
011060         DLA10-HOLD-SKIP-COUNT + DLA10-ACCT-SKIP-COUNT.
011070     MOVE DLA10-GEN-COUNT TO DLA10-RPT-TRL-GENERATED.
011080     MOVE DLA10-SKIP-TOTAL TO DLA10-RPT-TRL-SKIPPED.
011090     MOVE DLA10-EXPIRE-COUNT TO DLA10-RPT-TRL-EXPIRED.
011100     MOVE DLA10-CARRIED-BATCHES TO DLA10-RPT-TRL-CARRIED.
011110     MOVE DLA10-RPT-TRAILER1 TO ADDRPT-RECORD.
011120     PERFORM 7100-WRITE-REPORT-LINE
011130         THRU 7100-WRITE-REPORT-LINE-EXIT.
011140     IF DLA10-HEADER-WRITTEN
011150         MOVE DLA10-GEN-BATCH-ID TO DLA10-RPT-TRL-BATCH
011160     ELSE
011170         MOVE "(NONE)" TO DLA10-RPT-TRL-BATCH
011180     END-IF.
011190     MOVE DLA10-GEN-HASH-TOTAL TO DLA10-RPT-TRL-HASH.
011200     MOVE DLA10-RPT-TRAILER2 TO ADDRPT-RECORD.
011210     PERFORM 7100-WRITE-REPORT-LINE
011220         THRU 7100-WRITE-REPORT-LINE-EXIT.
011230
011240     DISPLAY "ADDSTDGN RUN COMPLETE - BATCH "
011250             DLA10-GEN-BATCH-ID " - "
011260             DLA10-GEN-COUNT " GENERATED, "
011270             DLA10-SKIP-TOTAL " SKIPPED, "
011280             DLA10-EXPIRE-COUNT " EXPIRED, "
011290             DLA10-CARRIED-BATCHES " BATCHES CARRIED FORWARD.".
011300
011310     IF DLA10-ACCT-SKIP-COUNT > ZERO
011320             OR DLA10-CARRIED-BATCHES > ZERO
011330         MOVE 4 TO RETURN-CODE
011340     END-IF.
011350
011360 9000-TERMINATE-EXIT.
011370     EXIT.
011380
011390*----------------------------------------------------------------
011400* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
011410*                          AFTER EVERY OPEN, READ, WRITE AND
011420*                          REWRITE.  THE CALLER MOVES THE
011430*                          FILE'S NAME AND CURRENT FILE STATUS
011440*                          INTO DLA10-ERR-FILE-ID/
011450*                          DLA10-ERR-STATUS IMMEDIATELY BEFORE
011460*                          THE PERFORM.  A NON-ZERO STATUS
011470*                          ABENDS THE RUN.
011480*----------------------------------------------------------------
011490 8000-CHECK-FILE-STATUS.
011500     IF DLA10-ERR-STATUS NOT = "00"
011510         DISPLAY "ADDSTDGN - I/O ERROR ON "
011520                 DLA10-ERR-FILE-ID " - FILE STATUS "
011530                 DLA10-ERR-STATUS "."
011540         MOVE 16 TO RETURN-CODE
011550         STOP RUN
011560     END-IF.
011570
011580 8000-CHECK-FILE-STATUS-EXIT.
011590     EXIT.
011600
011610*----------------------------------------------------------------
011620* 9999-EXIT - COMMON PROGRAM EXIT.
011630*----------------------------------------------------------------
011640 9999-EXIT.
011650     CLOSE ADDSTD-FILE
011660           ADDCOA-FILE
011670           ADDSTG-FILE
011680           STGRPT-FILE.
011690     STOP RUN.
011700
011710 9999-EXIT-EXIT.
011720     EXIT.
