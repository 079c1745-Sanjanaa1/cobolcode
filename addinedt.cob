000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AddInEdit.
000030 AUTHOR. D. LOMBARDI.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DL  ORIGINAL VERSION.  PRE-FLIGHT INTAKE EDIT OF
000100*                   THE KEYING SERVICE'S PROD.ADDAPP.ADDIN.DAT
000110*                   (ADDJOB15), RUN AS SOON AS THE FILE LANDS
000120*                   INSTEAD OF LEAVING ADD3NUM TO ABEND ON IT
000130*                   IN THE MIDDLE OF THE NIGHT.  WALKS THE
000140*                   WHOLE FILE BATCH BY BATCH AND, WITH THE
000150*                   SAME RULES ADD3NUM APPLIES, CHECKS THE
000160*                   H/D/T STRUCTURE AND BALANCES EACH TRAILER;
000170*                   ALSO REFUSES A BATCH DATE THAT IS INVALID,
000180*                   AFTER THE ADDBDT BUSINESS DATE OR OLDER
000190*                   THAN THE STALE LIMIT (PARM=NNN DAYS,
000200*                   DEFAULT 5), A BATCH ID AND DATE ALREADY ON
000210*                   ADDRUN OR REPEATED IN THE FILE, AND A
000220*                   BATCH ID IN ONE OF THE SHAPES RESERVED FOR
000230*                   THE SHOP'S OWN RELEASE, RECYCLE, REVERSAL
000240*                   AND STANDING-TRANSACTION BATCHES.  PRINTS
000250*                   THE INTRPT INTAKE REPORT AND WRITES ONE
000260*                   ADDINN ACCEPT/REJECT NOTICE PER BATCH FOR
000270*                   THE KEYING SERVICE.  RC 8 WHEN ANY BATCH
000280*                   IS REJECTED OR THE FILE IS EMPTY.
000290*----------------------------------------------------------------
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ADDIN-FILE ASSIGN TO ADDIN
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS DLA20-ADDIN-STATUS.
000410
000420     SELECT ADDBDT-FILE ASSIGN TO ADDBDT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS DLA20-ADDBDT-STATUS.
000450
000460     SELECT ADDRUN-FILE ASSIGN TO ADDRUN
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS DLA20-ADDRUN-STATUS.
000490
000500     SELECT ADDINN-FILE ASSIGN TO ADDINN
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS DLA20-ADDINN-STATUS.
000530
000540     SELECT INTRPT-FILE ASSIGN TO INTRPT
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS DLA20-INTRPT-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  ADDIN-FILE
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000630 COPY ADDINREC.
000640
000650 FD  ADDBDT-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 COPY ADDBDTREC.
000690
000700 FD  ADDRUN-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 COPY ADDRUNREC.
000740
000750 FD  ADDINN-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 COPY ADDINNREC.
000790
000800 FD  INTRPT-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 COPY ADDRPTREC.
000840
000850 WORKING-STORAGE SECTION.
000860*----------------------------------------------------------------
000870* FILE-STATUS SWITCHES AND COMMON I/O ERROR FIELDS
000880*----------------------------------------------------------------
000890 77  DLA20-ADDIN-STATUS             PIC X(02) VALUE "00".
000900 77  DLA20-ADDBDT-STATUS            PIC X(02) VALUE "00".
000910 77  DLA20-ADDRUN-STATUS            PIC X(02) VALUE "00".
000920 77  DLA20-ADDINN-STATUS            PIC X(02) VALUE "00".
000930 77  DLA20-INTRPT-STATUS            PIC X(02) VALUE "00".
000940 77  DLA20-ERR-FILE-ID              PIC X(08) VALUE SPACES.
000950 77  DLA20-ERR-STATUS               PIC X(02) VALUE "00".
000960 77  DLA20-ADDIN-EOF-SW             PIC X(01) VALUE "N".
000970     88  DLA20-ADDIN-EOF                      VALUE "Y".
000980 77  DLA20-RUNCTL-EOF-SW            PIC X(01) VALUE "N".
000990     88  DLA20-RUNCTL-EOF                     VALUE "Y".
001000 77  DLA20-RUNCTL-FOUND-SW          PIC X(01) VALUE "N".
001010     88  DLA20-RUNCTL-FOUND                   VALUE "Y".
001020 77  DLA20-BATCH-OPEN-SW            PIC X(01) VALUE "N".
001030     88  DLA20-BATCH-OPEN                     VALUE "Y".
001040 77  DLA20-HASHABLE-SW              PIC X(01) VALUE "N".
001050     88  DLA20-HASHABLE                       VALUE "Y".
001060 77  DLA20-SEEN-FOUND-SW            PIC X(01) VALUE "N".
001070     88  DLA20-SEEN-FOUND                     VALUE "Y".
001080 77  DLA20-DATE-OK-SW               PIC X(01) VALUE "N".
001090     88  DLA20-DATE-OK                        VALUE "Y".
001100
001110*----------------------------------------------------------------
001120* RUN CONTROL - THE STALE LIMIT FROM THE PARM, THE BUSINESS
001130* DATE, AND THE OLDEST BATCH DATE STILL ACCEPTED.  A BATCH
001140* DATED AFTER THE BUSINESS DATE OR BEFORE THE STALE CUTOFF IS
001150* REJECTED.
001160*----------------------------------------------------------------
001170 77  DLA20-PARM                     PIC X(20) VALUE SPACES.
001180 77  DLA20-STALE-DAYS               PIC 9(03) VALUE 5.
001190 77  DLA20-BUS-DATE                 PIC 9(08) VALUE ZERO.
001200 77  DLA20-STALE-CUTOFF             PIC 9(08) VALUE ZERO.
001210 77  DLA20-DAY-NBR                  PIC 9(09) COMP VALUE ZERO.
001220
001230*----------------------------------------------------------------
001240* CURRENT BATCH - IDENTITY FROM ITS HEADER, THE DETAIL COUNT
001250* AND HASH TOTAL ACCUMULATED EXACTLY AS ADD3NUM ACCUMULATES
001260* THEM (ONLY DETAILS WITH A NUMERIC, IN-RANGE ADDEND COUNT AND
001270* NUMERIC AMOUNTS ARE HASHED; CREDIT MEMOS SUBTRACT), AND THE
001280* TRAILER'S FIGURES FOR THE REPORT.
001290*----------------------------------------------------------------
001300 77  DLA20-BAT-ID                   PIC X(08) VALUE SPACES.
001310 77  DLA20-BAT-DATE                 PIC X(08) VALUE SPACES.
001320 77  DLA20-BAT-DETAIL-COUNT         PIC 9(09) COMP VALUE ZERO.
001330 77  DLA20-BAT-HASH-TOTAL           PIC S9(11)V99 VALUE ZERO.
001340 77  DLA20-BAT-UNHASHED             PIC 9(09) COMP VALUE ZERO.
001350 77  DLA20-BAT-TRL-COUNT            PIC 9(09) VALUE ZERO.
001360 77  DLA20-BAT-TRL-HASH             PIC S9(11)V99 VALUE ZERO.
001370 77  DLA20-MAX-ADDENDS              PIC 9(02) COMP VALUE 10.
001380 77  DLA20-ADDEND-SUB               PIC 9(02) COMP VALUE ZERO.
001390 01  DLA20-DATE-WORK.
001400     05  DLA20-DATE-YYYY            PIC 9(04).
001410     05  DLA20-DATE-MM              PIC 9(02).
001420     05  DLA20-DATE-DD              PIC 9(02).
001430 01  DLA20-DATE-WORK-N REDEFINES DLA20-DATE-WORK
001440                                    PIC 9(08).
001450 77  DLA20-MONTH-LIMIT              PIC 9(02) VALUE ZERO.
001460 77  DLA20-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
001470 77  DLA20-LEAP-REM                 PIC 9(04) COMP VALUE ZERO.
001480 01  DLA20-MONTH-DAY-TABLE.
001490     05  FILLER                     PIC X(24)
001500         VALUE "312831303130313130313031".
001510 01  DLA20-MONTH-DAY-R REDEFINES DLA20-MONTH-DAY-TABLE.
001520     05  DLA20-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
001530
001540*----------------------------------------------------------------
001550* PROBLEMS FOUND ON THE CURRENT BATCH.  EVERY PROBLEM IS
001560* COUNTED; THE FIRST FIVE ARE KEPT FOR THE REPORT AND THE FIRST
001570* GOES ON THE NOTICE.
001580*----------------------------------------------------------------
001590 77  DLA20-ERR-MAX                  PIC 9(02) COMP VALUE 5.
001600 77  DLA20-ERR-COUNT                PIC 9(02) COMP VALUE ZERO.
001610 77  DLA20-ERR-SUB                  PIC 9(02) COMP VALUE ZERO.
001620 77  DLA20-NEW-CODE                 PIC X(02) VALUE SPACES.
001630 77  DLA20-NEW-TEXT                 PIC X(40) VALUE SPACES.
001640 01  DLA20-ERR-TABLE.
001650     05  DLA20-ERR-ENTRY            OCCURS 5 TIMES.
001660         10  DLA20-ERR-CODE         PIC X(02).
001670         10  DLA20-ERR-TEXT         PIC X(40).
001680
001690 01  DLA20-STALE-TEXT.
001700     05  FILLER                     PIC X(22)
001710         VALUE "BATCH DATE OLDER THAN ".
001720     05  DLA20-STALE-TEXT-DAYS      PIC ZZ9.
001730     05  FILLER                     PIC X(15)
001740         VALUE " DAYS - STALE".
001750 01  DLA20-POSTED-TEXT.
001760     05  FILLER                     PIC X(30)
001770         VALUE "BATCH ALREADY POSTED ON ".
001780     05  DLA20-POSTED-TEXT-DATE     PIC 9(08).
001790     05  FILLER                     PIC X(02) VALUE SPACES.
001800 01  DLA20-RECTYPE-TEXT.
001810     05  FILLER                     PIC X(23)
001820         VALUE "UNEXPECTED RECORD TYPE ".
001830     05  DLA20-RECTYPE-TEXT-TYPE    PIC X(01).
001840     05  FILLER                     PIC X(16) VALUE SPACES.
001850 01  DLA20-UNHASHED-TEXT.
001860     05  DLA20-UNHASHED-TEXT-COUNT  PIC ZZZ,ZZ9.
001870     05  FILLER                     PIC X(33)
001880         VALUE " DETAILS WITH NON-NUMERIC AMOUNTS".
001890
001900*----------------------------------------------------------------
001910* BATCHES ALREADY SEEN IN THIS FILE (ID AND DATE), SO A BATCH
001920* SENT TWICE IS CAUGHT BEFORE ADD3NUM SKIPS THE SECOND COPY
001930* AS ALREADY POSTED.
001940*----------------------------------------------------------------
001950 77  DLA20-SEEN-MAX                 PIC 9(04) COMP VALUE 500.
001960 77  DLA20-SEEN-COUNT               PIC 9(04) COMP VALUE ZERO.
001970 77  DLA20-SEEN-SUB                 PIC 9(04) COMP VALUE ZERO.
001980 01  DLA20-SEEN-TABLE.
001990     05  DLA20-SEEN-ENTRY           OCCURS 500 TIMES.
002000         10  DLA20-SEEN-ID          PIC X(08).
002010         10  DLA20-SEEN-DATE        PIC X(08).
002020
002030*----------------------------------------------------------------
002040* RUN COUNTERS
002050*----------------------------------------------------------------
002060 77  DLA20-REC-COUNT                PIC 9(09) COMP VALUE ZERO.
002070 77  DLA20-BATCH-COUNT              PIC 9(09) COMP VALUE ZERO.
002080 77  DLA20-ACCEPT-COUNT             PIC 9(09) COMP VALUE ZERO.
002090 77  DLA20-REJECT-COUNT             PIC 9(09) COMP VALUE ZERO.
002100
002110*----------------------------------------------------------------
002120* INTAKE REPORT (INTRPT) PRINT LINES
002130*----------------------------------------------------------------
002140 77  DLA20-RPT-PAGE-SIZE            PIC 9(04) COMP VALUE 50.
002150 77  DLA20-RPT-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
002160 77  DLA20-RPT-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
002170
002180 01  DLA20-RPT-HEADING1.
002190     05  FILLER                     PIC X(01) VALUE "1".
002200     05  FILLER                     PIC X(32)
002210         VALUE "ADDINEDT ADDIN INTAKE EDIT".
002220     05  FILLER                     PIC X(15)
002230         VALUE "BUSINESS DATE:".
002240     05  DLA20-RPT-H1-DATE          PIC 9999/99/99.
002250     05  FILLER                     PIC X(15)
002260         VALUE "  STALE BEFORE:".
002270     05  DLA20-RPT-H1-CUTOFF        PIC 9999/99/99.
002280     05  FILLER                     PIC X(08) VALUE "  PAGE:".
002290     05  DLA20-RPT-H1-PAGE          PIC ZZZ9.
002300     05  FILLER                     PIC X(37) VALUE SPACES.
002310
002320 01  DLA20-RPT-HEADING2.
002330     05  FILLER                     PIC X(01) VALUE SPACE.
002340     05  FILLER                     PIC X(10) VALUE "BATCH ID".
002350     05  FILLER                     PIC X(10) VALUE "DATE".
002360     05  FILLER                     PIC X(09) VALUE "DETAILS".
002370     05  FILLER                     PIC X(09) VALUE "TRAILER".
002380     05  FILLER                     PIC X(20)
002390         VALUE "   HASH TOTAL READ".
002400     05  FILLER                     PIC X(20)
002410         VALUE "  TRL HASH TOTAL".
002420     05  FILLER                     PIC X(09) VALUE "DISPOSN".
002430     05  FILLER                     PIC X(40) VALUE "REASON".
002440     05  FILLER                     PIC X(04) VALUE SPACES.
002450
002460 01  DLA20-RPT-DETAIL.
002470     05  FILLER                     PIC X(01) VALUE SPACE.
002480     05  DLA20-RPT-DET-BATCH-ID     PIC X(08).
002490     05  FILLER                     PIC X(02) VALUE SPACES.
002500     05  DLA20-RPT-DET-BATCH-DATE   PIC X(08).
002510     05  FILLER                     PIC X(02) VALUE SPACES.
002520     05  DLA20-RPT-DET-DETAILS      PIC ZZZ,ZZ9.
002530     05  FILLER                     PIC X(02) VALUE SPACES.
002540     05  DLA20-RPT-DET-TRL-COUNT    PIC ZZZ,ZZ9.
002550     05  FILLER                     PIC X(02) VALUE SPACES.
002560     05  DLA20-RPT-DET-HASH         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002570     05  FILLER                     PIC X(02) VALUE SPACES.
002580     05  DLA20-RPT-DET-TRL-HASH     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002590     05  FILLER                     PIC X(02) VALUE SPACES.
002600     05  DLA20-RPT-DET-DISP         PIC X(08).
002610     05  FILLER                     PIC X(01) VALUE SPACE.
002620     05  DLA20-RPT-DET-REASON       PIC X(40).
002630     05  FILLER                     PIC X(04) VALUE SPACES.
002640
002650 01  DLA20-RPT-MORE-REASON.
002660     05  FILLER                     PIC X(88) VALUE SPACES.
002670     05  DLA20-RPT-MORE-TEXT        PIC X(40).
002680     05  FILLER                     PIC X(04) VALUE SPACES.
002690
002700 01  DLA20-RPT-TRAILER.
002710     05  FILLER                     PIC X(01) VALUE SPACE.
002720     05  FILLER                     PIC X(18)
002730         VALUE "BATCHES RECEIVED:".
002740     05  DLA20-RPT-TRL-BATCHES      PIC ZZZ,ZZ9.
002750     05  FILLER                     PIC X(12) VALUE "  ACCEPTED:".
002760     05  DLA20-RPT-TRL-ACCEPTED     PIC ZZZ,ZZ9.
002770     05  FILLER                     PIC X(12) VALUE "  REJECTED:".
002780     05  DLA20-RPT-TRL-REJECTED     PIC ZZZ,ZZ9.
002790     05  FILLER                     PIC X(16)
002800         VALUE "  RECORDS READ:".
002810     05  DLA20-RPT-TRL-RECORDS      PIC ZZZ,ZZZ,ZZ9.
002820     05  FILLER                     PIC X(41) VALUE SPACES.
002830
002840 PROCEDURE DIVISION.
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE
002870         THRU 1000-INITIALIZE-EXIT.
002880
002890     PERFORM 2000-PROCESS-RECORD
002900         THRU 2000-PROCESS-RECORD-EXIT
002910         UNTIL DLA20-ADDIN-EOF.
002920
002930*    END OF FILE INSIDE A BATCH - THE TRAILER NEVER ARRIVED.
002940     IF DLA20-BATCH-OPEN
002950         MOVE "TM" TO DLA20-NEW-CODE
002960         MOVE "TRAILER MISSING AT END OF FILE" TO DLA20-NEW-TEXT
002970         PERFORM 3900-ADD-PROBLEM
002980             THRU 3900-ADD-PROBLEM-EXIT
002990         PERFORM 2900-CLOSE-BATCH
003000             THRU 2900-CLOSE-BATCH-EXIT
003010     END-IF.
003020
003030     PERFORM 9000-TERMINATE
003040         THRU 9000-TERMINATE-EXIT.
003050
003060     PERFORM 9999-EXIT
003070         THRU 9999-EXIT-EXIT.
003080
003090 0000-MAINLINE-EXIT.
003100     EXIT.
003110
003120*----------------------------------------------------------------
003130* 1000-INITIALIZE - RESOLVE THE STALE LIMIT FROM THE PARM
003140*                   (DEFAULT 5 DAYS), READ THE BUSINESS DATE
003150*                   AND COUNT THE STALE CUTOFF BACK FROM IT,
003160*                   AND OPEN THE FILES.
003170*----------------------------------------------------------------
003180 1000-INITIALIZE.
003190     ACCEPT DLA20-PARM FROM COMMAND-LINE.
003200     IF DLA20-PARM(1:3) IS NUMERIC
003210         MOVE DLA20-PARM(1:3) TO DLA20-STALE-DAYS
003220     END-IF.
003230
003240     OPEN INPUT ADDBDT-FILE.
003250     MOVE "ADDBDT" TO DLA20-ERR-FILE-ID.
003260     MOVE DLA20-ADDBDT-STATUS TO DLA20-ERR-STATUS.
003270     PERFORM 8000-CHECK-FILE-STATUS
003280         THRU 8000-CHECK-FILE-STATUS-EXIT.
003290     READ ADDBDT-FILE
003300         AT END
003310             DISPLAY "ADDINEDT - ADDBDT CONTROL RECORD MISSING "
003320                     "- RUN ABORTED."
003330             MOVE 16 TO RETURN-CODE
003340             STOP RUN
003350     END-READ.
003360     IF ADDBDT-BUS-DATE IS NOT NUMERIC
003370             OR ADDBDT-BUS-DATE = ZERO
003380         DISPLAY "ADDINEDT - ADDBDT BUSINESS DATE IS NOT "
003390                 "NUMERIC - RUN ABORTED."
003400         MOVE 16 TO RETURN-CODE
003410         STOP RUN
003420     END-IF.
003430     MOVE ADDBDT-BUS-DATE TO DLA20-BUS-DATE.
003440     CLOSE ADDBDT-FILE.
003450
003460     COMPUTE DLA20-DAY-NBR =
003470         FUNCTION INTEGER-OF-DATE(DLA20-BUS-DATE)
003480         - DLA20-STALE-DAYS.
003490     COMPUTE DLA20-STALE-CUTOFF =
003500         FUNCTION DATE-OF-INTEGER(DLA20-DAY-NBR).
003510     MOVE DLA20-STALE-DAYS TO DLA20-STALE-TEXT-DAYS.
003520
003530     OPEN INPUT ADDIN-FILE.
003540     MOVE "ADDIN" TO DLA20-ERR-FILE-ID.
003550     MOVE DLA20-ADDIN-STATUS TO DLA20-ERR-STATUS.
003560     PERFORM 8000-CHECK-FILE-STATUS
003570         THRU 8000-CHECK-FILE-STATUS-EXIT.
003580
003590     OPEN OUTPUT ADDINN-FILE.
003600     MOVE "ADDINN" TO DLA20-ERR-FILE-ID.
003610     MOVE DLA20-ADDINN-STATUS TO DLA20-ERR-STATUS.
003620     PERFORM 8000-CHECK-FILE-STATUS
003630         THRU 8000-CHECK-FILE-STATUS-EXIT.
003640
003650     OPEN OUTPUT INTRPT-FILE.
003660     MOVE "INTRPT" TO DLA20-ERR-FILE-ID.
003670     MOVE DLA20-INTRPT-STATUS TO DLA20-ERR-STATUS.
003680     PERFORM 8000-CHECK-FILE-STATUS
003690         THRU 8000-CHECK-FILE-STATUS-EXIT.
003700
003710     PERFORM 4000-PRINT-HEADERS
003720         THRU 4000-PRINT-HEADERS-EXIT.
003730
003740 1000-INITIALIZE-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------------
003780* 2000-PROCESS-RECORD - READ THE NEXT ADDIN RECORD AND DISPATCH
003790*                       ON ITS TYPE.  A HEADER STARTS A BATCH
003800*                       (CLOSING ANY BATCH STILL OPEN AS
003810*                       TRUNCATED); A DETAIL IS COUNTED AND
003820*                       HASHED; A TRAILER IS BALANCED AND
003830*                       CLOSES THE BATCH.  RECORDS ARRIVING
003840*                       WITH NO HEADER BEFORE THEM ARE GATHERED
003850*                       INTO A BATCH WITH A BLANK ID AND
003860*                       REJECTED AS SUCH.
003870*----------------------------------------------------------------
003880 2000-PROCESS-RECORD.
003890     READ ADDIN-FILE
003900         AT END
003910             SET DLA20-ADDIN-EOF TO TRUE
003920             GO TO 2000-PROCESS-RECORD-EXIT
003930     END-READ.
003940     MOVE "ADDIN" TO DLA20-ERR-FILE-ID.
003950     MOVE DLA20-ADDIN-STATUS TO DLA20-ERR-STATUS.
003960     PERFORM 8000-CHECK-FILE-STATUS
003970         THRU 8000-CHECK-FILE-STATUS-EXIT.
003980     ADD 1 TO DLA20-REC-COUNT.
003990
004000     IF ADDIN-HEADER-REC
004010         IF DLA20-BATCH-OPEN
004020             MOVE "TM" TO DLA20-NEW-CODE
004030             MOVE "TRAILER MISSING BEFORE NEXT HEADER"
004040                 TO DLA20-NEW-TEXT
004050             PERFORM 3900-ADD-PROBLEM
004060                 THRU 3900-ADD-PROBLEM-EXIT
004070             PERFORM 2900-CLOSE-BATCH
004080                 THRU 2900-CLOSE-BATCH-EXIT
004090         END-IF
004100         PERFORM 2100-START-BATCH
004110             THRU 2100-START-BATCH-EXIT
004120         MOVE ADDIN-HDR-BATCH-ID TO DLA20-BAT-ID
004130         MOVE ADDIN-HDR-BATCH-DATE TO DLA20-BAT-DATE
004140         PERFORM 3000-EDIT-HEADER
004150             THRU 3000-EDIT-HEADER-EXIT
004160         GO TO 2000-PROCESS-RECORD-EXIT
004170     END-IF.
004180
004190     IF NOT DLA20-BATCH-OPEN
004200         PERFORM 2100-START-BATCH
004210             THRU 2100-START-BATCH-EXIT
004220         MOVE "HM" TO DLA20-NEW-CODE
004230         MOVE "NO BATCH HEADER BEFORE THESE RECORDS"
004240             TO DLA20-NEW-TEXT
004250         PERFORM 3900-ADD-PROBLEM
004260             THRU 3900-ADD-PROBLEM-EXIT
004270     END-IF.
004280
004290     EVALUATE TRUE
004300         WHEN ADDIN-DETAIL-REC
004310             PERFORM 2200-COUNT-DETAIL
004320                 THRU 2200-COUNT-DETAIL-EXIT
004330         WHEN ADDIN-TRAILER-REC
004340             PERFORM 2300-BALANCE-TRAILER
004350                 THRU 2300-BALANCE-TRAILER-EXIT
004360             PERFORM 2900-CLOSE-BATCH
004370                 THRU 2900-CLOSE-BATCH-EXIT
004380         WHEN OTHER
004390             MOVE "RT" TO DLA20-NEW-CODE
004400             MOVE ADDIN-REC-TYPE TO DLA20-RECTYPE-TEXT-TYPE
004410             MOVE DLA20-RECTYPE-TEXT TO DLA20-NEW-TEXT
004420             PERFORM 3900-ADD-PROBLEM
004430                 THRU 3900-ADD-PROBLEM-EXIT
004440     END-EVALUATE.
004450
004460 2000-PROCESS-RECORD-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------------
004500* 2100-START-BATCH - CLEAR THE PER-BATCH FIELDS FOR A NEW BATCH.
004510*----------------------------------------------------------------
004520 2100-START-BATCH.
004530     SET DLA20-BATCH-OPEN TO TRUE.
004540     MOVE SPACES TO DLA20-BAT-ID
004550                    DLA20-BAT-DATE.
004560     MOVE ZERO TO DLA20-BAT-DETAIL-COUNT
004570                  DLA20-BAT-HASH-TOTAL
004580                  DLA20-BAT-UNHASHED
004590                  DLA20-BAT-TRL-COUNT
004600                  DLA20-BAT-TRL-HASH
004610                  DLA20-ERR-COUNT.
004620     MOVE SPACES TO DLA20-ERR-TABLE.
004630
004640 2100-START-BATCH-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------------
004680* 2200-COUNT-DETAIL - COUNT A DETAIL AND, WHEN ITS ADDEND COUNT
004690*                     AND AMOUNTS ARE NUMERIC, ADD ITS AMOUNTS
004700*                     TO THE BATCH HASH THE WAY ADD3NUM DOES.
004710*----------------------------------------------------------------
004720 2200-COUNT-DETAIL.
004730     ADD 1 TO DLA20-BAT-DETAIL-COUNT.
004740
004750     SET DLA20-HASHABLE TO TRUE.
004760     IF ADDIN-ADDEND-COUNT IS NOT NUMERIC
004770             OR ADDIN-ADDEND-COUNT < 1
004780             OR ADDIN-ADDEND-COUNT > DLA20-MAX-ADDENDS
004790         MOVE "N" TO DLA20-HASHABLE-SW
004800     ELSE
004810         PERFORM 2210-CHECK-ADDEND
004820             THRU 2210-CHECK-ADDEND-EXIT
004830             VARYING DLA20-ADDEND-SUB FROM 1 BY 1
004840             UNTIL DLA20-ADDEND-SUB > ADDIN-ADDEND-COUNT
004850     END-IF.
004860
004870     IF NOT DLA20-HASHABLE
004880         ADD 1 TO DLA20-BAT-UNHASHED
004890         GO TO 2200-COUNT-DETAIL-EXIT
004900     END-IF.
004910
004920     PERFORM 2220-ADD-HASH-ENTRY
004930         THRU 2220-ADD-HASH-ENTRY-EXIT
004940         VARYING DLA20-ADDEND-SUB FROM 1 BY 1
004950         UNTIL DLA20-ADDEND-SUB > ADDIN-ADDEND-COUNT.
004960
004970 2200-COUNT-DETAIL-EXIT.
004980     EXIT.
004990
005000 2210-CHECK-ADDEND.
005010     IF ADDIN-ADDEND-TABLE(DLA20-ADDEND-SUB) IS NOT NUMERIC
005020         MOVE "N" TO DLA20-HASHABLE-SW
005030     END-IF.
005040
005050 2210-CHECK-ADDEND-EXIT.
005060     EXIT.
005070
005080 2220-ADD-HASH-ENTRY.
005090     IF ADDIN-TRANS-CREDIT
005100         SUBTRACT ADDIN-ADDEND-TABLE(DLA20-ADDEND-SUB)
005110             FROM DLA20-BAT-HASH-TOTAL
005120     ELSE
005130         ADD ADDIN-ADDEND-TABLE(DLA20-ADDEND-SUB)
005140             TO DLA20-BAT-HASH-TOTAL
005150     END-IF.
005160
005170 2220-ADD-HASH-ENTRY-EXIT.
005180     EXIT.
005190
005200*----------------------------------------------------------------
005210* 2300-BALANCE-TRAILER - BALANCE THE TRAILER'S DETAIL COUNT AND
005220*                        HASH TOTAL AGAINST WHAT WAS READ.
005230*----------------------------------------------------------------
005240 2300-BALANCE-TRAILER.
005250     IF ADDIN-TRL-DETAIL-COUNT IS NOT NUMERIC
005260             OR ADDIN-TRL-HASH-TOTAL IS NOT NUMERIC
005270         MOVE "TN" TO DLA20-NEW-CODE
005280         MOVE "TRAILER COUNT OR HASH TOTAL NOT NUMERIC"
005290             TO DLA20-NEW-TEXT
005300         PERFORM 3900-ADD-PROBLEM
005310             THRU 3900-ADD-PROBLEM-EXIT
005320         GO TO 2300-BALANCE-TRAILER-EXIT
005330     END-IF.
005340
005350     MOVE ADDIN-TRL-DETAIL-COUNT TO DLA20-BAT-TRL-COUNT.
005360     MOVE ADDIN-TRL-HASH-TOTAL TO DLA20-BAT-TRL-HASH.
005370
005380     IF DLA20-BAT-TRL-COUNT NOT = DLA20-BAT-DETAIL-COUNT
005390         MOVE "CB" TO DLA20-NEW-CODE
005400         MOVE "TRAILER DETAIL COUNT DOES NOT BALANCE"
005410             TO DLA20-NEW-TEXT
005420         PERFORM 3900-ADD-PROBLEM
005430             THRU 3900-ADD-PROBLEM-EXIT
005440     END-IF.
005450
005460     IF DLA20-BAT-TRL-HASH NOT = DLA20-BAT-HASH-TOTAL
005470         MOVE "HB" TO DLA20-NEW-CODE
005480         MOVE "TRAILER HASH TOTAL DOES NOT BALANCE"
005490             TO DLA20-NEW-TEXT
005500         PERFORM 3900-ADD-PROBLEM
005510             THRU 3900-ADD-PROBLEM-EXIT
005520*        AN UNREADABLE AMOUNT CANNOT BE HASHED - SAY SO, SINCE
005530*        IT IS THE LIKELY CAUSE.
005540         IF DLA20-BAT-UNHASHED > ZERO
005550             MOVE "NN" TO DLA20-NEW-CODE
005560             MOVE DLA20-BAT-UNHASHED
005570                 TO DLA20-UNHASHED-TEXT-COUNT
005580             MOVE DLA20-UNHASHED-TEXT TO DLA20-NEW-TEXT
005590             PERFORM 3900-ADD-PROBLEM
005600                 THRU 3900-ADD-PROBLEM-EXIT
005610         END-IF
005620     END-IF.
005630
005640 2300-BALANCE-TRAILER-EXIT.
005650     EXIT.
005660
005670*----------------------------------------------------------------
005680* 2900-CLOSE-BATCH - DECIDE THE BATCH, WRITE ITS NOTICE, PRINT
005690*                    ITS REPORT LINES AND REMEMBER ITS IDENTITY.
005700*----------------------------------------------------------------
005710 2900-CLOSE-BATCH.
005720     ADD 1 TO DLA20-BATCH-COUNT.
005730
005740     MOVE SPACES TO ADDINN-RECORD.
005750     MOVE DLA20-BUS-DATE TO ADDINN-NOTICE-DATE.
005760     MOVE DLA20-BAT-ID TO ADDINN-BATCH-ID.
005770     MOVE DLA20-BAT-DATE TO ADDINN-BATCH-DATE.
005780     MOVE DLA20-BAT-DETAIL-COUNT TO ADDINN-DETAIL-COUNT.
005790     MOVE DLA20-BAT-HASH-TOTAL TO ADDINN-HASH-TOTAL.
005800     MOVE DLA20-ERR-COUNT TO ADDINN-ERROR-COUNT.
005810     IF DLA20-ERR-COUNT = ZERO
005820         SET ADDINN-ACCEPTED TO TRUE
005830         ADD 1 TO DLA20-ACCEPT-COUNT
005840     ELSE
005850         SET ADDINN-REJECTED TO TRUE
005860         MOVE DLA20-ERR-CODE(1) TO ADDINN-REASON-CODE
005870         MOVE DLA20-ERR-TEXT(1) TO ADDINN-REASON-TEXT
005880         ADD 1 TO DLA20-REJECT-COUNT
005890     END-IF.
005900     PERFORM 7000-WRITE-NOTICE
005910         THRU 7000-WRITE-NOTICE-EXIT.
005920
005930     PERFORM 4100-PRINT-BATCH-LINES
005940         THRU 4100-PRINT-BATCH-LINES-EXIT.
005950
005960     IF DLA20-BAT-ID NOT = SPACES
005970             AND NOT DLA20-SEEN-FOUND
005980         IF DLA20-SEEN-COUNT >= DLA20-SEEN-MAX
005990             DISPLAY "ADDINEDT - MORE THAN " DLA20-SEEN-MAX
006000                     " BATCHES ON ADDIN - RUN ABORTED."
006010             MOVE 16 TO RETURN-CODE
006020             STOP RUN
006030         END-IF
006040         ADD 1 TO DLA20-SEEN-COUNT
006050         MOVE DLA20-BAT-ID TO DLA20-SEEN-ID(DLA20-SEEN-COUNT)
006060         MOVE DLA20-BAT-DATE TO DLA20-SEEN-DATE(DLA20-SEEN-COUNT)
006070     END-IF.
006080
006090     MOVE "N" TO DLA20-BATCH-OPEN-SW.
006100     MOVE "N" TO DLA20-SEEN-FOUND-SW.
006110
006120 2900-CLOSE-BATCH-EXIT.
006130     EXIT.
006140
006150*----------------------------------------------------------------
006160* 3000-EDIT-HEADER - CHECK THE BATCH ID AND DATE ON THE HEADER
006170*                    JUST READ.  EVERY FAILING RULE IS NOTED.
006180*----------------------------------------------------------------
006190 3000-EDIT-HEADER.
006200     IF DLA20-BAT-ID = SPACES
006210         MOVE "BI" TO DLA20-NEW-CODE
006220         MOVE "BATCH ID IS BLANK" TO DLA20-NEW-TEXT
006230         PERFORM 3900-ADD-PROBLEM
006240             THRU 3900-ADD-PROBLEM-EXIT
006250     END-IF.
006260
006270*    S+SIX DIGITS IS A SUPERVISOR RELEASE (ADD3NUM SKIPS THE
006280*    LIMIT CHECKS), R+SIX DIGITS A RECYCLE (ITS DUPLICATE-ID
006290*    OVERRIDE IS HONOURED), AND V AND P THE REVERSAL AND
006300*    STANDING-TRANSACTION BATCHES WHOSE ADDRUN ENTRIES A
006310*    LOOK-ALIKE WOULD COLLIDE WITH.  G IS LEFT OPEN - A
006320*    CORRECTED ADDGRJ BATCH COMES BACK UNDER ITS OWN ID.
006330     IF (DLA20-BAT-ID(1:1) = "S" OR "R" OR "V" OR "P")
006340             AND DLA20-BAT-ID(2:6) IS NUMERIC
006350         MOVE "RS" TO DLA20-NEW-CODE
006360         MOVE "BATCH ID SHAPE IS RESERVED FOR SHOP USE"
006370             TO DLA20-NEW-TEXT
006380         PERFORM 3900-ADD-PROBLEM
006390             THRU 3900-ADD-PROBLEM-EXIT
006400     END-IF.
006410
006420     MOVE DLA20-BAT-DATE TO DLA20-DATE-WORK.
006430     PERFORM 3100-EDIT-DATE
006440         THRU 3100-EDIT-DATE-EXIT.
006450     IF NOT DLA20-DATE-OK
006460         MOVE "DN" TO DLA20-NEW-CODE
006470         MOVE "BATCH DATE IS NOT A VALID DATE" TO DLA20-NEW-TEXT
006480         PERFORM 3900-ADD-PROBLEM
006490             THRU 3900-ADD-PROBLEM-EXIT
006500     ELSE
006510         IF DLA20-DATE-WORK-N > DLA20-BUS-DATE
006520             MOVE "DF" TO DLA20-NEW-CODE
006530             MOVE "BATCH DATE IS AFTER THE BUSINESS DATE"
006540                 TO DLA20-NEW-TEXT
006550             PERFORM 3900-ADD-PROBLEM
006560                 THRU 3900-ADD-PROBLEM-EXIT
006570         END-IF
006580         IF DLA20-DATE-WORK-N < DLA20-STALE-CUTOFF
006590             MOVE "DS" TO DLA20-NEW-CODE
006600             MOVE DLA20-STALE-TEXT TO DLA20-NEW-TEXT
006610             PERFORM 3900-ADD-PROBLEM
006620                 THRU 3900-ADD-PROBLEM-EXIT
006630         END-IF
006640     END-IF.
006650
006660     MOVE "N" TO DLA20-SEEN-FOUND-SW.
006670     PERFORM 3200-MATCH-SEEN
006680         THRU 3200-MATCH-SEEN-EXIT
006690         VARYING DLA20-SEEN-SUB FROM 1 BY 1
006700         UNTIL DLA20-SEEN-SUB > DLA20-SEEN-COUNT
006710         OR DLA20-SEEN-FOUND.
006720     IF DLA20-SEEN-FOUND
006730         MOVE "DP" TO DLA20-NEW-CODE
006740         MOVE "SAME BATCH ID AND DATE EARLIER IN FILE"
006750             TO DLA20-NEW-TEXT
006760         PERFORM 3900-ADD-PROBLEM
006770             THRU 3900-ADD-PROBLEM-EXIT
006780     END-IF.
006790
006800     IF DLA20-DATE-OK
006810         PERFORM 3300-CHECK-RUN-CONTROL
006820             THRU 3300-CHECK-RUN-CONTROL-EXIT
006830         IF DLA20-RUNCTL-FOUND
006840             MOVE "AP" TO DLA20-NEW-CODE
006850             MOVE ADDRUN-POSTED-DATE TO DLA20-POSTED-TEXT-DATE
006860             MOVE DLA20-POSTED-TEXT TO DLA20-NEW-TEXT
006870             PERFORM 3900-ADD-PROBLEM
006880                 THRU 3900-ADD-PROBLEM-EXIT
006890         END-IF
006900     END-IF.
006910
006920 3000-EDIT-HEADER-EXIT.
006930     EXIT.
006940
006950*----------------------------------------------------------------
006960* 3100-EDIT-DATE - PROVE THE YYYYMMDD DATE IN DLA20-DATE-WORK IS
006970*                  A REAL CALENDAR DATE.
006980*----------------------------------------------------------------
006990 3100-EDIT-DATE.
007000     MOVE "N" TO DLA20-DATE-OK-SW.
007010     IF DLA20-DATE-WORK IS NOT NUMERIC
007020             OR DLA20-DATE-YYYY < 1900
007030             OR DLA20-DATE-MM < 1
007040             OR DLA20-DATE-MM > 12
007050             OR DLA20-DATE-DD < 1
007060         GO TO 3100-EDIT-DATE-EXIT
007070     END-IF.
007080
007090     MOVE DLA20-MONTH-DAYS(DLA20-DATE-MM) TO DLA20-MONTH-LIMIT.
007100     IF DLA20-DATE-MM = 2
007110         DIVIDE DLA20-DATE-YYYY BY 4
007120             GIVING DLA20-LEAP-QUOT REMAINDER DLA20-LEAP-REM
007130         IF DLA20-LEAP-REM = ZERO
007140             MOVE 29 TO DLA20-MONTH-LIMIT
007150             DIVIDE DLA20-DATE-YYYY BY 100
007160                 GIVING DLA20-LEAP-QUOT REMAINDER DLA20-LEAP-REM
007170             IF DLA20-LEAP-REM = ZERO
007180                 MOVE 28 TO DLA20-MONTH-LIMIT
007190                 DIVIDE DLA20-DATE-YYYY BY 400
007200                     GIVING DLA20-LEAP-QUOT
007210                     REMAINDER DLA20-LEAP-REM
007220                 IF DLA20-LEAP-REM = ZERO
007230                     MOVE 29 TO DLA20-MONTH-LIMIT
007240                 END-IF
007250             END-IF
007260         END-IF
007270     END-IF.
007280     IF DLA20-DATE-DD > DLA20-MONTH-LIMIT
007290         GO TO 3100-EDIT-DATE-EXIT
007300     END-IF.
007310
007320     SET DLA20-DATE-OK TO TRUE.
007330
007340 3100-EDIT-DATE-EXIT.
007350     EXIT.
007360
007370 3200-MATCH-SEEN.
007380     IF DLA20-SEEN-ID(DLA20-SEEN-SUB) = DLA20-BAT-ID
007390             AND DLA20-SEEN-DATE(DLA20-SEEN-SUB) = DLA20-BAT-DATE
007400         SET DLA20-SEEN-FOUND TO TRUE
007410     END-IF.
007420
007430 3200-MATCH-SEEN-EXIT.
007440     EXIT.
007450
007460*----------------------------------------------------------------
007470* 3300-CHECK-RUN-CONTROL - SCAN ADDRUN FOR THE BATCH'S ID AND
007480*                          DATE, AS ADD3NUM DOES AT EACH HEADER.
007490*                          A MISSING ADDRUN MEANS NOTHING HAS
007500*                          EVER POSTED.
007510*----------------------------------------------------------------
007520 3300-CHECK-RUN-CONTROL.
007530     MOVE "N" TO DLA20-RUNCTL-EOF-SW.
007540     MOVE "N" TO DLA20-RUNCTL-FOUND-SW.
007550
007560     OPEN INPUT ADDRUN-FILE.
007570     IF DLA20-ADDRUN-STATUS = "35"
007580         GO TO 3300-CHECK-RUN-CONTROL-EXIT
007590     END-IF.
007600     MOVE "ADDRUN" TO DLA20-ERR-FILE-ID.
007610     MOVE DLA20-ADDRUN-STATUS TO DLA20-ERR-STATUS.
007620     PERFORM 8000-CHECK-FILE-STATUS
007630         THRU 8000-CHECK-FILE-STATUS-EXIT.
007640
007650     PERFORM 3310-SCAN-RUN-CONTROL
007660         THRU 3310-SCAN-RUN-CONTROL-EXIT
007670         UNTIL DLA20-RUNCTL-EOF
007680         OR DLA20-RUNCTL-FOUND.
007690
007700     CLOSE ADDRUN-FILE.
007710
007720 3300-CHECK-RUN-CONTROL-EXIT.
007730     EXIT.
007740
007750 3310-SCAN-RUN-CONTROL.
007760     READ ADDRUN-FILE
007770         AT END
007780             SET DLA20-RUNCTL-EOF TO TRUE
007790             GO TO 3310-SCAN-RUN-CONTROL-EXIT
007800     END-READ.
007810     MOVE "ADDRUN" TO DLA20-ERR-FILE-ID.
007820     MOVE DLA20-ADDRUN-STATUS TO DLA20-ERR-STATUS.
007830     PERFORM 8000-CHECK-FILE-STATUS
007840         THRU 8000-CHECK-FILE-STATUS-EXIT.
007850
007860     IF ADDRUN-BATCH-ID = DLA20-BAT-ID
007870             AND ADDRUN-BATCH-DATE = DLA20-DATE-WORK-N
007880         SET DLA20-RUNCTL-FOUND TO TRUE
007890     END-IF.
007900
007910 3310-SCAN-RUN-CONTROL-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------------
007950* 3900-ADD-PROBLEM - NOTE THE PROBLEM IN DLA20-NEW-CODE/
007960*                    DLA20-NEW-TEXT AGAINST THE CURRENT BATCH.
007970*----------------------------------------------------------------
007980 3900-ADD-PROBLEM.
007990     IF DLA20-ERR-COUNT < 99
008000         ADD 1 TO DLA20-ERR-COUNT
008010     END-IF.
008020     IF DLA20-ERR-COUNT NOT > DLA20-ERR-MAX
008030         MOVE DLA20-NEW-CODE TO DLA20-ERR-CODE(DLA20-ERR-COUNT)
008040         MOVE DLA20-NEW-TEXT TO DLA20-ERR-TEXT(DLA20-ERR-COUNT)
008050     END-IF.
008060
008070 3900-ADD-PROBLEM-EXIT.
008080     EXIT.
008090
008100*----------------------------------------------------------------
008110* 4000-PRINT-HEADERS - PRINT THE RUN-HEADER AND COLUMN HEADING
008120*                      LINES AT THE TOP OF EACH PAGE.
008130*----------------------------------------------------------------
008140 4000-PRINT-HEADERS.
008150     ADD 1 TO DLA20-RPT-PAGE-COUNT.
008160     MOVE DLA20-BUS-DATE TO DLA20-RPT-H1-DATE.
008170     MOVE DLA20-STALE-CUTOFF TO DLA20-RPT-H1-CUTOFF.
008180     MOVE DLA20-RPT-PAGE-COUNT TO DLA20-RPT-H1-PAGE.
008190
008200     MOVE DLA20-RPT-HEADING1 TO ADDRPT-RECORD.
008210     PERFORM 7100-WRITE-REPORT-LINE
008220         THRU 7100-WRITE-REPORT-LINE-EXIT.
008230     MOVE DLA20-RPT-HEADING2 TO ADDRPT-RECORD.
008240     PERFORM 7100-WRITE-REPORT-LINE
008250         THRU 7100-WRITE-REPORT-LINE-EXIT.
008260
008270     MOVE ZERO TO DLA20-RPT-LINE-COUNT.
008280
008290 4000-PRINT-HEADERS-EXIT.
008300     EXIT.
008310
008320*----------------------------------------------------------------
008330* 4100-PRINT-BATCH-LINES - PRINT THE BATCH'S REPORT LINE WITH
008340*                          ITS FIRST PROBLEM, THEN ONE LINE FOR
008350*                          EACH FURTHER PROBLEM KEPT.
008360*----------------------------------------------------------------
008370 4100-PRINT-BATCH-LINES.
008380     IF DLA20-RPT-LINE-COUNT >= DLA20-RPT-PAGE-SIZE
008390         PERFORM 4000-PRINT-HEADERS
008400             THRU 4000-PRINT-HEADERS-EXIT
008410     END-IF.
008420
008430     MOVE DLA20-BAT-ID TO DLA20-RPT-DET-BATCH-ID.
008440     MOVE DLA20-BAT-DATE TO DLA20-RPT-DET-BATCH-DATE.
008450     MOVE DLA20-BAT-DETAIL-COUNT TO DLA20-RPT-DET-DETAILS.
008460     MOVE DLA20-BAT-TRL-COUNT TO DLA20-RPT-DET-TRL-COUNT.
008470     MOVE DLA20-BAT-HASH-TOTAL TO DLA20-RPT-DET-HASH.
008480     MOVE DLA20-BAT-TRL-HASH TO DLA20-RPT-DET-TRL-HASH.
008490     IF ADDINN-ACCEPTED
008500         MOVE "ACCEPTED" TO DLA20-RPT-DET-DISP
008510         MOVE SPACES TO DLA20-RPT-DET-REASON
008520     ELSE
008530         MOVE "REJECTED" TO DLA20-RPT-DET-DISP
008540         MOVE DLA20-ERR-TEXT(1) TO DLA20-RPT-DET-REASON
008550     END-IF.
008560     MOVE DLA20-RPT-DETAIL TO ADDRPT-RECORD.
008570     PERFORM 7100-WRITE-REPORT-LINE
008580         THRU 7100-WRITE-REPORT-LINE-EXIT.
008590     ADD 1 TO DLA20-RPT-LINE-COUNT.
008600
008610     PERFORM 4110-PRINT-MORE-REASON
008620         THRU 4110-PRINT-MORE-REASON-EXIT
008630         VARYING DLA20-ERR-SUB FROM 2 BY 1
008640         UNTIL DLA20-ERR-SUB > DLA20-ERR-COUNT
008650         OR DLA20-ERR-SUB > DLA20-ERR-MAX.
008660
008670 4100-PRINT-BATCH-LINES-EXIT.
008680     EXIT.
008690
008700 4110-PRINT-MORE-REASON.
008710     MOVE DLA20-ERR-TEXT(DLA20-ERR-SUB) TO DLA20-RPT-MORE-TEXT.
008720     MOVE DLA20-RPT-MORE-REASON TO ADDRPT-RECORD.
008730     PERFORM 7100-WRITE-REPORT-LINE
008740         THRU 7100-WRITE-REPORT-LINE-EXIT.
008750     ADD 1 TO DLA20-RPT-LINE-COUNT.
008760
008770 4110-PRINT-MORE-REASON-EXIT.
008780     EXIT.
008790
008800*----------------------------------------------------------------
008810* 7000-WRITE-NOTICE - WRITE THE NOTICE BUILT IN ADDINN-RECORD.
008820*----------------------------------------------------------------
008830 7000-WRITE-NOTICE.
008840     WRITE ADDINN-RECORD.
008850     MOVE "ADDINN" TO DLA20-ERR-FILE-ID.
008860     MOVE DLA20-ADDINN-STATUS TO DLA20-ERR-STATUS.
008870     PERFORM 8000-CHECK-FILE-STATUS
008880         THRU 8000-CHECK-FILE-STATUS-EXIT.
008890
008900 7000-WRITE-NOTICE-EXIT.
008910     EXIT.
008920
008930*----------------------------------------------------------------
008940* 7100-WRITE-REPORT-LINE - WRITE THE LINE ALREADY MOVED TO
008950*                          ADDRPT-RECORD AND CHECK THE I/O.
008960*----------------------------------------------------------------
008970 7100-WRITE-REPORT-LINE.
008980     WRITE ADDRPT-RECORD.
008990     MOVE "INTRPT" TO DLA20-ERR-FILE-ID.
009000     MOVE DLA20-INTRPT-STATUS TO DLA20-ERR-STATUS.
009010     PERFORM 8000-CHECK-FILE-STATUS
009020         THRU 8000-CHECK-FILE-STATUS-EXIT.
009030
009040 7100-WRITE-REPORT-LINE-EXIT.
009050     EXIT.
009060
009070*----------------------------------------------------------------
009080* 9000-TERMINATE - AN EMPTY FILE GETS A SINGLE NB NOTICE.  PRINT
009090*                  THE REPORT TOTALS, ANNOUNCE THE RUN ON THE
009100*                  JOB LOG, AND END RC 8 WHEN ANYTHING WAS
009110*                  REJECTED SO THE OPERATOR NOTIFICATION FIRES.
009120*----------------------------------------------------------------
009130 9000-TERMINATE.
009140     IF DLA20-BATCH-COUNT = ZERO
009150         MOVE SPACES TO ADDINN-RECORD
009160         MOVE DLA20-BUS-DATE TO ADDINN-NOTICE-DATE
009170         SET ADDINN-REJECTED TO TRUE
009180         MOVE "NB" TO ADDINN-REASON-CODE
009190         MOVE "NO BATCHES ON THE FILE" TO ADDINN-REASON-TEXT
009200         MOVE 1 TO ADDINN-ERROR-COUNT
009210         MOVE ZERO TO ADDINN-DETAIL-COUNT
009220                      ADDINN-HASH-TOTAL
009230         PERFORM 7000-WRITE-NOTICE
009240             THRU 7000-WRITE-NOTICE-EXIT
009250         MOVE SPACES TO DLA20-RPT-DETAIL
009260         MOVE "REJECTED" TO DLA20-RPT-DET-DISP
009270         MOVE "NO BATCHES ON THE FILE" TO DLA20-RPT-DET-REASON
009280         MOVE DLA20-RPT-DETAIL TO ADDRPT-RECORD
009290         PERFORM 7100-WRITE-REPORT-LINE
009300             THRU 7100-WRITE-REPORT-LINE-EXIT
009310     END-IF.
009320
009330     MOVE DLA20-BATCH-COUNT TO DLA20-RPT-TRL-BATCHES.
009340     MOVE DLA20-ACCEPT-COUNT TO DLA20-RPT-TRL-ACCEPTED.
009350     MOVE DLA20-REJECT-COUNT TO DLA20-RPT-TRL-REJECTED.
009360     MOVE DLA20-REC-COUNT TO DLA20-RPT-TRL-RECORDS.
009370     MOVE DLA20-RPT-TRAILER TO ADDRPT-RECORD.
009380     PERFORM 7100-WRITE-REPORT-LINE
009390         THRU 7100-WRITE-REPORT-LINE-EXIT.
009400
009410     DISPLAY "ADDINEDT INTAKE EDIT COMPLETE - "
009420             DLA20-BATCH-COUNT " BATCHES, "
009430             DLA20-ACCEPT-COUNT " ACCEPTED, "
009440             DLA20-REJECT-COUNT " REJECTED, "
009450             DLA20-REC-COUNT " RECORDS READ.".
009460
009470     IF DLA20-BATCH-COUNT = ZERO
009480             OR DLA20-REJECT-COUNT > ZERO
009490         MOVE 8 TO RETURN-CODE
009500     END-IF.
009510
009520 9000-TERMINATE-EXIT.
009530     EXIT.
009540
009550*----------------------------------------------------------------
009560* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
009570*                          AFTER EVERY OPEN, READ AND WRITE.
009580*                          THE CALLER MOVES THE FILE'S NAME AND
009590*                          CURRENT FILE STATUS INTO
009600*                          DLA20-ERR-FILE-ID/DLA20-ERR-STATUS
009610*                          IMMEDIATELY BEFORE THE PERFORM.  A
009620*                          NON-ZERO STATUS ABENDS THE RUN.
009630*----------------------------------------------------------------
009640 8000-CHECK-FILE-STATUS.
009650     IF DLA20-ERR-STATUS NOT = "00"
009660         DISPLAY "ADDINEDT - I/O ERROR ON "
009670                 DLA20-ERR-FILE-ID " - FILE STATUS "
009680                 DLA20-ERR-STATUS "."
009690         MOVE 16 TO RETURN-CODE
009700         STOP RUN
009710     END-IF.
009720
009730 8000-CHECK-FILE-STATUS-EXIT.
009740     EXIT.
009750
009760*----------------------------------------------------------------
009770* 9999-EXIT - COMMON PROGRAM EXIT.
009780*----------------------------------------------------------------
009790 9999-EXIT.
009800     CLOSE ADDIN-FILE
009810           ADDINN-FILE
009820           INTRPT-FILE.
009830     STOP RUN.
009840
009850 9999-EXIT-EXIT.
009860     EXIT.
