000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AddTransTrace.
000030 AUTHOR. D. LOMBARDI.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DL  ORIGINAL VERSION.  ON-REQUEST TRANSACTION
000100*                   TRACE (ADDJOB19).  GIVEN A TRANSACTION ID,
000110*                   OR A BATCH ID TO TRACE EVERY ITEM OF A
000120*                   BATCH, GATHERS EVERY TRACE OF THE ITEM FROM
000130*                   THE ADDEXC GENERATIONS, THE ADDUNR
000140*                   CARRY-FORWARD, THE ADDRCD RECYCLE-DECISION
000150*                   LOG, ADDSUS AND ITS ARCHIVE GENERATIONS,
000160*                   ADDLOG AND ADDLGK, THE LIVE ADDGL AND THE
000170*                   ADDGLHS GENERATIONS, THE ADDGLTX EXTRACTS
000180*                   AND THE ADDAKH ACKNOWLEDGMENT HISTORY, SORTS
000190*                   IT INTO DATE ORDER AND PRINTS THE ITEM'S
000200*                   LIFECYCLE ON THE TRCRPT REPORT, ENDING WITH
000210*                   WHERE THE ITEM IS NOW.  THE PARM IS
000220*                   T,TRANSID OR B,BATCHID.
000230*   10/15/2026  DL  THE RECEIVED BATCH IS NOW TAKEN FROM THE
000240*                   EVENT BEFORE IT IS RELEASED, AND THE RELEASE
000250*                   OR VOID OF A SUSPENSE ROW IS BUILT AS AN EVENT
000260*                   OF ITS OWN, NOT ON TOP OF THE RELEASED HOLD.
000270*----------------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT EXCIN-FILE ASSIGN TO EXCIN
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS DLA60-EXCIN-STATUS.
000390
000400     SELECT UNRIN-FILE ASSIGN TO UNRIN
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS DLA60-UNRIN-STATUS.
000430
000440     SELECT ADDRCD-FILE ASSIGN TO ADDRCD
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS DLA60-ADDRCD-STATUS.
000470
000480     SELECT ADDSUS-FILE ASSIGN TO ADDSUS
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS ADDSUS-KEY
000520         FILE STATUS IS DLA60-ADDSUS-STATUS.
000530
000540     SELECT SUSARC-FILE ASSIGN TO SUSARC
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS DLA60-SUSARC-STATUS.
000570
000580     SELECT ADDLOG-FILE ASSIGN TO ADDLOG
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS DLA60-ADDLOG-STATUS.
000610
000620     SELECT ADDLGK-FILE ASSIGN TO ADDLGK
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS SEQUENTIAL
000650         RECORD KEY IS ADDLGK-KEY
000660         FILE STATUS IS DLA60-ADDLGK-STATUS.
000670
000680     SELECT GLHIN-FILE ASSIGN TO GLHIN
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS DLA60-GLHIN-STATUS.
000710
000720     SELECT GLTXIN-FILE ASSIGN TO GLTXIN
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS DLA60-GLTXIN-STATUS.
000750
000760     SELECT ADDAKH-FILE ASSIGN TO ADDAKH
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS DLA60-ADDAKH-STATUS.
000790
000800     SELECT TRCRPT-FILE ASSIGN TO TRCRPT
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS DLA60-TRCRPT-STATUS.
000830
000840     SELECT SORT-FILE ASSIGN TO SORTWK.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  EXCIN-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 COPY ADDEXCREC.
000920
000930 FD  UNRIN-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 COPY ADDUNRREC.
000970
000980 FD  ADDRCD-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 COPY ADDRCDREC.
001020
001030 FD  ADDSUS-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 COPY ADDSUSREC.
001060
001070 FD  SUSARC-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 COPY ADDSUAREC.
001110
001120 FD  ADDLOG-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 COPY ADDLOGREC.
001160
001170 FD  ADDLGK-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 COPY ADDLGKREC.
001200
001210 FD  GLHIN-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240 COPY ADDGHSREC.
001250
001260 FD  GLTXIN-FILE
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD.
001290 COPY ADDGLTXREC.
001300
001310 FD  ADDAKH-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 COPY ADDAKHREC.
001350
001360 FD  TRCRPT-FILE
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD.
001390 COPY ADDRPTREC.
001400
001410*----------------------------------------------------------------
001420* ONE TRACE EVENT - SORTED BY TRANSACTION, THEN DATE, THEN THE
001430* EVENT'S PLACE IN THE LIFECYCLE (SO A SAME-DAY HOLD PRINTS
001440* BEFORE ITS RELEASE AND A POSTING BEFORE ITS TRANSMISSION),
001450* THEN TIME AND ARRIVAL ORDER.
001460*----------------------------------------------------------------
001470 SD  SORT-FILE.
001480 01  DLA60-SORT-REC.
001490     05  DLA60-SRT-TRANS-ID         PIC X(10).
001500     05  DLA60-SRT-DATE             PIC 9(08).
001510     05  DLA60-SRT-RANK             PIC 9(01).
001520     05  DLA60-SRT-TIME             PIC 9(06).
001530     05  DLA60-SRT-SEQ              PIC 9(09).
001540     05  DLA60-SRT-EVENT            PIC X(02).
001550         88  DLA60-SRT-LOGGED                 VALUE "LG".
001560         88  DLA60-SRT-EXCEPTION              VALUE "EX".
001570         88  DLA60-SRT-SUSPENDED              VALUE "SH".
001580         88  DLA60-SRT-DECIDED                VALUE "RD".
001590         88  DLA60-SRT-RESOLVED               VALUE "SR".
001600         88  DLA60-SRT-POSTED                 VALUE "PS".
001610         88  DLA60-SRT-TRANSMITTED            VALUE "TX".
001620         88  DLA60-SRT-ACKNOWLEDGED           VALUE "AK".
001630     05  DLA60-SRT-BATCH-ID         PIC X(08).
001640     05  DLA60-SRT-ACCOUNT          PIC X(10).
001650     05  DLA60-SRT-DR-CR-IND        PIC X(01).
001660     05  DLA60-SRT-AMOUNT           PIC S9(09)V99.
001670     05  DLA60-SRT-CODE             PIC X(02).
001680     05  DLA60-SRT-TEXT             PIC X(30).
001690     05  DLA60-SRT-WHO              PIC X(08).
001700     05  DLA60-SRT-JOB-ID           PIC X(08).
001710     05  DLA60-SRT-REF-ID           PIC X(10).
001720     05  DLA60-SRT-REF-BATCH        PIC X(08).
001730     05  DLA60-SRT-FLAG             PIC X(01).
001740
001750 WORKING-STORAGE SECTION.
001760*----------------------------------------------------------------
001770* FILE-STATUS SWITCHES AND COMMON I/O ERROR FIELDS
001780*----------------------------------------------------------------
001790 77  DLA60-EXCIN-STATUS             PIC X(02) VALUE "00".
001800 77  DLA60-UNRIN-STATUS             PIC X(02) VALUE "00".
001810 77  DLA60-ADDRCD-STATUS            PIC X(02) VALUE "00".
001820 77  DLA60-ADDSUS-STATUS            PIC X(02) VALUE "00".
001830 77  DLA60-SUSARC-STATUS            PIC X(02) VALUE "00".
001840 77  DLA60-ADDLOG-STATUS            PIC X(02) VALUE "00".
001850 77  DLA60-ADDLGK-STATUS            PIC X(02) VALUE "00".
001860 77  DLA60-GLHIN-STATUS             PIC X(02) VALUE "00".
001870 77  DLA60-GLTXIN-STATUS            PIC X(02) VALUE "00".
001880 77  DLA60-ADDAKH-STATUS            PIC X(02) VALUE "00".
001890 77  DLA60-TRCRPT-STATUS            PIC X(02) VALUE "00".
001900 77  DLA60-ERR-FILE-ID              PIC X(08) VALUE SPACES.
001910 77  DLA60-ERR-STATUS               PIC X(02) VALUE "00".
001920 77  DLA60-INPUT-EOF-SW             PIC X(01) VALUE "N".
001930     88  DLA60-INPUT-EOF                      VALUE "Y".
001940 77  DLA60-SORT-EOF-SW              PIC X(01) VALUE "N".
001950     88  DLA60-SORT-EOF                       VALUE "Y".
001960
001970*----------------------------------------------------------------
001980* GL POSTING UNDER EXAMINATION - THE GLHIN ROWS AND THE ADDGLTX
001990* DETAIL BODIES ARE UNCHANGED BYTE IMAGES OF THE ADDGLREC ROW,
002000* LAID INTO THIS WORK RECORD SO THEIR FIELDS CAN BE PICKED
002010* APART.
002020*----------------------------------------------------------------
002030 COPY ADDGLREC.
002040
002050*----------------------------------------------------------------
002060* TRACE REQUEST PARSED FROM THE PARM: T,TRANSID TRACES ONE
002070* TRANSACTION; B,BATCHID TRACES EVERY TRANSACTION FOUND IN
002080* THAT BATCH.
002090*----------------------------------------------------------------
002100 01  DLA60-PARM.
002110     05  DLA60-PARM-TYPE            PIC X(01).
002120         88  DLA60-TRANS-TRACE                VALUE "T".
002130         88  DLA60-BATCH-TRACE                VALUE "B".
002140     05  FILLER                     PIC X(01).
002150     05  DLA60-PARM-ID              PIC X(10).
002160     05  FILLER                     PIC X(68).
002170 77  DLA60-TRACE-BATCH              PIC X(08) VALUE SPACES.
002180 77  DLA60-RUN-DATE                 PIC 9(08) VALUE ZERO.
002190
002200*----------------------------------------------------------------
002210* PASS CONTROL - A BATCH TRACE FIRST READS THE FILES THAT CARRY
002220* A BATCH ID TO COLLECT THE BATCH'S TRANSACTION IDS (COLLECT
002230* PASS); EVERY TRACE THEN READS ALL THE FILES AGAIN AND
002240* RELEASES THE EVENTS OF THE COLLECTED IDS TO THE SORT (SELECT
002250* PASS).
002260*----------------------------------------------------------------
002270 77  DLA60-PASS-SW                  PIC X(01) VALUE "C".
002280     88  DLA60-COLLECT-PASS                   VALUE "C".
002290     88  DLA60-SELECT-PASS                    VALUE "S".
002300
002310*----------------------------------------------------------------
002320* TRANSACTIONS UNDER TRACE - EACH WITH THE BATCH OF ITS EARLIEST
002330* DATED EVENT (THE BATCH IT WAS RECEIVED IN) AND WHETHER IT IS
002340* ON TODAY'S ADDUNR CARRY-FORWARD.
002350*----------------------------------------------------------------
002360 77  DLA60-ID-MAX                   PIC 9(04) COMP VALUE 2000.
002370 77  DLA60-ID-COUNT                 PIC 9(04) COMP VALUE ZERO.
002380 77  DLA60-ID-SUB                   PIC 9(04) COMP VALUE ZERO.
002390 77  DLA60-ID-FOUND-SUB             PIC 9(04) COMP VALUE ZERO.
002400 77  DLA60-LOOK-ID                  PIC X(10) VALUE SPACES.
002410 77  DLA60-ID-FULL-SW               PIC X(01) VALUE "N".
002420     88  DLA60-ID-TABLE-FULL                  VALUE "Y".
002430 01  DLA60-ID-TABLE.
002440     05  DLA60-ID-ENTRY OCCURS 2000 TIMES.
002450         10  DLA60-ID-TRANS         PIC X(10).
002460         10  DLA60-ID-FIRST-BATCH   PIC X(08).
002470         10  DLA60-ID-FIRST-DATE    PIC 9(08).
002480         10  DLA60-ID-UNR-SW        PIC X(01).
002490             88  DLA60-ID-ON-ADDUNR           VALUE "Y".
002500
002510*----------------------------------------------------------------
002520* EVENT COUNTERS, THE CURRENT ADDGLTX EXTRACT'S CUT STAMP, AND
002530* THE STATE OF THE TRANSACTION BEING PRINTED (ITS LATEST EVENT)
002540*----------------------------------------------------------------
002550 77  DLA60-EVENT-SEQ                PIC 9(09) COMP VALUE ZERO.
002560 77  DLA60-EVENT-COUNT              PIC 9(09) COMP VALUE ZERO.
002570 77  DLA60-TRACED-COUNT             PIC 9(09) COMP VALUE ZERO.
002580 77  DLA60-TX-DATE                  PIC 9(08) VALUE ZERO.
002590 77  DLA60-TX-TIME                  PIC 9(06) VALUE ZERO.
002600 77  DLA60-CUR-TRANS                PIC X(10) VALUE SPACES.
002610 77  DLA60-STATE-EVENT              PIC X(02) VALUE SPACES.
002620 77  DLA60-STATE-CODE               PIC X(02) VALUE SPACES.
002630 77  DLA60-STATE-TEXT               PIC X(30) VALUE SPACES.
002640 77  DLA60-STATE-WHO                PIC X(08) VALUE SPACES.
002650 77  DLA60-STATE-REF-ID             PIC X(10) VALUE SPACES.
002660 77  DLA60-STATE-REF-BATCH          PIC X(08) VALUE SPACES.
002670 77  DLA60-STATE-FLAG               PIC X(01) VALUE SPACES.
002680 01  DLA60-TIME-WORK                PIC 9(06) VALUE ZERO.
002690 01  DLA60-TIME-WORK-X REDEFINES DLA60-TIME-WORK.
002700     05  DLA60-TIME-HH              PIC X(02).
002710     05  DLA60-TIME-MM              PIC X(02).
002720     05  DLA60-TIME-SS              PIC X(02).
002730
002740*----------------------------------------------------------------
002750* TRACE REPORT (TRCRPT) PRINT LINES
002760*----------------------------------------------------------------
002770 77  DLA60-RPT-PAGE-SIZE            PIC 9(04) COMP VALUE 50.
002780 77  DLA60-RPT-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
002790 77  DLA60-RPT-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
002800 77  DLA60-RPT-HOLD                 PIC X(132) VALUE SPACES.
002810
002820 01  DLA60-RPT-HEADING1.
002830     05  FILLER                     PIC X(01) VALUE "1".
002840     05  FILLER                     PIC X(28)
002850         VALUE "ADDTRACE TRANSACTION TRACE".
002860     05  DLA60-RPT-H1-TYPE          PIC X(08).
002870     05  DLA60-RPT-H1-ID            PIC X(10).
002880     05  FILLER                     PIC X(12) VALUE "  RUN DATE:".
002890     05  DLA60-RPT-H1-DATE          PIC 9999/99/99.
002900     05  FILLER                     PIC X(08) VALUE "  PAGE:".
002910     05  DLA60-RPT-H1-PAGE          PIC ZZZ9.
002920     05  FILLER                     PIC X(51) VALUE SPACES.
002930
002940 01  DLA60-RPT-HEADING2.
002950     05  FILLER                     PIC X(01) VALUE SPACE.
002960     05  FILLER                     PIC X(12) VALUE "DATE".
002970     05  FILLER                     PIC X(26) VALUE "EVENT".
002980     05  FILLER                     PIC X(10) VALUE "BATCH".
002990     05  FILLER                     PIC X(12) VALUE "ACCOUNT".
003000     05  FILLER                     PIC X(03) VALUE "D/C".
003010     05  FILLER                     PIC X(19)
003020         VALUE "           AMOUNT".
003030     05  FILLER                     PIC X(49) VALUE "DETAIL".
003040
003050 01  DLA60-RPT-TRANS.
003060     05  FILLER                     PIC X(01) VALUE SPACE.
003070     05  FILLER                     PIC X(12) VALUE "TRANSACTION".
003080     05  DLA60-RPT-TRN-ID           PIC X(10).
003090     05  FILLER                     PIC X(21)
003100         VALUE "   RECEIVED IN BATCH".
003110     05  DLA60-RPT-TRN-BATCH        PIC X(08).
003120     05  FILLER                     PIC X(80) VALUE SPACES.
003130
003140 01  DLA60-RPT-DETAIL.
003150     05  FILLER                     PIC X(01) VALUE SPACE.
003160     05  DLA60-RPT-DET-DATE         PIC 9999/99/99.
003170     05  FILLER                     PIC X(02) VALUE SPACES.
003180     05  DLA60-RPT-DET-EVENT        PIC X(24).
003190     05  FILLER                     PIC X(02) VALUE SPACES.
003200     05  DLA60-RPT-DET-BATCH        PIC X(08).
003210     05  FILLER                     PIC X(02) VALUE SPACES.
003220     05  DLA60-RPT-DET-ACCT         PIC X(10).
003230     05  FILLER                     PIC X(02) VALUE SPACES.
003240     05  DLA60-RPT-DET-DC           PIC X(01).
003250     05  FILLER                     PIC X(02) VALUE SPACES.
003260     05  DLA60-RPT-DET-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99-
003270                                    BLANK WHEN ZERO.
003280     05  FILLER                     PIC X(02) VALUE SPACES.
003290     05  DLA60-RPT-DET-TEXT         PIC X(49).
003300
003310 01  DLA60-RPT-STATUS.
003320     05  FILLER                     PIC X(13) VALUE SPACES.
003330     05  FILLER                     PIC X(16)
003340         VALUE "CURRENT STATUS:".
003350     05  DLA60-RPT-STS-TEXT         PIC X(100).
003360     05  FILLER                     PIC X(03) VALUE SPACES.
003370
003380 01  DLA60-RPT-NONE.
003390     05  FILLER                     PIC X(01) VALUE SPACE.
003400     05  FILLER                     PIC X(40)
003410         VALUE "NO TRACE FOUND ON ANY FILE SEARCHED FOR".
003420     05  DLA60-RPT-NONE-TYPE        PIC X(08).
003430     05  DLA60-RPT-NONE-ID          PIC X(10).
003440     05  FILLER                     PIC X(73) VALUE SPACES.
003450
003460 01  DLA60-RPT-FULL.
003470     05  FILLER                     PIC X(01) VALUE SPACE.
003480     05  FILLER                     PIC X(46)
003490         VALUE "TRACE LIMITED TO THE FIRST 2000 TRANSACTIONS -".
003500     05  FILLER                     PIC X(40)
003510         VALUE " TRACE THE REMAINDER BY TRANSACTION ID.".
003520     05  FILLER                     PIC X(45) VALUE SPACES.
003530
003540 01  DLA60-RPT-TRAILER.
003550     05  FILLER                     PIC X(01) VALUE SPACE.
003560     05  FILLER                     PIC X(21)
003570         VALUE "TRANSACTIONS TRACED:".
003580     05  DLA60-RPT-TRL-TRACED       PIC ZZZ,ZZ9.
003590     05  FILLER                     PIC X(17)
003600         VALUE "  EVENTS LISTED:".
003610     05  DLA60-RPT-TRL-EVENTS       PIC ZZZ,ZZZ,ZZ9.
003620     05  FILLER                     PIC X(75) VALUE SPACES.
003630
003640 PROCEDURE DIVISION.
003650 0000-MAINLINE.
003660     PERFORM 1000-INITIALIZE
003670         THRU 1000-INITIALIZE-EXIT.
003680
003690     IF DLA60-BATCH-TRACE
003700         SET DLA60-COLLECT-PASS TO TRUE
003710         PERFORM 3000-SCAN-FILES
003720             THRU 3000-SCAN-FILES-EXIT
003730     END-IF.
003740
003750     SORT SORT-FILE
003760         ON ASCENDING KEY DLA60-SRT-TRANS-ID
003770                          DLA60-SRT-DATE
003780                          DLA60-SRT-RANK
003790                          DLA60-SRT-TIME
003800                          DLA60-SRT-SEQ
003810         INPUT PROCEDURE IS 4000-SELECT-EVENTS
003820             THRU 4900-SELECT-EVENTS-EXIT
003830         OUTPUT PROCEDURE IS 5000-PRINT-TRACE
003840             THRU 5900-PRINT-TRACE-EXIT.
003850
003860     PERFORM 9000-TERMINATE
003870         THRU 9000-TERMINATE-EXIT.
003880
003890     PERFORM 9999-EXIT
003900         THRU 9999-EXIT-EXIT.
003910
003920 0000-MAINLINE-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------------
003960* 1000-INITIALIZE - PARSE THE TRACE REQUEST, OPEN THE REPORT
003970*                   AND PRINT ITS HEADERS.  A TRANSACTION TRACE
003980*                   STARTS THE TABLE WITH THE ONE ID; A BATCH
003990*                   TRACE FILLS IT IN THE COLLECT PASS.
004000*----------------------------------------------------------------
004010 1000-INITIALIZE.
004020     ACCEPT DLA60-RUN-DATE FROM DATE YYYYMMDD.
004030     MOVE SPACES TO DLA60-PARM.
004040     ACCEPT DLA60-PARM FROM COMMAND-LINE.
004050
004060     IF (NOT DLA60-TRANS-TRACE AND NOT DLA60-BATCH-TRACE)
004070             OR DLA60-PARM-ID = SPACES
004080         DISPLAY "ADDTRACE - PARM MUST BE T,TRANSID OR "
004090                 "B,BATCHID - RUN ABORTED."
004100         MOVE 16 TO RETURN-CODE
004110         STOP RUN
004120     END-IF.
004130
004140     IF DLA60-TRANS-TRACE
004150         MOVE "  TRANS:" TO DLA60-RPT-H1-TYPE
004160         MOVE DLA60-PARM-ID TO DLA60-LOOK-ID
004170         PERFORM 1100-ADD-TRACE-ID
004180             THRU 1100-ADD-TRACE-ID-EXIT
004190     ELSE
004200         MOVE "  BATCH:" TO DLA60-RPT-H1-TYPE
004210         MOVE DLA60-PARM-ID(1:8) TO DLA60-TRACE-BATCH
004220     END-IF.
004230     MOVE DLA60-PARM-ID TO DLA60-RPT-H1-ID.
004240
004250     OPEN OUTPUT TRCRPT-FILE.
004260     MOVE "TRCRPT" TO DLA60-ERR-FILE-ID.
004270     MOVE DLA60-TRCRPT-STATUS TO DLA60-ERR-STATUS.
004280     PERFORM 8000-CHECK-FILE-STATUS
004290         THRU 8000-CHECK-FILE-STATUS-EXIT.
004300
004310     PERFORM 6000-PRINT-HEADERS
004320         THRU 6000-PRINT-HEADERS-EXIT.
004330
004340 1000-INITIALIZE-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------------
004380* 1100-ADD-TRACE-ID - ADD DLA60-LOOK-ID TO THE TRACE TABLE
004390*                     UNLESS IT IS ALREADY THERE.  A FULL TABLE
004400*                     IS NOTED ONCE AND FURTHER IDS ARE SKIPPED.
004410*----------------------------------------------------------------
004420 1100-ADD-TRACE-ID.
004430     IF DLA60-LOOK-ID = SPACES
004440         GO TO 1100-ADD-TRACE-ID-EXIT
004450     END-IF.
004460
004470     PERFORM 1200-FIND-TRACE-ID
004480         THRU 1200-FIND-TRACE-ID-EXIT.
004490     IF DLA60-ID-FOUND-SUB > ZERO
004500         GO TO 1100-ADD-TRACE-ID-EXIT
004510     END-IF.
004520
004530     IF DLA60-ID-COUNT >= DLA60-ID-MAX
004540         IF NOT DLA60-ID-TABLE-FULL
004550             SET DLA60-ID-TABLE-FULL TO TRUE
004560             DISPLAY "ADDTRACE - BATCH " DLA60-TRACE-BATCH
004570                     " HAS MORE THAN " DLA60-ID-MAX
004580                     " TRANSACTIONS - TRACE IS INCOMPLETE."
004590         END-IF
004600         GO TO 1100-ADD-TRACE-ID-EXIT
004610     END-IF.
004620
004630     ADD 1 TO DLA60-ID-COUNT.
004640     MOVE DLA60-LOOK-ID TO DLA60-ID-TRANS(DLA60-ID-COUNT).
004650     MOVE SPACES TO DLA60-ID-FIRST-BATCH(DLA60-ID-COUNT).
004660     MOVE 99999999 TO DLA60-ID-FIRST-DATE(DLA60-ID-COUNT).
004670     MOVE "N" TO DLA60-ID-UNR-SW(DLA60-ID-COUNT).
004680
004690 1100-ADD-TRACE-ID-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------------
004730* 1200-FIND-TRACE-ID - LOOK DLA60-LOOK-ID UP IN THE TRACE TABLE.
004740*                      DLA60-ID-FOUND-SUB IS ITS ENTRY, OR ZERO.
004750*----------------------------------------------------------------
004760 1200-FIND-TRACE-ID.
004770     MOVE ZERO TO DLA60-ID-FOUND-SUB.
004780     PERFORM 1210-MATCH-TRACE-ID
004790         THRU 1210-MATCH-TRACE-ID-EXIT
004800         VARYING DLA60-ID-SUB FROM 1 BY 1
004810         UNTIL DLA60-ID-SUB > DLA60-ID-COUNT
004820         OR DLA60-ID-FOUND-SUB > ZERO.
004830
004840 1200-FIND-TRACE-ID-EXIT.
004850     EXIT.
004860
004870 1210-MATCH-TRACE-ID.
004880     IF DLA60-ID-TRANS(DLA60-ID-SUB) = DLA60-LOOK-ID
004890         MOVE DLA60-ID-SUB TO DLA60-ID-FOUND-SUB
004900     END-IF.
004910
004920 1210-MATCH-TRACE-ID-EXIT.
004930     EXIT.
004940
004950*----------------------------------------------------------------
004960* 3000-SCAN-FILES - READ EVERY FILE AN ITEM CAN PASS THROUGH.
004970*                   THE COLLECT PASS NEEDS ONLY THE FILES THAT
004980*                   CARRY A BATCH ID; ADDLOG, ADDLGK AND ADDGLTX
004990*                   ARE READ IN THE SELECT PASS ONLY.
005000*----------------------------------------------------------------
005010 3000-SCAN-FILES.
005020     PERFORM 3100-SCAN-EXCIN
005030         THRU 3100-SCAN-EXCIN-EXIT.
005040     PERFORM 3150-SCAN-UNRIN
005050         THRU 3150-SCAN-UNRIN-EXIT.
005060     PERFORM 3200-SCAN-ADDRCD
005070         THRU 3200-SCAN-ADDRCD-EXIT.
005080     PERFORM 3300-SCAN-SUSPENSE
005090         THRU 3300-SCAN-SUSPENSE-EXIT.
005100     PERFORM 3500-SCAN-GLHIN
005110         THRU 3500-SCAN-GLHIN-EXIT.
005120     PERFORM 3700-SCAN-ADDAKH
005130         THRU 3700-SCAN-ADDAKH-EXIT.
005140
005150     IF DLA60-SELECT-PASS
005160         PERFORM 3400-SCAN-ADDLOG
005170             THRU 3400-SCAN-ADDLOG-EXIT
005180         PERFORM 3450-SCAN-ADDLGK
005190             THRU 3450-SCAN-ADDLGK-EXIT
005200         PERFORM 3600-SCAN-GLTXIN
005210             THRU 3600-SCAN-GLTXIN-EXIT
005220     END-IF.
005230
005240 3000-SCAN-FILES-EXIT.
005250     EXIT.
005260
005270*----------------------------------------------------------------
005280* 3100-SCAN-EXCIN - THE ADDEXC EXCEPTION GENERATIONS, EACH ROW
005290*                   AN EXCEPTION EVENT WITH ITS REASON.
005300*----------------------------------------------------------------
005310 3100-SCAN-EXCIN.
005320     MOVE "N" TO DLA60-INPUT-EOF-SW.
005330     OPEN INPUT EXCIN-FILE.
005340     MOVE "EXCIN" TO DLA60-ERR-FILE-ID.
005350     MOVE DLA60-EXCIN-STATUS TO DLA60-ERR-STATUS.
005360     PERFORM 8000-CHECK-FILE-STATUS
005370         THRU 8000-CHECK-FILE-STATUS-EXIT.
005380
005390     PERFORM 3120-READ-EXCIN
005400         THRU 3120-READ-EXCIN-EXIT.
005410     PERFORM 3110-EXCIN-RECORD
005420         THRU 3110-EXCIN-RECORD-EXIT
005430         UNTIL DLA60-INPUT-EOF.
005440
005450     CLOSE EXCIN-FILE.
005460
005470 3100-SCAN-EXCIN-EXIT.
005480     EXIT.
005490
005500 3110-EXCIN-RECORD.
005510     MOVE ADDEXC-TRANS-ID TO DLA60-LOOK-ID.
005520     IF DLA60-COLLECT-PASS
005530         IF ADDEXC-BATCH-ID = DLA60-TRACE-BATCH
005540             PERFORM 1100-ADD-TRACE-ID
005550                 THRU 1100-ADD-TRACE-ID-EXIT
005560         END-IF
005570     ELSE
005580         PERFORM 1200-FIND-TRACE-ID
005590             THRU 1200-FIND-TRACE-ID-EXIT
005600         IF DLA60-ID-FOUND-SUB > ZERO
005610             PERFORM 4100-START-EVENT
005620                 THRU 4100-START-EVENT-EXIT
005630             MOVE ADDEXC-EXC-DATE TO DLA60-SRT-DATE
005640             MOVE 2 TO DLA60-SRT-RANK
005650             MOVE "EX" TO DLA60-SRT-EVENT
005660             MOVE ADDEXC-BATCH-ID TO DLA60-SRT-BATCH-ID
005670             MOVE ADDEXC-GL-ACCOUNT TO DLA60-SRT-ACCOUNT
005680             MOVE ADDEXC-REASON-CODE TO DLA60-SRT-CODE
005690             MOVE ADDEXC-REASON-TEXT TO DLA60-SRT-TEXT
005700             PERFORM 4200-RELEASE-EVENT
005710                 THRU 4200-RELEASE-EVENT-EXIT
005720         END-IF
005730     END-IF.
005740
005750     PERFORM 3120-READ-EXCIN
005760         THRU 3120-READ-EXCIN-EXIT.
005770
005780 3110-EXCIN-RECORD-EXIT.
005790     EXIT.
005800
005810 3120-READ-EXCIN.
005820     READ EXCIN-FILE
005830         AT END
005840             SET DLA60-INPUT-EOF TO TRUE
005850             GO TO 3120-READ-EXCIN-EXIT
005860     END-READ.
005870     MOVE "EXCIN" TO DLA60-ERR-FILE-ID.
005880     MOVE DLA60-EXCIN-STATUS TO DLA60-ERR-STATUS.
005890     PERFORM 8000-CHECK-FILE-STATUS
005900         THRU 8000-CHECK-FILE-STATUS-EXIT.
005910
005920 3120-READ-EXCIN-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------------
005960* 3150-SCAN-UNRIN - THE CURRENT ADDUNR CARRY-FORWARD.  A TRACED
005970*                   ITEM FOUND HERE IS STILL AN OPEN EXCEPTION,
005980*                   WHATEVER ELSE ITS HISTORY SHOWS.
005990*----------------------------------------------------------------
006000 3150-SCAN-UNRIN.
006010     MOVE "N" TO DLA60-INPUT-EOF-SW.
006020     OPEN INPUT UNRIN-FILE.
006030     MOVE "UNRIN" TO DLA60-ERR-FILE-ID.
006040     MOVE DLA60-UNRIN-STATUS TO DLA60-ERR-STATUS.
006050     PERFORM 8000-CHECK-FILE-STATUS
006060         THRU 8000-CHECK-FILE-STATUS-EXIT.
006070
006080     PERFORM 3170-READ-UNRIN
006090         THRU 3170-READ-UNRIN-EXIT.
006100     PERFORM 3160-UNRIN-RECORD
006110         THRU 3160-UNRIN-RECORD-EXIT
006120         UNTIL DLA60-INPUT-EOF.
006130
006140     CLOSE UNRIN-FILE.
006150
006160 3150-SCAN-UNRIN-EXIT.
006170     EXIT.
006180
006190 3160-UNRIN-RECORD.
006200     MOVE ADDUNR-TRANS-ID TO DLA60-LOOK-ID.
006210     IF DLA60-COLLECT-PASS
006220         IF ADDUNR-BATCH-ID = DLA60-TRACE-BATCH
006230             PERFORM 1100-ADD-TRACE-ID
006240                 THRU 1100-ADD-TRACE-ID-EXIT
006250         END-IF
006260     ELSE
006270         PERFORM 1200-FIND-TRACE-ID
006280             THRU 1200-FIND-TRACE-ID-EXIT
006290         IF DLA60-ID-FOUND-SUB > ZERO
006300             MOVE "Y" TO DLA60-ID-UNR-SW(DLA60-ID-FOUND-SUB)
006310         END-IF
006320     END-IF.
006330
006340     PERFORM 3170-READ-UNRIN
006350         THRU 3170-READ-UNRIN-EXIT.
006360
006370 3160-UNRIN-RECORD-EXIT.
006380     EXIT.
006390
006400 3170-READ-UNRIN.
006410     READ UNRIN-FILE
006420         AT END
006430             SET DLA60-INPUT-EOF TO TRUE
006440             GO TO 3170-READ-UNRIN-EXIT
006450     END-READ.
006460     MOVE "UNRIN" TO DLA60-ERR-FILE-ID.
006470     MOVE DLA60-UNRIN-STATUS TO DLA60-ERR-STATUS.
006480     PERFORM 8000-CHECK-FILE-STATUS
006490         THRU 8000-CHECK-FILE-STATUS-EXIT.
006500
006510 3170-READ-UNRIN-EXIT.
006520     EXIT.
006530
006540*----------------------------------------------------------------
006550* 3200-SCAN-ADDRCD - THE RECYCLE-DECISION LOG.  A BATCH TRACE
006560*                    COLLECTS BOTH THE ITEMS OF THE TRACED BATCH
006570*                    AND THE ITEMS RECYCLED INTO IT.
006580*----------------------------------------------------------------
006590 3200-SCAN-ADDRCD.
006600     MOVE "N" TO DLA60-INPUT-EOF-SW.
006610     OPEN INPUT ADDRCD-FILE.
006620     MOVE "ADDRCD" TO DLA60-ERR-FILE-ID.
006630     MOVE DLA60-ADDRCD-STATUS TO DLA60-ERR-STATUS.
006640     PERFORM 8000-CHECK-FILE-STATUS
006650         THRU 8000-CHECK-FILE-STATUS-EXIT.
006660
006670     PERFORM 3220-READ-ADDRCD
006680         THRU 3220-READ-ADDRCD-EXIT.
006690     PERFORM 3210-ADDRCD-RECORD
006700         THRU 3210-ADDRCD-RECORD-EXIT
006710         UNTIL DLA60-INPUT-EOF.
006720
006730     CLOSE ADDRCD-FILE.
006740
006750 3200-SCAN-ADDRCD-EXIT.
006760     EXIT.
006770
006780 3210-ADDRCD-RECORD.
006790     IF DLA60-COLLECT-PASS
006800         IF ADDRCD-BATCH-ID = DLA60-TRACE-BATCH
006810             MOVE ADDRCD-TRANS-ID TO DLA60-LOOK-ID
006820             PERFORM 1100-ADD-TRACE-ID
006830                 THRU 1100-ADD-TRACE-ID-EXIT
006840         END-IF
006850         IF ADDRCD-RCY-BATCH-ID = DLA60-TRACE-BATCH
006860             MOVE ADDRCD-NEW-TRANS-ID TO DLA60-LOOK-ID
006870             PERFORM 1100-ADD-TRACE-ID
006880                 THRU 1100-ADD-TRACE-ID-EXIT
006890         END-IF
006900     ELSE
006910         MOVE ADDRCD-TRANS-ID TO DLA60-LOOK-ID
006920         PERFORM 1200-FIND-TRACE-ID
006930             THRU 1200-FIND-TRACE-ID-EXIT
006940         IF DLA60-ID-FOUND-SUB > ZERO
006950             PERFORM 4100-START-EVENT
006960                 THRU 4100-START-EVENT-EXIT
006970             MOVE ADDRCD-DEC-DATE TO DLA60-SRT-DATE
006980             MOVE 4 TO DLA60-SRT-RANK
006990             MOVE "RD" TO DLA60-SRT-EVENT
007000             MOVE ADDRCD-BATCH-ID TO DLA60-SRT-BATCH-ID
007010             MOVE ADDRCD-NEW-GL-ACCOUNT TO DLA60-SRT-ACCOUNT
007020             MOVE ADDRCD-DISPOSITION TO DLA60-SRT-CODE
007030             MOVE ADDRCD-ACTION TO DLA60-SRT-TEXT
007040             MOVE ADDRCD-NEW-TRANS-ID TO DLA60-SRT-REF-ID
007050             MOVE ADDRCD-RCY-BATCH-ID TO DLA60-SRT-REF-BATCH
007060             PERFORM 4200-RELEASE-EVENT
007070                 THRU 4200-RELEASE-EVENT-EXIT
007080         END-IF
007090     END-IF.
007100
007110     PERFORM 3220-READ-ADDRCD
007120         THRU 3220-READ-ADDRCD-EXIT.
007130
007140 3210-ADDRCD-RECORD-EXIT.
007150     EXIT.
007160
007170 3220-READ-ADDRCD.
007180     READ ADDRCD-FILE
007190         AT END
007200             SET DLA60-INPUT-EOF TO TRUE
007210             GO TO 3220-READ-ADDRCD-EXIT
007220     END-READ.
007230     MOVE "ADDRCD" TO DLA60-ERR-FILE-ID.
007240     MOVE DLA60-ADDRCD-STATUS TO DLA60-ERR-STATUS.
007250     PERFORM 8000-CHECK-FILE-STATUS
007260         THRU 8000-CHECK-FILE-STATUS-EXIT.
007270
007280 3220-READ-ADDRCD-EXIT.
007290     EXIT.
007300
007310*----------------------------------------------------------------
007320* 3300-SCAN-SUSPENSE - THE ADDSUS KSDS, THEN THE SUSARC ARCHIVE
007330*                      GENERATIONS ADDSUSPG MOVED DECIDED ROWS
007340*                      TO.  EACH ARCHIVED ROW IS LAID INTO THE
007350*                      ADDSUS RECORD AREA, SO THE CLUSTER STAYS
007360*                      OPEN WHILE THE ARCHIVE IS READ.  A
007370*                      CLUSTER THAT HAS NEVER BEEN LOADED (STATUS
007380*                      35) CAN HAVE NOTHING ARCHIVED EITHER.
007390*----------------------------------------------------------------
007400 3300-SCAN-SUSPENSE.
007410     MOVE "N" TO DLA60-INPUT-EOF-SW.
007420     OPEN INPUT ADDSUS-FILE.
007430     IF DLA60-ADDSUS-STATUS = "35"
007440         GO TO 3300-SCAN-SUSPENSE-EXIT
007450     END-IF.
007460     MOVE "ADDSUS" TO DLA60-ERR-FILE-ID.
007470     MOVE DLA60-ADDSUS-STATUS TO DLA60-ERR-STATUS.
007480     PERFORM 8000-CHECK-FILE-STATUS
007490         THRU 8000-CHECK-FILE-STATUS-EXIT.
007500
007510     PERFORM 3320-READ-ADDSUS
007520         THRU 3320-READ-ADDSUS-EXIT.
007530     PERFORM 3310-ADDSUS-ROW
007540         THRU 3310-ADDSUS-ROW-EXIT
007550         UNTIL DLA60-INPUT-EOF.
007560
007570     MOVE "N" TO DLA60-INPUT-EOF-SW.
007580     OPEN INPUT SUSARC-FILE.
007590     MOVE "SUSARC" TO DLA60-ERR-FILE-ID.
007600     MOVE DLA60-SUSARC-STATUS TO DLA60-ERR-STATUS.
007610     PERFORM 8000-CHECK-FILE-STATUS
007620         THRU 8000-CHECK-FILE-STATUS-EXIT.
007630
007640     PERFORM 3340-READ-SUSARC
007650         THRU 3340-READ-SUSARC-EXIT.
007660     PERFORM 3330-SUSARC-ROW
007670         THRU 3330-SUSARC-ROW-EXIT
007680         UNTIL DLA60-INPUT-EOF.
007690
007700     CLOSE SUSARC-FILE
007710           ADDSUS-FILE.
007720
007730 3300-SCAN-SUSPENSE-EXIT.
007740     EXIT.
007750
007760 3310-ADDSUS-ROW.
007770     PERFORM 3350-SUSPENSE-RECORD
007780         THRU 3350-SUSPENSE-RECORD-EXIT.
007790     PERFORM 3320-READ-ADDSUS
007800         THRU 3320-READ-ADDSUS-EXIT.
007810
007820 3310-ADDSUS-ROW-EXIT.
007830     EXIT.
007840
007850 3320-READ-ADDSUS.
007860     READ ADDSUS-FILE
007870         AT END
007880             SET DLA60-INPUT-EOF TO TRUE
007890             GO TO 3320-READ-ADDSUS-EXIT
007900     END-READ.
007910     MOVE "ADDSUS" TO DLA60-ERR-FILE-ID.
007920     MOVE DLA60-ADDSUS-STATUS TO DLA60-ERR-STATUS.
007930     PERFORM 8000-CHECK-FILE-STATUS
007940         THRU 8000-CHECK-FILE-STATUS-EXIT.
007950
007960 3320-READ-ADDSUS-EXIT.
007970     EXIT.
007980
007990 3330-SUSARC-ROW.
008000     MOVE ADDSUA-RECORD TO ADDSUS-RECORD.
008010     PERFORM 3350-SUSPENSE-RECORD
008020         THRU 3350-SUSPENSE-RECORD-EXIT.
008030     PERFORM 3340-READ-SUSARC
008040         THRU 3340-READ-SUSARC-EXIT.
008050
008060 3330-SUSARC-ROW-EXIT.
008070     EXIT.
008080
008090 3340-READ-SUSARC.
008100     READ SUSARC-FILE
008110         AT END
008120             SET DLA60-INPUT-EOF TO TRUE
008130             GO TO 3340-READ-SUSARC-EXIT
008140     END-READ.
008150     MOVE "SUSARC" TO DLA60-ERR-FILE-ID.
008160     MOVE DLA60-SUSARC-STATUS TO DLA60-ERR-STATUS.
008170     PERFORM 8000-CHECK-FILE-STATUS
008180         THRU 8000-CHECK-FILE-STATUS-EXIT.
008190
008200 3340-READ-SUSARC-EXIT.
008210     EXIT.
008220
008230*----------------------------------------------------------------
008240* 3350-SUSPENSE-RECORD - ONE SUSPENSE ROW: THE HOLD, AND FOR A
008250*                        DECIDED ROW THE RELEASE OR VOID WITH
008260*                        ITS APPROVER.
008270*----------------------------------------------------------------
008280 3350-SUSPENSE-RECORD.
008290     MOVE ADDSUS-TRANS-ID TO DLA60-LOOK-ID.
008300     IF DLA60-COLLECT-PASS
008310         IF ADDSUS-BATCH-ID = DLA60-TRACE-BATCH
008320             PERFORM 1100-ADD-TRACE-ID
008330                 THRU 1100-ADD-TRACE-ID-EXIT
008340         END-IF
008350         GO TO 3350-SUSPENSE-RECORD-EXIT
008360     END-IF.
008370
008380     PERFORM 1200-FIND-TRACE-ID
008390         THRU 1200-FIND-TRACE-ID-EXIT.
008400     IF DLA60-ID-FOUND-SUB = ZERO
008410         GO TO 3350-SUSPENSE-RECORD-EXIT
008420     END-IF.
008430
008440     PERFORM 4100-START-EVENT
008450         THRU 4100-START-EVENT-EXIT.
008460     MOVE ADDSUS-SUS-DATE TO DLA60-SRT-DATE.
008470     MOVE 3 TO DLA60-SRT-RANK.
008480     MOVE "SH" TO DLA60-SRT-EVENT.
008490     MOVE ADDSUS-BATCH-ID TO DLA60-SRT-BATCH-ID.
008500     MOVE ADDSUS-GL-ACCOUNT TO DLA60-SRT-ACCOUNT.
008510     IF ADDSUS-RESULT IS NUMERIC
008520         MOVE ADDSUS-RESULT TO DLA60-SRT-AMOUNT
008530     END-IF.
008540     MOVE ADDSUS-REASON-CODE TO DLA60-SRT-CODE.
008550     EVALUATE TRUE
008560         WHEN ADDSUS-ADDEND-LIMIT
008570             MOVE "ADDEND OVER LIMIT" TO DLA60-SRT-TEXT
008580         WHEN ADDSUS-RESULT-LIMIT
008590             MOVE "RESULT OVER LIMIT" TO DLA60-SRT-TEXT
008600         WHEN ADDSUS-RUN-TOTAL-LIMIT
008610             MOVE "RUN TOTAL OVER LIMIT" TO DLA60-SRT-TEXT
008620         WHEN OTHER
008630             MOVE SPACES TO DLA60-SRT-TEXT
008640     END-EVALUATE.
008650     PERFORM 4200-RELEASE-EVENT
008660         THRU 4200-RELEASE-EVENT-EXIT.
008670
008680     IF ADDSUS-RELEASED OR ADDSUS-VOIDED
008690         PERFORM 4100-START-EVENT
008700             THRU 4100-START-EVENT-EXIT
008710         MOVE ADDSUS-REL-DATE TO DLA60-SRT-DATE
008720         MOVE 5 TO DLA60-SRT-RANK
008730         MOVE "SR" TO DLA60-SRT-EVENT
008740         MOVE ADDSUS-BATCH-ID TO DLA60-SRT-BATCH-ID
008750         MOVE ADDSUS-GL-ACCOUNT TO DLA60-SRT-ACCOUNT
008760         IF ADDSUS-RESULT IS NUMERIC
008770             MOVE ADDSUS-RESULT TO DLA60-SRT-AMOUNT
008780         END-IF
008790         MOVE ADDSUS-STATUS TO DLA60-SRT-CODE
008800         MOVE ADDSUS-APPROVER-ID TO DLA60-SRT-WHO
008810         PERFORM 4200-RELEASE-EVENT
008820             THRU 4200-RELEASE-EVENT-EXIT
008830     END-IF.
008840
008850 3350-SUSPENSE-RECORD-EXIT.
008860     EXIT.
008870
008880*----------------------------------------------------------------
008890* 3400-SCAN-ADDLOG - THE LIVE ADDLOG AUDIT LOG (THE CURRENT
008900*                    MONTH): WHEN ADD3NUM PROCESSED THE ITEM,
008910*                    FOR HOW MUCH, AND UNDER WHICH OPERATOR/JOB.
008920*----------------------------------------------------------------
008930 3400-SCAN-ADDLOG.
008940     MOVE "N" TO DLA60-INPUT-EOF-SW.
008950     OPEN INPUT ADDLOG-FILE.
008960     MOVE "ADDLOG" TO DLA60-ERR-FILE-ID.
008970     MOVE DLA60-ADDLOG-STATUS TO DLA60-ERR-STATUS.
008980     PERFORM 8000-CHECK-FILE-STATUS
008990         THRU 8000-CHECK-FILE-STATUS-EXIT.
009000
009010     PERFORM 3420-READ-ADDLOG
009020         THRU 3420-READ-ADDLOG-EXIT.
009030     PERFORM 3410-ADDLOG-RECORD
009040         THRU 3410-ADDLOG-RECORD-EXIT
009050         UNTIL DLA60-INPUT-EOF.
009060
009070     CLOSE ADDLOG-FILE.
009080
009090 3400-SCAN-ADDLOG-EXIT.
009100     EXIT.
009110
009120 3410-ADDLOG-RECORD.
009130     MOVE ADDLOG-TRANS-ID TO DLA60-LOOK-ID.
009140     PERFORM 1200-FIND-TRACE-ID
009150         THRU 1200-FIND-TRACE-ID-EXIT.
009160     IF DLA60-ID-FOUND-SUB > ZERO
009170         PERFORM 4100-START-EVENT
009180             THRU 4100-START-EVENT-EXIT
009190         MOVE ADDLOG-LOG-DATE TO DLA60-SRT-DATE
009200         MOVE 1 TO DLA60-SRT-RANK
009210         MOVE ADDLOG-LOG-TIME TO DLA60-SRT-TIME
009220         MOVE "LG" TO DLA60-SRT-EVENT
009230         MOVE ADDLOG-GL-ACCOUNT TO DLA60-SRT-ACCOUNT
009240         IF ADDLOG-RESULT IS NUMERIC
009250             MOVE ADDLOG-RESULT TO DLA60-SRT-AMOUNT
009260         END-IF
009270         MOVE ADDLOG-OPERATOR-ID TO DLA60-SRT-WHO
009280         MOVE ADDLOG-JOB-ID TO DLA60-SRT-JOB-ID
009290         PERFORM 4200-RELEASE-EVENT
009300             THRU 4200-RELEASE-EVENT-EXIT
009310     END-IF.
009320
009330     PERFORM 3420-READ-ADDLOG
009340         THRU 3420-READ-ADDLOG-EXIT.
009350
009360 3410-ADDLOG-RECORD-EXIT.
009370     EXIT.
009380
009390 3420-READ-ADDLOG.
009400     READ ADDLOG-FILE
009410         AT END
009420             SET DLA60-INPUT-EOF TO TRUE
009430             GO TO 3420-READ-ADDLOG-EXIT
009440     END-READ.
009450     MOVE "ADDLOG" TO DLA60-ERR-FILE-ID.
009460     MOVE DLA60-ADDLOG-STATUS TO DLA60-ERR-STATUS.
009470     PERFORM 8000-CHECK-FILE-STATUS
009480         THRU 8000-CHECK-FILE-STATUS-EXIT.
009490
009500 3420-READ-ADDLOG-EXIT.
009510     EXIT.
009520
009530*----------------------------------------------------------------
009540* 3450-SCAN-ADDLGK - THE ADDLGK KEYED COPY OF THE ARCHIVED
009550*                    MONTHS, READ FRONT TO BACK (IT IS KEYED BY
009560*                    DATE, NOT TRANSACTION).
009570*----------------------------------------------------------------
009580 3450-SCAN-ADDLGK.
009590     MOVE "N" TO DLA60-INPUT-EOF-SW.
009600     OPEN INPUT ADDLGK-FILE.
009610     MOVE "ADDLGK" TO DLA60-ERR-FILE-ID.
009620     MOVE DLA60-ADDLGK-STATUS TO DLA60-ERR-STATUS.
009630     PERFORM 8000-CHECK-FILE-STATUS
009640         THRU 8000-CHECK-FILE-STATUS-EXIT.
009650
009660     PERFORM 3470-READ-ADDLGK
009670         THRU 3470-READ-ADDLGK-EXIT.
009680     PERFORM 3460-ADDLGK-RECORD
009690         THRU 3460-ADDLGK-RECORD-EXIT
009700         UNTIL DLA60-INPUT-EOF.
009710
009720     CLOSE ADDLGK-FILE.
009730
009740 3450-SCAN-ADDLGK-EXIT.
009750     EXIT.
009760
009770 3460-ADDLGK-RECORD.
009780     MOVE ADDLGK-TRANS-ID TO DLA60-LOOK-ID.
009790     PERFORM 1200-FIND-TRACE-ID
009800         THRU 1200-FIND-TRACE-ID-EXIT.
009810     IF DLA60-ID-FOUND-SUB > ZERO
009820         PERFORM 4100-START-EVENT
009830             THRU 4100-START-EVENT-EXIT
009840         MOVE ADDLGK-LOG-DATE TO DLA60-SRT-DATE
009850         MOVE 1 TO DLA60-SRT-RANK
009860         MOVE ADDLGK-LOG-TIME TO DLA60-SRT-TIME
009870         MOVE "LG" TO DLA60-SRT-EVENT
009880         MOVE ADDLGK-GL-ACCOUNT TO DLA60-SRT-ACCOUNT
009890         IF ADDLGK-RESULT IS NUMERIC
009900             MOVE ADDLGK-RESULT TO DLA60-SRT-AMOUNT
009910         END-IF
009920         MOVE ADDLGK-OPERATOR-ID TO DLA60-SRT-WHO
009930         MOVE ADDLGK-JOB-ID TO DLA60-SRT-JOB-ID
009940         PERFORM 4200-RELEASE-EVENT
009950             THRU 4200-RELEASE-EVENT-EXIT
009960     END-IF.
009970
009980     PERFORM 3470-READ-ADDLGK
009990         THRU 3470-READ-ADDLGK-EXIT.
010000
010010 3460-ADDLGK-RECORD-EXIT.
010020     EXIT.
010030
010040 3470-READ-ADDLGK.
010050     READ ADDLGK-FILE
010060         AT END
010070             SET DLA60-INPUT-EOF TO TRUE
010080             GO TO 3470-READ-ADDLGK-EXIT
010090     END-READ.
010100     MOVE "ADDLGK" TO DLA60-ERR-FILE-ID.
010110     MOVE DLA60-ADDLGK-STATUS TO DLA60-ERR-STATUS.
010120     PERFORM 8000-CHECK-FILE-STATUS
010130         THRU 8000-CHECK-FILE-STATUS-EXIT.
010140
010150 3470-READ-ADDLGK-EXIT.
010160     EXIT.
010170
010180*----------------------------------------------------------------
010190* 3500-SCAN-GLHIN - THE LIVE ADDGL FEED AND THE ADDGLHS HISTORY
010200*                   GENERATIONS: WHEN THE ITEM POSTED, TO WHICH
010210*                   ACCOUNT, AND FOR HOW MUCH.
010220*----------------------------------------------------------------
010230 3500-SCAN-GLHIN.
010240     MOVE "N" TO DLA60-INPUT-EOF-SW.
010250     OPEN INPUT GLHIN-FILE.
010260     MOVE "GLHIN" TO DLA60-ERR-FILE-ID.
010270     MOVE DLA60-GLHIN-STATUS TO DLA60-ERR-STATUS.
010280     PERFORM 8000-CHECK-FILE-STATUS
010290         THRU 8000-CHECK-FILE-STATUS-EXIT.
010300
010310     PERFORM 3520-READ-GLHIN
010320         THRU 3520-READ-GLHIN-EXIT.
010330     PERFORM 3510-GLHIN-RECORD
010340         THRU 3510-GLHIN-RECORD-EXIT
010350         UNTIL DLA60-INPUT-EOF.
010360
010370     CLOSE GLHIN-FILE.
010380
010390 3500-SCAN-GLHIN-EXIT.
010400     EXIT.
010410
010420 3510-GLHIN-RECORD.
010430     MOVE ADDGHS-RECORD TO ADDGL-RECORD.
010440     MOVE ADDGL-TRANS-ID TO DLA60-LOOK-ID.
010450     IF DLA60-COLLECT-PASS
010460         IF ADDGL-BATCH-ID = DLA60-TRACE-BATCH
010470             PERFORM 1100-ADD-TRACE-ID
010480                 THRU 1100-ADD-TRACE-ID-EXIT
010490         END-IF
010500     ELSE
010510         PERFORM 1200-FIND-TRACE-ID
010520             THRU 1200-FIND-TRACE-ID-EXIT
010530         IF DLA60-ID-FOUND-SUB > ZERO
010540             PERFORM 4100-START-EVENT
010550                 THRU 4100-START-EVENT-EXIT
010560             MOVE ADDGL-POSTING-DATE TO DLA60-SRT-DATE
010570             MOVE 6 TO DLA60-SRT-RANK
010580             MOVE "PS" TO DLA60-SRT-EVENT
010590             PERFORM 4300-POSTING-FIELDS
010600                 THRU 4300-POSTING-FIELDS-EXIT
010610             MOVE ADDGL-TRANSMIT-FLAG TO DLA60-SRT-FLAG
010620             PERFORM 4200-RELEASE-EVENT
010630                 THRU 4200-RELEASE-EVENT-EXIT
010640         END-IF
010650     END-IF.
010660
010670     PERFORM 3520-READ-GLHIN
010680         THRU 3520-READ-GLHIN-EXIT.
010690
010700 3510-GLHIN-RECORD-EXIT.
010710     EXIT.
010720
010730 3520-READ-GLHIN.
010740     READ GLHIN-FILE
010750         AT END
010760             SET DLA60-INPUT-EOF TO TRUE
010770             GO TO 3520-READ-GLHIN-EXIT
010780     END-READ.
010790     MOVE "GLHIN" TO DLA60-ERR-FILE-ID.
010800     MOVE DLA60-GLHIN-STATUS TO DLA60-ERR-STATUS.
010810     PERFORM 8000-CHECK-FILE-STATUS
010820         THRU 8000-CHECK-FILE-STATUS-EXIT.
010830
010840 3520-READ-GLHIN-EXIT.
010850     EXIT.
010860
010870*----------------------------------------------------------------
010880* 3600-SCAN-GLTXIN - THE ADDGLTX EXTRACT GENERATIONS: WHICH
010890*                    TRANSMISSION CARRIED THE POSTING.  EACH
010900*                    EXTRACT'S HEADER STAMPS THE DETAILS THAT
010910*                    FOLLOW IT.
010920*----------------------------------------------------------------
010930 3600-SCAN-GLTXIN.
010940     MOVE "N" TO DLA60-INPUT-EOF-SW.
010950     MOVE ZERO TO DLA60-TX-DATE
010960                  DLA60-TX-TIME.
010970     OPEN INPUT GLTXIN-FILE.
010980     MOVE "GLTXIN" TO DLA60-ERR-FILE-ID.
010990     MOVE DLA60-GLTXIN-STATUS TO DLA60-ERR-STATUS.
011000     PERFORM 8000-CHECK-FILE-STATUS
011010         THRU 8000-CHECK-FILE-STATUS-EXIT.
011020
011030     PERFORM 3620-READ-GLTXIN
011040         THRU 3620-READ-GLTXIN-EXIT.
011050     PERFORM 3610-GLTXIN-RECORD
011060         THRU 3610-GLTXIN-RECORD-EXIT
011070         UNTIL DLA60-INPUT-EOF.
011080
011090     CLOSE GLTXIN-FILE.
011100
011110 3600-SCAN-GLTXIN-EXIT.
011120     EXIT.
011130
011140 3610-GLTXIN-RECORD.
011150     IF ADDGLTX-HEADER-REC
011160         MOVE ADDGLTX-HDR-DATE TO DLA60-TX-DATE
011170         MOVE ADDGLTX-HDR-TIME TO DLA60-TX-TIME
011180     END-IF.
011190
011200     IF ADDGLTX-DETAIL-REC
011210         MOVE ADDGLTX-REC-BODY TO ADDGL-RECORD
011220         MOVE ADDGL-TRANS-ID TO DLA60-LOOK-ID
011230         PERFORM 1200-FIND-TRACE-ID
011240             THRU 1200-FIND-TRACE-ID-EXIT
011250         IF DLA60-ID-FOUND-SUB > ZERO
011260             PERFORM 4100-START-EVENT
011270                 THRU 4100-START-EVENT-EXIT
011280             MOVE DLA60-TX-DATE TO DLA60-SRT-DATE
011290             MOVE 7 TO DLA60-SRT-RANK
011300             MOVE DLA60-TX-TIME TO DLA60-SRT-TIME
011310             MOVE "TX" TO DLA60-SRT-EVENT
011320             PERFORM 4300-POSTING-FIELDS
011330                 THRU 4300-POSTING-FIELDS-EXIT
011340             PERFORM 4200-RELEASE-EVENT
011350                 THRU 4200-RELEASE-EVENT-EXIT
011360         END-IF
011370     END-IF.
011380
011390     PERFORM 3620-READ-GLTXIN
011400         THRU 3620-READ-GLTXIN-EXIT.
011410
011420 3610-GLTXIN-RECORD-EXIT.
011430     EXIT.
011440
011450 3620-READ-GLTXIN.
011460     READ GLTXIN-FILE
011470         AT END
011480             SET DLA60-INPUT-EOF TO TRUE
011490             GO TO 3620-READ-GLTXIN-EXIT
011500     END-READ.
011510     MOVE "GLTXIN" TO DLA60-ERR-FILE-ID.
011520     MOVE DLA60-GLTXIN-STATUS TO DLA60-ERR-STATUS.
011530     PERFORM 8000-CHECK-FILE-STATUS
011540         THRU 8000-CHECK-FILE-STATUS-EXIT.
011550
011560 3620-READ-GLTXIN-EXIT.
011570     EXIT.
011580
011590*----------------------------------------------------------------
011600* 3700-SCAN-ADDAKH - THE GL ACKNOWLEDGMENT HISTORY: WHETHER THE
011610*                    GL ACCEPTED OR REJECTED THE POSTING, AND THE
011620*                    ADDGRJ BATCH A REJECT WAS RETURNED ON.
011630*----------------------------------------------------------------
011640 3700-SCAN-ADDAKH.
011650     MOVE "N" TO DLA60-INPUT-EOF-SW.
011660     OPEN INPUT ADDAKH-FILE.
011670     MOVE "ADDAKH" TO DLA60-ERR-FILE-ID.
011680     MOVE DLA60-ADDAKH-STATUS TO DLA60-ERR-STATUS.
011690     PERFORM 8000-CHECK-FILE-STATUS
011700         THRU 8000-CHECK-FILE-STATUS-EXIT.
011710
011720     PERFORM 3720-READ-ADDAKH
011730         THRU 3720-READ-ADDAKH-EXIT.
011740     PERFORM 3710-ADDAKH-RECORD
011750         THRU 3710-ADDAKH-RECORD-EXIT
011760         UNTIL DLA60-INPUT-EOF.
011770
011780     CLOSE ADDAKH-FILE.
011790
011800 3700-SCAN-ADDAKH-EXIT.
011810     EXIT.
011820
011830 3710-ADDAKH-RECORD.
011840     MOVE ADDAKH-TRANS-ID TO DLA60-LOOK-ID.
011850     IF DLA60-COLLECT-PASS
011860         IF ADDAKH-BATCH-ID = DLA60-TRACE-BATCH
011870                 OR ADDAKH-GRJ-BATCH-ID = DLA60-TRACE-BATCH
011880             PERFORM 1100-ADD-TRACE-ID
011890                 THRU 1100-ADD-TRACE-ID-EXIT
011900         END-IF
011910     ELSE
011920         PERFORM 1200-FIND-TRACE-ID
011930             THRU 1200-FIND-TRACE-ID-EXIT
011940         IF DLA60-ID-FOUND-SUB > ZERO
011950             PERFORM 4100-START-EVENT
011960                 THRU 4100-START-EVENT-EXIT
011970             MOVE ADDAKH-ACK-DATE TO DLA60-SRT-DATE
011980             MOVE 8 TO DLA60-SRT-RANK
011990             MOVE "AK" TO DLA60-SRT-EVENT
012000             MOVE ADDAKH-BATCH-ID TO DLA60-SRT-BATCH-ID
012010             MOVE ADDAKH-ACCOUNT TO DLA60-SRT-ACCOUNT
012020             MOVE ADDAKH-DR-CR-IND TO DLA60-SRT-DR-CR-IND
012030             IF ADDAKH-AMOUNT IS NUMERIC
012040                 MOVE ADDAKH-AMOUNT TO DLA60-SRT-AMOUNT
012050             END-IF
012060             MOVE ADDAKH-STATUS TO DLA60-SRT-CODE
012070             MOVE ADDAKH-REASON-TEXT TO DLA60-SRT-TEXT
012080             MOVE ADDAKH-GRJ-BATCH-ID TO DLA60-SRT-REF-BATCH
012090             PERFORM 4200-RELEASE-EVENT
012100                 THRU 4200-RELEASE-EVENT-EXIT
012110         END-IF
012120     END-IF.
012130
012140     PERFORM 3720-READ-ADDAKH
012150         THRU 3720-READ-ADDAKH-EXIT.
012160
012170 3710-ADDAKH-RECORD-EXIT.
012180     EXIT.
012190
012200 3720-READ-ADDAKH.
012210     READ ADDAKH-FILE
012220         AT END
012230             SET DLA60-INPUT-EOF TO TRUE
012240             GO TO 3720-READ-ADDAKH-EXIT
012250     END-READ.
012260     MOVE "ADDAKH" TO DLA60-ERR-FILE-ID.
012270     MOVE DLA60-ADDAKH-STATUS TO DLA60-ERR-STATUS.
012280     PERFORM 8000-CHECK-FILE-STATUS
012290         THRU 8000-CHECK-FILE-STATUS-EXIT.
012300
012310 3720-READ-ADDAKH-EXIT.
012320     EXIT.
012330
012340*----------------------------------------------------------------
012350* 4000-SELECT-EVENTS - SORT INPUT PROCEDURE.  READS EVERY FILE
012360*                      AGAIN AND RELEASES ONE EVENT PER TRACE OF
012370*                      A TRANSACTION IN THE TRACE TABLE.
012380*----------------------------------------------------------------
012390 4000-SELECT-EVENTS.
012400     SET DLA60-SELECT-PASS TO TRUE.
012410     PERFORM 3000-SCAN-FILES
012420         THRU 3000-SCAN-FILES-EXIT.
012430     GO TO 4900-SELECT-EVENTS-EXIT.
012440
012450*----------------------------------------------------------------
012460* 4100-START-EVENT - CLEAR THE SORT RECORD FOR A NEW EVENT OF
012470*                    THE TRANSACTION JUST FOUND IN THE TABLE.
012480*----------------------------------------------------------------
012490 4100-START-EVENT.
012500     MOVE SPACES TO DLA60-SORT-REC.
012510     MOVE DLA60-LOOK-ID TO DLA60-SRT-TRANS-ID.
012520     MOVE ZERO TO DLA60-SRT-DATE
012530                  DLA60-SRT-RANK
012540                  DLA60-SRT-TIME
012550                  DLA60-SRT-AMOUNT.
012560
012570 4100-START-EVENT-EXIT.
012580     EXIT.
012590
012600*----------------------------------------------------------------
012610* 4200-RELEASE-EVENT - RELEASE THE EVENT AND KEEP THE BATCH OF
012620*                      THE TRANSACTION'S EARLIEST DATED EVENT AS
012630*                      THE BATCH IT WAS RECEIVED IN.  THE BATCH
012640*                      IS TAKEN BEFORE THE RELEASE - THE SORT
012650*                      RECORD IS NOT AVAILABLE AFTER IT.
012660*----------------------------------------------------------------
012670 4200-RELEASE-EVENT.
012680     IF DLA60-SRT-DATE NOT NUMERIC
012690         MOVE ZERO TO DLA60-SRT-DATE
012700     END-IF.
012710     ADD 1 TO DLA60-EVENT-SEQ.
012720     MOVE DLA60-EVENT-SEQ TO DLA60-SRT-SEQ.
012730
012740     IF DLA60-SRT-BATCH-ID NOT = SPACES
012750             AND DLA60-SRT-DATE
012760                 < DLA60-ID-FIRST-DATE(DLA60-ID-FOUND-SUB)
012770         MOVE DLA60-SRT-BATCH-ID
012780             TO DLA60-ID-FIRST-BATCH(DLA60-ID-FOUND-SUB)
012790         MOVE DLA60-SRT-DATE
012800             TO DLA60-ID-FIRST-DATE(DLA60-ID-FOUND-SUB)
012810     END-IF.
012820
012830     RELEASE DLA60-SORT-REC.
012840
012850 4200-RELEASE-EVENT-EXIT.
012860     EXIT.
012870
012880*----------------------------------------------------------------
012890* 4300-POSTING-FIELDS - COPY THE POSTING IN THE ADDGL WORK
012900*                       RECORD INTO THE EVENT.
012910*----------------------------------------------------------------
012920 4300-POSTING-FIELDS.
012930     MOVE ADDGL-BATCH-ID TO DLA60-SRT-BATCH-ID.
012940     MOVE ADDGL-ACCOUNT TO DLA60-SRT-ACCOUNT.
012950     MOVE ADDGL-DR-CR-IND TO DLA60-SRT-DR-CR-IND.
012960     IF ADDGL-AMOUNT IS NUMERIC
012970         MOVE ADDGL-AMOUNT TO DLA60-SRT-AMOUNT
012980     END-IF.
012990
013000 4300-POSTING-FIELDS-EXIT.
013010     EXIT.
013020
013030 4900-SELECT-EVENTS-EXIT.
013040     EXIT.
013050
013060*----------------------------------------------------------------
013070* 5000-PRINT-TRACE - SORT OUTPUT PROCEDURE.  RETURNS THE EVENTS
013080*                    IN TRANSACTION AND DATE ORDER, PRINTS EACH
013090*                    TRANSACTION'S LIFECYCLE UNDER A HEADING
013100*                    NAMING THE BATCH IT WAS RECEIVED IN, AND
013110*                    CLOSES EACH WITH WHERE THE ITEM IS NOW.
013120*----------------------------------------------------------------
013130 5000-PRINT-TRACE.
013140     PERFORM 5150-RETURN-EVENT
013150         THRU 5150-RETURN-EVENT-EXIT.
013160
013170     IF DLA60-SORT-EOF
013180         MOVE DLA60-RPT-H1-TYPE TO DLA60-RPT-NONE-TYPE
013190         MOVE DLA60-PARM-ID TO DLA60-RPT-NONE-ID
013200         MOVE DLA60-RPT-NONE TO ADDRPT-RECORD
013210         PERFORM 6100-PRINT-LINE
013220             THRU 6100-PRINT-LINE-EXIT
013230         GO TO 5900-PRINT-TRACE-EXIT
013240     END-IF.
013250
013260     PERFORM 5100-PROCESS-EVENT
013270         THRU 5100-PROCESS-EVENT-EXIT
013280         UNTIL DLA60-SORT-EOF.
013290
013300     PERFORM 5400-PRINT-STATUS
013310         THRU 5400-PRINT-STATUS-EXIT.
013320
013330     IF DLA60-ID-TABLE-FULL
013340         MOVE DLA60-RPT-FULL TO ADDRPT-RECORD
013350         PERFORM 6100-PRINT-LINE
013360             THRU 6100-PRINT-LINE-EXIT
013370     END-IF.
013380     GO TO 5900-PRINT-TRACE-EXIT.
013390
013400 5100-PROCESS-EVENT.
013410     IF DLA60-SRT-TRANS-ID NOT = DLA60-CUR-TRANS
013420         IF DLA60-CUR-TRANS NOT = SPACES
013430             PERFORM 5400-PRINT-STATUS
013440                 THRU 5400-PRINT-STATUS-EXIT
013450         END-IF
013460         PERFORM 5300-START-TRANS
013470             THRU 5300-START-TRANS-EXIT
013480     END-IF.
013490
013500     PERFORM 5200-PRINT-EVENT
013510         THRU 5200-PRINT-EVENT-EXIT.
013520
013530     MOVE DLA60-SRT-EVENT TO DLA60-STATE-EVENT.
013540     MOVE DLA60-SRT-CODE TO DLA60-STATE-CODE.
013550     MOVE DLA60-SRT-TEXT TO DLA60-STATE-TEXT.
013560     MOVE DLA60-SRT-WHO TO DLA60-STATE-WHO.
013570     MOVE DLA60-SRT-REF-ID TO DLA60-STATE-REF-ID.
013580     MOVE DLA60-SRT-REF-BATCH TO DLA60-STATE-REF-BATCH.
013590     MOVE DLA60-SRT-FLAG TO DLA60-STATE-FLAG.
013600
013610     PERFORM 5150-RETURN-EVENT
013620         THRU 5150-RETURN-EVENT-EXIT.
013630
013640 5100-PROCESS-EVENT-EXIT.
013650     EXIT.
013660
013670 5150-RETURN-EVENT.
013680     RETURN SORT-FILE
013690         AT END
013700             SET DLA60-SORT-EOF TO TRUE
013710     END-RETURN.
013720
013730 5150-RETURN-EVENT-EXIT.
013740     EXIT.
013750
013760*----------------------------------------------------------------
013770* 5200-PRINT-EVENT - PRINT ONE EVENT OF THE TRANSACTION'S
013780*                    LIFECYCLE WITH A DESCRIPTION OF WHAT
013790*                    HAPPENED TO IT.
013800*----------------------------------------------------------------
013810 5200-PRINT-EVENT.
013820     MOVE DLA60-SRT-DATE TO DLA60-RPT-DET-DATE.
013830     MOVE DLA60-SRT-BATCH-ID TO DLA60-RPT-DET-BATCH.
013840     MOVE DLA60-SRT-ACCOUNT TO DLA60-RPT-DET-ACCT.
013850     MOVE DLA60-SRT-DR-CR-IND TO DLA60-RPT-DET-DC.
013860     MOVE DLA60-SRT-AMOUNT TO DLA60-RPT-DET-AMOUNT.
013870     MOVE SPACES TO DLA60-RPT-DET-EVENT
013880                    DLA60-RPT-DET-TEXT.
013890
013900     EVALUATE TRUE
013910         WHEN DLA60-SRT-LOGGED
013920             MOVE "PROCESSED BY ADD3NUM" TO DLA60-RPT-DET-EVENT
013930             MOVE DLA60-SRT-TIME TO DLA60-TIME-WORK
013940             STRING "OPERATOR " DLA60-SRT-WHO
013950                    " JOB " DLA60-SRT-JOB-ID
013960                    " AT " DLA60-TIME-HH ":" DLA60-TIME-MM
013970                    ":" DLA60-TIME-SS
013980                 DELIMITED BY SIZE
013990                 INTO DLA60-RPT-DET-TEXT
014000             END-STRING
014010         WHEN DLA60-SRT-EXCEPTION
014020             MOVE "EXCEPTION ON ADDEXC" TO DLA60-RPT-DET-EVENT
014030             STRING "REASON " DLA60-SRT-CODE " "
014040                    DLA60-SRT-TEXT
014050                 DELIMITED BY SIZE
014060                 INTO DLA60-RPT-DET-TEXT
014070             END-STRING
014080         WHEN DLA60-SRT-SUSPENDED
014090             MOVE "HELD IN SUSPENSE" TO DLA60-RPT-DET-EVENT
014100             STRING "REASON " DLA60-SRT-CODE " "
014110                    DLA60-SRT-TEXT
014120                 DELIMITED BY SIZE
014130                 INTO DLA60-RPT-DET-TEXT
014140             END-STRING
014150         WHEN DLA60-SRT-DECIDED
014160             PERFORM 5250-DESCRIBE-DECISION
014170                 THRU 5250-DESCRIBE-DECISION-EXIT
014180         WHEN DLA60-SRT-RESOLVED
014190             IF DLA60-SRT-CODE = "R"
014200                 MOVE "RELEASED FROM SUSPENSE"
014210                     TO DLA60-RPT-DET-EVENT
014220             ELSE
014230                 MOVE "VOIDED IN SUSPENSE" TO DLA60-RPT-DET-EVENT
014240             END-IF
014250             STRING "APPROVER " DLA60-SRT-WHO
014260                 DELIMITED BY SIZE
014270                 INTO DLA60-RPT-DET-TEXT
014280             END-STRING
014290         WHEN DLA60-SRT-POSTED
014300             MOVE "POSTED TO ADDGL" TO DLA60-RPT-DET-EVENT
014310             IF DLA60-SRT-FLAG = "Y"
014320                 MOVE "EXTRACTED FOR THE GL"
014330                     TO DLA60-RPT-DET-TEXT
014340             ELSE
014350                 MOVE "NOT YET EXTRACTED FOR THE GL"
014360                     TO DLA60-RPT-DET-TEXT
014370             END-IF
014380         WHEN DLA60-SRT-TRANSMITTED
014390             MOVE "SENT ON ADDGLTX EXTRACT" TO DLA60-RPT-DET-EVENT
014400             MOVE DLA60-SRT-TIME TO DLA60-TIME-WORK
014410             STRING "EXTRACT CUT AT " DLA60-TIME-HH ":"
014420                    DLA60-TIME-MM ":" DLA60-TIME-SS
014430                 DELIMITED BY SIZE
014440                 INTO DLA60-RPT-DET-TEXT
014450             END-STRING
014460         WHEN DLA60-SRT-ACKNOWLEDGED
014470             PERFORM 5260-DESCRIBE-ACK
014480                 THRU 5260-DESCRIBE-ACK-EXIT
014490     END-EVALUATE.
014500
014510     MOVE DLA60-RPT-DETAIL TO ADDRPT-RECORD.
014520     PERFORM 6100-PRINT-LINE
014530         THRU 6100-PRINT-LINE-EXIT.
014540     ADD 1 TO DLA60-EVENT-COUNT.
014550
014560 5200-PRINT-EVENT-EXIT.
014570     EXIT.
014580
014590 5250-DESCRIBE-DECISION.
014600     EVALUATE DLA60-SRT-CODE
014610         WHEN "R"
014620             MOVE "RECYCLED" TO DLA60-RPT-DET-EVENT
014630         WHEN "F"
014640             MOVE "RECYCLED - FORCED" TO DLA60-RPT-DET-EVENT
014650         WHEN "D"
014660             MOVE "DROPPED AT RECYCLE" TO DLA60-RPT-DET-EVENT
014670         WHEN OTHER
014680             MOVE "HELD AT RECYCLE" TO DLA60-RPT-DET-EVENT
014690     END-EVALUATE.
014700
014710     IF DLA60-SRT-CODE = "R" OR "F"
014720         STRING "AS " DLA60-SRT-REF-ID
014730                " IN BATCH " DLA60-SRT-REF-BATCH
014740             DELIMITED BY SIZE
014750             INTO DLA60-RPT-DET-TEXT
014760         END-STRING
014770     ELSE
014780         STRING "CORRECTION ACTION " DLA60-SRT-TEXT(1:1)
014790             DELIMITED BY SIZE
014800             INTO DLA60-RPT-DET-TEXT
014810         END-STRING
014820     END-IF.
014830
014840 5250-DESCRIBE-DECISION-EXIT.
014850     EXIT.
014860
014870 5260-DESCRIBE-ACK.
014880     EVALUATE DLA60-SRT-CODE
014890         WHEN "A"
014900             MOVE "ACCEPTED BY THE GL" TO DLA60-RPT-DET-EVENT
014910         WHEN "R"
014920             MOVE "REJECTED BY THE GL" TO DLA60-RPT-DET-EVENT
014930             IF DLA60-SRT-REF-BATCH = SPACES
014940                 MOVE DLA60-SRT-TEXT TO DLA60-RPT-DET-TEXT
014950             ELSE
014960                 STRING DLA60-SRT-TEXT " ADDGRJ "
014970                        DLA60-SRT-REF-BATCH
014980                     DELIMITED BY SIZE
014990                     INTO DLA60-RPT-DET-TEXT
015000                 END-STRING
015010             END-IF
015020         WHEN OTHER
015030             MOVE "NO GL ACKNOWLEDGMENT" TO DLA60-RPT-DET-EVENT
015040     END-EVALUATE.
015050
015060 5260-DESCRIBE-ACK-EXIT.
015070     EXIT.
015080
015090*----------------------------------------------------------------
015100* 5300-START-TRANS - START A NEW TRANSACTION'S TRACE WITH A
015110*                    HEADING NAMING THE BATCH IT WAS RECEIVED IN.
015120*----------------------------------------------------------------
015130 5300-START-TRANS.
015140     MOVE DLA60-SRT-TRANS-ID TO DLA60-CUR-TRANS.
015150     MOVE DLA60-SRT-TRANS-ID TO DLA60-LOOK-ID.
015160     PERFORM 1200-FIND-TRACE-ID
015170         THRU 1200-FIND-TRACE-ID-EXIT.
015180     ADD 1 TO DLA60-TRACED-COUNT.
015190
015200     MOVE DLA60-SRT-TRANS-ID TO DLA60-RPT-TRN-ID.
015210     IF DLA60-ID-FOUND-SUB > ZERO
015220             AND DLA60-ID-FIRST-BATCH(DLA60-ID-FOUND-SUB)
015230                 NOT = SPACES
015240         MOVE DLA60-ID-FIRST-BATCH(DLA60-ID-FOUND-SUB)
015250             TO DLA60-RPT-TRN-BATCH
015260     ELSE
015270         MOVE "UNKNOWN" TO DLA60-RPT-TRN-BATCH
015280     END-IF.
015290     MOVE DLA60-RPT-TRANS TO ADDRPT-RECORD.
015300     PERFORM 6100-PRINT-LINE
015310         THRU 6100-PRINT-LINE-EXIT.
015320
015330 5300-START-TRANS-EXIT.
015340     EXIT.
015350
015360*----------------------------------------------------------------
015370* 5400-PRINT-STATUS - CLOSE THE TRANSACTION'S TRACE WITH WHERE
015380*                     THE ITEM IS NOW, FROM ITS LATEST EVENT.
015390*                     AN ITEM ON TODAY'S ADDUNR CARRY-FORWARD IS
015400*                     AN OPEN EXCEPTION WHATEVER CAME BEFORE.
015410*----------------------------------------------------------------
015420 5400-PRINT-STATUS.
015430     MOVE SPACES TO DLA60-RPT-STS-TEXT.
015440     MOVE DLA60-CUR-TRANS TO DLA60-LOOK-ID.
015450     PERFORM 1200-FIND-TRACE-ID
015460         THRU 1200-FIND-TRACE-ID-EXIT.
015470     IF DLA60-ID-FOUND-SUB > ZERO
015480         IF DLA60-ID-ON-ADDUNR(DLA60-ID-FOUND-SUB)
015490             MOVE "X" TO DLA60-STATE-EVENT
015500         END-IF
015510     END-IF.
015520
015530     EVALUATE DLA60-STATE-EVENT
015540         WHEN "X"
015550             STRING "ON THE ADDUNR CARRY-FORWARD - "
015560                    "AWAITING A CORRECTION CARD (ADDJOB02)"
015570                 DELIMITED BY SIZE
015580                 INTO DLA60-RPT-STS-TEXT
015590             END-STRING
015600         WHEN "LG"
015610             STRING "PROCESSED BY ADD3NUM - NO POSTING OR "
015620                    "EXCEPTION ON THE FILES SEARCHED"
015630                 DELIMITED BY SIZE
015640                 INTO DLA60-RPT-STS-TEXT
015650             END-STRING
015660         WHEN "EX"
015670             STRING "ON ADDEXC - AWAITING THE NEXT RECYCLE "
015680                    "RUN (ADDJOB02)"
015690                 DELIMITED BY SIZE
015700                 INTO DLA60-RPT-STS-TEXT
015710             END-STRING
015720         WHEN "SH"
015730             MOVE "HELD IN SUSPENSE - AWAITING REVIEW (ADDJOB06)"
015740                 TO DLA60-RPT-STS-TEXT
015750         WHEN "RD"
015760             PERFORM 5410-DECISION-STATUS
015770                 THRU 5410-DECISION-STATUS-EXIT
015780         WHEN "SR"
015790             IF DLA60-STATE-CODE = "R"
015800                 STRING "RELEASED FROM SUSPENSE BY "
015810                        DLA60-STATE-WHO
015820                        " - POSTING NOT YET ON ADDGL"
015830                     DELIMITED BY SIZE
015840                     INTO DLA60-RPT-STS-TEXT
015850                 END-STRING
015860             ELSE
015870                 STRING "VOIDED IN SUSPENSE BY "
015880                        DLA60-STATE-WHO
015890                        " - WILL NOT POST"
015900                     DELIMITED BY SIZE
015910                     INTO DLA60-RPT-STS-TEXT
015920                 END-STRING
015930             END-IF
015940         WHEN "PS"
015950             IF DLA60-STATE-FLAG = "Y"
015960                 STRING "POSTED AND EXTRACTED - ITS ADDGLTX "
015970                        "GENERATION IS NOT AMONG THOSE SEARCHED"
015980                     DELIMITED BY SIZE
015990                     INTO DLA60-RPT-STS-TEXT
016000                 END-STRING
016010             ELSE
016020                 MOVE "POSTED TO ADDGL - AWAITING THE GL EXTRACT"
016030                     TO DLA60-RPT-STS-TEXT
016040             END-IF
016050         WHEN "TX"
016060             STRING "SENT TO THE GL - AWAITING "
016070                    "ACKNOWLEDGMENT (ADDJOB08)"
016080                 DELIMITED BY SIZE
016090                 INTO DLA60-RPT-STS-TEXT
016100             END-STRING
016110         WHEN "AK"
016120             PERFORM 5420-ACK-STATUS
016130                 THRU 5420-ACK-STATUS-EXIT
016140     END-EVALUATE.
016150
016160     MOVE DLA60-RPT-STATUS TO ADDRPT-RECORD.
016170     PERFORM 6100-PRINT-LINE
016180         THRU 6100-PRINT-LINE-EXIT.
016190     MOVE SPACES TO ADDRPT-RECORD.
016200     PERFORM 6100-PRINT-LINE
016210         THRU 6100-PRINT-LINE-EXIT.
016220
016230 5400-PRINT-STATUS-EXIT.
016240     EXIT.
016250
016260 5410-DECISION-STATUS.
016270     EVALUATE DLA60-STATE-CODE
016280         WHEN "R"
016290         WHEN "F"
016300             STRING "RECYCLED AS " DLA60-STATE-REF-ID
016310                    " IN BATCH " DLA60-STATE-REF-BATCH
016320                    " - POSTING NOT YET ON ADDGL UNDER THIS ID"
016330                 DELIMITED BY SIZE
016340                 INTO DLA60-RPT-STS-TEXT
016350             END-STRING
016360         WHEN "D"
016370             MOVE "DROPPED BY THE RECYCLE RUN - WILL NOT POST"
016380                 TO DLA60-RPT-STS-TEXT
016390         WHEN OTHER
016400             STRING "HELD BY THE RECYCLE RUN - AWAITING A "
016410                    "CORRECTION CARD (ADDJOB02)"
016420                 DELIMITED BY SIZE
016430                 INTO DLA60-RPT-STS-TEXT
016440             END-STRING
016450     END-EVALUATE.
016460
016470 5410-DECISION-STATUS-EXIT.
016480     EXIT.
016490
016500 5420-ACK-STATUS.
016510     EVALUATE DLA60-STATE-CODE
016520         WHEN "A"
016530             MOVE "ACCEPTED BY THE GL - COMPLETE"
016540                 TO DLA60-RPT-STS-TEXT
016550         WHEN "R"
016560             IF DLA60-STATE-REF-BATCH = SPACES
016570                 STRING "REJECTED BY THE GL - " DLA60-STATE-TEXT
016580                        " - NOT RETURNED ON ADDGRJ"
016590                     DELIMITED BY SIZE
016600                     INTO DLA60-RPT-STS-TEXT
016610                 END-STRING
016620             ELSE
016630                 STRING "REJECTED BY THE GL - " DLA60-STATE-TEXT
016640                        " - RETURNED ON ADDGRJ BATCH "
016650                        DLA60-STATE-REF-BATCH
016660                     DELIMITED BY SIZE
016670                     INTO DLA60-RPT-STS-TEXT
016680                 END-STRING
016690             END-IF
016700         WHEN OTHER
016710             MOVE "SENT TO THE GL - NO ACKNOWLEDGMENT RECEIVED"
016720                 TO DLA60-RPT-STS-TEXT
016730     END-EVALUATE.
016740
016750 5420-ACK-STATUS-EXIT.
016760     EXIT.
016770
016780 5900-PRINT-TRACE-EXIT.
016790     EXIT.
016800
016810*----------------------------------------------------------------
016820* 6000-PRINT-HEADERS - PRINT THE RUN-HEADER AND COLUMN HEADING
016830*                      LINES AT THE TOP OF EACH PAGE.
016840*----------------------------------------------------------------
016850 6000-PRINT-HEADERS.
016860     ADD 1 TO DLA60-RPT-PAGE-COUNT.
016870     MOVE DLA60-RUN-DATE TO DLA60-RPT-H1-DATE.
016880     MOVE DLA60-RPT-PAGE-COUNT TO DLA60-RPT-H1-PAGE.
016890
016900     MOVE DLA60-RPT-HEADING1 TO ADDRPT-RECORD.
016910     PERFORM 7100-WRITE-REPORT-LINE
016920         THRU 7100-WRITE-REPORT-LINE-EXIT.
016930     MOVE DLA60-RPT-HEADING2 TO ADDRPT-RECORD.
016940     PERFORM 7100-WRITE-REPORT-LINE
016950         THRU 7100-WRITE-REPORT-LINE-EXIT.
016960
016970     MOVE ZERO TO DLA60-RPT-LINE-COUNT.
016980
016990 6000-PRINT-HEADERS-EXIT.
017000     EXIT.
017010
017020*----------------------------------------------------------------
017030* 6100-PRINT-LINE - PRINT THE LINE ALREADY MOVED TO
017040*                   ADDRPT-RECORD, BREAKING TO A NEW PAGE FIRST
017050*                   WHEN THE CURRENT PAGE IS FULL.  THE LINE IS
017060*                   HELD WHILE THE HEADERS PRINT.
017070*----------------------------------------------------------------
017080 6100-PRINT-LINE.
017090     IF DLA60-RPT-LINE-COUNT >= DLA60-RPT-PAGE-SIZE
017100         MOVE ADDRPT-RECORD TO DLA60-RPT-HOLD
017110         PERFORM 6000-PRINT-HEADERS
017120             THRU 6000-PRINT-HEADERS-EXIT
017130         MOVE DLA60-RPT-HOLD TO ADDRPT-RECORD
017140     END-IF.
017150
017160     PERFORM 7100-WRITE-REPORT-LINE
017170         THRU 7100-WRITE-REPORT-LINE-EXIT.
017180     ADD 1 TO DLA60-RPT-LINE-COUNT.
017190
017200 6100-PRINT-LINE-EXIT.
017210     EXIT.
017220
017230*----------------------------------------------------------------
017240* 7100-WRITE-REPORT-LINE - WRITE THE LINE ALREADY MOVED TO
017250*                          ADDRPT-RECORD AND CHECK THE I/O.
017260*----------------------------------------------------------------
017270 7100-WRITE-REPORT-LINE.
017280     WRITE ADDRPT-RECORD.
017290     MOVE "TRCRPT" TO DLA60-ERR-FILE-ID.
017300     MOVE DLA60-TRCRPT-STATUS TO DLA60-ERR-STATUS.
017310     PERFORM 8000-CHECK-FILE-STATUS
017320         THRU 8000-CHECK-FILE-STATUS-EXIT.
017330
017340 7100-WRITE-REPORT-LINE-EXIT.
017350     EXIT.
017360
017370*----------------------------------------------------------------
017380* 9000-TERMINATE - PRINT THE TRACE TOTALS AND ANNOUNCE THE RUN
017390*                  ON THE JOB LOG.  RC 4 WHEN NOTHING WAS FOUND
017400*                  OR A BATCH WAS TOO LARGE TO TRACE IN FULL.
017410*----------------------------------------------------------------
017420 9000-TERMINATE.
017430     MOVE DLA60-TRACED-COUNT TO DLA60-RPT-TRL-TRACED.
017440     MOVE DLA60-EVENT-COUNT TO DLA60-RPT-TRL-EVENTS.
017450     MOVE DLA60-RPT-TRAILER TO ADDRPT-RECORD.
017460     PERFORM 7100-WRITE-REPORT-LINE
017470         THRU 7100-WRITE-REPORT-LINE-EXIT.
017480
017490     IF DLA60-EVENT-COUNT = ZERO
017500             OR DLA60-ID-TABLE-FULL
017510         MOVE 4 TO RETURN-CODE
017520     END-IF.
017530
017540     DISPLAY "ADDTRACE RUN COMPLETE - " DLA60-TRACED-COUNT
017550             " TRANSACTIONS, " DLA60-EVENT-COUNT
017560             " EVENTS TRACED.".
017570
017580 9000-TERMINATE-EXIT.
017590     EXIT.
017600
017610*----------------------------------------------------------------
017620* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
017630*                          AFTER EVERY OPEN, READ AND WRITE.
017640*                          THE CALLER MOVES THE FILE'S NAME AND
017650*                          CURRENT FILE STATUS INTO
017660*                          DLA60-ERR-FILE-ID/DLA60-ERR-STATUS
017670*                          IMMEDIATELY BEFORE THE PERFORM.  A
017680*                          NON-ZERO STATUS ABENDS THE RUN.
017690*----------------------------------------------------------------
017700 8000-CHECK-FILE-STATUS.
017710     IF DLA60-ERR-STATUS NOT = "00"
017720         DISPLAY "ADDTRACE - I/O ERROR ON "
017730                 DLA60-ERR-FILE-ID " - FILE STATUS "
017740                 DLA60-ERR-STATUS "."
017750         MOVE 16 TO RETURN-CODE
017760         STOP RUN
017770     END-IF.
017780
017790 8000-CHECK-FILE-STATUS-EXIT.
017800     EXIT.
017810
017820*----------------------------------------------------------------
017830* 9999-EXIT - COMMON PROGRAM EXIT.
017840*----------------------------------------------------------------
017850 9999-EXIT.
017860     CLOSE TRCRPT-FILE.
017870     STOP RUN.
017880
017890 9999-EXIT-EXIT.
017900     EXIT.
