000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AddAuditSample.
000030 AUTHOR. D. LOMBARDI.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DL  ORIGINAL VERSION.  MONTH-END INTERNAL-AUDIT
000100*                   SAMPLE SELECTION (ADDJOB20) OVER THE ARCHIVED
000110*                   ADDLGK AUDIT LOG.  EVERY ITEM LOGGED IN THE
000120*                   PERIOD WHOSE RESULT IS OVER THE TOP-STRATUM
000130*                   AMOUNT, AND EVERY ITEM RELEASED FROM
000140*                   SUSPENSE (ADDSUS AND ITS ARCHIVE), IS
000150*                   SELECTED OUTRIGHT; THE REST ARE SAMPLED BY
000160*                   MONETARY UNIT, EACH ITEM'S CHANCE WEIGHTED
000170*                   BY ITS RESULT AMOUNT - ONE RANDOM POINT IN
000180*                   EACH OF SAMPLE-SIZE EQUAL CELLS OF THE
000190*                   POPULATION VALUE, WALKED IN TRANSACTION-ID
000200*                   ORDER.  THE RANDOM POINTS COME FROM A
000210*                   MULTIPLICATIVE CONGRUENTIAL GENERATOR
000220*                   (16807 MOD 2**31-1) STARTED AT THE PARM
000230*                   SEED, SO A RERUN WITH THE SAME PARM OVER THE
000240*                   SAME MONTH REPRODUCES THE SAME SAMPLE.
000250*                   WRITES THE ADDSMP SAMPLE FILE AND PRINTS THE
000260*                   SMPRPT WORKSHEET WITH THE GL POSTING DATE
000270*                   (FROM THE LIVE ADDGL AND THE ADDGLHS
000280*                   GENERATIONS) AND BLANK TICK-MARK COLUMNS.
000290*                   THE PARM IS PERIOD,SEED,SIZE,TOPSTRATUM IN
000300*                   FIXED COLUMNS (6,1,9,1,4,1,9).
000310*   10/15/2026  DL  THE ITEM AMOUNT IS NOW TAKEN BEFORE THE LOG
000320*                   ITEM IS RELEASED TO THE SORT, AND THE HIT
000330*                   COUNT IS WIDENED TO FOUR DIGITS (ADDSMP
000340*                   MUS-HITS) TO MATCH THE LARGEST SAMPLE SIZE.
000350*   10/15/2026  DL  THE WORKSHEET'S SELECTION BASIS IS NOW TAKEN
000360*                   FROM THE SELECT REASON IN WORKING STORAGE, NOT
000370*                   FROM THE ADDSMP RECORD AREA AFTER THE WRITE.
000380*----------------------------------------------------------------
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT ADDLGK-FILE ASSIGN TO ADDLGK
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS ADDLGK-KEY
000510         FILE STATUS IS DLA70-ADDLGK-STATUS.
000520
000530     SELECT ADDSUS-FILE ASSIGN TO ADDSUS
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS ADDSUS-KEY
000570         FILE STATUS IS DLA70-ADDSUS-STATUS.
000580
000590     SELECT SUSARC-FILE ASSIGN TO SUSARC
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS DLA70-SUSARC-STATUS.
000620
000630     SELECT GLHIN-FILE ASSIGN TO GLHIN
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS DLA70-GLHIN-STATUS.
000660
000670     SELECT ADDSMP-FILE ASSIGN TO ADDSMP
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS DLA70-ADDSMP-STATUS.
000700
000710     SELECT SMPRPT-FILE ASSIGN TO SMPRPT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS DLA70-SMPRPT-STATUS.
000740
000750     SELECT SORT-FILE ASSIGN TO SORTWK.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  ADDLGK-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY ADDLGKREC.
000820
000830 FD  ADDSUS-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY ADDSUSREC.
000860
000870 FD  SUSARC-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 COPY ADDSUAREC.
000910
000920 FD  GLHIN-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 COPY ADDGHSREC.
000960
000970 FD  ADDSMP-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 COPY ADDSMPREC.
001010
001020 FD  SMPRPT-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 COPY ADDRPTREC.
001060
001070*----------------------------------------------------------------
001080* SORT RECORD - PER TRANSACTION ID, A MARKER FOR EACH SUSPENSE
001090* RELEASE (TYPE 1) AND EACH GL POSTING (TYPE 2) AHEAD OF THE
001100* PERIOD'S AUDIT-LOG ITEMS (TYPE 3) IN LOG-KEY ORDER.
001110*----------------------------------------------------------------
001120 SD  SORT-FILE.
001130 01  DLA70-SORT-REC.
001140     05  DLA70-SRT-TRANS-ID         PIC X(10).
001150     05  DLA70-SRT-TYPE             PIC X(01).
001160         88  DLA70-SRT-RELEASE                VALUE "1".
001170         88  DLA70-SRT-POSTING                VALUE "2".
001180         88  DLA70-SRT-LOG-ITEM               VALUE "3".
001190     05  DLA70-SRT-LOG-DATE         PIC 9(08).
001200     05  DLA70-SRT-LOG-TIME         PIC 9(06).
001210     05  DLA70-SRT-KEY-SEQ          PIC 9(04).
001220     05  DLA70-SRT-POST-DATE        PIC 9(08).
001230     05  DLA70-SRT-ACCOUNT          PIC X(10).
001240     05  DLA70-SRT-TRANS-TYPE       PIC X(01).
001250     05  DLA70-SRT-RESULT           PIC S9(07)V99.
001260     05  DLA70-SRT-OPERATOR-ID      PIC X(08).
001270     05  DLA70-SRT-JOB-ID           PIC X(08).
001280
001290 WORKING-STORAGE SECTION.
001300*----------------------------------------------------------------
001310* FILE-STATUS SWITCHES AND COMMON I/O ERROR FIELDS
001320*----------------------------------------------------------------
001330 77  DLA70-ADDLGK-STATUS            PIC X(02) VALUE "00".
001340 77  DLA70-ADDSUS-STATUS            PIC X(02) VALUE "00".
001350 77  DLA70-SUSARC-STATUS            PIC X(02) VALUE "00".
001360 77  DLA70-GLHIN-STATUS             PIC X(02) VALUE "00".
001370 77  DLA70-ADDSMP-STATUS            PIC X(02) VALUE "00".
001380 77  DLA70-SMPRPT-STATUS            PIC X(02) VALUE "00".
001390 77  DLA70-ERR-FILE-ID              PIC X(08) VALUE SPACES.
001400 77  DLA70-ERR-STATUS               PIC X(02) VALUE "00".
001410 77  DLA70-INPUT-EOF-SW             PIC X(01) VALUE "N".
001420     88  DLA70-INPUT-EOF                      VALUE "Y".
001430 77  DLA70-BROWSE-DONE-SW           PIC X(01) VALUE "N".
001440     88  DLA70-BROWSE-DONE                    VALUE "Y".
001450 77  DLA70-SORT-EOF-SW              PIC X(01) VALUE "N".
001460     88  DLA70-SORT-EOF                       VALUE "Y".
001470
001480*----------------------------------------------------------------
001490* GL POSTING UNDER EXAMINATION - THE GLHIN ROWS ARE UNCHANGED
001500* BYTE IMAGES OF THE ADDGLREC ROW, LAID INTO THIS WORK RECORD.
001510*----------------------------------------------------------------
001520 COPY ADDGLREC.
001530
001540*----------------------------------------------------------------
001550* SAMPLING PARAMETERS PARSED FROM THE PARM:
001560* PERIOD,SEED,SIZE,TOPSTRATUM.  PERIOD IS YYYYMM - BLANK MEANS
001570* THE PREVIOUS CALENDAR MONTH.  SEED (1-999999999) AND SIZE
001580* (1-9999) ARE REQUIRED.  TOPSTRATUM IS AN AMOUNT WITH TWO
001590* IMPLIED DECIMALS - BLANK OR ZERO MEANS NO TOP STRATUM.
001600*----------------------------------------------------------------
001610 01  DLA70-PARM.
001620     05  DLA70-PARM-PERIOD          PIC X(06).
001630     05  FILLER                     PIC X(01).
001640     05  DLA70-PARM-SEED            PIC X(09).
001650     05  DLA70-PARM-SEED-N REDEFINES DLA70-PARM-SEED
001660                                    PIC 9(09).
001670     05  FILLER                     PIC X(01).
001680     05  DLA70-PARM-SIZE            PIC X(04).
001690     05  DLA70-PARM-SIZE-N REDEFINES DLA70-PARM-SIZE
001700                                    PIC 9(04).
001710     05  FILLER                     PIC X(01).
001720     05  DLA70-PARM-TOP             PIC X(09).
001730     05  DLA70-PARM-TOP-N REDEFINES DLA70-PARM-TOP
001740                                    PIC 9(07)V99.
001750     05  FILLER                     PIC X(49).
001760 77  DLA70-RUN-DATE                 PIC 9(08) VALUE ZERO.
001770 77  DLA70-FROM-DATE                PIC 9(08) VALUE ZERO.
001780 77  DLA70-TO-DATE                  PIC 9(08) VALUE ZERO.
001790 77  DLA70-SEED                     PIC 9(09) VALUE ZERO.
001800 77  DLA70-SAMPLE-SIZE              PIC 9(04) COMP VALUE ZERO.
001810 77  DLA70-TOP-STRATUM              PIC 9(07)V99 VALUE ZERO.
001820 01  DLA70-PERIOD                   PIC 9(06) VALUE ZERO.
001830 01  DLA70-PERIOD-X REDEFINES DLA70-PERIOD.
001840     05  DLA70-PERIOD-YYYY          PIC 9(04).
001850     05  DLA70-PERIOD-MM            PIC 9(02).
001860
001870*----------------------------------------------------------------
001880* MONETARY-UNIT SELECTION - THE POPULATION VALUE, THE CELL
001890* WIDTH (SAMPLING INTERVAL), THE CUMULATIVE VALUE WALKED SO FAR
001900* AND THE CURRENT CELL'S RANDOM POINT.  AMOUNTS ARE ABSOLUTE.
001910*----------------------------------------------------------------
001920 77  DLA70-MUS-TOTAL                PIC 9(13)V99 VALUE ZERO.
001930 77  DLA70-INTERVAL                 PIC 9(13)V99 VALUE ZERO.
001940 77  DLA70-CUM-AMOUNT               PIC 9(13)V99 VALUE ZERO.
001950 77  DLA70-ITEM-END                 PIC 9(13)V99 VALUE ZERO.
001960 77  DLA70-POINT                    PIC 9(13)V99 VALUE ZERO.
001970 77  DLA70-CELL                     PIC 9(04) COMP VALUE ZERO.
001980 77  DLA70-ITEM-AMOUNT              PIC 9(07)V99 VALUE ZERO.
001990 77  DLA70-ITEM-HITS                PIC 9(04) COMP VALUE ZERO.
002000 77  DLA70-SELECT-REASON            PIC X(01) VALUE SPACE.
002010 77  DLA70-RAND-MODULUS             PIC 9(10) COMP
002020                                    VALUE 2147483647.
002030 77  DLA70-RAND-MULTIPLIER          PIC 9(05) COMP VALUE 16807.
002040 77  DLA70-RAND-STATE               PIC 9(10) COMP VALUE ZERO.
002050 77  DLA70-RAND-PRODUCT             PIC 9(18) COMP VALUE ZERO.
002060 77  DLA70-RAND-QUOTIENT            PIC 9(18) COMP VALUE ZERO.
002070 77  DLA70-RAND-FRACTION            PIC V9(09) VALUE ZERO.
002080
002090*----------------------------------------------------------------
002100* THE TRANSACTION ID BEING WALKED - WHETHER IT WAS RELEASED FROM
002110* SUSPENSE AND ITS EARLIEST GL POSTING DATE.
002120*----------------------------------------------------------------
002130 77  DLA70-CUR-TRANS                PIC X(10) VALUE SPACES.
002140 77  DLA70-CUR-POST-DATE            PIC 9(08) VALUE ZERO.
002150 77  DLA70-RELEASED-SW              PIC X(01) VALUE "N".
002160     88  DLA70-RELEASED                       VALUE "Y".
002170
002180*----------------------------------------------------------------
002190* POPULATION AND SELECTION COUNTS AND VALUES
002200*----------------------------------------------------------------
002210 77  DLA70-POP-COUNT                PIC 9(09) COMP VALUE ZERO.
002220 77  DLA70-POP-AMOUNT               PIC 9(13)V99 VALUE ZERO.
002230 77  DLA70-ZERO-COUNT               PIC 9(09) COMP VALUE ZERO.
002240 77  DLA70-MUS-POP-COUNT            PIC 9(09) COMP VALUE ZERO.
002250 77  DLA70-TOP-COUNT                PIC 9(09) COMP VALUE ZERO.
002260 77  DLA70-TOP-AMOUNT               PIC 9(13)V99 VALUE ZERO.
002270 77  DLA70-REL-COUNT                PIC 9(09) COMP VALUE ZERO.
002280 77  DLA70-REL-AMOUNT               PIC 9(13)V99 VALUE ZERO.
002290 77  DLA70-MUS-SEL-COUNT            PIC 9(09) COMP VALUE ZERO.
002300 77  DLA70-MUS-SEL-AMOUNT           PIC 9(13)V99 VALUE ZERO.
002310 77  DLA70-SEL-COUNT                PIC 9(09) COMP VALUE ZERO.
002320 77  DLA70-SEL-AMOUNT               PIC 9(13)V99 VALUE ZERO.
002330
002340*----------------------------------------------------------------
002350* SAMPLE WORKSHEET (SMPRPT) PRINT LINES
002360*----------------------------------------------------------------
002370 77  DLA70-RPT-PAGE-SIZE            PIC 9(04) COMP VALUE 50.
002380 77  DLA70-RPT-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
002390 77  DLA70-RPT-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
002400 77  DLA70-RPT-HOLD                 PIC X(132) VALUE SPACES.
002410
002420 01  DLA70-RPT-HEADING1.
002430     05  FILLER                     PIC X(01) VALUE "1".
002440     05  FILLER                     PIC X(32)
002450         VALUE "ADDAUDSM AUDIT SAMPLE WORKSHEET".
002460     05  FILLER                     PIC X(10) VALUE "  PERIOD:".
002470     05  DLA70-RPT-H1-PERIOD        PIC 9999/99.
002480     05  FILLER                     PIC X(08) VALUE "  SEED:".
002490     05  DLA70-RPT-H1-SEED          PIC 9(09).
002500     05  FILLER                     PIC X(12) VALUE "  RUN DATE:".
002510     05  DLA70-RPT-H1-DATE          PIC 9999/99/99.
002520     05  FILLER                     PIC X(08) VALUE "  PAGE:".
002530     05  DLA70-RPT-H1-PAGE          PIC ZZZ9.
002540     05  FILLER                     PIC X(31) VALUE SPACES.
002550
002560 01  DLA70-RPT-HEADING2.
002570     05  FILLER                     PIC X(01) VALUE SPACE.
002580     05  FILLER                     PIC X(07) VALUE "  SEQ".
002590     05  FILLER                     PIC X(12) VALUE "TRANS ID".
002600     05  FILLER                     PIC X(12) VALUE "ACCOUNT".
002610     05  FILLER                     PIC X(15)
002620         VALUE "       AMOUNT".
002630     05  FILLER                     PIC X(12) VALUE "POSTED".
002640     05  FILLER                     PIC X(10) VALUE "OPERATOR".
002650     05  FILLER                     PIC X(10) VALUE "JOB".
002660     05  FILLER                     PIC X(05) VALUE "SEL".
002670     05  FILLER                     PIC X(11) VALUE "VOUCHED".
002680     05  FILLER                     PIC X(11) VALUE "AGREED".
002690     05  FILLER                     PIC X(11) VALUE "APPROVED".
002700     05  FILLER                     PIC X(11) VALUE "INITIALS".
002710     05  FILLER                     PIC X(04) VALUE SPACES.
002720
002730 01  DLA70-RPT-DETAIL.
002740     05  FILLER                     PIC X(01) VALUE SPACE.
002750     05  DLA70-RPT-DET-SEQ          PIC ZZZZ9.
002760     05  FILLER                     PIC X(02) VALUE SPACES.
002770     05  DLA70-RPT-DET-TRANS        PIC X(10).
002780     05  FILLER                     PIC X(02) VALUE SPACES.
002790     05  DLA70-RPT-DET-ACCT         PIC X(10).
002800     05  FILLER                     PIC X(02) VALUE SPACES.
002810     05  DLA70-RPT-DET-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
002820     05  FILLER                     PIC X(02) VALUE SPACES.
002830     05  DLA70-RPT-DET-POSTED       PIC 9999/99/99
002840                                    BLANK WHEN ZERO.
002850     05  FILLER                     PIC X(02) VALUE SPACES.
002860     05  DLA70-RPT-DET-OPER         PIC X(08).
002870     05  FILLER                     PIC X(02) VALUE SPACES.
002880     05  DLA70-RPT-DET-JOB          PIC X(08).
002890     05  FILLER                     PIC X(02) VALUE SPACES.
002900     05  DLA70-RPT-DET-SEL          PIC X(03).
002910     05  FILLER                     PIC X(02) VALUE SPACES.
002920     05  FILLER                     PIC X(11) VALUE "_________".
002930     05  FILLER                     PIC X(11) VALUE "_________".
002940     05  FILLER                     PIC X(11) VALUE "_________".
002950     05  FILLER                     PIC X(11) VALUE "_________".
002960     05  FILLER                     PIC X(04) VALUE SPACES.
002970
002980 01  DLA70-RPT-LEGEND.
002990     05  FILLER                     PIC X(01) VALUE SPACE.
003000     05  FILLER                     PIC X(40)
003010         VALUE "SEL: TOP = OVER THE TOP STRATUM, SUS = R".
003020     05  FILLER                     PIC X(40)
003030         VALUE "ELEASED FROM SUSPENSE, MUS = MONETARY-UN".
003040     05  FILLER                     PIC X(40)
003050         VALUE "IT SELECTION.  A POSTED DATE LEFT BLANK ".
003060     05  FILLER                     PIC X(11) VALUE "NOT FOUND.".
003070
003080 01  DLA70-RPT-PARMS.
003090     05  FILLER                     PIC X(01) VALUE SPACE.
003100     05  FILLER                     PIC X(13)
003110         VALUE "SAMPLE SIZE:".
003120     05  DLA70-RPT-PRM-SIZE         PIC ZZZ9.
003130     05  FILLER                     PIC X(20)
003140         VALUE "  TOP STRATUM OVER:".
003150     05  DLA70-RPT-PRM-TOP          PIC Z,ZZZ,ZZ9.99.
003160     05  FILLER                     PIC X(22)
003170         VALUE "  SAMPLING INTERVAL:".
003180     05  DLA70-RPT-PRM-INTERVAL     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
003190     05  FILLER                     PIC X(40) VALUE SPACES.
003200
003210 01  DLA70-RPT-SUMMARY.
003220     05  FILLER                     PIC X(01) VALUE SPACE.
003230     05  DLA70-RPT-SUM-LABEL        PIC X(36).
003240     05  DLA70-RPT-SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
003250     05  FILLER                     PIC X(10) VALUE "  AMOUNT:".
003260     05  DLA70-RPT-SUM-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
003270     05  FILLER                     PIC X(54) VALUE SPACES.
003280
003290 01  DLA70-RPT-NONE.
003300     05  FILLER                     PIC X(01) VALUE SPACE.
003310     05  FILLER                     PIC X(40)
003320         VALUE "NO AUDIT-LOG ITEMS ON ADDLGK FOR PERIOD".
003330     05  DLA70-RPT-NONE-PERIOD      PIC 9999/99.
003340     05  FILLER                     PIC X(84) VALUE SPACES.
003350
003360 PROCEDURE DIVISION.
003370 0000-MAINLINE.
003380     PERFORM 1000-INITIALIZE
003390         THRU 1000-INITIALIZE-EXIT.
003400
003410     SORT SORT-FILE
003420         ON ASCENDING KEY DLA70-SRT-TRANS-ID
003430                          DLA70-SRT-TYPE
003440                          DLA70-SRT-LOG-DATE
003450                          DLA70-SRT-LOG-TIME
003460                          DLA70-SRT-KEY-SEQ
003470                          DLA70-SRT-POST-DATE
003480         INPUT PROCEDURE IS 2000-SELECT-POPULATION
003490             THRU 2900-SELECT-POPULATION-EXIT
003500         OUTPUT PROCEDURE IS 3000-SELECT-SAMPLE
003510             THRU 3900-SELECT-SAMPLE-EXIT.
003520
003530     PERFORM 9000-TERMINATE
003540         THRU 9000-TERMINATE-EXIT.
003550
003560     PERFORM 9999-EXIT
003570         THRU 9999-EXIT-EXIT.
003580
003590 0000-MAINLINE-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------------
003630* 1000-INITIALIZE - PARSE AND CHECK THE SAMPLING PARAMETERS,
003640*                   OPEN THE SAMPLE FILE AND THE WORKSHEET AND
003650*                   PRINT ITS HEADERS.  WITH NO PERIOD IN THE
003660*                   PARM THE PREVIOUS CALENDAR MONTH IS SAMPLED.
003670*----------------------------------------------------------------
003680 1000-INITIALIZE.
003690     ACCEPT DLA70-RUN-DATE FROM DATE YYYYMMDD.
003700     MOVE SPACES TO DLA70-PARM.
003710     ACCEPT DLA70-PARM FROM COMMAND-LINE.
003720
003730     IF DLA70-PARM-SEED IS NOT NUMERIC
003740             OR DLA70-PARM-SIZE IS NOT NUMERIC
003750         DISPLAY "ADDAUDSM - PARM MUST BE "
003760                 "PERIOD,SEED,SIZE,TOPSTRATUM - RUN ABORTED."
003770         MOVE 16 TO RETURN-CODE
003780         STOP RUN
003790     END-IF.
003800     MOVE DLA70-PARM-SEED-N TO DLA70-SEED.
003810     MOVE DLA70-PARM-SIZE-N TO DLA70-SAMPLE-SIZE.
003820     IF DLA70-SEED = ZERO
003830             OR DLA70-SAMPLE-SIZE = ZERO
003840         DISPLAY "ADDAUDSM - SEED AND SAMPLE SIZE MUST NOT BE "
003850                 "ZERO - RUN ABORTED."
003860         MOVE 16 TO RETURN-CODE
003870         STOP RUN
003880     END-IF.
003890
003900     IF DLA70-PARM-TOP IS NUMERIC
003910         MOVE DLA70-PARM-TOP-N TO DLA70-TOP-STRATUM
003920     ELSE
003930         MOVE ZERO TO DLA70-TOP-STRATUM
003940     END-IF.
003950
003960     IF DLA70-PARM-PERIOD IS NUMERIC
003970         MOVE DLA70-PARM-PERIOD TO DLA70-PERIOD
003980     ELSE
003990         COMPUTE DLA70-PERIOD = DLA70-RUN-DATE / 100
004000         IF DLA70-PERIOD-MM = 01
004010             SUBTRACT 1 FROM DLA70-PERIOD-YYYY
004020             MOVE 12 TO DLA70-PERIOD-MM
004030         ELSE
004040             SUBTRACT 1 FROM DLA70-PERIOD-MM
004050         END-IF
004060     END-IF.
004070     IF DLA70-PERIOD-MM < 01 OR DLA70-PERIOD-MM > 12
004080         DISPLAY "ADDAUDSM - PERIOD " DLA70-PERIOD
004090                 " IS NOT A VALID YYYYMM - RUN ABORTED."
004100         MOVE 16 TO RETURN-CODE
004110         STOP RUN
004120     END-IF.
004130     COMPUTE DLA70-FROM-DATE = DLA70-PERIOD * 100 + 1.
004140     COMPUTE DLA70-TO-DATE = DLA70-PERIOD * 100 + 31.
004150
004160     OPEN OUTPUT ADDSMP-FILE.
004170     MOVE "ADDSMP" TO DLA70-ERR-FILE-ID.
004180     MOVE DLA70-ADDSMP-STATUS TO DLA70-ERR-STATUS.
004190     PERFORM 8000-CHECK-FILE-STATUS
004200         THRU 8000-CHECK-FILE-STATUS-EXIT.
004210
004220     OPEN OUTPUT SMPRPT-FILE.
004230     MOVE "SMPRPT" TO DLA70-ERR-FILE-ID.
004240     MOVE DLA70-SMPRPT-STATUS TO DLA70-ERR-STATUS.
004250     PERFORM 8000-CHECK-FILE-STATUS
004260         THRU 8000-CHECK-FILE-STATUS-EXIT.
004270
004280     PERFORM 6000-PRINT-HEADERS
004290         THRU 6000-PRINT-HEADERS-EXIT.
004300
004310 1000-INITIALIZE-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------------
004350* 2000-SELECT-POPULATION - SORT INPUT PROCEDURE.  RELEASES THE
004360*                          SUSPENSE-RELEASE MARKERS, THE GL
004370*                          POSTINGS AND THE PERIOD'S AUDIT-LOG
004380*                          ITEMS, AND TOTALS THE POPULATION.
004390*----------------------------------------------------------------
004400 2000-SELECT-POPULATION.
004410     PERFORM 2100-RELEASE-SUSPENSE
004420         THRU 2100-RELEASE-SUSPENSE-EXIT.
004430     PERFORM 2200-RELEASE-POSTINGS
004440         THRU 2200-RELEASE-POSTINGS-EXIT.
004450     PERFORM 2300-RELEASE-LOG-ITEMS
004460         THRU 2300-RELEASE-LOG-ITEMS-EXIT.
004470     GO TO 2900-SELECT-POPULATION-EXIT.
004480
004490 2050-CLEAR-SORT-REC.
004500     MOVE SPACES TO DLA70-SORT-REC.
004510     MOVE ZERO TO DLA70-SRT-LOG-DATE
004520                  DLA70-SRT-LOG-TIME
004530                  DLA70-SRT-KEY-SEQ
004540                  DLA70-SRT-POST-DATE
004550                  DLA70-SRT-RESULT.
004560
004570 2050-CLEAR-SORT-REC-EXIT.
004580     EXIT.
004590
004600*----------------------------------------------------------------
004610* 2100-RELEASE-SUSPENSE - A MARKER FOR EVERY RELEASED ROW ON THE
004620*                         ADDSUS KSDS AND THE SUSARC ARCHIVE
004630*                         GENERATIONS.  EACH ARCHIVED ROW IS LAID
004640*                         INTO THE ADDSUS RECORD AREA, SO THE
004650*                         CLUSTER STAYS OPEN WHILE THE ARCHIVE IS
004660*                         READ.  A CLUSTER THAT HAS NEVER BEEN
004670*                         LOADED (STATUS 35) CAN HAVE NOTHING
004680*                         ARCHIVED EITHER.
004690*----------------------------------------------------------------
004700 2100-RELEASE-SUSPENSE.
004710     MOVE "N" TO DLA70-INPUT-EOF-SW.
004720     OPEN INPUT ADDSUS-FILE.
004730     IF DLA70-ADDSUS-STATUS = "35"
004740         GO TO 2100-RELEASE-SUSPENSE-EXIT
004750     END-IF.
004760     MOVE "ADDSUS" TO DLA70-ERR-FILE-ID.
004770     MOVE DLA70-ADDSUS-STATUS TO DLA70-ERR-STATUS.
004780     PERFORM 8000-CHECK-FILE-STATUS
004790         THRU 8000-CHECK-FILE-STATUS-EXIT.
004800
004810     PERFORM 2120-READ-ADDSUS
004820         THRU 2120-READ-ADDSUS-EXIT.
004830     PERFORM 2110-ADDSUS-ROW
004840         THRU 2110-ADDSUS-ROW-EXIT
004850         UNTIL DLA70-INPUT-EOF.
004860
004870     MOVE "N" TO DLA70-INPUT-EOF-SW.
004880     OPEN INPUT SUSARC-FILE.
004890     MOVE "SUSARC" TO DLA70-ERR-FILE-ID.
004900     MOVE DLA70-SUSARC-STATUS TO DLA70-ERR-STATUS.
004910     PERFORM 8000-CHECK-FILE-STATUS
004920         THRU 8000-CHECK-FILE-STATUS-EXIT.
004930
004940     PERFORM 2140-READ-SUSARC
004950         THRU 2140-READ-SUSARC-EXIT.
004960     PERFORM 2130-SUSARC-ROW
004970         THRU 2130-SUSARC-ROW-EXIT
004980         UNTIL DLA70-INPUT-EOF.
004990
005000     CLOSE SUSARC-FILE
005010           ADDSUS-FILE.
005020
005030 2100-RELEASE-SUSPENSE-EXIT.
005040     EXIT.
005050
005060 2110-ADDSUS-ROW.
005070     PERFORM 2150-RELEASE-MARKER
005080         THRU 2150-RELEASE-MARKER-EXIT.
005090     PERFORM 2120-READ-ADDSUS
005100         THRU 2120-READ-ADDSUS-EXIT.
005110
005120 2110-ADDSUS-ROW-EXIT.
005130     EXIT.
005140
005150 2120-READ-ADDSUS.
005160     READ ADDSUS-FILE
005170         AT END
005180             SET DLA70-INPUT-EOF TO TRUE
005190             GO TO 2120-READ-ADDSUS-EXIT
005200     END-READ.
005210     MOVE "ADDSUS" TO DLA70-ERR-FILE-ID.
005220     MOVE DLA70-ADDSUS-STATUS TO DLA70-ERR-STATUS.
005230     PERFORM 8000-CHECK-FILE-STATUS
005240         THRU 8000-CHECK-FILE-STATUS-EXIT.
005250
005260 2120-READ-ADDSUS-EXIT.
005270     EXIT.
005280
005290 2130-SUSARC-ROW.
005300     MOVE ADDSUA-RECORD TO ADDSUS-RECORD.
005310     PERFORM 2150-RELEASE-MARKER
005320         THRU 2150-RELEASE-MARKER-EXIT.
005330     PERFORM 2140-READ-SUSARC
005340         THRU 2140-READ-SUSARC-EXIT.
005350
005360 2130-SUSARC-ROW-EXIT.
005370     EXIT.
005380
005390 2140-READ-SUSARC.
005400     READ SUSARC-FILE
005410         AT END
005420             SET DLA70-INPUT-EOF TO TRUE
005430             GO TO 2140-READ-SUSARC-EXIT
005440     END-READ.
005450     MOVE "SUSARC" TO DLA70-ERR-FILE-ID.
005460     MOVE DLA70-SUSARC-STATUS TO DLA70-ERR-STATUS.
005470     PERFORM 8000-CHECK-FILE-STATUS
005480         THRU 8000-CHECK-FILE-STATUS-EXIT.
005490
005500 2140-READ-SUSARC-EXIT.
005510     EXIT.
005520
005530 2150-RELEASE-MARKER.
005540     IF ADDSUS-RELEASED
005550         PERFORM 2050-CLEAR-SORT-REC
005560             THRU 2050-CLEAR-SORT-REC-EXIT
005570         MOVE ADDSUS-TRANS-ID TO DLA70-SRT-TRANS-ID
005580         SET DLA70-SRT-RELEASE TO TRUE
005590         RELEASE DLA70-SORT-REC
005600     END-IF.
005610
005620 2150-RELEASE-MARKER-EXIT.
005630     EXIT.
005640
005650*----------------------------------------------------------------
005660* 2200-RELEASE-POSTINGS - A MARKER FOR EVERY GL POSTING ON THE
005670*                         GLHIN STREAM (THE LIVE ADDGL AND THE
005680*                         ADDGLHS GENERATIONS), CARRYING ITS
005690*                         POSTING DATE FOR THE WORKSHEET.
005700*----------------------------------------------------------------
005710 2200-RELEASE-POSTINGS.
005720     MOVE "N" TO DLA70-INPUT-EOF-SW.
005730     OPEN INPUT GLHIN-FILE.
005740     MOVE "GLHIN" TO DLA70-ERR-FILE-ID.
005750     MOVE DLA70-GLHIN-STATUS TO DLA70-ERR-STATUS.
005760     PERFORM 8000-CHECK-FILE-STATUS
005770         THRU 8000-CHECK-FILE-STATUS-EXIT.
005780
005790     PERFORM 2220-READ-GLHIN
005800         THRU 2220-READ-GLHIN-EXIT.
005810     PERFORM 2210-GLHIN-ROW
005820         THRU 2210-GLHIN-ROW-EXIT
005830         UNTIL DLA70-INPUT-EOF.
005840
005850     CLOSE GLHIN-FILE.
005860
005870 2200-RELEASE-POSTINGS-EXIT.
005880     EXIT.
005890
005900 2210-GLHIN-ROW.
005910     MOVE ADDGHS-RECORD TO ADDGL-RECORD.
005920     IF ADDGL-POSTING-DATE IS NUMERIC
005930             AND ADDGL-TRANS-ID NOT = SPACES
005940         PERFORM 2050-CLEAR-SORT-REC
005950             THRU 2050-CLEAR-SORT-REC-EXIT
005960         MOVE ADDGL-TRANS-ID TO DLA70-SRT-TRANS-ID
005970         SET DLA70-SRT-POSTING TO TRUE
005980         MOVE ADDGL-POSTING-DATE TO DLA70-SRT-POST-DATE
005990         RELEASE DLA70-SORT-REC
006000     END-IF.
006010
006020     PERFORM 2220-READ-GLHIN
006030         THRU 2220-READ-GLHIN-EXIT.
006040
006050 2210-GLHIN-ROW-EXIT.
006060     EXIT.
006070
006080 2220-READ-GLHIN.
006090     READ GLHIN-FILE
006100         AT END
006110             SET DLA70-INPUT-EOF TO TRUE
006120             GO TO 2220-READ-GLHIN-EXIT
006130     END-READ.
006140     MOVE "GLHIN" TO DLA70-ERR-FILE-ID.
006150     MOVE DLA70-GLHIN-STATUS TO DLA70-ERR-STATUS.
006160     PERFORM 8000-CHECK-FILE-STATUS
006170         THRU 8000-CHECK-FILE-STATUS-EXIT.
006180
006190 2220-READ-GLHIN-EXIT.
006200     EXIT.
006210
006220*----------------------------------------------------------------
006230* 2300-RELEASE-LOG-ITEMS - START THE ADDLGK KSDS AT THE FIRST OF
006240*                          THE PERIOD AND RELEASE EVERY ITEM
006250*                          LOGGED THROUGH THE END OF THE MONTH,
006260*                          TOTALLING THE POPULATION AS IT GOES.
006270*----------------------------------------------------------------
006280 2300-RELEASE-LOG-ITEMS.
006290     OPEN INPUT ADDLGK-FILE.
006300     MOVE "ADDLGK" TO DLA70-ERR-FILE-ID.
006310     MOVE DLA70-ADDLGK-STATUS TO DLA70-ERR-STATUS.
006320     PERFORM 8000-CHECK-FILE-STATUS
006330         THRU 8000-CHECK-FILE-STATUS-EXIT.
006340
006350     MOVE DLA70-FROM-DATE TO ADDLGK-LOG-DATE.
006360     MOVE ZERO TO ADDLGK-LOG-TIME.
006370     MOVE ZERO TO ADDLGK-KEY-SEQ.
006380     START ADDLGK-FILE
006390         KEY IS NOT LESS THAN ADDLGK-KEY
006400         INVALID KEY
006410             SET DLA70-BROWSE-DONE TO TRUE
006420     END-START.
006430
006440     PERFORM 2310-LOG-ITEM
006450         THRU 2310-LOG-ITEM-EXIT
006460         UNTIL DLA70-BROWSE-DONE.
006470
006480     CLOSE ADDLGK-FILE.
006490
006500 2300-RELEASE-LOG-ITEMS-EXIT.
006510     EXIT.
006520
006530 2310-LOG-ITEM.
006540     READ ADDLGK-FILE NEXT RECORD
006550         AT END
006560             SET DLA70-BROWSE-DONE TO TRUE
006570             GO TO 2310-LOG-ITEM-EXIT
006580     END-READ.
006590     IF DLA70-ADDLGK-STATUS NOT = "00"
006600             AND DLA70-ADDLGK-STATUS NOT = "02"
006610         MOVE "ADDLGK" TO DLA70-ERR-FILE-ID
006620         MOVE DLA70-ADDLGK-STATUS TO DLA70-ERR-STATUS
006630         PERFORM 8000-CHECK-FILE-STATUS
006640             THRU 8000-CHECK-FILE-STATUS-EXIT
006650     END-IF.
006660
006670     IF ADDLGK-LOG-DATE > DLA70-TO-DATE
006680         SET DLA70-BROWSE-DONE TO TRUE
006690         GO TO 2310-LOG-ITEM-EXIT
006700     END-IF.
006710
006720     PERFORM 2050-CLEAR-SORT-REC
006730         THRU 2050-CLEAR-SORT-REC-EXIT.
006740     MOVE ADDLGK-TRANS-ID TO DLA70-SRT-TRANS-ID.
006750     SET DLA70-SRT-LOG-ITEM TO TRUE.
006760     MOVE ADDLGK-LOG-DATE TO DLA70-SRT-LOG-DATE.
006770     MOVE ADDLGK-LOG-TIME TO DLA70-SRT-LOG-TIME.
006780     MOVE ADDLGK-KEY-SEQ TO DLA70-SRT-KEY-SEQ.
006790     MOVE ADDLGK-GL-ACCOUNT TO DLA70-SRT-ACCOUNT.
006800     MOVE ADDLGK-TRANS-TYPE TO DLA70-SRT-TRANS-TYPE.
006810     IF ADDLGK-RESULT IS NUMERIC
006820         MOVE ADDLGK-RESULT TO DLA70-SRT-RESULT
006830     END-IF.
006840     MOVE ADDLGK-OPERATOR-ID TO DLA70-SRT-OPERATOR-ID.
006850     MOVE ADDLGK-JOB-ID TO DLA70-SRT-JOB-ID.
006860     PERFORM 2400-ITEM-AMOUNT
006870         THRU 2400-ITEM-AMOUNT-EXIT.
006880     RELEASE DLA70-SORT-REC.
006890
006900     ADD 1 TO DLA70-POP-COUNT.
006910     ADD DLA70-ITEM-AMOUNT TO DLA70-POP-AMOUNT.
006920     IF DLA70-ITEM-AMOUNT = ZERO
006930         ADD 1 TO DLA70-ZERO-COUNT
006940     ELSE
006950         IF DLA70-TOP-STRATUM = ZERO
006960                 OR DLA70-ITEM-AMOUNT NOT > DLA70-TOP-STRATUM
006970             ADD 1 TO DLA70-MUS-POP-COUNT
006980             ADD DLA70-ITEM-AMOUNT TO DLA70-MUS-TOTAL
006990         END-IF
007000     END-IF.
007010
007020 2310-LOG-ITEM-EXIT.
007030     EXIT.
007040
007050*----------------------------------------------------------------
007060* 2400-ITEM-AMOUNT - THE ITEM'S MONETARY VALUE: THE ABSOLUTE
007070*                    VALUE OF THE RESULT IN THE SORT RECORD.
007080*----------------------------------------------------------------
007090 2400-ITEM-AMOUNT.
007100     IF DLA70-SRT-RESULT < ZERO
007110         COMPUTE DLA70-ITEM-AMOUNT = ZERO - DLA70-SRT-RESULT
007120     ELSE
007130         MOVE DLA70-SRT-RESULT TO DLA70-ITEM-AMOUNT
007140     END-IF.
007150
007160 2400-ITEM-AMOUNT-EXIT.
007170     EXIT.
007180
007190 2900-SELECT-POPULATION-EXIT.
007200     EXIT.
007210
007220*----------------------------------------------------------------
007230* 3000-SELECT-SAMPLE - SORT OUTPUT PROCEDURE.  SETS THE CELL
007240*                      WIDTH FROM THE POPULATION VALUE, THEN
007250*                      WALKS THE ITEMS IN TRANSACTION-ID ORDER,
007260*                      SELECTING EACH TOP-STRATUM ITEM, EACH
007270*                      SUSPENSE RELEASE, AND EACH ITEM HOLDING A
007280*                      CELL'S RANDOM POINT.
007290*----------------------------------------------------------------
007300 3000-SELECT-SAMPLE.
007310     MOVE ZERO TO DLA70-CELL
007320                  DLA70-CUM-AMOUNT.
007330     IF DLA70-MUS-TOTAL = ZERO
007340         MOVE DLA70-SAMPLE-SIZE TO DLA70-CELL
007350     ELSE
007360         COMPUTE DLA70-INTERVAL =
007370             DLA70-MUS-TOTAL / DLA70-SAMPLE-SIZE
007380         IF DLA70-INTERVAL = ZERO
007390             MOVE .01 TO DLA70-INTERVAL
007400         END-IF
007410         MOVE DLA70-SEED TO DLA70-RAND-STATE
007420         PERFORM 3400-NEXT-POINT
007430             THRU 3400-NEXT-POINT-EXIT
007440     END-IF.
007450
007460     PERFORM 3150-RETURN-SORTED
007470         THRU 3150-RETURN-SORTED-EXIT.
007480
007490     IF DLA70-SORT-EOF OR DLA70-POP-COUNT = ZERO
007500         MOVE DLA70-PERIOD TO DLA70-RPT-NONE-PERIOD
007510         MOVE DLA70-RPT-NONE TO ADDRPT-RECORD
007520         PERFORM 6100-PRINT-LINE
007530             THRU 6100-PRINT-LINE-EXIT
007540     END-IF.
007550
007560     PERFORM 3100-PROCESS-SORTED
007570         THRU 3100-PROCESS-SORTED-EXIT
007580         UNTIL DLA70-SORT-EOF.
007590     GO TO 3900-SELECT-SAMPLE-EXIT.
007600
007610 3100-PROCESS-SORTED.
007620     IF DLA70-SRT-TRANS-ID NOT = DLA70-CUR-TRANS
007630         MOVE DLA70-SRT-TRANS-ID TO DLA70-CUR-TRANS
007640         MOVE ZERO TO DLA70-CUR-POST-DATE
007650         MOVE "N" TO DLA70-RELEASED-SW
007660     END-IF.
007670
007680     EVALUATE TRUE
007690         WHEN DLA70-SRT-RELEASE
007700             SET DLA70-RELEASED TO TRUE
007710         WHEN DLA70-SRT-POSTING
007720             IF DLA70-CUR-POST-DATE = ZERO
007730                 MOVE DLA70-SRT-POST-DATE TO DLA70-CUR-POST-DATE
007740             END-IF
007750         WHEN DLA70-SRT-LOG-ITEM
007760             PERFORM 3200-EVALUATE-ITEM
007770                 THRU 3200-EVALUATE-ITEM-EXIT
007780     END-EVALUATE.
007790
007800     PERFORM 3150-RETURN-SORTED
007810         THRU 3150-RETURN-SORTED-EXIT.
007820
007830 3100-PROCESS-SORTED-EXIT.
007840     EXIT.
007850
007860 3150-RETURN-SORTED.
007870     RETURN SORT-FILE
007880         AT END
007890             SET DLA70-SORT-EOF TO TRUE
007900     END-RETURN.
007910
007920 3150-RETURN-SORTED-EXIT.
007930     EXIT.
007940
007950*----------------------------------------------------------------
007960* 3200-EVALUATE-ITEM - DECIDE ONE AUDIT-LOG ITEM.  AN ITEM OVER
007970*                      THE TOP STRATUM IS SELECTED OUTRIGHT AND
007980*                      TAKES NO PART IN THE MONETARY-UNIT WALK;
007990*                      EVERY OTHER NON-ZERO ITEM ADVANCES THE
008000*                      WALK, SO A SUSPENSE RELEASE STILL TAKES
008010*                      ITS SHARE OF THE POINTS.  AN ITEM IS
008020*                      SELECTED ONCE, FOR THE FIRST REASON THAT
008030*                      APPLIES.
008040*----------------------------------------------------------------
008050 3200-EVALUATE-ITEM.
008060     MOVE SPACE TO DLA70-SELECT-REASON.
008070     MOVE ZERO TO DLA70-ITEM-HITS.
008080     PERFORM 2400-ITEM-AMOUNT
008090         THRU 2400-ITEM-AMOUNT-EXIT.
008100
008110     IF DLA70-ITEM-AMOUNT > ZERO
008120         IF DLA70-TOP-STRATUM > ZERO
008130                 AND DLA70-ITEM-AMOUNT > DLA70-TOP-STRATUM
008140             MOVE "T" TO DLA70-SELECT-REASON
008150             ADD 1 TO DLA70-TOP-COUNT
008160             ADD DLA70-ITEM-AMOUNT TO DLA70-TOP-AMOUNT
008170         ELSE
008180             PERFORM 3300-WALK-ITEM
008190                 THRU 3300-WALK-ITEM-EXIT
008200         END-IF
008210     END-IF.
008220
008230     IF DLA70-SELECT-REASON = SPACE
008240             AND DLA70-RELEASED
008250         MOVE "S" TO DLA70-SELECT-REASON
008260         ADD 1 TO DLA70-REL-COUNT
008270         ADD DLA70-ITEM-AMOUNT TO DLA70-REL-AMOUNT
008280     END-IF.
008290
008300     IF DLA70-ITEM-HITS > ZERO
008310         ADD 1 TO DLA70-MUS-SEL-COUNT
008320         ADD DLA70-ITEM-AMOUNT TO DLA70-MUS-SEL-AMOUNT
008330         IF DLA70-SELECT-REASON = SPACE
008340             MOVE "M" TO DLA70-SELECT-REASON
008350         END-IF
008360     END-IF.
008370
008380     IF DLA70-SELECT-REASON NOT = SPACE
008390         PERFORM 3500-WRITE-SAMPLE
008400             THRU 3500-WRITE-SAMPLE-EXIT
008410     END-IF.
008420
008430 3200-EVALUATE-ITEM-EXIT.
008440     EXIT.
008450
008460*----------------------------------------------------------------
008470* 3300-WALK-ITEM - THE ITEM COVERS THE NEXT ITEM-AMOUNT OF THE
008480*                  POPULATION VALUE.  EVERY CELL POINT THAT
008490*                  FALLS INSIDE IT IS A HIT.
008500*----------------------------------------------------------------
008510 3300-WALK-ITEM.
008520     COMPUTE DLA70-ITEM-END =
008530         DLA70-CUM-AMOUNT + DLA70-ITEM-AMOUNT.
008540     PERFORM 3310-TAKE-POINT
008550         THRU 3310-TAKE-POINT-EXIT
008560         UNTIL DLA70-CELL >= DLA70-SAMPLE-SIZE
008570         OR DLA70-POINT >= DLA70-ITEM-END.
008580     MOVE DLA70-ITEM-END TO DLA70-CUM-AMOUNT.
008590
008600 3300-WALK-ITEM-EXIT.
008610     EXIT.
008620
008630 3310-TAKE-POINT.
008640     ADD 1 TO DLA70-ITEM-HITS.
008650     ADD 1 TO DLA70-CELL.
008660     IF DLA70-CELL < DLA70-SAMPLE-SIZE
008670         PERFORM 3400-NEXT-POINT
008680             THRU 3400-NEXT-POINT-EXIT
008690     END-IF.
008700
008710 3310-TAKE-POINT-EXIT.
008720     EXIT.
008730
008740*----------------------------------------------------------------
008750* 3400-NEXT-POINT - ADVANCE THE GENERATOR (STATE = STATE * 16807
008760*                   MOD 2147483647) AND PLACE THE CURRENT CELL'S
008770*                   POINT AT THAT FRACTION OF THE WAY ACROSS IT.
008780*----------------------------------------------------------------
008790 3400-NEXT-POINT.
008800     COMPUTE DLA70-RAND-PRODUCT =
008810         DLA70-RAND-STATE * DLA70-RAND-MULTIPLIER.
008820     DIVIDE DLA70-RAND-PRODUCT BY DLA70-RAND-MODULUS
008830         GIVING DLA70-RAND-QUOTIENT
008840         REMAINDER DLA70-RAND-STATE.
008850     COMPUTE DLA70-RAND-FRACTION =
008860         DLA70-RAND-STATE / DLA70-RAND-MODULUS.
008870     COMPUTE DLA70-POINT =
008880         DLA70-CELL * DLA70-INTERVAL
008890         + DLA70-INTERVAL * DLA70-RAND-FRACTION.
008900
008910 3400-NEXT-POINT-EXIT.
008920     EXIT.
008930
008940*----------------------------------------------------------------
008950* 3500-WRITE-SAMPLE - WRITE THE SELECTED ITEM TO ADDSMP AND PRINT
008960*                     ITS WORKSHEET LINE.
008970*----------------------------------------------------------------
008980 3500-WRITE-SAMPLE.
008990     ADD 1 TO DLA70-SEL-COUNT.
009000     ADD DLA70-ITEM-AMOUNT TO DLA70-SEL-AMOUNT.
009010
009020     MOVE SPACES TO ADDSMP-RECORD.
009030     MOVE DLA70-SEL-COUNT TO ADDSMP-SAMPLE-SEQ.
009040     MOVE DLA70-SRT-TRANS-ID TO ADDSMP-TRANS-ID.
009050     MOVE DLA70-SRT-ACCOUNT TO ADDSMP-GL-ACCOUNT.
009060     MOVE DLA70-SRT-TRANS-TYPE TO ADDSMP-TRANS-TYPE.
009070     MOVE DLA70-SRT-RESULT TO ADDSMP-RESULT.
009080     MOVE DLA70-CUR-POST-DATE TO ADDSMP-POSTING-DATE.
009090     MOVE DLA70-SRT-LOG-DATE TO ADDSMP-LOG-DATE.
009100     MOVE DLA70-SRT-LOG-TIME TO ADDSMP-LOG-TIME.
009110     MOVE DLA70-SRT-OPERATOR-ID TO ADDSMP-OPERATOR-ID.
009120     MOVE DLA70-SRT-JOB-ID TO ADDSMP-JOB-ID.
009130     MOVE DLA70-SELECT-REASON TO ADDSMP-SELECT-REASON.
009140     MOVE DLA70-ITEM-HITS TO ADDSMP-MUS-HITS.
009150     MOVE DLA70-PERIOD TO ADDSMP-PERIOD.
009160     MOVE DLA70-SEED TO ADDSMP-SEED.
009170     WRITE ADDSMP-RECORD.
009180     MOVE "ADDSMP" TO DLA70-ERR-FILE-ID.
009190     MOVE DLA70-ADDSMP-STATUS TO DLA70-ERR-STATUS.
009200     PERFORM 8000-CHECK-FILE-STATUS
009210         THRU 8000-CHECK-FILE-STATUS-EXIT.
009220
009230     MOVE DLA70-SEL-COUNT TO DLA70-RPT-DET-SEQ.
009240     MOVE DLA70-SRT-TRANS-ID TO DLA70-RPT-DET-TRANS.
009250     MOVE DLA70-SRT-ACCOUNT TO DLA70-RPT-DET-ACCT.
009260     MOVE DLA70-SRT-RESULT TO DLA70-RPT-DET-AMOUNT.
009270     MOVE DLA70-CUR-POST-DATE TO DLA70-RPT-DET-POSTED.
009280     MOVE DLA70-SRT-OPERATOR-ID TO DLA70-RPT-DET-OPER.
009290     MOVE DLA70-SRT-JOB-ID TO DLA70-RPT-DET-JOB.
009300     EVALUATE DLA70-SELECT-REASON
009310         WHEN "T"
009320             MOVE "TOP" TO DLA70-RPT-DET-SEL
009330         WHEN "S"
009340             MOVE "SUS" TO DLA70-RPT-DET-SEL
009350         WHEN OTHER
009360             MOVE "MUS" TO DLA70-RPT-DET-SEL
009370     END-EVALUATE.
009380     MOVE DLA70-RPT-DETAIL TO ADDRPT-RECORD.
009390     PERFORM 6100-PRINT-LINE
009400         THRU 6100-PRINT-LINE-EXIT.
009410
009420 3500-WRITE-SAMPLE-EXIT.
009430     EXIT.
009440
009450 3900-SELECT-SAMPLE-EXIT.
009460     EXIT.
009470
009480*----------------------------------------------------------------
009490* 6000-PRINT-HEADERS - PRINT THE RUN-HEADER AND COLUMN HEADING
009500*                      LINES AT THE TOP OF EACH PAGE.
009510*----------------------------------------------------------------
009520 6000-PRINT-HEADERS.
009530     ADD 1 TO DLA70-RPT-PAGE-COUNT.
009540     MOVE DLA70-PERIOD TO DLA70-RPT-H1-PERIOD.
009550     MOVE DLA70-SEED TO DLA70-RPT-H1-SEED.
009560     MOVE DLA70-RUN-DATE TO DLA70-RPT-H1-DATE.
009570     MOVE DLA70-RPT-PAGE-COUNT TO DLA70-RPT-H1-PAGE.
009580
009590     MOVE DLA70-RPT-HEADING1 TO ADDRPT-RECORD.
009600     PERFORM 7100-WRITE-REPORT-LINE
009610         THRU 7100-WRITE-REPORT-LINE-EXIT.
009620     MOVE DLA70-RPT-HEADING2 TO ADDRPT-RECORD.
009630     PERFORM 7100-WRITE-REPORT-LINE
009640         THRU 7100-WRITE-REPORT-LINE-EXIT.
009650
009660     MOVE ZERO TO DLA70-RPT-LINE-COUNT.
009670
009680 6000-PRINT-HEADERS-EXIT.
009690     EXIT.
009700
009710*----------------------------------------------------------------
009720* 6100-PRINT-LINE - PRINT THE LINE ALREADY MOVED TO
009730*                   ADDRPT-RECORD, BREAKING TO A NEW PAGE FIRST
009740*                   WHEN THE CURRENT PAGE IS FULL.  THE LINE IS
009750*                   HELD WHILE THE HEADERS PRINT.
009760*----------------------------------------------------------------
009770 6100-PRINT-LINE.
009780     IF DLA70-RPT-LINE-COUNT >= DLA70-RPT-PAGE-SIZE
009790         MOVE ADDRPT-RECORD TO DLA70-RPT-HOLD
009800         PERFORM 6000-PRINT-HEADERS
009810             THRU 6000-PRINT-HEADERS-EXIT
009820         MOVE DLA70-RPT-HOLD TO ADDRPT-RECORD
009830     END-IF.
009840
009850     PERFORM 7100-WRITE-REPORT-LINE
009860         THRU 7100-WRITE-REPORT-LINE-EXIT.
009870     ADD 1 TO DLA70-RPT-LINE-COUNT.
009880
009890 6100-PRINT-LINE-EXIT.
009900     EXIT.
009910
009920*----------------------------------------------------------------
009930* 6200-PRINT-SUMMARY - PRINT ONE SUMMARY LINE FROM THE LABEL,
009940*                      COUNT AND AMOUNT ALREADY MOVED IN.
009950*----------------------------------------------------------------
009960 6200-PRINT-SUMMARY.
009970     MOVE DLA70-RPT-SUMMARY TO ADDRPT-RECORD.
009980     PERFORM 6100-PRINT-LINE
009990         THRU 6100-PRINT-LINE-EXIT.
010000
010010 6200-PRINT-SUMMARY-EXIT.
010020     EXIT.
010030
010040*----------------------------------------------------------------
010050* 7100-WRITE-REPORT-LINE - WRITE THE LINE ALREADY MOVED TO
010060*                          ADDRPT-RECORD AND CHECK THE I/O.
010070*----------------------------------------------------------------
010080 7100-WRITE-REPORT-LINE.
010090     WRITE ADDRPT-RECORD.
010100     MOVE "SMPRPT" TO DLA70-ERR-FILE-ID.
010110     MOVE DLA70-SMPRPT-STATUS TO DLA70-ERR-STATUS.
010120     PERFORM 8000-CHECK-FILE-STATUS
010130         THRU 8000-CHECK-FILE-STATUS-EXIT.
010140
010150 7100-WRITE-REPORT-LINE-EXIT.
010160     EXIT.
010170
010180*----------------------------------------------------------------
010190* 9000-TERMINATE - PRINT THE LEGEND, THE SAMPLING PARAMETERS AND
010200*                  THE POPULATION AND SELECTION SUMMARY, AND
010210*                  ANNOUNCE THE RUN ON THE JOB LOG.  RC 4 WHEN
010220*                  THE PERIOD HAD NO AUDIT-LOG ITEMS.
010230*----------------------------------------------------------------
010240 9000-TERMINATE.
010250     MOVE SPACES TO ADDRPT-RECORD.
010260     PERFORM 6100-PRINT-LINE
010270         THRU 6100-PRINT-LINE-EXIT.
010280     MOVE DLA70-RPT-LEGEND TO ADDRPT-RECORD.
010290     PERFORM 6100-PRINT-LINE
010300         THRU 6100-PRINT-LINE-EXIT.
010310
010320     MOVE DLA70-SAMPLE-SIZE TO DLA70-RPT-PRM-SIZE.
010330     MOVE DLA70-TOP-STRATUM TO DLA70-RPT-PRM-TOP.
010340     MOVE DLA70-INTERVAL TO DLA70-RPT-PRM-INTERVAL.
010350     MOVE DLA70-RPT-PARMS TO ADDRPT-RECORD.
010360     PERFORM 6100-PRINT-LINE
010370         THRU 6100-PRINT-LINE-EXIT.
010380
010390     MOVE "AUDIT-LOG ITEMS IN PERIOD" TO DLA70-RPT-SUM-LABEL.
010400     MOVE DLA70-POP-COUNT TO DLA70-RPT-SUM-COUNT.
010410     MOVE DLA70-POP-AMOUNT TO DLA70-RPT-SUM-AMOUNT.
010420     PERFORM 6200-PRINT-SUMMARY
010430         THRU 6200-PRINT-SUMMARY-EXIT.
010440     MOVE "  ZERO AMOUNT - NOT SAMPLED" TO DLA70-RPT-SUM-LABEL.
010450     MOVE DLA70-ZERO-COUNT TO DLA70-RPT-SUM-COUNT.
010460     MOVE ZERO TO DLA70-RPT-SUM-AMOUNT.
010470     PERFORM 6200-PRINT-SUMMARY
010480         THRU 6200-PRINT-SUMMARY-EXIT.
010490     MOVE "  MONETARY-UNIT POPULATION" TO DLA70-RPT-SUM-LABEL.
010500     MOVE DLA70-MUS-POP-COUNT TO DLA70-RPT-SUM-COUNT.
010510     MOVE DLA70-MUS-TOTAL TO DLA70-RPT-SUM-AMOUNT.
010520     PERFORM 6200-PRINT-SUMMARY
010530         THRU 6200-PRINT-SUMMARY-EXIT.
010540     MOVE "SELECTED - OVER THE TOP STRATUM"
010550         TO DLA70-RPT-SUM-LABEL.
010560     MOVE DLA70-TOP-COUNT TO DLA70-RPT-SUM-COUNT.
010570     MOVE DLA70-TOP-AMOUNT TO DLA70-RPT-SUM-AMOUNT.
010580     PERFORM 6200-PRINT-SUMMARY
010590         THRU 6200-PRINT-SUMMARY-EXIT.
010600     MOVE "SELECTED - RELEASED FROM SUSPENSE"
010610         TO DLA70-RPT-SUM-LABEL.
010620     MOVE DLA70-REL-COUNT TO DLA70-RPT-SUM-COUNT.
010630     MOVE DLA70-REL-AMOUNT TO DLA70-RPT-SUM-AMOUNT.
010640     PERFORM 6200-PRINT-SUMMARY
010650         THRU 6200-PRINT-SUMMARY-EXIT.
010660     MOVE "ITEMS HOLDING A MONETARY-UNIT POINT"
010670         TO DLA70-RPT-SUM-LABEL.
010680     MOVE DLA70-MUS-SEL-COUNT TO DLA70-RPT-SUM-COUNT.
010690     MOVE DLA70-MUS-SEL-AMOUNT TO DLA70-RPT-SUM-AMOUNT.
010700     PERFORM 6200-PRINT-SUMMARY
010710         THRU 6200-PRINT-SUMMARY-EXIT.
010720     MOVE "TOTAL ITEMS SELECTED" TO DLA70-RPT-SUM-LABEL.
010730     MOVE DLA70-SEL-COUNT TO DLA70-RPT-SUM-COUNT.
010740     MOVE DLA70-SEL-AMOUNT TO DLA70-RPT-SUM-AMOUNT.
010750     PERFORM 6200-PRINT-SUMMARY
010760         THRU 6200-PRINT-SUMMARY-EXIT.
010770
010780     IF DLA70-POP-COUNT = ZERO
010790         MOVE 4 TO RETURN-CODE
010800     END-IF.
010810
010820     DISPLAY "ADDAUDSM RUN COMPLETE - " DLA70-SEL-COUNT
010830             " OF " DLA70-POP-COUNT " ITEMS SELECTED FOR PERIOD "
010840             DLA70-PERIOD " SEED " DLA70-SEED ".".
010850
010860 9000-TERMINATE-EXIT.
010870     EXIT.
010880
010890*----------------------------------------------------------------
010900* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
010910*                          AFTER EVERY OPEN, READ AND WRITE.
010920*                          THE CALLER MOVES THE FILE'S NAME AND
010930*                          CURRENT FILE STATUS INTO
010940*                          DLA70-ERR-FILE-ID/DLA70-ERR-STATUS
010950*                          IMMEDIATELY BEFORE THE PERFORM.  A
010960*                          NON-ZERO STATUS ABENDS THE RUN.
010970*----------------------------------------------------------------
010980 8000-CHECK-FILE-STATUS.
010990     IF DLA70-ERR-STATUS NOT = "00"
011000         DISPLAY "ADDAUDSM - I/O ERROR ON "
011010                 DLA70-ERR-FILE-ID " - FILE STATUS "
011020                 DLA70-ERR-STATUS "."
011030         MOVE 16 TO RETURN-CODE
011040         STOP RUN
011050     END-IF.
011060
011070 8000-CHECK-FILE-STATUS-EXIT.
011080     EXIT.
011090
011100*----------------------------------------------------------------
011110* 9999-EXIT - COMMON PROGRAM EXIT.
011120*----------------------------------------------------------------
011130 9999-EXIT.
011140     CLOSE ADDSMP-FILE
011150           SMPRPT-FILE.
011160     STOP RUN.
011170
011180 9999-EXIT-EXIT.
011190     EXIT.
