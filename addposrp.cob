000300*                   EXCEPTION IS OVER THE LIMIT, OR WHEN THE
000310*                   LATEST ADDRUN POSTED DATE IS THAT STALE,
000320*                   SO THE SCHEDULER CAN FLAG THE MORNING.
000330*   10/15/2026  DL  ADDSUS IS NOW A VSAM KSDS, READ HERE IN KEY
000340*                   ORDER.  RELEASED AND VOIDED ROWS PAST THE
000350*                   RETENTION PERIOD ARE ARCHIVED BY ADDSUSPG,
000360*                   SO THE RELEASED AND VOIDED TOTALS COVER THE
000370*                   ROWS STILL ON FILE.  A CLUSTER NEVER YET
000380*                   LOADED IS REPORTED AS AN EMPTY SUSPENSE
000390*                   FILE.
000400*----------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT ADDSUS-FILE ASSIGN TO ADDSUS
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS ADDSUS-KEY
000530         FILE STATUS IS DL930-ADDSUS-STATUS.
000540
000550     SELECT ADDUNR-FILE ASSIGN TO ADDUNR
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS DL930-ADDUNR-STATUS.
000580
000590     SELECT ADDGL-FILE ASSIGN TO ADDGL
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS DL930-ADDGL-STATUS.
000620
000630     SELECT ADDRUN-FILE ASSIGN TO ADDRUN
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS DL930-ADDRUN-STATUS.
000660
000670     SELECT POSRPT-FILE ASSIGN TO POSRPT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS DL930-POSRPT-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  ADDSUS-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 COPY ADDSUSREC.
000760
000770 FD  ADDUNR-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 COPY ADDUNRREC.
000810
000820 FD  ADDGL-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 COPY ADDGLREC.
000860
000870 FD  ADDRUN-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 COPY ADDRUNREC.
000910
000920 FD  POSRPT-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 COPY ADDRPTREC.
000960
000970 WORKING-STORAGE SECTION.
000980*----------------------------------------------------------------
000990* FILE-STATUS SWITCHES AND COMMON I/O ERROR FIELDS
001000*----------------------------------------------------------------
001010 77  DL930-ADDSUS-STATUS            PIC X(02) VALUE "00".
001020 77  DL930-ADDUNR-STATUS            PIC X(02) VALUE "00".
001030 77  DL930-ADDGL-STATUS             PIC X(02) VALUE "00".
001040 77  DL930-ADDRUN-STATUS            PIC X(02) VALUE "00".
001050 77  DL930-POSRPT-STATUS            PIC X(02) VALUE "00".
001060 77  DL930-ERR-FILE-ID              PIC X(08) VALUE SPACES.
001070 77  DL930-ERR-STATUS               PIC X(02) VALUE "00".
001080 77  DL930-ADDSUS-EOF-SW            PIC X(01) VALUE "N".
001090     88  DL930-ADDSUS-EOF                     VALUE "Y".
001100 77  DL930-ADDUNR-EOF-SW            PIC X(01) VALUE "N".
001110     88  DL930-ADDUNR-EOF                     VALUE "Y".
001120 77  DL930-ADDGL-EOF-SW             PIC X(01) VALUE "N".
001130     88  DL930-ADDGL-EOF                      VALUE "Y".
001140 77  DL930-ADDRUN-EOF-SW            PIC X(01) VALUE "N".
001150     88  DL930-ADDRUN-EOF                     VALUE "Y".
001160
001170*----------------------------------------------------------------
001180* RUN CONTROL - THE AGE LIMIT FROM THE PARM AND THE STALE
001190* SWITCH THAT DRIVES THE RETURN CODE.
001200*----------------------------------------------------------------
001210 77  DL930-PARM                     PIC X(20) VALUE SPACES.
001220 77  DL930-RUN-DATE                 PIC 9(08) VALUE ZERO.
001230 77  DL930-AGE-LIMIT                PIC 9(03) VALUE 5.
001240 77  DL930-AGE-DAYS                 PIC 9(04) VALUE ZERO.
001250 77  DL930-AGE-WORK-DATE            PIC 9(08) VALUE ZERO.
001260 77  DL930-STALE-SW                 PIC X(01) VALUE "N".
001270     88  DL930-POSITION-STALE                 VALUE "Y".
001280
001290*----------------------------------------------------------------
001300* SUSPENSE POSITION - STATUS TOTALS, HELD-BY-REASON TABLE,
001310* AND THE OLDEST HELD DATE.
001320*----------------------------------------------------------------
001330 77  DL930-SUS-HELD-COUNT           PIC 9(09) COMP VALUE ZERO.
001340 77  DL930-SUS-HELD-AMOUNT          PIC S9(11)V99 VALUE ZERO.
001350 77  DL930-SUS-REL-COUNT            PIC 9(09) COMP VALUE ZERO.
001360 77  DL930-SUS-REL-AMOUNT           PIC S9(11)V99 VALUE ZERO.
001370 77  DL930-SUS-VOID-COUNT           PIC 9(09) COMP VALUE ZERO.
001380 77  DL930-SUS-VOID-AMOUNT          PIC S9(11)V99 VALUE ZERO.
001390 77  DL930-SUS-OLDEST-DATE          PIC 9(08) VALUE ZERO.
001400 77  DL930-SRS-MAX                  PIC 9(02) COMP VALUE 20.
001410 77  DL930-SRS-COUNT                PIC 9(02) COMP VALUE ZERO.
001420 77  DL930-SRS-SUB                  PIC 9(02) COMP VALUE ZERO.
001430 77  DL930-SRS-FOUND-SUB            PIC 9(02) COMP VALUE ZERO.
001440 01  DL930-SRS-TABLE.
001450     05  DL930-SRS-ENTRY OCCURS 20 TIMES.
001460         10  DL930-SRS-REASON       PIC X(02).
001470         10  DL930-SRS-CNT          PIC 9(09) COMP.
001480         10  DL930-SRS-AMT          PIC S9(11)V99.
001490
001500*----------------------------------------------------------------
001510* UNRESOLVED-EXCEPTION POSITION - COUNTS BY REASON AND THE
001520* OLDEST EXCEPTION DATE.  THE RAW ADDEND BYTES ON AN
001530* EXCEPTION MAY NOT BE NUMERIC, SO NO AMOUNTS ARE TOTALLED
001540* ON THIS LEG.
001550*----------------------------------------------------------------
001560 77  DL930-UNR-COUNT                PIC 9(09) COMP VALUE ZERO.
001570 77  DL930-UNR-OLDEST-DATE          PIC 9(08) VALUE ZERO.
001580 77  DL930-XRS-MAX                  PIC 9(02) COMP VALUE 20.
001590 77  DL930-XRS-COUNT                PIC 9(02) COMP VALUE ZERO.
001600 77  DL930-XRS-SUB                  PIC 9(02) COMP VALUE ZERO.
001610 77  DL930-XRS-FOUND-SUB            PIC 9(02) COMP VALUE ZERO.
001620 01  DL930-XRS-TABLE.
001630     05  DL930-XRS-ENTRY OCCURS 20 TIMES.
001640         10  DL930-XRS-REASON       PIC X(02).
001650         10  DL930-XRS-CNT          PIC 9(09) COMP.
001660
001670*----------------------------------------------------------------
001680* GL FEED POSITION - UNSENT ROW COUNT AND VALUE.
001690*----------------------------------------------------------------
001700 77  DL930-GL-UNSENT-COUNT          PIC 9(09) COMP VALUE ZERO.
001710 77  DL930-GL-UNSENT-DR-COUNT       PIC 9(09) COMP VALUE ZERO.
001720 77  DL930-GL-UNSENT-CR-COUNT       PIC 9(09) COMP VALUE ZERO.
001730 77  DL930-GL-UNSENT-DEBITS         PIC 9(11)V99 VALUE ZERO.
001740 77  DL930-GL-UNSENT-CREDITS        PIC 9(11)V99 VALUE ZERO.
001750
001760*----------------------------------------------------------------
001770* RUN-CONTROL POSITION - THE LATEST POSTED DATE AND THE
001780* BATCHES POSTED THAT NIGHT.
001790*----------------------------------------------------------------
001800 77  DL930-RUN-LAST-DATE            PIC 9(08) VALUE ZERO.
001810 77  DL930-RNB-MAX                  PIC 9(04) COMP VALUE 100.
001820 77  DL930-RNB-COUNT                PIC 9(04) COMP VALUE ZERO.
001830 77  DL930-RNB-SUB                  PIC 9(04) COMP VALUE ZERO.
001840 01  DL930-RNB-TABLE.
001850     05  DL930-RNB-ENTRY OCCURS 100 TIMES.
001860         10  DL930-RNB-BATCH-ID     PIC X(08).
001870         10  DL930-RNB-BATCH-DATE   PIC 9(08).
001880         10  DL930-RNB-POSTED-DATE  PIC 9(08).
001890         10  DL930-RNB-REC-COUNT    PIC 9(09) COMP.
001900
001910*----------------------------------------------------------------
001920* POSITION REPORT (POSRPT) PRINT LINES
001930*----------------------------------------------------------------
001940 77  DL930-RPT-PAGE-SIZE            PIC 9(04) COMP VALUE 50.
001950 77  DL930-RPT-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
001960 77  DL930-RPT-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
001970*    HOLDS THE LINE IN FLIGHT ACROSS A PAGE BREAK - PRINTING
001980*    THE NEW PAGE'S HEADER PASSES THROUGH THE SAME RECORD
001990*    AREA.
002000 01  DL930-RPT-HOLD-LINE            PIC X(132).
002010
002020 01  DL930-RPT-HEADING1.
002030     05  FILLER                     PIC X(01) VALUE "1".
002040     05  FILLER                     PIC X(36)
002050         VALUE "ADDPOSRP MORNING PIPELINE POSITION".
002060     05  FILLER                     PIC X(10) VALUE "RUN DATE:".
002070     05  DL930-RPT-H1-DATE          PIC 9999/99/99.
002080     05  FILLER                     PIC X(13)
002090         VALUE "  AGE LIMIT:".
002100     05  DL930-RPT-H1-LIMIT         PIC ZZ9.
002110     05  FILLER                     PIC X(08) VALUE "  PAGE:".
002120     05  DL930-RPT-H1-PAGE          PIC ZZZ9.
002130     05  FILLER                     PIC X(47) VALUE SPACES.
002140
002150 01  DL930-RPT-SECTION.
002160     05  FILLER                     PIC X(01) VALUE SPACE.
002170     05  DL930-RPT-SEC-TITLE        PIC X(50).
002180     05  FILLER                     PIC X(81) VALUE SPACES.
002190
002200 01  DL930-RPT-STAT-LINE.
002210     05  FILLER                     PIC X(03) VALUE SPACES.
002220     05  DL930-RPT-STAT-LABEL       PIC X(30).
002230     05  FILLER                     PIC X(08) VALUE "COUNT:".
002240     05  DL930-RPT-STAT-COUNT       PIC ZZZ,ZZ9.
002250     05  DL930-RPT-STAT-AMT-TAG     PIC X(10).
002260     05  DL930-RPT-STAT-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002270     05  FILLER                     PIC X(55) VALUE SPACES.
002280
002290 01  DL930-RPT-AGE-LINE.
002300     05  FILLER                     PIC X(03) VALUE SPACES.
002310     05  DL930-RPT-AGE-LABEL        PIC X(30).
002320     05  DL930-RPT-AGE-DATE         PIC 9999/99/99.
002330     05  FILLER                     PIC X(07) VALUE "  AGE:".
002340     05  DL930-RPT-AGE-DAYS         PIC ZZZ9.
002350     05  FILLER                     PIC X(06) VALUE " DAYS".
002360     05  DL930-RPT-AGE-FLAG         PIC X(16).
002370     05  FILLER                     PIC X(56) VALUE SPACES.
002380
002390 01  DL930-RPT-BATCH-LINE.
002400     05  FILLER                     PIC X(03) VALUE SPACES.
002410     05  FILLER                     PIC X(06) VALUE "BATCH".
002420     05  DL930-RPT-BAT-ID           PIC X(08).
002430     05  FILLER                     PIC X(04) VALUE " OF".
002440     05  DL930-RPT-BAT-DATE         PIC 9999/99/99.
002450     05  FILLER                     PIC X(10) VALUE "  POSTED".
002460     05  DL930-RPT-BAT-RECS         PIC ZZZ,ZZZ,ZZ9.
002470     05  FILLER                     PIC X(08) VALUE " RECORDS".
002480     05  FILLER                     PIC X(72) VALUE SPACES.
002490
002500 01  DL930-RPT-VERDICT.
002510     05  FILLER                     PIC X(01) VALUE SPACE.
002520     05  DL930-RPT-VERDICT-TEXT     PIC X(60).
002530     05  FILLER                     PIC X(71) VALUE SPACES.
002540
002550 PROCEDURE DIVISION.
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE
002580         THRU 1000-INITIALIZE-EXIT.
002590
002600     PERFORM 2000-TALLY-SUSPENSE
002610         THRU 2000-TALLY-SUSPENSE-EXIT
002620         UNTIL DL930-ADDSUS-EOF.
002630
002640     PERFORM 2500-TALLY-UNRESOLVED
002650         THRU 2500-TALLY-UNRESOLVED-EXIT
002660         UNTIL DL930-ADDUNR-EOF.
002670
002680     PERFORM 3000-TALLY-GL-UNSENT
002690         THRU 3000-TALLY-GL-UNSENT-EXIT
002700         UNTIL DL930-ADDGL-EOF.
002710
002720     PERFORM 3500-TALLY-RUN-CONTROL
002730         THRU 3500-TALLY-RUN-CONTROL-EXIT
002740         UNTIL DL930-ADDRUN-EOF.
002750
002760     PERFORM 5000-PRINT-POSITION
002770         THRU 5000-PRINT-POSITION-EXIT.
002780
002790     PERFORM 9000-TERMINATE
002800         THRU 9000-TERMINATE-EXIT.
002810
002820     PERFORM 9999-EXIT
002830         THRU 9999-EXIT-EXIT.
002840
002850 0000-MAINLINE-EXIT.
002860     EXIT.
002870
002880*----------------------------------------------------------------
002890* 1000-INITIALIZE - RESOLVE THE AGE LIMIT FROM THE PARM, OPEN
002900*                   THE FILES, PRINT THE REPORT HEADERS, AND
002910*                   PRIME THE FOUR READS.
002920*----------------------------------------------------------------
002930 1000-INITIALIZE.
002940     ACCEPT DL930-RUN-DATE FROM DATE YYYYMMDD.
002950     ACCEPT DL930-PARM FROM COMMAND-LINE.
002960
002970     IF DL930-PARM(1:3) IS NUMERIC
002980         MOVE DL930-PARM(1:3) TO DL930-AGE-LIMIT
002990     END-IF.
003000
003010     OPEN INPUT ADDSUS-FILE.
003020     IF DL930-ADDSUS-STATUS = "35"
003030         SET DL930-ADDSUS-EOF TO TRUE
003040     ELSE
003050         MOVE "ADDSUS" TO DL930-ERR-FILE-ID
003060         MOVE DL930-ADDSUS-STATUS TO DL930-ERR-STATUS
003070         PERFORM 8000-CHECK-FILE-STATUS
003080             THRU 8000-CHECK-FILE-STATUS-EXIT
003090     END-IF.
003100
003110     OPEN INPUT ADDUNR-FILE.
003120     MOVE "ADDUNR" TO DL930-ERR-FILE-ID.
003130     MOVE DL930-ADDUNR-STATUS TO DL930-ERR-STATUS.
003140     PERFORM 8000-CHECK-FILE-STATUS
003150         THRU 8000-CHECK-FILE-STATUS-EXIT.
003160
003170     OPEN INPUT ADDGL-FILE.
003180     MOVE "ADDGL" TO DL930-ERR-FILE-ID.
003190     MOVE DL930-ADDGL-STATUS TO DL930-ERR-STATUS.
003200     PERFORM 8000-CHECK-FILE-STATUS
003210         THRU 8000-CHECK-FILE-STATUS-EXIT.
003220
003230     OPEN INPUT ADDRUN-FILE.
003240     MOVE "ADDRUN" TO DL930-ERR-FILE-ID.
003250     MOVE DL930-ADDRUN-STATUS TO DL930-ERR-STATUS.
003260     PERFORM 8000-CHECK-FILE-STATUS
003270         THRU 8000-CHECK-FILE-STATUS-EXIT.
003280
003290     OPEN OUTPUT POSRPT-FILE.
003300     MOVE "POSRPT" TO DL930-ERR-FILE-ID.
003310     MOVE DL930-POSRPT-STATUS TO DL930-ERR-STATUS.
003320     PERFORM 8000-CHECK-FILE-STATUS
003330         THRU 8000-CHECK-FILE-STATUS-EXIT.
003340
003350     PERFORM 4000-PRINT-HEADERS
003360         THRU 4000-PRINT-HEADERS-EXIT.
003370
003380     IF NOT DL930-ADDSUS-EOF
003390         PERFORM 2100-READ-ADDSUS
003400             THRU 2100-READ-ADDSUS-EXIT
003410     END-IF.
003420     PERFORM 2600-READ-ADDUNR
003430         THRU 2600-READ-ADDUNR-EXIT.
003440     PERFORM 3100-READ-ADDGL
003450         THRU 3100-READ-ADDGL-EXIT.
003460     PERFORM 3600-READ-ADDRUN
003470         THRU 3600-READ-ADDRUN-EXIT.
003480
003490 1000-INITIALIZE-EXIT.
003500     EXIT.
003510
003520*----------------------------------------------------------------
003530* 2000-TALLY-SUSPENSE - ACCUMULATE THE CURRENT SUSPENSE
003540*                       RECORD INTO ITS STATUS TOTALS AND,
003550*                       FOR A HELD ITEM, ITS REASON BUCKET
003560*                       AND THE OLDEST-HELD DATE.  THEN READ
003570*                       THE NEXT RECORD.
003580*----------------------------------------------------------------
003590 2000-TALLY-SUSPENSE.
003600     EVALUATE TRUE
003610         WHEN ADDSUS-HELD
003620             ADD 1 TO DL930-SUS-HELD-COUNT
003630             IF ADDSUS-RESULT IS NUMERIC
003640                 ADD ADDSUS-RESULT TO DL930-SUS-HELD-AMOUNT
003650             END-IF
003660             PERFORM 2200-TALLY-HELD-REASON
003670                 THRU 2200-TALLY-HELD-REASON-EXIT
003680             IF ADDSUS-SUS-DATE IS NUMERIC
003690                     AND ADDSUS-SUS-DATE > ZERO
003700                 IF DL930-SUS-OLDEST-DATE = ZERO
003710                         OR ADDSUS-SUS-DATE <
003720                             DL930-SUS-OLDEST-DATE
003730                     MOVE ADDSUS-SUS-DATE
003740                         TO DL930-SUS-OLDEST-DATE
003750                 END-IF
003760             END-IF
003770         WHEN ADDSUS-RELEASED
003780             ADD 1 TO DL930-SUS-REL-COUNT
003790             IF ADDSUS-RESULT IS NUMERIC
003800                 ADD ADDSUS-RESULT TO DL930-SUS-REL-AMOUNT
003810             END-IF
003820         WHEN ADDSUS-VOIDED
003830             ADD 1 TO DL930-SUS-VOID-COUNT
003840             IF ADDSUS-RESULT IS NUMERIC
003850                 ADD ADDSUS-RESULT TO DL930-SUS-VOID-AMOUNT
003860             END-IF
003870     END-EVALUATE.
003880
003890     PERFORM 2100-READ-ADDSUS
003900         THRU 2100-READ-ADDSUS-EXIT.
003910
003920 2000-TALLY-SUSPENSE-EXIT.
003930     EXIT.
003940
003950 2100-READ-ADDSUS.
003960     READ ADDSUS-FILE
003970         AT END
003980             SET DL930-ADDSUS-EOF TO TRUE
003990     END-READ.
004000     IF DL930-ADDSUS-STATUS NOT = "00"
004010             AND DL930-ADDSUS-STATUS NOT = "10"
004020         MOVE "ADDSUS" TO DL930-ERR-FILE-ID
004030         MOVE DL930-ADDSUS-STATUS TO DL930-ERR-STATUS
004040         PERFORM 8000-CHECK-FILE-STATUS
004050             THRU 8000-CHECK-FILE-STATUS-EXIT
004060     END-IF.
004070
004080 2100-READ-ADDSUS-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------------
004120* 2200-TALLY-HELD-REASON - BUMP (OR START) THE HELD-REASON
004130*                          BUCKET FOR THE CURRENT HELD
004140*                          SUSPENSE RECORD'S REASON CODE.
004150*----------------------------------------------------------------
004160 2200-TALLY-HELD-REASON.
004170     MOVE ZERO TO DL930-SRS-FOUND-SUB.
004180     PERFORM 2210-MATCH-HELD-REASON
004190         THRU 2210-MATCH-HELD-REASON-EXIT
004200         VARYING DL930-SRS-SUB FROM 1 BY 1
004210         UNTIL DL930-SRS-SUB > DL930-SRS-COUNT
004220         OR DL930-SRS-FOUND-SUB > ZERO.
004230
004240     IF DL930-SRS-FOUND-SUB = ZERO
004250         IF DL930-SRS-COUNT >= DL930-SRS-MAX
004260             GO TO 2200-TALLY-HELD-REASON-EXIT
004270         END-IF
004280         ADD 1 TO DL930-SRS-COUNT
004290         MOVE DL930-SRS-COUNT TO DL930-SRS-FOUND-SUB
004300         MOVE ADDSUS-REASON-CODE
004310             TO DL930-SRS-REASON(DL930-SRS-FOUND-SUB)
004320         MOVE ZERO TO DL930-SRS-CNT(DL930-SRS-FOUND-SUB)
004330         MOVE ZERO TO DL930-SRS-AMT(DL930-SRS-FOUND-SUB)
004340     END-IF.
004350
004360     ADD 1 TO DL930-SRS-CNT(DL930-SRS-FOUND-SUB).
004370     IF ADDSUS-RESULT IS NUMERIC
004380         ADD ADDSUS-RESULT
004390             TO DL930-SRS-AMT(DL930-SRS-FOUND-SUB)
004400     END-IF.
004410
004420 2200-TALLY-HELD-REASON-EXIT.
004430     EXIT.
004440
004450 2210-MATCH-HELD-REASON.
004460     IF DL930-SRS-REASON(DL930-SRS-SUB) = ADDSUS-REASON-CODE
004470         MOVE DL930-SRS-SUB TO DL930-SRS-FOUND-SUB
004480     END-IF.
004490
004500 2210-MATCH-HELD-REASON-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------------
004540* 2500-TALLY-UNRESOLVED - ACCUMULATE THE CURRENT UNRESOLVED
004550*                         EXCEPTION INTO ITS REASON BUCKET
004560*                         AND THE OLDEST-EXCEPTION DATE.
004570*                         THEN READ THE NEXT RECORD.
004580*----------------------------------------------------------------
004590 2500-TALLY-UNRESOLVED.
004600     ADD 1 TO DL930-UNR-COUNT.
004610
004620     MOVE ZERO TO DL930-XRS-FOUND-SUB.
004630     PERFORM 2510-MATCH-UNR-REASON
004640         THRU 2510-MATCH-UNR-REASON-EXIT
004650         VARYING DL930-XRS-SUB FROM 1 BY 1
004660         UNTIL DL930-XRS-SUB > DL930-XRS-COUNT
004670         OR DL930-XRS-FOUND-SUB > ZERO.
004680
004690     IF DL930-XRS-FOUND-SUB = ZERO
004700             AND DL930-XRS-COUNT < DL930-XRS-MAX
004710         ADD 1 TO DL930-XRS-COUNT
004720         MOVE DL930-XRS-COUNT TO DL930-XRS-FOUND-SUB
004730         MOVE ADDUNR-REASON-CODE
004740             TO DL930-XRS-REASON(DL930-XRS-FOUND-SUB)
004750         MOVE ZERO TO DL930-XRS-CNT(DL930-XRS-FOUND-SUB)
004760     END-IF.
004770
004780     IF DL930-XRS-FOUND-SUB > ZERO
004790         ADD 1 TO DL930-XRS-CNT(DL930-XRS-FOUND-SUB)
004800     END-IF.
004810
004820     IF ADDUNR-EXC-DATE IS NUMERIC
004830             AND ADDUNR-EXC-DATE > ZERO
004840         IF DL930-UNR-OLDEST-DATE = ZERO
004850                 OR ADDUNR-EXC-DATE < DL930-UNR-OLDEST-DATE
004860             MOVE ADDUNR-EXC-DATE TO DL930-UNR-OLDEST-DATE
004870         END-IF
004880     END-IF.
004890
004900     PERFORM 2600-READ-ADDUNR
004910         THRU 2600-READ-ADDUNR-EXIT.
004920
004930 2500-TALLY-UNRESOLVED-EXIT.
004940     EXIT.
004950
004960 2510-MATCH-UNR-REASON.
004970     IF DL930-XRS-REASON(DL930-XRS-SUB) = ADDUNR-REASON-CODE
004980         MOVE DL930-XRS-SUB TO DL930-XRS-FOUND-SUB
004990     END-IF.
005000
005010 2510-MATCH-UNR-REASON-EXIT.
005020     EXIT.
005030
005040 2600-READ-ADDUNR.
005050     READ ADDUNR-FILE
005060         AT END
005070             SET DL930-ADDUNR-EOF TO TRUE
005080     END-READ.
005090     IF DL930-ADDUNR-STATUS NOT = "00"
005100             AND DL930-ADDUNR-STATUS NOT = "10"
005110         MOVE "ADDUNR" TO DL930-ERR-FILE-ID
005120         MOVE DL930-ADDUNR-STATUS TO DL930-ERR-STATUS
005130         PERFORM 8000-CHECK-FILE-STATUS
005140             THRU 8000-CHECK-FILE-STATUS-EXIT
005150     END-IF.
005160
005170 2600-READ-ADDUNR-EXIT.
005180     EXIT.
005190
005200*----------------------------------------------------------------
005210* 3000-TALLY-GL-UNSENT - COUNT AND VALUE THE CURRENT ADDGL
005220*                        ROW WHEN IT IS STILL UNSENT, THEN
005230*                        READ THE NEXT ROW.
005240*----------------------------------------------------------------
005250 3000-TALLY-GL-UNSENT.
005260     IF ADDGL-UNSENT
005270             AND ADDGL-AMOUNT IS NUMERIC
005280         ADD 1 TO DL930-GL-UNSENT-COUNT
005290         IF ADDGL-CREDIT
005300             ADD 1 TO DL930-GL-UNSENT-CR-COUNT
005310             ADD ADDGL-AMOUNT TO DL930-GL-UNSENT-CREDITS
005320         ELSE
005330             ADD 1 TO DL930-GL-UNSENT-DR-COUNT
005340             ADD ADDGL-AMOUNT TO DL930-GL-UNSENT-DEBITS
005350         END-IF
005360     END-IF.
005370
005380     PERFORM 3100-READ-ADDGL
005390         THRU 3100-READ-ADDGL-EXIT.
005400
005410 3000-TALLY-GL-UNSENT-EXIT.
005420     EXIT.
005430
005440 3100-READ-ADDGL.
005450     READ ADDGL-FILE
005460         AT END
005470             SET DL930-ADDGL-EOF TO TRUE
005480     END-READ.
005490     IF DL930-ADDGL-STATUS NOT = "00"
005500             AND DL930-ADDGL-STATUS NOT = "10"
005510         MOVE "ADDGL" TO DL930-ERR-FILE-ID
005520         MOVE DL930-ADDGL-STATUS TO DL930-ERR-STATUS
005530         PERFORM 8000-CHECK-FILE-STATUS
005540             THRU 8000-CHECK-FILE-STATUS-EXIT
005550     END-IF.
005560
005570 3100-READ-ADDGL-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------------
005610* 3500-TALLY-RUN-CONTROL - REMEMBER EVERY ADDRUN ENTRY AND
005620*                          THE LATEST POSTED DATE SEEN, THEN
005630*                          READ THE NEXT ENTRY.  THE REPORT
005640*                          PRINTS THE ENTRIES POSTED ON THAT
005650*                          LATEST DATE.
005660*----------------------------------------------------------------
005670 3500-TALLY-RUN-CONTROL.
005680     IF ADDRUN-POSTED-DATE IS NUMERIC
005690             AND ADDRUN-POSTED-DATE > DL930-RUN-LAST-DATE
005700         MOVE ADDRUN-POSTED-DATE TO DL930-RUN-LAST-DATE
005710     END-IF.
005720
005730     IF DL930-RNB-COUNT < DL930-RNB-MAX
005740         ADD 1 TO DL930-RNB-COUNT
005750         MOVE ADDRUN-BATCH-ID
005760             TO DL930-RNB-BATCH-ID(DL930-RNB-COUNT)
005770         IF ADDRUN-BATCH-DATE IS NUMERIC
005780             MOVE ADDRUN-BATCH-DATE
005790                 TO DL930-RNB-BATCH-DATE(DL930-RNB-COUNT)
005800         ELSE
005810             MOVE ZERO
005820                 TO DL930-RNB-BATCH-DATE(DL930-RNB-COUNT)
005830         END-IF
005840         IF ADDRUN-POSTED-DATE IS NUMERIC
005850             MOVE ADDRUN-POSTED-DATE
005860                 TO DL930-RNB-POSTED-DATE(DL930-RNB-COUNT)
005870         ELSE
005880             MOVE ZERO
005890                 TO DL930-RNB-POSTED-DATE(DL930-RNB-COUNT)
005900         END-IF
005910         IF ADDRUN-REC-COUNT IS NUMERIC
005920             MOVE ADDRUN-REC-COUNT
005930                 TO DL930-RNB-REC-COUNT(DL930-RNB-COUNT)
005940         ELSE
005950             MOVE ZERO
005960                 TO DL930-RNB-REC-COUNT(DL930-RNB-COUNT)
005970         END-IF
005980     ELSE
005990*        THE TABLE ROLLS FORWARD - ONLY THE LATEST NIGHT'S
006000*        ENTRIES ARE PRINTED, SO THE OLDEST SLOT IS REUSED.
006010         MOVE 1 TO DL930-RNB-SUB
006020         PERFORM 3550-SHIFT-RUN-TABLE
006030             THRU 3550-SHIFT-RUN-TABLE-EXIT
006040             UNTIL DL930-RNB-SUB >= DL930-RNB-MAX
006050         MOVE ADDRUN-BATCH-ID
006060             TO DL930-RNB-BATCH-ID(DL930-RNB-MAX)
006070         MOVE ADDRUN-BATCH-DATE
006080             TO DL930-RNB-BATCH-DATE(DL930-RNB-MAX)
006090         MOVE ADDRUN-POSTED-DATE
006100             TO DL930-RNB-POSTED-DATE(DL930-RNB-MAX)
006110         MOVE ADDRUN-REC-COUNT
006120             TO DL930-RNB-REC-COUNT(DL930-RNB-MAX)
006130     END-IF.
006140
006150     PERFORM 3600-READ-ADDRUN
006160         THRU 3600-READ-ADDRUN-EXIT.
006170
006180 3500-TALLY-RUN-CONTROL-EXIT.
006190     EXIT.
006200
006210 3550-SHIFT-RUN-TABLE.
006220     MOVE DL930-RNB-ENTRY(DL930-RNB-SUB + 1)
006230         TO DL930-RNB-ENTRY(DL930-RNB-SUB).
006240     ADD 1 TO DL930-RNB-SUB.
006250
006260 3550-SHIFT-RUN-TABLE-EXIT.
006270     EXIT.
006280
006290 3600-READ-ADDRUN.
006300     READ ADDRUN-FILE
006310         AT END
006320             SET DL930-ADDRUN-EOF TO TRUE
006330     END-READ.
006340     IF DL930-ADDRUN-STATUS NOT = "00"
006350             AND DL930-ADDRUN-STATUS NOT = "10"
006360         MOVE "ADDRUN" TO DL930-ERR-FILE-ID
006370         MOVE DL930-ADDRUN-STATUS TO DL930-ERR-STATUS
006380         PERFORM 8000-CHECK-FILE-STATUS
006390             THRU 8000-CHECK-FILE-STATUS-EXIT
006400     END-IF.
006410
006420 3600-READ-ADDRUN-EXIT.
006430     EXIT.
006440
006450*----------------------------------------------------------------
006460* 4000-PRINT-HEADERS - PRINT THE RUN-HEADER LINE AT THE TOP
006470*                      OF EACH PAGE.
006480*----------------------------------------------------------------
006490 4000-PRINT-HEADERS.
006500     ADD 1 TO DL930-RPT-PAGE-COUNT.
006510     MOVE DL930-RUN-DATE TO DL930-RPT-H1-DATE.
006520     MOVE DL930-AGE-LIMIT TO DL930-RPT-H1-LIMIT.
006530     MOVE DL930-RPT-PAGE-COUNT TO DL930-RPT-H1-PAGE.
006540
006550     MOVE DL930-RPT-HEADING1 TO ADDRPT-RECORD.
006560     PERFORM 7100-WRITE-REPORT-LINE
006570         THRU 7100-WRITE-REPORT-LINE-EXIT.
006580
006590     MOVE ZERO TO DL930-RPT-LINE-COUNT.
006600
006610 4000-PRINT-HEADERS-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------------
006650* 4100-PRINT-SECTION-TITLE - PRINT A SECTION TITLE LINE.  THE
006660*                            CALLER SETS THE TITLE FIRST.
006670*----------------------------------------------------------------
006680 4100-PRINT-SECTION-TITLE.
006690     MOVE DL930-RPT-SECTION TO ADDRPT-RECORD.
006700     PERFORM 7000-WRITE-COUNTED-LINE
006710         THRU 7000-WRITE-COUNTED-LINE-EXIT.
006720
006730 4100-PRINT-SECTION-TITLE-EXIT.
006740     EXIT.
006750
006760*----------------------------------------------------------------
006770* 4200-PRINT-STAT-LINE - PRINT ONE COUNT/AMOUNT LINE.  THE
006780*                        CALLER FILLS THE LABEL, COUNT AND
006790*                        AMOUNT FIELDS FIRST.
006800*----------------------------------------------------------------
006810 4200-PRINT-STAT-LINE.
006820     MOVE DL930-RPT-STAT-LINE TO ADDRPT-RECORD.
006830     PERFORM 7000-WRITE-COUNTED-LINE
006840         THRU 7000-WRITE-COUNTED-LINE-EXIT.
006850
006860 4200-PRINT-STAT-LINE-EXIT.
006870     EXIT.
006880
006890*----------------------------------------------------------------
006900* 4300-PRINT-AGE-LINE - COMPUTE THE AGE OF THE DATE ALREADY
006910*                       MOVED TO THE AGE LINE, FLAG IT WHEN
006920*                       IT IS OVER THE LIMIT, AND PRINT IT.
006930*                       THE CALLER SETS THE LABEL AND DATE
006940*                       (DL930-AGE-DAYS IS LEFT HOLDING THE
006950*                       COMPUTED AGE).
006960*----------------------------------------------------------------
006970 4300-PRINT-AGE-LINE.
006980     MOVE DL930-AGE-DAYS TO DL930-RPT-AGE-DAYS.
006990     IF DL930-AGE-DAYS > DL930-AGE-LIMIT
007000         MOVE "*** OVER LIMIT" TO DL930-RPT-AGE-FLAG
007010         SET DL930-POSITION-STALE TO TRUE
007020     ELSE
007030         MOVE SPACES TO DL930-RPT-AGE-FLAG
007040     END-IF.
007050
007060     MOVE DL930-RPT-AGE-LINE TO ADDRPT-RECORD.
007070     PERFORM 7000-WRITE-COUNTED-LINE
007080         THRU 7000-WRITE-COUNTED-LINE-EXIT.
007090
007100 4300-PRINT-AGE-LINE-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------------
007140* 4400-COMPUTE-AGE - AGE IN DAYS OF THE DATE IN
007150*                    DL930-AGE-WORK-DATE, 9999 WHEN THE DATE
007160*                    IS UNUSABLE, THE WAY THE ADDRECYC AGING
007170*                    REPORT AGES ITS EXCEPTIONS.
007180*----------------------------------------------------------------
007190 4400-COMPUTE-AGE.
007200     IF DL930-AGE-WORK-DATE IS NUMERIC
007210             AND DL930-AGE-WORK-DATE > 19000101
007220             AND DL930-AGE-WORK-DATE <= DL930-RUN-DATE
007230         COMPUTE DL930-AGE-DAYS =
007240             FUNCTION INTEGER-OF-DATE(DL930-RUN-DATE)
007250             - FUNCTION INTEGER-OF-DATE(DL930-AGE-WORK-DATE)
007260             ON SIZE ERROR
007270                 MOVE 9999 TO DL930-AGE-DAYS
007280         END-COMPUTE
007290     ELSE
007300         MOVE 9999 TO DL930-AGE-DAYS
007310     END-IF.
007320
007330 4400-COMPUTE-AGE-EXIT.
007340     EXIT.
007350
007360*----------------------------------------------------------------
007370* 5000-PRINT-POSITION - PRINT THE FOUR SECTIONS OF THE
007380*                       POSITION REPORT AND THE VERDICT LINE.
007390*----------------------------------------------------------------
007400 5000-PRINT-POSITION.
007410*    SUSPENSE SECTION.
007420     MOVE "SUSPENSE FILE (ADDSUS)" TO DL930-RPT-SEC-TITLE.
007430     PERFORM 4100-PRINT-SECTION-TITLE
007440         THRU 4100-PRINT-SECTION-TITLE-EXIT.
007450
007460     MOVE "HELD - AWAITING REVIEW" TO DL930-RPT-STAT-LABEL.
007470     MOVE DL930-SUS-HELD-COUNT TO DL930-RPT-STAT-COUNT.
007480     MOVE "  AMOUNT:" TO DL930-RPT-STAT-AMT-TAG.
007490     MOVE DL930-SUS-HELD-AMOUNT TO DL930-RPT-STAT-AMOUNT.
007500     PERFORM 4200-PRINT-STAT-LINE
007510         THRU 4200-PRINT-STAT-LINE-EXIT.
007520
007530     PERFORM 5100-PRINT-HELD-REASON
007540         THRU 5100-PRINT-HELD-REASON-EXIT
007550         VARYING DL930-SRS-SUB FROM 1 BY 1
007560         UNTIL DL930-SRS-SUB > DL930-SRS-COUNT.
007570
007580     MOVE "RELEASED" TO DL930-RPT-STAT-LABEL.
007590     MOVE DL930-SUS-REL-COUNT TO DL930-RPT-STAT-COUNT.
007600     MOVE "  AMOUNT:" TO DL930-RPT-STAT-AMT-TAG.
007610     MOVE DL930-SUS-REL-AMOUNT TO DL930-RPT-STAT-AMOUNT.
007620     PERFORM 4200-PRINT-STAT-LINE
007630         THRU 4200-PRINT-STAT-LINE-EXIT.
007640
007650     MOVE "VOIDED" TO DL930-RPT-STAT-LABEL.
007660     MOVE DL930-SUS-VOID-COUNT TO DL930-RPT-STAT-COUNT.
007670     MOVE "  AMOUNT:" TO DL930-RPT-STAT-AMT-TAG.
007680     MOVE DL930-SUS-VOID-AMOUNT TO DL930-RPT-STAT-AMOUNT.
007690     PERFORM 4200-PRINT-STAT-LINE
007700         THRU 4200-PRINT-STAT-LINE-EXIT.
007710
007720     IF DL930-SUS-HELD-COUNT > ZERO
007730         MOVE "OLDEST HELD ITEM" TO DL930-RPT-AGE-LABEL
007740         MOVE DL930-SUS-OLDEST-DATE TO DL930-RPT-AGE-DATE
007750         MOVE DL930-SUS-OLDEST-DATE TO DL930-AGE-WORK-DATE
007760         PERFORM 4400-COMPUTE-AGE
007770             THRU 4400-COMPUTE-AGE-EXIT
007780         PERFORM 4300-PRINT-AGE-LINE
007790             THRU 4300-PRINT-AGE-LINE-EXIT
007800     END-IF.
007810
007820*    UNRESOLVED-EXCEPTION SECTION.
007830     MOVE "UNRESOLVED EXCEPTIONS (ADDUNR, LATEST GENERATION)"
007840         TO DL930-RPT-SEC-TITLE.
007850     PERFORM 4100-PRINT-SECTION-TITLE
007860         THRU 4100-PRINT-SECTION-TITLE-EXIT.
007870
007880     MOVE "UNRESOLVED - ALL REASONS" TO DL930-RPT-STAT-LABEL.
007890     MOVE DL930-UNR-COUNT TO DL930-RPT-STAT-COUNT.
007900     MOVE SPACES TO DL930-RPT-STAT-AMT-TAG.
007910     MOVE ZERO TO DL930-RPT-STAT-AMOUNT.
007920     PERFORM 4200-PRINT-STAT-LINE
007930         THRU 4200-PRINT-STAT-LINE-EXIT.
007940
007950     PERFORM 5200-PRINT-UNR-REASON
007960         THRU 5200-PRINT-UNR-REASON-EXIT
007970         VARYING DL930-XRS-SUB FROM 1 BY 1
007980         UNTIL DL930-XRS-SUB > DL930-XRS-COUNT.
007990
008000     IF DL930-UNR-COUNT > ZERO
008010         MOVE "OLDEST UNRESOLVED" TO DL930-RPT-AGE-LABEL
008020         MOVE DL930-UNR-OLDEST-DATE TO DL930-RPT-AGE-DATE
008030         MOVE DL930-UNR-OLDEST-DATE TO DL930-AGE-WORK-DATE
008040         PERFORM 4400-COMPUTE-AGE
008050             THRU 4400-COMPUTE-AGE-EXIT
008060         PERFORM 4300-PRINT-AGE-LINE
008070             THRU 4300-PRINT-AGE-LINE-EXIT
008080     END-IF.
008090
008100*    GL FEED SECTION.
008110     MOVE "GL FEED (ADDGL)" TO DL930-RPT-SEC-TITLE.
008120     PERFORM 4100-PRINT-SECTION-TITLE
008130         THRU 4100-PRINT-SECTION-TITLE-EXIT.
008140
008150     MOVE "UNSENT ROWS - ALL" TO DL930-RPT-STAT-LABEL.
008160     MOVE DL930-GL-UNSENT-COUNT TO DL930-RPT-STAT-COUNT.
008170     MOVE SPACES TO DL930-RPT-STAT-AMT-TAG.
008180     MOVE ZERO TO DL930-RPT-STAT-AMOUNT.
008190     PERFORM 4200-PRINT-STAT-LINE
008200         THRU 4200-PRINT-STAT-LINE-EXIT.
008210
008220     MOVE "UNSENT ROWS - DEBITS" TO DL930-RPT-STAT-LABEL.
008230     MOVE DL930-GL-UNSENT-DR-COUNT TO DL930-RPT-STAT-COUNT.
008240     MOVE "  AMOUNT:" TO DL930-RPT-STAT-AMT-TAG.
008250     MOVE DL930-GL-UNSENT-DEBITS TO DL930-RPT-STAT-AMOUNT.
008260     PERFORM 4200-PRINT-STAT-LINE
008270         THRU 4200-PRINT-STAT-LINE-EXIT.
008280
008290     MOVE "UNSENT ROWS - CREDITS" TO DL930-RPT-STAT-LABEL.
008300     MOVE DL930-GL-UNSENT-CR-COUNT TO DL930-RPT-STAT-COUNT.
008310     MOVE "  AMOUNT:" TO DL930-RPT-STAT-AMT-TAG.
008320     MOVE DL930-GL-UNSENT-CREDITS TO DL930-RPT-STAT-AMOUNT.
008330     PERFORM 4200-PRINT-STAT-LINE
008340         THRU 4200-PRINT-STAT-LINE-EXIT.
008350
008360*    RUN-CONTROL SECTION.
008370     MOVE "RUN CONTROL (ADDRUN) - LATEST NIGHT"
008380         TO DL930-RPT-SEC-TITLE.
008390     PERFORM 4100-PRINT-SECTION-TITLE
008400         THRU 4100-PRINT-SECTION-TITLE-EXIT.
008410
008420     IF DL930-RUN-LAST-DATE = ZERO
008430         MOVE "NO BATCH HAS EVER POSTED"
008440             TO DL930-RPT-STAT-LABEL
008450         MOVE ZERO TO DL930-RPT-STAT-COUNT
008460         MOVE SPACES TO DL930-RPT-STAT-AMT-TAG
008470         MOVE ZERO TO DL930-RPT-STAT-AMOUNT
008480         PERFORM 4200-PRINT-STAT-LINE
008490             THRU 4200-PRINT-STAT-LINE-EXIT
008500         SET DL930-POSITION-STALE TO TRUE
008510     ELSE
008520         MOVE "LAST POSTED NIGHT" TO DL930-RPT-AGE-LABEL
008530         MOVE DL930-RUN-LAST-DATE TO DL930-RPT-AGE-DATE
008540         MOVE DL930-RUN-LAST-DATE TO DL930-AGE-WORK-DATE
008550         PERFORM 4400-COMPUTE-AGE
008560             THRU 4400-COMPUTE-AGE-EXIT
008570         PERFORM 4300-PRINT-AGE-LINE
008580             THRU 4300-PRINT-AGE-LINE-EXIT
008590         PERFORM 5300-PRINT-LAST-BATCH
008600             THRU 5300-PRINT-LAST-BATCH-EXIT
008610             VARYING DL930-RNB-SUB FROM 1 BY 1
008620             UNTIL DL930-RNB-SUB > DL930-RNB-COUNT
008630     END-IF.
008640
008650*    VERDICT.
008660     IF DL930-POSITION-STALE
008670         MOVE "*** POSITION STALE - ITEMS OVER THE AGE LIMIT"
008680             TO DL930-RPT-VERDICT-TEXT
008690     ELSE
008700         MOVE "POSITION CURRENT - NOTHING OVER THE AGE LIMIT"
008710             TO DL930-RPT-VERDICT-TEXT
008720     END-IF.
008730     MOVE DL930-RPT-VERDICT TO ADDRPT-RECORD.
008740     PERFORM 7000-WRITE-COUNTED-LINE
008750         THRU 7000-WRITE-COUNTED-LINE-EXIT.
008760
008770 5000-PRINT-POSITION-EXIT.
008780     EXIT.
008790
008800 5100-PRINT-HELD-REASON.
008810     MOVE SPACES TO DL930-RPT-STAT-LABEL.
008820     STRING "  HELD REASON "
008830         DL930-SRS-REASON(DL930-SRS-SUB)
008840         DELIMITED BY SIZE
008850         INTO DL930-RPT-STAT-LABEL.
008860     MOVE DL930-SRS-CNT(DL930-SRS-SUB)
008870         TO DL930-RPT-STAT-COUNT.
008880     MOVE "  AMOUNT:" TO DL930-RPT-STAT-AMT-TAG.
008890     MOVE DL930-SRS-AMT(DL930-SRS-SUB)
008900         TO DL930-RPT-STAT-AMOUNT.
008910     PERFORM 4200-PRINT-STAT-LINE
008920         THRU 4200-PRINT-STAT-LINE-EXIT.
008930
008940 5100-PRINT-HELD-REASON-EXIT.
008950     EXIT.
008960
008970 5200-PRINT-UNR-REASON.
008980     MOVE SPACES TO DL930-RPT-STAT-LABEL.
008990     STRING "  REASON "
009000         DL930-XRS-REASON(DL930-XRS-SUB)
009010         DELIMITED BY SIZE
009020         INTO DL930-RPT-STAT-LABEL.
009030     MOVE DL930-XRS-CNT(DL930-XRS-SUB)
009040         TO DL930-RPT-STAT-COUNT.
009050     MOVE SPACES TO DL930-RPT-STAT-AMT-TAG.
009060     MOVE ZERO TO DL930-RPT-STAT-AMOUNT.
009070     PERFORM 4200-PRINT-STAT-LINE
009080         THRU 4200-PRINT-STAT-LINE-EXIT.
009090
009100 5200-PRINT-UNR-REASON-EXIT.
009110     EXIT.
009120
009130*    ONLY THE BATCHES POSTED ON THE LATEST NIGHT ARE PRINTED.
009140 5300-PRINT-LAST-BATCH.
009150     IF DL930-RNB-POSTED-DATE(DL930-RNB-SUB)
009160             = DL930-RUN-LAST-DATE
009170         MOVE DL930-RNB-BATCH-ID(DL930-RNB-SUB)
009180             TO DL930-RPT-BAT-ID
009190         MOVE DL930-RNB-BATCH-DATE(DL930-RNB-SUB)
009200             TO DL930-RPT-BAT-DATE
009210         MOVE DL930-RNB-REC-COUNT(DL930-RNB-SUB)
009220             TO DL930-RPT-BAT-RECS
009230         MOVE DL930-RPT-BATCH-LINE TO ADDRPT-RECORD
009240         PERFORM 7000-WRITE-COUNTED-LINE
009250             THRU 7000-WRITE-COUNTED-LINE-EXIT
009260     END-IF.
009270
009280 5300-PRINT-LAST-BATCH-EXIT.
009290     EXIT.
009300
009310*----------------------------------------------------------------
009320* 7000-WRITE-COUNTED-LINE - WRITE THE LINE ALREADY MOVED TO
009330*                           ADDRPT-RECORD, BREAKING TO A NEW
009340*                           PAGE WHEN THE CURRENT PAGE IS
009350*                           FULL.
009360*----------------------------------------------------------------
009370 7000-WRITE-COUNTED-LINE.
009380     IF DL930-RPT-LINE-COUNT >= DL930-RPT-PAGE-SIZE
009390         MOVE ADDRPT-RECORD TO DL930-RPT-HOLD-LINE
009400         PERFORM 4000-PRINT-HEADERS
009410             THRU 4000-PRINT-HEADERS-EXIT
009420         MOVE DL930-RPT-HOLD-LINE TO ADDRPT-RECORD
009430     END-IF.
009440
009450     PERFORM 7100-WRITE-REPORT-LINE
009460         THRU 7100-WRITE-REPORT-LINE-EXIT.
009470     ADD 1 TO DL930-RPT-LINE-COUNT.
009480
009490 7000-WRITE-COUNTED-LINE-EXIT.
009500     EXIT.
009510
009520*----------------------------------------------------------------
009530* 7100-WRITE-REPORT-LINE - WRITE THE LINE ALREADY MOVED TO
009540*                          ADDRPT-RECORD AND CHECK THE I/O.
009550*----------------------------------------------------------------
009560 7100-WRITE-REPORT-LINE.
009570     WRITE ADDRPT-RECORD.
009580     MOVE "POSRPT" TO DL930-ERR-FILE-ID.
009590     MOVE DL930-POSRPT-STATUS TO DL930-ERR-STATUS.
009600     PERFORM 8000-CHECK-FILE-STATUS
009610         THRU 8000-CHECK-FILE-STATUS-EXIT.
009620
009630 7100-WRITE-REPORT-LINE-EXIT.
009640     EXIT.
009650
009660*----------------------------------------------------------------
009670* 9000-TERMINATE - ANNOUNCE THE POSITION AND SET THE RETURN
009680*                  CODE: 8 WHEN ANYTHING IS OVER THE AGE
009690*                  LIMIT SO THE SCHEDULER CAN FLAG IT.
009700*----------------------------------------------------------------
009710 9000-TERMINATE.
009720     DISPLAY "ADDPOSRP RUN COMPLETE - "
009730             DL930-SUS-HELD-COUNT " HELD, "
009740             DL930-UNR-COUNT " UNRESOLVED, "
009750             DL930-GL-UNSENT-COUNT " UNSENT GL ROWS.".
009760
009770     IF DL930-POSITION-STALE
009780         DISPLAY "ADDPOSRP - POSITION STALE - ITEMS OVER THE "
009790                 DL930-AGE-LIMIT "-DAY AGE LIMIT - RC 8."
009800         MOVE 8 TO RETURN-CODE
009810     END-IF.
009820
009830 9000-TERMINATE-EXIT.
009840     EXIT.
009850
009860*----------------------------------------------------------------
009870* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
009880*                          AFTER EVERY OPEN, READ AND WRITE.
009890*                          THE CALLER MOVES THE FILE'S NAME
009900*                          AND CURRENT FILE STATUS INTO
009910*                          DL930-ERR-FILE-ID/DL930-ERR-STATUS
009920*                          IMMEDIATELY BEFORE THE PERFORM.  A
009930*                          NON-ZERO STATUS ABENDS THE RUN.
009940*----------------------------------------------------------------
009950 8000-CHECK-FILE-STATUS.
009960     IF DL930-ERR-STATUS NOT = "00"
009970         DISPLAY "ADDPOSRP - I/O ERROR ON "
009980                 DL930-ERR-FILE-ID " - FILE STATUS "
009990                 DL930-ERR-STATUS "."
010000         MOVE 16 TO RETURN-CODE
010010         STOP RUN
010020     END-IF.
010030
010040 8000-CHECK-FILE-STATUS-EXIT.
010050     EXIT.
010060
010070*----------------------------------------------------------------
010080* 9999-EXIT - COMMON PROGRAM EXIT.
010090*----------------------------------------------------------------
010100 9999-EXIT.
010110     CLOSE ADDSUS-FILE
010120           ADDUNR-FILE
010130           ADDGL-FILE
010140           ADDRUN-FILE
010150           POSRPT-FILE.
010160     STOP RUN.
010170
010180 9999-EXIT-EXIT.
010190     EXIT.
