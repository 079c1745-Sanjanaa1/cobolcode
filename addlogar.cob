000290*                   (ADDLOG/ARCOUT/NEWLOG LRECL 148, ADDLGK
000300*                   RECORDSIZE 152 - REDEFINE AND RELOAD THE
000310*                   KSDS, SEE ADDLOGVS).
000320*   10/15/2026  DL  FOREIGN-CURRENCY INVOICES: ADDLOG/ARCOUT/
000330*                   NEWLOG ARE NOW LRECL 180 AND ADDLGK
000340*                   RECORDSIZE 184 (SEE ADDFXRAL).  THE KEYED
000350*                   COPY NOW CARRIES THE CURRENCY CODE, THE RATE
000360*                   AND THE ORIGINAL-CURRENCY RESULT.
000370*----------------------------------------------------------------
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ADDLOG-FILE ASSIGN TO ADDLOG
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS DL400-ADDLOG-STATUS.
000490
000500     SELECT ARCOUT-FILE ASSIGN TO ARCOUT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS DL400-ARCOUT-STATUS.
000530
000540     SELECT NEWLOG-FILE ASSIGN TO NEWLOG
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS DL400-NEWLOG-STATUS.
000570
000580     SELECT ADDLGK-FILE ASSIGN TO ADDLGK
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS ADDLGK-KEY
000620         FILE STATUS IS DL400-ADDLGK-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ADDLOG-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 COPY ADDLOGREC.
000700
000710 FD  ARCOUT-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 COPY ADDLGAREC.
000750
000760 FD  NEWLOG-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 COPY ADDLGNREC.
000800
000810 FD  ADDLGK-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY ADDLGKREC.
000840
000850 WORKING-STORAGE SECTION.
000860*----------------------------------------------------------------
000870* FILE-STATUS SWITCHES AND COMMON I/O ERROR FIELDS
000880*----------------------------------------------------------------
000890 77  DL400-ADDLOG-STATUS            PIC X(02) VALUE "00".
000900 77  DL400-ARCOUT-STATUS            PIC X(02) VALUE "00".
000910 77  DL400-NEWLOG-STATUS            PIC X(02) VALUE "00".
000920 77  DL400-ADDLGK-STATUS            PIC X(02) VALUE "00".
000930 77  DL400-ERR-FILE-ID              PIC X(08) VALUE SPACES.
000940 77  DL400-ERR-STATUS               PIC X(02) VALUE "00".
000950 77  DL400-ADDLOG-EOF-SW            PIC X(01) VALUE "N".
000960     88  DL400-ADDLOG-EOF                     VALUE "Y".
000970
000980*----------------------------------------------------------------
000990* RUN CONTROL - THE RETAIN MONTH AND CUTOFF DATE, AND THE LOAD
001000* SEQUENCE NUMBER THAT KEEPS KSDS KEYS UNIQUE WITHIN A SECOND.
001010*----------------------------------------------------------------
001020 77  DL400-PARM                     PIC X(20) VALUE SPACES.
001030 77  DL400-RETAIN-MONTH             PIC 9(06) VALUE ZERO.
001040 77  DL400-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
001050 77  DL400-RUN-DATE                 PIC 9(08) VALUE ZERO.
001060 77  DL400-ARCHIVE-COUNT            PIC 9(09) COMP VALUE ZERO.
001070 77  DL400-RETAIN-COUNT             PIC 9(09) COMP VALUE ZERO.
001080 77  DL400-KEYED-COUNT              PIC 9(09) COMP VALUE ZERO.
001090 77  DL400-MAX-ADDENDS              PIC 9(02) COMP VALUE 10.
001100 77  DL400-ADDEND-SUB               PIC 9(02) COMP VALUE ZERO.
001110 77  DL400-WRITE-DONE-SW            PIC X(01) VALUE "N".
001120     88  DL400-WRITE-DONE                     VALUE "Y".
001130
001140 PROCEDURE DIVISION.
001150 0000-MAINLINE.
001160     PERFORM 1000-INITIALIZE
001170         THRU 1000-INITIALIZE-EXIT.
001180
001190     PERFORM 3000-DISPOSE-LOG-RECORD
001200         THRU 3000-DISPOSE-LOG-RECORD-EXIT
001210         UNTIL DL400-ADDLOG-EOF.
001220
001230     PERFORM 9000-TERMINATE
001240         THRU 9000-TERMINATE-EXIT.
001250
001260     PERFORM 9999-EXIT
001270         THRU 9999-EXIT-EXIT.
001280
001290 0000-MAINLINE-EXIT.
001300     EXIT.
001310
001320*----------------------------------------------------------------
001330* 1000-INITIALIZE - RESOLVE THE RETAIN MONTH FROM THE PARM
001340*                   (DEFAULT THE CURRENT MONTH), OPEN THE
001350*                   FILES, AND PRIME THE FIRST READ.  RECORDS
001360*                   DATED BEFORE THE FIRST OF THE RETAIN MONTH
001370*                   ARE ARCHIVED.
001380*----------------------------------------------------------------
001390 1000-INITIALIZE.
001400     ACCEPT DL400-RUN-DATE FROM DATE YYYYMMDD.
001410     ACCEPT DL400-PARM FROM COMMAND-LINE.
001420
001430     IF DL400-PARM(1:6) IS NUMERIC
001440         MOVE DL400-PARM(1:6) TO DL400-RETAIN-MONTH
001450     ELSE
001460         MOVE DL400-RUN-DATE(1:6) TO DL400-RETAIN-MONTH
001470     END-IF.
001480
001490*    A MISKEYED RETAIN MONTH MUST NOT CUT THE CURRENT MONTH
001500*    (OR WORSE) OUT OF THE LIVE LOG - REFUSE ANYTHING THAT IS
001510*    NOT A REAL MONTH AT OR BEFORE THE RUN MONTH.
001520     IF DL400-RETAIN-MONTH(5:2) < "01"
001530             OR DL400-RETAIN-MONTH(5:2) > "12"
001540             OR DL400-RETAIN-MONTH > DL400-RUN-DATE(1:6)
001550         DISPLAY "ADDLOGAR - RETAIN MONTH " DL400-RETAIN-MONTH
001560                 " IS NOT A MONTH AT OR BEFORE THE RUN DATE "
001570                 DL400-RUN-DATE " - RUN ABORTED."
001580         MOVE 16 TO RETURN-CODE
001590         STOP RUN
001600     END-IF.
001610
001620     COMPUTE DL400-CUTOFF-DATE =
001630         DL400-RETAIN-MONTH * 100 + 1.
001640
001650     DISPLAY "ADDLOGAR - ARCHIVING AUDIT RECORDS DATED BEFORE "
001660             DL400-CUTOFF-DATE ".".
001670
001680     OPEN INPUT ADDLOG-FILE.
001690     MOVE "ADDLOG" TO DL400-ERR-FILE-ID.
001700     MOVE DL400-ADDLOG-STATUS TO DL400-ERR-STATUS.
001710     PERFORM 8000-CHECK-FILE-STATUS
001720         THRU 8000-CHECK-FILE-STATUS-EXIT.
001730
001740     OPEN OUTPUT ARCOUT-FILE.
001750     MOVE "ARCOUT" TO DL400-ERR-FILE-ID.
001760     MOVE DL400-ARCOUT-STATUS TO DL400-ERR-STATUS.
001770     PERFORM 8000-CHECK-FILE-STATUS
001780         THRU 8000-CHECK-FILE-STATUS-EXIT.
001790
001800     OPEN OUTPUT NEWLOG-FILE.
001810     MOVE "NEWLOG" TO DL400-ERR-FILE-ID.
001820     MOVE DL400-NEWLOG-STATUS TO DL400-ERR-STATUS.
001830     PERFORM 8000-CHECK-FILE-STATUS
001840         THRU 8000-CHECK-FILE-STATUS-EXIT.
001850
001860     OPEN I-O ADDLGK-FILE.
001870*    A FRESHLY DEFINED, NEVER-LOADED KSDS CANNOT OPEN I-O
001880*    (STATUS 35) - THE FIRST ARCHIVE RUN LOADS IT FROM SCRATCH.
001890     IF DL400-ADDLGK-STATUS = "35"
001900         OPEN OUTPUT ADDLGK-FILE
001910     END-IF.
001920     MOVE "ADDLGK" TO DL400-ERR-FILE-ID.
001930     MOVE DL400-ADDLGK-STATUS TO DL400-ERR-STATUS.
001940     PERFORM 8000-CHECK-FILE-STATUS
001950         THRU 8000-CHECK-FILE-STATUS-EXIT.
001960
001970     PERFORM 2100-READ-ADDLOG
001980         THRU 2100-READ-ADDLOG-EXIT.
001990
002000 1000-INITIALIZE-EXIT.
002010     EXIT.
002020
002030*----------------------------------------------------------------
002040* 2100-READ-ADDLOG - READ THE NEXT LIVE AUDIT RECORD.
002050*----------------------------------------------------------------
002060 2100-READ-ADDLOG.
002070     READ ADDLOG-FILE
002080         AT END
002090             SET DL400-ADDLOG-EOF TO TRUE
002100     END-READ.
002110     IF DL400-ADDLOG-STATUS NOT = "00"
002120             AND DL400-ADDLOG-STATUS NOT = "10"
002130         MOVE "ADDLOG" TO DL400-ERR-FILE-ID
002140         MOVE DL400-ADDLOG-STATUS TO DL400-ERR-STATUS
002150         PERFORM 8000-CHECK-FILE-STATUS
002160             THRU 8000-CHECK-FILE-STATUS-EXIT
002170     END-IF.
002180
002190 2100-READ-ADDLOG-EXIT.
002200     EXIT.
002210
002220*----------------------------------------------------------------
002230* 3000-DISPOSE-LOG-RECORD - ARCHIVE THE CURRENT RECORD (FLAT
002240*                           GENERATION PLUS KEYED COPY) WHEN IT
002250*                           IS DATED BEFORE THE CUTOFF, RETAIN
002260*                           IT ON NEWLOG OTHERWISE, THEN READ
002270*                           THE NEXT RECORD.
002280*----------------------------------------------------------------
002290 3000-DISPOSE-LOG-RECORD.
002300     IF ADDLOG-LOG-DATE IS NUMERIC
002310             AND ADDLOG-LOG-DATE > ZERO
002320             AND ADDLOG-LOG-DATE < DL400-CUTOFF-DATE
002330         PERFORM 3100-ARCHIVE-RECORD
002340             THRU 3100-ARCHIVE-RECORD-EXIT
002350     ELSE
002360         PERFORM 3300-RETAIN-RECORD
002370             THRU 3300-RETAIN-RECORD-EXIT
002380     END-IF.
002390
002400     PERFORM 2100-READ-ADDLOG
002410         THRU 2100-READ-ADDLOG-EXIT.
002420
002430 3000-DISPOSE-LOG-RECORD-EXIT.
002440     EXIT.
002450
002460*----------------------------------------------------------------
002470* 3100-ARCHIVE-RECORD - WRITE THE CURRENT AUDIT RECORD TO THE
002480*                       DATED ARCHIVE GENERATION AND LOAD IT
002490*                       INTO THE KEYED COPY.
002500*----------------------------------------------------------------
002510 3100-ARCHIVE-RECORD.
002520     WRITE ADDLGA-RECORD FROM ADDLOG-RECORD.
002530     MOVE "ARCOUT" TO DL400-ERR-FILE-ID.
002540     MOVE DL400-ARCOUT-STATUS TO DL400-ERR-STATUS.
002550     PERFORM 8000-CHECK-FILE-STATUS
002560         THRU 8000-CHECK-FILE-STATUS-EXIT.
002570     ADD 1 TO DL400-ARCHIVE-COUNT.
002580
002590     PERFORM 3200-LOAD-KEYED-COPY
002600         THRU 3200-LOAD-KEYED-COPY-EXIT.
002610
002620 3100-ARCHIVE-RECORD-EXIT.
002630     EXIT.
002640
002650*----------------------------------------------------------------
002660* 3200-LOAD-KEYED-COPY - BUILD THE KSDS RECORD FROM THE CURRENT
002670*                        AUDIT RECORD AND WRITE IT, BUMPING THE
002680*                        KEY SEQUENCE PAST ANY DUPLICATE UNTIL
002690*                        THE KEY IS UNIQUE (SEVERAL
002700*                        CALCULATIONS CAN LOG IN THE SAME
002710*                        SECOND).
002720*----------------------------------------------------------------
002730 3200-LOAD-KEYED-COPY.
002740     MOVE ADDLOG-LOG-DATE TO ADDLGK-LOG-DATE.
002750     MOVE ADDLOG-LOG-TIME TO ADDLGK-LOG-TIME.
002760     MOVE ZERO TO ADDLGK-KEY-SEQ.
002770     MOVE ADDLOG-TRANS-ID TO ADDLGK-TRANS-ID.
002780     MOVE ADDLOG-GL-ACCOUNT TO ADDLGK-GL-ACCOUNT.
002790     MOVE ADDLOG-TRANS-TYPE TO ADDLGK-TRANS-TYPE.
002800     MOVE ADDLOG-ADDEND-COUNT TO ADDLGK-ADDEND-COUNT.
002810     PERFORM 3220-STORE-KEYED-ENTRY
002820         THRU 3220-STORE-KEYED-ENTRY-EXIT
002830         VARYING DL400-ADDEND-SUB FROM 1 BY 1
002840         UNTIL DL400-ADDEND-SUB > DL400-MAX-ADDENDS.
002850     MOVE ADDLOG-RESULT TO ADDLGK-RESULT.
002860     MOVE ADDLOG-OPERATOR-ID TO ADDLGK-OPERATOR-ID.
002870     MOVE ADDLOG-JOB-ID TO ADDLGK-JOB-ID.
002880     MOVE ADDLOG-CURRENCY-CODE TO ADDLGK-CURRENCY-CODE.
002890     MOVE ADDLOG-FX-RATE TO ADDLGK-FX-RATE.
002900     MOVE ADDLOG-ORIG-RESULT TO ADDLGK-ORIG-RESULT.
002910
002920     MOVE "N" TO DL400-WRITE-DONE-SW.
002930     PERFORM 3210-WRITE-KEYED-RECORD
002940         THRU 3210-WRITE-KEYED-RECORD-EXIT
002950         UNTIL DL400-WRITE-DONE.
002960
002970     ADD 1 TO DL400-KEYED-COUNT.
002980
002990 3200-LOAD-KEYED-COPY-EXIT.
003000     EXIT.
003010
003020 3210-WRITE-KEYED-RECORD.
003030     WRITE ADDLGK-RECORD
003040         INVALID KEY
003050             IF ADDLGK-KEY-SEQ < 9999
003060                 ADD 1 TO ADDLGK-KEY-SEQ
003070             ELSE
003080                 DISPLAY "ADDLOGAR - KEY SEQUENCE EXHAUSTED AT "
003090                         ADDLGK-LOG-DATE " " ADDLGK-LOG-TIME
003100                         " - RUN ABORTED."
003110                 MOVE 16 TO RETURN-CODE
003120                 STOP RUN
003130             END-IF
003140         NOT INVALID KEY
003150             SET DL400-WRITE-DONE TO TRUE
003160     END-WRITE.
003170
003180     IF NOT DL400-WRITE-DONE
003190             AND DL400-ADDLGK-STATUS NOT = "22"
003200         MOVE "ADDLGK" TO DL400-ERR-FILE-ID
003210         MOVE DL400-ADDLGK-STATUS TO DL400-ERR-STATUS
003220         PERFORM 8000-CHECK-FILE-STATUS
003230             THRU 8000-CHECK-FILE-STATUS-EXIT
003240     END-IF.
003250
003260 3210-WRITE-KEYED-RECORD-EXIT.
003270     EXIT.
003280
003290*    THE EIGHT RAW BYTES MOVE UNDER REFERENCE MODIFICATION SO NO
003300*    SIGN EDITING OR SCALING IS APPLIED.
003310 3220-STORE-KEYED-ENTRY.
003320     MOVE ADDLOG-ADDEND-TABLE(DL400-ADDEND-SUB)(1:8)
003330         TO ADDLGK-ADDEND-TABLE(DL400-ADDEND-SUB)(1:8).
003340
003350 3220-STORE-KEYED-ENTRY-EXIT.
003360     EXIT.
003370
003380*----------------------------------------------------------------
003390* 3300-RETAIN-RECORD - KEEP THE CURRENT AUDIT RECORD ON THE
003400*                      LIVE LOG BY WRITING IT TO NEWLOG.
003410*----------------------------------------------------------------
003420 3300-RETAIN-RECORD.
003430     WRITE ADDLGN-RECORD FROM ADDLOG-RECORD.
003440     MOVE "NEWLOG" TO DL400-ERR-FILE-ID.
003450     MOVE DL400-NEWLOG-STATUS TO DL400-ERR-STATUS.
003460     PERFORM 8000-CHECK-FILE-STATUS
003470         THRU 8000-CHECK-FILE-STATUS-EXIT.
003480     ADD 1 TO DL400-RETAIN-COUNT.
003490
003500 3300-RETAIN-RECORD-EXIT.
003510     EXIT.
003520
003530*----------------------------------------------------------------
003540* 9000-TERMINATE - ANNOUNCE THE DISPOSITION COUNTS.
003550*----------------------------------------------------------------
003560 9000-TERMINATE.
003570     DISPLAY "ADDLOGAR RUN COMPLETE - "
003580             DL400-ARCHIVE-COUNT " ARCHIVED ("
003590             DL400-KEYED-COUNT " KEYED), "
003600             DL400-RETAIN-COUNT " RETAINED.".
003610
003620 9000-TERMINATE-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------------
003660* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
003670*                          AFTER EVERY OPEN AND WRITE.  THE
003680*                          CALLER MOVES THE FILE'S NAME AND
003690*                          CURRENT FILE STATUS INTO
003700*                          DL400-ERR-FILE-ID/DL400-ERR-STATUS
003710*                          IMMEDIATELY BEFORE THE PERFORM.  A
003720*                          NON-ZERO STATUS ABENDS THE RUN.
003730*----------------------------------------------------------------
003740 8000-CHECK-FILE-STATUS.
003750     IF DL400-ERR-STATUS NOT = "00"
003760         DISPLAY "ADDLOGAR - I/O ERROR ON "
003770                 DL400-ERR-FILE-ID " - FILE STATUS "
003780                 DL400-ERR-STATUS "."
003790         MOVE 16 TO RETURN-CODE
003800         STOP RUN
003810     END-IF.
003820
003830 8000-CHECK-FILE-STATUS-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------
003870* 9999-EXIT - COMMON PROGRAM EXIT.
003880*----------------------------------------------------------------
003890 9999-EXIT.
003900     CLOSE ADDLOG-FILE
003910           ARCOUT-FILE
003920           NEWLOG-FILE
003930           ADDLGK-FILE.
003940     STOP RUN.
003950
003960 9999-EXIT-EXIT.
003970     EXIT.
