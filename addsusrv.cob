000450*                   AND RESULT WIDENED IN STEP WITH ADD3NUM
000460*                   (LRECL 142) AND THE REVIEW REPORT'S
000470*                   RESULT COLUMN WIDENED TO MATCH.
000480*   10/14/2026  DL  ACCOUNTING-PERIOD LOCK.  THE RELEASE BATCH
000490*                   POSTS IN THE NEXT ADDJOB01 RUN UNDER THE
000500*                   ADDBDT BUSINESS DATE, SO WHEN THAT DATE
000510*                   FALLS IN A PERIOD THE ADDPRD CONTROL RECORD
000520*                   SHOWS CLOSED THE RUN IS REFUSED WITH RC 12
000530*                   BEFORE ANY OUTPUT IS WRITTEN.
000540*   10/15/2026  DL  ADDSUS IS NOW A VSAM KSDS KEYED BY
000550*                   TRANSACTION ID AND HELD DATE.  EACH ADDREL
000560*                   CARD IS APPLIED BY STARTING ON ITS
000570*                   TRANSACTION ID AND READING ONLY THAT ID'S
000580*                   ROWS, INSTEAD OF READING AND REWRITING EVERY
000590*                   ROW EVER HELD.  THE REVIEW REPORT LISTS
000600*                   TODAY'S DECISIONS FOLLOWED BY THE ITEMS
000610*                   STILL AWAITING REVIEW; ROWS RELEASED OR
000620*                   VOIDED IN EARLIER RUNS ARE NO LONGER
000630*                   LISTED (ADDPOSRP TOTALS THEM AND THE
000640*                   ADDSUSPG PURGE REGISTER LISTS THEM AS THEY
000650*                   ARE ARCHIVED).
000660*   10/15/2026  DL  A RELEASED TRANSACTION GOES BACK TO ADD3NUM IN
000670*                   THE CURRENCY ITS ADDENDS WERE KEYED IN (THE
000680*                   ADDSUS CURRENCY CODE), SO IT IS RECONVERTED AT
000690*                   THE RATE FOR THE RELEASE RUN'S BUSINESS DATE.
000700*                   THE APPROVAL LIMITS STILL TEST THE BASE
000710*                   RESULT.
000720*   10/15/2026  DL  THE ADDSUS DUPLICATE OVERRIDE GOES OUT ON THE
000730*                   RELEASE DETAIL, SO AN ITEM ADDRECYC FORCED
000740*                   THROUGH THE DUPLICATE-ID CHECK BEFORE IT WAS
000750*                   HELD STILL POSTS WHEN IT IS RELEASED.
000760*----------------------------------------------------------------
000770
000780 ENVIRONMENT DIVISION.
000790 CONFIGURATION SECTION.
000800 SOURCE-COMPUTER. IBM-370.
000810 OBJECT-COMPUTER. IBM-370.
000820
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000850     SELECT ADDSUS-FILE ASSIGN TO ADDSUS
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS ADDSUS-KEY
000890         FILE STATUS IS DL700-ADDSUS-STATUS.
000900
000910     SELECT ADDREL-FILE ASSIGN TO ADDREL
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS DL700-ADDREL-STATUS.
000940
000950     SELECT ADDRLS-FILE ASSIGN TO ADDRLS
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS DL700-ADDRLS-STATUS.
000980
000990     SELECT ADDAPR-FILE ASSIGN TO ADDAPR
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS DL700-ADDAPR-STATUS.
001020
001030     SELECT SUSRPT-FILE ASSIGN TO SUSRPT
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS DL700-SUSRPT-STATUS.
001060
001070     SELECT ADDBDT-FILE ASSIGN TO ADDBDT
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS DL700-ADDBDT-STATUS.
001100
001110     SELECT ADDPRD-FILE ASSIGN TO ADDPRD
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS DL700-ADDPRD-STATUS.
001140
001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  ADDSUS-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 COPY ADDSUSREC.
001200
001210 FD  ADDREL-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240 COPY ADDRELREC.
001250
001260 FD  ADDRLS-FILE
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD.
001290 COPY ADDINREC.
001300
001310 FD  ADDAPR-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 COPY ADDAPRREC.
001350
001360 FD  SUSRPT-FILE
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD.
001390 COPY ADDRPTREC.
001400
001410 FD  ADDBDT-FILE
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD.
001440 COPY ADDBDTREC.
001450
001460 FD  ADDPRD-FILE
001470     RECORDING MODE IS F
001480     LABEL RECORDS ARE STANDARD.
001490 COPY ADDPRDREC.
001500
001510 WORKING-STORAGE SECTION.
001520*----------------------------------------------------------------
001530* FILE-STATUS SWITCHES AND COMMON I/O ERROR FIELDS
001540*----------------------------------------------------------------
001550 77  DL700-ADDSUS-STATUS            PIC X(02) VALUE "00".
001560 77  DL700-ADDREL-STATUS            PIC X(02) VALUE "00".
001570 77  DL700-ADDRLS-STATUS            PIC X(02) VALUE "00".
001580 77  DL700-SUSRPT-STATUS            PIC X(02) VALUE "00".
001590 77  DL700-ADDBDT-STATUS            PIC X(02) VALUE "00".
001600 77  DL700-ADDPRD-STATUS            PIC X(02) VALUE "00".
001610 77  DL700-ERR-FILE-ID              PIC X(08) VALUE SPACES.
001620 77  DL700-ERR-STATUS               PIC X(02) VALUE "00".
001630 77  DL700-ADDSUS-EOF-SW            PIC X(01) VALUE "N".
001640     88  DL700-ADDSUS-EOF                     VALUE "Y".
001650 77  DL700-ADDREL-EOF-SW            PIC X(01) VALUE "N".
001660     88  DL700-ADDREL-EOF                     VALUE "Y".
001670 77  DL700-ADDAPR-STATUS            PIC X(02) VALUE "00".
001680 77  DL700-ADDAPR-EOF-SW            PIC X(01) VALUE "N".
001690     88  DL700-ADDAPR-EOF                     VALUE "Y".
001700
001710*----------------------------------------------------------------
001720* RUN CONTROL, COUNTERS AND RELEASE BATCH CONTROL TOTALS
001730*----------------------------------------------------------------
001740 77  DL700-RUN-DATE                 PIC 9(08) VALUE ZERO.
001750 77  DL700-RELEASE-COUNT            PIC 9(09) COMP VALUE ZERO.
001760 77  DL700-VOID-COUNT               PIC 9(09) COMP VALUE ZERO.
001770 77  DL700-STILL-HELD-COUNT         PIC 9(09) COMP VALUE ZERO.
001780 77  DL700-RLS-HASH-TOTAL           PIC S9(11)V99 VALUE ZERO.
001790 77  DL700-MAX-ADDENDS              PIC 9(02) COMP VALUE 10.
001800 77  DL700-ADDEND-SUB               PIC 9(02) COMP VALUE ZERO.
001810 77  DL700-CARD-SUB                 PIC 9(04) COMP VALUE ZERO.
001820
001830 01  DL700-RLS-BATCH-ID.
001840     05  FILLER                     PIC X(01) VALUE "S".
001850     05  DL700-RLS-BID-DATE         PIC X(06) VALUE SPACES.
001860     05  DL700-RLS-BID-SUFFIX       PIC X(01) VALUE "A".
001870*    ONE LETTER PER RUN HOUR KEEPS SAME-DAY RELEASE BATCHES
001880*    DISTINCT FOR THE ADDRUN DUPLICATE-RUN PROTECTION.
001890 77  DL700-TIME-WORK                PIC 9(08) VALUE ZERO.
001900 77  DL700-RUN-HOUR                 PIC 9(02) VALUE ZERO.
001910 77  DL700-HOUR-SUB                 PIC 9(02) COMP VALUE ZERO.
001920 77  DL700-HOUR-CHARS               PIC X(24)
001930     VALUE "ABCDEFGHIJKLMNOPQRSTUVWX".
001940
001950*----------------------------------------------------------------
001960* RELEASE CARD TABLE - LOADED FROM ADDREL AT STARTUP.  EACH
001970* ENTRY DRIVES A KEYED READ OF ADDSUS; THE TABLE IS SEARCHED
001980* BY TRANSACTION ID WHEN THE ITEMS STILL HELD ARE LISTED.
001990*----------------------------------------------------------------
002000 77  DL700-REL-MAX                  PIC 9(04) COMP VALUE 500.
002010 77  DL700-REL-COUNT                PIC 9(04) COMP VALUE ZERO.
002020 77  DL700-REL-SUB                  PIC 9(04) COMP VALUE ZERO.
002030 77  DL700-REL-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
002040 01  DL700-REL-TABLE.
002050     05  DL700-REL-ENTRY OCCURS 500 TIMES.
002060         10  DL700-REL-TID          PIC X(10).
002070         10  DL700-REL-ACTION       PIC X(01).
002080         10  DL700-REL-APR1         PIC X(08).
002090         10  DL700-REL-APR2         PIC X(08).
002100         10  DL700-REL-USED-SW      PIC X(01).
002110             88  DL700-REL-USED            VALUE "Y".
002120
002130*----------------------------------------------------------------
002140* APPROVER MASTER (ADDAPR) - THE DUAL-APPROVAL THRESHOLD FROM
002150* THE CONTROL RECORD AND THE AUTHORIZED-APPROVER TABLE, BOTH
002160* LOADED AT STARTUP.  THE APPROVAL CHECK LEAVES ITS VERDICT
002170* IN THE OK SWITCH AND, ON A REJECT, THE REVIEW-REPORT
002180* DISPOSITION TEXT IN THE REJECT-TEXT FIELD.
002190*----------------------------------------------------------------
002200 77  DL700-APR-MAX                  PIC 9(04) COMP VALUE 100.
002210 77  DL700-APR-COUNT                PIC 9(04) COMP VALUE ZERO.
002220 77  DL700-APR-SUB                  PIC 9(04) COMP VALUE ZERO.
002230 77  DL700-APR-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
002240 77  DL700-APR-LOOKUP-ID            PIC X(08) VALUE SPACES.
002250 77  DL700-DUAL-THRESHOLD           PIC 9(09)V99 VALUE ZERO.
002260 77  DL700-THRESHOLD-SW             PIC X(01) VALUE "N".
002270     88  DL700-THRESHOLD-LOADED               VALUE "Y".
002280 77  DL700-ABS-RESULT               PIC 9(09)V99 VALUE ZERO.
002290 77  DL700-APPROVAL-OK-SW           PIC X(01) VALUE "N".
002300     88  DL700-APPROVAL-OK                    VALUE "Y".
002310 77  DL700-REJECT-TEXT              PIC X(24) VALUE SPACES.
002320 01  DL700-APR-TABLE.
002330     05  DL700-APR-ENTRY OCCURS 100 TIMES.
002340         10  DL700-APR-ID           PIC X(08).
002350         10  DL700-APR-LIMIT        PIC 9(09)V99.
002360
002370*----------------------------------------------------------------
002380* SUSPENSE REVIEW REPORT (SUSRPT) PRINT LINES
002390*----------------------------------------------------------------
002400 77  DL700-RPT-PAGE-SIZE            PIC 9(04) COMP VALUE 50.
002410 77  DL700-RPT-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
002420 77  DL700-RPT-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
002430
002440 01  DL700-RPT-HEADING1.
002450     05  FILLER                     PIC X(01) VALUE "1".
002460     05  FILLER                     PIC X(28)
002470         VALUE "ADDSUSRV SUSPENSE REVIEW".
002480     05  FILLER                     PIC X(10) VALUE "RUN DATE:".
002490     05  DL700-RPT-H1-DATE          PIC 9999/99/99.
002500     05  FILLER                     PIC X(08) VALUE "  PAGE:".
002510     05  DL700-RPT-H1-PAGE          PIC ZZZ9.
002520     05  FILLER                     PIC X(71) VALUE SPACES.
002530
002540 01  DL700-RPT-HEADING2.
002550     05  FILLER                     PIC X(01) VALUE SPACE.
002560     05  FILLER                     PIC X(12) VALUE "TRANS ID".
002570     05  FILLER                     PIC X(12) VALUE "ACCOUNT".
002580     05  FILLER                     PIC X(04) VALUE "TYP".
002590     05  FILLER                     PIC X(08) VALUE "REASON".
002600     05  FILLER                     PIC X(12) VALUE "HELD DATE".
002610     05  FILLER                     PIC X(12) VALUE "REL DATE".
002620     05  FILLER                     PIC X(12) VALUE "RESULT".
002630     05  FILLER                     PIC X(24) VALUE "DISPOSITION".
002640     05  FILLER                     PIC X(10) VALUE "APPROVER".
002650     05  FILLER                     PIC X(25) VALUE SPACES.
002660
002670 01  DL700-RPT-DETAIL.
002680     05  FILLER                     PIC X(01) VALUE SPACE.
002690     05  DL700-RPT-DET-TRANS        PIC X(10).
002700     05  FILLER                     PIC X(02) VALUE SPACES.
002710     05  DL700-RPT-DET-ACCT         PIC X(10).
002720     05  FILLER                     PIC X(02) VALUE SPACES.
002730     05  DL700-RPT-DET-TYPE         PIC X(01).
002740     05  FILLER                     PIC X(03) VALUE SPACES.
002750     05  DL700-RPT-DET-REASON       PIC X(02).
002760     05  FILLER                     PIC X(06) VALUE SPACES.
002770     05  DL700-RPT-DET-HELD         PIC 9999/99/99.
002780     05  FILLER                     PIC X(02) VALUE SPACES.
002790     05  DL700-RPT-DET-REL          PIC 9999/99/99.
002800     05  FILLER                     PIC X(02) VALUE SPACES.
002810     05  DL700-RPT-DET-RESULT       PIC Z,ZZZ,ZZ9.99-.
002820     05  FILLER                     PIC X(02) VALUE SPACES.
002830     05  DL700-RPT-DET-DISP         PIC X(24).
002840     05  FILLER                     PIC X(02) VALUE SPACES.
002850     05  DL700-RPT-DET-APPR         PIC X(08).
002860     05  FILLER                     PIC X(30) VALUE SPACES.
002870
002880 01  DL700-RPT-TRAILER.
002890     05  FILLER                     PIC X(01) VALUE SPACE.
002900     05  FILLER                     PIC X(10) VALUE "RELEASED:".
002910     05  DL700-RPT-TRL-RELEASED     PIC ZZZ,ZZ9.
002920     05  FILLER                     PIC X(09) VALUE "  VOIDED:".
002930     05  DL700-RPT-TRL-VOIDED       PIC ZZZ,ZZ9.
002940     05  FILLER                     PIC X(13)
002950         VALUE "  STILL HELD:".
002960     05  DL700-RPT-TRL-HELD         PIC ZZZ,ZZ9.
002970     05  FILLER                     PIC X(78) VALUE SPACES.
002980
002990 PROCEDURE DIVISION.
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE
003020         THRU 1000-INITIALIZE-EXIT.
003030
003040     PERFORM 3000-APPLY-RELEASE-CARD
003050         THRU 3000-APPLY-RELEASE-CARD-EXIT
003060         VARYING DL700-CARD-SUB FROM 1 BY 1
003070         UNTIL DL700-CARD-SUB > DL700-REL-COUNT.
003080
003090     PERFORM 5000-LIST-HELD-ITEMS
003100         THRU 5000-LIST-HELD-ITEMS-EXIT.
003110
003120     PERFORM 9000-TERMINATE
003130         THRU 9000-TERMINATE-EXIT.
003140
003150     PERFORM 9999-EXIT
003160         THRU 9999-EXIT-EXIT.
003170
003180 0000-MAINLINE-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------------
003220* 1000-INITIALIZE - OPEN THE FILES, LOAD THE RELEASE CARD
003230*                   TABLE, PRINT THE REPORT HEADERS AND WRITE
003240*                   THE RELEASE BATCH HEADER.  A FRESHLY
003250*                   DEFINED, NEVER-LOADED ADDSUS CLUSTER IS
003260*                   CREATED EMPTY AND REOPENED.
003270*----------------------------------------------------------------
003280 1000-INITIALIZE.
003290     ACCEPT DL700-RUN-DATE FROM DATE YYYYMMDD.
003300
003310     PERFORM 1050-CHECK-PERIOD-LOCK
003320         THRU 1050-CHECK-PERIOD-LOCK-EXIT.
003330
003340     OPEN I-O ADDSUS-FILE.
003350     IF DL700-ADDSUS-STATUS = "35"
003360         OPEN OUTPUT ADDSUS-FILE
003370         CLOSE ADDSUS-FILE
003380         OPEN I-O ADDSUS-FILE
003390     END-IF.
003400     MOVE "ADDSUS" TO DL700-ERR-FILE-ID.
003410     MOVE DL700-ADDSUS-STATUS TO DL700-ERR-STATUS.
003420     PERFORM 8000-CHECK-FILE-STATUS
003430         THRU 8000-CHECK-FILE-STATUS-EXIT.
003440
003450     OPEN INPUT ADDREL-FILE.
003460     MOVE "ADDREL" TO DL700-ERR-FILE-ID.
003470     MOVE DL700-ADDREL-STATUS TO DL700-ERR-STATUS.
003480     PERFORM 8000-CHECK-FILE-STATUS
003490         THRU 8000-CHECK-FILE-STATUS-EXIT.
003500
003510     OPEN OUTPUT ADDRLS-FILE.
003520     MOVE "ADDRLS" TO DL700-ERR-FILE-ID.
003530     MOVE DL700-ADDRLS-STATUS TO DL700-ERR-STATUS.
003540     PERFORM 8000-CHECK-FILE-STATUS
003550         THRU 8000-CHECK-FILE-STATUS-EXIT.
003560
003570     OPEN OUTPUT SUSRPT-FILE.
003580     MOVE "SUSRPT" TO DL700-ERR-FILE-ID.
003590     MOVE DL700-SUSRPT-STATUS TO DL700-ERR-STATUS.
003600     PERFORM 8000-CHECK-FILE-STATUS
003610         THRU 8000-CHECK-FILE-STATUS-EXIT.
003620
003630     PERFORM 1100-LOAD-RELEASE-CARD
003640         THRU 1100-LOAD-RELEASE-CARD-EXIT
003650         UNTIL DL700-ADDREL-EOF.
003660
003670     OPEN INPUT ADDAPR-FILE.
003680     MOVE "ADDAPR" TO DL700-ERR-FILE-ID.
003690     MOVE DL700-ADDAPR-STATUS TO DL700-ERR-STATUS.
003700     PERFORM 8000-CHECK-FILE-STATUS
003710         THRU 8000-CHECK-FILE-STATUS-EXIT.
003720     PERFORM 1200-LOAD-APPROVER
003730         THRU 1200-LOAD-APPROVER-EXIT
003740         UNTIL DL700-ADDAPR-EOF.
003750     CLOSE ADDAPR-FILE.
003760
003770*    RELEASING WITH NO THRESHOLD OR NO APPROVERS IN FORCE IS
003780*    EXACTLY THE UNATTRIBUTED-RELEASE EXPOSURE THE APPROVER
003790*    MASTER IS THERE TO CLOSE.
003800     IF NOT DL700-THRESHOLD-LOADED
003810             OR DL700-APR-COUNT = ZERO
003820         DISPLAY "ADDSUSRV - ADDAPR APPROVER MASTER IS MISSING "
003830                 "ITS CONTROL RECORD OR HAS NO APPROVERS - RUN "
003840                 "ABORTED."
003850         MOVE 16 TO RETURN-CODE
003860         STOP RUN
003870     END-IF.
003880
003890     PERFORM 4000-PRINT-HEADERS
003900         THRU 4000-PRINT-HEADERS-EXIT.
003910
003920     PERFORM 7000-WRITE-RLS-HEADER
003930         THRU 7000-WRITE-RLS-HEADER-EXIT.
003940
003950 1000-INITIALIZE-EXIT.
003960     EXIT.
003970
003980*----------------------------------------------------------------
003990* 1050-CHECK-PERIOD-LOCK - REFUSE THE RUN WITH RC 12 WHEN THE
004000*                          ADDBDT BUSINESS DATE THIS RELEASE
004010*                          BATCH WILL POST UNDER FALLS IN A PERIOD
004020*                          THE ADDPRD CONTROL RECORD SHOWS CLOSED.
004030*                          NO ADDPRD DATASET OR NO RECORD MEANS NO
004040*                          PERIOD HAS BEEN CLOSED YET.
004050*----------------------------------------------------------------
004060 1050-CHECK-PERIOD-LOCK.
004070     OPEN INPUT ADDBDT-FILE.
004080     MOVE "ADDBDT" TO DL700-ERR-FILE-ID.
004090     MOVE DL700-ADDBDT-STATUS TO DL700-ERR-STATUS.
004100     PERFORM 8000-CHECK-FILE-STATUS
004110         THRU 8000-CHECK-FILE-STATUS-EXIT.
004120     READ ADDBDT-FILE
004130         AT END
004140             DISPLAY "ADDSUSRV - ADDBDT PROCESSING-DATE "
004150                     "CONTROL RECORD MISSING - RUN ABORTED."
004160             MOVE 16 TO RETURN-CODE
004170             STOP RUN
004180     END-READ.
004190     IF ADDBDT-BUS-DATE IS NOT NUMERIC
004200             OR ADDBDT-BUS-DATE = ZERO
004210         DISPLAY "ADDSUSRV - ADDBDT BUSINESS DATE IS NOT "
004220                 "NUMERIC - RUN ABORTED."
004230         MOVE 16 TO RETURN-CODE
004240         STOP RUN
004250     END-IF.
004260     CLOSE ADDBDT-FILE.
004270
004280     OPEN INPUT ADDPRD-FILE.
004290     IF DL700-ADDPRD-STATUS = "35"
004300         GO TO 1050-CHECK-PERIOD-LOCK-EXIT
004310     END-IF.
004320     MOVE "ADDPRD" TO DL700-ERR-FILE-ID.
004330     MOVE DL700-ADDPRD-STATUS TO DL700-ERR-STATUS.
004340     PERFORM 8000-CHECK-FILE-STATUS
004350         THRU 8000-CHECK-FILE-STATUS-EXIT.
004360     READ ADDPRD-FILE
004370         AT END
004380             MOVE ZEROS TO ADDPRD-CLOSED-PERIOD
004390     END-READ.
004400     CLOSE ADDPRD-FILE.
004410     IF ADDPRD-CLOSED-PERIOD IS NOT NUMERIC
004420         DISPLAY "ADDSUSRV - ADDPRD CLOSED PERIOD IS NOT "
004430                 "NUMERIC - RUN ABORTED."
004440         MOVE 16 TO RETURN-CODE
004450         STOP RUN
004460     END-IF.
004470
004480     IF ADDBDT-BUS-DATE(1:6) NOT > ADDPRD-CLOSED-PERIOD
004490         DISPLAY "ADDSUSRV - BUSINESS DATE " ADDBDT-BUS-DATE
004500                 " FALLS IN CLOSED ACCOUNTING PERIOD - "
004510                 "PERIODS THROUGH " ADDPRD-CLOSED-PERIOD
004520                 " ARE CLOSED - RUN REFUSED."
004530         MOVE 12 TO RETURN-CODE
004540         STOP RUN
004550     END-IF.
004560
004570 1050-CHECK-PERIOD-LOCK-EXIT.
004580     EXIT.
004590
004600*----------------------------------------------------------------
004610* 1100-LOAD-RELEASE-CARD - READ ONE ADDREL CARD AND STORE IT IN
004620*                          THE RELEASE TABLE.  A BAD ACTION OR
004630*                          A TABLE OVERFLOW ABENDS THE RUN
004640*                          RATHER THAN SILENTLY DROPPING A
004650*                          SUPERVISOR DECISION.
004660*----------------------------------------------------------------
004670 1100-LOAD-RELEASE-CARD.
004680     READ ADDREL-FILE
004690         AT END
004700             SET DL700-ADDREL-EOF TO TRUE
004710             GO TO 1100-LOAD-RELEASE-CARD-EXIT
004720     END-READ.
004730     IF DL700-ADDREL-STATUS NOT = "00"
004740         MOVE "ADDREL" TO DL700-ERR-FILE-ID
004750         MOVE DL700-ADDREL-STATUS TO DL700-ERR-STATUS
004760         PERFORM 8000-CHECK-FILE-STATUS
004770             THRU 8000-CHECK-FILE-STATUS-EXIT
004780     END-IF.
004790
004800     IF ADDREL-TRANS-ID = SPACES
004810         DISPLAY "ADDSUSRV - ADDREL CARD WITH NO TRANSACTION "
004820                 "ID - RUN ABORTED."
004830         MOVE 16 TO RETURN-CODE
004840         STOP RUN
004850     END-IF.
004860
004870     IF NOT ADDREL-RELEASE
004880             AND NOT ADDREL-VOID
004890         DISPLAY "ADDSUSRV - ADDREL CARD FOR " ADDREL-TRANS-ID
004900                 " HAS ACTION " ADDREL-ACTION
004910                 " - MUST BE R OR V - RUN ABORTED."
004920         MOVE 16 TO RETURN-CODE
004930         STOP RUN
004940     END-IF.
004950
004960     IF DL700-REL-COUNT >= DL700-REL-MAX
004970         DISPLAY "ADDSUSRV - MORE THAN " DL700-REL-MAX
004980                 " ADDREL CARDS - RUN ABORTED."
004990         MOVE 16 TO RETURN-CODE
005000         STOP RUN
005010     END-IF.
005020
005030     ADD 1 TO DL700-REL-COUNT.
005040     MOVE ADDREL-TRANS-ID
005050         TO DL700-REL-TID(DL700-REL-COUNT).
005060     MOVE ADDREL-ACTION
005070         TO DL700-REL-ACTION(DL700-REL-COUNT).
005080     MOVE ADDREL-APPROVER-ID
005090         TO DL700-REL-APR1(DL700-REL-COUNT).
005100     MOVE ADDREL-APPROVER2-ID
005110         TO DL700-REL-APR2(DL700-REL-COUNT).
005120     MOVE "N" TO DL700-REL-USED-SW(DL700-REL-COUNT).
005130
005140 1100-LOAD-RELEASE-CARD-EXIT.
005150     EXIT.
005160
005170*----------------------------------------------------------------
005180* 1200-LOAD-APPROVER - READ ONE ADDAPR RECORD AND STORE THE
005190*                      DUAL-APPROVAL THRESHOLD (CONTROL
005200*                      RECORD) OR AN APPROVER'S ID AND LIMIT.
005210*                      A BROKEN MASTER ABENDS THE RUN - IT
005220*                      GUARDS EVERY RELEASE.
005230*----------------------------------------------------------------
005240 1200-LOAD-APPROVER.
005250     READ ADDAPR-FILE
005260         AT END
005270             SET DL700-ADDAPR-EOF TO TRUE
005280             GO TO 1200-LOAD-APPROVER-EXIT
005290     END-READ.
005300     IF DL700-ADDAPR-STATUS NOT = "00"
005310         MOVE "ADDAPR" TO DL700-ERR-FILE-ID
005320         MOVE DL700-ADDAPR-STATUS TO DL700-ERR-STATUS
005330         PERFORM 8000-CHECK-FILE-STATUS
005340             THRU 8000-CHECK-FILE-STATUS-EXIT
005350     END-IF.
005360
005370     EVALUATE TRUE
005380         WHEN ADDAPR-CONTROL-REC
005390             IF ADDAPR-DUAL-THRESHOLD IS NOT NUMERIC
005400                 DISPLAY "ADDSUSRV - ADDAPR DUAL-APPROVAL "
005410                         "THRESHOLD IS NOT NUMERIC - RUN "
005420                         "ABORTED."
005430                 MOVE 16 TO RETURN-CODE
005440                 STOP RUN
005450             END-IF
005460             MOVE ADDAPR-DUAL-THRESHOLD
005470                 TO DL700-DUAL-THRESHOLD
005480             SET DL700-THRESHOLD-LOADED TO TRUE
005490         WHEN ADDAPR-APPROVER-REC
005500             IF ADDAPR-ID = SPACES
005510                     OR ADDAPR-LIMIT IS NOT NUMERIC
005520                 DISPLAY "ADDSUSRV - ADDAPR APPROVER RECORD "
005530                         "WITH A BLANK ID OR NON-NUMERIC "
005540                         "LIMIT - RUN ABORTED."
005550                 MOVE 16 TO RETURN-CODE
005560                 STOP RUN
005570             END-IF
005580             IF DL700-APR-COUNT >= DL700-APR-MAX
005590                 DISPLAY "ADDSUSRV - MORE THAN " DL700-APR-MAX
005600                         " ADDAPR APPROVERS - RUN ABORTED."
005610                 MOVE 16 TO RETURN-CODE
005620                 STOP RUN
005630             END-IF
005640             ADD 1 TO DL700-APR-COUNT
005650             MOVE ADDAPR-ID
005660                 TO DL700-APR-ID(DL700-APR-COUNT)
005670             MOVE ADDAPR-LIMIT
005680                 TO DL700-APR-LIMIT(DL700-APR-COUNT)
005690         WHEN OTHER
005700             DISPLAY "ADDSUSRV - UNEXPECTED ADDAPR RECORD "
005710                     "TYPE " ADDAPR-REC-TYPE " - RUN ABORTED."
005720             MOVE 16 TO RETURN-CODE
005730             STOP RUN
005740     END-EVALUATE.
005750
005760 1200-LOAD-APPROVER-EXIT.
005770     EXIT.
005780
005790*----------------------------------------------------------------
005800* 2100-READ-ADDSUS - READ THE NEXT SUSPENSE RECORD IN KEY ORDER
005810*                    FROM WHERE THE LAST START LEFT THE FILE.
005820*----------------------------------------------------------------
005830 2100-READ-ADDSUS.
005840     READ ADDSUS-FILE NEXT RECORD
005850         AT END
005860             SET DL700-ADDSUS-EOF TO TRUE
005870             GO TO 2100-READ-ADDSUS-EXIT
005880     END-READ.
005890     IF DL700-ADDSUS-STATUS NOT = "00"
005900         MOVE "ADDSUS" TO DL700-ERR-FILE-ID
005910         MOVE DL700-ADDSUS-STATUS TO DL700-ERR-STATUS
005920         PERFORM 8000-CHECK-FILE-STATUS
005930             THRU 8000-CHECK-FILE-STATUS-EXIT
005940     END-IF.
005950
005960 2100-READ-ADDSUS-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------------
006000* 2200-START-ADDSUS - POSITION ADDSUS AT THE FIRST ROW WHOSE KEY
006010*                     IS NOT LESS THAN THE KEY ALREADY MOVED TO
006020*                     ADDSUS-KEY.  NO SUCH ROW (STATUS 23) SETS
006030*                     THE END-OF-FILE SWITCH.
006040*----------------------------------------------------------------
006050 2200-START-ADDSUS.
006060     MOVE "N" TO DL700-ADDSUS-EOF-SW.
006070     START ADDSUS-FILE
006080         KEY IS NOT LESS THAN ADDSUS-KEY
006090         INVALID KEY
006100             SET DL700-ADDSUS-EOF TO TRUE
006110     END-START.
006120     IF DL700-ADDSUS-STATUS NOT = "00"
006130             AND DL700-ADDSUS-STATUS NOT = "23"
006140         MOVE "ADDSUS" TO DL700-ERR-FILE-ID
006150         MOVE DL700-ADDSUS-STATUS TO DL700-ERR-STATUS
006160         PERFORM 8000-CHECK-FILE-STATUS
006170             THRU 8000-CHECK-FILE-STATUS-EXIT
006180     END-IF.
006190
006200 2200-START-ADDSUS-EXIT.
006210     EXIT.
006220
006230*----------------------------------------------------------------
006240* 3000-APPLY-RELEASE-CARD - GO STRAIGHT TO THE SUSPENSE ROWS FOR
006250*                           THE CURRENT ADDREL CARD'S TRANSACTION
006260*                           ID (EVERY HELD DATE) AND DISPOSE OF
006270*                           EACH ONE STILL HELD.  A CARD THAT
006280*                           FINDS NO HELD ROW IS LEFT UNUSED AND
006290*                           WARNED ABOUT AT END OF RUN.
006300*----------------------------------------------------------------
006310 3000-APPLY-RELEASE-CARD.
006320     MOVE DL700-REL-TID(DL700-CARD-SUB) TO ADDSUS-TRANS-ID.
006330     MOVE ZERO TO ADDSUS-SUS-DATE.
006340     PERFORM 2200-START-ADDSUS
006350         THRU 2200-START-ADDSUS-EXIT.
006360     IF DL700-ADDSUS-EOF
006370         GO TO 3000-APPLY-RELEASE-CARD-EXIT
006380     END-IF.
006390
006400     PERFORM 3020-READ-CARD-ITEM
006410         THRU 3020-READ-CARD-ITEM-EXIT.
006420     PERFORM 3050-DISPOSE-CARD-ITEM
006430         THRU 3050-DISPOSE-CARD-ITEM-EXIT
006440         UNTIL DL700-ADDSUS-EOF.
006450
006460 3000-APPLY-RELEASE-CARD-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------------
006500* 3020-READ-CARD-ITEM - READ THE NEXT SUSPENSE ROW, TREATING THE
006510*                       FIRST ROW FOR A DIFFERENT TRANSACTION ID
006520*                       AS THE END OF THE CARD'S ITEMS.
006530*----------------------------------------------------------------
006540 3020-READ-CARD-ITEM.
006550     PERFORM 2100-READ-ADDSUS
006560         THRU 2100-READ-ADDSUS-EXIT.
006570     IF NOT DL700-ADDSUS-EOF
006580         IF ADDSUS-TRANS-ID NOT = DL700-REL-TID(DL700-CARD-SUB)
006590             SET DL700-ADDSUS-EOF TO TRUE
006600         END-IF
006610     END-IF.
006620
006630 3020-READ-CARD-ITEM-EXIT.
006640     EXIT.
006650
006660*----------------------------------------------------------------
006670* 3050-DISPOSE-CARD-ITEM - DISPOSE OF THE CURRENT ROW FOR THE
006680*                          CARD'S TRANSACTION WHEN IT IS STILL
006690*                          HELD; A ROW ALREADY RELEASED OR VOIDED
006700*                          IS PASSED OVER.  THEN READ THE NEXT
006710*                          ROW.
006720*----------------------------------------------------------------
006730 3050-DISPOSE-CARD-ITEM.
006740     IF ADDSUS-HELD
006750         PERFORM 3060-DISPOSE-HELD-ITEM
006760             THRU 3060-DISPOSE-HELD-ITEM-EXIT
006770     END-IF.
006780
006790     PERFORM 3020-READ-CARD-ITEM
006800         THRU 3020-READ-CARD-ITEM-EXIT.
006810
006820 3050-DISPOSE-CARD-ITEM-EXIT.
006830     EXIT.
006840
006850*----------------------------------------------------------------
006860* 3060-DISPOSE-HELD-ITEM - RELEASE OR VOID THE HELD ROW AND
006870*                          REWRITE IT WHEN THE CARD'S APPROVAL
006880*                          HOLDS UP, OTHERWISE LEAVE IT HELD WITH
006890*                          THE REJECTION, AND LIST IT ON THE
006900*                          REVIEW REPORT.
006910*----------------------------------------------------------------
006920 3060-DISPOSE-HELD-ITEM.
006930     MOVE DL700-CARD-SUB TO DL700-REL-FOUND-SUB.
006940     MOVE "Y" TO DL700-REL-USED-SW(DL700-CARD-SUB).
006950     PERFORM 3150-VALIDATE-APPROVAL
006960         THRU 3150-VALIDATE-APPROVAL-EXIT.
006970     IF NOT DL700-APPROVAL-OK
006980         ADD 1 TO DL700-STILL-HELD-COUNT
006990         MOVE DL700-REJECT-TEXT TO DL700-RPT-DET-DISP
007000         DISPLAY "ADDSUSRV - ADDREL CARD FOR "
007010                 ADDSUS-TRANS-ID " REJECTED - "
007020                 DL700-REJECT-TEXT "."
007030     ELSE
007040     IF DL700-REL-ACTION(DL700-REL-FOUND-SUB) = "R"
007050         PERFORM 3200-RELEASE-TRANSACTION
007060             THRU 3200-RELEASE-TRANSACTION-EXIT
007070     ELSE
007080         PERFORM 3300-VOID-TRANSACTION
007090             THRU 3300-VOID-TRANSACTION-EXIT
007100     END-IF
007110     END-IF.
007120
007130     PERFORM 4100-PRINT-DETAIL-LINE
007140         THRU 4100-PRINT-DETAIL-LINE-EXIT.
007150
007160 3060-DISPOSE-HELD-ITEM-EXIT.
007170     EXIT.
007180
007190*----------------------------------------------------------------
007200* 3100-FIND-RELEASE-CARD - SCAN THE RELEASE TABLE FOR A CARD
007210*                          KEYED TO THE CURRENT SUSPENSE
007220*                          RECORD'S TRANSACTION ID.  LEAVES THE
007230*                          MATCHING ENTRY NUMBER, OR ZERO, IN
007240*                          DL700-REL-FOUND-SUB.  USED WHEN THE
007250*                          ITEMS STILL HELD ARE LISTED, TO PASS
007260*                          OVER ROWS A REJECTED CARD HAS
007270*                          ALREADY LISTED.
007280*----------------------------------------------------------------
007290 3100-FIND-RELEASE-CARD.
007300     MOVE ZERO TO DL700-REL-FOUND-SUB.
007310     PERFORM 3110-MATCH-RELEASE-ENTRY
007320         THRU 3110-MATCH-RELEASE-ENTRY-EXIT
007330         VARYING DL700-REL-SUB FROM 1 BY 1
007340         UNTIL DL700-REL-SUB > DL700-REL-COUNT
007350         OR DL700-REL-FOUND-SUB > ZERO.
007360
007370 3100-FIND-RELEASE-CARD-EXIT.
007380     EXIT.
007390
007400 3110-MATCH-RELEASE-ENTRY.
007410     IF DL700-REL-TID(DL700-REL-SUB) = ADDSUS-TRANS-ID
007420         MOVE DL700-REL-SUB TO DL700-REL-FOUND-SUB
007430         MOVE "Y" TO DL700-REL-USED-SW(DL700-REL-SUB)
007440     END-IF.
007450
007460 3110-MATCH-RELEASE-ENTRY-EXIT.
007470     EXIT.
007480
007490*----------------------------------------------------------------
007500* 3150-VALIDATE-APPROVAL - PROVE THE MATCHED RELEASE CARD'S
007510*                          APPROVAL AGAINST THE ADDAPR
007520*                          MASTER: THE APPROVER MUST BE
007530*                          AUTHORIZED; A RELEASE MUST BE
007540*                          WITHIN THE APPROVER'S DOLLAR
007550*                          LIMIT; AND A RESULT OVER THE
007560*                          DUAL-APPROVAL THRESHOLD NEEDS A
007570*                          SECOND, DIFFERENT AUTHORIZED
007580*                          APPROVER WITHIN THEIR OWN LIMIT.
007590*                          A VOID NEEDS ONLY AN AUTHORIZED
007600*                          APPROVER - NOTHING POSTS, BUT THE
007610*                          DECISION IS STILL ATTRIBUTED.
007620*                          LEAVES THE VERDICT IN THE OK
007630*                          SWITCH AND, ON A REJECT, THE
007640*                          DISPOSITION TEXT.
007650*----------------------------------------------------------------
007660 3150-VALIDATE-APPROVAL.
007670     MOVE "N" TO DL700-APPROVAL-OK-SW.
007680     MOVE SPACES TO DL700-REJECT-TEXT.
007690
007700     MOVE DL700-REL-APR1(DL700-REL-FOUND-SUB)
007710         TO DL700-APR-LOOKUP-ID.
007720     IF DL700-APR-LOOKUP-ID = SPACES
007730         MOVE "HELD - NO APPROVER ID" TO DL700-REJECT-TEXT
007740         GO TO 3150-VALIDATE-APPROVAL-EXIT
007750     END-IF.
007760     PERFORM 3160-FIND-APPROVER
007770         THRU 3160-FIND-APPROVER-EXIT.
007780     IF DL700-APR-FOUND-SUB = ZERO
007790         MOVE "HELD - APPROVER UNKNOWN" TO DL700-REJECT-TEXT
007800         GO TO 3150-VALIDATE-APPROVAL-EXIT
007810     END-IF.
007820
007830     IF DL700-REL-ACTION(DL700-REL-FOUND-SUB) = "V"
007840         SET DL700-APPROVAL-OK TO TRUE
007850         GO TO 3150-VALIDATE-APPROVAL-EXIT
007860     END-IF.
007870
007880     IF ADDSUS-RESULT IS NUMERIC
007890         IF ADDSUS-RESULT < ZERO
007900             COMPUTE DL700-ABS-RESULT = ZERO - ADDSUS-RESULT
007910         ELSE
007920             MOVE ADDSUS-RESULT TO DL700-ABS-RESULT
007930         END-IF
007940     ELSE
007950         MOVE ZERO TO DL700-ABS-RESULT
007960     END-IF.
007970
007980     IF DL700-ABS-RESULT >
007990             DL700-APR-LIMIT(DL700-APR-FOUND-SUB)
008000         MOVE "HELD - OVER APPR LIMIT" TO DL700-REJECT-TEXT
008010         GO TO 3150-VALIDATE-APPROVAL-EXIT
008020     END-IF.
008030
008040     IF DL700-ABS-RESULT > DL700-DUAL-THRESHOLD
008050         MOVE DL700-REL-APR2(DL700-REL-FOUND-SUB)
008060             TO DL700-APR-LOOKUP-ID
008070         IF DL700-APR-LOOKUP-ID = SPACES
008080             MOVE "HELD - NEEDS 2ND APPR" TO DL700-REJECT-TEXT
008090             GO TO 3150-VALIDATE-APPROVAL-EXIT
008100         END-IF
008110         IF DL700-APR-LOOKUP-ID =
008120                 DL700-REL-APR1(DL700-REL-FOUND-SUB)
008130             MOVE "HELD - 2ND APPR SAME ID"
008140                 TO DL700-REJECT-TEXT
008150             GO TO 3150-VALIDATE-APPROVAL-EXIT
008160         END-IF
008170         PERFORM 3160-FIND-APPROVER
008180             THRU 3160-FIND-APPROVER-EXIT
008190         IF DL700-APR-FOUND-SUB = ZERO
008200             MOVE "HELD - 2ND APPR UNKNOWN"
008210                 TO DL700-REJECT-TEXT
008220             GO TO 3150-VALIDATE-APPROVAL-EXIT
008230         END-IF
008240         IF DL700-ABS-RESULT >
008250                 DL700-APR-LIMIT(DL700-APR-FOUND-SUB)
008260             MOVE "HELD - OVER 2ND LIMIT"
008270                 TO DL700-REJECT-TEXT
008280             GO TO 3150-VALIDATE-APPROVAL-EXIT
008290         END-IF
008300     END-IF.
008310
008320     SET DL700-APPROVAL-OK TO TRUE.
008330
008340 3150-VALIDATE-APPROVAL-EXIT.
008350     EXIT.
008360
008370*----------------------------------------------------------------
008380* 3160-FIND-APPROVER - SCAN THE APPROVER TABLE FOR THE ID IN
008390*                      DL700-APR-LOOKUP-ID, LEAVING THE
008400*                      MATCHING ENTRY NUMBER, OR ZERO, IN
008410*                      DL700-APR-FOUND-SUB.
008420*----------------------------------------------------------------
008430 3160-FIND-APPROVER.
008440     MOVE ZERO TO DL700-APR-FOUND-SUB.
008450     PERFORM 3170-MATCH-APPROVER-ENTRY
008460         THRU 3170-MATCH-APPROVER-ENTRY-EXIT
008470         VARYING DL700-APR-SUB FROM 1 BY 1
008480         UNTIL DL700-APR-SUB > DL700-APR-COUNT
008490         OR DL700-APR-FOUND-SUB > ZERO.
008500
008510 3160-FIND-APPROVER-EXIT.
008520     EXIT.
008530
008540 3170-MATCH-APPROVER-ENTRY.
008550     IF DL700-APR-ID(DL700-APR-SUB) = DL700-APR-LOOKUP-ID
008560         MOVE DL700-APR-SUB TO DL700-APR-FOUND-SUB
008570     END-IF.
008580
008590 3170-MATCH-APPROVER-ENTRY-EXIT.
008600     EXIT.
008610
008620*----------------------------------------------------------------
008630* 3200-RELEASE-TRANSACTION - WRITE THE HELD TRANSACTION TO THE
008640*                            ADDRLS RELEASE BATCH AND STAMP THE
008650*                            SUSPENSE RECORD RELEASED SO IT CAN
008660*                            NEVER RELEASE TWICE.
008670*----------------------------------------------------------------
008680 3200-RELEASE-TRANSACTION.
008690     MOVE SPACES TO ADDIN-RECORD.
008700     SET ADDIN-DETAIL-REC TO TRUE.
008710     MOVE ADDSUS-TRANS-ID TO ADDIN-TRANS-ID.
008720     MOVE ADDSUS-GL-ACCOUNT TO ADDIN-GL-ACCOUNT.
008730     MOVE ADDSUS-TRANS-TYPE TO ADDIN-TRANS-TYPE.
008740     MOVE ADDSUS-ADDEND-COUNT TO ADDIN-ADDEND-COUNT.
008750     MOVE ADDSUS-CURRENCY-CODE TO ADDIN-CURRENCY-CODE.
008760     MOVE ADDSUS-DUP-OVERRIDE TO ADDIN-DUP-OVERRIDE.
008770     PERFORM 3210-STORE-RELEASE-ENTRY
008780         THRU 3210-STORE-RELEASE-ENTRY-EXIT
008790         VARYING DL700-ADDEND-SUB FROM 1 BY 1
008800         UNTIL DL700-ADDEND-SUB > ADDSUS-ADDEND-COUNT.
008810
008820     WRITE ADDIN-RECORD.
008830     MOVE "ADDRLS" TO DL700-ERR-FILE-ID.
008840     MOVE DL700-ADDRLS-STATUS TO DL700-ERR-STATUS.
008850     PERFORM 8000-CHECK-FILE-STATUS
008860         THRU 8000-CHECK-FILE-STATUS-EXIT.
008870
008880     PERFORM 3220-ACCUM-RLS-HASH
008890         THRU 3220-ACCUM-RLS-HASH-EXIT
008900         VARYING DL700-ADDEND-SUB FROM 1 BY 1
008910         UNTIL DL700-ADDEND-SUB > ADDSUS-ADDEND-COUNT.
008920
008930     ADD 1 TO DL700-RELEASE-COUNT.
008940
008950     SET ADDSUS-RELEASED TO TRUE.
008960     MOVE DL700-RUN-DATE TO ADDSUS-REL-DATE.
008970     MOVE DL700-REL-APR1(DL700-REL-FOUND-SUB)
008980         TO ADDSUS-APPROVER-ID.
008990     PERFORM 3400-REWRITE-SUSPENSE
009000         THRU 3400-REWRITE-SUSPENSE-EXIT.
009010
009020     MOVE "RELEASED TODAY" TO DL700-RPT-DET-DISP.
009030
009040 3200-RELEASE-TRANSACTION-EXIT.
009050     EXIT.
009060
009070 3210-STORE-RELEASE-ENTRY.
009080     MOVE ADDSUS-ADDEND-TABLE(DL700-ADDEND-SUB)
009090         TO ADDIN-ADDEND-TABLE(DL700-ADDEND-SUB).
009100
009110 3210-STORE-RELEASE-ENTRY-EXIT.
009120     EXIT.
009130
009140*    THE RELEASE BATCH TRAILER HASH NETS A CREDIT MEMO'S
009150*    ADDENDS THE SAME WAY ADD3NUM DOES.
009160 3220-ACCUM-RLS-HASH.
009170     IF ADDSUS-TRANS-TYPE = "C"
009180         SUBTRACT ADDSUS-ADDEND-TABLE(DL700-ADDEND-SUB)
009190             FROM DL700-RLS-HASH-TOTAL
009200     ELSE
009210         ADD ADDSUS-ADDEND-TABLE(DL700-ADDEND-SUB)
009220             TO DL700-RLS-HASH-TOTAL
009230     END-IF.
009240
009250 3220-ACCUM-RLS-HASH-EXIT.
009260     EXIT.
009270
009280*----------------------------------------------------------------
009290* 3300-VOID-TRANSACTION - STAMP THE HELD TRANSACTION VOIDED.
009300*                         IT WILL NEVER POST.
009310*----------------------------------------------------------------
009320 3300-VOID-TRANSACTION.
009330     SET ADDSUS-VOIDED TO TRUE.
009340     MOVE DL700-RUN-DATE TO ADDSUS-REL-DATE.
009350     MOVE DL700-REL-APR1(DL700-REL-FOUND-SUB)
009360         TO ADDSUS-APPROVER-ID.
009370     PERFORM 3400-REWRITE-SUSPENSE
009380         THRU 3400-REWRITE-SUSPENSE-EXIT.
009390
009400     ADD 1 TO DL700-VOID-COUNT.
009410     MOVE "VOIDED TODAY" TO DL700-RPT-DET-DISP.
009420
009430 3300-VOID-TRANSACTION-EXIT.
009440     EXIT.
009450
009460 3400-REWRITE-SUSPENSE.
009470     REWRITE ADDSUS-RECORD.
009480     MOVE "ADDSUS" TO DL700-ERR-FILE-ID.
009490     MOVE DL700-ADDSUS-STATUS TO DL700-ERR-STATUS.
009500     PERFORM 8000-CHECK-FILE-STATUS
009510         THRU 8000-CHECK-FILE-STATUS-EXIT.
009520
009530 3400-REWRITE-SUSPENSE-EXIT.
009540     EXIT.
009550
009560*----------------------------------------------------------------
009570* 4000-PRINT-HEADERS - PRINT THE RUN-HEADER AND COLUMN HEADING
009580*                      LINES AT THE TOP OF EACH PAGE.
009590*----------------------------------------------------------------
009600 4000-PRINT-HEADERS.
009610     ADD 1 TO DL700-RPT-PAGE-COUNT.
009620     MOVE DL700-RUN-DATE TO DL700-RPT-H1-DATE.
009630     MOVE DL700-RPT-PAGE-COUNT TO DL700-RPT-H1-PAGE.
009640
009650     MOVE DL700-RPT-HEADING1 TO ADDRPT-RECORD.
009660     PERFORM 7100-WRITE-REPORT-LINE
009670         THRU 7100-WRITE-REPORT-LINE-EXIT.
009680     MOVE DL700-RPT-HEADING2 TO ADDRPT-RECORD.
009690     PERFORM 7100-WRITE-REPORT-LINE
009700         THRU 7100-WRITE-REPORT-LINE-EXIT.
009710
009720     MOVE ZERO TO DL700-RPT-LINE-COUNT.
009730
009740 4000-PRINT-HEADERS-EXIT.
009750     EXIT.
009760
009770*----------------------------------------------------------------
009780* 4100-PRINT-DETAIL-LINE - PRINT ONE REVIEW LINE FOR THE
009790*                          CURRENT SUSPENSE RECORD, BREAKING TO
009800*                          A NEW PAGE WHEN THE CURRENT PAGE IS
009810*                          FULL.  THE CALLER SETS
009820*                          DL700-RPT-DET-DISP FIRST.
009830*----------------------------------------------------------------
009840 4100-PRINT-DETAIL-LINE.
009850     IF DL700-RPT-LINE-COUNT >= DL700-RPT-PAGE-SIZE
009860         PERFORM 4000-PRINT-HEADERS
009870             THRU 4000-PRINT-HEADERS-EXIT
009880     END-IF.
009890
009900     MOVE ADDSUS-TRANS-ID TO DL700-RPT-DET-TRANS.
009910     MOVE ADDSUS-GL-ACCOUNT TO DL700-RPT-DET-ACCT.
009920     MOVE ADDSUS-TRANS-TYPE TO DL700-RPT-DET-TYPE.
009930     MOVE ADDSUS-REASON-CODE TO DL700-RPT-DET-REASON.
009940     IF ADDSUS-SUS-DATE IS NUMERIC
009950         MOVE ADDSUS-SUS-DATE TO DL700-RPT-DET-HELD
009960     ELSE
009970         MOVE ZERO TO DL700-RPT-DET-HELD
009980     END-IF.
009990     IF ADDSUS-REL-DATE IS NUMERIC
010000         MOVE ADDSUS-REL-DATE TO DL700-RPT-DET-REL
010010     ELSE
010020         MOVE ZERO TO DL700-RPT-DET-REL
010030     END-IF.
010040     IF ADDSUS-RESULT IS NUMERIC
010050         MOVE ADDSUS-RESULT TO DL700-RPT-DET-RESULT
010060     ELSE
010070         MOVE ZERO TO DL700-RPT-DET-RESULT
010080     END-IF.
010090     MOVE ADDSUS-APPROVER-ID TO DL700-RPT-DET-APPR.
010100     MOVE DL700-RPT-DETAIL TO ADDRPT-RECORD.
010110     PERFORM 7100-WRITE-REPORT-LINE
010120         THRU 7100-WRITE-REPORT-LINE-EXIT.
010130
010140     ADD 1 TO DL700-RPT-LINE-COUNT.
010150
010160 4100-PRINT-DETAIL-LINE-EXIT.
010170     EXIT.
010180
010190*----------------------------------------------------------------
010200* 5000-LIST-HELD-ITEMS - BROWSE ADDSUS FROM THE FRONT AND LIST
010210*                        EVERY ROW STILL HELD THAT NO CARD
010220*                        ADDRESSED TODAY, FOR THE SUPERVISORS'
010230*                        NEXT ROUND OF CARDS.  NOTHING IS
010240*                        REWRITTEN.
010250*----------------------------------------------------------------
010260 5000-LIST-HELD-ITEMS.
010270     MOVE LOW-VALUES TO ADDSUS-KEY.
010280     PERFORM 2200-START-ADDSUS
010290         THRU 2200-START-ADDSUS-EXIT.
010300     IF DL700-ADDSUS-EOF
010310         GO TO 5000-LIST-HELD-ITEMS-EXIT
010320     END-IF.
010330
010340     PERFORM 2100-READ-ADDSUS
010350         THRU 2100-READ-ADDSUS-EXIT.
010360     PERFORM 5100-LIST-HELD-ITEM
010370         THRU 5100-LIST-HELD-ITEM-EXIT
010380         UNTIL DL700-ADDSUS-EOF.
010390
010400 5000-LIST-HELD-ITEMS-EXIT.
010410     EXIT.
010420
010430 5100-LIST-HELD-ITEM.
010440     IF ADDSUS-HELD
010450         PERFORM 3100-FIND-RELEASE-CARD
010460             THRU 3100-FIND-RELEASE-CARD-EXIT
010470         IF DL700-REL-FOUND-SUB = ZERO
010480             ADD 1 TO DL700-STILL-HELD-COUNT
010490             MOVE "HELD - AWAITING REVIEW" TO DL700-RPT-DET-DISP
010500             PERFORM 4100-PRINT-DETAIL-LINE
010510                 THRU 4100-PRINT-DETAIL-LINE-EXIT
010520         END-IF
010530     END-IF.
010540
010550     PERFORM 2100-READ-ADDSUS
010560         THRU 2100-READ-ADDSUS-EXIT.
010570
010580 5100-LIST-HELD-ITEM-EXIT.
010590     EXIT.
010600
010610*----------------------------------------------------------------
010620* 7000-WRITE-RLS-HEADER - WRITE THE "H" BATCH HEADER ON THE
010630*                         RELEASE FILE.  THE BATCH ID IS BUILT
010640*                         AS S + YYMMDD + THE RUN-HOUR LETTER
010650*                         (A-X) SO EACH RELEASE BATCH - EVEN A
010660*                         SECOND ONE THE SAME DAY - IS
010670*                         IDENTIFIED DISTINCTLY FROM KEYING-
010680*                         SERVICE AND RECYCLE BATCHES.
010690*----------------------------------------------------------------
010700 7000-WRITE-RLS-HEADER.
010710     MOVE DL700-RUN-DATE(3:6) TO DL700-RLS-BID-DATE.
010720     ACCEPT DL700-TIME-WORK FROM TIME.
010730     MOVE DL700-TIME-WORK(1:2) TO DL700-RUN-HOUR.
010740     COMPUTE DL700-HOUR-SUB = DL700-RUN-HOUR + 1.
010750     MOVE DL700-HOUR-CHARS(DL700-HOUR-SUB:1)
010760         TO DL700-RLS-BID-SUFFIX.
010770     MOVE SPACES TO ADDIN-RECORD.
010780     SET ADDIN-HEADER-REC TO TRUE.
010790     MOVE DL700-RLS-BATCH-ID TO ADDIN-HDR-BATCH-ID.
010800     MOVE DL700-RUN-DATE TO ADDIN-HDR-BATCH-DATE.
010810
010820     WRITE ADDIN-RECORD.
010830     MOVE "ADDRLS" TO DL700-ERR-FILE-ID.
010840     MOVE DL700-ADDRLS-STATUS TO DL700-ERR-STATUS.
010850     PERFORM 8000-CHECK-FILE-STATUS
010860         THRU 8000-CHECK-FILE-STATUS-EXIT.
010870
010880 7000-WRITE-RLS-HEADER-EXIT.
010890     EXIT.
010900
010910*----------------------------------------------------------------
010920* 7050-WRITE-RLS-TRAILER - WRITE THE "T" BATCH TRAILER WITH THE
010930*                          RELEASED DETAIL COUNT AND HASH TOTAL
010940*                          SO ADD3NUM CAN BALANCE THE RELEASE
010950*                          BATCH LIKE ANY OTHER ADDIN FILE.
010960*----------------------------------------------------------------
010970 7050-WRITE-RLS-TRAILER.
010980     MOVE SPACES TO ADDIN-RECORD.
010990     SET ADDIN-TRAILER-REC TO TRUE.
011000     MOVE DL700-RELEASE-COUNT TO ADDIN-TRL-DETAIL-COUNT.
011010     MOVE DL700-RLS-HASH-TOTAL TO ADDIN-TRL-HASH-TOTAL.
011020
011030     WRITE ADDIN-RECORD.
011040     MOVE "ADDRLS" TO DL700-ERR-FILE-ID.
011050     MOVE DL700-ADDRLS-STATUS TO DL700-ERR-STATUS.
011060     PERFORM 8000-CHECK-FILE-STATUS
011070         THRU 8000-CHECK-FILE-STATUS-EXIT.
011080
011090 7050-WRITE-RLS-TRAILER-EXIT.
011100     EXIT.
011110
011120*----------------------------------------------------------------
011130* 7100-WRITE-REPORT-LINE - WRITE THE LINE ALREADY MOVED TO
011140*                          ADDRPT-RECORD AND CHECK THE I/O.
011150*----------------------------------------------------------------
011160 7100-WRITE-REPORT-LINE.
011170     WRITE ADDRPT-RECORD.
011180     MOVE "SUSRPT" TO DL700-ERR-FILE-ID.
011190     MOVE DL700-SUSRPT-STATUS TO DL700-ERR-STATUS.
011200     PERFORM 8000-CHECK-FILE-STATUS
011210         THRU 8000-CHECK-FILE-STATUS-EXIT.
011220
011230 7100-WRITE-REPORT-LINE-EXIT.
011240     EXIT.
011250
011260*----------------------------------------------------------------
011270* 9000-TERMINATE - WRITE THE RELEASE BATCH TRAILER AND THE
011280*                  REPORT SUMMARY LINE, WARN ABOUT RELEASE
011290*                  CARDS THAT MATCHED NO HELD TRANSACTION, AND
011300*                  ANNOUNCE THE RUN'S DISPOSITION COUNTS ON THE
011310*                  JOB LOG.
011320*----------------------------------------------------------------
011330 9000-TERMINATE.
011340     PERFORM 7050-WRITE-RLS-TRAILER
011350         THRU 7050-WRITE-RLS-TRAILER-EXIT.
011360
011370     PERFORM 9100-WARN-UNUSED-CARD
011380         THRU 9100-WARN-UNUSED-CARD-EXIT
011390         VARYING DL700-REL-SUB FROM 1 BY 1
011400         UNTIL DL700-REL-SUB > DL700-REL-COUNT.
011410
011420     MOVE DL700-RELEASE-COUNT TO DL700-RPT-TRL-RELEASED.
011430     MOVE DL700-VOID-COUNT TO DL700-RPT-TRL-VOIDED.
011440     MOVE DL700-STILL-HELD-COUNT TO DL700-RPT-TRL-HELD.
011450     MOVE DL700-RPT-TRAILER TO ADDRPT-RECORD.
011460     PERFORM 7100-WRITE-REPORT-LINE
011470         THRU 7100-WRITE-REPORT-LINE-EXIT.
011480
011490     DISPLAY "ADDSUSRV RUN COMPLETE - "
011500             DL700-RELEASE-COUNT " RELEASED, "
011510             DL700-VOID-COUNT " VOIDED, "
011520             DL700-STILL-HELD-COUNT " STILL HELD.".
011530
011540 9000-TERMINATE-EXIT.
011550     EXIT.
011560
011570 9100-WARN-UNUSED-CARD.
011580     IF NOT DL700-REL-USED(DL700-REL-SUB)
011590         DISPLAY "ADDSUSRV - WARNING - ADDREL CARD FOR "
011600                 DL700-REL-TID(DL700-REL-SUB)
011610                 " MATCHED NO HELD TRANSACTION."
011620     END-IF.
011630
011640 9100-WARN-UNUSED-CARD-EXIT.
011650     EXIT.
011660
011670*----------------------------------------------------------------
011680* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
011690*                          AFTER EVERY OPEN, READ, WRITE AND
011700*                          REWRITE.  THE CALLER MOVES THE
011710*                          FILE'S NAME AND CURRENT FILE STATUS
011720*                          INTO DL700-ERR-FILE-ID/
011730*                          DL700-ERR-STATUS IMMEDIATELY BEFORE
011740*                          THE PERFORM.  A NON-ZERO STATUS
011750*                          ABENDS THE RUN.
011760*----------------------------------------------------------------
011770 8000-CHECK-FILE-STATUS.
011780     IF DL700-ERR-STATUS NOT = "00"
011790         DISPLAY "ADDSUSRV - I/O ERROR ON "
011800                 DL700-ERR-FILE-ID " - FILE STATUS "
011810                 DL700-ERR-STATUS "."
011820         MOVE 16 TO RETURN-CODE
011830         STOP RUN
011840     END-IF.
011850
011860 8000-CHECK-FILE-STATUS-EXIT.
011870     EXIT.
011880
011890*----------------------------------------------------------------
011900* 9999-EXIT - COMMON PROGRAM EXIT.
011910*----------------------------------------------------------------
011920 9999-EXIT.
011930     CLOSE ADDSUS-FILE
011940           ADDREL-FILE
011950           ADDRLS-FILE
011960           SUSRPT-FILE.
011970     STOP RUN.
011980
011990 9999-EXIT-EXIT.
012000     EXIT.
