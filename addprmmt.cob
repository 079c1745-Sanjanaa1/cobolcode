000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AddPrmMaint.
000030 AUTHOR. D. LOMBARDI.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DL  ORIGINAL VERSION.  CONTROL-PARAMETER
000100*                   MAINTENANCE RUN (ADDJOB16), REPLACING
000110*                   EDITOR CHANGES TO THE ADDLIM BUSINESS
000120*                   LIMITS, THE ADDAPR APPROVER MASTER AND ITS
000130*                   DUAL-APPROVAL THRESHOLD, AND THE ADDCAL
000140*                   HOLIDAY CALENDAR.  APPLIES OPERATIONS'
000150*                   ADDPMC CARDS (ADD, CHANGE, DELETE) IN THE
000160*                   STYLE OF ADDCOAMT: A LIMIT MUST BE
000170*                   NUMERIC, THE THRESHOLD MAY NEVER STAND
000180*                   ABOVE EVERY APPROVER'S LIMIT, NO ONE MAY
000190*                   CHANGE THEIR OWN APPROVER ENTRY, A HOLIDAY
000200*                   MUST BE A REAL WEEKDAY, AND EVERY CARD
000210*                   NEEDS A REQUESTER.  EVERY CARD IS LISTED
000220*                   ON THE PRMRPT REGISTER WITH ITS
000230*                   DISPOSITION AND, WHEN APPLIED, THE BEFORE
000240*                   AND AFTER RECORD IMAGES; EVERY APPLIED
000250*                   CHANGE IS APPENDED TO THE ADDPCL CHANGE
000260*                   LOG.  NOTHING IS WRITTEN UNTIL THE WHOLE
000270*                   DECK HAS BEEN READ, SO AN ABEND LEAVES THE
000280*                   DATASETS AND THE LOG AS THEY WERE.  A
000290*                   REJECTED CARD ENDS THE RUN RC 4.
000300*----------------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ADDPMC-FILE ASSIGN TO ADDPMC
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS DLA30-ADDPMC-STATUS.
000420
000430     SELECT ADDLIM-FILE ASSIGN TO ADDLIM
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS DLA30-ADDLIM-STATUS.
000460
000470     SELECT ADDAPR-FILE ASSIGN TO ADDAPR
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS DLA30-ADDAPR-STATUS.
000500
000510     SELECT ADDCAL-FILE ASSIGN TO ADDCAL
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS DLA30-ADDCAL-STATUS.
000540
000550     SELECT ADDPCL-FILE ASSIGN TO ADDPCL
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS DLA30-ADDPCL-STATUS.
000580
000590     SELECT PRMRPT-FILE ASSIGN TO PRMRPT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS DLA30-PRMRPT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  ADDPMC-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 COPY ADDPMCREC.
000690
000700 FD  ADDLIM-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 COPY ADDLIMREC.
000740
000750 FD  ADDAPR-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 COPY ADDAPRREC.
000790
000800 FD  ADDCAL-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 COPY ADDCALREC.
000840
000850 FD  ADDPCL-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 COPY ADDPCLREC.
000890
000900 FD  PRMRPT-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930 COPY ADDRPTREC.
000940
000950 WORKING-STORAGE SECTION.
000960*----------------------------------------------------------------
000970* FILE-STATUS SWITCHES AND COMMON I/O ERROR FIELDS
000980*----------------------------------------------------------------
000990 77  DLA30-ADDPMC-STATUS            PIC X(02) VALUE "00".
001000 77  DLA30-ADDLIM-STATUS            PIC X(02) VALUE "00".
001010 77  DLA30-ADDAPR-STATUS            PIC X(02) VALUE "00".
001020 77  DLA30-ADDCAL-STATUS            PIC X(02) VALUE "00".
001030 77  DLA30-ADDPCL-STATUS            PIC X(02) VALUE "00".
001040 77  DLA30-PRMRPT-STATUS            PIC X(02) VALUE "00".
001050 77  DLA30-ERR-FILE-ID              PIC X(08) VALUE SPACES.
001060 77  DLA30-ERR-STATUS               PIC X(02) VALUE "00".
001070 77  DLA30-ADDPMC-EOF-SW            PIC X(01) VALUE "N".
001080     88  DLA30-ADDPMC-EOF                     VALUE "Y".
001090 77  DLA30-LOAD-EOF-SW              PIC X(01) VALUE "N".
001100     88  DLA30-LOAD-EOF                       VALUE "Y".
001110 77  DLA30-APPLIED-SW               PIC X(01) VALUE "N".
001120     88  DLA30-APPLIED                        VALUE "Y".
001130 77  DLA30-DATE-OK-SW               PIC X(01) VALUE "N".
001140     88  DLA30-DATE-OK                        VALUE "Y".
001150 77  DLA30-LIM-CHANGED-SW           PIC X(01) VALUE "N".
001160     88  DLA30-LIM-CHANGED                    VALUE "Y".
001170 77  DLA30-APR-CHANGED-SW           PIC X(01) VALUE "N".
001180     88  DLA30-APR-CHANGED                    VALUE "Y".
001190 77  DLA30-CAL-CHANGED-SW           PIC X(01) VALUE "N".
001200     88  DLA30-CAL-CHANGED                    VALUE "Y".
001210 77  DLA30-CTL-ON-FILE-SW           PIC X(01) VALUE "N".
001220     88  DLA30-CTL-ON-FILE                    VALUE "Y".
001230
001240*----------------------------------------------------------------
001250* RUN CONTROL AND DISPOSITION COUNTERS
001260*----------------------------------------------------------------
001270 77  DLA30-RUN-DATE                 PIC 9(08) VALUE ZERO.
001280*    ACCEPT FROM TIME RETURNS HHMMSSTH (EIGHT DIGITS); THE LOG
001290*    KEEPS THE HHMMSS PORTION.
001300 77  DLA30-TIME-WORK                PIC 9(08) VALUE ZERO.
001310 77  DLA30-RUN-TIME                 PIC 9(06) VALUE ZERO.
001320 77  DLA30-ADD-COUNT                PIC 9(09) COMP VALUE ZERO.
001330 77  DLA30-CHANGE-COUNT             PIC 9(09) COMP VALUE ZERO.
001340 77  DLA30-DELETE-COUNT             PIC 9(09) COMP VALUE ZERO.
001350 77  DLA30-REJECT-COUNT             PIC 9(09) COMP VALUE ZERO.
001360*    THE RECORD KEY SHOWN ON THE REGISTER AND THE LOG, AND THE
001370*    RECORD AS IT STOOD BEFORE AND AFTER THE CARD.
001380 77  DLA30-CARD-KEY                 PIC X(10) VALUE SPACES.
001390 77  DLA30-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
001400 77  DLA30-AFTER-IMAGE              PIC X(80) VALUE SPACES.
001410
001420*----------------------------------------------------------------
001430* THE BUSINESS LIMITS (ADDLIM) AS LOADED AND MAINTAINED.
001440*----------------------------------------------------------------
001450 01  DLA30-LIM-WORK.
001460     05  DLA30-LIM-MAX-ADDEND       PIC 9(05)V99.
001470     05  DLA30-LIM-MAX-RESULT       PIC 9(07)V99.
001480     05  DLA30-LIM-MAX-RUN-TOTAL    PIC 9(08)V99.
001490     05  FILLER                     PIC X(54).
001500
001510*----------------------------------------------------------------
001520* THE APPROVER MASTER (ADDAPR) - THE "C" CONTROL RECORD AND A
001530* TABLE OF THE "A" APPROVER RECORDS IN FILE ORDER, SIZED AS IN
001540* ADDSUSRV.  THE WORK AREA HOLDS ONE RECORD BEING BUILT.
001550*----------------------------------------------------------------
001560 01  DLA30-APR-CTL-WORK.
001570     05  DLA30-APR-CTL-TYPE         PIC X(01).
001580     05  DLA30-APR-THRESHOLD        PIC 9(09)V99.
001590     05  FILLER                     PIC X(68).
001600 01  DLA30-APR-WORK.
001610     05  DLA30-APR-WORK-TYPE        PIC X(01).
001620     05  DLA30-APR-WORK-ID          PIC X(08).
001630     05  DLA30-APR-WORK-LIMIT       PIC 9(09)V99.
001640     05  DLA30-APR-WORK-NAME        PIC X(25).
001650     05  FILLER                     PIC X(35).
001660 77  DLA30-APR-MAX                  PIC 9(04) COMP VALUE 100.
001670 77  DLA30-APR-COUNT                PIC 9(04) COMP VALUE ZERO.
001680 77  DLA30-APR-SUB                  PIC 9(04) COMP VALUE ZERO.
001690 77  DLA30-APR-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
001700*    THE HIGHEST APPROVER LIMIT THAT WOULD STAND IF THE CARD
001710*    APPLIED - THE THRESHOLD MAY NOT EXCEED IT.
001720 77  DLA30-APR-TOP-LIMIT            PIC 9(09)V99 VALUE ZERO.
001730 01  DLA30-APR-TABLE.
001740     05  DLA30-APR-ENTRY            OCCURS 100 TIMES.
001750         10  DLA30-APR-ENT-TYPE     PIC X(01).
001760         10  DLA30-APR-ENT-ID       PIC X(08).
001770         10  DLA30-APR-ENT-LIMIT    PIC 9(09)V99.
001780         10  DLA30-APR-ENT-NAME     PIC X(25).
001790         10  FILLER                 PIC X(35).
001800
001810*----------------------------------------------------------------
001820* THE HOLIDAY CALENDAR (ADDCAL), KEPT IN DATE ORDER, SIZED AS
001830* IN ADDBDROL.
001840*----------------------------------------------------------------
001850 01  DLA30-CAL-WORK.
001860     05  DLA30-CAL-WORK-DATE        PIC 9(08).
001870     05  DLA30-CAL-WORK-DESC        PIC X(30).
001880     05  FILLER                     PIC X(42).
001890 77  DLA30-CAL-MAX                  PIC 9(04) COMP VALUE 200.
001900 77  DLA30-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
001910 77  DLA30-CAL-SUB                  PIC 9(04) COMP VALUE ZERO.
001920 77  DLA30-CAL-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
001930 77  DLA30-CAL-INSERT-SUB           PIC 9(04) COMP VALUE ZERO.
001940 01  DLA30-CAL-TABLE.
001950     05  DLA30-CAL-ENTRY            OCCURS 200 TIMES.
001960         10  DLA30-CAL-ENT-DATE     PIC 9(08).
001970         10  DLA30-CAL-ENT-DESC     PIC X(30).
001980         10  FILLER                 PIC X(42).
001990
002000*----------------------------------------------------------------
002010* DATE EDIT WORK AREAS.  A DATE IS REAL WHEN ITS MONTH IS 1-12
002020* AND ITS DAY FALLS WITHIN THAT MONTH, FEBRUARY 29 ONLY IN A
002030* LEAP YEAR.  THE DAY NUMBER COUNTS FROM THE INTRINSIC DATE
002040* EPOCH (DAY 1 = A MONDAY), SO MOD 7 GIVES 6 FOR SATURDAY AND
002050* 0 FOR SUNDAY, AS IN ADDBDROL.
002060*----------------------------------------------------------------
002070 01  DLA30-DATE-WORK.
002080     05  DLA30-DATE-YYYY            PIC 9(04).
002090     05  DLA30-DATE-MM              PIC 9(02).
002100     05  DLA30-DATE-DD              PIC 9(02).
002110 01  DLA30-DATE-WORK-N REDEFINES DLA30-DATE-WORK
002120                                    PIC 9(08).
002130 77  DLA30-MONTH-LIMIT              PIC 9(02) VALUE ZERO.
002140 77  DLA30-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
002150 77  DLA30-LEAP-REM                 PIC 9(04) COMP VALUE ZERO.
002160 77  DLA30-DAY-NBR                  PIC 9(09) COMP VALUE ZERO.
002170 77  DLA30-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
002180 01  DLA30-MONTH-DAY-TABLE.
002190     05  FILLER                     PIC X(24)
002200         VALUE "312831303130313130313031".
002210 01  DLA30-MONTH-DAY-R REDEFINES DLA30-MONTH-DAY-TABLE.
002220     05  DLA30-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
002230
002240*----------------------------------------------------------------
002250* CHANGES APPLIED THIS RUN, HELD UNTIL THE WHOLE DECK HAS BEEN
002260* READ AND THEN APPENDED TO THE ADDPCL CHANGE LOG.
002270*----------------------------------------------------------------
002280 77  DLA30-PCL-MAX                  PIC 9(04) COMP VALUE 200.
002290 77  DLA30-PCL-COUNT                PIC 9(04) COMP VALUE ZERO.
002300 77  DLA30-PCL-SUB                  PIC 9(04) COMP VALUE ZERO.
002310 01  DLA30-PCL-TABLE.
002320     05  DLA30-PCL-ENTRY            OCCURS 200 TIMES.
002330         10  DLA30-PCL-REQUESTED-BY PIC X(08).
002340         10  DLA30-PCL-FILE-ID      PIC X(06).
002350         10  DLA30-PCL-ACTION       PIC X(01).
002360         10  DLA30-PCL-KEY          PIC X(10).
002370         10  DLA30-PCL-BEFORE       PIC X(80).
002380         10  DLA30-PCL-AFTER        PIC X(80).
002390
002400*----------------------------------------------------------------
002410* MAINTENANCE REGISTER (PRMRPT) PRINT LINES
002420*----------------------------------------------------------------
002430 77  DLA30-RPT-PAGE-SIZE            PIC 9(04) COMP VALUE 50.
002440 77  DLA30-RPT-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
002450 77  DLA30-RPT-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
002460
002470 01  DLA30-RPT-HEADING1.
002480     05  FILLER                     PIC X(01) VALUE "1".
002490     05  FILLER                     PIC X(40)
002500         VALUE "ADDPRMMT PARAMETER MAINTENANCE REGISTER".
002510     05  FILLER                     PIC X(10) VALUE "RUN DATE:".
002520     05  DLA30-RPT-H1-DATE          PIC 9999/99/99.
002530     05  FILLER                     PIC X(08) VALUE "  PAGE:".
002540     05  DLA30-RPT-H1-PAGE          PIC ZZZ9.
002550     05  FILLER                     PIC X(59) VALUE SPACES.
002560
002570 01  DLA30-RPT-HEADING2.
002580     05  FILLER                     PIC X(01) VALUE SPACE.
002590     05  FILLER                     PIC X(04) VALUE "ACT".
002600     05  FILLER                     PIC X(08) VALUE "DATASET".
002610     05  FILLER                     PIC X(12) VALUE "KEY".
002620     05  FILLER                     PIC X(10) VALUE "REQUESTER".
002630     05  FILLER                     PIC X(40) VALUE "DISPOSITION".
002640     05  FILLER                     PIC X(57) VALUE SPACES.
002650
002660 01  DLA30-RPT-DETAIL.
002670     05  FILLER                     PIC X(01) VALUE SPACE.
002680     05  DLA30-RPT-DET-ACTION       PIC X(01).
002690     05  FILLER                     PIC X(03) VALUE SPACES.
002700     05  DLA30-RPT-DET-FILE         PIC X(06).
002710     05  FILLER                     PIC X(02) VALUE SPACES.
002720     05  DLA30-RPT-DET-KEY          PIC X(10).
002730     05  FILLER                     PIC X(02) VALUE SPACES.
002740     05  DLA30-RPT-DET-REQ          PIC X(08).
002750     05  FILLER                     PIC X(02) VALUE SPACES.
002760     05  DLA30-RPT-DET-DISP         PIC X(40).
002770     05  FILLER                     PIC X(57) VALUE SPACES.
002780
002790 01  DLA30-RPT-IMAGE.
002800     05  FILLER                     PIC X(13) VALUE SPACES.
002810     05  DLA30-RPT-IMG-LABEL        PIC X(08).
002820     05  DLA30-RPT-IMG-DATA         PIC X(80).
002830     05  FILLER                     PIC X(31) VALUE SPACES.
002840
002850 01  DLA30-RPT-TRAILER.
002860     05  FILLER                     PIC X(01) VALUE SPACE.
002870     05  FILLER                     PIC X(07) VALUE "ADDED:".
002880     05  DLA30-RPT-TRL-ADDED        PIC ZZZ,ZZ9.
002890     05  FILLER                     PIC X(10) VALUE "  CHANGED:".
002900     05  DLA30-RPT-TRL-CHANGED      PIC ZZZ,ZZ9.
002910     05  FILLER                     PIC X(10) VALUE "  DELETED:".
002920     05  DLA30-RPT-TRL-DELETED      PIC ZZZ,ZZ9.
002930     05  FILLER                     PIC X(11)
002940         VALUE "  REJECTED:".
002950     05  DLA30-RPT-TRL-REJECTED     PIC ZZZ,ZZ9.
002960     05  FILLER                     PIC X(65) VALUE SPACES.
002970
002980 PROCEDURE DIVISION.
002990 0000-MAINLINE.
003000     PERFORM 1000-INITIALIZE
003010         THRU 1000-INITIALIZE-EXIT.
003020
003030     PERFORM 3000-PROCESS-CARD
003040         THRU 3000-PROCESS-CARD-EXIT
003050         UNTIL DLA30-ADDPMC-EOF.
003060
003070     PERFORM 9000-TERMINATE
003080         THRU 9000-TERMINATE-EXIT.
003090
003100     PERFORM 9999-EXIT
003110         THRU 9999-EXIT-EXIT.
003120
003130 0000-MAINLINE-EXIT.
003140     EXIT.
003150
003160*----------------------------------------------------------------
003170* 1000-INITIALIZE - LOAD THE THREE CONTROL DATASETS INTO
003180*                   STORAGE, OPEN THE CARDS AND THE REGISTER,
003190*                   PRINT THE REGISTER HEADERS, AND PRIME THE
003200*                   FIRST CARD READ.
003210*----------------------------------------------------------------
003220 1000-INITIALIZE.
003230     ACCEPT DLA30-RUN-DATE FROM DATE YYYYMMDD.
003240     ACCEPT DLA30-TIME-WORK FROM TIME.
003250     MOVE DLA30-TIME-WORK(1:6) TO DLA30-RUN-TIME.
003260
003270     PERFORM 1100-LOAD-LIMITS
003280         THRU 1100-LOAD-LIMITS-EXIT.
003290
003300     OPEN INPUT ADDAPR-FILE.
003310     MOVE "ADDAPR" TO DLA30-ERR-FILE-ID.
003320     MOVE DLA30-ADDAPR-STATUS TO DLA30-ERR-STATUS.
003330     PERFORM 8000-CHECK-FILE-STATUS
003340         THRU 8000-CHECK-FILE-STATUS-EXIT.
003350     MOVE "N" TO DLA30-LOAD-EOF-SW.
003360     PERFORM 1200-LOAD-APPROVER
003370         THRU 1200-LOAD-APPROVER-EXIT
003380         UNTIL DLA30-LOAD-EOF.
003390     CLOSE ADDAPR-FILE.
003400
003410     OPEN INPUT ADDCAL-FILE.
003420     MOVE "ADDCAL" TO DLA30-ERR-FILE-ID.
003430     MOVE DLA30-ADDCAL-STATUS TO DLA30-ERR-STATUS.
003440     PERFORM 8000-CHECK-FILE-STATUS
003450         THRU 8000-CHECK-FILE-STATUS-EXIT.
003460     MOVE "N" TO DLA30-LOAD-EOF-SW.
003470     PERFORM 1300-LOAD-HOLIDAY
003480         THRU 1300-LOAD-HOLIDAY-EXIT
003490         UNTIL DLA30-LOAD-EOF.
003500     CLOSE ADDCAL-FILE.
003510
003520     OPEN INPUT ADDPMC-FILE.
003530     MOVE "ADDPMC" TO DLA30-ERR-FILE-ID.
003540     MOVE DLA30-ADDPMC-STATUS TO DLA30-ERR-STATUS.
003550     PERFORM 8000-CHECK-FILE-STATUS
003560         THRU 8000-CHECK-FILE-STATUS-EXIT.
003570
003580     OPEN OUTPUT PRMRPT-FILE.
003590     MOVE "PRMRPT" TO DLA30-ERR-FILE-ID.
003600     MOVE DLA30-PRMRPT-STATUS TO DLA30-ERR-STATUS.
003610     PERFORM 8000-CHECK-FILE-STATUS
003620         THRU 8000-CHECK-FILE-STATUS-EXIT.
003630
003640     PERFORM 4000-PRINT-HEADERS
003650         THRU 4000-PRINT-HEADERS-EXIT.
003660
003670     PERFORM 2100-READ-ADDPMC
003680         THRU 2100-READ-ADDPMC-EXIT.
003690
003700 1000-INITIALIZE-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------
003740* 1100-LOAD-LIMITS - READ THE SINGLE ADDLIM RECORD.  A LIMIT
003750*                    THAT IS NOT NUMERIC ON FILE IS LOADED AS
003760*                    IT STANDS - THIS RUN IS HOW IT GETS FIXED.
003770*----------------------------------------------------------------
003780 1100-LOAD-LIMITS.
003790     OPEN INPUT ADDLIM-FILE.
003800     MOVE "ADDLIM" TO DLA30-ERR-FILE-ID.
003810     MOVE DLA30-ADDLIM-STATUS TO DLA30-ERR-STATUS.
003820     PERFORM 8000-CHECK-FILE-STATUS
003830         THRU 8000-CHECK-FILE-STATUS-EXIT.
003840     READ ADDLIM-FILE
003850         AT END
003860             DISPLAY "ADDPRMMT - ADDLIM LIMITS RECORD MISSING "
003870                     "- RUN ABORTED."
003880             MOVE 16 TO RETURN-CODE
003890             STOP RUN
003900     END-READ.
003910     MOVE "ADDLIM" TO DLA30-ERR-FILE-ID.
003920     MOVE DLA30-ADDLIM-STATUS TO DLA30-ERR-STATUS.
003930     PERFORM 8000-CHECK-FILE-STATUS
003940         THRU 8000-CHECK-FILE-STATUS-EXIT.
003950     MOVE ADDLIM-RECORD TO DLA30-LIM-WORK.
003960     CLOSE ADDLIM-FILE.
003970
003980 1100-LOAD-LIMITS-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------------
004020* 1200-LOAD-APPROVER - READ ONE ADDAPR RECORD INTO THE CONTROL
004030*                      AREA OR THE APPROVER TABLE.  AN UNKNOWN
004040*                      RECORD TYPE OR A TABLE OVERFLOW ABENDS
004050*                      THE RUN, AS IN ADDSUSRV.
004060*----------------------------------------------------------------
004070 1200-LOAD-APPROVER.
004080     READ ADDAPR-FILE
004090         AT END
004100             SET DLA30-LOAD-EOF TO TRUE
004110             GO TO 1200-LOAD-APPROVER-EXIT
004120     END-READ.
004130     MOVE "ADDAPR" TO DLA30-ERR-FILE-ID.
004140     MOVE DLA30-ADDAPR-STATUS TO DLA30-ERR-STATUS.
004150     PERFORM 8000-CHECK-FILE-STATUS
004160         THRU 8000-CHECK-FILE-STATUS-EXIT.
004170
004180     EVALUATE TRUE
004190         WHEN ADDAPR-CONTROL-REC
004200             MOVE ADDAPR-RECORD TO DLA30-APR-CTL-WORK
004210             SET DLA30-CTL-ON-FILE TO TRUE
004220         WHEN ADDAPR-APPROVER-REC
004230             IF DLA30-APR-COUNT >= DLA30-APR-MAX
004240                 DISPLAY "ADDPRMMT - MORE THAN " DLA30-APR-MAX
004250                         " ADDAPR APPROVERS - RUN ABORTED."
004260                 MOVE 16 TO RETURN-CODE
004270                 STOP RUN
004280             END-IF
004290             ADD 1 TO DLA30-APR-COUNT
004300             MOVE ADDAPR-RECORD
004310                 TO DLA30-APR-ENTRY(DLA30-APR-COUNT)
004320         WHEN OTHER
004330             DISPLAY "ADDPRMMT - ADDAPR RECORD TYPE "
004340                     ADDAPR-REC-TYPE " IS NOT C OR A "
004350                     "- RUN ABORTED."
004360             MOVE 16 TO RETURN-CODE
004370             STOP RUN
004380     END-EVALUATE.
004390
004400 1200-LOAD-APPROVER-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------------
004440* 1300-LOAD-HOLIDAY - READ ONE ADDCAL RECORD INTO THE HOLIDAY
004450*                     TABLE.  A TABLE OVERFLOW ABENDS THE RUN.
004460*----------------------------------------------------------------
004470 1300-LOAD-HOLIDAY.
004480     READ ADDCAL-FILE
004490         AT END
004500             SET DLA30-LOAD-EOF TO TRUE
004510             GO TO 1300-LOAD-HOLIDAY-EXIT
004520     END-READ.
004530     MOVE "ADDCAL" TO DLA30-ERR-FILE-ID.
004540     MOVE DLA30-ADDCAL-STATUS TO DLA30-ERR-STATUS.
004550     PERFORM 8000-CHECK-FILE-STATUS
004560         THRU 8000-CHECK-FILE-STATUS-EXIT.
004570
004580     IF DLA30-CAL-COUNT >= DLA30-CAL-MAX
004590         DISPLAY "ADDPRMMT - MORE THAN " DLA30-CAL-MAX
004600                 " ADDCAL HOLIDAY RECORDS - RUN ABORTED."
004610         MOVE 16 TO RETURN-CODE
004620         STOP RUN
004630     END-IF.
004640     ADD 1 TO DLA30-CAL-COUNT.
004650     MOVE ADDCAL-RECORD TO DLA30-CAL-ENTRY(DLA30-CAL-COUNT).
004660
004670 1300-LOAD-HOLIDAY-EXIT.
004680     EXIT.
004690
004700*----------------------------------------------------------------
004710* 2100-READ-ADDPMC - READ THE NEXT MAINTENANCE CARD.
004720*----------------------------------------------------------------
004730 2100-READ-ADDPMC.
004740     READ ADDPMC-FILE
004750         AT END
004760             SET DLA30-ADDPMC-EOF TO TRUE
004770     END-READ.
004780     IF DLA30-ADDPMC-STATUS NOT = "00"
004790             AND DLA30-ADDPMC-STATUS NOT = "10"
004800         MOVE "ADDPMC" TO DLA30-ERR-FILE-ID
004810         MOVE DLA30-ADDPMC-STATUS TO DLA30-ERR-STATUS
004820         PERFORM 8000-CHECK-FILE-STATUS
004830             THRU 8000-CHECK-FILE-STATUS-EXIT
004840     END-IF.
004850
004860 2100-READ-ADDPMC-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------------
004900* 3000-PROCESS-CARD - VALIDATE THE CURRENT CARD, APPLY IT TO
004910*                     THE DATASET IT NAMES, LIST IT ON THE
004920*                     REGISTER, THEN READ THE NEXT CARD.  A
004930*                     STRUCTURALLY BAD CARD (UNKNOWN ACTION OR
004940*                     DATASET) ABENDS THE RUN - IT WAS MISKEYED
004950*                     AND THE WHOLE DECK IS SUSPECT; A CARD
004960*                     THAT MERELY CANNOT APPLY IS REJECTED AND
004970*                     THE RUN CONTINUES.
004980*----------------------------------------------------------------
004990 3000-PROCESS-CARD.
005000     IF NOT ADDPMC-ADD
005010             AND NOT ADDPMC-CHANGE
005020             AND NOT ADDPMC-DELETE
005030         DISPLAY "ADDPRMMT - ADDPMC CARD FOR " ADDPMC-FILE-ID
005040                 " HAS ACTION " ADDPMC-ACTION
005050                 " - MUST BE A, C OR D - RUN ABORTED."
005060         MOVE 16 TO RETURN-CODE
005070         STOP RUN
005080     END-IF.
005090
005100     IF NOT ADDPMC-LIMITS
005110             AND NOT ADDPMC-APPROVERS
005120             AND NOT ADDPMC-CALENDAR
005130         DISPLAY "ADDPRMMT - ADDPMC CARD NAMES DATASET "
005140                 ADDPMC-FILE-ID " - MUST BE ADDLIM, ADDAPR "
005150                 "OR ADDCAL - RUN ABORTED."
005160         MOVE 16 TO RETURN-CODE
005170         STOP RUN
005180     END-IF.
005190
005200     MOVE "N" TO DLA30-APPLIED-SW.
005210     MOVE SPACES TO DLA30-CARD-KEY
005220                    DLA30-BEFORE-IMAGE
005230                    DLA30-AFTER-IMAGE
005240                    DLA30-RPT-DET-DISP.
005250
005260     EVALUATE TRUE
005270         WHEN ADDPMC-LIMITS
005280             MOVE "LIMITS" TO DLA30-CARD-KEY
005290         WHEN ADDPMC-APPROVERS AND ADDPMC-APR-CONTROL
005300             MOVE "THRESHOLD" TO DLA30-CARD-KEY
005310         WHEN ADDPMC-APPROVERS
005320             MOVE ADDPMC-APR-ID TO DLA30-CARD-KEY
005330         WHEN ADDPMC-CALENDAR
005340             MOVE ADDPMC-CAL-DATE TO DLA30-CARD-KEY
005350     END-EVALUATE.
005360
005370     IF ADDPMC-REQUESTED-BY = SPACES
005380         ADD 1 TO DLA30-REJECT-COUNT
005390         MOVE "REJECTED - NO REQUESTER" TO DLA30-RPT-DET-DISP
005400     ELSE
005410         EVALUATE TRUE
005420             WHEN ADDPMC-LIMITS
005430                 PERFORM 3100-MAINTAIN-LIMITS
005440                     THRU 3100-MAINTAIN-LIMITS-EXIT
005450             WHEN ADDPMC-APPROVERS
005460                 PERFORM 3200-MAINTAIN-APPROVERS
005470                     THRU 3200-MAINTAIN-APPROVERS-EXIT
005480             WHEN ADDPMC-CALENDAR
005490                 PERFORM 3300-MAINTAIN-CALENDAR
005500                     THRU 3300-MAINTAIN-CALENDAR-EXIT
005510         END-EVALUATE
005520     END-IF.
005530
005540     IF DLA30-APPLIED
005550         PERFORM 3800-LOG-CHANGE
005560             THRU 3800-LOG-CHANGE-EXIT
005570     END-IF.
005580
005590     PERFORM 4100-PRINT-DETAIL-LINE
005600         THRU 4100-PRINT-DETAIL-LINE-EXIT.
005610
005620*    AN APPLIED CARD IS FOLLOWED BY THE RECORD AS IT STOOD
005630*    BEFORE AND AFTER, SO THE REGISTER SHOWS BOTH SIDES.
005640     IF DLA30-APPLIED
005650         PERFORM 4200-PRINT-IMAGES
005660             THRU 4200-PRINT-IMAGES-EXIT
005670     END-IF.
005680
005690     PERFORM 2100-READ-ADDPMC
005700         THRU 2100-READ-ADDPMC-EXIT.
005710
005720 3000-PROCESS-CARD-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------------
005760* 3100-MAINTAIN-LIMITS - LAY THE CARD'S NON-BLANK LIMITS OVER
005770*                        THE ADDLIM RECORD.  THERE IS ONLY EVER
005780*                        ONE RECORD, SO ONLY A CHANGE IS VALID.
005790*----------------------------------------------------------------
005800 3100-MAINTAIN-LIMITS.
005810     IF NOT ADDPMC-CHANGE
005820         ADD 1 TO DLA30-REJECT-COUNT
005830         MOVE "REJECTED - ADDLIM TAKES CHANGES ONLY"
005840             TO DLA30-RPT-DET-DISP
005850         GO TO 3100-MAINTAIN-LIMITS-EXIT
005860     END-IF.
005870     IF ADDPMC-MAX-ADDEND = SPACES
005880             AND ADDPMC-MAX-RESULT = SPACES
005890             AND ADDPMC-MAX-RUN-TOTAL = SPACES
005900         ADD 1 TO DLA30-REJECT-COUNT
005910         MOVE "REJECTED - NOTHING TO CHANGE" TO DLA30-RPT-DET-DISP
005920         GO TO 3100-MAINTAIN-LIMITS-EXIT
005930     END-IF.
005940     IF (ADDPMC-MAX-ADDEND NOT = SPACES
005950             AND ADDPMC-MAX-ADDEND IS NOT NUMERIC)
005960             OR (ADDPMC-MAX-RESULT NOT = SPACES
005970             AND ADDPMC-MAX-RESULT IS NOT NUMERIC)
005980             OR (ADDPMC-MAX-RUN-TOTAL NOT = SPACES
005990             AND ADDPMC-MAX-RUN-TOTAL IS NOT NUMERIC)
006000         ADD 1 TO DLA30-REJECT-COUNT
006010         MOVE "REJECTED - NON-NUMERIC LIMIT" TO DLA30-RPT-DET-DISP
006020         GO TO 3100-MAINTAIN-LIMITS-EXIT
006030     END-IF.
006040
006050     MOVE DLA30-LIM-WORK TO DLA30-BEFORE-IMAGE.
006060     IF ADDPMC-MAX-ADDEND NOT = SPACES
006070         MOVE ADDPMC-MAX-ADDEND-N TO DLA30-LIM-MAX-ADDEND
006080     END-IF.
006090     IF ADDPMC-MAX-RESULT NOT = SPACES
006100         MOVE ADDPMC-MAX-RESULT-N TO DLA30-LIM-MAX-RESULT
006110     END-IF.
006120     IF ADDPMC-MAX-RUN-TOTAL NOT = SPACES
006130         MOVE ADDPMC-MAX-RUN-TOTAL-N TO DLA30-LIM-MAX-RUN-TOTAL
006140     END-IF.
006150     MOVE DLA30-LIM-WORK TO DLA30-AFTER-IMAGE.
006160
006170     SET DLA30-APPLIED TO TRUE.
006180     SET DLA30-LIM-CHANGED TO TRUE.
006190     ADD 1 TO DLA30-CHANGE-COUNT.
006200     MOVE "CHANGED" TO DLA30-RPT-DET-DISP.
006210
006220 3100-MAINTAIN-LIMITS-EXIT.
006230     EXIT.
006240
006250*----------------------------------------------------------------
006260* 3200-MAINTAIN-APPROVERS - APPLY A CARD TO THE ADDAPR CONTROL
006270*                           RECORD (THE DUAL-APPROVAL THRESHOLD)
006280*                           OR TO ONE APPROVER.  NO REQUESTER
006290*                           MAY TOUCH THEIR OWN APPROVER ENTRY.
006300*----------------------------------------------------------------
006310 3200-MAINTAIN-APPROVERS.
006320     IF ADDPMC-APR-CONTROL
006330         PERFORM 3210-CHANGE-THRESHOLD
006340             THRU 3210-CHANGE-THRESHOLD-EXIT
006350         GO TO 3200-MAINTAIN-APPROVERS-EXIT
006360     END-IF.
006370     IF NOT ADDPMC-APR-APPROVER
006380         ADD 1 TO DLA30-REJECT-COUNT
006390         MOVE "REJECTED - RECORD TYPE NOT C OR A"
006400             TO DLA30-RPT-DET-DISP
006410         GO TO 3200-MAINTAIN-APPROVERS-EXIT
006420     END-IF.
006430     IF ADDPMC-APR-ID = SPACES
006440         ADD 1 TO DLA30-REJECT-COUNT
006450         MOVE "REJECTED - NO APPROVER ID" TO DLA30-RPT-DET-DISP
006460         GO TO 3200-MAINTAIN-APPROVERS-EXIT
006470     END-IF.
006480     IF ADDPMC-APR-ID = ADDPMC-REQUESTED-BY
006490         ADD 1 TO DLA30-REJECT-COUNT
006500         MOVE "REJECTED - OWN APPROVER ENTRY"
006510             TO DLA30-RPT-DET-DISP
006520         GO TO 3200-MAINTAIN-APPROVERS-EXIT
006530     END-IF.
006540     IF ADDPMC-APR-LIMIT NOT = SPACES
006550             AND ADDPMC-APR-LIMIT IS NOT NUMERIC
006560         ADD 1 TO DLA30-REJECT-COUNT
006570         MOVE "REJECTED - NON-NUMERIC LIMIT" TO DLA30-RPT-DET-DISP
006580         GO TO 3200-MAINTAIN-APPROVERS-EXIT
006590     END-IF.
006600
006610     MOVE ZERO TO DLA30-APR-FOUND-SUB.
006620     PERFORM 3250-FIND-APPROVER
006630         THRU 3250-FIND-APPROVER-EXIT
006640         VARYING DLA30-APR-SUB FROM 1 BY 1
006650         UNTIL DLA30-APR-SUB > DLA30-APR-COUNT
006660         OR DLA30-APR-FOUND-SUB > ZERO.
006670
006680     EVALUATE TRUE
006690         WHEN ADDPMC-ADD
006700             PERFORM 3220-ADD-APPROVER
006710                 THRU 3220-ADD-APPROVER-EXIT
006720         WHEN ADDPMC-CHANGE
006730             PERFORM 3230-CHANGE-APPROVER
006740                 THRU 3230-CHANGE-APPROVER-EXIT
006750         WHEN ADDPMC-DELETE
006760             PERFORM 3240-DELETE-APPROVER
006770                 THRU 3240-DELETE-APPROVER-EXIT
006780     END-EVALUATE.
006790
006800 3200-MAINTAIN-APPROVERS-EXIT.
006810     EXIT.
006820
006830*----------------------------------------------------------------
006840* 3210-CHANGE-THRESHOLD - REPLACE THE DUAL-APPROVAL THRESHOLD.
006850*                         A THRESHOLD ABOVE EVERY APPROVER'S
006860*                         LIMIT WOULD MAKE THE SECOND APPROVAL
006870*                         MEANINGLESS, SO IT IS REFUSED.
006880*----------------------------------------------------------------
006890 3210-CHANGE-THRESHOLD.
006900     IF NOT ADDPMC-CHANGE
006910         ADD 1 TO DLA30-REJECT-COUNT
006920         MOVE "REJECTED - THRESHOLD TAKES CHANGES ONLY"
006930             TO DLA30-RPT-DET-DISP
006940         GO TO 3210-CHANGE-THRESHOLD-EXIT
006950     END-IF.
006960     IF ADDPMC-APR-LIMIT IS NOT NUMERIC
006970         ADD 1 TO DLA30-REJECT-COUNT
006980         MOVE "REJECTED - NON-NUMERIC THRESHOLD"
006990             TO DLA30-RPT-DET-DISP
007000         GO TO 3210-CHANGE-THRESHOLD-EXIT
007010     END-IF.
007020
007030     MOVE ZERO TO DLA30-APR-FOUND-SUB
007040                  DLA30-APR-TOP-LIMIT.
007050     PERFORM 3260-TOP-LIMIT
007060         THRU 3260-TOP-LIMIT-EXIT
007070         VARYING DLA30-APR-SUB FROM 1 BY 1
007080         UNTIL DLA30-APR-SUB > DLA30-APR-COUNT.
007090     IF ADDPMC-APR-LIMIT-N > DLA30-APR-TOP-LIMIT
007100         ADD 1 TO DLA30-REJECT-COUNT
007110         MOVE "REJECTED - ABOVE EVERY APPROVER LIMIT"
007120             TO DLA30-RPT-DET-DISP
007130         GO TO 3210-CHANGE-THRESHOLD-EXIT
007140     END-IF.
007150
007160*    A FILE WITHOUT ITS CONTROL RECORD GETS ONE HERE - THE
007170*    BEFORE IMAGE STAYS BLANK.
007180     IF DLA30-CTL-ON-FILE
007190         MOVE DLA30-APR-CTL-WORK TO DLA30-BEFORE-IMAGE
007200     ELSE
007210         MOVE SPACES TO DLA30-APR-CTL-WORK
007220         MOVE "C" TO DLA30-APR-CTL-TYPE
007230         SET DLA30-CTL-ON-FILE TO TRUE
007240     END-IF.
007250     MOVE ADDPMC-APR-LIMIT-N TO DLA30-APR-THRESHOLD.
007260     MOVE DLA30-APR-CTL-WORK TO DLA30-AFTER-IMAGE.
007270
007280     SET DLA30-APPLIED TO TRUE.
007290     SET DLA30-APR-CHANGED TO TRUE.
007300     ADD 1 TO DLA30-CHANGE-COUNT.
007310     MOVE "CHANGED" TO DLA30-RPT-DET-DISP.
007320
007330 3210-CHANGE-THRESHOLD-EXIT.
007340     EXIT.
007350
007360*----------------------------------------------------------------
007370* 3220-ADD-APPROVER - APPEND A NEW APPROVER.  ID, LIMIT AND
007380*                     NAME ARE ALL REQUIRED.
007390*----------------------------------------------------------------
007400 3220-ADD-APPROVER.
007410     IF DLA30-APR-FOUND-SUB > ZERO
007420         ADD 1 TO DLA30-REJECT-COUNT
007430         MOVE "REJECTED - ON FILE" TO DLA30-RPT-DET-DISP
007440         GO TO 3220-ADD-APPROVER-EXIT
007450     END-IF.
007460     IF ADDPMC-APR-LIMIT = SPACES
007470             OR ADDPMC-APR-NAME = SPACES
007480         ADD 1 TO DLA30-REJECT-COUNT
007490         MOVE "REJECTED - FIELD MISSING" TO DLA30-RPT-DET-DISP
007500         GO TO 3220-ADD-APPROVER-EXIT
007510     END-IF.
007520     IF DLA30-APR-COUNT >= DLA30-APR-MAX
007530         ADD 1 TO DLA30-REJECT-COUNT
007540         MOVE "REJECTED - APPROVER TABLE FULL"
007550             TO DLA30-RPT-DET-DISP
007560         GO TO 3220-ADD-APPROVER-EXIT
007570     END-IF.
007580
007590     MOVE SPACES TO DLA30-APR-WORK.
007600     MOVE "A" TO DLA30-APR-WORK-TYPE.
007610     MOVE ADDPMC-APR-ID TO DLA30-APR-WORK-ID.
007620     MOVE ADDPMC-APR-LIMIT-N TO DLA30-APR-WORK-LIMIT.
007630     MOVE ADDPMC-APR-NAME TO DLA30-APR-WORK-NAME.
007640     ADD 1 TO DLA30-APR-COUNT.
007650     MOVE DLA30-APR-WORK TO DLA30-APR-ENTRY(DLA30-APR-COUNT).
007660     MOVE DLA30-APR-WORK TO DLA30-AFTER-IMAGE.
007670
007680     SET DLA30-APPLIED TO TRUE.
007690     SET DLA30-APR-CHANGED TO TRUE.
007700     ADD 1 TO DLA30-ADD-COUNT.
007710     MOVE "ADDED" TO DLA30-RPT-DET-DISP.
007720
007730 3220-ADD-APPROVER-EXIT.
007740     EXIT.
007750
007760*----------------------------------------------------------------
007770* 3230-CHANGE-APPROVER - REPLACE AN APPROVER'S NON-BLANK LIMIT
007780*                        AND NAME.  A LOWER LIMIT MAY NOT LEAVE
007790*                        THE THRESHOLD ABOVE EVERY LIMIT.
007800*----------------------------------------------------------------
007810 3230-CHANGE-APPROVER.
007820     IF DLA30-APR-FOUND-SUB = ZERO
007830         ADD 1 TO DLA30-REJECT-COUNT
007840         MOVE "REJECTED - NOT ON FILE" TO DLA30-RPT-DET-DISP
007850         GO TO 3230-CHANGE-APPROVER-EXIT
007860     END-IF.
007870     IF ADDPMC-APR-LIMIT = SPACES
007880             AND ADDPMC-APR-NAME = SPACES
007890         ADD 1 TO DLA30-REJECT-COUNT
007900         MOVE "REJECTED - NOTHING TO CHANGE" TO DLA30-RPT-DET-DISP
007910         GO TO 3230-CHANGE-APPROVER-EXIT
007920     END-IF.
007930
007940     MOVE DLA30-APR-ENTRY(DLA30-APR-FOUND-SUB) TO DLA30-APR-WORK.
007950     MOVE DLA30-APR-WORK TO DLA30-BEFORE-IMAGE.
007960     IF ADDPMC-APR-LIMIT NOT = SPACES
007970         MOVE ADDPMC-APR-LIMIT-N TO DLA30-APR-WORK-LIMIT
007980     END-IF.
007990     IF ADDPMC-APR-NAME NOT = SPACES
008000         MOVE ADDPMC-APR-NAME TO DLA30-APR-WORK-NAME
008010     END-IF.
008020
008030     MOVE DLA30-APR-WORK-LIMIT TO DLA30-APR-TOP-LIMIT.
008040     PERFORM 3260-TOP-LIMIT
008050         THRU 3260-TOP-LIMIT-EXIT
008060         VARYING DLA30-APR-SUB FROM 1 BY 1
008070         UNTIL DLA30-APR-SUB > DLA30-APR-COUNT.
008080     IF DLA30-CTL-ON-FILE
008090             AND DLA30-APR-THRESHOLD IS NUMERIC
008100             AND DLA30-APR-THRESHOLD > DLA30-APR-TOP-LIMIT
008110         ADD 1 TO DLA30-REJECT-COUNT
008120         MOVE "REJECTED - THRESHOLD WOULD TOP EVERY LIMIT"
008130             TO DLA30-RPT-DET-DISP
008140         GO TO 3230-CHANGE-APPROVER-EXIT
008150     END-IF.
008160
008170     MOVE DLA30-APR-WORK TO DLA30-APR-ENTRY(DLA30-APR-FOUND-SUB).
008180     MOVE DLA30-APR-WORK TO DLA30-AFTER-IMAGE.
008190
008200     SET DLA30-APPLIED TO TRUE.
008210     SET DLA30-APR-CHANGED TO TRUE.
008220     ADD 1 TO DLA30-CHANGE-COUNT.
008230     MOVE "CHANGED" TO DLA30-RPT-DET-DISP.
008240
008250 3230-CHANGE-APPROVER-EXIT.
008260     EXIT.
008270
008280*----------------------------------------------------------------
008290* 3240-DELETE-APPROVER - REMOVE AN APPROVER, CLOSING UP THE
008300*                        TABLE.  THE LAST APPROVER, OR ONE
008310*                        WHOSE LOSS WOULD LEAVE THE THRESHOLD
008320*                        ABOVE EVERY REMAINING LIMIT, STAYS.
008330*----------------------------------------------------------------
008340 3240-DELETE-APPROVER.
008350     IF DLA30-APR-FOUND-SUB = ZERO
008360         ADD 1 TO DLA30-REJECT-COUNT
008370         MOVE "REJECTED - NOT ON FILE" TO DLA30-RPT-DET-DISP
008380         GO TO 3240-DELETE-APPROVER-EXIT
008390     END-IF.
008400     IF DLA30-APR-COUNT = 1
008410         ADD 1 TO DLA30-REJECT-COUNT
008420         MOVE "REJECTED - LAST APPROVER" TO DLA30-RPT-DET-DISP
008430         GO TO 3240-DELETE-APPROVER-EXIT
008440     END-IF.
008450
008460     MOVE ZERO TO DLA30-APR-TOP-LIMIT.
008470     PERFORM 3260-TOP-LIMIT
008480         THRU 3260-TOP-LIMIT-EXIT
008490         VARYING DLA30-APR-SUB FROM 1 BY 1
008500         UNTIL DLA30-APR-SUB > DLA30-APR-COUNT.
008510     IF DLA30-CTL-ON-FILE
008520             AND DLA30-APR-THRESHOLD IS NUMERIC
008530             AND DLA30-APR-THRESHOLD > DLA30-APR-TOP-LIMIT
008540         ADD 1 TO DLA30-REJECT-COUNT
008550         MOVE "REJECTED - THRESHOLD WOULD TOP EVERY LIMIT"
008560             TO DLA30-RPT-DET-DISP
008570         GO TO 3240-DELETE-APPROVER-EXIT
008580     END-IF.
008590
008600     MOVE DLA30-APR-ENTRY(DLA30-APR-FOUND-SUB)
008610         TO DLA30-BEFORE-IMAGE.
008620     PERFORM 3270-CLOSE-UP-APPROVER
008630         THRU 3270-CLOSE-UP-APPROVER-EXIT
008640         VARYING DLA30-APR-SUB FROM DLA30-APR-FOUND-SUB BY 1
008650         UNTIL DLA30-APR-SUB >= DLA30-APR-COUNT.
008660     SUBTRACT 1 FROM DLA30-APR-COUNT.
008670
008680     SET DLA30-APPLIED TO TRUE.
008690     SET DLA30-APR-CHANGED TO TRUE.
008700     ADD 1 TO DLA30-DELETE-COUNT.
008710     MOVE "DELETED" TO DLA30-RPT-DET-DISP.
008720
008730 3240-DELETE-APPROVER-EXIT.
008740     EXIT.
008750
008760 3250-FIND-APPROVER.
008770     IF DLA30-APR-ENT-ID(DLA30-APR-SUB) = ADDPMC-APR-ID
008780         MOVE DLA30-APR-SUB TO DLA30-APR-FOUND-SUB
008790     END-IF.
008800
008810 3250-FIND-APPROVER-EXIT.
008820     EXIT.
008830
008840*----------------------------------------------------------------
008850* 3260-TOP-LIMIT - RAISE DLA30-APR-TOP-LIMIT TO THIS ENTRY'S
008860*                  LIMIT WHEN HIGHER.  THE ENTRY THE CARD IS
008870*                  CHANGING OR DELETING (DLA30-APR-FOUND-SUB)
008880*                  IS PASSED OVER - THE CALLER HAS ALREADY
008890*                  ALLOWED FOR ITS NEW LIMIT.
008900*----------------------------------------------------------------
008910 3260-TOP-LIMIT.
008920     IF DLA30-APR-SUB = DLA30-APR-FOUND-SUB
008930         GO TO 3260-TOP-LIMIT-EXIT
008940     END-IF.
008950     IF DLA30-APR-ENT-LIMIT(DLA30-APR-SUB) IS NUMERIC
008960         IF DLA30-APR-ENT-LIMIT(DLA30-APR-SUB)
008970                 > DLA30-APR-TOP-LIMIT
008980             MOVE DLA30-APR-ENT-LIMIT(DLA30-APR-SUB)
008990                 TO DLA30-APR-TOP-LIMIT
009000         END-IF
009010     END-IF.
009020
009030 3260-TOP-LIMIT-EXIT.
009040     EXIT.
009050
009060 3270-CLOSE-UP-APPROVER.
009070     MOVE DLA30-APR-ENTRY(DLA30-APR-SUB + 1)
009080         TO DLA30-APR-ENTRY(DLA30-APR-SUB).
009090
009100 3270-CLOSE-UP-APPROVER-EXIT.
009110     EXIT.
009120
009130*----------------------------------------------------------------
009140* 3300-MAINTAIN-CALENDAR - APPLY A CARD TO THE HOLIDAY TABLE,
009150*                          KEYED BY THE HOLIDAY DATE.
009160*----------------------------------------------------------------
009170 3300-MAINTAIN-CALENDAR.
009180     MOVE "N" TO DLA30-DATE-OK-SW.
009190     IF ADDPMC-CAL-DATE IS NUMERIC
009200         MOVE ADDPMC-CAL-DATE TO DLA30-DATE-WORK
009210         PERFORM 3900-EDIT-DATE
009220             THRU 3900-EDIT-DATE-EXIT
009230     END-IF.
009240     IF NOT DLA30-DATE-OK
009250         ADD 1 TO DLA30-REJECT-COUNT
009260         MOVE "REJECTED - INVALID DATE" TO DLA30-RPT-DET-DISP
009270         GO TO 3300-MAINTAIN-CALENDAR-EXIT
009280     END-IF.
009290
009300     MOVE ZERO TO DLA30-CAL-FOUND-SUB.
009310     PERFORM 3350-FIND-HOLIDAY
009320         THRU 3350-FIND-HOLIDAY-EXIT
009330         VARYING DLA30-CAL-SUB FROM 1 BY 1
009340         UNTIL DLA30-CAL-SUB > DLA30-CAL-COUNT
009350         OR DLA30-CAL-FOUND-SUB > ZERO.
009360
009370     EVALUATE TRUE
009380         WHEN ADDPMC-ADD
009390             PERFORM 3310-ADD-HOLIDAY
009400                 THRU 3310-ADD-HOLIDAY-EXIT
009410         WHEN ADDPMC-CHANGE
009420             PERFORM 3320-CHANGE-HOLIDAY
009430                 THRU 3320-CHANGE-HOLIDAY-EXIT
009440         WHEN ADDPMC-DELETE
009450             PERFORM 3330-DELETE-HOLIDAY
009460                 THRU 3330-DELETE-HOLIDAY-EXIT
009470     END-EVALUATE.
009480
009490 3300-MAINTAIN-CALENDAR-EXIT.
009500     EXIT.
009510
009520*----------------------------------------------------------------
009530* 3310-ADD-HOLIDAY - INSERT A NEW HOLIDAY IN DATE ORDER.  THE
009540*                    ROLL SKIPS WEEKENDS ON ITS OWN, SO A
009550*                    SATURDAY OR SUNDAY HOLIDAY IS A MISKEY.
009560*----------------------------------------------------------------
009570 3310-ADD-HOLIDAY.
009580     IF DLA30-CAL-FOUND-SUB > ZERO
009590         ADD 1 TO DLA30-REJECT-COUNT
009600         MOVE "REJECTED - ON FILE" TO DLA30-RPT-DET-DISP
009610         GO TO 3310-ADD-HOLIDAY-EXIT
009620     END-IF.
009630     IF ADDPMC-CAL-DESC = SPACES
009640         ADD 1 TO DLA30-REJECT-COUNT
009650         MOVE "REJECTED - FIELD MISSING" TO DLA30-RPT-DET-DISP
009660         GO TO 3310-ADD-HOLIDAY-EXIT
009670     END-IF.
009680
009690     COMPUTE DLA30-DAY-NBR =
009700         FUNCTION INTEGER-OF-DATE(DLA30-DATE-WORK-N).
009710     COMPUTE DLA30-DAY-OF-WEEK =
009720         FUNCTION MOD(DLA30-DAY-NBR, 7).
009730     IF DLA30-DAY-OF-WEEK = 6 OR DLA30-DAY-OF-WEEK = 0
009740         ADD 1 TO DLA30-REJECT-COUNT
009750         MOVE "REJECTED - HOLIDAY ON A WEEKEND"
009760             TO DLA30-RPT-DET-DISP
009770         GO TO 3310-ADD-HOLIDAY-EXIT
009780     END-IF.
009790     IF DLA30-CAL-COUNT >= DLA30-CAL-MAX
009800         ADD 1 TO DLA30-REJECT-COUNT
009810         MOVE "REJECTED - CALENDAR TABLE FULL"
009820             TO DLA30-RPT-DET-DISP
009830         GO TO 3310-ADD-HOLIDAY-EXIT
009840     END-IF.
009850
009860     MOVE SPACES TO DLA30-CAL-WORK.
009870     MOVE DLA30-DATE-WORK-N TO DLA30-CAL-WORK-DATE.
009880     MOVE ADDPMC-CAL-DESC TO DLA30-CAL-WORK-DESC.
009890
009900*    FIND THE FIRST LATER HOLIDAY AND OPEN A SLOT IN FRONT OF IT.
009910     ADD 1 TO DLA30-CAL-COUNT
009920         GIVING DLA30-CAL-INSERT-SUB.
009930     PERFORM 3360-FIND-SLOT
009940         THRU 3360-FIND-SLOT-EXIT
009950         VARYING DLA30-CAL-SUB FROM 1 BY 1
009960         UNTIL DLA30-CAL-SUB > DLA30-CAL-COUNT
009970         OR DLA30-CAL-INSERT-SUB NOT > DLA30-CAL-COUNT.
009980     PERFORM 3370-OPEN-SLOT
009990         THRU 3370-OPEN-SLOT-EXIT
010000         VARYING DLA30-CAL-SUB FROM DLA30-CAL-COUNT BY -1
010010         UNTIL DLA30-CAL-SUB < DLA30-CAL-INSERT-SUB.
010020     ADD 1 TO DLA30-CAL-COUNT.
010030     MOVE DLA30-CAL-WORK TO DLA30-CAL-ENTRY(DLA30-CAL-INSERT-SUB).
010040     MOVE DLA30-CAL-WORK TO DLA30-AFTER-IMAGE.
010050
010060     SET DLA30-APPLIED TO TRUE.
010070     SET DLA30-CAL-CHANGED TO TRUE.
010080     ADD 1 TO DLA30-ADD-COUNT.
010090     MOVE "ADDED" TO DLA30-RPT-DET-DISP.
010100
010110 3310-ADD-HOLIDAY-EXIT.
010120     EXIT.
010130
010140*----------------------------------------------------------------
010150* 3320-CHANGE-HOLIDAY - REPLACE A HOLIDAY'S DESCRIPTION.  TO
010160*                       MOVE A HOLIDAY, DELETE IT AND ADD THE
010170*                       NEW DATE.
010180*----------------------------------------------------------------
010190 3320-CHANGE-HOLIDAY.
010200     IF DLA30-CAL-FOUND-SUB = ZERO
010210         ADD 1 TO DLA30-REJECT-COUNT
010220         MOVE "REJECTED - NOT ON FILE" TO DLA30-RPT-DET-DISP
010230         GO TO 3320-CHANGE-HOLIDAY-EXIT
010240     END-IF.
010250     IF ADDPMC-CAL-DESC = SPACES
010260         ADD 1 TO DLA30-REJECT-COUNT
010270         MOVE "REJECTED - NOTHING TO CHANGE" TO DLA30-RPT-DET-DISP
010280         GO TO 3320-CHANGE-HOLIDAY-EXIT
010290     END-IF.
010300
010310     MOVE DLA30-CAL-ENTRY(DLA30-CAL-FOUND-SUB) TO DLA30-CAL-WORK.
010320     MOVE DLA30-CAL-WORK TO DLA30-BEFORE-IMAGE.
010330     MOVE ADDPMC-CAL-DESC TO DLA30-CAL-WORK-DESC.
010340     MOVE DLA30-CAL-WORK TO DLA30-CAL-ENTRY(DLA30-CAL-FOUND-SUB).
010350     MOVE DLA30-CAL-WORK TO DLA30-AFTER-IMAGE.
010360
010370     SET DLA30-APPLIED TO TRUE.
010380     SET DLA30-CAL-CHANGED TO TRUE.
010390     ADD 1 TO DLA30-CHANGE-COUNT.
010400     MOVE "CHANGED" TO DLA30-RPT-DET-DISP.
010410
010420 3320-CHANGE-HOLIDAY-EXIT.
010430     EXIT.
010440
010450*----------------------------------------------------------------
010460* 3330-DELETE-HOLIDAY - REMOVE A HOLIDAY, CLOSING UP THE TABLE.
010470*----------------------------------------------------------------
010480 3330-DELETE-HOLIDAY.
010490     IF DLA30-CAL-FOUND-SUB = ZERO
010500         ADD 1 TO DLA30-REJECT-COUNT
010510         MOVE "REJECTED - NOT ON FILE" TO DLA30-RPT-DET-DISP
010520         GO TO 3330-DELETE-HOLIDAY-EXIT
010530     END-IF.
010540
010550     MOVE DLA30-CAL-ENTRY(DLA30-CAL-FOUND-SUB)
010560         TO DLA30-BEFORE-IMAGE.
010570     PERFORM 3380-CLOSE-UP-HOLIDAY
010580         THRU 3380-CLOSE-UP-HOLIDAY-EXIT
010590         VARYING DLA30-CAL-SUB FROM DLA30-CAL-FOUND-SUB BY 1
010600         UNTIL DLA30-CAL-SUB >= DLA30-CAL-COUNT.
010610     SUBTRACT 1 FROM DLA30-CAL-COUNT.
010620
010630     SET DLA30-APPLIED TO TRUE.
010640     SET DLA30-CAL-CHANGED TO TRUE.
010650     ADD 1 TO DLA30-DELETE-COUNT.
010660     MOVE "DELETED" TO DLA30-RPT-DET-DISP.
010670
010680 3330-DELETE-HOLIDAY-EXIT.
010690     EXIT.
010700
010710 3350-FIND-HOLIDAY.
010720     IF DLA30-CAL-ENT-DATE(DLA30-CAL-SUB) = DLA30-DATE-WORK-N
010730         MOVE DLA30-CAL-SUB TO DLA30-CAL-FOUND-SUB
010740     END-IF.
010750
010760 3350-FIND-HOLIDAY-EXIT.
010770     EXIT.
010780
010790 3360-FIND-SLOT.
010800     IF DLA30-CAL-ENT-DATE(DLA30-CAL-SUB) > DLA30-CAL-WORK-DATE
010810         MOVE DLA30-CAL-SUB TO DLA30-CAL-INSERT-SUB
010820     END-IF.
010830
010840 3360-FIND-SLOT-EXIT.
010850     EXIT.
010860
010870 3370-OPEN-SLOT.
010880     MOVE DLA30-CAL-ENTRY(DLA30-CAL-SUB)
010890         TO DLA30-CAL-ENTRY(DLA30-CAL-SUB + 1).
010900
010910 3370-OPEN-SLOT-EXIT.
010920     EXIT.
010930
010940 3380-CLOSE-UP-HOLIDAY.
010950     MOVE DLA30-CAL-ENTRY(DLA30-CAL-SUB + 1)
010960         TO DLA30-CAL-ENTRY(DLA30-CAL-SUB).
010970
010980 3380-CLOSE-UP-HOLIDAY-EXIT.
010990     EXIT.
011000
011010*----------------------------------------------------------------
011020* 3800-LOG-CHANGE - HOLD THE APPLIED CHANGE FOR THE ADDPCL LOG.
011030*                   A DECK TOO BIG TO HOLD ABENDS THE RUN
011040*                   BEFORE ANYTHING HAS BEEN WRITTEN.
011050*----------------------------------------------------------------
011060 3800-LOG-CHANGE.
011070     IF DLA30-PCL-COUNT >= DLA30-PCL-MAX
011080         DISPLAY "ADDPRMMT - MORE THAN " DLA30-PCL-MAX
011090                 " CHANGES IN ONE RUN - SPLIT THE ADDPMC DECK "
011100                 "- RUN ABORTED, NOTHING CHANGED."
011110         MOVE 16 TO RETURN-CODE
011120         STOP RUN
011130     END-IF.
011140     ADD 1 TO DLA30-PCL-COUNT.
011150     MOVE ADDPMC-REQUESTED-BY
011160         TO DLA30-PCL-REQUESTED-BY(DLA30-PCL-COUNT).
011170     MOVE ADDPMC-FILE-ID TO DLA30-PCL-FILE-ID(DLA30-PCL-COUNT).
011180     MOVE ADDPMC-ACTION TO DLA30-PCL-ACTION(DLA30-PCL-COUNT).
011190     MOVE DLA30-CARD-KEY TO DLA30-PCL-KEY(DLA30-PCL-COUNT).
011200     MOVE DLA30-BEFORE-IMAGE TO DLA30-PCL-BEFORE(DLA30-PCL-COUNT).
011210     MOVE DLA30-AFTER-IMAGE TO DLA30-PCL-AFTER(DLA30-PCL-COUNT).
011220
011230 3800-LOG-CHANGE-EXIT.
011240     EXIT.
011250
011260*----------------------------------------------------------------
011270* 3900-EDIT-DATE - PROVE THE YYYYMMDD DATE IN DLA30-DATE-WORK IS
011280*                  A REAL CALENDAR DATE.
011290*----------------------------------------------------------------
011300 3900-EDIT-DATE.
011310     MOVE "N" TO DLA30-DATE-OK-SW.
011320     IF DLA30-DATE-YYYY < 1900
011330             OR DLA30-DATE-MM < 1
011340             OR DLA30-DATE-MM > 12
011350             OR DLA30-DATE-DD < 1
011360         GO TO 3900-EDIT-DATE-EXIT
011370     END-IF.
011380
011390     MOVE DLA30-MONTH-DAYS(DLA30-DATE-MM) TO DLA30-MONTH-LIMIT.
011400     IF DLA30-DATE-MM = 2
011410         DIVIDE DLA30-DATE-YYYY BY 4
011420             GIVING DLA30-LEAP-QUOT REMAINDER DLA30-LEAP-REM
011430         IF DLA30-LEAP-REM = ZERO
011440             MOVE 29 TO DLA30-MONTH-LIMIT
011450             DIVIDE DLA30-DATE-YYYY BY 100
011460                 GIVING DLA30-LEAP-QUOT REMAINDER DLA30-LEAP-REM
011470             IF DLA30-LEAP-REM = ZERO
011480                 MOVE 28 TO DLA30-MONTH-LIMIT
011490                 DIVIDE DLA30-DATE-YYYY BY 400
011500                     GIVING DLA30-LEAP-QUOT
011510                     REMAINDER DLA30-LEAP-REM
011520                 IF DLA30-LEAP-REM = ZERO
011530                     MOVE 29 TO DLA30-MONTH-LIMIT
011540                 END-IF
011550             END-IF
011560         END-IF
011570     END-IF.
011580     IF DLA30-DATE-DD > DLA30-MONTH-LIMIT
011590         GO TO 3900-EDIT-DATE-EXIT
011600     END-IF.
011610
011620     SET DLA30-DATE-OK TO TRUE.
011630
011640 3900-EDIT-DATE-EXIT.
011650     EXIT.
011660
011670*----------------------------------------------------------------
011680* 4000-PRINT-HEADERS - PRINT THE RUN-HEADER AND COLUMN HEADING
011690*                      LINES AT THE TOP OF EACH PAGE.
011700*----------------------------------------------------------------
011710 4000-PRINT-HEADERS.
011720     ADD 1 TO DLA30-RPT-PAGE-COUNT.
011730     MOVE DLA30-RUN-DATE TO DLA30-RPT-H1-DATE.
011740     MOVE DLA30-RPT-PAGE-COUNT TO DLA30-RPT-H1-PAGE.
011750
011760     MOVE DLA30-RPT-HEADING1 TO ADDRPT-RECORD.
011770     PERFORM 7100-WRITE-REPORT-LINE
011780         THRU 7100-WRITE-REPORT-LINE-EXIT.
011790     MOVE DLA30-RPT-HEADING2 TO ADDRPT-RECORD.
011800     PERFORM 7100-WRITE-REPORT-LINE
011810         THRU 7100-WRITE-REPORT-LINE-EXIT.
011820
011830     MOVE ZERO TO DLA30-RPT-LINE-COUNT.
011840
011850 4000-PRINT-HEADERS-EXIT.
011860     EXIT.
011870
011880*----------------------------------------------------------------
011890* 4100-PRINT-DETAIL-LINE - PRINT ONE REGISTER LINE FOR THE
011900*                          CURRENT CARD, BREAKING TO A NEW PAGE
011910*                          WHEN THE CURRENT PAGE IS FULL.  THE
011920*                          CALLER SETS DLA30-RPT-DET-DISP FIRST.
011930*----------------------------------------------------------------
011940 4100-PRINT-DETAIL-LINE.
011950     IF DLA30-RPT-LINE-COUNT >= DLA30-RPT-PAGE-SIZE
011960         PERFORM 4000-PRINT-HEADERS
011970             THRU 4000-PRINT-HEADERS-EXIT
011980     END-IF.
011990
012000     MOVE ADDPMC-ACTION TO DLA30-RPT-DET-ACTION.
012010     MOVE ADDPMC-FILE-ID TO DLA30-RPT-DET-FILE.
012020     MOVE DLA30-CARD-KEY TO DLA30-RPT-DET-KEY.
012030     MOVE ADDPMC-REQUESTED-BY TO DLA30-RPT-DET-REQ.
012040     MOVE DLA30-RPT-DETAIL TO ADDRPT-RECORD.
012050     PERFORM 7100-WRITE-REPORT-LINE
012060         THRU 7100-WRITE-REPORT-LINE-EXIT.
012070
012080     ADD 1 TO DLA30-RPT-LINE-COUNT.
012090
012100 4100-PRINT-DETAIL-LINE-EXIT.
012110     EXIT.
012120
012130*----------------------------------------------------------------
012140* 4200-PRINT-IMAGES - PRINT THE BEFORE AND AFTER RECORD IMAGES
012150*                     UNDER AN APPLIED CARD.  AN ADD HAS NO
012160*                     BEFORE IMAGE AND A DELETE NO AFTER IMAGE.
012170*----------------------------------------------------------------
012180 4200-PRINT-IMAGES.
012190     IF DLA30-BEFORE-IMAGE NOT = SPACES
012200         MOVE "BEFORE:" TO DLA30-RPT-IMG-LABEL
012210         MOVE DLA30-BEFORE-IMAGE TO DLA30-RPT-IMG-DATA
012220         MOVE DLA30-RPT-IMAGE TO ADDRPT-RECORD
012230         PERFORM 7100-WRITE-REPORT-LINE
012240             THRU 7100-WRITE-REPORT-LINE-EXIT
012250         ADD 1 TO DLA30-RPT-LINE-COUNT
012260     END-IF.
012270     IF DLA30-AFTER-IMAGE NOT = SPACES
012280         MOVE "AFTER:" TO DLA30-RPT-IMG-LABEL
012290         MOVE DLA30-AFTER-IMAGE TO DLA30-RPT-IMG-DATA
012300         MOVE DLA30-RPT-IMAGE TO ADDRPT-RECORD
012310         PERFORM 7100-WRITE-REPORT-LINE
012320             THRU 7100-WRITE-REPORT-LINE-EXIT
012330         ADD 1 TO DLA30-RPT-LINE-COUNT
012340     END-IF.
012350
012360 4200-PRINT-IMAGES-EXIT.
012370     EXIT.
012380
012390*----------------------------------------------------------------
012400* 7100-WRITE-REPORT-LINE - WRITE THE LINE ALREADY MOVED TO
012410*                          ADDRPT-RECORD AND CHECK THE I/O.
012420*----------------------------------------------------------------
012430 7100-WRITE-REPORT-LINE.
012440     WRITE ADDRPT-RECORD.
012450     MOVE "PRMRPT" TO DLA30-ERR-FILE-ID.
012460     MOVE DLA30-PRMRPT-STATUS TO DLA30-ERR-STATUS.
012470     PERFORM 8000-CHECK-FILE-STATUS
012480         THRU 8000-CHECK-FILE-STATUS-EXIT.
012490
012500 7100-WRITE-REPORT-LINE-EXIT.
012510     EXIT.
012520
012530*----------------------------------------------------------------
012540* 7200-REWRITE-LIMITS - REPLACE THE ADDLIM RECORD.
012550*----------------------------------------------------------------
012560 7200-REWRITE-LIMITS.
012570     OPEN OUTPUT ADDLIM-FILE.
012580     MOVE "ADDLIM" TO DLA30-ERR-FILE-ID.
012590     MOVE DLA30-ADDLIM-STATUS TO DLA30-ERR-STATUS.
012600     PERFORM 8000-CHECK-FILE-STATUS
012610         THRU 8000-CHECK-FILE-STATUS-EXIT.
012620
012630     MOVE DLA30-LIM-WORK TO ADDLIM-RECORD.
012640     WRITE ADDLIM-RECORD.
012650     MOVE "ADDLIM" TO DLA30-ERR-FILE-ID.
012660     MOVE DLA30-ADDLIM-STATUS TO DLA30-ERR-STATUS.
012670     PERFORM 8000-CHECK-FILE-STATUS
012680         THRU 8000-CHECK-FILE-STATUS-EXIT.
012690
012700     CLOSE ADDLIM-FILE.
012710
012720 7200-REWRITE-LIMITS-EXIT.
012730     EXIT.
012740
012750*----------------------------------------------------------------
012760* 7300-REWRITE-APPROVERS - REPLACE ADDAPR: THE CONTROL RECORD
012770*                          FIRST, AS ADDSUSRV EXPECTS, THEN THE
012780*                          APPROVERS.
012790*----------------------------------------------------------------
012800 7300-REWRITE-APPROVERS.
012810     OPEN OUTPUT ADDAPR-FILE.
012820     MOVE "ADDAPR" TO DLA30-ERR-FILE-ID.
012830     MOVE DLA30-ADDAPR-STATUS TO DLA30-ERR-STATUS.
012840     PERFORM 8000-CHECK-FILE-STATUS
012850         THRU 8000-CHECK-FILE-STATUS-EXIT.
012860
012870     IF DLA30-CTL-ON-FILE
012880         MOVE DLA30-APR-CTL-WORK TO ADDAPR-RECORD
012890         PERFORM 7310-WRITE-APPROVER-REC
012900             THRU 7310-WRITE-APPROVER-REC-EXIT
012910     END-IF.
012920     PERFORM 7320-WRITE-APPROVER-ENTRY
012930         THRU 7320-WRITE-APPROVER-ENTRY-EXIT
012940         VARYING DLA30-APR-SUB FROM 1 BY 1
012950         UNTIL DLA30-APR-SUB > DLA30-APR-COUNT.
012960
012970     CLOSE ADDAPR-FILE.
012980
012990 7300-REWRITE-APPROVERS-EXIT.
013000     EXIT.
013010
013020 7310-WRITE-APPROVER-REC.
013030     WRITE ADDAPR-RECORD.
013040     MOVE "ADDAPR" TO DLA30-ERR-FILE-ID.
013050     MOVE DLA30-ADDAPR-STATUS TO DLA30-ERR-STATUS.
013060     PERFORM 8000-CHECK-FILE-STATUS
013070         THRU 8000-CHECK-FILE-STATUS-EXIT.
013080
013090 7310-WRITE-APPROVER-REC-EXIT.
013100     EXIT.
013110
013120 7320-WRITE-APPROVER-ENTRY.
013130     MOVE DLA30-APR-ENTRY(DLA30-APR-SUB) TO ADDAPR-RECORD.
013140     PERFORM 7310-WRITE-APPROVER-REC
013150         THRU 7310-WRITE-APPROVER-REC-EXIT.
013160
013170 7320-WRITE-APPROVER-ENTRY-EXIT.
013180     EXIT.
013190
013200*----------------------------------------------------------------
013210* 7400-REWRITE-CALENDAR - REPLACE ADDCAL WITH THE HOLIDAY TABLE.
013220*----------------------------------------------------------------
013230 7400-REWRITE-CALENDAR.
013240     OPEN OUTPUT ADDCAL-FILE.
013250     MOVE "ADDCAL" TO DLA30-ERR-FILE-ID.
013260     MOVE DLA30-ADDCAL-STATUS TO DLA30-ERR-STATUS.
013270     PERFORM 8000-CHECK-FILE-STATUS
013280         THRU 8000-CHECK-FILE-STATUS-EXIT.
013290
013300     PERFORM 7410-WRITE-HOLIDAY
013310         THRU 7410-WRITE-HOLIDAY-EXIT
013320         VARYING DLA30-CAL-SUB FROM 1 BY 1
013330         UNTIL DLA30-CAL-SUB > DLA30-CAL-COUNT.
013340
013350     CLOSE ADDCAL-FILE.
013360
013370 7400-REWRITE-CALENDAR-EXIT.
013380     EXIT.
013390
013400 7410-WRITE-HOLIDAY.
013410     MOVE DLA30-CAL-ENTRY(DLA30-CAL-SUB) TO ADDCAL-RECORD.
013420     WRITE ADDCAL-RECORD.
013430     MOVE "ADDCAL" TO DLA30-ERR-FILE-ID.
013440     MOVE DLA30-ADDCAL-STATUS TO DLA30-ERR-STATUS.
013450     PERFORM 8000-CHECK-FILE-STATUS
013460         THRU 8000-CHECK-FILE-STATUS-EXIT.
013470
013480 7410-WRITE-HOLIDAY-EXIT.
013490     EXIT.
013500
013510*----------------------------------------------------------------
013520* 7500-WRITE-CHANGE-LOG - APPEND THE RUN'S CHANGES TO ADDPCL,
013530*                         EACH STAMPED WITH THE RUN DATE AND
013540*                         TIME AND ITS POSITION IN THE DECK.
013550*----------------------------------------------------------------
013560 7500-WRITE-CHANGE-LOG.
013570     OPEN EXTEND ADDPCL-FILE.
013580     MOVE "ADDPCL" TO DLA30-ERR-FILE-ID.
013590     MOVE DLA30-ADDPCL-STATUS TO DLA30-ERR-STATUS.
013600     PERFORM 8000-CHECK-FILE-STATUS
013610         THRU 8000-CHECK-FILE-STATUS-EXIT.
013620
013630     PERFORM 7510-WRITE-LOG-ENTRY
013640         THRU 7510-WRITE-LOG-ENTRY-EXIT
013650         VARYING DLA30-PCL-SUB FROM 1 BY 1
013660         UNTIL DLA30-PCL-SUB > DLA30-PCL-COUNT.
013670
013680     CLOSE ADDPCL-FILE.
013690
013700 7500-WRITE-CHANGE-LOG-EXIT.
013710     EXIT.
013720
013730 7510-WRITE-LOG-ENTRY.
013740     MOVE SPACES TO ADDPCL-RECORD.
013750     MOVE DLA30-RUN-DATE TO ADDPCL-CHANGE-DATE.
013760     MOVE DLA30-RUN-TIME TO ADDPCL-CHANGE-TIME.
013770     MOVE DLA30-PCL-SUB TO ADDPCL-SEQ.
013780     MOVE DLA30-PCL-REQUESTED-BY(DLA30-PCL-SUB)
013790         TO ADDPCL-REQUESTED-BY.
013800     MOVE DLA30-PCL-FILE-ID(DLA30-PCL-SUB) TO ADDPCL-FILE-ID.
013810     MOVE DLA30-PCL-ACTION(DLA30-PCL-SUB) TO ADDPCL-ACTION.
013820     MOVE DLA30-PCL-KEY(DLA30-PCL-SUB) TO ADDPCL-KEY.
013830     MOVE DLA30-PCL-BEFORE(DLA30-PCL-SUB) TO ADDPCL-BEFORE-IMAGE.
013840     MOVE DLA30-PCL-AFTER(DLA30-PCL-SUB) TO ADDPCL-AFTER-IMAGE.
013850     WRITE ADDPCL-RECORD.
013860     MOVE "ADDPCL" TO DLA30-ERR-FILE-ID.
013870     MOVE DLA30-ADDPCL-STATUS TO DLA30-ERR-STATUS.
013880     PERFORM 8000-CHECK-FILE-STATUS
013890         THRU 8000-CHECK-FILE-STATUS-EXIT.
013900
013910 7510-WRITE-LOG-ENTRY-EXIT.
013920     EXIT.
013930
013940*----------------------------------------------------------------
013950* 9000-TERMINATE - THE WHOLE DECK HAS BEEN READ: REPLACE EACH
013960*                  DATASET THAT CHANGED, APPEND THE CHANGE
013970*                  LOG, PRINT THE DISPOSITION TOTALS AND
013980*                  ANNOUNCE THE RUN ON THE JOB LOG.  A
013990*                  REJECTED CARD ENDS THE RUN RC 4.
014000*----------------------------------------------------------------
014010 9000-TERMINATE.
014020     IF DLA30-LIM-CHANGED
014030         PERFORM 7200-REWRITE-LIMITS
014040             THRU 7200-REWRITE-LIMITS-EXIT
014050     END-IF.
014060     IF DLA30-APR-CHANGED
014070         PERFORM 7300-REWRITE-APPROVERS
014080             THRU 7300-REWRITE-APPROVERS-EXIT
014090     END-IF.
014100     IF DLA30-CAL-CHANGED
014110         PERFORM 7400-REWRITE-CALENDAR
014120             THRU 7400-REWRITE-CALENDAR-EXIT
014130     END-IF.
014140     IF DLA30-PCL-COUNT > ZERO
014150         PERFORM 7500-WRITE-CHANGE-LOG
014160             THRU 7500-WRITE-CHANGE-LOG-EXIT
014170     END-IF.
014180
014190     MOVE DLA30-ADD-COUNT TO DLA30-RPT-TRL-ADDED.
014200     MOVE DLA30-CHANGE-COUNT TO DLA30-RPT-TRL-CHANGED.
014210     MOVE DLA30-DELETE-COUNT TO DLA30-RPT-TRL-DELETED.
014220     MOVE DLA30-REJECT-COUNT TO DLA30-RPT-TRL-REJECTED.
014230     MOVE DLA30-RPT-TRAILER TO ADDRPT-RECORD.
014240     PERFORM 7100-WRITE-REPORT-LINE
014250         THRU 7100-WRITE-REPORT-LINE-EXIT.
014260
014270     DISPLAY "ADDPRMMT RUN COMPLETE - "
014280             DLA30-ADD-COUNT " ADDED, "
014290             DLA30-CHANGE-COUNT " CHANGED, "
014300             DLA30-DELETE-COUNT " DELETED, "
014310             DLA30-REJECT-COUNT " REJECTED.".
014320
014330     IF DLA30-REJECT-COUNT > ZERO
014340         MOVE 4 TO RETURN-CODE
014350     END-IF.
014360
014370 9000-TERMINATE-EXIT.
014380     EXIT.
014390
014400*----------------------------------------------------------------
014410* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
014420*                          AFTER EVERY OPEN, READ AND WRITE.
014430*                          THE CALLER MOVES THE FILE'S NAME AND
014440*                          CURRENT FILE STATUS INTO
014450*                          DLA30-ERR-FILE-ID/DLA30-ERR-STATUS
014460*                          IMMEDIATELY BEFORE THE PERFORM.  A
014470*                          NON-ZERO STATUS ABENDS THE RUN.
014480*----------------------------------------------------------------
014490 8000-CHECK-FILE-STATUS.
014500     IF DLA30-ERR-STATUS NOT = "00"
014510         DISPLAY "ADDPRMMT - I/O ERROR ON "
014520                 DLA30-ERR-FILE-ID " - FILE STATUS "
014530                 DLA30-ERR-STATUS "."
014540         MOVE 16 TO RETURN-CODE
014550         STOP RUN
014560     END-IF.
014570
014580 8000-CHECK-FILE-STATUS-EXIT.
014590     EXIT.
014600
014610*----------------------------------------------------------------
014620* 9999-EXIT - COMMON PROGRAM EXIT.
014630*----------------------------------------------------------------
014640 9999-EXIT.
014650     CLOSE ADDPMC-FILE
014660           PRMRPT-FILE.
014670     STOP RUN.
014680
014690 9999-EXIT-EXIT.
014700     EXIT.
