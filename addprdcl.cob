000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AddPeriodClose.
000030 AUTHOR. D. LOMBARDI.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/14/2026  DL  ORIGINAL VERSION.  PERIOD-END CLOSE
000100*                   (ADDJOB13).  THE PARM NAMES THE ACCOUNTING
000110*                   PERIOD TO CLOSE (YYYYMM); BLANK MEANS THE
000120*                   MONTH BEFORE THE ADDBDT BUSINESS DATE.  THE
000130*                   PERIOD MUST BE THE ONE AFTER THE LAST
000140*                   CLOSED PERIOD ON THE ADDPRD CONTROL RECORD,
000150*                   MUST BE BEHIND THE BUSINESS DATE, AND THE
000160*                   LIVE ADDGL MAY HOLD NO UNSENT POSTING DATED
000170*                   IN OR BEFORE IT - OTHERWISE THE RUN IS
000180*                   REFUSED RC 12 AND NOTHING IS TOUCHED.
000190*                   PRINTS THE TBRPT TRIAL BALANCE FROM THE
000200*                   ADDBAL BALANCE MASTER - OPENING, DEBITS,
000210*                   CREDITS AND CLOSING BY ACCOUNT, SUBTOTALLED
000220*                   BY ADDCOA DEPARTMENT - CARRIES EACH
000230*                   ACCOUNT'S CLOSING BALANCE FORWARD AS THE
000240*                   NEXT PERIOD'S OPENING BALANCE, MARKS THE
000250*                   PERIOD'S ROWS CLOSED, AND RECORDS THE
000260*                   PERIOD ON ADDPRD.  FROM THEN ON ADD3NUM,
000270*                   ADDRECYC, ADDSUSRV AND ADDBALUP REFUSE
000280*                   POSTINGS DATED IN THE CLOSED PERIOD.
000290*----------------------------------------------------------------
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ADDBDT-FILE ASSIGN TO ADDBDT
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS DL990-ADDBDT-STATUS.
000410
000420     SELECT ADDPRD-FILE ASSIGN TO ADDPRD
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS DL990-ADDPRD-STATUS.
000450
000460     SELECT ADDGL-FILE ASSIGN TO ADDGL
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS DL990-ADDGL-STATUS.
000490
000500     SELECT ADDBAL-FILE ASSIGN TO ADDBAL
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS ADDBAL-KEY
000540         FILE STATUS IS DL990-ADDBAL-STATUS.
000550
000560     SELECT ADDCOA-FILE ASSIGN TO ADDCOA
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS ADDCOA-ACCOUNT
000600         FILE STATUS IS DL990-ADDCOA-STATUS.
000610
000620     SELECT TBRPT-FILE ASSIGN TO TBRPT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS DL990-TBRPT-STATUS.
000650
000660     SELECT SORT-FILE ASSIGN TO SORTWK.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  ADDBDT-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 COPY ADDBDTREC.
000740
000750 FD  ADDPRD-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 COPY ADDPRDREC.
000790
000800 FD  ADDGL-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 COPY ADDGLREC.
000840
000850 FD  ADDBAL-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 COPY ADDBALREC.
000880
000890 FD  ADDCOA-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 COPY ADDCOAREC.
000920
000930 FD  TBRPT-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 COPY ADDRPTREC.
000970
000980 SD  SORT-FILE.
000990 01  DL990-SORT-REC.
001000     05  DL990-SRT-DEPT             PIC X(04).
001010     05  DL990-SRT-ACCOUNT          PIC X(10).
001020     05  DL990-SRT-DESC             PIC X(30).
001030     05  DL990-SRT-OPENING          PIC S9(11)V99.
001040     05  DL990-SRT-DEBITS           PIC 9(11)V99.
001050     05  DL990-SRT-CREDITS          PIC 9(11)V99.
001060
001070 WORKING-STORAGE SECTION.
001080*----------------------------------------------------------------
001090* FILE-STATUS SWITCHES AND COMMON I/O ERROR FIELDS
001100*----------------------------------------------------------------
001110 77  DL990-ADDBDT-STATUS            PIC X(02) VALUE "00".
001120 77  DL990-ADDPRD-STATUS            PIC X(02) VALUE "00".
001130 77  DL990-ADDGL-STATUS             PIC X(02) VALUE "00".
001140 77  DL990-ADDBAL-STATUS            PIC X(02) VALUE "00".
001150 77  DL990-ADDCOA-STATUS            PIC X(02) VALUE "00".
001160 77  DL990-TBRPT-STATUS             PIC X(02) VALUE "00".
001170 77  DL990-ERR-FILE-ID              PIC X(08) VALUE SPACES.
001180 77  DL990-ERR-STATUS               PIC X(02) VALUE "00".
001190 77  DL990-ADDGL-EOF-SW             PIC X(01) VALUE "N".
001200     88  DL990-ADDGL-EOF                      VALUE "Y".
001210 77  DL990-ADDBAL-EOF-SW            PIC X(01) VALUE "N".
001220     88  DL990-ADDBAL-EOF                     VALUE "Y".
001230 77  DL990-SORT-EOF-SW              PIC X(01) VALUE "N".
001240     88  DL990-SORT-EOF                       VALUE "Y".
001250 77  DL990-COA-FOUND-SW             PIC X(01) VALUE "N".
001260     88  DL990-COA-FOUND                      VALUE "Y".
001270 77  DL990-BAL-FOUND-SW             PIC X(01) VALUE "N".
001280     88  DL990-BAL-FOUND                      VALUE "Y".
001290
001300*----------------------------------------------------------------
001310* RUN CONTROL - THE PERIOD TO CLOSE, THE PERIOD ITS BALANCES
001320* CARRY INTO, THE BUSINESS DATE AND THE LAST CLOSED PERIOD.
001330*----------------------------------------------------------------
001340 77  DL990-PARM                     PIC X(20) VALUE SPACES.
001350 77  DL990-BUS-DATE                 PIC 9(08) VALUE ZERO.
001360 77  DL990-BUS-PERIOD               PIC 9(06) VALUE ZERO.
001370 77  DL990-LAST-CLOSED              PIC 9(06) VALUE ZERO.
001380 77  DL990-EXPECTED-PERIOD          PIC 9(06) VALUE ZERO.
001390 77  DL990-OPERATOR-ID              PIC X(08) VALUE SPACES.
001400 77  DL990-UNSENT-COUNT             PIC 9(09) COMP VALUE ZERO.
001410
001420 01  DL990-CLOSE-PERIOD             PIC 9(06) VALUE ZERO.
001430 01  DL990-CLOSE-PERIOD-R REDEFINES DL990-CLOSE-PERIOD.
001440     05  DL990-CLOSE-YEAR           PIC 9(04).
001450     05  DL990-CLOSE-MONTH          PIC 9(02).
001460
001470 01  DL990-NEXT-PERIOD              PIC 9(06) VALUE ZERO.
001480 01  DL990-NEXT-PERIOD-R REDEFINES DL990-NEXT-PERIOD.
001490     05  DL990-NEXT-YEAR            PIC 9(04).
001500     05  DL990-NEXT-MONTH           PIC 9(02).
001510
001520*----------------------------------------------------------------
001530* THE ACCOUNT UNDER CARRY-FORWARD, THE DEPARTMENT BREAK, AND
001540* THE DEPARTMENT AND GRAND TOTALS.
001550*----------------------------------------------------------------
001560 77  DL990-CLOSING                  PIC S9(11)V99 VALUE ZERO.
001570 77  DL990-PREV-DEPT                PIC X(04) VALUE SPACES.
001580 77  DL990-DEPT-OPENING             PIC S9(11)V99 VALUE ZERO.
001590 77  DL990-DEPT-DEBITS              PIC 9(11)V99 VALUE ZERO.
001600 77  DL990-DEPT-CREDITS             PIC 9(11)V99 VALUE ZERO.
001610 77  DL990-DEPT-CLOSING             PIC S9(11)V99 VALUE ZERO.
001620 77  DL990-GRAND-OPENING            PIC S9(11)V99 VALUE ZERO.
001630 77  DL990-GRAND-DEBITS             PIC 9(11)V99 VALUE ZERO.
001640 77  DL990-GRAND-CREDITS            PIC 9(11)V99 VALUE ZERO.
001650 77  DL990-GRAND-CLOSING            PIC S9(11)V99 VALUE ZERO.
001660 77  DL990-ACCOUNT-COUNT            PIC 9(09) COMP VALUE ZERO.
001670 77  DL990-CARRIED-COUNT            PIC 9(09) COMP VALUE ZERO.
001680 77  DL990-UNKNOWN-COUNT            PIC 9(09) COMP VALUE ZERO.
001690
001700*----------------------------------------------------------------
001710* TRIAL BALANCE (TBRPT) PRINT LINES
001720*----------------------------------------------------------------
001730 77  DL990-RPT-PAGE-SIZE            PIC 9(04) COMP VALUE 50.
001740 77  DL990-RPT-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
001750 77  DL990-RPT-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
001760
001770 01  DL990-RPT-HEADING1.
001780     05  FILLER                     PIC X(01) VALUE "1".
001790     05  FILLER                     PIC X(34)
001800         VALUE "ADDPRDCL PERIOD-END TRIAL BALANCE".
001810     05  FILLER                     PIC X(09) VALUE "PERIOD:".
001820     05  DL990-RPT-H1-PERIOD        PIC 9999/99.
001830     05  FILLER                     PIC X(18)
001840         VALUE "  BUSINESS DATE:".
001850     05  DL990-RPT-H1-BUS-DATE      PIC 9999/99/99.
001860     05  FILLER                     PIC X(08) VALUE "  PAGE:".
001870     05  DL990-RPT-H1-PAGE          PIC ZZZ9.
001880     05  FILLER                     PIC X(41) VALUE SPACES.
001890
001900 01  DL990-RPT-HEADING2.
001910     05  FILLER                     PIC X(01) VALUE SPACE.
001920     05  FILLER                     PIC X(06) VALUE "DEPT".
001930     05  FILLER                     PIC X(12) VALUE "ACCOUNT".
001940     05  FILLER                     PIC X(24) VALUE "DESCRIPTION".
001950     05  FILLER                     PIC X(19)
001960         VALUE "    OPENING BALANCE".
001970     05  FILLER                     PIC X(18)
001980         VALUE "            DEBITS".
001990     05  FILLER                     PIC X(18)
002000         VALUE "           CREDITS".
002010     05  FILLER                     PIC X(19)
002020         VALUE "    CLOSING BALANCE".
002030     05  FILLER                     PIC X(15) VALUE SPACES.
002040
002050 01  DL990-RPT-DETAIL.
002060     05  FILLER                     PIC X(01) VALUE SPACE.
002070     05  DL990-RPT-DET-DEPT         PIC X(04).
002080     05  FILLER                     PIC X(02) VALUE SPACES.
002090     05  DL990-RPT-DET-ACCT         PIC X(10).
002100     05  FILLER                     PIC X(02) VALUE SPACES.
002110     05  DL990-RPT-DET-DESC         PIC X(24).
002120     05  FILLER                     PIC X(01) VALUE SPACE.
002130     05  DL990-RPT-DET-OPENING      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002140     05  FILLER                     PIC X(01) VALUE SPACE.
002150     05  DL990-RPT-DET-DEBITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002160     05  FILLER                     PIC X(01) VALUE SPACE.
002170     05  DL990-RPT-DET-CREDITS      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002180     05  FILLER                     PIC X(01) VALUE SPACE.
002190     05  DL990-RPT-DET-CLOSING      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002200     05  FILLER                     PIC X(15) VALUE SPACES.
002210
002220 01  DL990-RPT-TOTAL.
002230     05  FILLER                     PIC X(01) VALUE SPACE.
002240     05  DL990-RPT-TOT-LABEL        PIC X(42).
002250     05  DL990-RPT-TOT-OPENING      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002260     05  FILLER                     PIC X(01) VALUE SPACE.
002270     05  DL990-RPT-TOT-DEBITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002280     05  FILLER                     PIC X(01) VALUE SPACE.
002290     05  DL990-RPT-TOT-CREDITS      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002300     05  FILLER                     PIC X(01) VALUE SPACE.
002310     05  DL990-RPT-TOT-CLOSING      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002320     05  FILLER                     PIC X(15) VALUE SPACES.
002330
002340 01  DL990-RPT-TRAILER.
002350     05  FILLER                     PIC X(01) VALUE SPACE.
002360     05  FILLER                     PIC X(10) VALUE "ACCOUNTS:".
002370     05  DL990-RPT-TRL-ACCOUNTS     PIC ZZZ,ZZ9.
002380     05  FILLER                     PIC X(28)
002390         VALUE "  BALANCES CARRIED FORWARD:".
002400     05  DL990-RPT-TRL-CARRIED      PIC ZZZ,ZZ9.
002410     05  FILLER                     PIC X(12) VALUE "  INTO".
002420     05  DL990-RPT-TRL-NEXT         PIC 9999/99.
002430     05  FILLER                     PIC X(22)
002440         VALUE "  NOT ON THE CHART:".
002450     05  DL990-RPT-TRL-UNKNOWN      PIC ZZZ,ZZ9.
002460     05  FILLER                     PIC X(31) VALUE SPACES.
002470
002480 PROCEDURE DIVISION.
002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE
002510         THRU 1000-INITIALIZE-EXIT.
002520
002530     SORT SORT-FILE
002540         ON ASCENDING KEY DL990-SRT-DEPT
002550                          DL990-SRT-ACCOUNT
002560         INPUT PROCEDURE IS 2000-SELECT-BALANCES
002570             THRU 2900-SELECT-BALANCES-EXIT
002580         OUTPUT PROCEDURE IS 3000-PRINT-AND-CARRY
002590             THRU 3900-PRINT-AND-CARRY-EXIT.
002600
002610     PERFORM 9000-TERMINATE
002620         THRU 9000-TERMINATE-EXIT.
002630
002640     PERFORM 9999-EXIT
002650         THRU 9999-EXIT-EXIT.
002660
002670 0000-MAINLINE-EXIT.
002680     EXIT.
002690
002700*----------------------------------------------------------------
002710* 1000-INITIALIZE - RESOLVE AND EDIT THE PERIOD TO CLOSE, PROVE
002720*                   THE LIVE GL HOLDS NOTHING STILL TO GO FOR
002730*                   IT, AND OPEN THE BALANCE MASTER, THE CHART
002740*                   AND THE REPORT.
002750*----------------------------------------------------------------
002760 1000-INITIALIZE.
002770     PERFORM 1100-LOAD-BUSINESS-DATE
002780         THRU 1100-LOAD-BUSINESS-DATE-EXIT.
002790
002800     OPEN I-O ADDPRD-FILE.
002810     MOVE "ADDPRD" TO DL990-ERR-FILE-ID.
002820     MOVE DL990-ADDPRD-STATUS TO DL990-ERR-STATUS.
002830     PERFORM 8000-CHECK-FILE-STATUS
002840         THRU 8000-CHECK-FILE-STATUS-EXIT.
002850     READ ADDPRD-FILE
002860         AT END
002870             DISPLAY "ADDPRDCL - ADDPRD ACCOUNTING-PERIOD "
002880                     "CONTROL RECORD MISSING - RUN ABORTED."
002890             MOVE 16 TO RETURN-CODE
002900             STOP RUN
002910     END-READ.
002920     IF ADDPRD-CLOSED-PERIOD IS NOT NUMERIC
002930         DISPLAY "ADDPRDCL - ADDPRD CLOSED PERIOD IS NOT "
002940                 "NUMERIC - RUN ABORTED."
002950         MOVE 16 TO RETURN-CODE
002960         STOP RUN
002970     END-IF.
002980     MOVE ADDPRD-CLOSED-PERIOD TO DL990-LAST-CLOSED.
002990
003000     PERFORM 1200-RESOLVE-PERIOD
003010         THRU 1200-RESOLVE-PERIOD-EXIT.
003020
003030     PERFORM 1300-CHECK-UNSENT-GL
003040         THRU 1300-CHECK-UNSENT-GL-EXIT.
003050
003060     DISPLAY "USER" UPON ENVIRONMENT-NAME.
003070     ACCEPT DL990-OPERATOR-ID FROM ENVIRONMENT-VALUE.
003080
003090     OPEN I-O ADDBAL-FILE.
003100     MOVE "ADDBAL" TO DL990-ERR-FILE-ID.
003110     MOVE DL990-ADDBAL-STATUS TO DL990-ERR-STATUS.
003120     PERFORM 8000-CHECK-FILE-STATUS
003130         THRU 8000-CHECK-FILE-STATUS-EXIT.
003140
003150     OPEN INPUT ADDCOA-FILE.
003160     MOVE "ADDCOA" TO DL990-ERR-FILE-ID.
003170     MOVE DL990-ADDCOA-STATUS TO DL990-ERR-STATUS.
003180     PERFORM 8000-CHECK-FILE-STATUS
003190         THRU 8000-CHECK-FILE-STATUS-EXIT.
003200
003210     OPEN OUTPUT TBRPT-FILE.
003220     MOVE "TBRPT" TO DL990-ERR-FILE-ID.
003230     MOVE DL990-TBRPT-STATUS TO DL990-ERR-STATUS.
003240     PERFORM 8000-CHECK-FILE-STATUS
003250         THRU 8000-CHECK-FILE-STATUS-EXIT.
003260
003270     PERFORM 4000-PRINT-HEADERS
003280         THRU 4000-PRINT-HEADERS-EXIT.
003290
003300 1000-INITIALIZE-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------------
003340* 1100-LOAD-BUSINESS-DATE - READ THE SHOP'S BUSINESS DATE FROM
003350*                           THE ADDBDT CONTROL RECORD.
003360*----------------------------------------------------------------
003370 1100-LOAD-BUSINESS-DATE.
003380     OPEN INPUT ADDBDT-FILE.
003390     MOVE "ADDBDT" TO DL990-ERR-FILE-ID.
003400     MOVE DL990-ADDBDT-STATUS TO DL990-ERR-STATUS.
003410     PERFORM 8000-CHECK-FILE-STATUS
003420         THRU 8000-CHECK-FILE-STATUS-EXIT.
003430     READ ADDBDT-FILE
003440         AT END
003450             DISPLAY "ADDPRDCL - ADDBDT PROCESSING-DATE "
003460                     "CONTROL RECORD MISSING - RUN ABORTED."
003470             MOVE 16 TO RETURN-CODE
003480             STOP RUN
003490     END-READ.
003500     IF ADDBDT-BUS-DATE IS NOT NUMERIC
003510             OR ADDBDT-BUS-DATE = ZERO
003520         DISPLAY "ADDPRDCL - ADDBDT BUSINESS DATE IS NOT "
003530                 "NUMERIC - RUN ABORTED."
003540         MOVE 16 TO RETURN-CODE
003550         STOP RUN
003560     END-IF.
003570     MOVE ADDBDT-BUS-DATE TO DL990-BUS-DATE.
003580     MOVE ADDBDT-BUS-DATE(1:6) TO DL990-BUS-PERIOD.
003590     CLOSE ADDBDT-FILE.
003600
003610 1100-LOAD-BUSINESS-DATE-EXIT.
003620     EXIT.
003630
003640*----------------------------------------------------------------
003650* 1200-RESOLVE-PERIOD - TAKE THE PERIOD FROM THE PARM, OR THE
003660*                       MONTH BEFORE THE BUSINESS DATE WHEN THE
003670*                       PARM IS BLANK, AND REFUSE A PERIOD THAT
003680*                       IS NOT A VALID MONTH, NOT YET OVER,
003690*                       ALREADY CLOSED, OR NOT NEXT IN LINE.
003700*----------------------------------------------------------------
003710 1200-RESOLVE-PERIOD.
003720     ACCEPT DL990-PARM FROM COMMAND-LINE.
003730
003740     IF DL990-PARM = SPACES
003750         MOVE DL990-BUS-PERIOD TO DL990-CLOSE-PERIOD
003760         IF DL990-CLOSE-MONTH = 01
003770             SUBTRACT 1 FROM DL990-CLOSE-YEAR
003780             MOVE 12 TO DL990-CLOSE-MONTH
003790         ELSE
003800             SUBTRACT 1 FROM DL990-CLOSE-MONTH
003810         END-IF
003820     ELSE
003830         IF DL990-PARM(1:6) IS NOT NUMERIC
003840                 OR DL990-PARM(7:14) NOT = SPACES
003850             DISPLAY "ADDPRDCL - PARM " DL990-PARM
003860                     " IS NOT A YYYYMM PERIOD - RUN REFUSED."
003870             MOVE 12 TO RETURN-CODE
003880             STOP RUN
003890         END-IF
003900         MOVE DL990-PARM(1:6) TO DL990-CLOSE-PERIOD
003910     END-IF.
003920
003930     IF DL990-CLOSE-MONTH < 01
003940             OR DL990-CLOSE-MONTH > 12
003950         DISPLAY "ADDPRDCL - PERIOD " DL990-CLOSE-PERIOD
003960                 " IS NOT A VALID MONTH - RUN REFUSED."
003970         MOVE 12 TO RETURN-CODE
003980         STOP RUN
003990     END-IF.
004000
004010     IF DL990-CLOSE-PERIOD NOT < DL990-BUS-PERIOD
004020         DISPLAY "ADDPRDCL - PERIOD " DL990-CLOSE-PERIOD
004030                 " IS NOT OVER - BUSINESS DATE IS "
004040                 DL990-BUS-DATE " - RUN REFUSED."
004050         MOVE 12 TO RETURN-CODE
004060         STOP RUN
004070     END-IF.
004080
004090     IF DL990-CLOSE-PERIOD NOT > DL990-LAST-CLOSED
004100         DISPLAY "ADDPRDCL - PERIOD " DL990-CLOSE-PERIOD
004110                 " IS ALREADY CLOSED - LAST CLOSED PERIOD IS "
004120                 DL990-LAST-CLOSED " - RUN REFUSED."
004130         MOVE 12 TO RETURN-CODE
004140         STOP RUN
004150     END-IF.
004160
004170*    PERIODS CLOSE IN ORDER, SO EVERY CLOSING BALANCE HAS BEEN
004180*    CARRIED INTO THE PERIOD NOW CLOSING.  THE VERY FIRST CLOSE
004190*    (NOTHING YET ON ADDPRD) MAY NAME ANY PERIOD.
004200     IF DL990-LAST-CLOSED NOT = ZERO
004210         MOVE DL990-LAST-CLOSED TO DL990-NEXT-PERIOD
004220         PERFORM 1250-ADVANCE-PERIOD
004230             THRU 1250-ADVANCE-PERIOD-EXIT
004240         MOVE DL990-NEXT-PERIOD TO DL990-EXPECTED-PERIOD
004250         IF DL990-CLOSE-PERIOD NOT = DL990-EXPECTED-PERIOD
004260             DISPLAY "ADDPRDCL - PERIOD " DL990-CLOSE-PERIOD
004270                     " IS OUT OF ORDER - CLOSE "
004280                     DL990-EXPECTED-PERIOD " FIRST - RUN "
004290                     "REFUSED."
004300             MOVE 12 TO RETURN-CODE
004310             STOP RUN
004320         END-IF
004330     END-IF.
004340
004350     MOVE DL990-CLOSE-PERIOD TO DL990-NEXT-PERIOD.
004360     PERFORM 1250-ADVANCE-PERIOD
004370         THRU 1250-ADVANCE-PERIOD-EXIT.
004380
004390 1200-RESOLVE-PERIOD-EXIT.
004400     EXIT.
004410
004420 1250-ADVANCE-PERIOD.
004430     IF DL990-NEXT-MONTH = 12
004440         ADD 1 TO DL990-NEXT-YEAR
004450         MOVE 01 TO DL990-NEXT-MONTH
004460     ELSE
004470         ADD 1 TO DL990-NEXT-MONTH
004480     END-IF.
004490
004500 1250-ADVANCE-PERIOD-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------------
004540* 1300-CHECK-UNSENT-GL - A POSTING STILL WAITING ON THE LIVE
004550*                        ADDGL FOR THE NEXT CUTOFF HAS NOT YET
004560*                        REACHED THE BALANCE MASTER.  CLOSING
004570*                        ITS PERIOD NOW WOULD LOCK IT OUT, SO
004580*                        THE CLOSE WAITS FOR THE NEXT CLEAN
004590*                        ADDJOB01 RUN.
004600*----------------------------------------------------------------
004610 1300-CHECK-UNSENT-GL.
004620     OPEN INPUT ADDGL-FILE.
004630     MOVE "ADDGL" TO DL990-ERR-FILE-ID.
004640     MOVE DL990-ADDGL-STATUS TO DL990-ERR-STATUS.
004650     PERFORM 8000-CHECK-FILE-STATUS
004660         THRU 8000-CHECK-FILE-STATUS-EXIT.
004670
004680     PERFORM 1310-READ-ADDGL
004690         THRU 1310-READ-ADDGL-EXIT.
004700     PERFORM 1320-CHECK-ONE-ROW
004710         THRU 1320-CHECK-ONE-ROW-EXIT
004720         UNTIL DL990-ADDGL-EOF.
004730     CLOSE ADDGL-FILE.
004740
004750     IF DL990-UNSENT-COUNT > ZERO
004760         DISPLAY "ADDPRDCL - " DL990-UNSENT-COUNT " UNSENT ADDGL "
004770                 "POSTINGS ARE DATED IN OR BEFORE PERIOD "
004780                 DL990-CLOSE-PERIOD " - RUN THE GL CUTOFF "
004790                 "FIRST - RUN REFUSED."
004800         MOVE 12 TO RETURN-CODE
004810         STOP RUN
004820     END-IF.
004830
004840 1300-CHECK-UNSENT-GL-EXIT.
004850     EXIT.
004860
004870 1310-READ-ADDGL.
004880     READ ADDGL-FILE
004890         AT END
004900             SET DL990-ADDGL-EOF TO TRUE
004910     END-READ.
004920     IF DL990-ADDGL-STATUS NOT = "00"
004930             AND DL990-ADDGL-STATUS NOT = "10"
004940         MOVE "ADDGL" TO DL990-ERR-FILE-ID
004950         MOVE DL990-ADDGL-STATUS TO DL990-ERR-STATUS
004960         PERFORM 8000-CHECK-FILE-STATUS
004970             THRU 8000-CHECK-FILE-STATUS-EXIT
004980     END-IF.
004990
005000 1310-READ-ADDGL-EXIT.
005010     EXIT.
005020
005030 1320-CHECK-ONE-ROW.
005040     IF ADDGL-UNSENT
005050             AND ADDGL-POSTING-DATE(1:6) NOT > DL990-CLOSE-PERIOD
005060         ADD 1 TO DL990-UNSENT-COUNT
005070     END-IF.
005080
005090     PERFORM 1310-READ-ADDGL
005100         THRU 1310-READ-ADDGL-EXIT.
005110
005120 1320-CHECK-ONE-ROW-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------------
005160* 2000-SELECT-BALANCES - SORT INPUT PROCEDURE.  BROWSES THE
005170*                        BALANCE MASTER AND RELEASES EVERY ROW
005180*                        FOR THE PERIOD, TAGGED WITH ITS
005190*                        ACCOUNT'S DEPARTMENT AND DESCRIPTION
005200*                        FROM THE CHART OF ACCOUNTS.
005210*----------------------------------------------------------------
005220 2000-SELECT-BALANCES.
005230     PERFORM 2100-READ-NEXT-BALANCE
005240         THRU 2100-READ-NEXT-BALANCE-EXIT.
005250     PERFORM 2200-RELEASE-BALANCE
005260         THRU 2200-RELEASE-BALANCE-EXIT
005270         UNTIL DL990-ADDBAL-EOF.
005280     GO TO 2900-SELECT-BALANCES-EXIT.
005290
005300 2100-READ-NEXT-BALANCE.
005310     READ ADDBAL-FILE NEXT RECORD
005320         AT END
005330             SET DL990-ADDBAL-EOF TO TRUE
005340     END-READ.
005350     IF DL990-ADDBAL-STATUS NOT = "00"
005360             AND DL990-ADDBAL-STATUS NOT = "10"
005370         MOVE "ADDBAL" TO DL990-ERR-FILE-ID
005380         MOVE DL990-ADDBAL-STATUS TO DL990-ERR-STATUS
005390         PERFORM 8000-CHECK-FILE-STATUS
005400             THRU 8000-CHECK-FILE-STATUS-EXIT
005410     END-IF.
005420
005430 2100-READ-NEXT-BALANCE-EXIT.
005440     EXIT.
005450
005460 2200-RELEASE-BALANCE.
005470     IF ADDBAL-PERIOD = DL990-CLOSE-PERIOD
005480         MOVE "N" TO DL990-COA-FOUND-SW
005490         MOVE ADDBAL-ACCOUNT TO ADDCOA-ACCOUNT
005500         READ ADDCOA-FILE
005510             INVALID KEY
005520                 CONTINUE
005530             NOT INVALID KEY
005540                 SET DL990-COA-FOUND TO TRUE
005550         END-READ
005560         IF NOT DL990-COA-FOUND
005570                 AND DL990-ADDCOA-STATUS NOT = "23"
005580             MOVE "ADDCOA" TO DL990-ERR-FILE-ID
005590             MOVE DL990-ADDCOA-STATUS TO DL990-ERR-STATUS
005600             PERFORM 8000-CHECK-FILE-STATUS
005610                 THRU 8000-CHECK-FILE-STATUS-EXIT
005620         END-IF
005630         IF DL990-COA-FOUND
005640             MOVE ADDCOA-DEPT TO DL990-SRT-DEPT
005650             MOVE ADDCOA-DESC TO DL990-SRT-DESC
005660         ELSE
005670             MOVE "????" TO DL990-SRT-DEPT
005680             MOVE "*** NOT ON CHART ***" TO DL990-SRT-DESC
005690             ADD 1 TO DL990-UNKNOWN-COUNT
005700         END-IF
005710         MOVE ADDBAL-ACCOUNT TO DL990-SRT-ACCOUNT
005720         MOVE ADDBAL-OPENING TO DL990-SRT-OPENING
005730         MOVE ADDBAL-DEBITS TO DL990-SRT-DEBITS
005740         MOVE ADDBAL-CREDITS TO DL990-SRT-CREDITS
005750         RELEASE DL990-SORT-REC
005760     END-IF.
005770
005780     PERFORM 2100-READ-NEXT-BALANCE
005790         THRU 2100-READ-NEXT-BALANCE-EXIT.
005800
005810 2200-RELEASE-BALANCE-EXIT.
005820     EXIT.
005830
005840 2900-SELECT-BALANCES-EXIT.
005850     EXIT.
005860
005870*----------------------------------------------------------------
005880* 3000-PRINT-AND-CARRY - SORT OUTPUT PROCEDURE.  PRINTS EACH
005890*                        ACCOUNT'S TRIAL-BALANCE LINE WITH
005900*                        DEPARTMENT SUBTOTALS, AND CARRIES ITS
005910*                        CLOSING BALANCE FORWARD.
005920*----------------------------------------------------------------
005930 3000-PRINT-AND-CARRY.
005940     PERFORM 3150-RETURN-SORTED
005950         THRU 3150-RETURN-SORTED-EXIT.
005960
005970     IF DL990-SORT-EOF
005980         MOVE SPACES TO ADDRPT-RECORD
005990         MOVE " NO BALANCES ON FILE FOR THE PERIOD"
006000             TO ADDRPT-RECORD
006010         PERFORM 7100-WRITE-REPORT-LINE
006020             THRU 7100-WRITE-REPORT-LINE-EXIT
006030         GO TO 3900-PRINT-AND-CARRY-EXIT
006040     END-IF.
006050
006060     MOVE DL990-SRT-DEPT TO DL990-PREV-DEPT.
006070     PERFORM 3100-PROCESS-SORTED
006080         THRU 3100-PROCESS-SORTED-EXIT
006090         UNTIL DL990-SORT-EOF.
006100
006110     PERFORM 3300-PRINT-DEPT-TOTAL
006120         THRU 3300-PRINT-DEPT-TOTAL-EXIT.
006130     GO TO 3900-PRINT-AND-CARRY-EXIT.
006140
006150 3100-PROCESS-SORTED.
006160     IF DL990-SRT-DEPT NOT = DL990-PREV-DEPT
006170         PERFORM 3300-PRINT-DEPT-TOTAL
006180             THRU 3300-PRINT-DEPT-TOTAL-EXIT
006190         MOVE DL990-SRT-DEPT TO DL990-PREV-DEPT
006200     END-IF.
006210
006220     COMPUTE DL990-CLOSING = DL990-SRT-OPENING
006230                           + DL990-SRT-DEBITS
006240                           - DL990-SRT-CREDITS.
006250     ADD 1 TO DL990-ACCOUNT-COUNT.
006260     ADD DL990-SRT-OPENING TO DL990-DEPT-OPENING.
006270     ADD DL990-SRT-DEBITS TO DL990-DEPT-DEBITS.
006280     ADD DL990-SRT-CREDITS TO DL990-DEPT-CREDITS.
006290     ADD DL990-CLOSING TO DL990-DEPT-CLOSING.
006300
006310     PERFORM 4100-PRINT-DETAIL-LINE
006320         THRU 4100-PRINT-DETAIL-LINE-EXIT.
006330     PERFORM 3200-CARRY-FORWARD
006340         THRU 3200-CARRY-FORWARD-EXIT.
006350
006360     PERFORM 3150-RETURN-SORTED
006370         THRU 3150-RETURN-SORTED-EXIT.
006380
006390 3100-PROCESS-SORTED-EXIT.
006400     EXIT.
006410
006420 3150-RETURN-SORTED.
006430     RETURN SORT-FILE
006440         AT END
006450             SET DL990-SORT-EOF TO TRUE
006460     END-RETURN.
006470
006480 3150-RETURN-SORTED-EXIT.
006490     EXIT.
006500
006510*----------------------------------------------------------------
006520* 3200-CARRY-FORWARD - SET THE NEXT PERIOD'S OPENING BALANCE TO
006530*                      THIS PERIOD'S CLOSING BALANCE (CREATING
006540*                      THE NEXT PERIOD'S ROW WHEN THERE IS A
006550*                      BALANCE TO CARRY AND NO POSTING HAS YET
006560*                      MADE ONE), THEN MARK THIS PERIOD'S ROW
006570*                      CLOSED.  SETTING RATHER THAN ADDING THE
006580*                      OPENING BALANCE LETS A RERUN AFTER AN
006590*                      ABEND REPEAT THE CARRY SAFELY.
006600*----------------------------------------------------------------
006610 3200-CARRY-FORWARD.
006620     MOVE "N" TO DL990-BAL-FOUND-SW.
006630     MOVE DL990-SRT-ACCOUNT TO ADDBAL-ACCOUNT.
006640     MOVE DL990-NEXT-PERIOD TO ADDBAL-PERIOD.
006650     PERFORM 3250-READ-BALANCE
006660         THRU 3250-READ-BALANCE-EXIT.
006670
006680     IF DL990-BAL-FOUND
006690         MOVE DL990-CLOSING TO ADDBAL-OPENING
006700         REWRITE ADDBAL-RECORD
006710         PERFORM 3260-CHECK-BALANCE-WRITE
006720             THRU 3260-CHECK-BALANCE-WRITE-EXIT
006730         ADD 1 TO DL990-CARRIED-COUNT
006740     ELSE
006750         IF DL990-CLOSING NOT = ZERO
006760             MOVE SPACES TO ADDBAL-RECORD
006770             MOVE DL990-SRT-ACCOUNT TO ADDBAL-ACCOUNT
006780             MOVE DL990-NEXT-PERIOD TO ADDBAL-PERIOD
006790             SET ADDBAL-OPEN TO TRUE
006800             MOVE DL990-CLOSING TO ADDBAL-OPENING
006810             MOVE ZERO TO ADDBAL-DEBITS
006820             MOVE ZERO TO ADDBAL-CREDITS
006830             MOVE ZERO TO ADDBAL-POST-COUNT
006840             MOVE ZERO TO ADDBAL-LAST-TX-DATE
006850             MOVE ZERO TO ADDBAL-LAST-TX-TIME
006860             MOVE ZERO TO ADDBAL-CLOSED-DATE
006870             WRITE ADDBAL-RECORD
006880             PERFORM 3260-CHECK-BALANCE-WRITE
006890                 THRU 3260-CHECK-BALANCE-WRITE-EXIT
006900             ADD 1 TO DL990-CARRIED-COUNT
006910         END-IF
006920     END-IF.
006930
006940     MOVE DL990-SRT-ACCOUNT TO ADDBAL-ACCOUNT.
006950     MOVE DL990-CLOSE-PERIOD TO ADDBAL-PERIOD.
006960     PERFORM 3250-READ-BALANCE
006970         THRU 3250-READ-BALANCE-EXIT.
006980     IF NOT DL990-BAL-FOUND
006990         DISPLAY "ADDPRDCL - BALANCE ROW " DL990-SRT-ACCOUNT
007000                 " " DL990-CLOSE-PERIOD " VANISHED DURING "
007010                 "THE CLOSE - RUN ABORTED."
007020         MOVE 16 TO RETURN-CODE
007030         STOP RUN
007040     END-IF.
007050     SET ADDBAL-CLOSED TO TRUE.
007060     MOVE DL990-BUS-DATE TO ADDBAL-CLOSED-DATE.
007070     REWRITE ADDBAL-RECORD.
007080     PERFORM 3260-CHECK-BALANCE-WRITE
007090         THRU 3260-CHECK-BALANCE-WRITE-EXIT.
007100
007110 3200-CARRY-FORWARD-EXIT.
007120     EXIT.
007130
007140 3250-READ-BALANCE.
007150     MOVE "N" TO DL990-BAL-FOUND-SW.
007160     READ ADDBAL-FILE
007170         INVALID KEY
007180             CONTINUE
007190         NOT INVALID KEY
007200             SET DL990-BAL-FOUND TO TRUE
007210     END-READ.
007220     IF NOT DL990-BAL-FOUND
007230             AND DL990-ADDBAL-STATUS NOT = "23"
007240         MOVE "ADDBAL" TO DL990-ERR-FILE-ID
007250         MOVE DL990-ADDBAL-STATUS TO DL990-ERR-STATUS
007260         PERFORM 8000-CHECK-FILE-STATUS
007270             THRU 8000-CHECK-FILE-STATUS-EXIT
007280     END-IF.
007290
007300 3250-READ-BALANCE-EXIT.
007310     EXIT.
007320
007330 3260-CHECK-BALANCE-WRITE.
007340     MOVE "ADDBAL" TO DL990-ERR-FILE-ID.
007350     MOVE DL990-ADDBAL-STATUS TO DL990-ERR-STATUS.
007360     PERFORM 8000-CHECK-FILE-STATUS
007370         THRU 8000-CHECK-FILE-STATUS-EXIT.
007380
007390 3260-CHECK-BALANCE-WRITE-EXIT.
007400     EXIT.
007410
007420*----------------------------------------------------------------
007430* 3300-PRINT-DEPT-TOTAL - PRINT THE FINISHED DEPARTMENT'S
007440*                         SUBTOTAL, ROLL IT INTO THE GRAND
007450*                         TOTAL AND CLEAR IT.
007460*----------------------------------------------------------------
007470 3300-PRINT-DEPT-TOTAL.
007480     MOVE SPACES TO DL990-RPT-TOT-LABEL.
007490     STRING "      DEPARTMENT " DELIMITED BY SIZE
007500            DL990-PREV-DEPT DELIMITED BY SIZE
007510            " TOTAL" DELIMITED BY SIZE
007520         INTO DL990-RPT-TOT-LABEL
007530     END-STRING.
007540     MOVE DL990-DEPT-OPENING TO DL990-RPT-TOT-OPENING.
007550     MOVE DL990-DEPT-DEBITS TO DL990-RPT-TOT-DEBITS.
007560     MOVE DL990-DEPT-CREDITS TO DL990-RPT-TOT-CREDITS.
007570     MOVE DL990-DEPT-CLOSING TO DL990-RPT-TOT-CLOSING.
007580     MOVE DL990-RPT-TOTAL TO ADDRPT-RECORD.
007590     PERFORM 7100-WRITE-REPORT-LINE
007600         THRU 7100-WRITE-REPORT-LINE-EXIT.
007610     MOVE SPACES TO ADDRPT-RECORD.
007620     PERFORM 7100-WRITE-REPORT-LINE
007630         THRU 7100-WRITE-REPORT-LINE-EXIT.
007640     ADD 2 TO DL990-RPT-LINE-COUNT.
007650
007660     ADD DL990-DEPT-OPENING TO DL990-GRAND-OPENING.
007670     ADD DL990-DEPT-DEBITS TO DL990-GRAND-DEBITS.
007680     ADD DL990-DEPT-CREDITS TO DL990-GRAND-CREDITS.
007690     ADD DL990-DEPT-CLOSING TO DL990-GRAND-CLOSING.
007700     MOVE ZERO TO DL990-DEPT-OPENING.
007710     MOVE ZERO TO DL990-DEPT-DEBITS.
007720     MOVE ZERO TO DL990-DEPT-CREDITS.
007730     MOVE ZERO TO DL990-DEPT-CLOSING.
007740
007750 3300-PRINT-DEPT-TOTAL-EXIT.
007760     EXIT.
007770
007780 3900-PRINT-AND-CARRY-EXIT.
007790     EXIT.
007800
007810*----------------------------------------------------------------
007820* 4000-PRINT-HEADERS - PRINT THE RUN-HEADER AND COLUMN HEADING
007830*                      LINES AT THE TOP OF EACH PAGE.
007840*----------------------------------------------------------------
007850 4000-PRINT-HEADERS.
007860     ADD 1 TO DL990-RPT-PAGE-COUNT.
007870     MOVE DL990-CLOSE-PERIOD TO DL990-RPT-H1-PERIOD.
007880     MOVE DL990-BUS-DATE TO DL990-RPT-H1-BUS-DATE.
007890     MOVE DL990-RPT-PAGE-COUNT TO DL990-RPT-H1-PAGE.
007900
007910     MOVE DL990-RPT-HEADING1 TO ADDRPT-RECORD.
007920     PERFORM 7100-WRITE-REPORT-LINE
007930         THRU 7100-WRITE-REPORT-LINE-EXIT.
007940     MOVE DL990-RPT-HEADING2 TO ADDRPT-RECORD.
007950     PERFORM 7100-WRITE-REPORT-LINE
007960         THRU 7100-WRITE-REPORT-LINE-EXIT.
007970
007980     MOVE ZERO TO DL990-RPT-LINE-COUNT.
007990
008000 4000-PRINT-HEADERS-EXIT.
008010     EXIT.
008020
008030*----------------------------------------------------------------
008040* 4100-PRINT-DETAIL-LINE - PRINT ONE ACCOUNT'S TRIAL-BALANCE
008050*                          LINE, BREAKING TO A NEW PAGE WHEN THE
008060*                          PAGE IS FULL.
008070*----------------------------------------------------------------
008080 4100-PRINT-DETAIL-LINE.
008090     IF DL990-RPT-LINE-COUNT >= DL990-RPT-PAGE-SIZE
008100         PERFORM 4000-PRINT-HEADERS
008110             THRU 4000-PRINT-HEADERS-EXIT
008120     END-IF.
008130
008140     MOVE DL990-SRT-DEPT TO DL990-RPT-DET-DEPT.
008150     MOVE DL990-SRT-ACCOUNT TO DL990-RPT-DET-ACCT.
008160     MOVE DL990-SRT-DESC TO DL990-RPT-DET-DESC.
008170     MOVE DL990-SRT-OPENING TO DL990-RPT-DET-OPENING.
008180     MOVE DL990-SRT-DEBITS TO DL990-RPT-DET-DEBITS.
008190     MOVE DL990-SRT-CREDITS TO DL990-RPT-DET-CREDITS.
008200     MOVE DL990-CLOSING TO DL990-RPT-DET-CLOSING.
008210     MOVE DL990-RPT-DETAIL TO ADDRPT-RECORD.
008220     PERFORM 7100-WRITE-REPORT-LINE
008230         THRU 7100-WRITE-REPORT-LINE-EXIT.
008240
008250     ADD 1 TO DL990-RPT-LINE-COUNT.
008260
008270 4100-PRINT-DETAIL-LINE-EXIT.
008280     EXIT.
008290
008300*----------------------------------------------------------------
008310* 7100-WRITE-REPORT-LINE - WRITE THE LINE ALREADY MOVED TO
008320*                          ADDRPT-RECORD AND CHECK THE I/O.
008330*----------------------------------------------------------------
008340 7100-WRITE-REPORT-LINE.
008350     WRITE ADDRPT-RECORD.
008360     MOVE "TBRPT" TO DL990-ERR-FILE-ID.
008370     MOVE DL990-TBRPT-STATUS TO DL990-ERR-STATUS.
008380     PERFORM 8000-CHECK-FILE-STATUS
008390         THRU 8000-CHECK-FILE-STATUS-EXIT.
008400
008410 7100-WRITE-REPORT-LINE-EXIT.
008420     EXIT.
008430
008440*----------------------------------------------------------------
008450* 9000-TERMINATE - PRINT THE GRAND TOTALS, RECORD THE PERIOD AS
008460*                  CLOSED ON ADDPRD AND ANNOUNCE THE CLOSE.
008470*----------------------------------------------------------------
008480 9000-TERMINATE.
008490     MOVE "      GRAND TOTAL" TO DL990-RPT-TOT-LABEL.
008500     MOVE DL990-GRAND-OPENING TO DL990-RPT-TOT-OPENING.
008510     MOVE DL990-GRAND-DEBITS TO DL990-RPT-TOT-DEBITS.
008520     MOVE DL990-GRAND-CREDITS TO DL990-RPT-TOT-CREDITS.
008530     MOVE DL990-GRAND-CLOSING TO DL990-RPT-TOT-CLOSING.
008540     MOVE DL990-RPT-TOTAL TO ADDRPT-RECORD.
008550     PERFORM 7100-WRITE-REPORT-LINE
008560         THRU 7100-WRITE-REPORT-LINE-EXIT.
008570
008580     MOVE DL990-ACCOUNT-COUNT TO DL990-RPT-TRL-ACCOUNTS.
008590     MOVE DL990-CARRIED-COUNT TO DL990-RPT-TRL-CARRIED.
008600     MOVE DL990-NEXT-PERIOD TO DL990-RPT-TRL-NEXT.
008610     MOVE DL990-UNKNOWN-COUNT TO DL990-RPT-TRL-UNKNOWN.
008620     MOVE DL990-RPT-TRAILER TO ADDRPT-RECORD.
008630     PERFORM 7100-WRITE-REPORT-LINE
008640         THRU 7100-WRITE-REPORT-LINE-EXIT.
008650
008660     MOVE DL990-CLOSE-PERIOD TO ADDPRD-CLOSED-PERIOD.
008670     MOVE DL990-BUS-DATE TO ADDPRD-CLOSED-DATE.
008680     MOVE DL990-OPERATOR-ID TO ADDPRD-CLOSED-BY.
008690     REWRITE ADDPRD-RECORD.
008700     MOVE "ADDPRD" TO DL990-ERR-FILE-ID.
008710     MOVE DL990-ADDPRD-STATUS TO DL990-ERR-STATUS.
008720     PERFORM 8000-CHECK-FILE-STATUS
008730         THRU 8000-CHECK-FILE-STATUS-EXIT.
008740
008750     DISPLAY "ADDPRDCL RUN COMPLETE - PERIOD "
008760             DL990-CLOSE-PERIOD " CLOSED, "
008770             DL990-ACCOUNT-COUNT " ACCOUNTS, "
008780             DL990-CARRIED-COUNT " BALANCES CARRIED INTO "
008790             DL990-NEXT-PERIOD ".".
008800
008810     IF DL990-UNKNOWN-COUNT > ZERO
008820         DISPLAY "ADDPRDCL - WARNING - " DL990-UNKNOWN-COUNT
008830                 " BALANCES ARE FOR ACCOUNTS NOT ON THE "
008840                 "CHART - SEE DEPARTMENT ???? ON THE TBRPT."
008850         MOVE 4 TO RETURN-CODE
008860     END-IF.
008870
008880 9000-TERMINATE-EXIT.
008890     EXIT.
008900
008910*----------------------------------------------------------------
008920* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
008930*                          AFTER EVERY OPEN, READ, WRITE AND
008940*                          REWRITE.  THE CALLER MOVES THE
008950*                          FILE'S NAME AND CURRENT FILE STATUS
008960*                          INTO DL990-ERR-FILE-ID/
008970*                          DL990-ERR-STATUS IMMEDIATELY BEFORE
008980*                          THE PERFORM.  A NON-ZERO STATUS
008990*                          ABENDS THE RUN.
009000*----------------------------------------------------------------
009010 8000-CHECK-FILE-STATUS.
009020     IF DL990-ERR-STATUS NOT = "00"
009030         DISPLAY "ADDPRDCL - I/O ERROR ON "
009040                 DL990-ERR-FILE-ID " - FILE STATUS "
009050                 DL990-ERR-STATUS "."
009060         MOVE 16 TO RETURN-CODE
009070         STOP RUN
009080     END-IF.
009090
009100 8000-CHECK-FILE-STATUS-EXIT.
009110     EXIT.
009120
009130*----------------------------------------------------------------
009140* 9999-EXIT - COMMON PROGRAM EXIT.
009150*----------------------------------------------------------------
009160 9999-EXIT.
009170     CLOSE ADDPRD-FILE
009180           ADDBAL-FILE
009190           ADDCOA-FILE
009200           TBRPT-FILE.
009210     STOP RUN.
009220
009230 9999-EXIT-EXIT.
009240     EXIT.
