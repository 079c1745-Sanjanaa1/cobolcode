000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AddStdMaint.
000030 AUTHOR. D. LOMBARDI.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DL  ORIGINAL VERSION.  STANDING-TRANSACTION
000100*                   MAINTENANCE RUN (ADDJOB14).  APPLIES
000110*                   OPERATIONS' ADDSTC CARDS TO THE ADDSTD
000120*                   KEYED (VSAM) STANDING-TRANSACTION MASTER:
000130*                   ACTION A ADDS A NEW ACTIVE ITEM, C CHANGES
000140*                   THE FIELDS KEYED ON THE CARD, H HOLDS AN
000150*                   ACTIVE ITEM, R RESUMES A HELD ONE, D
000160*                   DELETES ONE.  EVERY ADDED OR CHANGED ITEM
000170*                   IS EDITED WHOLE - GL ACCOUNT ON THE CHART
000180*                   AND OPEN, D/C TYPE, FREQUENCY, REAL DATES
000190*                   WITH THE END DATE NOT BEFORE THE NEXT DUE
000200*                   DATE, A KEYED DUE DATE NOT BEFORE THE
000210*                   ADDBDT BUSINESS DATE, ONE TO TEN NUMERIC
000220*                   ADDENDS WITH A NON-ZERO TOTAL.  EVERY CARD
000230*                   IS LISTED WITH ITS DISPOSITION ON THE
000240*                   STDRPT MAINTENANCE REGISTER, A CHANGE WITH
000250*                   ITS BEFORE IMAGE UNDER IT; A CARD THAT
000260*                   CANNOT APPLY IS LISTED REJECTED, THE RUN
000270*                   CONTINUES AND ENDS RC 4.  THE NIGHTLY
000280*                   ADDSTDGN STEP GENERATES THE DUE ITEMS.
000290*   10/15/2026  DL  THE REGISTER LINE OF AN APPLIED CARD IS NOW
000300*                   PRINTED FROM A COPY OF THE MASTER TAKEN BEFORE
000310*                   THE WRITE, REWRITE OR DELETE, NOT FROM THE
000320*                   RECORD AREA AFTER IT.
000330*----------------------------------------------------------------
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ADDSTC-FILE ASSIGN TO ADDSTC
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS DLA00-ADDSTC-STATUS.
000450
000460     SELECT ADDSTD-FILE ASSIGN TO ADDSTD
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS ADDSTD-STEM
000500         FILE STATUS IS DLA00-ADDSTD-STATUS.
000510
000520     SELECT ADDCOA-FILE ASSIGN TO ADDCOA
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS ADDCOA-ACCOUNT
000560         FILE STATUS IS DLA00-ADDCOA-STATUS.
000570
000580     SELECT ADDBDT-FILE ASSIGN TO ADDBDT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS DLA00-ADDBDT-STATUS.
000610
000620     SELECT STDRPT-FILE ASSIGN TO STDRPT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS DLA00-STDRPT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  ADDSTC-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710 COPY ADDSTCREC.
000720
000730 FD  ADDSTD-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 COPY ADDSTDREC.
000760
000770 FD  ADDCOA-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 COPY ADDCOAREC.
000800
000810 FD  ADDBDT-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 COPY ADDBDTREC.
000850
000860 FD  STDRPT-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 COPY ADDRPTREC.
000900
000910 WORKING-STORAGE SECTION.
000920*----------------------------------------------------------------
000930* FILE-STATUS SWITCHES AND COMMON I/O ERROR FIELDS
000940*----------------------------------------------------------------
000950 77  DLA00-ADDSTC-STATUS            PIC X(02) VALUE "00".
000960 77  DLA00-ADDSTD-STATUS            PIC X(02) VALUE "00".
000970 77  DLA00-ADDCOA-STATUS            PIC X(02) VALUE "00".
000980 77  DLA00-ADDBDT-STATUS            PIC X(02) VALUE "00".
000990 77  DLA00-STDRPT-STATUS            PIC X(02) VALUE "00".
001000 77  DLA00-ERR-FILE-ID              PIC X(08) VALUE SPACES.
001010 77  DLA00-ERR-STATUS               PIC X(02) VALUE "00".
001020 77  DLA00-ADDSTC-EOF-SW            PIC X(01) VALUE "N".
001030     88  DLA00-ADDSTC-EOF                     VALUE "Y".
001040 77  DLA00-STD-FOUND-SW             PIC X(01) VALUE "N".
001050     88  DLA00-STD-FOUND                      VALUE "Y".
001060 77  DLA00-COA-FOUND-SW             PIC X(01) VALUE "N".
001070     88  DLA00-COA-FOUND                      VALUE "Y".
001080 77  DLA00-FIRST-LOAD-SW            PIC X(01) VALUE "N".
001090     88  DLA00-FIRST-LOAD                     VALUE "Y".
001100
001110*----------------------------------------------------------------
001120* CARD EDIT SWITCHES.  THE APPLIED SWITCH TELLS 4100 TO LIST
001130* THE MASTER'S NEW IMAGE; A REJECTED CARD IS LISTED FROM THE
001140* CARD ITSELF.  THE DUE-KEYED SWITCH MARKS A CARD THAT SUPPLIED
001150* A NEXT-DUE DATE, THE ONLY CASE IN WHICH A DATE BEFORE THE
001160* BUSINESS DATE IS REFUSED - AN UNTOUCHED DUE DATE IS THE
001170* GENERATOR'S OWN.
001180*----------------------------------------------------------------
001190 77  DLA00-EDIT-ERROR-SW            PIC X(01) VALUE "N".
001200     88  DLA00-EDIT-ERROR                     VALUE "Y".
001210 77  DLA00-APPLIED-SW               PIC X(01) VALUE "N".
001220     88  DLA00-APPLIED                        VALUE "Y".
001230 77  DLA00-DUE-KEYED-SW             PIC X(01) VALUE "N".
001240     88  DLA00-DUE-KEYED                      VALUE "Y".
001250 77  DLA00-DATE-OK-SW               PIC X(01) VALUE "N".
001260     88  DLA00-DATE-OK                        VALUE "Y".
001270
001280*----------------------------------------------------------------
001290* RUN CONTROL AND DISPOSITION COUNTERS
001300*----------------------------------------------------------------
001310 77  DLA00-RUN-DATE                 PIC 9(08) VALUE ZERO.
001320 77  DLA00-BUS-DATE                 PIC 9(08) VALUE ZERO.
001330 77  DLA00-ADD-COUNT                PIC 9(09) COMP VALUE ZERO.
001340 77  DLA00-CHANGE-COUNT             PIC 9(09) COMP VALUE ZERO.
001350 77  DLA00-HOLD-COUNT               PIC 9(09) COMP VALUE ZERO.
001360 77  DLA00-RESUME-COUNT             PIC 9(09) COMP VALUE ZERO.
001370 77  DLA00-DELETE-COUNT             PIC 9(09) COMP VALUE ZERO.
001380 77  DLA00-REJECT-COUNT             PIC 9(09) COMP VALUE ZERO.
001390 77  DLA00-ADD-SUB                  PIC 9(02) COMP VALUE ZERO.
001400 77  DLA00-ITEM-AMOUNT              PIC S9(07)V99 VALUE ZERO.
001410*    THE MASTER RECORD AS IT STOOD BEFORE A CHANGE, FOR THE
001420*    REGISTER'S BEFORE-IMAGE LINE.
001430 77  DLA00-BEFORE-IMAGE             PIC X(200) VALUE SPACES.
001440*    THE MASTER RECORD AS WRITTEN, REWRITTEN OR DELETED, FOR THE
001450*    REGISTER'S DETAIL LINE.
001460 77  DLA00-AFTER-IMAGE              PIC X(200) VALUE SPACES.
001470
001480*----------------------------------------------------------------
001490* DATE EDIT WORK AREAS.  A DATE IS REAL WHEN ITS MONTH IS 1-12
001500* AND ITS DAY FALLS WITHIN THAT MONTH, FEBRUARY 29 ONLY IN A
001510* LEAP YEAR.
001520*----------------------------------------------------------------
001530 01  DLA00-DATE-WORK.
001540     05  DLA00-DATE-YYYY            PIC 9(04).
001550     05  DLA00-DATE-MM              PIC 9(02).
001560     05  DLA00-DATE-DD              PIC 9(02).
001570 77  DLA00-MONTH-LIMIT              PIC 9(02) VALUE ZERO.
001580 77  DLA00-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
001590 77  DLA00-LEAP-REM                 PIC 9(04) COMP VALUE ZERO.
001600 01  DLA00-MONTH-DAY-TABLE.
001610     05  FILLER                     PIC X(24)
001620         VALUE "312831303130313130313031".
001630 01  DLA00-MONTH-DAY-R REDEFINES DLA00-MONTH-DAY-TABLE.
001640     05  DLA00-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
001650
001660*----------------------------------------------------------------
001670* MAINTENANCE REGISTER (STDRPT) PRINT LINES
001680*----------------------------------------------------------------
001690 77  DLA00-RPT-PAGE-SIZE            PIC 9(04) COMP VALUE 50.
001700 77  DLA00-RPT-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
001710 77  DLA00-RPT-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
001720
001730 01  DLA00-RPT-HEADING1.
001740     05  FILLER                     PIC X(01) VALUE "1".
001750     05  FILLER                     PIC X(40)
001760         VALUE "ADDSTDMT STANDING-TRANSACTION REGISTER".
001770     05  FILLER                     PIC X(10) VALUE "RUN DATE:".
001780     05  DLA00-RPT-H1-DATE          PIC 9999/99/99.
001790     05  FILLER                     PIC X(08) VALUE "  PAGE:".
001800     05  DLA00-RPT-H1-PAGE          PIC ZZZ9.
001810     05  FILLER                     PIC X(59) VALUE SPACES.
001820
001830 01  DLA00-RPT-HEADING2.
001840     05  FILLER                     PIC X(01) VALUE SPACE.
001850     05  FILLER                     PIC X(04) VALUE "ACT".
001860     05  FILLER                     PIC X(06) VALUE "STEM".
001870     05  FILLER                     PIC X(12) VALUE "ACCOUNT".
001880     05  FILLER                     PIC X(22) VALUE "DESCRIPTION".
001890     05  FILLER                     PIC X(03) VALUE "T".
001900     05  FILLER                     PIC X(03) VALUE "F".
001910     05  FILLER                     PIC X(03) VALUE "S".
001920     05  FILLER                     PIC X(12) VALUE "NEXT DUE".
001930     05  FILLER                     PIC X(12) VALUE "END DATE".
001940     05  FILLER                     PIC X(12) VALUE "    AMOUNT".
001950     05  FILLER                     PIC X(10) VALUE "REQUESTER".
001960     05  FILLER                     PIC X(28) VALUE "DISPOSITION".
001970     05  FILLER                     PIC X(04) VALUE SPACES.
001980
001990 01  DLA00-RPT-DETAIL.
002000     05  FILLER                     PIC X(01) VALUE SPACE.
002010     05  DLA00-RPT-DET-ACTION       PIC X(01).
002020     05  FILLER                     PIC X(03) VALUE SPACES.
002030     05  DLA00-RPT-DET-STEM         PIC X(04).
002040     05  FILLER                     PIC X(02) VALUE SPACES.
002050     05  DLA00-RPT-DET-ACCT         PIC X(10).
002060     05  FILLER                     PIC X(02) VALUE SPACES.
002070     05  DLA00-RPT-DET-DESC         PIC X(20).
002080     05  FILLER                     PIC X(02) VALUE SPACES.
002090     05  DLA00-RPT-DET-TYPE         PIC X(01).
002100     05  FILLER                     PIC X(02) VALUE SPACES.
002110     05  DLA00-RPT-DET-FREQ         PIC X(01).
002120     05  FILLER                     PIC X(02) VALUE SPACES.
002130     05  DLA00-RPT-DET-STATUS       PIC X(01).
002140     05  FILLER                     PIC X(02) VALUE SPACES.
002150     05  DLA00-RPT-DET-NEXT-DUE     PIC 9999/99/99
002160                                    BLANK WHEN ZERO.
002170     05  FILLER                     PIC X(02) VALUE SPACES.
002180     05  DLA00-RPT-DET-END-DATE     PIC 9999/99/99
002190                                    BLANK WHEN ZERO.
002200     05  FILLER                     PIC X(02) VALUE SPACES.
002210     05  DLA00-RPT-DET-AMOUNT       PIC ZZZ,ZZ9.99
002220                                    BLANK WHEN ZERO.
002230     05  FILLER                     PIC X(02) VALUE SPACES.
002240     05  DLA00-RPT-DET-REQ          PIC X(08).
002250     05  FILLER                     PIC X(02) VALUE SPACES.
002260     05  DLA00-RPT-DET-DISP         PIC X(28).
002270     05  FILLER                     PIC X(04) VALUE SPACES.
002280
002290 01  DLA00-RPT-TRAILER.
002300     05  FILLER                     PIC X(01) VALUE SPACE.
002310     05  FILLER                     PIC X(07) VALUE "ADDED:".
002320     05  DLA00-RPT-TRL-ADDED        PIC ZZZ,ZZ9.
002330     05  FILLER                     PIC X(10) VALUE "  CHANGED:".
002340     05  DLA00-RPT-TRL-CHANGED      PIC ZZZ,ZZ9.
002350     05  FILLER                     PIC X(07) VALUE "  HELD:".
002360     05  DLA00-RPT-TRL-HELD         PIC ZZZ,ZZ9.
002370     05  FILLER                     PIC X(10) VALUE "  RESUMED:".
002380     05  DLA00-RPT-TRL-RESUMED      PIC ZZZ,ZZ9.
002390     05  FILLER                     PIC X(10) VALUE "  DELETED:".
002400     05  DLA00-RPT-TRL-DELETED      PIC ZZZ,ZZ9.
002410     05  FILLER                     PIC X(11)
002420         VALUE "  REJECTED:".
002430     05  DLA00-RPT-TRL-REJECTED     PIC ZZZ,ZZ9.
002440     05  FILLER                     PIC X(34) VALUE SPACES.
002450
002460 PROCEDURE DIVISION.
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE
002490         THRU 1000-INITIALIZE-EXIT.
002500
002510     PERFORM 3000-PROCESS-CARD
002520         THRU 3000-PROCESS-CARD-EXIT
002530         UNTIL DLA00-ADDSTC-EOF.
002540
002550     PERFORM 9000-TERMINATE
002560         THRU 9000-TERMINATE-EXIT.
002570
002580     PERFORM 9999-EXIT
002590         THRU 9999-EXIT-EXIT.
002600
002610 0000-MAINLINE-EXIT.
002620     EXIT.
002630
002640*----------------------------------------------------------------
002650* 1000-INITIALIZE - PICK UP THE BUSINESS DATE, OPEN THE FILES,
002660*                   PRINT THE REGISTER HEADERS, AND PRIME THE
002670*                   FIRST CARD READ.
002680*----------------------------------------------------------------
002690 1000-INITIALIZE.
002700     ACCEPT DLA00-RUN-DATE FROM DATE YYYYMMDD.
002710
002720     OPEN INPUT ADDBDT-FILE.
002730     MOVE "ADDBDT" TO DLA00-ERR-FILE-ID.
002740     MOVE DLA00-ADDBDT-STATUS TO DLA00-ERR-STATUS.
002750     PERFORM 8000-CHECK-FILE-STATUS
002760         THRU 8000-CHECK-FILE-STATUS-EXIT.
002770     READ ADDBDT-FILE
002780         AT END
002790             DISPLAY "ADDSTDMT - ADDBDT CONTROL RECORD MISSING "
002800                     "- RUN ABORTED."
002810             MOVE 16 TO RETURN-CODE
002820             STOP RUN
002830     END-READ.
002840     IF ADDBDT-BUS-DATE IS NOT NUMERIC
002850             OR ADDBDT-BUS-DATE = ZERO
002860         DISPLAY "ADDSTDMT - ADDBDT BUSINESS DATE IS NOT "
002870                 "NUMERIC - RUN ABORTED."
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910     MOVE ADDBDT-BUS-DATE TO DLA00-BUS-DATE.
002920     CLOSE ADDBDT-FILE.
002930
002940     OPEN INPUT ADDSTC-FILE.
002950     MOVE "ADDSTC" TO DLA00-ERR-FILE-ID.
002960     MOVE DLA00-ADDSTC-STATUS TO DLA00-ERR-STATUS.
002970     PERFORM 8000-CHECK-FILE-STATUS
002980         THRU 8000-CHECK-FILE-STATUS-EXIT.
002990
003000     OPEN I-O ADDSTD-FILE.
003010*    A FRESHLY DEFINED, NEVER-LOADED KSDS CANNOT OPEN I-O
003020*    (STATUS 35) - THE FIRST MAINTENANCE RUN LOADS THE MASTER
003030*    FROM SCRATCH, AS ADDCOAMT DOES FOR THE CHART.  THE
003040*    FIRST-LOAD SWITCH TELLS 3100 NOT TO READ A FILE OPENED
003050*    OUTPUT - EVERY CARD'S STEM IS NEW.
003060     IF DLA00-ADDSTD-STATUS = "35"
003070         SET DLA00-FIRST-LOAD TO TRUE
003080         OPEN OUTPUT ADDSTD-FILE
003090     END-IF.
003100     MOVE "ADDSTD" TO DLA00-ERR-FILE-ID.
003110     MOVE DLA00-ADDSTD-STATUS TO DLA00-ERR-STATUS.
003120     PERFORM 8000-CHECK-FILE-STATUS
003130         THRU 8000-CHECK-FILE-STATUS-EXIT.
003140
003150     OPEN INPUT ADDCOA-FILE.
003160     MOVE "ADDCOA" TO DLA00-ERR-FILE-ID.
003170     MOVE DLA00-ADDCOA-STATUS TO DLA00-ERR-STATUS.
003180     PERFORM 8000-CHECK-FILE-STATUS
003190         THRU 8000-CHECK-FILE-STATUS-EXIT.
003200
003210     OPEN OUTPUT STDRPT-FILE.
003220     MOVE "STDRPT" TO DLA00-ERR-FILE-ID.
003230     MOVE DLA00-STDRPT-STATUS TO DLA00-ERR-STATUS.
003240     PERFORM 8000-CHECK-FILE-STATUS
003250         THRU 8000-CHECK-FILE-STATUS-EXIT.
003260
003270     PERFORM 4000-PRINT-HEADERS
003280         THRU 4000-PRINT-HEADERS-EXIT.
003290
003300     PERFORM 2100-READ-ADDSTC
003310         THRU 2100-READ-ADDSTC-EXIT.
003320
003330 1000-INITIALIZE-EXIT.
003340     EXIT.
003350
003360*----------------------------------------------------------------
003370* 2100-READ-ADDSTC - READ THE NEXT MAINTENANCE CARD.
003380*----------------------------------------------------------------
003390 2100-READ-ADDSTC.
003400     READ ADDSTC-FILE
003410         AT END
003420             SET DLA00-ADDSTC-EOF TO TRUE
003430     END-READ.
003440     IF DLA00-ADDSTC-STATUS NOT = "00"
003450             AND DLA00-ADDSTC-STATUS NOT = "10"
003460         MOVE "ADDSTC" TO DLA00-ERR-FILE-ID
003470         MOVE DLA00-ADDSTC-STATUS TO DLA00-ERR-STATUS
003480         PERFORM 8000-CHECK-FILE-STATUS
003490             THRU 8000-CHECK-FILE-STATUS-EXIT
003500     END-IF.
003510
003520 2100-READ-ADDSTC-EXIT.
003530     EXIT.
003540
003550*----------------------------------------------------------------
003560* 3000-PROCESS-CARD - VALIDATE THE CURRENT CARD, APPLY IT TO
003570*                     THE MASTER BY ACTION, LIST IT ON THE
003580*                     REGISTER, THEN READ THE NEXT CARD.  A
003590*                     STRUCTURALLY BAD CARD (UNKNOWN ACTION OR
003600*                     BLANK STEM) ABENDS THE RUN - IT WAS
003610*                     MISKEYED AND THE WHOLE DECK IS SUSPECT; A
003620*                     CARD THAT MERELY CANNOT APPLY IS REJECTED
003630*                     AND THE RUN CONTINUES.
003640*----------------------------------------------------------------
003650 3000-PROCESS-CARD.
003660     IF NOT ADDSTC-ADD
003670             AND NOT ADDSTC-CHANGE
003680             AND NOT ADDSTC-HOLD
003690             AND NOT ADDSTC-RESUME
003700             AND NOT ADDSTC-DELETE
003710         DISPLAY "ADDSTDMT - ADDSTC CARD FOR " ADDSTC-STEM
003720                 " HAS ACTION " ADDSTC-ACTION
003730                 " - MUST BE A, C, H, R OR D - RUN ABORTED."
003740         MOVE 16 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003770
003780     IF ADDSTC-STEM = SPACES
003790         DISPLAY "ADDSTDMT - ADDSTC CARD WITH ACTION "
003800                 ADDSTC-ACTION " HAS NO TRANSACTION ID STEM "
003810                 "- RUN ABORTED."
003820         MOVE 16 TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003850
003860     MOVE "N" TO DLA00-APPLIED-SW.
003870     MOVE "N" TO DLA00-EDIT-ERROR-SW.
003880     MOVE "N" TO DLA00-DUE-KEYED-SW.
003890
003900     PERFORM 3100-READ-MASTER
003910         THRU 3100-READ-MASTER-EXIT.
003920
003930     IF ADDSTC-REQUESTED-BY = SPACES
003940         ADD 1 TO DLA00-REJECT-COUNT
003950         MOVE "REJECTED - NO REQUESTER" TO DLA00-RPT-DET-DISP
003960     ELSE
003970         EVALUATE TRUE
003980             WHEN ADDSTC-ADD
003990                 PERFORM 3200-ADD-ITEM
004000                     THRU 3200-ADD-ITEM-EXIT
004010             WHEN ADDSTC-CHANGE
004020                 PERFORM 3300-CHANGE-ITEM
004030                     THRU 3300-CHANGE-ITEM-EXIT
004040             WHEN ADDSTC-HOLD
004050                 PERFORM 3400-HOLD-ITEM
004060                     THRU 3400-HOLD-ITEM-EXIT
004070             WHEN ADDSTC-RESUME
004080                 PERFORM 3450-RESUME-ITEM
004090                     THRU 3450-RESUME-ITEM-EXIT
004100             WHEN ADDSTC-DELETE
004110                 PERFORM 3500-DELETE-ITEM
004120                     THRU 3500-DELETE-ITEM-EXIT
004130         END-EVALUATE
004140     END-IF.
004150
004160     PERFORM 4100-PRINT-DETAIL-LINE
004170         THRU 4100-PRINT-DETAIL-LINE-EXIT.
004180
004190*    A CHANGE THAT APPLIED IS FOLLOWED BY THE ITEM AS IT STOOD
004200*    BEFORE, SO THE REGISTER SHOWS BOTH SIDES OF THE CHANGE.
004210     IF ADDSTC-CHANGE AND DLA00-APPLIED
004220         PERFORM 4200-PRINT-BEFORE-IMAGE
004230             THRU 4200-PRINT-BEFORE-IMAGE-EXIT
004240     END-IF.
004250
004260     PERFORM 2100-READ-ADDSTC
004270         THRU 2100-READ-ADDSTC-EXIT.
004280
004290 3000-PROCESS-CARD-EXIT.
004300     EXIT.
004310
004320*----------------------------------------------------------------
004330* 3100-READ-MASTER - READ THE MASTER RECORD KEYED BY THE CARD'S
004340*                    STEM, LEAVING THE FOUND SWITCH SET WHEN
004350*                    ONE EXISTS.  ON THE FIRST LOAD OF A
004360*                    FRESHLY DEFINED KSDS THE FILE IS OPEN
004370*                    OUTPUT AND CANNOT BE READ - EVERY STEM IS
004380*                    TREATED AS NOT ON FILE.
004390*----------------------------------------------------------------
004400 3100-READ-MASTER.
004410     MOVE "N" TO DLA00-STD-FOUND-SW.
004420     IF DLA00-FIRST-LOAD
004430         GO TO 3100-READ-MASTER-EXIT
004440     END-IF.
004450     MOVE ADDSTC-STEM TO ADDSTD-STEM.
004460     READ ADDSTD-FILE
004470         INVALID KEY
004480             CONTINUE
004490         NOT INVALID KEY
004500             SET DLA00-STD-FOUND TO TRUE
004510     END-READ.
004520     IF NOT DLA00-STD-FOUND
004530             AND DLA00-ADDSTD-STATUS NOT = "23"
004540         MOVE "ADDSTD" TO DLA00-ERR-FILE-ID
004550         MOVE DLA00-ADDSTD-STATUS TO DLA00-ERR-STATUS
004560         PERFORM 8000-CHECK-FILE-STATUS
004570             THRU 8000-CHECK-FILE-STATUS-EXIT
004580     END-IF.
004590
004600 3100-READ-MASTER-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------------
004640* 3200-ADD-ITEM - BUILD A NEW ACTIVE MASTER RECORD FROM THE
004650*                 CARD, EDIT IT WHOLE AND WRITE IT.  A STEM
004660*                 ALREADY ON FILE IS REJECTED - USE C TO
004670*                 CHANGE IT.
004680*----------------------------------------------------------------
004690 3200-ADD-ITEM.
004700     IF DLA00-STD-FOUND
004710         ADD 1 TO DLA00-REJECT-COUNT
004720         MOVE "REJECTED - ON FILE" TO DLA00-RPT-DET-DISP
004730         GO TO 3200-ADD-ITEM-EXIT
004740     END-IF.
004750     IF ADDSTC-DESC = SPACES
004760             OR ADDSTC-GL-ACCOUNT = SPACES
004770             OR ADDSTC-TRANS-TYPE = SPACE
004780             OR ADDSTC-FREQUENCY = SPACE
004790             OR ADDSTC-NEXT-DUE = SPACES
004800             OR ADDSTC-ADDEND-COUNT = SPACES
004810         ADD 1 TO DLA00-REJECT-COUNT
004820         MOVE "REJECTED - FIELD MISSING" TO DLA00-RPT-DET-DISP
004830         GO TO 3200-ADD-ITEM-EXIT
004840     END-IF.
004850
004860     MOVE SPACES TO ADDSTD-RECORD.
004870     MOVE ADDSTC-STEM TO ADDSTD-STEM.
004880     SET ADDSTD-ACTIVE TO TRUE.
004890     MOVE ZERO TO ADDSTD-DUE-DAY
004900                  ADDSTD-NEXT-DUE
004910                  ADDSTD-END-DATE
004920                  ADDSTD-ADDEND-COUNT
004930                  ADDSTD-LAST-GEN-DUE
004940                  ADDSTD-GEN-COUNT.
004950     PERFORM 3620-CLEAR-ADDEND
004960         THRU 3620-CLEAR-ADDEND-EXIT
004970         VARYING DLA00-ADD-SUB FROM 1 BY 1
004980         UNTIL DLA00-ADD-SUB > 10.
004990
005000     PERFORM 3600-APPLY-CARD-FIELDS
005010         THRU 3600-APPLY-CARD-FIELDS-EXIT.
005020     IF NOT DLA00-EDIT-ERROR
005030         PERFORM 3700-EDIT-ITEM
005040             THRU 3700-EDIT-ITEM-EXIT
005050     END-IF.
005060     IF DLA00-EDIT-ERROR
005070         ADD 1 TO DLA00-REJECT-COUNT
005080         GO TO 3200-ADD-ITEM-EXIT
005090     END-IF.
005100
005110     MOVE DLA00-BUS-DATE TO ADDSTD-CHANGED-DATE.
005120     MOVE ADDSTC-REQUESTED-BY TO ADDSTD-CHANGED-BY.
005130     MOVE ADDSTD-RECORD TO DLA00-AFTER-IMAGE.
005140     WRITE ADDSTD-RECORD.
005150     MOVE "ADDSTD" TO DLA00-ERR-FILE-ID.
005160     MOVE DLA00-ADDSTD-STATUS TO DLA00-ERR-STATUS.
005170     PERFORM 8000-CHECK-FILE-STATUS
005180         THRU 8000-CHECK-FILE-STATUS-EXIT.
005190
005200     SET DLA00-APPLIED TO TRUE.
005210     ADD 1 TO DLA00-ADD-COUNT.
005220     MOVE "ADDED" TO DLA00-RPT-DET-DISP.
005230
005240 3200-ADD-ITEM-EXIT.
005250     EXIT.
005260
005270*----------------------------------------------------------------
005280* 3300-CHANGE-ITEM - LAY THE CARD'S NON-BLANK FIELDS OVER THE
005290*                    MASTER RECORD, EDIT THE RESULT WHOLE AND
005300*                    REWRITE IT.  AN EXPIRED ITEM WHOSE END
005310*                    DATE IS MOVED OUT PAST ITS NEXT DUE DATE
005320*                    (OR CLEARED TO ZERO) IS MADE ACTIVE AGAIN.
005330*----------------------------------------------------------------
005340 3300-CHANGE-ITEM.
005350     IF NOT DLA00-STD-FOUND
005360         ADD 1 TO DLA00-REJECT-COUNT
005370         MOVE "REJECTED - NOT ON FILE" TO DLA00-RPT-DET-DISP
005380         GO TO 3300-CHANGE-ITEM-EXIT
005390     END-IF.
005400
005410     MOVE ADDSTD-RECORD TO DLA00-BEFORE-IMAGE.
005420     PERFORM 3600-APPLY-CARD-FIELDS
005430         THRU 3600-APPLY-CARD-FIELDS-EXIT.
005440     IF NOT DLA00-EDIT-ERROR
005450         PERFORM 3700-EDIT-ITEM
005460             THRU 3700-EDIT-ITEM-EXIT
005470     END-IF.
005480     IF DLA00-EDIT-ERROR
005490         ADD 1 TO DLA00-REJECT-COUNT
005500         GO TO 3300-CHANGE-ITEM-EXIT
005510     END-IF.
005520
005530     MOVE "CHANGED" TO DLA00-RPT-DET-DISP.
005540     IF ADDSTD-EXPIRED
005550         IF ADDSTD-END-DATE = ZERO
005560                 OR ADDSTD-END-DATE NOT < ADDSTD-NEXT-DUE
005570             SET ADDSTD-ACTIVE TO TRUE
005580             MOVE "CHANGED - REACTIVATED" TO DLA00-RPT-DET-DISP
005590         END-IF
005600     END-IF.
005610
005620     MOVE DLA00-BUS-DATE TO ADDSTD-CHANGED-DATE.
005630     MOVE ADDSTC-REQUESTED-BY TO ADDSTD-CHANGED-BY.
005640     PERFORM 3550-REWRITE-MASTER
005650         THRU 3550-REWRITE-MASTER-EXIT.
005660
005670     SET DLA00-APPLIED TO TRUE.
005680     ADD 1 TO DLA00-CHANGE-COUNT.
005690
005700 3300-CHANGE-ITEM-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------------
005740* 3400-HOLD-ITEM - STOP AN ACTIVE ITEM GENERATING.  THE NIGHTLY
005750*                  RUN STILL ADVANCES ITS DUE DATES, SO THE
005760*                  OCCURRENCES PASSED OVER ARE NOT BILLED WHEN
005770*                  IT IS RESUMED.
005780*----------------------------------------------------------------
005790 3400-HOLD-ITEM.
005800     IF NOT DLA00-STD-FOUND
005810         ADD 1 TO DLA00-REJECT-COUNT
005820         MOVE "REJECTED - NOT ON FILE" TO DLA00-RPT-DET-DISP
005830         GO TO 3400-HOLD-ITEM-EXIT
005840     END-IF.
005850     IF NOT ADDSTD-ACTIVE
005860         ADD 1 TO DLA00-REJECT-COUNT
005870         MOVE "REJECTED - NOT ACTIVE" TO DLA00-RPT-DET-DISP
005880         GO TO 3400-HOLD-ITEM-EXIT
005890     END-IF.
005900
005910     SET ADDSTD-HELD TO TRUE.
005920     MOVE DLA00-BUS-DATE TO ADDSTD-CHANGED-DATE.
005930     MOVE ADDSTC-REQUESTED-BY TO ADDSTD-CHANGED-BY.
005940     PERFORM 3550-REWRITE-MASTER
005950         THRU 3550-REWRITE-MASTER-EXIT.
005960
005970     SET DLA00-APPLIED TO TRUE.
005980     ADD 1 TO DLA00-HOLD-COUNT.
005990     MOVE "HELD" TO DLA00-RPT-DET-DISP.
006000
006010 3400-HOLD-ITEM-EXIT.
006020     EXIT.
006030
006040*----------------------------------------------------------------
006050* 3450-RESUME-ITEM - RETURN A HELD ITEM TO ACTIVE.
006060*----------------------------------------------------------------
006070 3450-RESUME-ITEM.
006080     IF NOT DLA00-STD-FOUND
006090         ADD 1 TO DLA00-REJECT-COUNT
006100         MOVE "REJECTED - NOT ON FILE" TO DLA00-RPT-DET-DISP
006110         GO TO 3450-RESUME-ITEM-EXIT
006120     END-IF.
006130     IF NOT ADDSTD-HELD
006140         ADD 1 TO DLA00-REJECT-COUNT
006150         MOVE "REJECTED - NOT HELD" TO DLA00-RPT-DET-DISP
006160         GO TO 3450-RESUME-ITEM-EXIT
006170     END-IF.
006180
006190     SET ADDSTD-ACTIVE TO TRUE.
006200     MOVE DLA00-BUS-DATE TO ADDSTD-CHANGED-DATE.
006210     MOVE ADDSTC-REQUESTED-BY TO ADDSTD-CHANGED-BY.
006220     PERFORM 3550-REWRITE-MASTER
006230         THRU 3550-REWRITE-MASTER-EXIT.
006240
006250     SET DLA00-APPLIED TO TRUE.
006260     ADD 1 TO DLA00-RESUME-COUNT.
006270     MOVE "RESUMED" TO DLA00-RPT-DET-DISP.
006280
006290 3450-RESUME-ITEM-EXIT.
006300     EXIT.
006310
006320*----------------------------------------------------------------
006330* 3500-DELETE-ITEM - REMOVE AN ITEM FROM THE MASTER.  THE
006340*                    REGISTER LINE SHOWS THE ITEM AS IT WAS.
006350*----------------------------------------------------------------
006360 3500-DELETE-ITEM.
006370     IF NOT DLA00-STD-FOUND
006380         ADD 1 TO DLA00-REJECT-COUNT
006390         MOVE "REJECTED - NOT ON FILE" TO DLA00-RPT-DET-DISP
006400         GO TO 3500-DELETE-ITEM-EXIT
006410     END-IF.
006420
006430     MOVE ADDSTD-RECORD TO DLA00-AFTER-IMAGE.
006440     DELETE ADDSTD-FILE RECORD.
006450     MOVE "ADDSTD" TO DLA00-ERR-FILE-ID.
006460     MOVE DLA00-ADDSTD-STATUS TO DLA00-ERR-STATUS.
006470     PERFORM 8000-CHECK-FILE-STATUS
006480         THRU 8000-CHECK-FILE-STATUS-EXIT.
006490
006500     SET DLA00-APPLIED TO TRUE.
006510     ADD 1 TO DLA00-DELETE-COUNT.
006520     MOVE "DELETED" TO DLA00-RPT-DET-DISP.
006530
006540 3500-DELETE-ITEM-EXIT.
006550     EXIT.
006560
006570 3550-REWRITE-MASTER.
006580     MOVE ADDSTD-RECORD TO DLA00-AFTER-IMAGE.
006590     REWRITE ADDSTD-RECORD.
006600     MOVE "ADDSTD" TO DLA00-ERR-FILE-ID.
006610     MOVE DLA00-ADDSTD-STATUS TO DLA00-ERR-STATUS.
006620     PERFORM 8000-CHECK-FILE-STATUS
006630         THRU 8000-CHECK-FILE-STATUS-EXIT.
006640
006650 3550-REWRITE-MASTER-EXIT.
006660     EXIT.
006670
006680*----------------------------------------------------------------
006690* 3600-APPLY-CARD-FIELDS - MOVE EVERY NON-BLANK CARD FIELD INTO
006700*                          THE MASTER RECORD AREA, REFUSING A
006710*                          DATE, COUNT OR ADDEND THAT IS NOT
006720*                          NUMERIC.  A KEYED NEXT-DUE DATE ALSO
006730*                          RESETS THE DUE DAY THE GENERATOR
006740*                          KEEPS TO; A KEYED ADDEND COUNT
006750*                          REPLACES THE WHOLE ADDEND SET.
006760*----------------------------------------------------------------
006770 3600-APPLY-CARD-FIELDS.
006780     IF ADDSTC-DESC NOT = SPACES
006790         MOVE ADDSTC-DESC TO ADDSTD-DESC
006800     END-IF.
006810     IF ADDSTC-GL-ACCOUNT NOT = SPACES
006820         MOVE ADDSTC-GL-ACCOUNT TO ADDSTD-GL-ACCOUNT
006830     END-IF.
006840     IF ADDSTC-TRANS-TYPE NOT = SPACE
006850         MOVE ADDSTC-TRANS-TYPE TO ADDSTD-TRANS-TYPE
006860     END-IF.
006870     IF ADDSTC-FREQUENCY NOT = SPACE
006880         MOVE ADDSTC-FREQUENCY TO ADDSTD-FREQUENCY
006890     END-IF.
006900
006910     IF ADDSTC-NEXT-DUE NOT = SPACES
006920         IF ADDSTC-NEXT-DUE-N IS NOT NUMERIC
006930             SET DLA00-EDIT-ERROR TO TRUE
006940             MOVE "REJECTED - BAD DUE DATE" TO DLA00-RPT-DET-DISP
006950             GO TO 3600-APPLY-CARD-FIELDS-EXIT
006960         END-IF
006970         MOVE ADDSTC-NEXT-DUE-N TO ADDSTD-NEXT-DUE
006980         MOVE ADDSTC-NEXT-DUE-N(7:2) TO ADDSTD-DUE-DAY
006990         SET DLA00-DUE-KEYED TO TRUE
007000     END-IF.
007010
007020     IF ADDSTC-END-DATE NOT = SPACES
007030         IF ADDSTC-END-DATE-N IS NOT NUMERIC
007040             SET DLA00-EDIT-ERROR TO TRUE
007050             MOVE "REJECTED - BAD END DATE" TO DLA00-RPT-DET-DISP
007060             GO TO 3600-APPLY-CARD-FIELDS-EXIT
007070         END-IF
007080         MOVE ADDSTC-END-DATE-N TO ADDSTD-END-DATE
007090     END-IF.
007100
007110     IF ADDSTC-ADDEND-COUNT NOT = SPACES
007120         IF ADDSTC-ADDEND-COUNT-N IS NOT NUMERIC
007130                 OR ADDSTC-ADDEND-COUNT-N < 1
007140                 OR ADDSTC-ADDEND-COUNT-N > 10
007150             SET DLA00-EDIT-ERROR TO TRUE
007160             MOVE "REJECTED - BAD ADDEND COUNT"
007170                 TO DLA00-RPT-DET-DISP
007180             GO TO 3600-APPLY-CARD-FIELDS-EXIT
007190         END-IF
007200         MOVE ADDSTC-ADDEND-COUNT-N TO ADDSTD-ADDEND-COUNT
007210         PERFORM 3620-CLEAR-ADDEND
007220             THRU 3620-CLEAR-ADDEND-EXIT
007230             VARYING DLA00-ADD-SUB FROM 1 BY 1
007240             UNTIL DLA00-ADD-SUB > 10
007250         PERFORM 3610-APPLY-ADDEND
007260             THRU 3610-APPLY-ADDEND-EXIT
007270             VARYING DLA00-ADD-SUB FROM 1 BY 1
007280             UNTIL DLA00-ADD-SUB > ADDSTD-ADDEND-COUNT
007290             OR DLA00-EDIT-ERROR
007300     END-IF.
007310
007320 3600-APPLY-CARD-FIELDS-EXIT.
007330     EXIT.
007340
007350 3610-APPLY-ADDEND.
007360     IF ADDSTC-ADDEND-TABLE(DLA00-ADD-SUB) IS NOT NUMERIC
007370         SET DLA00-EDIT-ERROR TO TRUE
007380         MOVE "REJECTED - BAD ADDEND" TO DLA00-RPT-DET-DISP
007390         GO TO 3610-APPLY-ADDEND-EXIT
007400     END-IF.
007410     MOVE ADDSTC-ADDEND-TABLE(DLA00-ADD-SUB)
007420         TO ADDSTD-ADDEND-TABLE(DLA00-ADD-SUB).
007430
007440 3610-APPLY-ADDEND-EXIT.
007450     EXIT.
007460
007470 3620-CLEAR-ADDEND.
007480     MOVE ZERO TO ADDSTD-ADDEND-TABLE(DLA00-ADD-SUB).
007490
007500 3620-CLEAR-ADDEND-EXIT.
007510     EXIT.
007520
007530*----------------------------------------------------------------
007540* 3700-EDIT-ITEM - EDIT THE MASTER RECORD AREA AS IT WILL BE
007550*                  WRITTEN.  THE FIRST FAILURE SETS THE EDIT-
007560*                  ERROR SWITCH AND THE REJECT DISPOSITION.
007570*----------------------------------------------------------------
007580 3700-EDIT-ITEM.
007590     IF ADDSTD-GL-ACCOUNT IS NOT NUMERIC
007600             OR ADDSTD-GL-ACCOUNT = ZEROS
007610         SET DLA00-EDIT-ERROR TO TRUE
007620         MOVE "REJECTED - BAD GL ACCOUNT" TO DLA00-RPT-DET-DISP
007630         GO TO 3700-EDIT-ITEM-EXIT
007640     END-IF.
007650
007660     MOVE "N" TO DLA00-COA-FOUND-SW.
007670     MOVE ADDSTD-GL-ACCOUNT TO ADDCOA-ACCOUNT.
007680     READ ADDCOA-FILE
007690         INVALID KEY
007700             CONTINUE
007710         NOT INVALID KEY
007720             SET DLA00-COA-FOUND TO TRUE
007730     END-READ.
007740     IF NOT DLA00-COA-FOUND
007750             AND DLA00-ADDCOA-STATUS NOT = "23"
007760         MOVE "ADDCOA" TO DLA00-ERR-FILE-ID
007770         MOVE DLA00-ADDCOA-STATUS TO DLA00-ERR-STATUS
007780         PERFORM 8000-CHECK-FILE-STATUS
007790             THRU 8000-CHECK-FILE-STATUS-EXIT
007800     END-IF.
007810     IF NOT DLA00-COA-FOUND
007820         SET DLA00-EDIT-ERROR TO TRUE
007830         MOVE "REJECTED - NOT ON CHART" TO DLA00-RPT-DET-DISP
007840         GO TO 3700-EDIT-ITEM-EXIT
007850     END-IF.
007860     IF ADDCOA-CLOSED
007870         SET DLA00-EDIT-ERROR TO TRUE
007880         MOVE "REJECTED - ACCOUNT CLOSED" TO DLA00-RPT-DET-DISP
007890         GO TO 3700-EDIT-ITEM-EXIT
007900     END-IF.
007910
007920     IF NOT ADDSTD-TRANS-DEBIT
007930             AND NOT ADDSTD-TRANS-CREDIT
007940         SET DLA00-EDIT-ERROR TO TRUE
007950         MOVE "REJECTED - TYPE NOT D OR C" TO DLA00-RPT-DET-DISP
007960         GO TO 3700-EDIT-ITEM-EXIT
007970     END-IF.
007980
007990     IF NOT ADDSTD-MONTHLY
008000             AND NOT ADDSTD-QUARTERLY
008010             AND NOT ADDSTD-ANNUAL
008020         SET DLA00-EDIT-ERROR TO TRUE
008030         MOVE "REJECTED - FREQ NOT M, Q OR A"
008040             TO DLA00-RPT-DET-DISP
008050         GO TO 3700-EDIT-ITEM-EXIT
008060     END-IF.
008070
008080     MOVE ADDSTD-NEXT-DUE TO DLA00-DATE-WORK.
008090     PERFORM 3750-EDIT-DATE
008100         THRU 3750-EDIT-DATE-EXIT.
008110     IF NOT DLA00-DATE-OK
008120         SET DLA00-EDIT-ERROR TO TRUE
008130         MOVE "REJECTED - BAD DUE DATE" TO DLA00-RPT-DET-DISP
008140         GO TO 3700-EDIT-ITEM-EXIT
008150     END-IF.
008160     IF DLA00-DUE-KEYED
008170             AND ADDSTD-NEXT-DUE < DLA00-BUS-DATE
008180         SET DLA00-EDIT-ERROR TO TRUE
008190         MOVE "REJECTED - DUE DATE PAST" TO DLA00-RPT-DET-DISP
008200         GO TO 3700-EDIT-ITEM-EXIT
008210     END-IF.
008220
008230     IF ADDSTD-END-DATE NOT = ZERO
008240         MOVE ADDSTD-END-DATE TO DLA00-DATE-WORK
008250         PERFORM 3750-EDIT-DATE
008260             THRU 3750-EDIT-DATE-EXIT
008270         IF NOT DLA00-DATE-OK
008280             SET DLA00-EDIT-ERROR TO TRUE
008290             MOVE "REJECTED - BAD END DATE"
008300                 TO DLA00-RPT-DET-DISP
008310             GO TO 3700-EDIT-ITEM-EXIT
008320         END-IF
008330         IF ADDSTD-END-DATE < ADDSTD-NEXT-DUE
008340                 AND NOT ADDSTD-EXPIRED
008350             SET DLA00-EDIT-ERROR TO TRUE
008360             MOVE "REJECTED - ENDS BEFORE DUE"
008370                 TO DLA00-RPT-DET-DISP
008380             GO TO 3700-EDIT-ITEM-EXIT
008390         END-IF
008400     END-IF.
008410
008420     IF ADDSTD-ADDEND-COUNT < 1
008430             OR ADDSTD-ADDEND-COUNT > 10
008440         SET DLA00-EDIT-ERROR TO TRUE
008450         MOVE "REJECTED - BAD ADDEND COUNT" TO DLA00-RPT-DET-DISP
008460         GO TO 3700-EDIT-ITEM-EXIT
008470     END-IF.
008480
008490     PERFORM 3800-SUM-ADDENDS
008500         THRU 3800-SUM-ADDENDS-EXIT.
008510     IF DLA00-ITEM-AMOUNT = ZERO
008520         SET DLA00-EDIT-ERROR TO TRUE
008530         MOVE "REJECTED - ZERO AMOUNT" TO DLA00-RPT-DET-DISP
008540         GO TO 3700-EDIT-ITEM-EXIT
008550     END-IF.
008560
008570 3700-EDIT-ITEM-EXIT.
008580     EXIT.
008590
008600*----------------------------------------------------------------
008610* 3750-EDIT-DATE - PROVE THE YYYYMMDD DATE IN DLA00-DATE-WORK IS
008620*                  A REAL CALENDAR DATE.
008630*----------------------------------------------------------------
008640 3750-EDIT-DATE.
008650     MOVE "N" TO DLA00-DATE-OK-SW.
008660     IF DLA00-DATE-WORK IS NOT NUMERIC
008670             OR DLA00-DATE-YYYY < 1900
008680             OR DLA00-DATE-MM < 1
008690             OR DLA00-DATE-MM > 12
008700             OR DLA00-DATE-DD < 1
008710         GO TO 3750-EDIT-DATE-EXIT
008720     END-IF.
008730
008740     MOVE DLA00-MONTH-DAYS(DLA00-DATE-MM) TO DLA00-MONTH-LIMIT.
008750     IF DLA00-DATE-MM = 2
008760         DIVIDE DLA00-DATE-YYYY BY 4
008770             GIVING DLA00-LEAP-QUOT REMAINDER DLA00-LEAP-REM
008780         IF DLA00-LEAP-REM = ZERO
008790             MOVE 29 TO DLA00-MONTH-LIMIT
008800             DIVIDE DLA00-DATE-YYYY BY 100
008810                 GIVING DLA00-LEAP-QUOT REMAINDER DLA00-LEAP-REM
008820             IF DLA00-LEAP-REM = ZERO
008830                 MOVE 28 TO DLA00-MONTH-LIMIT
008840                 DIVIDE DLA00-DATE-YYYY BY 400
008850                     GIVING DLA00-LEAP-QUOT
008860                     REMAINDER DLA00-LEAP-REM
008870                 IF DLA00-LEAP-REM = ZERO
008880                     MOVE 29 TO DLA00-MONTH-LIMIT
008890                 END-IF
008900             END-IF
008910         END-IF
008920     END-IF.
008930     IF DLA00-DATE-DD > DLA00-MONTH-LIMIT
008940         GO TO 3750-EDIT-DATE-EXIT
008950     END-IF.
008960
008970     SET DLA00-DATE-OK TO TRUE.
008980
008990 3750-EDIT-DATE-EXIT.
009000     EXIT.
009010
009020*----------------------------------------------------------------
009030* 3800-SUM-ADDENDS - TOTAL THE MASTER RECORD'S ADDENDS INTO
009040*                    DLA00-ITEM-AMOUNT FOR THE EDIT AND THE
009050*                    REGISTER.
009060*----------------------------------------------------------------
009070 3800-SUM-ADDENDS.
009080     MOVE ZERO TO DLA00-ITEM-AMOUNT.
009090     IF ADDSTD-ADDEND-COUNT IS NOT NUMERIC
009100             OR ADDSTD-ADDEND-COUNT > 10
009110         GO TO 3800-SUM-ADDENDS-EXIT
009120     END-IF.
009130     PERFORM 3810-ADD-ONE-ADDEND
009140         THRU 3810-ADD-ONE-ADDEND-EXIT
009150         VARYING DLA00-ADD-SUB FROM 1 BY 1
009160         UNTIL DLA00-ADD-SUB > ADDSTD-ADDEND-COUNT.
009170
009180 3800-SUM-ADDENDS-EXIT.
009190     EXIT.
009200
009210 3810-ADD-ONE-ADDEND.
009220     ADD ADDSTD-ADDEND-TABLE(DLA00-ADD-SUB) TO DLA00-ITEM-AMOUNT.
009230
009240 3810-ADD-ONE-ADDEND-EXIT.
009250     EXIT.
009260
009270*----------------------------------------------------------------
009280* 4000-PRINT-HEADERS - PRINT THE RUN-HEADER AND COLUMN HEADING
009290*                      LINES AT THE TOP OF EACH PAGE.
009300*----------------------------------------------------------------
009310 4000-PRINT-HEADERS.
009320     ADD 1 TO DLA00-RPT-PAGE-COUNT.
009330     MOVE DLA00-RUN-DATE TO DLA00-RPT-H1-DATE.
009340     MOVE DLA00-RPT-PAGE-COUNT TO DLA00-RPT-H1-PAGE.
009350
009360     MOVE DLA00-RPT-HEADING1 TO ADDRPT-RECORD.
009370     PERFORM 7100-WRITE-REPORT-LINE
009380         THRU 7100-WRITE-REPORT-LINE-EXIT.
009390     MOVE DLA00-RPT-HEADING2 TO ADDRPT-RECORD.
009400     PERFORM 7100-WRITE-REPORT-LINE
009410         THRU 7100-WRITE-REPORT-LINE-EXIT.
009420
009430     MOVE ZERO TO DLA00-RPT-LINE-COUNT.
009440
009450 4000-PRINT-HEADERS-EXIT.
009460     EXIT.
009470
009480*----------------------------------------------------------------
009490* 4100-PRINT-DETAIL-LINE - PRINT ONE REGISTER LINE FOR THE
009500*                          CURRENT CARD - THE MASTER'S NEW
009510*                          IMAGE WHEN THE CARD APPLIED (THE
009520*                          RECORD AS DELETED FOR A D), FROM THE
009530*                          COPY SAVED BEFORE THE UPDATE, THE
009540*                          CARD'S OWN FIELDS WHEN IT WAS
009550*                          REJECTED.  THE CALLER SETS
009560*                          DLA00-RPT-DET-DISP FIRST.
009570*----------------------------------------------------------------
009580 4100-PRINT-DETAIL-LINE.
009590     IF DLA00-RPT-LINE-COUNT >= DLA00-RPT-PAGE-SIZE
009600         PERFORM 4000-PRINT-HEADERS
009610             THRU 4000-PRINT-HEADERS-EXIT
009620     END-IF.
009630
009640     MOVE ADDSTC-ACTION TO DLA00-RPT-DET-ACTION.
009650     MOVE ADDSTC-STEM TO DLA00-RPT-DET-STEM.
009660     MOVE ADDSTC-REQUESTED-BY TO DLA00-RPT-DET-REQ.
009670     IF DLA00-APPLIED
009680         MOVE DLA00-AFTER-IMAGE TO ADDSTD-RECORD
009690         PERFORM 4150-MOVE-MASTER-IMAGE
009700             THRU 4150-MOVE-MASTER-IMAGE-EXIT
009710     ELSE
009720         MOVE ADDSTC-GL-ACCOUNT TO DLA00-RPT-DET-ACCT
009730         MOVE ADDSTC-DESC TO DLA00-RPT-DET-DESC
009740         MOVE ADDSTC-TRANS-TYPE TO DLA00-RPT-DET-TYPE
009750         MOVE ADDSTC-FREQUENCY TO DLA00-RPT-DET-FREQ
009760         MOVE SPACE TO DLA00-RPT-DET-STATUS
009770         MOVE ZERO TO DLA00-RPT-DET-NEXT-DUE
009780                      DLA00-RPT-DET-END-DATE
009790                      DLA00-RPT-DET-AMOUNT
009800     END-IF.
009810     MOVE DLA00-RPT-DETAIL TO ADDRPT-RECORD.
009820     PERFORM 7100-WRITE-REPORT-LINE
009830         THRU 7100-WRITE-REPORT-LINE-EXIT.
009840
009850     ADD 1 TO DLA00-RPT-LINE-COUNT.
009860
009870 4100-PRINT-DETAIL-LINE-EXIT.
009880     EXIT.
009890
009900 4150-MOVE-MASTER-IMAGE.
009910     MOVE ADDSTD-GL-ACCOUNT TO DLA00-RPT-DET-ACCT.
009920     MOVE ADDSTD-DESC TO DLA00-RPT-DET-DESC.
009930     MOVE ADDSTD-TRANS-TYPE TO DLA00-RPT-DET-TYPE.
009940     MOVE ADDSTD-FREQUENCY TO DLA00-RPT-DET-FREQ.
009950     MOVE ADDSTD-STATUS TO DLA00-RPT-DET-STATUS.
009960     MOVE ADDSTD-NEXT-DUE TO DLA00-RPT-DET-NEXT-DUE.
009970     MOVE ADDSTD-END-DATE TO DLA00-RPT-DET-END-DATE.
009980     PERFORM 3800-SUM-ADDENDS
009990         THRU 3800-SUM-ADDENDS-EXIT.
010000     MOVE DLA00-ITEM-AMOUNT TO DLA00-RPT-DET-AMOUNT.
010010
010020 4150-MOVE-MASTER-IMAGE-EXIT.
010030     EXIT.
010040
010050*----------------------------------------------------------------
010060* 4200-PRINT-BEFORE-IMAGE - PRINT THE ITEM AS IT STOOD BEFORE A
010070*                           CHANGE, UNDER THE CHANGE'S OWN LINE.
010080*                           THE RECORD AREA IS RESTORED FROM
010090*                           THE SAVED IMAGE ONLY FOR PRINTING -
010100*                           THE MASTER WAS REWRITTEN ALREADY.
010110*----------------------------------------------------------------
010120 4200-PRINT-BEFORE-IMAGE.
010130     IF DLA00-RPT-LINE-COUNT >= DLA00-RPT-PAGE-SIZE
010140         PERFORM 4000-PRINT-HEADERS
010150             THRU 4000-PRINT-HEADERS-EXIT
010160     END-IF.
010170
010180     MOVE DLA00-BEFORE-IMAGE TO ADDSTD-RECORD.
010190     MOVE SPACE TO DLA00-RPT-DET-ACTION.
010200     PERFORM 4150-MOVE-MASTER-IMAGE
010210         THRU 4150-MOVE-MASTER-IMAGE-EXIT.
010220     MOVE ADDSTD-CHANGED-BY TO DLA00-RPT-DET-REQ.
010230     MOVE "  BEFORE IMAGE" TO DLA00-RPT-DET-DISP.
010240     MOVE DLA00-RPT-DETAIL TO ADDRPT-RECORD.
010250     PERFORM 7100-WRITE-REPORT-LINE
010260         THRU 7100-WRITE-REPORT-LINE-EXIT.
010270
010280     ADD 1 TO DLA00-RPT-LINE-COUNT.
010290
010300 4200-PRINT-BEFORE-IMAGE-EXIT.
010310     EXIT.
010320
010330*----------------------------------------------------------------
010340* 7100-WRITE-REPORT-LINE - WRITE THE LINE ALREADY MOVED TO
010350*                          ADDRPT-RECORD AND CHECK THE I/O.
010360*----------------------------------------------------------------
010370 7100-WRITE-REPORT-LINE.
010380     WRITE ADDRPT-RECORD.
010390     MOVE "STDRPT" TO DLA00-ERR-FILE-ID.
010400     MOVE DLA00-STDRPT-STATUS TO DLA00-ERR-STATUS.
010410     PERFORM 8000-CHECK-FILE-STATUS
010420         THRU 8000-CHECK-FILE-STATUS-EXIT.
010430
010440 7100-WRITE-REPORT-LINE-EXIT.
010450     EXIT.
010460
010470*----------------------------------------------------------------
010480* 9000-TERMINATE - PRINT THE DISPOSITION TOTALS, ANNOUNCE THE
010490*                  RUN ON THE JOB LOG AND END RC 4 WHEN ANY
010500*                  CARD WAS REJECTED.
010510*----------------------------------------------------------------
010520 9000-TERMINATE.
010530     MOVE DLA00-ADD-COUNT TO DLA00-RPT-TRL-ADDED.
010540     MOVE DLA00-CHANGE-COUNT TO DLA00-RPT-TRL-CHANGED.
010550     MOVE DLA00-HOLD-COUNT TO DLA00-RPT-TRL-HELD.
010560     MOVE DLA00-RESUME-COUNT TO DLA00-RPT-TRL-RESUMED.
010570     MOVE DLA00-DELETE-COUNT TO DLA00-RPT-TRL-DELETED.
010580     MOVE DLA00-REJECT-COUNT TO DLA00-RPT-TRL-REJECTED.
010590     MOVE DLA00-RPT-TRAILER TO ADDRPT-RECORD.
010600     PERFORM 7100-WRITE-REPORT-LINE
010610         THRU 7100-WRITE-REPORT-LINE-EXIT.
010620
010630     DISPLAY "ADDSTDMT RUN COMPLETE - "
010640             DLA00-ADD-COUNT " ADDED, "
010650             DLA00-CHANGE-COUNT " CHANGED, "
010660             DLA00-HOLD-COUNT " HELD, "
010670             DLA00-RESUME-COUNT " RESUMED, "
010680             DLA00-DELETE-COUNT " DELETED, "
010690             DLA00-REJECT-COUNT " REJECTED.".
010700
010710     IF DLA00-REJECT-COUNT > ZERO
010720         MOVE 4 TO RETURN-CODE
010730     END-IF.
010740
010750 9000-TERMINATE-EXIT.
010760     EXIT.
010770
010780*----------------------------------------------------------------
010790* 8000-CHECK-FILE-STATUS - COMMON I/O ERROR CHECK, PERFORMED
010800*                          AFTER EVERY OPEN, READ, WRITE,
010810*                          REWRITE AND DELETE.  THE CALLER
010820*                          MOVES THE FILE'S NAME AND CURRENT
010830*                          FILE STATUS INTO DLA00-ERR-FILE-ID/
010840*                          DLA00-ERR-STATUS IMMEDIATELY BEFORE
010850*                          THE PERFORM.  A NON-ZERO STATUS
010860*                          ABENDS THE RUN.
010870*----------------------------------------------------------------
010880 8000-CHECK-FILE-STATUS.
010890     IF DLA00-ERR-STATUS NOT = "00"
010900         DISPLAY "ADDSTDMT - I/O ERROR ON "
010910                 DLA00-ERR-FILE-ID " - FILE STATUS "
010920                 DLA00-ERR-STATUS "."
010930         MOVE 16 TO RETURN-CODE
010940         STOP RUN
010950     END-IF.
010960
010970 8000-CHECK-FILE-STATUS-EXIT.
010980     EXIT.
010990
011000*----------------------------------------------------------------
011010* 9999-EXIT - COMMON PROGRAM EXIT.
011020*----------------------------------------------------------------
011030 9999-EXIT.
011040     CLOSE ADDSTC-FILE
011050           ADDSTD-FILE
011060           ADDCOA-FILE
011070           STDRPT-FILE.
011080     STOP RUN.
011090
011100 9999-EXIT-EXIT.
011110     EXIT.
