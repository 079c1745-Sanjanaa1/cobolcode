000010*----------------------------------------------------------------
000020* ADDPMCREC.CPY
000030*   RECORD LAYOUT FOR THE ADDPMC PARAMETER MAINTENANCE CARD
000040*   FILE READ BY ADDPRMMT (ADDJOB16).  ONE 80-BYTE CARD PER
000050*   ACTION AGAINST ONE OF THE THREE CONTROL DATASETS NAMED IN
000060*   COLUMNS 2-7:
000070*     "ADDLIM" - THE BUSINESS LIMITS.  ACTION "C" ONLY; EACH
000080*                NON-BLANK LIMIT REPLACES THE ONE ON FILE;
000090*     "ADDAPR" - THE APPROVER MASTER.  RECORD TYPE "C" IS THE
000100*                DUAL-APPROVAL THRESHOLD (ACTION "C" ONLY,
000110*                THRESHOLD IN THE LIMIT COLUMNS); RECORD TYPE
000120*                "A" IS ONE APPROVER - ACTION "A" ADDS (ID,
000130*                LIMIT AND NAME REQUIRED), "C" CHANGES THE
000140*                NON-BLANK LIMIT AND NAME, "D" DELETES;
000150*     "ADDCAL" - THE HOLIDAY CALENDAR, KEYED BY DATE.  ACTION
000160*                "A" ADDS A HOLIDAY, "C" CHANGES ITS
000170*                DESCRIPTION, "D" DELETES IT.
000180*   AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS IN THE
000190*   SAME WIDTHS AS ON THE DATASETS THEMSELVES; DATES ARE
000200*   YYYYMMDD.  THE REQUESTER (THE PERSON WHO ASKED FOR THE
000210*   CHANGE) IS REQUIRED ON EVERY CARD, IN COLUMNS 73-80.
000220*   EVERY CARD AND ITS DISPOSITION IS LISTED ON THE PRMRPT
000230*   MAINTENANCE REGISTER.  CLEAR THE FILE AFTER EACH RUN.
000240*----------------------------------------------------------------
000250 01  ADDPMC-RECORD.
000260     05  ADDPMC-ACTION               PIC X(01).
000270         88  ADDPMC-ADD                     VALUE "A".
000280         88  ADDPMC-CHANGE                  VALUE "C".
000290         88  ADDPMC-DELETE                  VALUE "D".
000300     05  ADDPMC-FILE-ID              PIC X(06).
000310         88  ADDPMC-LIMITS                  VALUE "ADDLIM".
000320         88  ADDPMC-APPROVERS               VALUE "ADDAPR".
000330         88  ADDPMC-CALENDAR                VALUE "ADDCAL".
000340     05  ADDPMC-BODY                 PIC X(65).
000350     05  ADDPMC-LIM-BODY REDEFINES ADDPMC-BODY.
000360         10  ADDPMC-MAX-ADDEND       PIC X(07).
000370         10  ADDPMC-MAX-ADDEND-N REDEFINES ADDPMC-MAX-ADDEND
000380                                     PIC 9(05)V99.
000390         10  ADDPMC-MAX-RESULT       PIC X(09).
000400         10  ADDPMC-MAX-RESULT-N REDEFINES ADDPMC-MAX-RESULT
000410                                     PIC 9(07)V99.
000420         10  ADDPMC-MAX-RUN-TOTAL    PIC X(10).
000430         10  ADDPMC-MAX-RUN-TOTAL-N REDEFINES
000440                                     ADDPMC-MAX-RUN-TOTAL
000450                                     PIC 9(08)V99.
000460         10  FILLER                  PIC X(39).
000470     05  ADDPMC-APR-BODY REDEFINES ADDPMC-BODY.
000480         10  ADDPMC-APR-REC-TYPE     PIC X(01).
000490             88  ADDPMC-APR-CONTROL         VALUE "C".
000500             88  ADDPMC-APR-APPROVER        VALUE "A".
000510         10  ADDPMC-APR-ID           PIC X(08).
000520         10  ADDPMC-APR-LIMIT        PIC X(11).
000530         10  ADDPMC-APR-LIMIT-N REDEFINES ADDPMC-APR-LIMIT
000540                                     PIC 9(09)V99.
000550         10  ADDPMC-APR-NAME         PIC X(25).
000560         10  FILLER                  PIC X(20).
000570     05  ADDPMC-CAL-BODY REDEFINES ADDPMC-BODY.
000580         10  ADDPMC-CAL-DATE         PIC X(08).
000590         10  ADDPMC-CAL-DATE-N REDEFINES ADDPMC-CAL-DATE
000600                                     PIC 9(08).
000610         10  ADDPMC-CAL-DESC         PIC X(30).
000620         10  FILLER                  PIC X(27).
000630     05  ADDPMC-REQUESTED-BY         PIC X(08).
