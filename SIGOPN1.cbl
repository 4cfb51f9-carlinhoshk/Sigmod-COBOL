001000*
001010* SIGOPN1  --  OPEN EXCEPTIONS INVENTORY AND AGING
001020*
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID.                  SIGOPN1.
001050 AUTHOR.                      R SOARES  -  BATCH SCORING TEAM.
001060 INSTALLATION.                SIGMOD DATA CENTER.
001070 DATE-WRITTEN.                2026-10-15.
001080 DATE-COMPILED.
001090*
001100* REMARKS.     KEEPS THE STANDING INVENTORY OF UNRESOLVED
001110*              EXCEPTIONS.  SIG01'S SIGREJ01, SIGHLD02, SIGSUS01
001120*              AND SIGQAR01 ONLY EVER HOLD ONE NIGHT, SO THIS
001130*              STEP CARRIES LAST NIGHT'S OPEN ITEMS (SIGOPN01)
001140*              FORWARD TO A NEW GENERATION (SIGOPN02).  EACH
001150*              EXCEPTION TONIGHT EITHER RE-SIGHTS AN OPEN ITEM OF
001160*              THE SAME TYPE AND RECORD ID OR OPENS A NEW ONE
001170*              DATED THE SIGPRM01 BUSINESS RUN DATE.  SUSPENSE
001180*              ROWS MARKED SUPERSEDED WERE ALREADY COMPUTED AND
001190*              ARE NOT TRACKED.  AN ITEM NOT SEEN AGAIN TONIGHT
001200*              IS CLOSED WHEN ITS RECORD ID IS ON TONIGHT'S
001210*              SIGAUD01 (COMPUTED), A REJECT WHEN ITS RECORD ID
001220*              IS ON THE SIGFIX1 SIGRSB01 RESUBMISSION FILE
001230*              (RESUBMITTED, EVEN IF REJECTED AGAIN TONIGHT), AND
001240*              A HOLD WHEN IT IS NO LONGER ON SIGHLD02 (RELEASED).
001250*              A NEW ITEM TAKES ITS SOURCE FROM THE BATCH HEADER
001260*              IN FRONT OF IT ON SIGIN01 (QUARANTINE CARRIES ITS
001270*              OWN); ONE NOT FOUND THERE CAME IN ON THE HOLD
001280*              SWEEP AND IS SHOWN UNDER "HOLDSWEEP" AS SIG01
001290*              COUNTS IT.  THE SIGOPR01 REPORT AGES EVERY OPEN
001300*              ITEM BY TYPE, SOURCE AND CATEGORY IN BUCKETS OF
001310*              0-2, 3-7, 8-30 AND OVER 30 DAYS, THEN LISTS EVERY
001320*              ITEM OLDER THAN ITS TYPE'S SERVICE LEVEL (SIGOSL01
001330*              DAYS, DEFAULT REJECT 3, HOLD 30, SUSPENSE 5,
001340*              QUARANTINE 2).  ANY ITEM PAST ITS SERVICE LEVEL, A
001350*              MISSING INVENTORY OR EXCEPTION FILE, A BAD
001360*              INVENTORY ROW OR A FULL TABLE ENDS THE STEP WITH
001370*              RETURN CODE 4.
001380*
001390* MODIFICATION HISTORY
001400* DATE       INIT  DESCRIPTION
001410* ---------- ----  -------------------------------------------
001420* 2026-10-15 RS    ORIGINAL PROGRAM.
001430*
001440 ENVIRONMENT DIVISION.
001450 CONFIGURATION SECTION.
001460 SOURCE-COMPUTER.             SIGMOD-BATCH.
001470 OBJECT-COMPUTER.             SIGMOD-BATCH.
001480 INPUT-OUTPUT SECTION.
001490 FILE-CONTROL.
001500     SELECT OPTIONAL SIGPRM01-FILE ASSIGN TO "SIGPRM01"
001510         ORGANIZATION IS SEQUENTIAL
001520         FILE STATUS IS WS-PRM-FILE-STATUS.
001530     SELECT OPTIONAL SIGOSL01-FILE ASSIGN TO "SIGOSL01"
001540         ORGANIZATION IS SEQUENTIAL
001550         FILE STATUS IS WS-OSL-FILE-STATUS.
001560     SELECT OPTIONAL SIGOPN01-FILE ASSIGN TO "SIGOPN01"
001570         ORGANIZATION IS SEQUENTIAL
001580         FILE STATUS IS WS-OPN-FILE-STATUS.
001590     SELECT OPTIONAL SIGREJ01-FILE ASSIGN TO "SIGREJ01"
001600         ORGANIZATION IS SEQUENTIAL
001610         FILE STATUS IS WS-REJ-FILE-STATUS.
001620     SELECT OPTIONAL SIGHLD02-FILE ASSIGN TO "SIGHLD02"
001630         ORGANIZATION IS SEQUENTIAL
001640         FILE STATUS IS WS-HL2-FILE-STATUS.
001650     SELECT OPTIONAL SIGSUS01-FILE ASSIGN TO "SIGSUS01"
001660         ORGANIZATION IS SEQUENTIAL
001670         FILE STATUS IS WS-SUS-FILE-STATUS.
001680     SELECT OPTIONAL SIGQAR01-FILE ASSIGN TO "SIGQAR01"
001690         ORGANIZATION IS SEQUENTIAL
001700         FILE STATUS IS WS-QAR-FILE-STATUS.
001710     SELECT OPTIONAL SIGIN01-FILE ASSIGN TO "SIGIN01"
001720         ORGANIZATION IS SEQUENTIAL
001730         FILE STATUS IS WS-IN-FILE-STATUS.
001740     SELECT SIGAUD01-FILE ASSIGN TO "SIGAUD01"
001750         ORGANIZATION IS SEQUENTIAL.
001760     SELECT OPTIONAL SIGRSB01-FILE ASSIGN TO "SIGRSB01"
001770         ORGANIZATION IS SEQUENTIAL
001780         FILE STATUS IS WS-RSB-FILE-STATUS.
001790     SELECT SIGOPN02-FILE ASSIGN TO "SIGOPN02"
001800         ORGANIZATION IS SEQUENTIAL.
001810     SELECT SIGOPR01-FILE ASSIGN TO "SIGOPR01"
001820         ORGANIZATION IS SEQUENTIAL.
001830     SELECT SORT-WORK-FILE ASSIGN TO "SIGSWK01".
001840*
001850 DATA DIVISION.
001860 FILE SECTION.
001870 FD  SIGPRM01-FILE
001880         RECORDING MODE IS F.
001890         COPY SIGPRM01.
001900*
001910* ---------------------------------------------------------
001920*  SIGOSL01  --  SERVICE LEVELS, ONE HAND-KEYED RECORD.  DAYS
001930*  AN ITEM MAY STAY OPEN BEFORE IT IS PAST ITS SERVICE LEVEL,
001940*  FOR REJECTS, HOLDS, SUSPENSE AND QUARANTINE IN THAT ORDER.
001950*  A BLANK OR NON-NUMERIC FIELD KEEPS ITS DEFAULT (3, 30, 5
001960*  AND 2).
001970* ---------------------------------------------------------
001980 FD  SIGOSL01-FILE
001990         RECORDING MODE IS F.
002000 01  SIGOSL01-RECORD.
002010         05  OSL-REJECT-DAYS       PIC 9(3).
002020         05  OSL-REJECT-DAYS-X REDEFINES OSL-REJECT-DAYS
002030                                   PIC X(03).
002040         05  FILLER                PIC X(01).
002050         05  OSL-HOLD-DAYS         PIC 9(3).
002060         05  OSL-HOLD-DAYS-X REDEFINES OSL-HOLD-DAYS
002070                                   PIC X(03).
002080         05  FILLER                PIC X(01).
002090         05  OSL-SUSPENSE-DAYS     PIC 9(3).
002100         05  OSL-SUSPENSE-DAYS-X REDEFINES OSL-SUSPENSE-DAYS
002110                                   PIC X(03).
002120         05  FILLER                PIC X(01).
002130         05  OSL-QUARANTINE-DAYS   PIC 9(3).
002140         05  OSL-QUARANTINE-DAYS-X REDEFINES OSL-QUARANTINE-DAYS
002150                                   PIC X(03).
002160*
002170 FD  SIGOPN01-FILE
002180         RECORDING MODE IS F.
002190         COPY SIGOPN01.
002200*
002210 FD  SIGREJ01-FILE
002220         RECORDING MODE IS F.
002230         COPY SIGREJ01.
002240*
002250 FD  SIGHLD02-FILE
002260         RECORDING MODE IS F.
002270         COPY SIGREC01 REPLACING ==SIGREC01-RECORD==
002280                              BY ==SIGHLD02-RECORD==
002290                       LEADING ==SR== BY ==HL2==.
002300*
002310 FD  SIGSUS01-FILE
002320         RECORDING MODE IS F.
002330         COPY SIGREJ01 REPLACING ==SIGREJ01-RECORD==
002340                              BY ==SIGSUS01-RECORD==
002350                       LEADING ==RJ== BY ==SUS==.
002360*
002370 FD  SIGQAR01-FILE
002380         RECORDING MODE IS F.
002390         COPY SIGQAR01.
002400*
002410 FD  SIGIN01-FILE
002420         RECORDING MODE IS F.
002430         COPY SIGREC01.
002440         COPY SIGCTL01.
002450*
002460 FD  SIGAUD01-FILE
002470         RECORDING MODE IS F.
002480         COPY SIGAUD01.
002490*
002500 FD  SIGRSB01-FILE
002510         RECORDING MODE IS F.
002520         COPY SIGREC01 REPLACING ==SIGREC01-RECORD==
002530                              BY ==SIGRSB01-RECORD==
002540                       LEADING ==SR== BY ==RSB==.
002550*
002560 FD  SIGOPN02-FILE
002570         RECORDING MODE IS F.
002580         COPY SIGOPN01 REPLACING ==SIGOPN01-RECORD==
002590                              BY ==SIGOPN02-RECORD==
002600                       LEADING ==OPN== BY ==NOP==.
002610*
002620 FD  SIGOPR01-FILE
002630         RECORDING MODE IS F.
002640 01  SIGOPR01-RECORD           PIC X(80).
002650*
002660* ---------------------------------------------------------
002670*  SORT KEY FOR THE AGING REPORT  --  TYPE, SOURCE AND
002680*  CATEGORY, OLDEST ITEM FIRST, POINTING BACK AT THE ITEM
002690*  TABLE
002700* ---------------------------------------------------------
002710 SD  SORT-WORK-FILE.
002720 01  SORT-WORK-RECORD.
002730         05  SRT-GROUP.
002740             10  SRT-TYPE-SEQ      PIC X(01).
002750             10  SRT-SOURCE        PIC X(10).
002760             10  SRT-CATEGORY      PIC X(10).
002770         05  SRT-AGE               PIC 9(5).
002780         05  SRT-ITEM-SUB          PIC 9(5).
002790*
002800 WORKING-STORAGE SECTION.
002810* ---------------------------------------------------------
002820*  SWITCHES AND FILE STATUS
002830* ---------------------------------------------------------
002840 77  WS-PRM-FILE-STATUS        PIC X(02).
002850 77  WS-OSL-FILE-STATUS        PIC X(02).
002860 77  WS-OPN-FILE-STATUS        PIC X(02).
002870 77  WS-REJ-FILE-STATUS        PIC X(02).
002880 77  WS-HL2-FILE-STATUS        PIC X(02).
002890 77  WS-SUS-FILE-STATUS        PIC X(02).
002900 77  WS-QAR-FILE-STATUS        PIC X(02).
002910 77  WS-IN-FILE-STATUS         PIC X(02).
002920 77  WS-RSB-FILE-STATUS        PIC X(02).
002930 77  WS-OPN-EOF-SWITCH         PIC X(01) VALUE "N".
002940         88  END-OF-SIGOPN01       VALUE "Y".
002950 77  WS-REJ-EOF-SWITCH         PIC X(01) VALUE "N".
002960         88  END-OF-SIGREJ01       VALUE "Y".
002970 77  WS-HL2-EOF-SWITCH         PIC X(01) VALUE "N".
002980         88  END-OF-SIGHLD02       VALUE "Y".
002990 77  WS-SUS-EOF-SWITCH         PIC X(01) VALUE "N".
003000         88  END-OF-SIGSUS01       VALUE "Y".
003010 77  WS-QAR-EOF-SWITCH         PIC X(01) VALUE "N".
003020         88  END-OF-SIGQAR01       VALUE "Y".
003030 77  WS-IN-EOF-SWITCH          PIC X(01) VALUE "N".
003040         88  END-OF-SIGIN01        VALUE "Y".
003050 77  WS-AUD-EOF-SWITCH         PIC X(01) VALUE "N".
003060         88  END-OF-SIGAUD01       VALUE "Y".
003070 77  WS-RSB-EOF-SWITCH         PIC X(01) VALUE "N".
003080         88  END-OF-SIGRSB01       VALUE "Y".
003090 77  WS-SRT-EOF-SWITCH         PIC X(01) VALUE "N".
003100         88  END-OF-SORTED-OPN     VALUE "Y".
003110 77  WS-HL2-FILE-SWITCH        PIC X(01) VALUE "Y".
003120         88  WS-HL2-FILE-FOUND     VALUE "Y".
003130         88  WS-HL2-FILE-MISSING   VALUE "N".
003140 77  WS-IN-FILE-SWITCH         PIC X(01) VALUE "Y".
003150         88  WS-IN-FILE-FOUND      VALUE "Y".
003160         88  WS-IN-FILE-MISSING    VALUE "N".
003170 77  WS-OPN-ROW-SWITCH         PIC X(01) VALUE "Y".
003180         88  WS-OPN-ROW-VALID      VALUE "Y".
003190         88  WS-OPN-ROW-NOT-VALID  VALUE "N".
003200*
003210* ---------------------------------------------------------
003220*  BUSINESS RUN DATE AND THE SERVICE LEVELS.  THE TYPE
003230*  TABLES RUN REJECT, HOLD, SUSPENSE, QUARANTINE -- THE
003240*  ORDER THE REPORT TAKES THEM IN.
003250* ---------------------------------------------------------
003260 77  WS-RUN-DATE-NUM           PIC 9(8) VALUE 0.
003270 77  WS-RUN-DAY-INT            PIC 9(9) COMP VALUE 0.
003280 77  WS-OPEN-DAY-INT           PIC 9(9) COMP VALUE 0.
003290 77  WS-TYP-SUB                PIC 9(4) COMP VALUE 0.
003300 01  WS-TYPE-NAMES-X           PIC X(40) VALUE
003310         "REJECT    HOLD      SUSPENSE  QUARANTINE".
003320 01  WS-TYPE-NAMES REDEFINES WS-TYPE-NAMES-X.
003330         05  WS-TYPE-NAME          PIC X(10) OCCURS 4 TIMES.
003340 01  WS-SL-DAYS-X              PIC X(12) VALUE "003030005002".
003350 01  WS-SL-TABLE REDEFINES WS-SL-DAYS-X.
003360         05  WS-SL-DAYS            PIC 9(3) OCCURS 4 TIMES.
003370*
003380* ---------------------------------------------------------
003390*  ITEM TABLE  --  EVERY ITEM CARRIED IN ON SIGOPN01, THEN
003400*  EVERY ITEM OPENED TONIGHT FROM WS-ITM-FIRST-NEW ON.
003410*  WS-ITM-STATUS IS "O" WHILE OPEN, THEN "C" COMPUTED, "F"
003420*  RESUBMITTED THROUGH SIGFIX1 OR "L" RELEASED FROM HOLD.
003430* ---------------------------------------------------------
003440 77  WS-ITM-FOUND-SWITCH       PIC X(01) VALUE "N".
003450         88  WS-ITM-FOUND          VALUE "Y".
003460         88  WS-ITM-NOT-FOUND      VALUE "N".
003470 77  WS-ITM-MAX-ENTRIES        PIC 9(5) COMP VALUE 20000.
003480 77  WS-ITM-USED               PIC 9(5) COMP VALUE 0.
003490 77  WS-ITM-SUB                PIC 9(5) COMP VALUE 0.
003500 77  WS-ITM-FIRST-NEW          PIC 9(5) COMP VALUE 1.
003510 01  WS-ITM-TABLE.
003520         05  WS-ITM-ENTRY          OCCURS 20000 TIMES
003530                                   INDEXED BY WS-ITM-IDX.
003540             10  WS-ITM-TYPE           PIC X(01).
003550             10  WS-ITM-TYPE-SEQ       PIC 9(1).
003560             10  WS-ITM-RECORD-ID      PIC X(09).
003570             10  WS-ITM-EFF-DATE       PIC X(08).
003580             10  WS-ITM-SOURCE         PIC X(10).
003590             10  WS-ITM-CATEGORY       PIC X(10).
003600             10  WS-ITM-RAW-INPUT      PIC X(06).
003610             10  WS-ITM-OPEN-DATE      PIC 9(8).
003620             10  WS-ITM-LAST-SEEN      PIC 9(8).
003630             10  WS-ITM-SEEN-COUNT     PIC 9(4).
003640             10  WS-ITM-REASON         PIC X(45).
003650             10  WS-ITM-STATUS         PIC X(01).
003660             10  WS-ITM-TONIGHT        PIC X(01).
003670             10  WS-ITM-AGE            PIC 9(5).
003680             10  WS-ITM-BUCKET         PIC 9(1).
003690             10  WS-ITM-PAST-SL        PIC X(01).
003700*
003710* ---------------------------------------------------------
003720*  ONE EXCEPTION READ TONIGHT, AND THE SIGIN01 IMAGE IT IS
003730*  MATCHED AGAINST FOR ITS SOURCE
003740* ---------------------------------------------------------
003750 01  WS-EXC-ITEM.
003760         05  WS-EXC-TYPE           PIC X(01).
003770         05  WS-EXC-TYPE-SEQ       PIC 9(1).
003780         05  WS-EXC-RECORD-ID      PIC X(09).
003790         05  WS-EXC-EFF-DATE       PIC X(08).
003800         05  WS-EXC-SOURCE         PIC X(10).
003810         05  WS-EXC-CATEGORY       PIC X(10).
003820         05  WS-EXC-RAW-INPUT      PIC X(06).
003830         05  WS-EXC-REASON         PIC X(45).
003840 01  WS-IN-IMAGE.
003850         05  WS-IN-RECORD-ID       PIC X(09).
003860         05  WS-IN-EFF-DATE        PIC X(08).
003870         05  WS-IN-CATEGORY        PIC X(10).
003880         05  WS-IN-RAW-INPUT       PIC X(06).
003890 01  WS-IN-CUR-SOURCE          PIC X(10) VALUE SPACES.
003900 77  WS-NEED-SOURCE-COUNT      PIC 9(5) COMP VALUE 0.
003910 01  WS-CLS-RECORD-ID          PIC X(09) VALUE SPACES.
003920*
003930* ---------------------------------------------------------
003940*  CLOSE CANDIDATES  --  OPEN ITEMS FROM EARLIER NIGHTS NOT
003950*  SEEN AGAIN TONIGHT, THE ONLY ONES SIGAUD01 CAN CLOSE
003960* ---------------------------------------------------------
003970 77  WS-CND-USED               PIC 9(5) COMP VALUE 0.
003980 77  WS-CND-SUB                PIC 9(5) COMP VALUE 0.
003990 01  WS-CND-TABLE.
004000         05  WS-CND-ENTRY          OCCURS 20000 TIMES
004010                                   INDEXED BY WS-CND-IDX.
004020             10  WS-CND-ITEM-SUB       PIC 9(5) COMP.
004030*
004040* ---------------------------------------------------------
004050*  ITEMS PAST SERVICE LEVEL, IN REPORT ORDER, FOR THE LIST
004060*  AFTER THE AGING LINES
004070* ---------------------------------------------------------
004080 77  WS-PSL-USED               PIC 9(5) COMP VALUE 0.
004090 77  WS-PSL-SUB                PIC 9(5) COMP VALUE 0.
004100 01  WS-PSL-TABLE.
004110         05  WS-PSL-ENTRY          OCCURS 20000 TIMES
004120                                   INDEXED BY WS-PSL-IDX.
004130             10  WS-PSL-ITEM-SUB       PIC 9(5) COMP.
004140*
004150* ---------------------------------------------------------
004160*  AGING CONTROL BREAK ACCUMULATORS  --  TYPE/SOURCE/CATEGORY
004170*  GROUP, TYPE AND ALL ITEMS, FOUR AGE BUCKETS EACH
004180* ---------------------------------------------------------
004190 01  WS-CUR-GROUP              VALUE HIGH-VALUES.
004200         05  WS-CUR-TYPE-SEQ       PIC X(01).
004210         05  WS-CUR-SOURCE         PIC X(10).
004220         05  WS-CUR-CATEGORY       PIC X(10).
004230 77  WS-CUR-TYPE-SUB           PIC 9(4) COMP VALUE 0.
004240 01  WS-GRP-COUNTS             VALUE ZEROS.
004250         05  WS-GRP-BUCKET         PIC 9(7) OCCURS 4 TIMES.
004260         05  WS-GRP-TOTAL          PIC 9(7).
004270         05  WS-GRP-PAST           PIC 9(7).
004280 01  WS-TYP-COUNTS             VALUE ZEROS.
004290         05  WS-TYP-BUCKET         PIC 9(7) OCCURS 4 TIMES.
004300         05  WS-TYP-TOTAL          PIC 9(7).
004310         05  WS-TYP-PAST           PIC 9(7).
004320 01  WS-ALL-COUNTS             VALUE ZEROS.
004330         05  WS-ALL-BUCKET         PIC 9(7) OCCURS 4 TIMES.
004340         05  WS-ALL-TOTAL          PIC 9(7).
004350         05  WS-ALL-PAST           PIC 9(7).
004360 01  WS-OUT-COUNTS             VALUE ZEROS.
004370         05  WS-OUT-BUCKET         PIC 9(7) OCCURS 4 TIMES.
004380         05  WS-OUT-TOTAL          PIC 9(7).
004390         05  WS-OUT-PAST           PIC 9(7).
004400*
004410* ---------------------------------------------------------
004420*  RUN COUNTS
004430* ---------------------------------------------------------
004440 77  WS-OPN-READ-COUNT         PIC 9(9) COMP VALUE 0.
004450 77  WS-OPN-BAD-COUNT          PIC 9(9) COMP VALUE 0.
004460 77  WS-EXC-READ-COUNT         PIC 9(9) COMP VALUE 0.
004470 77  WS-EXC-SUPER-COUNT        PIC 9(9) COMP VALUE 0.
004480 77  WS-EXC-KNOWN-COUNT        PIC 9(9) COMP VALUE 0.
004490 77  WS-OPENED-COUNT           PIC 9(9) COMP VALUE 0.
004500 77  WS-LOST-COUNT             PIC 9(9) COMP VALUE 0.
004510 77  WS-MISSING-COUNT          PIC 9(4) COMP VALUE 0.
004520 77  WS-COMPUTED-COUNT         PIC 9(9) COMP VALUE 0.
004530 77  WS-RESUBMIT-COUNT         PIC 9(9) COMP VALUE 0.
004540 77  WS-RELEASED-COUNT         PIC 9(9) COMP VALUE 0.
004550 77  WS-STILL-OPEN-COUNT       PIC 9(9) COMP VALUE 0.
004560 77  WS-FINAL-RC               PIC 9(2) VALUE 0.
004570*
004580* ---------------------------------------------------------
004590*  CALENDAR DATE EDIT WORK AREAS  --  SAME EDIT SIG01
004600*  APPLIES TO THE SIGPRM01 RUN DATE
004610* ---------------------------------------------------------
004620 77  WS-DATE-VALID-SWITCH      PIC X(01) VALUE "Y".
004630         88  WS-DATE-IS-VALID      VALUE "Y".
004640         88  WS-DATE-NOT-VALID     VALUE "N".
004650 77  WS-VAL-MAX-DD             PIC 9(2) VALUE 0.
004660 77  WS-LEAP-QUOT              PIC 9(4) COMP VALUE 0.
004670 77  WS-LEAP-REM               PIC 9(4) COMP VALUE 0.
004680 01  WS-VAL-DATE.
004690         05  WS-VAL-CCYY           PIC 9(4).
004700         05  WS-VAL-MM             PIC 9(2).
004710         05  WS-VAL-DD             PIC 9(2).
004720 01  WS-VAL-DATE-N REDEFINES WS-VAL-DATE
004730                               PIC 9(8).
004740*
004750* ---------------------------------------------------------
004760*  REPORT CONTROLS AND CURRENT DATE
004770* ---------------------------------------------------------
004780 77  WS-LINE-COUNT             PIC 9(4) COMP VALUE 0.
004790 77  WS-PAGE-COUNT             PIC 9(4) COMP VALUE 0.
004800 77  WS-LINES-PER-PAGE         PIC 9(4) COMP VALUE 50.
004810 77  WS-SECTION-SWITCH         PIC X(01) VALUE "A".
004820         88  WS-AGING-SECTION      VALUE "A".
004830         88  WS-PAST-SL-SECTION    VALUE "P".
004840 01  WS-CURRENT-DATE.
004850         05  WS-CD-YY              PIC 9(2).
004860         05  WS-CD-MM              PIC 9(2).
004870         05  WS-CD-DD              PIC 9(2).
004880*
004890* ---------------------------------------------------------
004900*  REPORT LINE LAYOUTS
004910* ---------------------------------------------------------
004920 01  WS-HEADING-1.
004930         05  FILLER                PIC X(01) VALUE SPACE.
004940         05  FILLER                PIC X(35) VALUE
004950             "SIGOPN1 - OPEN EXCEPTIONS AGING".
004960         05  FILLER                PIC X(06) VALUE SPACES.
004970         05  FILLER                PIC X(06) VALUE "DATE: ".
004980         05  H1-MM                 PIC 99.
004990         05  FILLER                PIC X(01) VALUE "/".
005000         05  H1-DD                 PIC 99.
005010         05  FILLER                PIC X(01) VALUE "/".
005020         05  H1-YY                 PIC 99.
005030         05  FILLER                PIC X(05) VALUE SPACES.
005040         05  FILLER                PIC X(06) VALUE "PAGE: ".
005050         05  H1-PAGE               PIC ZZZ9.
005060*
005070 01  WS-RUN-LINE.
005080         05  FILLER                PIC X(01) VALUE SPACE.
005090         05  FILLER                PIC X(09) VALUE "RUN DATE ".
005100         05  RL-RUN-DATE           PIC 9(8).
005110         05  FILLER                PIC X(24)
005120                 VALUE "   SERVICE LEVEL  REJECT".
005130         05  RL-REJECT             PIC ZZZ9.
005140         05  FILLER                PIC X(06) VALUE "  HOLD".
005150         05  RL-HOLD               PIC ZZZ9.
005160         05  FILLER                PIC X(06) VALUE "  SUSP".
005170         05  RL-SUSPENSE           PIC ZZZ9.
005180         05  FILLER                PIC X(06) VALUE "  QUAR".
005190         05  RL-QUARANTINE         PIC ZZZ9.
005200*
005210 01  WS-HEADING-2.
005220         05  FILLER                PIC X(01) VALUE SPACE.
005230         05  FILLER                PIC X(11) VALUE "TYPE".
005240         05  FILLER                PIC X(11) VALUE "SOURCE".
005250         05  FILLER                PIC X(10) VALUE "CATEGORY".
005260         05  FILLER                PIC X(07) VALUE "    0-2".
005270         05  FILLER                PIC X(07) VALUE "    3-7".
005280         05  FILLER                PIC X(07) VALUE "   8-30".
005290         05  FILLER                PIC X(07) VALUE "    >30".
005300         05  FILLER                PIC X(08) VALUE "   TOTAL".
005310         05  FILLER                PIC X(08) VALUE " PAST SL".
005320*
005330 01  WS-AGING-LINE.
005340         05  FILLER                PIC X(01) VALUE SPACE.
005350         05  AL-TYPE               PIC X(10).
005360         05  FILLER                PIC X(01) VALUE SPACE.
005370         05  AL-SOURCE             PIC X(10).
005380         05  FILLER                PIC X(01) VALUE SPACE.
005390         05  AL-CATEGORY           PIC X(10).
005400         05  AL-BUCKET-COLUMN      OCCURS 4 TIMES.
005410             10  FILLER            PIC X(01).
005420             10  AL-BUCKET         PIC ZZ,ZZ9.
005430         05  FILLER                PIC X(01) VALUE SPACE.
005440         05  AL-TOTAL              PIC ZZZ,ZZ9.
005450         05  FILLER                PIC X(01) VALUE SPACE.
005460         05  AL-PAST               PIC ZZZ,ZZ9.
005470*
005480 01  WS-PAST-SL-TITLE.
005490         05  FILLER                PIC X(01) VALUE SPACE.
005500         05  FILLER                PIC X(40) VALUE
005510             "ITEMS PAST SERVICE LEVEL, OLDEST FIRST".
005520*
005530 01  WS-HEADING-3.
005540         05  FILLER                PIC X(01) VALUE SPACE.
005550         05  FILLER                PIC X(11) VALUE "TYPE".
005560         05  FILLER                PIC X(10) VALUE "RECORD ID".
005570         05  FILLER                PIC X(09) VALUE "EFF DATE".
005580         05  FILLER                PIC X(11) VALUE "SOURCE".
005590         05  FILLER                PIC X(11) VALUE "CATEGORY".
005600         05  FILLER                PIC X(09) VALUE "OPENED".
005610         05  FILLER                PIC X(06) VALUE "  AGE ".
005620         05  FILLER                PIC X(04) VALUE "SEEN".
005630*
005640 01  WS-DETAIL-LINE.
005650         05  FILLER                PIC X(01) VALUE SPACE.
005660         05  DL-TYPE               PIC X(10).
005670         05  FILLER                PIC X(01) VALUE SPACE.
005680         05  DL-RECORD-ID          PIC X(09).
005690         05  FILLER                PIC X(01) VALUE SPACE.
005700         05  DL-EFF-DATE           PIC X(08).
005710         05  FILLER                PIC X(01) VALUE SPACE.
005720         05  DL-SOURCE             PIC X(10).
005730         05  FILLER                PIC X(01) VALUE SPACE.
005740         05  DL-CATEGORY           PIC X(10).
005750         05  FILLER                PIC X(01) VALUE SPACE.
005760         05  DL-OPEN-DATE          PIC 9(8).
005770         05  FILLER                PIC X(01) VALUE SPACE.
005780         05  DL-AGE                PIC ZZZZ9.
005790         05  FILLER                PIC X(01) VALUE SPACE.
005800         05  DL-SEEN               PIC ZZZ9.
005810*
005820 01  WS-REASON-LINE.
005830         05  FILLER                PIC X(12) VALUE SPACES.
005840         05  FILLER                PIC X(08) VALUE "REASON  ".
005850         05  RS-REASON             PIC X(45).
005860*
005870 01  WS-SUM-LINE.
005880         05  FILLER                PIC X(01) VALUE SPACE.
005890         05  SL-LABEL              PIC X(34).
005900         05  SL-COUNT              PIC ZZZ,ZZZ,ZZ9.
005910*
005920 PROCEDURE DIVISION.
005930* ===========================================================*
005940*  0000-MAINLINE
005950* ===========================================================*
005960 0000-MAINLINE.
005970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005980     PERFORM 2000-LOAD-INVENTORY THRU 2000-EXIT.
005990     PERFORM 3000-TAKE-EXCEPTIONS THRU 3000-EXIT.
006000     PERFORM 3700-FIND-SOURCES THRU 3700-EXIT.
006010     PERFORM 4000-CLOSE-ITEMS THRU 4000-EXIT.
006020     PERFORM 6000-WRITE-INVENTORY THRU 6000-EXIT.
006030     SORT SORT-WORK-FILE
006040         ON ASCENDING KEY SRT-TYPE-SEQ
006050                          SRT-SOURCE
006060                          SRT-CATEGORY
006070         ON DESCENDING KEY SRT-AGE
006080         ON ASCENDING KEY SRT-ITEM-SUB
006090         INPUT PROCEDURE IS 7000-RELEASE-OPEN-ITEMS THRU 7000-EXIT
006100         OUTPUT PROCEDURE IS 7100-REPORT-AGING THRU 7100-EXIT.
006110     PERFORM 7700-LIST-PAST-SL THRU 7700-EXIT.
006120     PERFORM 8000-TERMINATE THRU 8000-EXIT.
006130     GO TO 9999-EXIT.
006140*
006150* ===========================================================*
006160*  1000-INITIALIZE  --  RUN DATE, SERVICE LEVELS, REPORT
006170*          HEADINGS
006180* ===========================================================*
006190 1000-INITIALIZE.
006200     PERFORM 1100-READ-RUN-PARAMETERS THRU 1100-EXIT.
006210     PERFORM 1200-READ-SERVICE-LEVELS THRU 1200-EXIT.
006220     COMPUTE WS-RUN-DAY-INT =
006230         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
006240     OPEN OUTPUT SIGOPR01-FILE.
006250     ACCEPT WS-CURRENT-DATE FROM DATE.
006260     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
006270     MOVE WS-RUN-DATE-NUM TO RL-RUN-DATE.
006280     MOVE WS-SL-DAYS(1)   TO RL-REJECT.
006290     MOVE WS-SL-DAYS(2)   TO RL-HOLD.
006300     MOVE WS-SL-DAYS(3)   TO RL-SUSPENSE.
006310     MOVE WS-SL-DAYS(4)   TO RL-QUARANTINE.
006320     WRITE SIGOPR01-RECORD FROM WS-RUN-LINE
006330         AFTER ADVANCING 1.
006340     WRITE SIGOPR01-RECORD FROM WS-HEADING-2
006350         AFTER ADVANCING 2.
006360     ADD 3 TO WS-LINE-COUNT.
006370 1000-EXIT.
006380     EXIT.
006390*
006400* ===========================================================*
006410*  1100-READ-RUN-PARAMETERS  --  THE BUSINESS RUN DATE OFF
006420*          SIGPRM01, DEFAULTED TO TODAY
006430* ===========================================================*
006440 1100-READ-RUN-PARAMETERS.
006450     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
006460     OPEN INPUT SIGPRM01-FILE.
006470     IF WS-PRM-FILE-STATUS = "00"
006480         READ SIGPRM01-FILE
006490             AT END
006500                 CONTINUE
006510             NOT AT END
006520                 IF PRM-RUN-DATE IS NUMERIC
006530                     MOVE PRM-RUN-DATE TO WS-VAL-DATE
006540                     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
006550                     IF WS-DATE-IS-VALID
006560                         MOVE WS-VAL-DATE-N TO WS-RUN-DATE-NUM
006570                     END-IF
006580                 END-IF
006590         END-READ
006600     END-IF.
006610     CLOSE SIGPRM01-FILE.
006620 1100-EXIT.
006630     EXIT.
006640*
006650* ===========================================================*
006660*  1200-READ-SERVICE-LEVELS  --  OPTIONAL SIGOSL01, FIELD BY
006670*          FIELD OVER THE DEFAULTS
006680* ===========================================================*
006690 1200-READ-SERVICE-LEVELS.
006700     OPEN INPUT SIGOSL01-FILE.
006702     IF WS-OSL-FILE-STATUS = "00"
006704         READ SIGOSL01-FILE
006706             AT END
006708                 CONTINUE
006710             NOT AT END
006712                 PERFORM 1210-APPLY-SERVICE-LEVELS THRU 1210-EXIT
006714         END-READ
006730     END-IF.
006732     CLOSE SIGOSL01-FILE.
006734 1200-EXIT.
006736     EXIT.
006738*
006740* ===========================================================*
006742*  1210-APPLY-SERVICE-LEVELS  --  EACH NUMERIC SIGOSL01 FIELD
006744*          REPLACES ITS DEFAULT
006746* ===========================================================*
006748 1210-APPLY-SERVICE-LEVELS.
006780     IF OSL-REJECT-DAYS-X IS NUMERIC
006790         MOVE OSL-REJECT-DAYS TO WS-SL-DAYS(1)
006800     END-IF.
006810     IF OSL-HOLD-DAYS-X IS NUMERIC
006820         MOVE OSL-HOLD-DAYS TO WS-SL-DAYS(2)
006830     END-IF.
006840     IF OSL-SUSPENSE-DAYS-X IS NUMERIC
006850         MOVE OSL-SUSPENSE-DAYS TO WS-SL-DAYS(3)
006860     END-IF.
006870     IF OSL-QUARANTINE-DAYS-X IS NUMERIC
006880         MOVE OSL-QUARANTINE-DAYS TO WS-SL-DAYS(4)
006890     END-IF.
006892 1210-EXIT.
006930     EXIT.
006940*
006950* ===========================================================*
006960*  1300-WRITE-HEADINGS  --  NEW PAGE, HEADINGS, RESET LINES
006970* ===========================================================*
006980 1300-WRITE-HEADINGS.
006990     ADD 1 TO WS-PAGE-COUNT.
007000     MOVE WS-CD-MM TO H1-MM.
007010     MOVE WS-CD-DD TO H1-DD.
007020     MOVE WS-CD-YY TO H1-YY.
007030     MOVE WS-PAGE-COUNT TO H1-PAGE.
007040     WRITE SIGOPR01-RECORD FROM WS-HEADING-1
007050         AFTER ADVANCING PAGE.
007060     MOVE ZERO TO WS-LINE-COUNT.
007070 1300-EXIT.
007080     EXIT.
007090*
007100* ===========================================================*
007110*  2000-LOAD-INVENTORY  --  LAST NIGHT'S OPEN ITEMS INTO THE
007120*          ITEM TABLE.  MISSING MEANS A FIRST NIGHT (OR A LOST
007130*          GENERATION) AND STARTS AN EMPTY INVENTORY.
007140* ===========================================================*
007150 2000-LOAD-INVENTORY.
007160     OPEN INPUT SIGOPN01-FILE.
007170     IF WS-OPN-FILE-STATUS NOT = "00"
007180         MOVE "Y" TO WS-OPN-EOF-SWITCH
007190         ADD 1 TO WS-MISSING-COUNT
007200         DISPLAY "SIGOPN1 WARNING - NO SIGOPN01 INVENTORY, "
007210             "STARTING AN EMPTY ONE"
007220     END-IF.
007230     PERFORM 2100-LOAD-ONE-ITEM THRU 2100-EXIT
007240         UNTIL END-OF-SIGOPN01.
007250     CLOSE SIGOPN01-FILE.
007260     COMPUTE WS-ITM-FIRST-NEW = WS-ITM-USED + 1.
007270 2000-EXIT.
007280     EXIT.
007290*
007300* ===========================================================*
007310*  2100-LOAD-ONE-ITEM  --  ONE INVENTORY ROW, EDITED, INTO
007320*          THE NEXT SLOT AS OPEN AND NOT YET SEEN TONIGHT
007330* ===========================================================*
007340 2100-LOAD-ONE-ITEM.
007350     READ SIGOPN01-FILE
007360         AT END
007370             MOVE "Y" TO WS-OPN-EOF-SWITCH
007380             GO TO 2100-EXIT
007390     END-READ.
007400     ADD 1 TO WS-OPN-READ-COUNT.
007410     PERFORM 2200-EDIT-ITEM-ROW THRU 2200-EXIT.
007420     IF WS-OPN-ROW-NOT-VALID
007430         ADD 1 TO WS-OPN-BAD-COUNT
007440         DISPLAY "SIGOPN1 WARNING - BAD SIGOPN01 ROW FOR "
007450             OPN-TYPE " " OPN-RECORD-ID " SKIPPED"
007460         GO TO 2100-EXIT
007470     END-IF.
007480     IF WS-ITM-USED >= WS-ITM-MAX-ENTRIES
007490         ADD 1 TO WS-LOST-COUNT
007500         DISPLAY "SIGOPN1 WARNING - ITEM TABLE FULL, "
007510             OPN-TYPE " " OPN-RECORD-ID " DROPPED"
007520         GO TO 2100-EXIT
007530     END-IF.
007540     ADD 1 TO WS-ITM-USED.
007550     SET WS-ITM-IDX TO WS-ITM-USED.
007560     MOVE OPN-TYPE           TO WS-ITM-TYPE(WS-ITM-IDX).
007570     MOVE WS-TYP-SUB         TO WS-ITM-TYPE-SEQ(WS-ITM-IDX).
007580     MOVE OPN-RECORD-ID      TO WS-ITM-RECORD-ID(WS-ITM-IDX).
007590     MOVE OPN-EFF-DATE       TO WS-ITM-EFF-DATE(WS-ITM-IDX).
007600     MOVE OPN-SOURCE         TO WS-ITM-SOURCE(WS-ITM-IDX).
007610     MOVE OPN-CATEGORY       TO WS-ITM-CATEGORY(WS-ITM-IDX).
007620     MOVE OPN-RAW-INPUT      TO WS-ITM-RAW-INPUT(WS-ITM-IDX).
007630     MOVE OPN-OPEN-DATE      TO WS-ITM-OPEN-DATE(WS-ITM-IDX).
007640     MOVE OPN-LAST-SEEN-DATE TO WS-ITM-LAST-SEEN(WS-ITM-IDX).
007650     MOVE OPN-SEEN-COUNT     TO WS-ITM-SEEN-COUNT(WS-ITM-IDX).
007660     MOVE OPN-REASON         TO WS-ITM-REASON(WS-ITM-IDX).
007670     MOVE "O"                TO WS-ITM-STATUS(WS-ITM-IDX).
007680     MOVE "N"                TO WS-ITM-TONIGHT(WS-ITM-IDX).
007690     MOVE ZERO               TO WS-ITM-AGE(WS-ITM-IDX).
007700     MOVE ZERO               TO WS-ITM-BUCKET(WS-ITM-IDX).
007710     MOVE "N"                TO WS-ITM-PAST-SL(WS-ITM-IDX).
007720 2100-EXIT.
007730     EXIT.
007740*
007750* ===========================================================*
007760*  2200-EDIT-ITEM-ROW  --  A KNOWN TYPE (ITS REPORT ORDER LEFT
007770*          IN WS-TYP-SUB), A RECORD ID AND A REAL OPEN DATE.  A
007780*          BAD LAST-SEEN DATE OR COUNT IS TAKEN FROM THE OPEN.
007790* ===========================================================*
007800 2200-EDIT-ITEM-ROW.
007810     SET WS-OPN-ROW-VALID TO TRUE.
007820     EVALUATE TRUE
007830         WHEN OPN-REJECT
007840             MOVE 1 TO WS-TYP-SUB
007850         WHEN OPN-HOLD
007860             MOVE 2 TO WS-TYP-SUB
007870         WHEN OPN-SUSPENSE
007880             MOVE 3 TO WS-TYP-SUB
007890         WHEN OPN-QUARANTINE
007900             MOVE 4 TO WS-TYP-SUB
007910         WHEN OTHER
007920             SET WS-OPN-ROW-NOT-VALID TO TRUE
007930             GO TO 2200-EXIT
007940     END-EVALUATE.
007950     IF OPN-RECORD-ID = SPACES
007960        OR OPN-OPEN-DATE-X IS NOT NUMERIC
007970         SET WS-OPN-ROW-NOT-VALID TO TRUE
007980         GO TO 2200-EXIT
007990     END-IF.
008000     MOVE OPN-OPEN-DATE TO WS-VAL-DATE.
008010     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT.
008020     IF WS-DATE-NOT-VALID
008030         SET WS-OPN-ROW-NOT-VALID TO TRUE
008040         GO TO 2200-EXIT
008050     END-IF.
008060     IF OPN-LAST-SEEN-DATE IS NOT NUMERIC
008070         MOVE OPN-OPEN-DATE TO OPN-LAST-SEEN-DATE
008080     END-IF.
008090     IF OPN-SEEN-COUNT IS NOT NUMERIC
008100         MOVE 1 TO OPN-SEEN-COUNT
008110     END-IF.
008120 2200-EXIT.
008130     EXIT.
008140*
008150* ===========================================================*
008160*  3000-TAKE-EXCEPTIONS  --  TONIGHT'S FOUR EXCEPTION FILES,
008170*          IN REPORT ORDER
008180* ===========================================================*
008190 3000-TAKE-EXCEPTIONS.
008200     PERFORM 3100-TAKE-REJECTS THRU 3100-EXIT.
008210     PERFORM 3200-TAKE-HOLDS THRU 3200-EXIT.
008220     PERFORM 3300-TAKE-SUSPENSE THRU 3300-EXIT.
008230     PERFORM 3400-TAKE-QUARANTINE THRU 3400-EXIT.
008240 3000-EXIT.
008250     EXIT.
008260*
008270* ===========================================================*
008280*  3100-TAKE-REJECTS  --  SIGREJ01, ONE REJECT ITEM PER ROW
008290* ===========================================================*
008300 3100-TAKE-REJECTS.
008310     OPEN INPUT SIGREJ01-FILE.
008320     IF WS-REJ-FILE-STATUS NOT = "00"
008330         MOVE "Y" TO WS-REJ-EOF-SWITCH
008340         ADD 1 TO WS-MISSING-COUNT
008350         DISPLAY "SIGOPN1 WARNING - NO SIGREJ01 REJECT FILE"
008360     END-IF.
008370     PERFORM 3110-TAKE-ONE-REJECT THRU 3110-EXIT
008380         UNTIL END-OF-SIGREJ01.
008390     CLOSE SIGREJ01-FILE.
008400 3100-EXIT.
008410     EXIT.
008420*
008430* ===========================================================*
008440*  3110-TAKE-ONE-REJECT  --  ONE SIGREJ01 ROW
008450* ===========================================================*
008460 3110-TAKE-ONE-REJECT.
008470     READ SIGREJ01-FILE
008480         AT END
008490             MOVE "Y" TO WS-REJ-EOF-SWITCH
008500             GO TO 3110-EXIT
008510     END-READ.
008520     MOVE "R"                TO WS-EXC-TYPE.
008530     MOVE 1                  TO WS-EXC-TYPE-SEQ.
008540     MOVE RJ-RECORD-ID       TO WS-EXC-RECORD-ID.
008550     MOVE RJ-EFF-DATE        TO WS-EXC-EFF-DATE.
008560     MOVE SPACES             TO WS-EXC-SOURCE.
008570     MOVE RJ-SOURCE-CATEGORY TO WS-EXC-CATEGORY.
008580     MOVE RJ-RAW-INPUT       TO WS-EXC-RAW-INPUT.
008590     MOVE RJ-REASON          TO WS-EXC-REASON.
008600     PERFORM 3500-NOTE-EXCEPTION THRU 3500-EXIT.
008610 3110-EXIT.
008620     EXIT.
008630*
008640* ===========================================================*
008650*  3200-TAKE-HOLDS  --  SIGHLD02, ONE HOLD ITEM PER RECORD.
008660*          MISSING, NO HOLD CAN BE TAKEN AS RELEASED TONIGHT.
008670* ===========================================================*
008680 3200-TAKE-HOLDS.
008690     OPEN INPUT SIGHLD02-FILE.
008700     IF WS-HL2-FILE-STATUS NOT = "00"
008710         MOVE "Y" TO WS-HL2-EOF-SWITCH
008720         SET WS-HL2-FILE-MISSING TO TRUE
008730         ADD 1 TO WS-MISSING-COUNT
008740         DISPLAY "SIGOPN1 WARNING - NO SIGHLD02 HOLD FILE, "
008750             "NO HOLD RELEASED"
008760     END-IF.
008770     PERFORM 3210-TAKE-ONE-HOLD THRU 3210-EXIT
008780         UNTIL END-OF-SIGHLD02.
008790     CLOSE SIGHLD02-FILE.
008800 3200-EXIT.
008810     EXIT.
008820*
008830* ===========================================================*
008840*  3210-TAKE-ONE-HOLD  --  ONE SIGHLD02 RECORD
008850* ===========================================================*
008860 3210-TAKE-ONE-HOLD.
008870     READ SIGHLD02-FILE
008880         AT END
008890             MOVE "Y" TO WS-HL2-EOF-SWITCH
008900             GO TO 3210-EXIT
008910     END-READ.
008920     MOVE "H"                 TO WS-EXC-TYPE.
008930     MOVE 2                   TO WS-EXC-TYPE-SEQ.
008940     MOVE HL2-RECORD-ID       TO WS-EXC-RECORD-ID.
008950     MOVE HL2-EFFECTIVE-DATE  TO WS-EXC-EFF-DATE.
008960     MOVE SPACES              TO WS-EXC-SOURCE.
008970     MOVE HL2-SOURCE-CATEGORY TO WS-EXC-CATEGORY.
008980     MOVE HL2-SCORE-X         TO WS-EXC-RAW-INPUT.
008990     MOVE "HELD - EFFECTIVE DATE AFTER THE RUN DATE"
009000         TO WS-EXC-REASON.
009010     PERFORM 3500-NOTE-EXCEPTION THRU 3500-EXIT.
009020 3210-EXIT.
009030     EXIT.
009040*
009050* ===========================================================*
009060*  3300-TAKE-SUSPENSE  --  SIGSUS01, ONE SUSPENSE ITEM PER
009070*          DUPLICATE SET ASIDE
009080* ===========================================================*
009090 3300-TAKE-SUSPENSE.
009100     OPEN INPUT SIGSUS01-FILE.
009110     IF WS-SUS-FILE-STATUS NOT = "00"
009120         MOVE "Y" TO WS-SUS-EOF-SWITCH
009130         ADD 1 TO WS-MISSING-COUNT
009140         DISPLAY "SIGOPN1 WARNING - NO SIGSUS01 SUSPENSE FILE"
009150     END-IF.
009160     PERFORM 3310-TAKE-ONE-SUSPENSE THRU 3310-EXIT
009170         UNTIL END-OF-SIGSUS01.
009180     CLOSE SIGSUS01-FILE.
009190 3300-EXIT.
009200     EXIT.
009210*
009220* ===========================================================*
009230*  3310-TAKE-ONE-SUSPENSE  --  ONE SIGSUS01 ROW.  A SUPERSEDED
009240*          OCCURRENCE WAS ALREADY COMPUTED AND IS NOT TRACKED.
009250* ===========================================================*
009260 3310-TAKE-ONE-SUSPENSE.
009270     READ SIGSUS01-FILE
009280         AT END
009290             MOVE "Y" TO WS-SUS-EOF-SWITCH
009300             GO TO 3310-EXIT
009310     END-READ.
009320     IF SUS-REASON = "SUPERSEDED BY LATER EFFECTIVE DATE"
009330         ADD 1 TO WS-EXC-SUPER-COUNT
009340         GO TO 3310-EXIT
009350     END-IF.
009360     MOVE "S"                 TO WS-EXC-TYPE.
009370     MOVE 3                   TO WS-EXC-TYPE-SEQ.
009380     MOVE SUS-RECORD-ID       TO WS-EXC-RECORD-ID.
009390     MOVE SUS-EFF-DATE        TO WS-EXC-EFF-DATE.
009400     MOVE SPACES              TO WS-EXC-SOURCE.
009410     MOVE SUS-SOURCE-CATEGORY TO WS-EXC-CATEGORY.
009420     MOVE SUS-RAW-INPUT       TO WS-EXC-RAW-INPUT.
009430     MOVE SUS-REASON          TO WS-EXC-REASON.
009440     PERFORM 3500-NOTE-EXCEPTION THRU 3500-EXIT.
009450 3310-EXIT.
009460     EXIT.
009470*
009480* ===========================================================*
009490*  3400-TAKE-QUARANTINE  --  SIGQAR01, ONE QUARANTINE ITEM
009500*          PER RECORD OF A BATCH SET ASIDE
009510* ===========================================================*
009520 3400-TAKE-QUARANTINE.
009530     OPEN INPUT SIGQAR01-FILE.
009540     IF WS-QAR-FILE-STATUS NOT = "00"
009550         MOVE "Y" TO WS-QAR-EOF-SWITCH
009560         ADD 1 TO WS-MISSING-COUNT
009570         DISPLAY "SIGOPN1 WARNING - NO SIGQAR01 QUARANTINE FILE"
009580     END-IF.
009590     PERFORM 3410-TAKE-ONE-QUARANTINE THRU 3410-EXIT
009600         UNTIL END-OF-SIGQAR01.
009610     CLOSE SIGQAR01-FILE.
009620 3400-EXIT.
009630     EXIT.
009640*
009650* ===========================================================*
009660*  3410-TAKE-ONE-QUARANTINE  --  ONE SIGQAR01 ROW; THE BATCH
009670*          SOURCE COMES WITH IT
009680* ===========================================================*
009690 3410-TAKE-ONE-QUARANTINE.
009700     READ SIGQAR01-FILE
009710         AT END
009720             MOVE "Y" TO WS-QAR-EOF-SWITCH
009730             GO TO 3410-EXIT
009740     END-READ.
009750     MOVE QAR-RECORD-IMAGE   TO WS-IN-IMAGE.
009760     MOVE "Q"                TO WS-EXC-TYPE.
009770     MOVE 4                  TO WS-EXC-TYPE-SEQ.
009780     MOVE WS-IN-RECORD-ID    TO WS-EXC-RECORD-ID.
009790     MOVE WS-IN-EFF-DATE     TO WS-EXC-EFF-DATE.
009800     MOVE QAR-SOURCE         TO WS-EXC-SOURCE.
009810     MOVE WS-IN-CATEGORY     TO WS-EXC-CATEGORY.
009820     MOVE WS-IN-RAW-INPUT    TO WS-EXC-RAW-INPUT.
009830     MOVE SPACES             TO WS-EXC-REASON.
009840     STRING "BATCH QUARANTINED - " DELIMITED BY SIZE
009850            QAR-REASON             DELIMITED BY SIZE
009860         INTO WS-EXC-REASON
009870     END-STRING.
009880     PERFORM 3500-NOTE-EXCEPTION THRU 3500-EXIT.
009890 3410-EXIT.
009900     EXIT.
009910*
009920* ===========================================================*
009930*  3500-NOTE-EXCEPTION  --  WS-EXC-ITEM RE-SIGHTS THE OPEN
009940*          ITEM OF THE SAME TYPE AND RECORD ID, OR OPENS ONE.
009950*          THE SEEN COUNT GOES UP ONCE A NIGHT, SO A RERUN ON
009960*          THE SAME RUN DATE DOES NOT COUNT TWICE.
009970* ===========================================================*
009980 3500-NOTE-EXCEPTION.
009990     ADD 1 TO WS-EXC-READ-COUNT.
010000     PERFORM 3510-FIND-ITEM THRU 3510-EXIT.
010010     IF WS-ITM-NOT-FOUND
010020         PERFORM 3600-ADD-ITEM THRU 3600-EXIT
010030         GO TO 3500-EXIT
010040     END-IF.
010050     ADD 1 TO WS-EXC-KNOWN-COUNT.
010060     MOVE "Y" TO WS-ITM-TONIGHT(WS-ITM-IDX).
010070     MOVE WS-EXC-REASON TO WS-ITM-REASON(WS-ITM-IDX).
010080     IF WS-ITM-LAST-SEEN(WS-ITM-IDX) < WS-RUN-DATE-NUM
010090         MOVE WS-RUN-DATE-NUM TO WS-ITM-LAST-SEEN(WS-ITM-IDX)
010100         IF WS-ITM-SEEN-COUNT(WS-ITM-IDX) < 9999
010110             ADD 1 TO WS-ITM-SEEN-COUNT(WS-ITM-IDX)
010120         END-IF
010130     END-IF.
010140 3500-EXIT.
010150     EXIT.
010160*
010170* ===========================================================*
010180*  3510-FIND-ITEM  --  AN OPEN ITEM OF WS-EXC-TYPE FOR
010190*          WS-EXC-RECORD-ID
010200* ===========================================================*
010210 3510-FIND-ITEM.
010220     SET WS-ITM-NOT-FOUND TO TRUE.
010230     PERFORM 3520-TEST-ONE-ITEM THRU 3520-EXIT
010240         VARYING WS-ITM-SUB FROM 1 BY 1
010250         UNTIL WS-ITM-SUB > WS-ITM-USED
010260            OR WS-ITM-FOUND.
010270 3510-EXIT.
010280     EXIT.
010290*
010300* ===========================================================*
010310*  3520-TEST-ONE-ITEM  --  TEST ONE ITEM TABLE SLOT
010320* ===========================================================*
010330 3520-TEST-ONE-ITEM.
010340     SET WS-ITM-IDX TO WS-ITM-SUB.
010350     IF WS-ITM-RECORD-ID(WS-ITM-IDX) = WS-EXC-RECORD-ID
010360        AND WS-ITM-TYPE(WS-ITM-IDX)   = WS-EXC-TYPE
010370        AND WS-ITM-STATUS(WS-ITM-IDX) = "O"
010380         SET WS-ITM-FOUND TO TRUE
010390     END-IF.
010400 3520-EXIT.
010410     EXIT.
010420*
010430* ===========================================================*
010440*  3600-ADD-ITEM  --  A NEW ITEM OPENED ON THE RUN DATE.  ONE
010450*          WITH NO SOURCE YET IS LOOKED UP ON SIGIN01 LATER.
010460* ===========================================================*
010470 3600-ADD-ITEM.
010480     IF WS-ITM-USED >= WS-ITM-MAX-ENTRIES
010490         ADD 1 TO WS-LOST-COUNT
010500         DISPLAY "SIGOPN1 WARNING - ITEM TABLE FULL, "
010510             WS-EXC-TYPE " " WS-EXC-RECORD-ID " NOT TRACKED"
010520         GO TO 3600-EXIT
010530     END-IF.
010540     ADD 1 TO WS-ITM-USED.
010550     ADD 1 TO WS-OPENED-COUNT.
010560     SET WS-ITM-IDX TO WS-ITM-USED.
010570     MOVE WS-EXC-TYPE        TO WS-ITM-TYPE(WS-ITM-IDX).
010580     MOVE WS-EXC-TYPE-SEQ    TO WS-ITM-TYPE-SEQ(WS-ITM-IDX).
010590     MOVE WS-EXC-RECORD-ID   TO WS-ITM-RECORD-ID(WS-ITM-IDX).
010600     MOVE WS-EXC-EFF-DATE    TO WS-ITM-EFF-DATE(WS-ITM-IDX).
010610     MOVE WS-EXC-SOURCE      TO WS-ITM-SOURCE(WS-ITM-IDX).
010620     MOVE WS-EXC-CATEGORY    TO WS-ITM-CATEGORY(WS-ITM-IDX).
010630     MOVE WS-EXC-RAW-INPUT   TO WS-ITM-RAW-INPUT(WS-ITM-IDX).
010640     MOVE WS-RUN-DATE-NUM    TO WS-ITM-OPEN-DATE(WS-ITM-IDX).
010650     MOVE WS-RUN-DATE-NUM    TO WS-ITM-LAST-SEEN(WS-ITM-IDX).
010660     MOVE 1                  TO WS-ITM-SEEN-COUNT(WS-ITM-IDX).
010670     MOVE WS-EXC-REASON      TO WS-ITM-REASON(WS-ITM-IDX).
010680     MOVE "O"                TO WS-ITM-STATUS(WS-ITM-IDX).
010690     MOVE "Y"                TO WS-ITM-TONIGHT(WS-ITM-IDX).
010700     MOVE ZERO               TO WS-ITM-AGE(WS-ITM-IDX).
010710     MOVE ZERO               TO WS-ITM-BUCKET(WS-ITM-IDX).
010720     MOVE "N"                TO WS-ITM-PAST-SL(WS-ITM-IDX).
010730     IF WS-EXC-SOURCE = SPACES
010740         ADD 1 TO WS-NEED-SOURCE-COUNT
010750     END-IF.
010760 3600-EXIT.
010770     EXIT.
010780*
010790* ===========================================================*
010800*  3700-FIND-SOURCES  --  THE BATCH SOURCE OF EACH ITEM
010810*          OPENED TONIGHT WITHOUT ONE, OFF THE HEADER IN FRONT
010820*          OF THE SAME RECORD ON SIGIN01.  WHAT IS NOT THERE
010830*          CAME IN ON THE HOLD SWEEP.
010840* ===========================================================*
010850 3700-FIND-SOURCES.
010860     IF WS-NEED-SOURCE-COUNT = 0
010870         GO TO 3700-EXIT
010880     END-IF.
010890     OPEN INPUT SIGIN01-FILE.
010900     IF WS-IN-FILE-STATUS NOT = "00"
010910         MOVE "Y" TO WS-IN-EOF-SWITCH
010920         SET WS-IN-FILE-MISSING TO TRUE
010930         DISPLAY "SIGOPN1 WARNING - NO SIGIN01, NEW ITEMS "
010940             "CARRY SOURCE UNKNOWN"
010950     END-IF.
010960     PERFORM 3710-MATCH-ONE-INPUT THRU 3710-EXIT
010970         UNTIL END-OF-SIGIN01
010980            OR WS-NEED-SOURCE-COUNT = 0.
010990     CLOSE SIGIN01-FILE.
011000     PERFORM 3730-DEFAULT-ONE-SOURCE THRU 3730-EXIT
011010         VARYING WS-ITM-SUB FROM WS-ITM-FIRST-NEW BY 1
011020         UNTIL WS-ITM-SUB > WS-ITM-USED.
011030 3700-EXIT.
011040     EXIT.
011050*
011060* ===========================================================*
011070*  3710-MATCH-ONE-INPUT  --  ONE SIGIN01 RECORD.  A HEADER
011080*          SETS THE CURRENT SOURCE, A TRAILER ENDS IT, A DATA
011090*          RECORD IS MATCHED BYTE FOR BYTE TO TONIGHT'S ITEMS.
011100* ===========================================================*
011110 3710-MATCH-ONE-INPUT.
011120     READ SIGIN01-FILE
011130         AT END
011140             MOVE "Y" TO WS-IN-EOF-SWITCH
011150             GO TO 3710-EXIT
011160     END-READ.
011170     IF CTL-HDR-ID = "HDR"
011180         MOVE CTL-HDR-SOURCE TO WS-IN-CUR-SOURCE
011190         GO TO 3710-EXIT
011200     END-IF.
011210     IF CTL-TRL-ID = "TRL"
011220         MOVE SPACES TO WS-IN-CUR-SOURCE
011230         GO TO 3710-EXIT
011240     END-IF.
011250     MOVE SIGREC01-RECORD TO WS-IN-IMAGE.
011260     PERFORM 3720-TEST-ONE-NEW THRU 3720-EXIT
011270         VARYING WS-ITM-SUB FROM WS-ITM-FIRST-NEW BY 1
011280         UNTIL WS-ITM-SUB > WS-ITM-USED.
011290 3710-EXIT.
011300     EXIT.
011310*
011320* ===========================================================*
011330*  3720-TEST-ONE-NEW  --  ONE ITEM OPENED TONIGHT AGAINST THE
011340*          SIGIN01 RECORD IN WS-IN-IMAGE
011350* ===========================================================*
011360 3720-TEST-ONE-NEW.
011370     SET WS-ITM-IDX TO WS-ITM-SUB.
011380     IF WS-ITM-SOURCE(WS-ITM-IDX)        = SPACES
011390        AND WS-ITM-RECORD-ID(WS-ITM-IDX) = WS-IN-RECORD-ID
011400        AND WS-ITM-EFF-DATE(WS-ITM-IDX)  = WS-IN-EFF-DATE
011410        AND WS-ITM-CATEGORY(WS-ITM-IDX)  = WS-IN-CATEGORY
011420        AND WS-ITM-RAW-INPUT(WS-ITM-IDX) = WS-IN-RAW-INPUT
011430         IF WS-IN-CUR-SOURCE = SPACES
011440             MOVE "UNKNOWN" TO WS-ITM-SOURCE(WS-ITM-IDX)
011450         ELSE
011460             MOVE WS-IN-CUR-SOURCE
011470                 TO WS-ITM-SOURCE(WS-ITM-IDX)
011480         END-IF
011490         SUBTRACT 1 FROM WS-NEED-SOURCE-COUNT
011500     END-IF.
011510 3720-EXIT.
011520     EXIT.
011530*
011540* ===========================================================*
011550*  3730-DEFAULT-ONE-SOURCE  --  A NEW ITEM STILL WITHOUT A
011560*          SOURCE: THE HOLD SWEEP, OR UNKNOWN WITH NO SIGIN01
011570* ===========================================================*
011580 3730-DEFAULT-ONE-SOURCE.
011590     SET WS-ITM-IDX TO WS-ITM-SUB.
011600     IF WS-ITM-SOURCE(WS-ITM-IDX) = SPACES
011610         IF WS-IN-FILE-FOUND
011620             MOVE "HOLDSWEEP" TO WS-ITM-SOURCE(WS-ITM-IDX)
011630         ELSE
011640             MOVE "UNKNOWN"   TO WS-ITM-SOURCE(WS-ITM-IDX)
011650         END-IF
011660     END-IF.
011670 3730-EXIT.
011680     EXIT.
011690*
011700* ===========================================================*
011710*  4000-CLOSE-ITEMS  --  COMPUTED, THEN RESUBMITTED, THEN
011720*          RELEASED FROM HOLD
011730* ===========================================================*
011740 4000-CLOSE-ITEMS.
011750     PERFORM 4100-CLOSE-COMPUTED THRU 4100-EXIT.
011760     PERFORM 4200-CLOSE-RESUBMITTED THRU 4200-EXIT.
011770     IF WS-HL2-FILE-FOUND
011780         PERFORM 4300-RELEASE-ONE-HOLD THRU 4300-EXIT
011790             VARYING WS-ITM-SUB FROM 1 BY 1
011800             UNTIL WS-ITM-SUB > WS-ITM-USED
011810     END-IF.
011820 4000-EXIT.
011830     EXIT.
011840*
011850* ===========================================================*
011860*  4100-CLOSE-COMPUTED  --  AN ITEM FROM AN EARLIER NIGHT, NOT
011870*          SEEN AGAIN TONIGHT, WHOSE RECORD ID IS ON TONIGHT'S
011880*          SIGAUD01 WAS COMPUTED.  ONLY THOSE ITEMS ARE LISTED
011890*          AS CANDIDATES, SO THE AUDIT PASS IS SKIPPED WHEN
011900*          THERE ARE NONE.
011910* ===========================================================*
011920 4100-CLOSE-COMPUTED.
011930     PERFORM 4110-NOTE-ONE-CANDIDATE THRU 4110-EXIT
011940         VARYING WS-ITM-SUB FROM 1 BY 1
011950         UNTIL WS-ITM-SUB > WS-ITM-USED.
011960     IF WS-CND-USED = 0
011970         GO TO 4100-EXIT
011980     END-IF.
011990     OPEN INPUT SIGAUD01-FILE.
012000     PERFORM 4120-MATCH-ONE-AUDIT THRU 4120-EXIT
012010         UNTIL END-OF-SIGAUD01.
012020     CLOSE SIGAUD01-FILE.
012030 4100-EXIT.
012040     EXIT.
012050*
012060* ===========================================================*
012070*  4110-NOTE-ONE-CANDIDATE  --  ONE ITEM TABLE SLOT ONTO THE
012080*          CANDIDATE LIST IF IT QUALIFIES
012090* ===========================================================*
012100 4110-NOTE-ONE-CANDIDATE.
012110     SET WS-ITM-IDX TO WS-ITM-SUB.
012120     IF WS-ITM-STATUS(WS-ITM-IDX)       = "O"
012130        AND WS-ITM-TONIGHT(WS-ITM-IDX)   = "N"
012140        AND WS-ITM-OPEN-DATE(WS-ITM-IDX) < WS-RUN-DATE-NUM
012150         ADD 1 TO WS-CND-USED
012160         SET WS-CND-IDX TO WS-CND-USED
012170         MOVE WS-ITM-SUB TO WS-CND-ITEM-SUB(WS-CND-IDX)
012180     END-IF.
012190 4110-EXIT.
012200     EXIT.
012210*
012220* ===========================================================*
012230*  4120-MATCH-ONE-AUDIT  --  ONE SIGAUD01 ROW AGAINST EVERY
012240*          CANDIDATE
012250* ===========================================================*
012260 4120-MATCH-ONE-AUDIT.
012270     READ SIGAUD01-FILE
012280         AT END
012290             MOVE "Y" TO WS-AUD-EOF-SWITCH
012300             GO TO 4120-EXIT
012310     END-READ.
012320     MOVE AUD-RECORD-ID TO WS-CLS-RECORD-ID.
012330     PERFORM 4130-TEST-ONE-CANDIDATE THRU 4130-EXIT
012340         VARYING WS-CND-SUB FROM 1 BY 1
012350         UNTIL WS-CND-SUB > WS-CND-USED.
012360 4120-EXIT.
012370     EXIT.
012380*
012390* ===========================================================*
012400*  4130-TEST-ONE-CANDIDATE  --  CLOSE THE CANDIDATE AS
012410*          COMPUTED IF IT IS STILL OPEN AND ITS ID MATCHES
012420* ===========================================================*
012430 4130-TEST-ONE-CANDIDATE.
012440     SET WS-CND-IDX TO WS-CND-SUB.
012450     SET WS-ITM-IDX TO WS-CND-ITEM-SUB(WS-CND-IDX).
012460     IF WS-ITM-RECORD-ID(WS-ITM-IDX) = WS-CLS-RECORD-ID
012470        AND WS-ITM-STATUS(WS-ITM-IDX) = "O"
012480         MOVE "C" TO WS-ITM-STATUS(WS-ITM-IDX)
012490         ADD 1 TO WS-COMPUTED-COUNT
012500     END-IF.
012510 4130-EXIT.
012520     EXIT.
012530*
012540* ===========================================================*
012550*  4200-CLOSE-RESUBMITTED  --  A REJECT WHOSE RECORD ID SIGFIX1
012560*          PUT ON THE SIGRSB01 RESUBMISSION BATCH.  THE BATCH
012570*          HEADER AND TRAILER HAVE NO NUMERIC RECORD ID.
012580* ===========================================================*
012590 4200-CLOSE-RESUBMITTED.
012600     OPEN INPUT SIGRSB01-FILE.
012610     IF WS-RSB-FILE-STATUS NOT = "00"
012620         MOVE "Y" TO WS-RSB-EOF-SWITCH
012630     END-IF.
012640     PERFORM 4210-MATCH-ONE-RESUB THRU 4210-EXIT
012650         UNTIL END-OF-SIGRSB01.
012660     CLOSE SIGRSB01-FILE.
012670 4200-EXIT.
012680     EXIT.
012690*
012700* ===========================================================*
012710*  4210-MATCH-ONE-RESUB  --  ONE SIGRSB01 RECORD AGAINST EVERY
012720*          ITEM
012730* ===========================================================*
012740 4210-MATCH-ONE-RESUB.
012750     READ SIGRSB01-FILE
012760         AT END
012770             MOVE "Y" TO WS-RSB-EOF-SWITCH
012780             GO TO 4210-EXIT
012790     END-READ.
012800     IF RSB-RECORD-ID IS NOT NUMERIC
012810         GO TO 4210-EXIT
012820     END-IF.
012830     MOVE RSB-RECORD-ID TO WS-CLS-RECORD-ID.
012840     PERFORM 4220-TEST-ONE-REJECT THRU 4220-EXIT
012850         VARYING WS-ITM-SUB FROM 1 BY 1
012860         UNTIL WS-ITM-SUB > WS-ITM-USED.
012870 4210-EXIT.
012880     EXIT.
012890*
012900* ===========================================================*
012910*  4220-TEST-ONE-REJECT  --  CLOSE AN OPEN REJECT ITEM AS
012920*          RESUBMITTED IF ITS ID MATCHES
012930* ===========================================================*
012940 4220-TEST-ONE-REJECT.
012950     SET WS-ITM-IDX TO WS-ITM-SUB.
012960     IF WS-ITM-RECORD-ID(WS-ITM-IDX) = WS-CLS-RECORD-ID
012970        AND WS-ITM-TYPE(WS-ITM-IDX)   = "R"
012980        AND WS-ITM-STATUS(WS-ITM-IDX) = "O"
012990         MOVE "F" TO WS-ITM-STATUS(WS-ITM-IDX)
013000         ADD 1 TO WS-RESUBMIT-COUNT
013010     END-IF.
013020 4220-EXIT.
013030     EXIT.
013040*
013050* ===========================================================*
013060*  4300-RELEASE-ONE-HOLD  --  AN OPEN HOLD NOT ON TONIGHT'S
013070*          SIGHLD02 HAS BEEN RELEASED
013080* ===========================================================*
013090 4300-RELEASE-ONE-HOLD.
013100     SET WS-ITM-IDX TO WS-ITM-SUB.
013110     IF WS-ITM-TYPE(WS-ITM-IDX)        = "H"
013120        AND WS-ITM-STATUS(WS-ITM-IDX)  = "O"
013130        AND WS-ITM-TONIGHT(WS-ITM-IDX) = "N"
013140         MOVE "L" TO WS-ITM-STATUS(WS-ITM-IDX)
013150         ADD 1 TO WS-RELEASED-COUNT
013160     END-IF.
013170 4300-EXIT.
013180     EXIT.
013190*
013200* ===========================================================*
013210*  5000-VALIDATE-DATE  --  REAL CALENDAR EDIT ON WS-VAL-DATE,
013220*          MATCHING THE EDIT SIG01 APPLIES
013230* ===========================================================*
013240 5000-VALIDATE-DATE.
013250     SET WS-DATE-IS-VALID TO TRUE.
013260     IF WS-VAL-DATE-N IS NOT NUMERIC
013270        OR WS-VAL-CCYY < 1601
013280        OR WS-VAL-MM < 1 OR WS-VAL-MM > 12
013290         SET WS-DATE-NOT-VALID TO TRUE
013300         GO TO 5000-EXIT
013310     END-IF.
013320     EVALUATE WS-VAL-MM
013330         WHEN 4
013340         WHEN 6
013350         WHEN 9
013360         WHEN 11
013370             MOVE 30 TO WS-VAL-MAX-DD
013380         WHEN 2
013390             PERFORM 5100-SET-FEBRUARY-LIMIT THRU 5100-EXIT
013400         WHEN OTHER
013410             MOVE 31 TO WS-VAL-MAX-DD
013420     END-EVALUATE.
013430     IF WS-VAL-DD < 1 OR WS-VAL-DD > WS-VAL-MAX-DD
013440         SET WS-DATE-NOT-VALID TO TRUE
013450     END-IF.
013460 5000-EXIT.
013470     EXIT.
013480*
013490* ===========================================================*
013500*  5100-SET-FEBRUARY-LIMIT  --  28 OR 29 BY THE LEAP RULES
013510* ===========================================================*
013520 5100-SET-FEBRUARY-LIMIT.
013530     MOVE 28 TO WS-VAL-MAX-DD.
013540     DIVIDE WS-VAL-CCYY BY 4 GIVING WS-LEAP-QUOT
013550         REMAINDER WS-LEAP-REM.
013560     IF WS-LEAP-REM = 0
013570         MOVE 29 TO WS-VAL-MAX-DD
013580         DIVIDE WS-VAL-CCYY BY 100 GIVING WS-LEAP-QUOT
013590             REMAINDER WS-LEAP-REM
013600         IF WS-LEAP-REM = 0
013610             DIVIDE WS-VAL-CCYY BY 400 GIVING WS-LEAP-QUOT
013620                 REMAINDER WS-LEAP-REM
013630             IF WS-LEAP-REM NOT = 0
013640                 MOVE 28 TO WS-VAL-MAX-DD
013650             END-IF
013660         END-IF
013670     END-IF.
013680 5100-EXIT.
013690     EXIT.
013700*
013710* ===========================================================*
013720*  6000-WRITE-INVENTORY  --  THE ITEMS STILL OPEN, AGED, TO
013730*          THE NEW SIGOPN02 GENERATION
013740* ===========================================================*
013750 6000-WRITE-INVENTORY.
013760     OPEN OUTPUT SIGOPN02-FILE.
013770     PERFORM 6100-WRITE-ONE-ITEM THRU 6100-EXIT
013780         VARYING WS-ITM-SUB FROM 1 BY 1
013790         UNTIL WS-ITM-SUB > WS-ITM-USED.
013800     CLOSE SIGOPN02-FILE.
013810 6000-EXIT.
013820     EXIT.
013830*
013840* ===========================================================*
013850*  6100-WRITE-ONE-ITEM  --  ONE OPEN ITEM: DAYS SINCE IT WAS
013860*          OPENED, ITS AGE BUCKET, WHETHER IT IS PAST ITS
013870*          TYPE'S SERVICE LEVEL, THEN THE INVENTORY ROW
013880* ===========================================================*
013890 6100-WRITE-ONE-ITEM.
013900     SET WS-ITM-IDX TO WS-ITM-SUB.
013910     IF WS-ITM-STATUS(WS-ITM-IDX) NOT = "O"
013920         GO TO 6100-EXIT
013930     END-IF.
013940     ADD 1 TO WS-STILL-OPEN-COUNT.
013950     COMPUTE WS-OPEN-DAY-INT =
013960         FUNCTION INTEGER-OF-DATE(WS-ITM-OPEN-DATE(WS-ITM-IDX)).
013970     MOVE ZERO TO WS-ITM-AGE(WS-ITM-IDX).
013980     IF WS-OPEN-DAY-INT < WS-RUN-DAY-INT
013990         COMPUTE WS-ITM-AGE(WS-ITM-IDX) =
014000             WS-RUN-DAY-INT - WS-OPEN-DAY-INT
014010     END-IF.
014020     EVALUATE TRUE
014030         WHEN WS-ITM-AGE(WS-ITM-IDX) <= 2
014040             MOVE 1 TO WS-ITM-BUCKET(WS-ITM-IDX)
014050         WHEN WS-ITM-AGE(WS-ITM-IDX) <= 7
014060             MOVE 2 TO WS-ITM-BUCKET(WS-ITM-IDX)
014070         WHEN WS-ITM-AGE(WS-ITM-IDX) <= 30
014080             MOVE 3 TO WS-ITM-BUCKET(WS-ITM-IDX)
014090         WHEN OTHER
014100             MOVE 4 TO WS-ITM-BUCKET(WS-ITM-IDX)
014110     END-EVALUATE.
014120     MOVE WS-ITM-TYPE-SEQ(WS-ITM-IDX) TO WS-TYP-SUB.
014130     IF WS-ITM-AGE(WS-ITM-IDX) > WS-SL-DAYS(WS-TYP-SUB)
014140         MOVE "Y" TO WS-ITM-PAST-SL(WS-ITM-IDX)
014150     END-IF.
014160     MOVE SPACES TO SIGOPN02-RECORD.
014170     MOVE WS-ITM-TYPE(WS-ITM-IDX)       TO NOP-TYPE.
014180     MOVE WS-ITM-RECORD-ID(WS-ITM-IDX)  TO NOP-RECORD-ID.
014190     MOVE WS-ITM-EFF-DATE(WS-ITM-IDX)   TO NOP-EFF-DATE.
014200     MOVE WS-ITM-SOURCE(WS-ITM-IDX)     TO NOP-SOURCE.
014210     MOVE WS-ITM-CATEGORY(WS-ITM-IDX)   TO NOP-CATEGORY.
014220     MOVE WS-ITM-RAW-INPUT(WS-ITM-IDX)  TO NOP-RAW-INPUT.
014230     MOVE WS-ITM-OPEN-DATE(WS-ITM-IDX)  TO NOP-OPEN-DATE.
014240     MOVE WS-ITM-LAST-SEEN(WS-ITM-IDX)  TO NOP-LAST-SEEN-DATE.
014250     MOVE WS-ITM-SEEN-COUNT(WS-ITM-IDX) TO NOP-SEEN-COUNT.
014260     MOVE WS-ITM-REASON(WS-ITM-IDX)     TO NOP-REASON.
014270     WRITE SIGOPN02-RECORD.
014280 6100-EXIT.
014290     EXIT.
014300*
014310* ===========================================================*
014320*  6900-CHECK-PAGE  --  NEW PAGE WHEN THIS ONE IS FULL, WITH
014330*          THE COLUMN HEADINGS OF THE SECTION BEING PRINTED
014340* ===========================================================*
014350 6900-CHECK-PAGE.
014360     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
014370         PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT
014380         IF WS-AGING-SECTION
014390             WRITE SIGOPR01-RECORD FROM WS-HEADING-2
014400                 AFTER ADVANCING 2
014410         ELSE
014420             WRITE SIGOPR01-RECORD FROM WS-HEADING-3
014430                 AFTER ADVANCING 2
014440         END-IF
014450         ADD 2 TO WS-LINE-COUNT
014460     END-IF.
014470 6900-EXIT.
014480     EXIT.
014490*
014500* ===========================================================*
014510*  7000-RELEASE-OPEN-ITEMS  --  FEED THE SORT WITH EVERY ITEM
014520*          STILL OPEN
014530* ===========================================================*
014540 7000-RELEASE-OPEN-ITEMS.
014550     PERFORM 7010-RELEASE-ONE-ITEM THRU 7010-EXIT
014560         VARYING WS-ITM-SUB FROM 1 BY 1
014570         UNTIL WS-ITM-SUB > WS-ITM-USED.
014580 7000-EXIT.
014590     EXIT.
014600*
014610* ===========================================================*
014620*  7010-RELEASE-ONE-ITEM  --  ONE OPEN ITEM TO THE SORT
014630* ===========================================================*
014640 7010-RELEASE-ONE-ITEM.
014650     SET WS-ITM-IDX TO WS-ITM-SUB.
014660     IF WS-ITM-STATUS(WS-ITM-IDX) NOT = "O"
014670         GO TO 7010-EXIT
014680     END-IF.
014690     MOVE WS-ITM-TYPE-SEQ(WS-ITM-IDX) TO SRT-TYPE-SEQ.
014700     MOVE WS-ITM-SOURCE(WS-ITM-IDX)   TO SRT-SOURCE.
014710     MOVE WS-ITM-CATEGORY(WS-ITM-IDX) TO SRT-CATEGORY.
014720     MOVE WS-ITM-AGE(WS-ITM-IDX)      TO SRT-AGE.
014730     MOVE WS-ITM-SUB                  TO SRT-ITEM-SUB.
014740     RELEASE SORT-WORK-RECORD.
014750 7010-EXIT.
014760     EXIT.
014770*
014780* ===========================================================*
014790*  7100-REPORT-AGING  --  WALK THE SORTED ITEMS, ONE AGING
014800*          LINE PER TYPE, SOURCE AND CATEGORY, A TOTAL PER TYPE
014810*          AND ONE FOR ALL TYPES
014820* ===========================================================*
014830 7100-REPORT-AGING.
014840     PERFORM 7150-RETURN-SORTED THRU 7150-EXIT.
014850     PERFORM 7200-AGE-ONE-ITEM THRU 7200-EXIT
014860         UNTIL END-OF-SORTED-OPN.
014870     IF WS-CUR-GROUP NOT = HIGH-VALUES
014880         PERFORM 7400-CLOSE-GROUP THRU 7400-EXIT
014890         PERFORM 7450-CLOSE-TYPE THRU 7450-EXIT
014900     END-IF.
014910     MOVE WS-ALL-COUNTS TO WS-OUT-COUNTS.
014920     MOVE SPACES        TO WS-AGING-LINE.
014930     MOVE "ALL TYPES"   TO AL-TYPE.
014940     MOVE "TOTAL"       TO AL-SOURCE.
014950     PERFORM 7600-WRITE-AGING-LINE THRU 7600-EXIT.
014960 7100-EXIT.
014970     EXIT.
014980*
014990* ===========================================================*
015000*  7150-RETURN-SORTED  --  NEXT SORTED ITEM
015010* ===========================================================*
015020 7150-RETURN-SORTED.
015030     RETURN SORT-WORK-FILE
015040         AT END
015050             MOVE "Y" TO WS-SRT-EOF-SWITCH
015060     END-RETURN.
015070 7150-EXIT.
015080     EXIT.
015090*
015100* ===========================================================*
015110*  7200-AGE-ONE-ITEM  --  ONE ITEM INTO ITS BUCKET AT ALL
015120*          THREE LEVELS; ONE PAST ITS SERVICE LEVEL IS KEPT FOR
015130*          THE LIST THAT FOLLOWS
015140* ===========================================================*
015150 7200-AGE-ONE-ITEM.
015160     IF SRT-GROUP NOT = WS-CUR-GROUP
015170         IF WS-CUR-GROUP NOT = HIGH-VALUES
015180             PERFORM 7400-CLOSE-GROUP THRU 7400-EXIT
015190             IF SRT-TYPE-SEQ NOT = WS-CUR-TYPE-SEQ
015200                 PERFORM 7450-CLOSE-TYPE THRU 7450-EXIT
015210             END-IF
015220         END-IF
015230         PERFORM 7300-START-GROUP THRU 7300-EXIT
015240     END-IF.
015250     SET WS-ITM-IDX TO SRT-ITEM-SUB.
015260     MOVE WS-ITM-BUCKET(WS-ITM-IDX) TO WS-TYP-SUB.
015270     ADD 1 TO WS-GRP-BUCKET(WS-TYP-SUB).
015280     ADD 1 TO WS-TYP-BUCKET(WS-TYP-SUB).
015290     ADD 1 TO WS-ALL-BUCKET(WS-TYP-SUB).
015300     ADD 1 TO WS-GRP-TOTAL.
015310     ADD 1 TO WS-TYP-TOTAL.
015320     ADD 1 TO WS-ALL-TOTAL.
015330     IF WS-ITM-PAST-SL(WS-ITM-IDX) = "Y"
015340         ADD 1 TO WS-GRP-PAST
015350         ADD 1 TO WS-TYP-PAST
015360         ADD 1 TO WS-ALL-PAST
015370         ADD 1 TO WS-PSL-USED
015380         SET WS-PSL-IDX TO WS-PSL-USED
015390         MOVE SRT-ITEM-SUB TO WS-PSL-ITEM-SUB(WS-PSL-IDX)
015400     END-IF.
015410     PERFORM 7150-RETURN-SORTED THRU 7150-EXIT.
015420 7200-EXIT.
015430     EXIT.
015440*
015450* ===========================================================*
015460*  7300-START-GROUP  --  FRESH ACCUMULATORS FOR THE GROUP
015470*          JUST REACHED, AND FOR ITS TYPE IF THAT IS NEW TOO
015480* ===========================================================*
015490 7300-START-GROUP.
015500     IF SRT-TYPE-SEQ NOT = WS-CUR-TYPE-SEQ
015510         MOVE ZEROS TO WS-TYP-COUNTS
015520     END-IF.
015530     MOVE SRT-GROUP TO WS-CUR-GROUP.
015540     MOVE ZEROS     TO WS-GRP-COUNTS.
015550     SET WS-ITM-IDX TO SRT-ITEM-SUB.
015560     MOVE WS-ITM-TYPE-SEQ(WS-ITM-IDX) TO WS-CUR-TYPE-SUB.
015570 7300-EXIT.
015580     EXIT.
015590*
015600* ===========================================================*
015610*  7400-CLOSE-GROUP  --  AGING LINE FOR THE GROUP JUST ENDED
015620* ===========================================================*
015630 7400-CLOSE-GROUP.
015640     MOVE WS-GRP-COUNTS TO WS-OUT-COUNTS.
015650     MOVE SPACES        TO WS-AGING-LINE.
015660     MOVE WS-TYPE-NAME(WS-CUR-TYPE-SUB) TO AL-TYPE.
015670     MOVE WS-CUR-SOURCE   TO AL-SOURCE.
015680     MOVE WS-CUR-CATEGORY TO AL-CATEGORY.
015690     PERFORM 7600-WRITE-AGING-LINE THRU 7600-EXIT.
015700 7400-EXIT.
015710     EXIT.
015720*
015730* ===========================================================*
015740*  7450-CLOSE-TYPE  --  TOTAL LINE FOR THE TYPE JUST ENDED,
015750*          THEN A BLANK LINE
015760* ===========================================================*
015770 7450-CLOSE-TYPE.
015780     MOVE WS-TYP-COUNTS TO WS-OUT-COUNTS.
015790     MOVE SPACES        TO WS-AGING-LINE.
015800     MOVE WS-TYPE-NAME(WS-CUR-TYPE-SUB) TO AL-TYPE.
015810     MOVE "TOTAL"       TO AL-SOURCE.
015820     PERFORM 7600-WRITE-AGING-LINE THRU 7600-EXIT.
015830     MOVE SPACES TO SIGOPR01-RECORD.
015840     WRITE SIGOPR01-RECORD
015850         AFTER ADVANCING 1.
015860     ADD 1 TO WS-LINE-COUNT.
015870 7450-EXIT.
015880     EXIT.
015890*
015900* ===========================================================*
015910*  7600-WRITE-AGING-LINE  --  THE COUNTS IN WS-OUT-COUNTS ONTO
015920*          THE AGING LINE, WHOSE LABELS ARE ALREADY SET
015930* ===========================================================*
015940 7600-WRITE-AGING-LINE.
015950     PERFORM 6900-CHECK-PAGE THRU 6900-EXIT.
015960     MOVE WS-OUT-BUCKET(1) TO AL-BUCKET(1).
015970     MOVE WS-OUT-BUCKET(2) TO AL-BUCKET(2).
015980     MOVE WS-OUT-BUCKET(3) TO AL-BUCKET(3).
015990     MOVE WS-OUT-BUCKET(4) TO AL-BUCKET(4).
016000     MOVE WS-OUT-TOTAL     TO AL-TOTAL.
016010     MOVE WS-OUT-PAST      TO AL-PAST.
016020     WRITE SIGOPR01-RECORD FROM WS-AGING-LINE
016030         AFTER ADVANCING 1.
016040     ADD 1 TO WS-LINE-COUNT.
016050 7600-EXIT.
016060     EXIT.
016070*
016080* ===========================================================*
016090*  7700-LIST-PAST-SL  --  EVERY ITEM OLDER THAN ITS TYPE'S
016100*          SERVICE LEVEL, ON A NEW PAGE, IN AGING ORDER
016110* ===========================================================*
016120 7700-LIST-PAST-SL.
016130     IF WS-PSL-USED = 0
016140         GO TO 7700-EXIT
016150     END-IF.
016160     SET WS-PAST-SL-SECTION TO TRUE.
016170     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
016180     WRITE SIGOPR01-RECORD FROM WS-PAST-SL-TITLE
016190         AFTER ADVANCING 2.
016200     WRITE SIGOPR01-RECORD FROM WS-HEADING-3
016210         AFTER ADVANCING 2.
016220     ADD 4 TO WS-LINE-COUNT.
016230     PERFORM 7710-LIST-ONE-ITEM THRU 7710-EXIT
016240         VARYING WS-PSL-SUB FROM 1 BY 1
016250         UNTIL WS-PSL-SUB > WS-PSL-USED.
016260 7700-EXIT.
016270     EXIT.
016280*
016290* ===========================================================*
016300*  7710-LIST-ONE-ITEM  --  DETAIL LINE AND REASON LINE FOR
016310*          ONE ITEM PAST ITS SERVICE LEVEL
016320* ===========================================================*
016330 7710-LIST-ONE-ITEM.
016340     SET WS-PSL-IDX TO WS-PSL-SUB.
016350     SET WS-ITM-IDX TO WS-PSL-ITEM-SUB(WS-PSL-IDX).
016360     PERFORM 6900-CHECK-PAGE THRU 6900-EXIT.
016370     MOVE WS-ITM-TYPE-SEQ(WS-ITM-IDX) TO WS-TYP-SUB.
016380     MOVE WS-TYPE-NAME(WS-TYP-SUB)      TO DL-TYPE.
016390     MOVE WS-ITM-RECORD-ID(WS-ITM-IDX)  TO DL-RECORD-ID.
016400     MOVE WS-ITM-EFF-DATE(WS-ITM-IDX)   TO DL-EFF-DATE.
016410     MOVE WS-ITM-SOURCE(WS-ITM-IDX)     TO DL-SOURCE.
016420     MOVE WS-ITM-CATEGORY(WS-ITM-IDX)   TO DL-CATEGORY.
016430     MOVE WS-ITM-OPEN-DATE(WS-ITM-IDX)  TO DL-OPEN-DATE.
016440     MOVE WS-ITM-AGE(WS-ITM-IDX)        TO DL-AGE.
016450     MOVE WS-ITM-SEEN-COUNT(WS-ITM-IDX) TO DL-SEEN.
016460     WRITE SIGOPR01-RECORD FROM WS-DETAIL-LINE
016470         AFTER ADVANCING 1.
016480     MOVE WS-ITM-REASON(WS-ITM-IDX)     TO RS-REASON.
016490     WRITE SIGOPR01-RECORD FROM WS-REASON-LINE
016500         AFTER ADVANCING 1.
016510     ADD 2 TO WS-LINE-COUNT.
016520 7710-EXIT.
016530     EXIT.
016540*
016550* ===========================================================*
016560*  8000-TERMINATE  --  SUMMARY, RETURN CODE, CLOSE
016570* ===========================================================*
016580 8000-TERMINATE.
016590     MOVE "INVENTORY ITEMS CARRIED IN" TO SL-LABEL.
016600     MOVE WS-OPN-READ-COUNT TO SL-COUNT.
016610     WRITE SIGOPR01-RECORD FROM WS-SUM-LINE
016620         AFTER ADVANCING 3.
016630     MOVE "  BAD ROWS SKIPPED" TO SL-LABEL.
016640     MOVE WS-OPN-BAD-COUNT TO SL-COUNT.
016650     WRITE SIGOPR01-RECORD FROM WS-SUM-LINE
016660         AFTER ADVANCING 1.
016670     MOVE "EXCEPTIONS TONIGHT" TO SL-LABEL.
016680     MOVE WS-EXC-READ-COUNT TO SL-COUNT.
016690     WRITE SIGOPR01-RECORD FROM WS-SUM-LINE
016700         AFTER ADVANCING 1.
016710     MOVE "  ALREADY OPEN" TO SL-LABEL.
016720     MOVE WS-EXC-KNOWN-COUNT TO SL-COUNT.
016730     WRITE SIGOPR01-RECORD FROM WS-SUM-LINE
016740         AFTER ADVANCING 1.
016750     MOVE "  OPENED TONIGHT" TO SL-LABEL.
016760     MOVE WS-OPENED-COUNT TO SL-COUNT.
016770     WRITE SIGOPR01-RECORD FROM WS-SUM-LINE
016780         AFTER ADVANCING 1.
016790     MOVE "  NOT TRACKED - TABLE FULL" TO SL-LABEL.
016800     MOVE WS-LOST-COUNT TO SL-COUNT.
016810     WRITE SIGOPR01-RECORD FROM WS-SUM-LINE
016820         AFTER ADVANCING 1.
016830     MOVE "SUPERSEDED SUSPENSE (COMPUTED)" TO SL-LABEL.
016840     MOVE WS-EXC-SUPER-COUNT TO SL-COUNT.
016850     WRITE SIGOPR01-RECORD FROM WS-SUM-LINE
016860         AFTER ADVANCING 1.
016870     MOVE "ITEMS CLOSED - COMPUTED" TO SL-LABEL.
016880     MOVE WS-COMPUTED-COUNT TO SL-COUNT.
016890     WRITE SIGOPR01-RECORD FROM WS-SUM-LINE
016900         AFTER ADVANCING 1.
016910     MOVE "ITEMS CLOSED - RESUBMITTED" TO SL-LABEL.
016920     MOVE WS-RESUBMIT-COUNT TO SL-COUNT.
016930     WRITE SIGOPR01-RECORD FROM WS-SUM-LINE
016940         AFTER ADVANCING 1.
016950     MOVE "ITEMS CLOSED - RELEASED FROM HOLD" TO SL-LABEL.
016960     MOVE WS-RELEASED-COUNT TO SL-COUNT.
016970     WRITE SIGOPR01-RECORD FROM WS-SUM-LINE
016980         AFTER ADVANCING 1.
016990     MOVE "ITEMS STILL OPEN" TO SL-LABEL.
017000     MOVE WS-STILL-OPEN-COUNT TO SL-COUNT.
017010     WRITE SIGOPR01-RECORD FROM WS-SUM-LINE
017020         AFTER ADVANCING 1.
017030     MOVE "  PAST SERVICE LEVEL" TO SL-LABEL.
017040     MOVE WS-PSL-USED TO SL-COUNT.
017050     WRITE SIGOPR01-RECORD FROM WS-SUM-LINE
017060         AFTER ADVANCING 1.
017070     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT.
017080     CLOSE SIGOPR01-FILE.
017090 8000-EXIT.
017100     EXIT.
017110*
017120* ===========================================================*
017130*  8200-SET-RETURN-CODE  --  4 FOR AN ITEM PAST ITS SERVICE
017140*          LEVEL OR ANYTHING ELSE OUT OF ORDER
017150* ===========================================================*
017160 8200-SET-RETURN-CODE.
017170     MOVE 0 TO WS-FINAL-RC.
017180     IF WS-MISSING-COUNT > 0
017190        OR WS-OPN-BAD-COUNT > 0
017200        OR WS-LOST-COUNT > 0
017210         MOVE 4 TO WS-FINAL-RC
017220     END-IF.
017230     IF WS-PSL-USED > 0
017240         MOVE 4 TO WS-FINAL-RC
017250         DISPLAY "SIGOPN1 - ITEM(S) PAST SERVICE LEVEL, STEP "
017260             "SET TO RETURN CODE 4"
017270     END-IF.
017280     MOVE WS-FINAL-RC TO RETURN-CODE.
017290 8200-EXIT.
017300     EXIT.
017310*
017320 9999-EXIT.
017330     STOP RUN.
