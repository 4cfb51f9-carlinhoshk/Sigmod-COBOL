001000*
001010* SIGDRF1  --  INPUT POPULATION DRIFT REPORT BY CATEGORY
001020*
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID.                  SIGDRF1.
001050 AUTHOR.                      R SOARES  -  BATCH SCORING TEAM.
001060 INSTALLATION.                SIGMOD DATA CENTER.
001070 DATE-WRITTEN.                2026-10-15.
001080 DATE-COMPILED.
001090*
001100* REMARKS.     COMPARES TONIGHT'S POPULATION PER SOURCE
001110*              CATEGORY WITH A ROLLING BASELINE TAKEN OFF THE
001120*              SIGHIS01 COMPUTATION HISTORY, SO A FEED THAT
001130*              HAS QUIETLY CHANGED SHAPE IS CAUGHT BEFORE THE
001140*              GRADES IT DRIVES ARE TRUSTED.  TONIGHT IS THE
001150*              SIGAUD01 AUDIT FILE ROWS STAMPED WITH THE
001160*              SIGPRM01 BUSINESS RUN DATE.  THE BASELINE IS
001170*              EVERY HISTORY ROW FROM THE LAST N BUSINESS
001180*              DATES BEFORE THE RUN DATE THAT APPEAR ON THE
001190*              HISTORY (N OFF SIGDPM01, DEFAULT 30), SO THE
001200*              STEP GIVES THE SAME ANSWER BEFORE OR AFTER
001210*              SIGLOD1 HAS LOADED TONIGHT'S AUDIT.  EACH SIDE
001220*              IS SPREAD OVER TEN FIXED RAW-SCORE BUCKETS AND
001230*              OVER THE GRADES THE SIGBND01 BANDS IN FORCE ON
001240*              THE RUN DATE GIVE THE RESULT -- BOTH SIDES ARE
001250*              GRADED ON THE SAME BANDS SO A BAND CHANGE DOES
001260*              NOT SHOW AS DRIFT.  PER CATEGORY THE SIGDRP01
001270*              REPORT SHOWS THE POPULATION STABILITY INDEX
001280*              (PSI) OF EACH SPREAD, SUM OF (T - B) * LN(T/B)
001290*              OVER THE BUCKETS, AND LISTS THE BUCKETS WHOSE
001300*              SHARE MOVED BY AT LEAST THE SIGDPM01 MOVE
001310*              PERCENT.  A CATEGORY WITH FEWER ROWS ON EITHER
001320*              SIDE THAN THE SIGDPM01 MINIMUM IS NOT RATED.
001330*              ANY CATEGORY WHOSE RAW OR GRADE PSI REACHES THE
001340*              SIGDPM01 ALERT THRESHOLD SETS RETURN CODE 4;
001350*              THE LOWER WATCH THRESHOLD IS MARKED ON THE
001360*              REPORT ONLY.  NOTHING IS WRITTEN BUT THE REPORT.
001370*
001380* MODIFICATION HISTORY
001390* DATE       INIT  DESCRIPTION
001400* ---------- ----  -------------------------------------------
001410* 2026-10-15 RS    ORIGINAL PROGRAM.
001412* 2026-10-15 RS    AN APPROVED SIGBND01 VERSION NEEDS AN "A"
001414*                  STATUS AND TWO DIFFERENT, NON-BLANK USERS.
001420*
001430 ENVIRONMENT DIVISION.
001440 CONFIGURATION SECTION.
001450 SOURCE-COMPUTER.             SIGMOD-BATCH.
001460 OBJECT-COMPUTER.             SIGMOD-BATCH.
001470 INPUT-OUTPUT SECTION.
001480 FILE-CONTROL.
001490     SELECT OPTIONAL SIGPRM01-FILE ASSIGN TO "SIGPRM01"
001500         ORGANIZATION IS SEQUENTIAL
001510         FILE STATUS IS WS-PRM-FILE-STATUS.
001520     SELECT OPTIONAL SIGDPM01-FILE ASSIGN TO "SIGDPM01"
001530         ORGANIZATION IS SEQUENTIAL
001540         FILE STATUS IS WS-DPM-FILE-STATUS.
001550     SELECT OPTIONAL SIGBND01-FILE ASSIGN TO "SIGBND01"
001560         ORGANIZATION IS SEQUENTIAL
001570         FILE STATUS IS WS-BND-FILE-STATUS.
001580     SELECT OPTIONAL SIGHIS01-FILE ASSIGN TO "SIGHIS01"
001590         ORGANIZATION IS SEQUENTIAL
001600         FILE STATUS IS WS-HIS-FILE-STATUS.
001610     SELECT OPTIONAL SIGAUD01-FILE ASSIGN TO "SIGAUD01"
001620         ORGANIZATION IS SEQUENTIAL
001630         FILE STATUS IS WS-AUD-FILE-STATUS.
001640     SELECT SIGDRP01-FILE ASSIGN TO "SIGDRP01"
001650         ORGANIZATION IS SEQUENTIAL.
001660*
001670 DATA DIVISION.
001680 FILE SECTION.
001690 FD  SIGPRM01-FILE
001700         RECORDING MODE IS F.
001710         COPY SIGPRM01.
001720*
001730* ---------------------------------------------------------
001740*  SIGDPM01  --  DRIFT PARAMETERS, ONE HAND-KEYED RECORD.
001750*  EVERY FIELD IS OPTIONAL AND DEFAULTED WHEN BLANK OR NOT
001760*  NUMERIC: WINDOW 030 BUSINESS DATES, ALERT PSI 0.2500,
001770*  WATCH PSI 0.1000, MINIMUM ROWS 00030 A SIDE, FIRST RAW
001780*  BUCKET BOUND -500.00, BUCKET WIDTH 100.00, MOVE PERCENT
001790*  05.00.  DECIMALS ARE IMPLIED, NOT KEYED, SO THE DEFAULT
001792*  RECORD READS "030 02500 01000 00030 -50000 10000 0500".
001800* ---------------------------------------------------------
001810 FD  SIGDPM01-FILE
001820         RECORDING MODE IS F.
001830 01  SIGDPM01-RECORD.
001840         05  DPM-WINDOW-DAYS       PIC 9(3).
001850         05  DPM-WINDOW-DAYS-X REDEFINES DPM-WINDOW-DAYS
001860                                   PIC X(03).
001870         05  FILLER                PIC X(01).
001880         05  DPM-PSI-ALERT         PIC 9V9(4).
001890         05  DPM-PSI-ALERT-X REDEFINES DPM-PSI-ALERT
001900                                   PIC X(05).
001910         05  FILLER                PIC X(01).
001920         05  DPM-PSI-WATCH         PIC 9V9(4).
001930         05  DPM-PSI-WATCH-X REDEFINES DPM-PSI-WATCH
001940                                   PIC X(05).
001950         05  FILLER                PIC X(01).
001960         05  DPM-MIN-COUNT         PIC 9(5).
001970         05  DPM-MIN-COUNT-X REDEFINES DPM-MIN-COUNT
001980                                   PIC X(05).
001990         05  FILLER                PIC X(01).
002000         05  DPM-BKT-LOW           PIC S9(3)V99
002010                 SIGN IS LEADING SEPARATE CHARACTER.
002020         05  DPM-BKT-LOW-X REDEFINES DPM-BKT-LOW.
002030             10  DPM-BKT-LOW-SIGN-X    PIC X(01).
002040             10  DPM-BKT-LOW-DIG-X     PIC X(05).
002050         05  FILLER                PIC X(01).
002060         05  DPM-BKT-WIDTH         PIC 9(3)V99.
002070         05  DPM-BKT-WIDTH-X REDEFINES DPM-BKT-WIDTH
002080                                   PIC X(05).
002090         05  FILLER                PIC X(01).
002100         05  DPM-MOVE-PCT          PIC 9(2)V99.
002110         05  DPM-MOVE-PCT-X REDEFINES DPM-MOVE-PCT
002120                                   PIC X(04).
002130*
002140 FD  SIGBND01-FILE
002150         RECORDING MODE IS F.
002160         COPY SIGBND01.
002170*
002180 FD  SIGHIS01-FILE
002190         RECORDING MODE IS F.
002200         COPY SIGAUD01 REPLACING ==SIGAUD01-RECORD==
002210                              BY ==SIGHIS01-RECORD==
002220                       LEADING ==AUD== BY ==HIS==.
002230*
002240 FD  SIGAUD01-FILE
002250         RECORDING MODE IS F.
002260         COPY SIGAUD01.
002270*
002280 FD  SIGDRP01-FILE
002290         RECORDING MODE IS F.
002300 01  SIGDRP01-RECORD           PIC X(80).
002310*
002320 WORKING-STORAGE SECTION.
002330* ---------------------------------------------------------
002340*  SWITCHES AND FILE STATUS
002350* ---------------------------------------------------------
002360 77  WS-PRM-FILE-STATUS        PIC X(02).
002370 77  WS-DPM-FILE-STATUS        PIC X(02).
002380 77  WS-BND-FILE-STATUS        PIC X(02).
002390 77  WS-HIS-FILE-STATUS        PIC X(02).
002400 77  WS-AUD-FILE-STATUS        PIC X(02).
002410 77  WS-BND-EOF-SWITCH         PIC X(01) VALUE "N".
002420         88  END-OF-SIGBND01       VALUE "Y".
002430 77  WS-HIS-EOF-SWITCH         PIC X(01) VALUE "N".
002440         88  END-OF-SIGHIS01       VALUE "Y".
002450 77  WS-AUD-EOF-SWITCH         PIC X(01) VALUE "N".
002460         88  END-OF-SIGAUD01       VALUE "Y".
002470*
002480* ---------------------------------------------------------
002490*  DRIFT PARAMETERS  --  DEFAULTED WHEN SIGDPM01 IS MISSING
002500*  OR A FIELD IS BLANK
002510* ---------------------------------------------------------
002520 77  WS-WINDOW-DAYS            PIC 9(4) COMP VALUE 30.
002530 77  WS-PSI-ALERT              PIC 9V9(4) VALUE 0.2500.
002540 77  WS-PSI-WATCH              PIC 9V9(4) VALUE 0.1000.
002550 77  WS-MIN-COUNT              PIC 9(9) COMP VALUE 30.
002560 77  WS-BKT-LOW                PIC S9(3)V99 VALUE -500.00.
002570 77  WS-BKT-WIDTH              PIC 9(3)V99 VALUE 100.00.
002580 77  WS-MOVE-PCT               PIC 9(2)V99 VALUE 5.00.
002590 77  WS-BKT-COUNT              PIC 9(4) COMP VALUE 10.
002600*
002610* ---------------------------------------------------------
002620*  BUSINESS RUN DATE AND THE BASELINE WINDOW  --  THE LAST
002630*  N DISTINCT HISTORY DATES BEFORE THE RUN DATE
002640* ---------------------------------------------------------
002650 77  WS-RUN-DATE-NUM           PIC 9(8) VALUE 0.
002660 77  WS-VER-EFF-DATE           PIC 9(8) VALUE 0.
002670 77  WS-BASE-FROM-DATE         PIC 9(8) VALUE 0.
002680 77  WS-BASE-TO-DATE           PIC 9(8) VALUE 0.
002690 77  WS-WIN-FOUND-SWITCH       PIC X(01) VALUE "N".
002700         88  WS-WIN-FOUND          VALUE "Y".
002710         88  WS-WIN-NOT-FOUND      VALUE "N".
002720 77  WS-WIN-MAX-ENTRIES        PIC 9(4) COMP VALUE 366.
002730 77  WS-WIN-USED               PIC 9(4) COMP VALUE 0.
002740 77  WS-WIN-SUB                PIC 9(4) COMP VALUE 0.
002750 77  WS-WIN-LOW-SUB            PIC 9(4) COMP VALUE 0.
002760 01  WS-WIN-TABLE.
002770         05  WS-WIN-ENTRY          OCCURS 366 TIMES
002780                                   INDEXED BY WS-WIN-IDX.
002790             10  WS-WIN-DATE           PIC 9(8).
002800*
002810* ---------------------------------------------------------
002820*  CALENDAR DATE EDIT WORK AREAS  --  SAME EDIT SIG01
002830*  APPLIES TO THE SIGPRM01 RUN DATE
002840* ---------------------------------------------------------
002850 77  WS-DATE-VALID-SWITCH      PIC X(01) VALUE "Y".
002860         88  WS-DATE-IS-VALID      VALUE "Y".
002870         88  WS-DATE-NOT-VALID     VALUE "N".
002880 77  WS-VAL-MAX-DD             PIC 9(2) VALUE 0.
002890 77  WS-LEAP-QUOT              PIC 9(4) COMP VALUE 0.
002900 77  WS-LEAP-REM               PIC 9(4) COMP VALUE 0.
002910 01  WS-VAL-DATE.
002920         05  WS-VAL-CCYY           PIC 9(4).
002930         05  WS-VAL-MM             PIC 9(2).
002940         05  WS-VAL-DD             PIC 9(2).
002950 01  WS-VAL-DATE-N REDEFINES WS-VAL-DATE
002960                               PIC 9(8).
002970*
002980* ---------------------------------------------------------
002990*  GRADE BANDS  --  SIGBND01, SAME RULES SIG01 APPLIES
003000* ---------------------------------------------------------
003010 77  WS-BND-FOUND-SWITCH       PIC X(01) VALUE "N".
003020         88  WS-BND-FOUND          VALUE "Y".
003030         88  WS-BND-NOT-FOUND      VALUE "N".
003040 77  WS-BND-MAX-ENTRIES        PIC 9(4) COMP VALUE 50.
003050 77  WS-BND-USED               PIC 9(4) COMP VALUE 0.
003060 77  WS-BND-SUB                PIC 9(4) COMP VALUE 0.
003070 01  WS-BND-WANT-CAT           PIC X(10) VALUE SPACES.
003080 01  WS-BND-TEST-RESULT        PIC S9(9)V9(9) VALUE 0
003090                 SIGN IS LEADING SEPARATE CHARACTER.
003100 01  WS-CUR-GRADE              PIC X(03) VALUE SPACES.
003110 01  WS-BND-TABLE.
003120         05  WS-BND-ENTRY          OCCURS 50 TIMES
003130                                   INDEXED BY WS-BND-IDX.
003140             10  WS-BND-GRADE          PIC X(03).
003150             10  WS-BND-CATEGORY       PIC X(10).
003160             10  WS-BND-LOW            PIC S9(9)V9(9)
003170                     SIGN IS LEADING SEPARATE CHARACTER.
003180             10  WS-BND-HIGH           PIC S9(9)V9(9)
003190                     SIGN IS LEADING SEPARATE CHARACTER.
003200             10  WS-BND-EFF-DATE       PIC 9(8).
003210             10  WS-BND-ACTION         PIC X(01).
003220 77  WS-BND-KEEP               PIC 9(4) COMP VALUE 0.
003230*
003240* ---------------------------------------------------------
003250*  GRADE LIST  --  EVERY GRADE SEEN ON EITHER SIDE, IN THE
003260*  ORDER FIRST SEEN.  THE SLOT NUMBER INDEXES THE CATEGORY
003270*  GRADE COUNTS.  FIFTY BANDS PLUS "???" CANNOT OVERFLOW IT.
003280* ---------------------------------------------------------
003290 77  WS-GRL-FOUND-SWITCH       PIC X(01) VALUE "N".
003300         88  WS-GRL-FOUND          VALUE "Y".
003310         88  WS-GRL-NOT-FOUND      VALUE "N".
003320 77  WS-GRL-MAX-ENTRIES        PIC 9(4) COMP VALUE 51.
003330 77  WS-GRL-USED               PIC 9(4) COMP VALUE 0.
003340 77  WS-GRL-SUB                PIC 9(4) COMP VALUE 0.
003350 01  WS-GRL-TABLE.
003360         05  WS-GRL-ENTRY          OCCURS 51 TIMES
003370                                   INDEXED BY WS-GRL-IDX.
003380             10  WS-GRL-GRADE          PIC X(03).
003390*
003400* ---------------------------------------------------------
003410*  CATEGORY DRIFT TABLE  --  ROW COUNTS PER RAW-SCORE
003420*  BUCKET AND PER GRADE, TONIGHT (T) AND BASELINE (B)
003430* ---------------------------------------------------------
003440 77  WS-DRC-FOUND-SWITCH       PIC X(01) VALUE "N".
003450         88  WS-DRC-FOUND          VALUE "Y".
003460         88  WS-DRC-NOT-FOUND      VALUE "N".
003470 77  WS-DRC-MAX-ENTRIES        PIC 9(4) COMP VALUE 50.
003480 77  WS-DRC-USED               PIC 9(4) COMP VALUE 0.
003490 77  WS-DRC-SUB                PIC 9(4) COMP VALUE 0.
003500 01  WS-DRC-TABLE.
003510         05  WS-DRC-ENTRY          OCCURS 50 TIMES
003520                                   INDEXED BY WS-DRC-IDX.
003530             10  WS-DRC-CATEGORY       PIC X(10).
003540             10  WS-DRC-T-COUNT        PIC 9(9) COMP.
003550             10  WS-DRC-B-COUNT        PIC 9(9) COMP.
003560             10  WS-DRC-RAW-T          PIC 9(9) COMP
003570                                       OCCURS 10 TIMES.
003580             10  WS-DRC-RAW-B          PIC 9(9) COMP
003590                                       OCCURS 10 TIMES.
003600             10  WS-DRC-GRD-T          PIC 9(9) COMP
003610                                       OCCURS 51 TIMES.
003620             10  WS-DRC-GRD-B          PIC 9(9) COMP
003630                                       OCCURS 51 TIMES.
003640             10  WS-DRC-RAW-PSI        PIC 9(3)V9(6).
003650             10  WS-DRC-GRD-PSI        PIC 9(3)V9(6).
003660             10  WS-DRC-STATUS         PIC X(07).
003670*
003680* ---------------------------------------------------------
003690*  THE ROW IN HAND  --  WHICH SIDE IT COUNTS ON, ITS RAW
003700*  SCORE BUCKET AND ITS GRADE
003710* ---------------------------------------------------------
003720 77  WS-ROW-SIDE-SWITCH        PIC X(01) VALUE "B".
003730         88  ROW-IS-BASELINE       VALUE "B".
003740         88  ROW-IS-TONIGHT        VALUE "T".
003750 01  WS-ROW-CATEGORY           PIC X(10) VALUE SPACES.
003760 01  WS-ROW-INPUT              PIC S9(3)V99 VALUE 0.
003770 77  WS-ROW-BKT                PIC 9(4) COMP VALUE 0.
003780 01  WS-BKT-OFFSET             PIC 9(5)V99 VALUE 0.
003790 77  WS-BKT-QUOT               PIC 9(5) COMP VALUE 0.
003800*
003810* ---------------------------------------------------------
003820*  STABILITY INDEX WORK AREAS
003830* ---------------------------------------------------------
003840 77  WS-PSI-SUB                PIC 9(4) COMP VALUE 0.
003850 77  WS-PAIR-T                 PIC 9(9) COMP VALUE 0.
003860 77  WS-PAIR-B                 PIC 9(9) COMP VALUE 0.
003870 01  WS-PSI-FLOOR              PIC 9V9(9) VALUE 0.0001.
003880 01  WS-T-FRAC                 PIC 9V9(9) VALUE 0.
003890 01  WS-B-FRAC                 PIC 9V9(9) VALUE 0.
003900 01  WS-PSI-TERM               PIC S9(3)V9(9) VALUE 0.
003910 01  WS-PSI-SUM                PIC 9(3)V9(6) VALUE 0.
003920 01  WS-PSI-HIGH               PIC 9(3)V9(6) VALUE 0.
003930 01  WS-T-PCT                  PIC 9(3)V9(4) VALUE 0.
003940 01  WS-B-PCT                  PIC 9(3)V9(4) VALUE 0.
003950 01  WS-PCT-MOVE               PIC S9(3)V9(4) VALUE 0.
003960 01  WS-PCT-MOVE-ABS           PIC 9(3)V9(4) VALUE 0.
003970 01  WS-BKT-FROM               PIC S9(5)V99 VALUE 0.
003980*
003990* ---------------------------------------------------------
004000*  RUN COUNTS
004010* ---------------------------------------------------------
004020 77  WS-HIS-READ-COUNT         PIC 9(9) COMP VALUE 0.
004030 77  WS-BASE-ROW-COUNT         PIC 9(9) COMP VALUE 0.
004040 77  WS-AUD-READ-COUNT         PIC 9(9) COMP VALUE 0.
004050 77  WS-AUD-OFF-DATE-COUNT     PIC 9(9) COMP VALUE 0.
004060 77  WS-TONIGHT-ROW-COUNT      PIC 9(9) COMP VALUE 0.
004070 77  WS-DROPPED-ROW-COUNT      PIC 9(9) COMP VALUE 0.
004080 77  WS-RATED-COUNT            PIC 9(9) COMP VALUE 0.
004090 77  WS-FEW-COUNT              PIC 9(9) COMP VALUE 0.
004100 77  WS-WATCH-COUNT            PIC 9(9) COMP VALUE 0.
004110 77  WS-ALERT-COUNT            PIC 9(9) COMP VALUE 0.
004120*
004130* ---------------------------------------------------------
004140*  REPORT CONTROLS AND CURRENT DATE
004150* ---------------------------------------------------------
004160 77  WS-LINE-COUNT             PIC 9(4) COMP VALUE 0.
004170 77  WS-PAGE-COUNT             PIC 9(4) COMP VALUE 0.
004180 77  WS-LINES-PER-PAGE         PIC 9(4) COMP VALUE 50.
004190 01  WS-CURRENT-DATE.
004200         05  WS-CD-YY              PIC 9(2).
004210         05  WS-CD-MM              PIC 9(2).
004220         05  WS-CD-DD              PIC 9(2).
004230*
004240* ---------------------------------------------------------
004250*  REPORT LINE LAYOUTS
004260* ---------------------------------------------------------
004270 01  WS-HEADING-1.
004280         05  FILLER                PIC X(01) VALUE SPACE.
004290         05  FILLER                PIC X(35) VALUE
004300             "SIGDRF1 - POPULATION DRIFT REPORT".
004310         05  FILLER                PIC X(06) VALUE SPACES.
004320         05  FILLER                PIC X(06) VALUE "DATE: ".
004330         05  H1-MM                 PIC 99.
004340         05  FILLER                PIC X(01) VALUE "/".
004350         05  H1-DD                 PIC 99.
004360         05  FILLER                PIC X(01) VALUE "/".
004370         05  H1-YY                 PIC 99.
004380         05  FILLER                PIC X(05) VALUE SPACES.
004390         05  FILLER                PIC X(06) VALUE "PAGE: ".
004400         05  H1-PAGE               PIC ZZZ9.
004410*
004420 01  WS-RUN-LINE.
004430         05  FILLER                PIC X(01) VALUE SPACE.
004440         05  FILLER                PIC X(09) VALUE "RUN DATE ".
004450         05  RL-RUN-DATE           PIC 9(8).
004460         05  FILLER                PIC X(12)
004470                 VALUE "   BASELINE ".
004480         05  RL-FROM-DATE          PIC 9(8).
004490         05  FILLER                PIC X(04) VALUE " TO ".
004500         05  RL-TO-DATE            PIC 9(8).
004510         05  FILLER                PIC X(03) VALUE SPACES.
004520         05  RL-DAYS               PIC ZZ9.
004530         05  FILLER                PIC X(15)
004540                 VALUE " BUSINESS DATES".
004550*
004560 01  WS-PARM-LINE.
004570         05  FILLER                PIC X(01) VALUE SPACE.
004580         05  FILLER                PIC X(10) VALUE "ALERT PSI ".
004590         05  PL-ALERT              PIC 9.9999.
004600         05  FILLER                PIC X(12)
004610                 VALUE "   WATCH PSI".
004620         05  FILLER                PIC X(01) VALUE SPACE.
004630         05  PL-WATCH              PIC 9.9999.
004640         05  FILLER                PIC X(12)
004650                 VALUE "   MIN ROWS ".
004660         05  PL-MIN                PIC ZZ,ZZ9.
004670         05  FILLER                PIC X(12)
004680                 VALUE "   MOVE PCT ".
004690         05  PL-MOVE               PIC Z9.99.
004700*
004710 01  WS-HEADING-2.
004720         05  FILLER                PIC X(01) VALUE SPACE.
004730         05  FILLER                PIC X(10) VALUE "CATEGORY  ".
004740         05  FILLER                PIC X(09) VALUE "  TONIGHT".
004750         05  FILLER                PIC X(12)
004760                 VALUE "    BASELINE".
004770         05  FILLER                PIC X(10) VALUE "   RAW PSI".
004780         05  FILLER                PIC X(10) VALUE " GRADE PSI".
004790         05  FILLER                PIC X(10) VALUE "   STATUS ".
004800*
004810 01  WS-CAT-LINE.
004820         05  FILLER                PIC X(01) VALUE SPACE.
004830         05  CL-CATEGORY           PIC X(10).
004840         05  FILLER                PIC X(02) VALUE SPACES.
004850         05  CL-TONIGHT            PIC ZZZ,ZZ9.
004860         05  FILLER                PIC X(02) VALUE SPACES.
004870         05  CL-BASELINE           PIC ZZ,ZZZ,ZZ9.
004880         05  FILLER                PIC X(03) VALUE SPACES.
004890         05  CL-RAW-PSI            PIC Z9.9999.
004900         05  CL-RAW-PSI-X REDEFINES CL-RAW-PSI
004910                                   PIC X(07).
004920         05  FILLER                PIC X(03) VALUE SPACES.
004930         05  CL-GRD-PSI            PIC Z9.9999.
004940         05  CL-GRD-PSI-X REDEFINES CL-GRD-PSI
004950                                   PIC X(07).
004960         05  FILLER                PIC X(03) VALUE SPACES.
004970         05  CL-STATUS             PIC X(07).
004980*
004990 01  WS-BKT-LINE.
005000         05  FILLER                PIC X(05) VALUE SPACES.
005010         05  BL-KIND               PIC X(05).
005020         05  FILLER                PIC X(01) VALUE SPACE.
005030         05  BL-FROM               PIC ----9.99.
005040         05  BL-FROM-X REDEFINES BL-FROM
005050                                   PIC X(08).
005060         05  BL-TO-WORD            PIC X(04).
005070         05  BL-TO                 PIC ----9.99.
005080         05  BL-TO-X REDEFINES BL-TO
005090                                   PIC X(08).
005100         05  FILLER                PIC X(03) VALUE SPACES.
005110         05  FILLER                PIC X(08) VALUE "TONIGHT ".
005120         05  BL-T-PCT              PIC ZZ9.99.
005130         05  FILLER                PIC X(01) VALUE "%".
005140         05  FILLER                PIC X(03) VALUE SPACES.
005150         05  FILLER                PIC X(05) VALUE "BASE ".
005160         05  BL-B-PCT              PIC ZZ9.99.
005170         05  FILLER                PIC X(01) VALUE "%".
005180         05  FILLER                PIC X(03) VALUE SPACES.
005190         05  FILLER                PIC X(05) VALUE "MOVE ".
005200         05  BL-MOVE               PIC +++9.99.
005210*
005220 01  WS-SUM-LINE.
005230         05  FILLER                PIC X(01) VALUE SPACE.
005240         05  SL-LABEL              PIC X(34).
005250         05  SL-COUNT              PIC ZZZ,ZZZ,ZZ9.
005260*
005270 PROCEDURE DIVISION.
005280* ===========================================================*
005290*  0000-MAINLINE
005300* ===========================================================*
005310 0000-MAINLINE.
005320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005330     PERFORM 2000-FIND-BASELINE-WINDOW THRU 2000-EXIT.
005340     PERFORM 3000-TALLY-BASELINE THRU 3000-EXIT.
005350     PERFORM 4000-TALLY-TONIGHT THRU 4000-EXIT.
005360     PERFORM 6000-RATE-CATEGORIES THRU 6000-EXIT.
005370     PERFORM 8000-TERMINATE THRU 8000-EXIT.
005380     GO TO 9999-EXIT.
005390*
005400* ===========================================================*
005410*  1000-INITIALIZE  --  RUN DATE, DRIFT PARAMETERS AND THE
005420*          BANDS IN FORCE, OPEN THE REPORT
005430* ===========================================================*
005440 1000-INITIALIZE.
005450     PERFORM 1100-READ-RUN-PARAMETERS THRU 1100-EXIT.
005460     PERFORM 1200-READ-DRIFT-PARMS THRU 1200-EXIT.
005470     PERFORM 1500-LOAD-BAND-DEFS THRU 1500-EXIT.
005480     OPEN OUTPUT SIGDRP01-FILE.
005490     ACCEPT WS-CURRENT-DATE FROM DATE.
005500 1000-EXIT.
005510     EXIT.
005520*
005530* ===========================================================*
005540*  1100-READ-RUN-PARAMETERS  --  THE BUSINESS RUN DATE OFF
005550*          SIGPRM01, DEFAULTED TO TODAY
005560* ===========================================================*
005570 1100-READ-RUN-PARAMETERS.
005580     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
005590     OPEN INPUT SIGPRM01-FILE.
005600     IF WS-PRM-FILE-STATUS = "00"
005610         READ SIGPRM01-FILE
005620             AT END
005630                 CONTINUE
005640             NOT AT END
005650                 IF PRM-RUN-DATE IS NUMERIC
005660                     MOVE PRM-RUN-DATE TO WS-VAL-DATE
005670                     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
005680                     IF WS-DATE-IS-VALID
005690                         MOVE WS-VAL-DATE-N TO WS-RUN-DATE-NUM
005700                     END-IF
005710                 END-IF
005720         END-READ
005730     END-IF.
005740     CLOSE SIGPRM01-FILE.
005750 1100-EXIT.
005760     EXIT.
005770*
005780* ===========================================================*
005790*  1200-READ-DRIFT-PARMS  --  OPTIONAL SIGDPM01, FIELD BY
005800*          FIELD OVER THE DEFAULTS
005810* ===========================================================*
005820 1200-READ-DRIFT-PARMS.
005830     OPEN INPUT SIGDPM01-FILE.
005832     IF WS-DPM-FILE-STATUS = "00"
005834         READ SIGDPM01-FILE
005836             AT END
005838                 CONTINUE
005840             NOT AT END
005842                 PERFORM 1210-APPLY-DRIFT-PARMS THRU 1210-EXIT
005844         END-READ
005860     END-IF.
005862     CLOSE SIGDPM01-FILE.
005864 1200-EXIT.
005866     EXIT.
005868*
005870* ===========================================================*
005872*  1210-APPLY-DRIFT-PARMS  --  EACH NUMERIC SIGDPM01 FIELD
005874*          REPLACES ITS DEFAULT
005876* ===========================================================*
005878 1210-APPLY-DRIFT-PARMS.
005910     IF DPM-WINDOW-DAYS-X IS NUMERIC
005920         IF DPM-WINDOW-DAYS > 0
005930            AND DPM-WINDOW-DAYS NOT > WS-WIN-MAX-ENTRIES
005940             MOVE DPM-WINDOW-DAYS TO WS-WINDOW-DAYS
005950         ELSE
005960             DISPLAY "SIGDRF1 WARNING - SIGDPM01 WINDOW "
005970                 DPM-WINDOW-DAYS " NOT 1-366, DEFAULT USED"
005980         END-IF
005990     END-IF.
006000     IF DPM-PSI-ALERT-X IS NUMERIC
006010        AND DPM-PSI-ALERT > 0
006020         MOVE DPM-PSI-ALERT TO WS-PSI-ALERT
006030     END-IF.
006040     IF DPM-PSI-WATCH-X IS NUMERIC
006050        AND DPM-PSI-WATCH > 0
006060         MOVE DPM-PSI-WATCH TO WS-PSI-WATCH
006070     END-IF.
006080     IF WS-PSI-WATCH > WS-PSI-ALERT
006090         MOVE WS-PSI-ALERT TO WS-PSI-WATCH
006100     END-IF.
006110     IF DPM-MIN-COUNT-X IS NUMERIC
006120        AND DPM-MIN-COUNT > 0
006130         MOVE DPM-MIN-COUNT TO WS-MIN-COUNT
006140     END-IF.
006150     IF (DPM-BKT-LOW-SIGN-X = "+" OR DPM-BKT-LOW-SIGN-X = "-")
006160        AND DPM-BKT-LOW-DIG-X IS NUMERIC
006170         MOVE DPM-BKT-LOW TO WS-BKT-LOW
006180     END-IF.
006190     IF DPM-BKT-WIDTH-X IS NUMERIC
006200        AND DPM-BKT-WIDTH > 0
006210         MOVE DPM-BKT-WIDTH TO WS-BKT-WIDTH
006220     END-IF.
006230     IF DPM-MOVE-PCT-X IS NUMERIC
006240         MOVE DPM-MOVE-PCT TO WS-MOVE-PCT
006250     END-IF.
006252 1210-EXIT.
006290     EXIT.
006300*
006310* ===========================================================*
006320*  1300-WRITE-HEADINGS  --  NEW PAGE, HEADINGS, RESET LINES
006330* ===========================================================*
006340 1300-WRITE-HEADINGS.
006350     ADD 1 TO WS-PAGE-COUNT.
006360     MOVE WS-CD-MM TO H1-MM.
006370     MOVE WS-CD-DD TO H1-DD.
006380     MOVE WS-CD-YY TO H1-YY.
006390     MOVE WS-PAGE-COUNT TO H1-PAGE.
006400     WRITE SIGDRP01-RECORD FROM WS-HEADING-1
006410         AFTER ADVANCING PAGE.
006420     MOVE ZERO TO WS-LINE-COUNT.
006430 1300-EXIT.
006440     EXIT.
006450*
006460* ===========================================================*
006470*  1500-LOAD-BAND-DEFS  --  SIGBND01 GRADE BANDS IN FORCE ON
006480*          THE RUN DATE.  MISSING MEANS EVERY ROW GRADES "???".
006490* ===========================================================*
006500 1500-LOAD-BAND-DEFS.
006510     OPEN INPUT SIGBND01-FILE.
006520     IF WS-BND-FILE-STATUS NOT = "00"
006530         MOVE "Y" TO WS-BND-EOF-SWITCH
006540     END-IF.
006550     PERFORM 1510-LOAD-ONE-BAND THRU 1510-EXIT
006560         UNTIL END-OF-SIGBND01.
006570     CLOSE SIGBND01-FILE.
006580     MOVE ZERO TO WS-BND-KEEP.
006590     PERFORM 1530-KEEP-ONE-BAND THRU 1530-EXIT
006600         VARYING WS-BND-SUB FROM 1 BY 1
006610         UNTIL WS-BND-SUB > WS-BND-USED.
006620     MOVE WS-BND-KEEP TO WS-BND-USED.
006630 1500-EXIT.
006640     EXIT.
006650*
006660* ===========================================================*
006670*  1510-LOAD-ONE-BAND  --  ONE BAND VERSION, TABLED WHEN IT
006680*          IS APPROVED AND IN FORCE ON THE RUN DATE
006690* ===========================================================*
006700 1510-LOAD-ONE-BAND.
006710     READ SIGBND01-FILE
006720         AT END
006730             MOVE "Y" TO WS-BND-EOF-SWITCH
006740             GO TO 1510-EXIT
006750     END-READ.
006760     IF (BND-LOW-SIGN-X NOT = "+" AND BND-LOW-SIGN-X
006770            NOT = "-")
006780        OR BND-LOW-DIG-X IS NOT NUMERIC
006790        OR (BND-HIGH-SIGN-X NOT = "+" AND BND-HIGH-SIGN-X
006800            NOT = "-")
006810        OR BND-HIGH-DIG-X IS NOT NUMERIC
006820        OR BND-GRADE = SPACES
006830        OR (BND-EFF-DATE NOT = SPACES
006840            AND BND-EFF-DATE IS NOT NUMERIC)
006850         DISPLAY "SIGDRF1 WARNING - BAD SIGBND01 ROW FOR "
006860             BND-GRADE " SKIPPED"
006870         GO TO 1510-EXIT
006880     END-IF.
006882     IF BND-VER-PENDING
006884         GO TO 1510-EXIT
006886     END-IF.
006890     IF NOT BND-VER-APPROVED
006891        OR BND-ENTERED-BY = SPACES
006892        OR BND-APPROVED-BY = SPACES
006893        OR BND-ENTERED-BY = BND-APPROVED-BY
006894         DISPLAY "SIGDRF1 WARNING - SIGBND01 ROW FOR " BND-GRADE
006895             " NOT APPROVED BY TWO USERS, SKIPPED"
006900         GO TO 1510-EXIT
006910     END-IF.
006920     IF BND-EFF-DATE = SPACES
006930         MOVE ZERO TO WS-VER-EFF-DATE
006940     ELSE
006950         MOVE BND-EFF-DATE TO WS-VER-EFF-DATE
006960     END-IF.
006970     IF WS-VER-EFF-DATE > WS-RUN-DATE-NUM
006980         GO TO 1510-EXIT
006990     END-IF.
007000     SET WS-BND-NOT-FOUND TO TRUE.
007010     PERFORM 1520-TEST-ONE-BAND-KEY THRU 1520-EXIT
007020         VARYING WS-BND-SUB FROM 1 BY 1
007030         UNTIL WS-BND-SUB > WS-BND-USED
007040            OR WS-BND-FOUND.
007050     IF WS-BND-FOUND
007060         IF WS-VER-EFF-DATE < WS-BND-EFF-DATE(WS-BND-IDX)
007070             GO TO 1510-EXIT
007080         END-IF
007090     ELSE
007100         IF WS-BND-USED >= WS-BND-MAX-ENTRIES
007110             DISPLAY "SIGDRF1 WARNING - BAND TABLE FULL, "
007120                 BND-GRADE " DROPPED"
007130             GO TO 1510-EXIT
007140         END-IF
007150         ADD 1 TO WS-BND-USED
007160         SET WS-BND-IDX TO WS-BND-USED
007170     END-IF.
007180     MOVE BND-GRADE       TO WS-BND-GRADE(WS-BND-IDX).
007190     MOVE BND-CATEGORY    TO WS-BND-CATEGORY(WS-BND-IDX).
007200     MOVE BND-LOW-BOUND   TO WS-BND-LOW(WS-BND-IDX).
007210     MOVE BND-HIGH-BOUND  TO WS-BND-HIGH(WS-BND-IDX).
007220     MOVE WS-VER-EFF-DATE TO WS-BND-EFF-DATE(WS-BND-IDX).
007230     MOVE BND-VER-ACTION  TO WS-BND-ACTION(WS-BND-IDX).
007240 1510-EXIT.
007250     EXIT.
007260*
007270* ===========================================================*
007280*  1520-TEST-ONE-BAND-KEY  --  SAME GRADE AND CATEGORY
007290*          ALREADY TABLED FROM AN EARLIER VERSION
007300* ===========================================================*
007310 1520-TEST-ONE-BAND-KEY.
007320     SET WS-BND-IDX TO WS-BND-SUB.
007330     IF WS-BND-GRADE(WS-BND-IDX) = BND-GRADE
007340        AND WS-BND-CATEGORY(WS-BND-IDX) = BND-CATEGORY
007350         SET WS-BND-FOUND TO TRUE
007360     END-IF.
007370 1520-EXIT.
007380     EXIT.
007390*
007400* ===========================================================*
007410*  1530-KEEP-ONE-BAND  --  CLOSE UP THE TABLE OVER A BAND
007420*          WHOSE VERSION IN FORCE IS A DELETE
007430* ===========================================================*
007440 1530-KEEP-ONE-BAND.
007450     IF WS-BND-ACTION(WS-BND-SUB) NOT = "D"
007460         ADD 1 TO WS-BND-KEEP
007470         IF WS-BND-KEEP NOT = WS-BND-SUB
007480             MOVE WS-BND-ENTRY(WS-BND-SUB)
007490                 TO WS-BND-ENTRY(WS-BND-KEEP)
007500         END-IF
007510     END-IF.
007520 1530-EXIT.
007530     EXIT.
007540*
007550* ===========================================================*
007560*  2000-FIND-BASELINE-WINDOW  --  FIRST PASS OVER SIGHIS01.
007570*          THE HISTORY IS IN RECORD-ID ORDER, SO THE LATEST N
007580*          DISTINCT DATES BEFORE THE RUN DATE ARE KEPT IN A
007590*          TABLE AS THEY TURN UP; THE OLDEST OF THEM OPENS
007600*          THE WINDOW
007610* ===========================================================*
007620 2000-FIND-BASELINE-WINDOW.
007630     OPEN INPUT SIGHIS01-FILE.
007640     IF WS-HIS-FILE-STATUS NOT = "00"
007650         MOVE "Y" TO WS-HIS-EOF-SWITCH
007660     END-IF.
007670     PERFORM 2100-NOTE-ONE-DATE THRU 2100-EXIT
007680         UNTIL END-OF-SIGHIS01.
007690     CLOSE SIGHIS01-FILE.
007700     IF WS-WIN-USED > 0
007710         SET WS-WIN-IDX TO WS-WIN-LOW-SUB
007720         MOVE WS-WIN-DATE(WS-WIN-IDX) TO WS-BASE-FROM-DATE
007730         MOVE ZERO TO WS-BASE-TO-DATE
007740         PERFORM 2300-TEST-HIGH-DATE THRU 2300-EXIT
007750             VARYING WS-WIN-SUB FROM 1 BY 1
007760             UNTIL WS-WIN-SUB > WS-WIN-USED
007770     END-IF.
007780 2000-EXIT.
007790     EXIT.
007800*
007810* ===========================================================*
007820*  2100-NOTE-ONE-DATE  --  ONE HISTORY ROW'S DATE INTO THE
007830*          WINDOW TABLE WHEN IT IS NEW AND RECENT ENOUGH
007840* ===========================================================*
007850 2100-NOTE-ONE-DATE.
007860     READ SIGHIS01-FILE
007870         AT END
007880             MOVE "Y" TO WS-HIS-EOF-SWITCH
007890             GO TO 2100-EXIT
007900     END-READ.
007910     ADD 1 TO WS-HIS-READ-COUNT.
007920     IF HIS-DATE IS NOT NUMERIC
007930        OR HIS-DATE NOT < WS-RUN-DATE-NUM
007940         GO TO 2100-EXIT
007950     END-IF.
007960     SET WS-WIN-NOT-FOUND TO TRUE.
007970     PERFORM 2110-TEST-ONE-DATE THRU 2110-EXIT
007980         VARYING WS-WIN-SUB FROM 1 BY 1
007990         UNTIL WS-WIN-SUB > WS-WIN-USED
008000            OR WS-WIN-FOUND.
008010     IF WS-WIN-FOUND
008020         GO TO 2100-EXIT
008030     END-IF.
008040     IF WS-WIN-USED < WS-WINDOW-DAYS
008050         ADD 1 TO WS-WIN-USED
008060         SET WS-WIN-IDX TO WS-WIN-USED
008070     ELSE
008080         SET WS-WIN-IDX TO WS-WIN-LOW-SUB
008090         IF HIS-DATE < WS-WIN-DATE(WS-WIN-IDX)
008100             GO TO 2100-EXIT
008110         END-IF
008120     END-IF.
008130     MOVE HIS-DATE TO WS-WIN-DATE(WS-WIN-IDX).
008140     MOVE 1 TO WS-WIN-LOW-SUB.
008150     PERFORM 2200-TEST-LOW-DATE THRU 2200-EXIT
008160         VARYING WS-WIN-SUB FROM 2 BY 1
008170         UNTIL WS-WIN-SUB > WS-WIN-USED.
008180 2100-EXIT.
008190     EXIT.
008200*
008210* ===========================================================*
008220*  2110-TEST-ONE-DATE  --  DATE ALREADY IN THE WINDOW
008230* ===========================================================*
008240 2110-TEST-ONE-DATE.
008250     SET WS-WIN-IDX TO WS-WIN-SUB.
008260     IF WS-WIN-DATE(WS-WIN-IDX) = HIS-DATE
008270         SET WS-WIN-FOUND TO TRUE
008280     END-IF.
008290 2110-EXIT.
008300     EXIT.
008310*
008320* ===========================================================*
008330*  2200-TEST-LOW-DATE  --  KEEP THE SLOT OF THE OLDEST DATE
008340* ===========================================================*
008350 2200-TEST-LOW-DATE.
008360     IF WS-WIN-DATE(WS-WIN-SUB) < WS-WIN-DATE(WS-WIN-LOW-SUB)
008370         MOVE WS-WIN-SUB TO WS-WIN-LOW-SUB
008380     END-IF.
008390 2200-EXIT.
008400     EXIT.
008410*
008420* ===========================================================*
008430*  2300-TEST-HIGH-DATE  --  THE NEWEST DATE CLOSES THE
008440*          WINDOW ON THE REPORT
008450* ===========================================================*
008460 2300-TEST-HIGH-DATE.
008470     IF WS-WIN-DATE(WS-WIN-SUB) > WS-BASE-TO-DATE
008480         MOVE WS-WIN-DATE(WS-WIN-SUB) TO WS-BASE-TO-DATE
008490     END-IF.
008500 2300-EXIT.
008510     EXIT.
008520*
008530* ===========================================================*
008540*  3000-TALLY-BASELINE  --  SECOND PASS OVER SIGHIS01, EVERY
008550*          ROW INSIDE THE WINDOW COUNTED ON THE BASELINE SIDE
008560* ===========================================================*
008570 3000-TALLY-BASELINE.
008580     IF WS-WIN-USED = 0
008590         DISPLAY "SIGDRF1 WARNING - NO SIGHIS01 HISTORY "
008600             "BEFORE " WS-RUN-DATE-NUM ", NO BASELINE"
008610         GO TO 3000-EXIT
008620     END-IF.
008630     SET ROW-IS-BASELINE TO TRUE.
008640     MOVE "N" TO WS-HIS-EOF-SWITCH.
008650     OPEN INPUT SIGHIS01-FILE.
008660     IF WS-HIS-FILE-STATUS NOT = "00"
008670         MOVE "Y" TO WS-HIS-EOF-SWITCH
008680     END-IF.
008690     PERFORM 3100-TALLY-ONE-HISTORY THRU 3100-EXIT
008700         UNTIL END-OF-SIGHIS01.
008710     CLOSE SIGHIS01-FILE.
008720 3000-EXIT.
008730     EXIT.
008740*
008750* ===========================================================*
008760*  3100-TALLY-ONE-HISTORY  --  ONE HISTORY ROW, WINDOW-
008770*          FILTERED
008780* ===========================================================*
008790 3100-TALLY-ONE-HISTORY.
008800     READ SIGHIS01-FILE
008810         AT END
008820             MOVE "Y" TO WS-HIS-EOF-SWITCH
008830             GO TO 3100-EXIT
008840     END-READ.
008850     IF HIS-DATE IS NOT NUMERIC
008860        OR HIS-DATE < WS-BASE-FROM-DATE
008870        OR HIS-DATE NOT < WS-RUN-DATE-NUM
008880         GO TO 3100-EXIT
008890     END-IF.
008900     ADD 1 TO WS-BASE-ROW-COUNT.
008910     MOVE HIS-CATEGORY   TO WS-ROW-CATEGORY.
008920     MOVE HIS-USER-INPUT TO WS-ROW-INPUT.
008930     MOVE HIS-SIGMOID    TO WS-BND-TEST-RESULT.
008940     PERFORM 3500-TALLY-ROW THRU 3500-EXIT.
008950 3100-EXIT.
008960     EXIT.
008970*
008980* ===========================================================*
008990*  3500-TALLY-ROW  --  THE ROW IN HAND INTO ITS CATEGORY'S
009000*          RAW-SCORE BUCKET AND GRADE SLOT ON ITS SIDE
009010* ===========================================================*
009020 3500-TALLY-ROW.
009030     PERFORM 3510-FIND-CATEGORY THRU 3510-EXIT.
009040     IF WS-DRC-NOT-FOUND
009050         ADD 1 TO WS-DROPPED-ROW-COUNT
009060         GO TO 3500-EXIT
009070     END-IF.
009080     PERFORM 3530-FIND-BUCKET THRU 3530-EXIT.
009090     PERFORM 3600-ASSIGN-GRADE THRU 3600-EXIT.
009100     PERFORM 3700-FIND-GRADE-SLOT THRU 3700-EXIT.
009110     IF ROW-IS-TONIGHT
009120         ADD 1 TO WS-DRC-T-COUNT(WS-DRC-IDX)
009130         ADD 1 TO WS-DRC-RAW-T(WS-DRC-IDX, WS-ROW-BKT)
009140         ADD 1 TO WS-DRC-GRD-T(WS-DRC-IDX, WS-GRL-SUB)
009150     ELSE
009160         ADD 1 TO WS-DRC-B-COUNT(WS-DRC-IDX)
009170         ADD 1 TO WS-DRC-RAW-B(WS-DRC-IDX, WS-ROW-BKT)
009180         ADD 1 TO WS-DRC-GRD-B(WS-DRC-IDX, WS-GRL-SUB)
009190     END-IF.
009200 3500-EXIT.
009210     EXIT.
009220*
009230* ===========================================================*
009240*  3510-FIND-CATEGORY  --  THE ROW'S CATEGORY SLOT, ADDED
009250*          WITH ZERO COUNTS THE FIRST TIME IT IS SEEN
009260* ===========================================================*
009270 3510-FIND-CATEGORY.
009280     SET WS-DRC-NOT-FOUND TO TRUE.
009290     PERFORM 3515-TEST-ONE-CATEGORY THRU 3515-EXIT
009300         VARYING WS-DRC-SUB FROM 1 BY 1
009310         UNTIL WS-DRC-SUB > WS-DRC-USED
009320            OR WS-DRC-FOUND.
009330     IF WS-DRC-FOUND
009340         GO TO 3510-EXIT
009350     END-IF.
009360     IF WS-DRC-USED >= WS-DRC-MAX-ENTRIES
009370         DISPLAY "SIGDRF1 WARNING - CATEGORY TABLE FULL, "
009380             WS-ROW-CATEGORY " NOT COUNTED"
009390         GO TO 3510-EXIT
009400     END-IF.
009410     ADD 1 TO WS-DRC-USED.
009420     SET WS-DRC-IDX TO WS-DRC-USED.
009430     MOVE WS-ROW-CATEGORY TO WS-DRC-CATEGORY(WS-DRC-IDX).
009440     MOVE ZERO TO WS-DRC-T-COUNT(WS-DRC-IDX).
009450     MOVE ZERO TO WS-DRC-B-COUNT(WS-DRC-IDX).
009460     MOVE ZERO TO WS-DRC-RAW-PSI(WS-DRC-IDX).
009470     MOVE ZERO TO WS-DRC-GRD-PSI(WS-DRC-IDX).
009480     MOVE SPACES TO WS-DRC-STATUS(WS-DRC-IDX).
009490     PERFORM 3520-ZERO-ONE-RAW THRU 3520-EXIT
009500         VARYING WS-PSI-SUB FROM 1 BY 1
009510         UNTIL WS-PSI-SUB > WS-BKT-COUNT.
009520     PERFORM 3525-ZERO-ONE-GRADE THRU 3525-EXIT
009530         VARYING WS-PSI-SUB FROM 1 BY 1
009540         UNTIL WS-PSI-SUB > WS-GRL-MAX-ENTRIES.
009550     SET WS-DRC-FOUND TO TRUE.
009560 3510-EXIT.
009570     EXIT.
009580*
009590* ===========================================================*
009600*  3515-TEST-ONE-CATEGORY  --  TEST ONE CATEGORY TABLE SLOT
009610* ===========================================================*
009620 3515-TEST-ONE-CATEGORY.
009630     SET WS-DRC-IDX TO WS-DRC-SUB.
009640     IF WS-DRC-CATEGORY(WS-DRC-IDX) = WS-ROW-CATEGORY
009650         SET WS-DRC-FOUND TO TRUE
009660     END-IF.
009670 3515-EXIT.
009680     EXIT.
009690*
009700* ===========================================================*
009710*  3520-ZERO-ONE-RAW  --  CLEAR ONE RAW BUCKET PAIR
009720* ===========================================================*
009730 3520-ZERO-ONE-RAW.
009740     MOVE ZERO TO WS-DRC-RAW-T(WS-DRC-IDX, WS-PSI-SUB).
009750     MOVE ZERO TO WS-DRC-RAW-B(WS-DRC-IDX, WS-PSI-SUB).
009760 3520-EXIT.
009770     EXIT.
009780*
009790* ===========================================================*
009800*  3525-ZERO-ONE-GRADE  --  CLEAR ONE GRADE SLOT PAIR
009810* ===========================================================*
009820 3525-ZERO-ONE-GRADE.
009830     MOVE ZERO TO WS-DRC-GRD-T(WS-DRC-IDX, WS-PSI-SUB).
009840     MOVE ZERO TO WS-DRC-GRD-B(WS-DRC-IDX, WS-PSI-SUB).
009850 3525-EXIT.
009860     EXIT.
009870*
009880* ===========================================================*
009890*  3530-FIND-BUCKET  --  RAW SCORE TO ONE OF THE TEN FIXED
009900*          BUCKETS.  BELOW THE FIRST BOUND FALLS IN BUCKET 1,
009910*          PAST THE LAST IN BUCKET 10.
009920* ===========================================================*
009930 3530-FIND-BUCKET.
009940     IF WS-ROW-INPUT < WS-BKT-LOW
009950         MOVE 1 TO WS-ROW-BKT
009960         GO TO 3530-EXIT
009970     END-IF.
009980     COMPUTE WS-BKT-OFFSET = WS-ROW-INPUT - WS-BKT-LOW.
009990     DIVIDE WS-BKT-OFFSET BY WS-BKT-WIDTH
010000         GIVING WS-BKT-QUOT.
010010     IF WS-BKT-QUOT >= WS-BKT-COUNT
010020         MOVE WS-BKT-COUNT TO WS-ROW-BKT
010030     ELSE
010040         COMPUTE WS-ROW-BKT = WS-BKT-QUOT + 1
010050     END-IF.
010060 3530-EXIT.
010070     EXIT.
010080*
010090* ===========================================================*
010100*  3600-ASSIGN-GRADE  --  BAND WS-BND-TEST-RESULT.  CATEGORY
010110*          BAND BEATS GLOBAL, NO BAND GRADES "???".
010120* ===========================================================*
010130 3600-ASSIGN-GRADE.
010140     MOVE WS-ROW-CATEGORY TO WS-BND-WANT-CAT.
010150     PERFORM 3610-SEARCH-BANDS THRU 3610-EXIT.
010160     IF WS-BND-NOT-FOUND
010170         MOVE SPACES TO WS-BND-WANT-CAT
010180         PERFORM 3610-SEARCH-BANDS THRU 3610-EXIT
010190     END-IF.
010200     IF WS-BND-FOUND
010210         MOVE WS-BND-GRADE(WS-BND-IDX) TO WS-CUR-GRADE
010220     ELSE
010230         MOVE "???" TO WS-CUR-GRADE
010240     END-IF.
010250 3600-EXIT.
010260     EXIT.
010270*
010280* ===========================================================*
010290*  3610-SEARCH-BANDS  --  FIRST BAND OF THE WANTED CATEGORY
010300*          WHOSE BOUNDS COVER THE RESULT
010310* ===========================================================*
010320 3610-SEARCH-BANDS.
010330     SET WS-BND-NOT-FOUND TO TRUE.
010340     PERFORM 3620-TEST-ONE-BAND THRU 3620-EXIT
010350         VARYING WS-BND-SUB FROM 1 BY 1
010360         UNTIL WS-BND-SUB > WS-BND-USED
010370            OR WS-BND-FOUND.
010380 3610-EXIT.
010390     EXIT.
010400*
010410* ===========================================================*
010420*  3620-TEST-ONE-BAND  --  TEST ONE BAND TABLE SLOT
010430* ===========================================================*
010440 3620-TEST-ONE-BAND.
010450     SET WS-BND-IDX TO WS-BND-SUB.
010460     IF WS-BND-CATEGORY(WS-BND-IDX) = WS-BND-WANT-CAT
010470        AND WS-BND-TEST-RESULT >= WS-BND-LOW(WS-BND-IDX)
010480        AND WS-BND-TEST-RESULT <= WS-BND-HIGH(WS-BND-IDX)
010490         SET WS-BND-FOUND TO TRUE
010500     END-IF.
010510 3620-EXIT.
010520     EXIT.
010530*
010540* ===========================================================*
010550*  3700-FIND-GRADE-SLOT  --  WS-CUR-GRADE TO ITS GRADE LIST
010560*          SLOT IN WS-GRL-SUB, ADDED WHEN FIRST SEEN
010570* ===========================================================*
010580 3700-FIND-GRADE-SLOT.
010590     SET WS-GRL-NOT-FOUND TO TRUE.
010600     PERFORM 3710-TEST-ONE-GRADE THRU 3710-EXIT
010610         VARYING WS-GRL-SUB FROM 1 BY 1
010620         UNTIL WS-GRL-SUB > WS-GRL-USED
010630            OR WS-GRL-FOUND.
010640     IF WS-GRL-FOUND
010650         SET WS-GRL-SUB TO WS-GRL-IDX
010660         GO TO 3700-EXIT
010670     END-IF.
010680     IF WS-GRL-USED < WS-GRL-MAX-ENTRIES
010690         ADD 1 TO WS-GRL-USED
010700     END-IF.
010710     MOVE WS-GRL-USED TO WS-GRL-SUB.
010720     SET WS-GRL-IDX TO WS-GRL-SUB.
010730     MOVE WS-CUR-GRADE TO WS-GRL-GRADE(WS-GRL-IDX).
010740 3700-EXIT.
010750     EXIT.
010760*
010770* ===========================================================*
010780*  3710-TEST-ONE-GRADE  --  TEST ONE GRADE LIST SLOT
010790* ===========================================================*
010800 3710-TEST-ONE-GRADE.
010810     SET WS-GRL-IDX TO WS-GRL-SUB.
010820     IF WS-GRL-GRADE(WS-GRL-IDX) = WS-CUR-GRADE
010830         SET WS-GRL-FOUND TO TRUE
010840     END-IF.
010850 3710-EXIT.
010860     EXIT.
010870*
010880* ===========================================================*
010890*  4000-TALLY-TONIGHT  --  SIGAUD01 ROWS FOR THE BUSINESS RUN
010900*          DATE COUNTED ON TONIGHT'S SIDE
010910* ===========================================================*
010920 4000-TALLY-TONIGHT.
010930     SET ROW-IS-TONIGHT TO TRUE.
010940     OPEN INPUT SIGAUD01-FILE.
010950     IF WS-AUD-FILE-STATUS NOT = "00"
010960         MOVE "Y" TO WS-AUD-EOF-SWITCH
010970     END-IF.
010980     PERFORM 4100-TALLY-ONE-AUDIT THRU 4100-EXIT
010990         UNTIL END-OF-SIGAUD01.
011000     CLOSE SIGAUD01-FILE.
011010     IF WS-TONIGHT-ROW-COUNT = 0
011020         DISPLAY "SIGDRF1 WARNING - NO SIGAUD01 ROWS FOR "
011030             WS-RUN-DATE-NUM
011040     END-IF.
011050 4000-EXIT.
011060     EXIT.
011070*
011080* ===========================================================*
011090*  4100-TALLY-ONE-AUDIT  --  ONE AUDIT ROW, DATE-FILTERED
011100* ===========================================================*
011110 4100-TALLY-ONE-AUDIT.
011120     READ SIGAUD01-FILE
011130         AT END
011140             MOVE "Y" TO WS-AUD-EOF-SWITCH
011150             GO TO 4100-EXIT
011160     END-READ.
011170     ADD 1 TO WS-AUD-READ-COUNT.
011180     IF AUD-DATE NOT = WS-RUN-DATE-NUM
011190         ADD 1 TO WS-AUD-OFF-DATE-COUNT
011200         GO TO 4100-EXIT
011210     END-IF.
011220     ADD 1 TO WS-TONIGHT-ROW-COUNT.
011230     MOVE AUD-CATEGORY   TO WS-ROW-CATEGORY.
011240     MOVE AUD-USER-INPUT TO WS-ROW-INPUT.
011250     MOVE AUD-SIGMOID    TO WS-BND-TEST-RESULT.
011260     PERFORM 3500-TALLY-ROW THRU 3500-EXIT.
011270 4100-EXIT.
011280     EXIT.
011290*
011300* ===========================================================*
011310*  5000-VALIDATE-DATE  --  REAL CALENDAR EDIT ON WS-VAL-DATE,
011320*          MATCHING THE EDIT SIG01 APPLIES
011330* ===========================================================*
011340 5000-VALIDATE-DATE.
011350     SET WS-DATE-IS-VALID TO TRUE.
011360     IF WS-VAL-DATE-N IS NOT NUMERIC
011370        OR WS-VAL-CCYY < 1601
011380        OR WS-VAL-MM < 1 OR WS-VAL-MM > 12
011390         SET WS-DATE-NOT-VALID TO TRUE
011400         GO TO 5000-EXIT
011410     END-IF.
011420     EVALUATE WS-VAL-MM
011430         WHEN 4
011440         WHEN 6
011450         WHEN 9
011460         WHEN 11
011470             MOVE 30 TO WS-VAL-MAX-DD
011480         WHEN 2
011490             PERFORM 5100-SET-FEBRUARY-LIMIT THRU 5100-EXIT
011500         WHEN OTHER
011510             MOVE 31 TO WS-VAL-MAX-DD
011520     END-EVALUATE.
011530     IF WS-VAL-DD < 1 OR WS-VAL-DD > WS-VAL-MAX-DD
011540         SET WS-DATE-NOT-VALID TO TRUE
011550     END-IF.
011560 5000-EXIT.
011570     EXIT.
011580*
011590* ===========================================================*
011600*  5100-SET-FEBRUARY-LIMIT  --  28 OR 29 BY THE LEAP RULES
011610* ===========================================================*
011620 5100-SET-FEBRUARY-LIMIT.
011630     MOVE 28 TO WS-VAL-MAX-DD.
011640     DIVIDE WS-VAL-CCYY BY 4 GIVING WS-LEAP-QUOT
011650         REMAINDER WS-LEAP-REM.
011660     IF WS-LEAP-REM = 0
011670         MOVE 29 TO WS-VAL-MAX-DD
011680         DIVIDE WS-VAL-CCYY BY 100 GIVING WS-LEAP-QUOT
011690             REMAINDER WS-LEAP-REM
011700         IF WS-LEAP-REM = 0
011710             DIVIDE WS-VAL-CCYY BY 400 GIVING WS-LEAP-QUOT
011720                 REMAINDER WS-LEAP-REM
011730             IF WS-LEAP-REM NOT = 0
011740                 MOVE 28 TO WS-VAL-MAX-DD
011750             END-IF
011760         END-IF
011770     END-IF.
011780 5100-EXIT.
011790     EXIT.
011800*
011810* ===========================================================*
011820*  6000-RATE-CATEGORIES  --  REPORT HEADINGS, THEN ONE
011830*          RATING AND ITS MOVED BUCKETS PER CATEGORY
011840* ===========================================================*
011850 6000-RATE-CATEGORIES.
011860     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
011870     MOVE WS-RUN-DATE-NUM   TO RL-RUN-DATE.
011880     MOVE WS-BASE-FROM-DATE TO RL-FROM-DATE.
011890     MOVE WS-BASE-TO-DATE   TO RL-TO-DATE.
011900     MOVE WS-WIN-USED       TO RL-DAYS.
011910     WRITE SIGDRP01-RECORD FROM WS-RUN-LINE
011920         AFTER ADVANCING 1.
011930     MOVE WS-PSI-ALERT TO PL-ALERT.
011940     MOVE WS-PSI-WATCH TO PL-WATCH.
011950     MOVE WS-MIN-COUNT TO PL-MIN.
011960     MOVE WS-MOVE-PCT  TO PL-MOVE.
011970     WRITE SIGDRP01-RECORD FROM WS-PARM-LINE
011980         AFTER ADVANCING 1.
011990     WRITE SIGDRP01-RECORD FROM WS-HEADING-2
012000         AFTER ADVANCING 2.
012010     ADD 4 TO WS-LINE-COUNT.
012020     PERFORM 6100-RATE-ONE-CATEGORY THRU 6100-EXIT
012030         VARYING WS-DRC-SUB FROM 1 BY 1
012040         UNTIL WS-DRC-SUB > WS-DRC-USED.
012050 6000-EXIT.
012060     EXIT.
012070*
012080* ===========================================================*
012090*  6100-RATE-ONE-CATEGORY  --  RAW AND GRADE PSI, STATUS
012100*          AGAINST THE THRESHOLDS, THE CATEGORY LINE AND THE
012110*          BUCKETS THAT MOVED
012120* ===========================================================*
012130 6100-RATE-ONE-CATEGORY.
012140     SET WS-DRC-IDX TO WS-DRC-SUB.
012150     IF WS-DRC-T-COUNT(WS-DRC-IDX) < WS-MIN-COUNT
012160        OR WS-DRC-B-COUNT(WS-DRC-IDX) < WS-MIN-COUNT
012170         MOVE "TOO FEW" TO WS-DRC-STATUS(WS-DRC-IDX)
012180         ADD 1 TO WS-FEW-COUNT
012190         PERFORM 6800-WRITE-CATEGORY-LINE THRU 6800-EXIT
012200         GO TO 6100-EXIT
012210     END-IF.
012220     ADD 1 TO WS-RATED-COUNT.
012230     MOVE ZERO TO WS-PSI-SUM.
012240     PERFORM 6200-RAW-TERM THRU 6200-EXIT
012250         VARYING WS-PSI-SUB FROM 1 BY 1
012260         UNTIL WS-PSI-SUB > WS-BKT-COUNT.
012270     MOVE WS-PSI-SUM TO WS-DRC-RAW-PSI(WS-DRC-IDX).
012280     MOVE WS-PSI-SUM TO WS-PSI-HIGH.
012290     MOVE ZERO TO WS-PSI-SUM.
012300     PERFORM 6210-GRADE-TERM THRU 6210-EXIT
012310         VARYING WS-PSI-SUB FROM 1 BY 1
012320         UNTIL WS-PSI-SUB > WS-GRL-USED.
012330     MOVE WS-PSI-SUM TO WS-DRC-GRD-PSI(WS-DRC-IDX).
012340     IF WS-PSI-SUM > WS-PSI-HIGH
012350         MOVE WS-PSI-SUM TO WS-PSI-HIGH
012360     END-IF.
012370     EVALUATE TRUE
012380         WHEN WS-PSI-HIGH >= WS-PSI-ALERT
012390             MOVE "ALERT" TO WS-DRC-STATUS(WS-DRC-IDX)
012400             ADD 1 TO WS-ALERT-COUNT
012410         WHEN WS-PSI-HIGH >= WS-PSI-WATCH
012420             MOVE "WATCH" TO WS-DRC-STATUS(WS-DRC-IDX)
012430             ADD 1 TO WS-WATCH-COUNT
012440         WHEN OTHER
012450             MOVE "STABLE" TO WS-DRC-STATUS(WS-DRC-IDX)
012460     END-EVALUATE.
012470     PERFORM 6800-WRITE-CATEGORY-LINE THRU 6800-EXIT.
012480     MOVE "RAW" TO BL-KIND.
012490     MOVE " TO " TO BL-TO-WORD.
012500     PERFORM 6400-LIST-RAW-MOVE THRU 6400-EXIT
012510         VARYING WS-PSI-SUB FROM 1 BY 1
012520         UNTIL WS-PSI-SUB > WS-BKT-COUNT.
012530     MOVE "GRADE" TO BL-KIND.
012540     MOVE SPACES TO BL-TO-WORD.
012550     MOVE SPACES TO BL-TO-X.
012560     PERFORM 6410-LIST-GRADE-MOVE THRU 6410-EXIT
012570         VARYING WS-PSI-SUB FROM 1 BY 1
012580         UNTIL WS-PSI-SUB > WS-GRL-USED.
012590 6100-EXIT.
012600     EXIT.
012610*
012620* ===========================================================*
012630*  6200-RAW-TERM  --  ONE RAW BUCKET'S SHARE OF THE INDEX
012640* ===========================================================*
012650 6200-RAW-TERM.
012660     MOVE WS-DRC-RAW-T(WS-DRC-IDX, WS-PSI-SUB) TO WS-PAIR-T.
012670     MOVE WS-DRC-RAW-B(WS-DRC-IDX, WS-PSI-SUB) TO WS-PAIR-B.
012680     PERFORM 6300-ADD-PSI-TERM THRU 6300-EXIT.
012690 6200-EXIT.
012700     EXIT.
012710*
012720* ===========================================================*
012730*  6210-GRADE-TERM  --  ONE GRADE'S SHARE OF THE INDEX
012740* ===========================================================*
012750 6210-GRADE-TERM.
012760     MOVE WS-DRC-GRD-T(WS-DRC-IDX, WS-PSI-SUB) TO WS-PAIR-T.
012770     MOVE WS-DRC-GRD-B(WS-DRC-IDX, WS-PSI-SUB) TO WS-PAIR-B.
012780     PERFORM 6300-ADD-PSI-TERM THRU 6300-EXIT.
012790 6210-EXIT.
012800     EXIT.
012810*
012820* ===========================================================*
012830*  6300-ADD-PSI-TERM  --  (T - B) * LN(T / B) FOR THE PAIR IN
012840*          HAND.  AN EMPTY SIDE IS FLOORED SO A BUCKET THAT
012850*          EMPTIED OR FILLED STILL SCORES, AND SCORES HIGH.
012860* ===========================================================*
012870 6300-ADD-PSI-TERM.
012880     IF WS-PAIR-T = 0 AND WS-PAIR-B = 0
012890         GO TO 6300-EXIT
012900     END-IF.
012910     COMPUTE WS-T-FRAC ROUNDED =
012920         WS-PAIR-T / WS-DRC-T-COUNT(WS-DRC-IDX).
012930     COMPUTE WS-B-FRAC ROUNDED =
012940         WS-PAIR-B / WS-DRC-B-COUNT(WS-DRC-IDX).
012950     IF WS-T-FRAC < WS-PSI-FLOOR
012960         MOVE WS-PSI-FLOOR TO WS-T-FRAC
012970     END-IF.
012980     IF WS-B-FRAC < WS-PSI-FLOOR
012990         MOVE WS-PSI-FLOOR TO WS-B-FRAC
013000     END-IF.
013010     COMPUTE WS-PSI-TERM ROUNDED =
013020         (WS-T-FRAC - WS-B-FRAC)
013030             * FUNCTION LOG(WS-T-FRAC / WS-B-FRAC).
013040     IF WS-PSI-TERM > 0
013050         ADD WS-PSI-TERM TO WS-PSI-SUM
013060     END-IF.
013070 6300-EXIT.
013080     EXIT.
013090*
013100* ===========================================================*
013110*  6400-LIST-RAW-MOVE  --  ONE RAW BUCKET, LISTED WHEN ITS
013120*          SHARE MOVED BY THE MOVE PERCENT OR MORE
013130* ===========================================================*
013140 6400-LIST-RAW-MOVE.
013150     MOVE WS-DRC-RAW-T(WS-DRC-IDX, WS-PSI-SUB) TO WS-PAIR-T.
013160     MOVE WS-DRC-RAW-B(WS-DRC-IDX, WS-PSI-SUB) TO WS-PAIR-B.
013170     PERFORM 6500-MEASURE-MOVE THRU 6500-EXIT.
013180     IF WS-PCT-MOVE-ABS < WS-MOVE-PCT
013190        OR (WS-PAIR-T = 0 AND WS-PAIR-B = 0)
013200         GO TO 6400-EXIT
013210     END-IF.
013220     COMPUTE WS-BKT-FROM =
013230         WS-BKT-LOW + (WS-PSI-SUB - 1) * WS-BKT-WIDTH.
013240     IF WS-PSI-SUB = 1
013250         MOVE "     MIN" TO BL-FROM-X
013260     ELSE
013270         MOVE WS-BKT-FROM TO BL-FROM
013280     END-IF.
013290     IF WS-PSI-SUB = WS-BKT-COUNT
013300         MOVE "     MAX" TO BL-TO-X
013310     ELSE
013320         COMPUTE BL-TO = WS-BKT-FROM + WS-BKT-WIDTH
013330     END-IF.
013340     PERFORM 6900-WRITE-BUCKET-LINE THRU 6900-EXIT.
013350 6400-EXIT.
013360     EXIT.
013370*
013380* ===========================================================*
013390*  6410-LIST-GRADE-MOVE  --  ONE GRADE, LISTED WHEN ITS
013400*          SHARE MOVED BY THE MOVE PERCENT OR MORE
013410* ===========================================================*
013420 6410-LIST-GRADE-MOVE.
013430     MOVE WS-DRC-GRD-T(WS-DRC-IDX, WS-PSI-SUB) TO WS-PAIR-T.
013440     MOVE WS-DRC-GRD-B(WS-DRC-IDX, WS-PSI-SUB) TO WS-PAIR-B.
013450     PERFORM 6500-MEASURE-MOVE THRU 6500-EXIT.
013460     IF WS-PCT-MOVE-ABS < WS-MOVE-PCT
013470        OR (WS-PAIR-T = 0 AND WS-PAIR-B = 0)
013480         GO TO 6410-EXIT
013490     END-IF.
013500     SET WS-GRL-IDX TO WS-PSI-SUB.
013510     MOVE SPACES TO BL-FROM-X.
013520     MOVE WS-GRL-GRADE(WS-GRL-IDX) TO BL-FROM-X(6:3).
013530     PERFORM 6900-WRITE-BUCKET-LINE THRU 6900-EXIT.
013540 6410-EXIT.
013550     EXIT.
013560*
013570* ===========================================================*
013580*  6500-MEASURE-MOVE  --  EACH SIDE'S SHARE OF THE PAIR IN
013590*          HAND AS A PERCENT, AND THE MOVE BETWEEN THEM
013600* ===========================================================*
013610 6500-MEASURE-MOVE.
013620     COMPUTE WS-T-PCT ROUNDED =
013630         WS-PAIR-T * 100 / WS-DRC-T-COUNT(WS-DRC-IDX).
013640     COMPUTE WS-B-PCT ROUNDED =
013650         WS-PAIR-B * 100 / WS-DRC-B-COUNT(WS-DRC-IDX).
013660     COMPUTE WS-PCT-MOVE = WS-T-PCT - WS-B-PCT.
013670     IF WS-PCT-MOVE < 0
013680         COMPUTE WS-PCT-MOVE-ABS = 0 - WS-PCT-MOVE
013690     ELSE
013700         MOVE WS-PCT-MOVE TO WS-PCT-MOVE-ABS
013710     END-IF.
013720 6500-EXIT.
013730     EXIT.
013740*
013750* ===========================================================*
013760*  6800-WRITE-CATEGORY-LINE  --  ONE CATEGORY'S COUNTS,
013770*          INDEXES AND STATUS.  AN UNRATED CATEGORY SHOWS NO
013780*          INDEX.
013790* ===========================================================*
013800 6800-WRITE-CATEGORY-LINE.
013810     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
013820         PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT
013830         WRITE SIGDRP01-RECORD FROM WS-HEADING-2
013840             AFTER ADVANCING 2
013850         ADD 2 TO WS-LINE-COUNT
013860     END-IF.
013870     MOVE WS-DRC-CATEGORY(WS-DRC-IDX) TO CL-CATEGORY.
013880     MOVE WS-DRC-T-COUNT(WS-DRC-IDX)  TO CL-TONIGHT.
013890     MOVE WS-DRC-B-COUNT(WS-DRC-IDX)  TO CL-BASELINE.
013900     IF WS-DRC-STATUS(WS-DRC-IDX) = "TOO FEW"
013910         MOVE SPACES TO CL-RAW-PSI-X
013920         MOVE SPACES TO CL-GRD-PSI-X
013930     ELSE
013940         MOVE WS-DRC-RAW-PSI(WS-DRC-IDX) TO CL-RAW-PSI
013950         MOVE WS-DRC-GRD-PSI(WS-DRC-IDX) TO CL-GRD-PSI
013960     END-IF.
013970     MOVE WS-DRC-STATUS(WS-DRC-IDX)   TO CL-STATUS.
013980     WRITE SIGDRP01-RECORD FROM WS-CAT-LINE
013990         AFTER ADVANCING 2.
014000     ADD 2 TO WS-LINE-COUNT.
014010 6800-EXIT.
014020     EXIT.
014030*
014040* ===========================================================*
014050*  6900-WRITE-BUCKET-LINE  --  ONE MOVED BUCKET UNDER ITS
014060*          CATEGORY
014070* ===========================================================*
014080 6900-WRITE-BUCKET-LINE.
014090     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
014100         PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT
014110         WRITE SIGDRP01-RECORD FROM WS-HEADING-2
014120             AFTER ADVANCING 2
014130         ADD 2 TO WS-LINE-COUNT
014140     END-IF.
014150     MOVE WS-T-PCT    TO BL-T-PCT.
014160     MOVE WS-B-PCT    TO BL-B-PCT.
014170     MOVE WS-PCT-MOVE TO BL-MOVE.
014180     WRITE SIGDRP01-RECORD FROM WS-BKT-LINE
014190         AFTER ADVANCING 1.
014200     ADD 1 TO WS-LINE-COUNT.
014210 6900-EXIT.
014220     EXIT.
014230*
014240* ===========================================================*
014250*  8000-TERMINATE  --  SUMMARY, RETURN CODE, CLOSE
014260* ===========================================================*
014270 8000-TERMINATE.
014280     MOVE "HISTORY ROWS READ" TO SL-LABEL.
014290     MOVE WS-HIS-READ-COUNT TO SL-COUNT.
014300     WRITE SIGDRP01-RECORD FROM WS-SUM-LINE
014310         AFTER ADVANCING 3.
014320     MOVE "BASELINE ROWS IN THE WINDOW" TO SL-LABEL.
014330     MOVE WS-BASE-ROW-COUNT TO SL-COUNT.
014340     WRITE SIGDRP01-RECORD FROM WS-SUM-LINE
014350         AFTER ADVANCING 1.
014360     MOVE "AUDIT ROWS READ" TO SL-LABEL.
014370     MOVE WS-AUD-READ-COUNT TO SL-COUNT.
014380     WRITE SIGDRP01-RECORD FROM WS-SUM-LINE
014390         AFTER ADVANCING 1.
014400     MOVE "AUDIT ROWS OFF THE RUN DATE" TO SL-LABEL.
014410     MOVE WS-AUD-OFF-DATE-COUNT TO SL-COUNT.
014420     WRITE SIGDRP01-RECORD FROM WS-SUM-LINE
014430         AFTER ADVANCING 1.
014440     MOVE "TONIGHT ROWS COMPARED" TO SL-LABEL.
014450     MOVE WS-TONIGHT-ROW-COUNT TO SL-COUNT.
014460     WRITE SIGDRP01-RECORD FROM WS-SUM-LINE
014470         AFTER ADVANCING 1.
014480     MOVE "ROWS NOT COUNTED (TABLE FULL)" TO SL-LABEL.
014490     MOVE WS-DROPPED-ROW-COUNT TO SL-COUNT.
014500     WRITE SIGDRP01-RECORD FROM WS-SUM-LINE
014510         AFTER ADVANCING 1.
014520     MOVE "CATEGORIES RATED" TO SL-LABEL.
014530     MOVE WS-RATED-COUNT TO SL-COUNT.
014540     WRITE SIGDRP01-RECORD FROM WS-SUM-LINE
014550         AFTER ADVANCING 1.
014560     MOVE "CATEGORIES TOO FEW TO RATE" TO SL-LABEL.
014570     MOVE WS-FEW-COUNT TO SL-COUNT.
014580     WRITE SIGDRP01-RECORD FROM WS-SUM-LINE
014590         AFTER ADVANCING 1.
014600     MOVE "CATEGORIES ON WATCH" TO SL-LABEL.
014610     MOVE WS-WATCH-COUNT TO SL-COUNT.
014620     WRITE SIGDRP01-RECORD FROM WS-SUM-LINE
014630         AFTER ADVANCING 1.
014640     MOVE "CATEGORIES IN ALERT" TO SL-LABEL.
014650     MOVE WS-ALERT-COUNT TO SL-COUNT.
014660     WRITE SIGDRP01-RECORD FROM WS-SUM-LINE
014670         AFTER ADVANCING 1.
014680     IF WS-ALERT-COUNT > 0
014690         DISPLAY "SIGDRF1 WARNING - CATEGORY DRIFT PAST THE "
014700             "SIGDPM01 ALERT THRESHOLD, STEP SET TO RETURN "
014710             "CODE 4"
014720         MOVE 4 TO RETURN-CODE
014730     END-IF.
014740     CLOSE SIGDRP01-FILE.
014750 8000-EXIT.
014760     EXIT.
014770*
014780 9999-EXIT.
014790     STOP RUN.
