001000*
001010* SIGCAL1  --  CALIBRATION AND GRADE BAND MAINTENANCE
001020*
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID.                  SIGCAL1.
001050 AUTHOR.                      R SOARES  -  BATCH SCORING TEAM.
001060 INSTALLATION.                SIGMOD DATA CENTER.
001070 DATE-WRITTEN.                2026-10-15.
001080 DATE-COMPILED.
001090*
001100* REMARKS.     MAINTAINS THE SIGWGT01 CALIBRATION FILE AND THE
001110*              SIGBND01 GRADE BAND FILE AS EFFECTIVE-DATED
001120*              VERSION FILES UNDER TWO-PERSON APPROVAL.  THE
001130*              OLD VERSIONS OF BOTH FILES (EITHER OPTIONAL ON A
001140*              FIRST LOAD) ARE READ INTO CORE AND THE KEYED
001150*              SIGCLX01 TRANSACTIONS ARE APPLIED IN THE ORDER
001160*              KEYED.  "A", "C" AND "D" KEY A NEW VERSION OF A
001170*              CATEGORY'S CALIBRATION (TABLE "W") OR OF A
001180*              GRADE/CATEGORY BAND (TABLE "B") -- AN ADD, A
001190*              CHANGE OF THE VALUES, OR A DELETE THAT WITHDRAWS
001200*              THE KEY -- EFFECTIVE ON THE KEYED DATE (THE RUN
001210*              DATE WHEN BLANK, NEVER EARLIER).  A KEYED
001220*              VERSION IS PENDING AND IS IGNORED BY SIG01 AND
001230*              SIGSIM1 UNTIL A "P" APPROVAL TRANSACTION FROM A
001232*              DIFFERENT USER SIGNS IT OFF.  A VERSION WHOSE
001234*              DATE HAS PASSED BY THE TIME IT IS SIGNED OFF TAKES
001236*              EFFECT ON THE RUN DATE INSTEAD, SO NOTHING GOES
001238*              INTO FORCE FOR A NIGHT ALREADY SCORED.  NOTHING IS
001240*              EVER OVERWRITTEN: EVERY VERSION IS CARRIED TO
001242*              THE NEW SIGWGT03 AND SIGBND02 GENERATIONS, AND THE
001270*              SIGCLR01 REPORT LISTS EVERY TRANSACTION WITH
001280*              ITS DISPOSITION FOLLOWED BY THE CHANGE HISTORY
001290*              -- EVERY VERSION OF EVERY KEY, OLDEST FIRST,
001300*              WITH THE VERSION IN FORCE ON THE SIGPRM01
001310*              BUSINESS RUN DATE MARKED.  A TRANSACTION THAT
001320*              CANNOT BE APPLIED, OR AN OLD ROW THAT CANNOT BE
001330*              READ, IS REPORTED AND SKIPPED AND THE STEP ENDS
001332*              WITH RETURN CODE 4.  AN OLD ROW NOT APPROVED BY
001334*              TWO DIFFERENT USERS (A HAND-KEYED ROW WITH A
001336*              BLANK STATUS) IS CARRIED FORWARD AS A PENDING
001338*              VERSION FOR A SECOND USER TO SIGN OFF, WITH A
001340*              WARNING AND RETURN CODE 4.
001350*
001360* MODIFICATION HISTORY
001370* DATE       INIT  DESCRIPTION
001380* ---------- ----  -------------------------------------------
001390* 2026-10-15 RS    ORIGINAL PROGRAM.
001391* 2026-10-15 RS    AN OLD VERSION WITH A BLANK STATUS, OR ONE
001392*                  APPROVED WITHOUT TWO DIFFERENT USERS, IS NOW
001393*                  CONVERTED TO PENDING (ENTERED BY *LEGACY*
001394*                  WHEN BLANK) INSTEAD OF BEING TAKEN AS
001395*                  APPROVED.  A CHANGE NOW TAKES ITS BLANK
001396*                  VALUES FROM THE APPROVED VERSION IN FORCE ON
001397*                  ITS EFFECTIVE DATE AND IS REJECTED WHEN THERE
001398*                  IS NONE.
001399* 2026-10-15 RS    APPROVING A VERSION WHOSE EFFECTIVE DATE HAS
001400*                  PASSED MOVES IT TO THE RUN DATE (THE KEYED DATE
001401*                  IS SHOWN ON THE TRANSACTION LINE); IT IS
001402*                  REJECTED WHEN THE KEY ALREADY HAS A VERSION ON
001403*                  THE RUN DATE.
001404*
001410 ENVIRONMENT DIVISION.
001420 CONFIGURATION SECTION.
001430 SOURCE-COMPUTER.             SIGMOD-BATCH.
001440 OBJECT-COMPUTER.             SIGMOD-BATCH.
001450 INPUT-OUTPUT SECTION.
001460 FILE-CONTROL.
001470     SELECT OPTIONAL SIGWGT01-FILE ASSIGN TO "SIGWGT01"
001480         ORGANIZATION IS SEQUENTIAL
001490         FILE STATUS IS WS-WGT-FILE-STATUS.
001500     SELECT OPTIONAL SIGBND01-FILE ASSIGN TO "SIGBND01"
001510         ORGANIZATION IS SEQUENTIAL
001520         FILE STATUS IS WS-BND-FILE-STATUS.
001530     SELECT OPTIONAL SIGPRM01-FILE ASSIGN TO "SIGPRM01"
001540         ORGANIZATION IS SEQUENTIAL
001550         FILE STATUS IS WS-PRM-FILE-STATUS.
001560     SELECT SIGCLX01-FILE ASSIGN TO "SIGCLX01"
001570         ORGANIZATION IS SEQUENTIAL.
001580     SELECT SIGWGT03-FILE ASSIGN TO "SIGWGT03"
001590         ORGANIZATION IS SEQUENTIAL.
001600     SELECT SIGBND02-FILE ASSIGN TO "SIGBND02"
001610         ORGANIZATION IS SEQUENTIAL.
001620     SELECT SIGCLR01-FILE ASSIGN TO "SIGCLR01"
001630         ORGANIZATION IS SEQUENTIAL.
001640*
001650 DATA DIVISION.
001660 FILE SECTION.
001670 FD  SIGWGT01-FILE
001680         RECORDING MODE IS F.
001690         COPY SIGWGT01.
001700*
001710 FD  SIGBND01-FILE
001720         RECORDING MODE IS F.
001730         COPY SIGBND01.
001740*
001750 FD  SIGPRM01-FILE
001760         RECORDING MODE IS F.
001770         COPY SIGPRM01.
001780*
001790 FD  SIGCLX01-FILE
001800         RECORDING MODE IS F.
001810 01  SIGCLX01-RECORD.
001820         05  CLX-TABLE             PIC X(01).
001830             88  CLX-TABLE-CALIB       VALUE "W".
001840             88  CLX-TABLE-BAND        VALUE "B".
001850         05  FILLER                PIC X(01).
001860         05  CLX-ACTION            PIC X(01).
001870             88  CLX-ACTION-ADD        VALUE "A".
001880             88  CLX-ACTION-CHANGE     VALUE "C".
001890             88  CLX-ACTION-DELETE     VALUE "D".
001900             88  CLX-ACTION-APPROVE    VALUE "P".
001910         05  FILLER                PIC X(01).
001920         05  CLX-USER              PIC X(08).
001930         05  FILLER                PIC X(01).
001940         05  CLX-CATEGORY          PIC X(10).
001950         05  FILLER                PIC X(01).
001960         05  CLX-GRADE             PIC X(03).
001970         05  FILLER                PIC X(01).
001980         05  CLX-EFF-DATE          PIC X(08).
001990         05  FILLER                PIC X(01).
002000         05  CLX-SCALE             PIC S9(3)V9(4)
002010                 SIGN IS LEADING SEPARATE CHARACTER.
002020         05  CLX-SCALE-X REDEFINES CLX-SCALE.
002030             10  CLX-SCALE-SIGN-X  PIC X(01).
002040             10  CLX-SCALE-DIG-X   PIC X(07).
002050         05  FILLER                PIC X(01).
002060         05  CLX-OFFSET            PIC S9(3)V99
002070                 SIGN IS LEADING SEPARATE CHARACTER.
002080         05  CLX-OFFSET-X REDEFINES CLX-OFFSET.
002090             10  CLX-OFFSET-SIGN-X PIC X(01).
002100             10  CLX-OFFSET-DIG-X  PIC X(05).
002110         05  FILLER                PIC X(01).
002120         05  CLX-LOW-BOUND         PIC S9(9)V9(9)
002130                 SIGN IS LEADING SEPARATE CHARACTER.
002140         05  CLX-LOW-BOUND-X REDEFINES CLX-LOW-BOUND.
002150             10  CLX-LOW-SIGN-X    PIC X(01).
002160             10  CLX-LOW-DIG-X     PIC X(18).
002170         05  FILLER                PIC X(01).
002180         05  CLX-HIGH-BOUND        PIC S9(9)V9(9)
002190                 SIGN IS LEADING SEPARATE CHARACTER.
002200         05  CLX-HIGH-BOUND-X REDEFINES CLX-HIGH-BOUND.
002210             10  CLX-HIGH-SIGN-X   PIC X(01).
002220             10  CLX-HIGH-DIG-X    PIC X(18).
002230*
002240 FD  SIGWGT03-FILE
002250         RECORDING MODE IS F.
002260         COPY SIGWGT01 REPLACING ==SIGWGT01-RECORD==
002270                              BY ==SIGWGT03-RECORD==
002280                       LEADING ==WGT== BY ==NWG==.
002290*
002300 FD  SIGBND02-FILE
002310         RECORDING MODE IS F.
002320         COPY SIGBND01 REPLACING ==SIGBND01-RECORD==
002330                              BY ==SIGBND02-RECORD==
002340                       LEADING ==BND== BY ==NBD==.
002350*
002360 FD  SIGCLR01-FILE
002370         RECORDING MODE IS F.
002380 01  SIGCLR01-RECORD           PIC X(80).
002390*
002400 WORKING-STORAGE SECTION.
002410* ---------------------------------------------------------
002420*  SWITCHES AND FILE STATUS
002430* ---------------------------------------------------------
002440 77  WS-WGT-FILE-STATUS        PIC X(02).
002450 77  WS-BND-FILE-STATUS        PIC X(02).
002460 77  WS-PRM-FILE-STATUS        PIC X(02).
002470 77  WS-WGT-EOF-SWITCH         PIC X(01) VALUE "N".
002480         88  END-OF-SIGWGT01       VALUE "Y".
002490 77  WS-BND-EOF-SWITCH         PIC X(01) VALUE "N".
002500         88  END-OF-SIGBND01       VALUE "Y".
002510 77  WS-CLX-EOF-SWITCH         PIC X(01) VALUE "N".
002520         88  END-OF-SIGCLX01       VALUE "Y".
002530 77  WS-KEY-FOUND-SWITCH       PIC X(01) VALUE "N".
002540         88  WS-KEY-FOUND          VALUE "Y".
002550         88  WS-KEY-NOT-FOUND      VALUE "N".
002560 77  WS-SAME-DATE-SWITCH       PIC X(01) VALUE "N".
002570         88  WS-SAME-DATE-FOUND    VALUE "Y".
002580         88  WS-SAME-DATE-NOT-FOUND VALUE "N".
002590 77  WS-VALUES-SWITCH          PIC X(01) VALUE "Y".
002600         88  WS-VALUES-OK          VALUE "Y".
002610         88  WS-VALUES-BAD         VALUE "N".
002620 77  WS-SECTION-SWITCH         PIC X(01) VALUE "T".
002630         88  WS-TXN-SECTION        VALUE "T".
002640         88  WS-HISTORY-SECTION    VALUE "H".
002650*
002660* ---------------------------------------------------------
002670*  VERSION TABLE  --  EVERY OLD VERSION OF BOTH FILES PLUS
002680*  TONIGHT'S KEYED ONES.  THE KEY GROUP LEADS EACH ENTRY SO
002690*  ONE COMPARE SORTS BY TABLE, CATEGORY, GRADE AND DATE.
002700* ---------------------------------------------------------
002710 77  WS-VER-MAX-ENTRIES        PIC 9(4) COMP VALUE 500.
002720 77  WS-VER-USED               PIC 9(4) COMP VALUE 0.
002730 77  WS-VER-SUB                PIC 9(4) COMP VALUE 0.
002740 77  WS-VER-SUB-2              PIC 9(4) COMP VALUE 0.
002750 01  WS-VER-TABLE.
002760         05  WS-VER-ENTRY          OCCURS 500 TIMES
002770                                   INDEXED BY WS-VER-IDX.
002780             10  WS-VER-KEY.
002790                 15  WS-VER-TYPE       PIC X(01).
002800                 15  WS-VER-CATEGORY   PIC X(10).
002810                 15  WS-VER-GRADE      PIC X(03).
002820                 15  WS-VER-EFF-DATE   PIC 9(8).
002830             10  WS-VER-STATUS         PIC X(01).
002840             10  WS-VER-ACTION         PIC X(01).
002850             10  WS-VER-ENTERED-BY     PIC X(08).
002860             10  WS-VER-APPROVED-BY    PIC X(08).
002870             10  WS-VER-APPROVED-DATE  PIC X(08).
002880             10  WS-VER-IN-FORCE       PIC X(01).
002890             10  WS-VER-SCALE          PIC S9(3)V9(4)
002900                     SIGN IS LEADING SEPARATE CHARACTER.
002910             10  WS-VER-OFFSET         PIC S9(3)V99
002920                     SIGN IS LEADING SEPARATE CHARACTER.
002930             10  WS-VER-LOW            PIC S9(9)V9(9)
002940                     SIGN IS LEADING SEPARATE CHARACTER.
002950             10  WS-VER-HIGH           PIC S9(9)V9(9)
002960                     SIGN IS LEADING SEPARATE CHARACTER.
002970 01  WS-VER-SWAP               PIC X(101).
002980*
002990* ---------------------------------------------------------
003000*  TRANSACTION EDIT WORK VALUES
003010* ---------------------------------------------------------
003020 77  WS-TXN-EFF-DATE           PIC 9(8) VALUE 0.
003030 77  WS-TXN-GRADE              PIC X(03) VALUE SPACES.
003040 77  WS-RUN-DATE-NUM           PIC 9(8) VALUE 0.
003050 77  WS-LATEST-SUB             PIC 9(4) COMP VALUE 0.
003060 77  WS-PEND-SUB               PIC 9(4) COMP VALUE 0.
003062 77  WS-BASE-SUB               PIC 9(4) COMP VALUE 0.
003064 77  WS-APR-KEYED-DATE         PIC 9(8) VALUE 0.
003070 01  WS-NEW-SCALE              PIC S9(3)V9(4) VALUE 0
003080                 SIGN IS LEADING SEPARATE CHARACTER.
003090 01  WS-NEW-OFFSET             PIC S9(3)V99 VALUE 0
003100                 SIGN IS LEADING SEPARATE CHARACTER.
003110 01  WS-NEW-LOW                PIC S9(9)V9(9) VALUE 0
003120                 SIGN IS LEADING SEPARATE CHARACTER.
003130 01  WS-NEW-HIGH               PIC S9(9)V9(9) VALUE 0
003140                 SIGN IS LEADING SEPARATE CHARACTER.
003150*
003160* ---------------------------------------------------------
003170*  IN-FORCE MARKING  --  THE KEY BEING WALKED AND ITS
003180*  LATEST APPROVED VERSION NOT AFTER THE RUN DATE
003190* ---------------------------------------------------------
003200 77  WS-INF-SUB                PIC 9(4) COMP VALUE 0.
003202 01  WS-INF-KEY.
003204         05  WS-INF-TYPE           PIC X(01) VALUE SPACE.
003206         05  WS-INF-CATEGORY       PIC X(10) VALUE SPACES.
003208         05  WS-INF-GRADE          PIC X(03) VALUE SPACES.
003220*
003230* ---------------------------------------------------------
003240*  CALENDAR DATE EDIT WORK AREAS  --  SAME EDIT SIG01
003250*  APPLIES TO THE SIGPRM01 RUN DATE
003260* ---------------------------------------------------------
003270 77  WS-DATE-VALID-SWITCH      PIC X(01) VALUE "Y".
003280         88  WS-DATE-IS-VALID      VALUE "Y".
003290         88  WS-DATE-NOT-VALID     VALUE "N".
003300 77  WS-VAL-MAX-DD             PIC 9(2) VALUE 0.
003310 77  WS-LEAP-QUOT              PIC 9(4) COMP VALUE 0.
003320 77  WS-LEAP-REM               PIC 9(4) COMP VALUE 0.
003330 01  WS-VAL-DATE.
003340         05  WS-VAL-CCYY           PIC 9(4).
003350         05  WS-VAL-MM             PIC 9(2).
003360         05  WS-VAL-DD             PIC 9(2).
003370 01  WS-VAL-DATE-N REDEFINES WS-VAL-DATE
003380                               PIC 9(8).
003390*
003400* ---------------------------------------------------------
003410*  RUN COUNTS FOR THE REPORT SUMMARY
003420* ---------------------------------------------------------
003430 77  WS-OLD-WGT-COUNT          PIC 9(4) COMP VALUE 0.
003440 77  WS-OLD-BND-COUNT          PIC 9(4) COMP VALUE 0.
003450 77  WS-OLD-DROP-COUNT         PIC 9(4) COMP VALUE 0.
003452 77  WS-OLD-CONVERT-COUNT      PIC 9(4) COMP VALUE 0.
003460 77  WS-TXN-READ-COUNT         PIC 9(4) COMP VALUE 0.
003470 77  WS-TXN-APPLIED-COUNT      PIC 9(4) COMP VALUE 0.
003480 77  WS-TXN-REJECT-COUNT       PIC 9(4) COMP VALUE 0.
003490 77  WS-NEW-WGT-COUNT          PIC 9(4) COMP VALUE 0.
003500 77  WS-NEW-BND-COUNT          PIC 9(4) COMP VALUE 0.
003510 77  WS-PENDING-COUNT          PIC 9(4) COMP VALUE 0.
003520*
003530* ---------------------------------------------------------
003540*  REPORT CONTROLS AND CURRENT DATE
003550* ---------------------------------------------------------
003560 77  WS-LINE-COUNT             PIC 9(4) COMP VALUE 0.
003570 77  WS-PAGE-COUNT             PIC 9(4) COMP VALUE 0.
003580 77  WS-LINES-PER-PAGE         PIC 9(4) COMP VALUE 50.
003590 01  WS-CURRENT-DATE.
003600         05  WS-CD-YY              PIC 9(2).
003610         05  WS-CD-MM              PIC 9(2).
003620         05  WS-CD-DD              PIC 9(2).
003630*
003640* ---------------------------------------------------------
003650*  REPORT LINE LAYOUTS
003660* ---------------------------------------------------------
003670 01  WS-HEADING-1.
003680         05  FILLER                PIC X(01) VALUE SPACE.
003690         05  FILLER                PIC X(42) VALUE
003700             "SIGCAL1 - CALIBRATION AND BAND MAINTENANCE".
003710         05  FILLER                PIC X(01) VALUE SPACES.
003720         05  FILLER                PIC X(06) VALUE "DATE: ".
003730         05  H1-MM                 PIC 99.
003740         05  FILLER                PIC X(01) VALUE "/".
003750         05  H1-DD                 PIC 99.
003760         05  FILLER                PIC X(01) VALUE "/".
003770         05  H1-YY                 PIC 99.
003780         05  FILLER                PIC X(05) VALUE SPACES.
003790         05  FILLER                PIC X(06) VALUE "PAGE: ".
003800         05  H1-PAGE               PIC ZZZ9.
003810*
003820 01  WS-RUN-LINE.
003830         05  FILLER                PIC X(01) VALUE SPACE.
003840         05  FILLER                PIC X(20)
003850                 VALUE "BUSINESS RUN DATE   ".
003860         05  RL-RUN-DATE           PIC 9(8).
003870*
003880 01  WS-SECTION-LINE.
003890         05  FILLER                PIC X(01) VALUE SPACE.
003900         05  SC-TEXT               PIC X(60).
003910*
003920 01  WS-HEADING-2.
003930         05  FILLER                PIC X(01) VALUE SPACE.
003940         05  FILLER                PIC X(16)
003950                 VALUE "T A USER     CAT".
003960         05  FILLER                PIC X(16)
003970                 VALUE "EGORY   GRD EFF ".
003980         05  FILLER                PIC X(16)
003990                 VALUE "DATE DISPOSITION".
004000*
004010 01  WS-HEADING-3.
004020         05  FILLER                PIC X(01) VALUE SPACE.
004030         05  FILLER                PIC X(16)
004040                 VALUE "T CATEGORY   GRD".
004050         05  FILLER                PIC X(16)
004060                 VALUE " EFF DATE A S SC".
004070         05  FILLER                PIC X(16)
004080                 VALUE "ALE/LOW     OFFS".
004090         05  FILLER                PIC X(16)
004100                 VALUE "ET/HIGH   ENTERE".
004110         05  FILLER                PIC X(12)
004120                 VALUE "D  APPROVED ".
004130*
004140 01  WS-DETAIL-LINE.
004150         05  FILLER                PIC X(01) VALUE SPACE.
004160         05  D-TABLE               PIC X(01).
004170         05  FILLER                PIC X(01) VALUE SPACE.
004180         05  D-ACTION              PIC X(01).
004190         05  FILLER                PIC X(01) VALUE SPACE.
004200         05  D-USER                PIC X(08).
004210         05  FILLER                PIC X(01) VALUE SPACE.
004220         05  D-CATEGORY            PIC X(10).
004230         05  FILLER                PIC X(01) VALUE SPACE.
004240         05  D-GRADE               PIC X(03).
004250         05  FILLER                PIC X(01) VALUE SPACE.
004260         05  D-EFF-DATE            PIC X(08).
004270         05  FILLER                PIC X(01) VALUE SPACE.
004280         05  D-DISPOSITION         PIC X(40).
004290*
004300 01  WS-CAL-VER-LINE.
004310         05  FILLER                PIC X(01) VALUE SPACE.
004320         05  CV-TYPE               PIC X(01).
004330         05  FILLER                PIC X(01) VALUE SPACE.
004340         05  CV-CATEGORY           PIC X(10).
004350         05  FILLER                PIC X(01) VALUE SPACE.
004360         05  CV-GRADE              PIC X(03).
004370         05  FILLER                PIC X(01) VALUE SPACE.
004380         05  CV-EFF-DATE           PIC 9(8).
004390         05  FILLER                PIC X(01) VALUE SPACE.
004400         05  CV-ACTION             PIC X(01).
004410         05  FILLER                PIC X(01) VALUE SPACE.
004420         05  CV-STATUS             PIC X(01).
004430         05  FILLER                PIC X(01) VALUE SPACE.
004440         05  CV-SCALE              PIC -ZZ9.9999.
004450         05  FILLER                PIC X(05) VALUE SPACES.
004460         05  CV-OFFSET             PIC -ZZ9.99.
004470         05  FILLER                PIC X(07) VALUE SPACES.
004480         05  CV-ENTERED-BY         PIC X(08).
004490         05  FILLER                PIC X(01) VALUE SPACE.
004500         05  CV-APPROVED-BY        PIC X(08).
004510         05  FILLER                PIC X(01) VALUE SPACE.
004520         05  CV-IN-FORCE           PIC X(01).
004530*
004540 01  WS-BND-VER-LINE.
004550         05  FILLER                PIC X(01) VALUE SPACE.
004560         05  BV-TYPE               PIC X(01).
004570         05  FILLER                PIC X(01) VALUE SPACE.
004580         05  BV-CATEGORY           PIC X(10).
004590         05  FILLER                PIC X(01) VALUE SPACE.
004600         05  BV-GRADE              PIC X(03).
004610         05  FILLER                PIC X(01) VALUE SPACE.
004620         05  BV-EFF-DATE           PIC 9(8).
004630         05  FILLER                PIC X(01) VALUE SPACE.
004640         05  BV-ACTION             PIC X(01).
004650         05  FILLER                PIC X(01) VALUE SPACE.
004660         05  BV-STATUS             PIC X(01).
004670         05  FILLER                PIC X(01) VALUE SPACE.
004680         05  BV-LOW                PIC -ZZZZ9.999999.
004690         05  FILLER                PIC X(01) VALUE SPACE.
004700         05  BV-HIGH               PIC -ZZZZ9.999999.
004710         05  FILLER                PIC X(01) VALUE SPACE.
004720         05  BV-ENTERED-BY         PIC X(08).
004730         05  FILLER                PIC X(01) VALUE SPACE.
004740         05  BV-APPROVED-BY        PIC X(08).
004750         05  FILLER                PIC X(01) VALUE SPACE.
004760         05  BV-IN-FORCE           PIC X(01).
004770*
004780 01  WS-LEGEND-LINE.
004790         05  FILLER                PIC X(01) VALUE SPACE.
004800         05  FILLER                PIC X(36)
004810                 VALUE "A = ADD/CHANGE/DELETE  S = APPROVED/".
004820         05  FILLER                PIC X(36)
004830                 VALUE "PENDING  * = IN FORCE ON RUN DATE".
004840*
004850 01  WS-SUM-LINE.
004860         05  FILLER                PIC X(01) VALUE SPACE.
004870         05  SL-LABEL              PIC X(34).
004880         05  SL-COUNT              PIC ZZZ,ZZ9.
004890*
004900 PROCEDURE DIVISION.
004910* ===========================================================*
004920*  0000-MAINLINE
004930* ===========================================================*
004940 0000-MAINLINE.
004950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004960     PERFORM 3000-APPLY-ONE-TXN THRU 3000-EXIT
004970         UNTIL END-OF-SIGCLX01.
004980     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004990     GO TO 9999-EXIT.
005000*
005010* ===========================================================*
005020*  1000-INITIALIZE  --  OPEN FILES, RUN DATE, LOAD THE OLD
005030*          CALIBRATION AND BAND VERSIONS
005040* ===========================================================*
005050 1000-INITIALIZE.
005060     OPEN INPUT  SIGCLX01-FILE.
005070     OPEN OUTPUT SIGWGT03-FILE.
005080     OPEN OUTPUT SIGBND02-FILE.
005090     OPEN OUTPUT SIGCLR01-FILE.
005100     ACCEPT WS-CURRENT-DATE FROM DATE.
005110     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
005120     PERFORM 1100-READ-RUN-PARAMETERS THRU 1100-EXIT.
005130     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
005140     OPEN INPUT SIGWGT01-FILE.
005150     IF WS-WGT-FILE-STATUS NOT = "00"
005160         MOVE "Y" TO WS-WGT-EOF-SWITCH
005170     END-IF.
005180     PERFORM 1300-LOAD-ONE-CALIBRATION THRU 1300-EXIT
005190         UNTIL END-OF-SIGWGT01.
005200     CLOSE SIGWGT01-FILE.
005210     OPEN INPUT SIGBND01-FILE.
005220     IF WS-BND-FILE-STATUS NOT = "00"
005230         MOVE "Y" TO WS-BND-EOF-SWITCH
005240     END-IF.
005250     PERFORM 1400-LOAD-ONE-BAND THRU 1400-EXIT
005260         UNTIL END-OF-SIGBND01.
005270     CLOSE SIGBND01-FILE.
005280     PERFORM 2000-READ-SIGCLX01 THRU 2000-EXIT.
005290 1000-EXIT.
005300     EXIT.
005310*
005320* ===========================================================*
005330*  1100-READ-RUN-PARAMETERS  --  THE BUSINESS RUN DATE OFF
005340*          SIGPRM01, SYSTEM DATE WHEN MISSING OR NOT VALID
005350* ===========================================================*
005360 1100-READ-RUN-PARAMETERS.
005370     OPEN INPUT SIGPRM01-FILE.
005380     IF WS-PRM-FILE-STATUS = "00"
005390         READ SIGPRM01-FILE
005400             AT END
005410                 CONTINUE
005420             NOT AT END
005430                 IF PRM-RUN-DATE IS NUMERIC
005440                     MOVE PRM-RUN-DATE TO WS-VAL-DATE
005450                     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
005460                     IF WS-DATE-IS-VALID
005470                         MOVE WS-VAL-DATE-N TO WS-RUN-DATE-NUM
005480                     END-IF
005490                 END-IF
005500         END-READ
005510     END-IF.
005520     CLOSE SIGPRM01-FILE.
005530 1100-EXIT.
005540     EXIT.
005550*
005560* ===========================================================*
005570*  1200-WRITE-HEADINGS  --  NEW PAGE, HEADINGS, RESET LINES.
005580*          EACH SECTION REPEATS ITS OWN COLUMN HEADINGS.
005590* ===========================================================*
005600 1200-WRITE-HEADINGS.
005610     ADD 1 TO WS-PAGE-COUNT.
005620     MOVE WS-CD-MM TO H1-MM.
005630     MOVE WS-CD-DD TO H1-DD.
005640     MOVE WS-CD-YY TO H1-YY.
005650     MOVE WS-PAGE-COUNT TO H1-PAGE.
005660     WRITE SIGCLR01-RECORD FROM WS-HEADING-1
005670         AFTER ADVANCING PAGE.
005680     MOVE WS-RUN-DATE-NUM TO RL-RUN-DATE.
005690     WRITE SIGCLR01-RECORD FROM WS-RUN-LINE
005700         AFTER ADVANCING 1.
005710     MOVE ZERO TO WS-LINE-COUNT.
005720     IF WS-TXN-SECTION
005730         MOVE "TRANSACTIONS APPLIED TONIGHT" TO SC-TEXT
005740         WRITE SIGCLR01-RECORD FROM WS-SECTION-LINE
005750             AFTER ADVANCING 2
005760         WRITE SIGCLR01-RECORD FROM WS-HEADING-2
005770             AFTER ADVANCING 2
005780     ELSE
005790         MOVE "CHANGE HISTORY - EVERY VERSION, OLDEST FIRST"
005800             TO SC-TEXT
005810         WRITE SIGCLR01-RECORD FROM WS-SECTION-LINE
005820             AFTER ADVANCING 2
005830         WRITE SIGCLR01-RECORD FROM WS-LEGEND-LINE
005840             AFTER ADVANCING 1
005850         WRITE SIGCLR01-RECORD FROM WS-HEADING-3
005860             AFTER ADVANCING 2
005870     END-IF.
005880 1200-EXIT.
005890     EXIT.
005900*
005910* ===========================================================*
005920*  1300-LOAD-ONE-CALIBRATION  --  ONE OLD SIGWGT01 VERSION
005930*          INTO CORE.  A ROW THAT CANNOT BE READ IS DROPPED.
005932*          A ROW NOT APPROVED BY TWO USERS IS CONVERTED TO
005934*          A PENDING VERSION BY 1500.
005960* ===========================================================*
005970 1300-LOAD-ONE-CALIBRATION.
005980     READ SIGWGT01-FILE
005990         AT END
006000             MOVE "Y" TO WS-WGT-EOF-SWITCH
006010             GO TO 1300-EXIT
006020     END-READ.
006030     ADD 1 TO WS-OLD-WGT-COUNT.
006040     IF (WGT-SCALE-SIGN-X NOT = "+" AND WGT-SCALE-SIGN-X
006050            NOT = "-")
006060        OR WGT-SCALE-DIG-X IS NOT NUMERIC
006070        OR (WGT-OFFSET-SIGN-X NOT = "+" AND WGT-OFFSET-SIGN-X
006080            NOT = "-")
006090        OR WGT-OFFSET-DIG-X IS NOT NUMERIC
006100        OR (WGT-EFF-DATE NOT = SPACES
006110            AND WGT-EFF-DATE IS NOT NUMERIC)
006120         DISPLAY "SIGCAL1 WARNING - BAD SIGWGT01 ROW FOR "
006130             WGT-CATEGORY " DROPPED"
006140         ADD 1 TO WS-OLD-DROP-COUNT
006150         GO TO 1300-EXIT
006160     END-IF.
006170     IF WS-VER-USED >= WS-VER-MAX-ENTRIES
006180         DISPLAY "SIGCAL1 WARNING - VERSION TABLE FULL, "
006190             "SIGWGT01 ROW FOR " WGT-CATEGORY " DROPPED"
006200         ADD 1 TO WS-OLD-DROP-COUNT
006210         GO TO 1300-EXIT
006220     END-IF.
006230     ADD 1 TO WS-VER-USED.
006240     SET WS-VER-IDX TO WS-VER-USED.
006250     MOVE "W"               TO WS-VER-TYPE(WS-VER-IDX).
006260     MOVE WGT-CATEGORY      TO WS-VER-CATEGORY(WS-VER-IDX).
006270     MOVE SPACES            TO WS-VER-GRADE(WS-VER-IDX).
006280     IF WGT-EFF-DATE = SPACES
006290         MOVE ZERO TO WS-VER-EFF-DATE(WS-VER-IDX)
006300     ELSE
006310         MOVE WGT-EFF-DATE TO WS-VER-EFF-DATE(WS-VER-IDX)
006320     END-IF.
006330     MOVE WGT-VER-STATUS    TO WS-VER-STATUS(WS-VER-IDX).
006340     MOVE WGT-VER-ACTION    TO WS-VER-ACTION(WS-VER-IDX).
006350     MOVE WGT-ENTERED-BY    TO WS-VER-ENTERED-BY(WS-VER-IDX).
006360     MOVE WGT-APPROVED-BY   TO WS-VER-APPROVED-BY(WS-VER-IDX).
006370     MOVE WGT-APPROVED-DATE TO WS-VER-APPROVED-DATE(WS-VER-IDX).
006380     MOVE WGT-SCALE         TO WS-VER-SCALE(WS-VER-IDX).
006390     MOVE WGT-OFFSET        TO WS-VER-OFFSET(WS-VER-IDX).
006400     MOVE ZERO              TO WS-VER-LOW(WS-VER-IDX).
006410     MOVE ZERO              TO WS-VER-HIGH(WS-VER-IDX).
006420     PERFORM 1500-DEFAULT-VERSION-FIELDS THRU 1500-EXIT.
006430 1300-EXIT.
006440     EXIT.
006450*
006460* ===========================================================*
006470*  1400-LOAD-ONE-BAND  --  ONE OLD SIGBND01 VERSION INTO
006480*          CORE, UNDER THE SAME RULES AS THE CALIBRATION
006490* ===========================================================*
006500 1400-LOAD-ONE-BAND.
006510     READ SIGBND01-FILE
006520         AT END
006530             MOVE "Y" TO WS-BND-EOF-SWITCH
006540             GO TO 1400-EXIT
006550     END-READ.
006560     ADD 1 TO WS-OLD-BND-COUNT.
006570     IF (BND-LOW-SIGN-X NOT = "+" AND BND-LOW-SIGN-X
006580            NOT = "-")
006590        OR BND-LOW-DIG-X IS NOT NUMERIC
006600        OR (BND-HIGH-SIGN-X NOT = "+" AND BND-HIGH-SIGN-X
006610            NOT = "-")
006620        OR BND-HIGH-DIG-X IS NOT NUMERIC
006630        OR BND-GRADE = SPACES
006640        OR (BND-EFF-DATE NOT = SPACES
006650            AND BND-EFF-DATE IS NOT NUMERIC)
006660         DISPLAY "SIGCAL1 WARNING - BAD SIGBND01 ROW FOR "
006670             BND-GRADE " DROPPED"
006680         ADD 1 TO WS-OLD-DROP-COUNT
006690         GO TO 1400-EXIT
006700     END-IF.
006710     IF WS-VER-USED >= WS-VER-MAX-ENTRIES
006720         DISPLAY "SIGCAL1 WARNING - VERSION TABLE FULL, "
006730             "SIGBND01 ROW FOR " BND-GRADE " DROPPED"
006740         ADD 1 TO WS-OLD-DROP-COUNT
006750         GO TO 1400-EXIT
006760     END-IF.
006770     ADD 1 TO WS-VER-USED.
006780     SET WS-VER-IDX TO WS-VER-USED.
006790     MOVE "B"               TO WS-VER-TYPE(WS-VER-IDX).
006800     MOVE BND-CATEGORY      TO WS-VER-CATEGORY(WS-VER-IDX).
006810     MOVE BND-GRADE         TO WS-VER-GRADE(WS-VER-IDX).
006820     IF BND-EFF-DATE = SPACES
006830         MOVE ZERO TO WS-VER-EFF-DATE(WS-VER-IDX)
006840     ELSE
006850         MOVE BND-EFF-DATE TO WS-VER-EFF-DATE(WS-VER-IDX)
006860     END-IF.
006870     MOVE BND-VER-STATUS    TO WS-VER-STATUS(WS-VER-IDX).
006880     MOVE BND-VER-ACTION    TO WS-VER-ACTION(WS-VER-IDX).
006890     MOVE BND-ENTERED-BY    TO WS-VER-ENTERED-BY(WS-VER-IDX).
006900     MOVE BND-APPROVED-BY   TO WS-VER-APPROVED-BY(WS-VER-IDX).
006910     MOVE BND-APPROVED-DATE TO WS-VER-APPROVED-DATE(WS-VER-IDX).
006920     MOVE ZERO              TO WS-VER-SCALE(WS-VER-IDX).
006930     MOVE ZERO              TO WS-VER-OFFSET(WS-VER-IDX).
006940     MOVE BND-LOW-BOUND     TO WS-VER-LOW(WS-VER-IDX).
006950     MOVE BND-HIGH-BOUND    TO WS-VER-HIGH(WS-VER-IDX).
006960     PERFORM 1500-DEFAULT-VERSION-FIELDS THRU 1500-EXIT.
006970 1400-EXIT.
006980     EXIT.
006990*
007000* ===========================================================*
007002*  1500-DEFAULT-VERSION-FIELDS  --  A BLANK ACTION IS AN ADD.
007004*          A BLANK STATUS, OR AN APPROVAL WITHOUT TWO
007006*          DIFFERENT USERS, IS CONVERTED ONCE TO A PENDING
007008*          VERSION (ENTERED BY *LEGACY* WHEN NOBODY IS
007010*          NAMED) THAT A SECOND USER MUST SIGN OFF.
007030* ===========================================================*
007040 1500-DEFAULT-VERSION-FIELDS.
007050     IF WS-VER-STATUS(WS-VER-IDX) = SPACE
007051        OR (WS-VER-STATUS(WS-VER-IDX) = "A"
007052            AND (WS-VER-ENTERED-BY(WS-VER-IDX) = SPACES
007053                 OR WS-VER-APPROVED-BY(WS-VER-IDX) = SPACES
007054                 OR WS-VER-ENTERED-BY(WS-VER-IDX)
007055                    = WS-VER-APPROVED-BY(WS-VER-IDX)))
007056         DISPLAY "SIGCAL1 WARNING - OLD "
007057             WS-VER-TYPE(WS-VER-IDX) " VERSION FOR "
007058             WS-VER-CATEGORY(WS-VER-IDX) " "
007059             WS-VER-GRADE(WS-VER-IDX)
007060             " NOT APPROVED BY TWO USERS, NOW PENDING"
007061         ADD 1 TO WS-OLD-CONVERT-COUNT
007062         MOVE "P" TO WS-VER-STATUS(WS-VER-IDX)
007063         IF WS-VER-ENTERED-BY(WS-VER-IDX) = SPACES
007064             MOVE "*LEGACY*" TO WS-VER-ENTERED-BY(WS-VER-IDX)
007065         END-IF
007066         MOVE SPACES TO WS-VER-APPROVED-BY(WS-VER-IDX)
007067         MOVE SPACES TO WS-VER-APPROVED-DATE(WS-VER-IDX)
007070     END-IF.
007080     IF WS-VER-ACTION(WS-VER-IDX) = SPACE
007090         MOVE "A" TO WS-VER-ACTION(WS-VER-IDX)
007100     END-IF.
007110     MOVE SPACE TO WS-VER-IN-FORCE(WS-VER-IDX).
007120 1500-EXIT.
007130     EXIT.
007140*
007150* ===========================================================*
007160*  2000-READ-SIGCLX01  --  READ ONE KEYED TRANSACTION
007170* ===========================================================*
007180 2000-READ-SIGCLX01.
007190     READ SIGCLX01-FILE
007200         AT END
007210             MOVE "Y" TO WS-CLX-EOF-SWITCH
007220         NOT AT END
007230             ADD 1 TO WS-TXN-READ-COUNT
007240     END-READ.
007250 2000-EXIT.
007260     EXIT.
007270*
007280* ===========================================================*
007290*  3000-APPLY-ONE-TXN  --  EDIT THE TRANSACTION, FIND THE
007300*          KEY'S VERSIONS, DISPATCH ON THE ACTION, REPORT
007310*          THE DISPOSITION
007320* ===========================================================*
007330 3000-APPLY-ONE-TXN.
007340     MOVE CLX-EFF-DATE TO D-EFF-DATE.
007350     PERFORM 3100-EDIT-TXN-KEY THRU 3100-EXIT.
007360     IF D-DISPOSITION NOT = SPACES
007370         PERFORM 3900-REJECT-TXN THRU 3900-EXIT
007380         GO TO 3000-NEXT
007390     END-IF.
007400     MOVE WS-TXN-EFF-DATE TO D-EFF-DATE.
007410     PERFORM 3200-FIND-KEY-VERSIONS THRU 3200-EXIT.
007420     EVALUATE TRUE
007430         WHEN CLX-ACTION-ADD
007440         WHEN CLX-ACTION-CHANGE
007450         WHEN CLX-ACTION-DELETE
007460             PERFORM 3300-KEY-NEW-VERSION THRU 3300-EXIT
007470         WHEN CLX-ACTION-APPROVE
007480             PERFORM 3400-APPROVE-VERSION THRU 3400-EXIT
007490     END-EVALUATE.
007500 3000-NEXT.
007510     PERFORM 2000-READ-SIGCLX01 THRU 2000-EXIT.
007520 3000-EXIT.
007530     EXIT.
007540*
007550* ===========================================================*
007560*  3100-EDIT-TXN-KEY  --  TABLE, ACTION, USER, KEY AND DATE.
007570*          A BLANK EFFECTIVE DATE MEANS THE RUN DATE; A NEW
007580*          VERSION MAY NOT BE BACKDATED.  LEAVES THE REJECT
007590*          REASON IN D-DISPOSITION, SPACES WHEN CLEAN.
007600* ===========================================================*
007610 3100-EDIT-TXN-KEY.
007620     MOVE SPACES TO D-DISPOSITION.
007630     IF NOT CLX-TABLE-CALIB AND NOT CLX-TABLE-BAND
007640         MOVE "TABLE IS NOT W OR B" TO D-DISPOSITION
007650         GO TO 3100-EXIT
007660     END-IF.
007670     IF NOT CLX-ACTION-ADD AND NOT CLX-ACTION-CHANGE
007680        AND NOT CLX-ACTION-DELETE AND NOT CLX-ACTION-APPROVE
007690         MOVE "ACTION IS NOT A, C, D OR P" TO D-DISPOSITION
007700         GO TO 3100-EXIT
007710     END-IF.
007720     IF CLX-USER = SPACES
007730         MOVE "USER ID IS BLANK" TO D-DISPOSITION
007740         GO TO 3100-EXIT
007750     END-IF.
007760     IF CLX-TABLE-CALIB
007770         MOVE SPACES TO WS-TXN-GRADE
007780     ELSE
007790         MOVE CLX-GRADE TO WS-TXN-GRADE
007800         IF CLX-GRADE = SPACES
007810             MOVE "GRADE IS BLANK" TO D-DISPOSITION
007820             GO TO 3100-EXIT
007830         END-IF
007840         IF CLX-GRADE = "???"
007850             MOVE "GRADE ??? IS RESERVED FOR NO BAND"
007860                 TO D-DISPOSITION
007870             GO TO 3100-EXIT
007880         END-IF
007890     END-IF.
007900     IF CLX-EFF-DATE = SPACES
007910         MOVE WS-RUN-DATE-NUM TO WS-TXN-EFF-DATE
007920     ELSE
007930         SET WS-DATE-NOT-VALID TO TRUE
007940         IF CLX-EFF-DATE IS NUMERIC
007950             MOVE CLX-EFF-DATE TO WS-VAL-DATE
007960             PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
007970             MOVE WS-VAL-DATE-N TO WS-TXN-EFF-DATE
007980         END-IF
007990         IF WS-DATE-NOT-VALID
008000             MOVE "KEYED DATE IS NOT A VALID CALENDAR DATE"
008010                 TO D-DISPOSITION
008020             GO TO 3100-EXIT
008030         END-IF
008040     END-IF.
008050     IF NOT CLX-ACTION-APPROVE
008060        AND WS-TXN-EFF-DATE < WS-RUN-DATE-NUM
008070         MOVE "EFFECTIVE DATE IS BEFORE THE RUN DATE"
008080             TO D-DISPOSITION
008090     END-IF.
008100 3100-EXIT.
008110     EXIT.
008120*
008130* ===========================================================*
008140*  3200-FIND-KEY-VERSIONS  --  EVERY VERSION OF THE KEYED
008150*          CATEGORY (AND GRADE): WHETHER ANY EXISTS, THE
008160*          LATEST-EFFECTIVE ONE, ONE ALREADY ON THE KEYED
008162*          DATE, THE APPROVED ONE IN FORCE ON THE KEYED DATE,
008164*          AND THE PENDING ONE AN APPROVAL WOULD SIGN
008180* ===========================================================*
008190 3200-FIND-KEY-VERSIONS.
008200     SET WS-KEY-NOT-FOUND TO TRUE.
008210     SET WS-SAME-DATE-NOT-FOUND TO TRUE.
008220     MOVE ZERO TO WS-LATEST-SUB.
008230     MOVE ZERO TO WS-PEND-SUB.
008232     MOVE ZERO TO WS-BASE-SUB.
008240     PERFORM 3210-TEST-ONE-VERSION THRU 3210-EXIT
008250         VARYING WS-VER-SUB FROM 1 BY 1
008260         UNTIL WS-VER-SUB > WS-VER-USED.
008270 3200-EXIT.
008280     EXIT.
008290*
008300* ===========================================================*
008310*  3210-TEST-ONE-VERSION  --  ONE TABLE SLOT AGAINST THE KEY.
008320*          ON A DATE TIE THE LATER SLOT IS THE LATER VERSION.
008330*          AN APPROVAL WITH NO DATE SIGNS THE FIRST PENDING.
008340* ===========================================================*
008350 3210-TEST-ONE-VERSION.
008360     SET WS-VER-IDX TO WS-VER-SUB.
008370     IF WS-VER-TYPE(WS-VER-IDX) NOT = CLX-TABLE
008380        OR WS-VER-CATEGORY(WS-VER-IDX) NOT = CLX-CATEGORY
008390        OR WS-VER-GRADE(WS-VER-IDX) NOT = WS-TXN-GRADE
008400         GO TO 3210-EXIT
008410     END-IF.
008420     SET WS-KEY-FOUND TO TRUE.
008430     IF WS-LATEST-SUB = 0
008440         MOVE WS-VER-SUB TO WS-LATEST-SUB
008450     ELSE
008460         IF WS-VER-EFF-DATE(WS-VER-IDX)
008470                >= WS-VER-EFF-DATE(WS-LATEST-SUB)
008480             MOVE WS-VER-SUB TO WS-LATEST-SUB
008490         END-IF
008500     END-IF.
008510     IF WS-VER-EFF-DATE(WS-VER-IDX) = WS-TXN-EFF-DATE
008520         SET WS-SAME-DATE-FOUND TO TRUE
008521     END-IF.
008522     IF WS-VER-STATUS(WS-VER-IDX) = "A"
008523        AND WS-VER-EFF-DATE(WS-VER-IDX) NOT > WS-TXN-EFF-DATE
008524         IF WS-BASE-SUB = 0
008525             MOVE WS-VER-SUB TO WS-BASE-SUB
008526         ELSE
008527             IF WS-VER-EFF-DATE(WS-VER-IDX)
008528                    >= WS-VER-EFF-DATE(WS-BASE-SUB)
008529                 MOVE WS-VER-SUB TO WS-BASE-SUB
008530             END-IF
008531         END-IF
008532     END-IF.
008540     IF WS-VER-STATUS(WS-VER-IDX) = "P"
008550        AND WS-PEND-SUB = 0
008560        AND (WS-VER-EFF-DATE(WS-VER-IDX) = WS-TXN-EFF-DATE
008570             OR CLX-EFF-DATE = SPACES)
008580         MOVE WS-VER-SUB TO WS-PEND-SUB
008590     END-IF.
008600 3210-EXIT.
008610     EXIT.
008620*
008630* ===========================================================*
008640*  3300-KEY-NEW-VERSION  --  AN ADD, CHANGE OR DELETE KEYED
008650*          AS A PENDING VERSION.  AN ADD NEEDS THE KEY ABSENT
008660*          OR WITHDRAWN; A CHANGE OR DELETE NEEDS IT PRESENT.
008662*          A CHANGE TAKES A BLANK VALUE FROM THE APPROVED
008664*          VERSION IN FORCE ON ITS EFFECTIVE DATE AND IS
008666*          REJECTED WHEN THERE IS NONE; A DELETE CARRIES THE
008668*          LATEST VALUES.
008690* ===========================================================*
008700 3300-KEY-NEW-VERSION.
008710     IF CLX-ACTION-ADD
008720         IF WS-KEY-FOUND
008730            AND WS-VER-ACTION(WS-LATEST-SUB) NOT = "D"
008740             MOVE "KEY ALREADY ON FILE - KEY A CHANGE"
008750                 TO D-DISPOSITION
008760             PERFORM 3900-REJECT-TXN THRU 3900-EXIT
008770             GO TO 3300-EXIT
008780         END-IF
008790     ELSE
008800         IF WS-KEY-NOT-FOUND
008810            OR WS-VER-ACTION(WS-LATEST-SUB) = "D"
008820             MOVE "KEY NOT ON FILE" TO D-DISPOSITION
008830             PERFORM 3900-REJECT-TXN THRU 3900-EXIT
008840             GO TO 3300-EXIT
008850         END-IF
008860     END-IF.
008870     IF WS-SAME-DATE-FOUND
008880         MOVE "A VERSION ALREADY EXISTS FOR THAT DATE"
008890             TO D-DISPOSITION
008900         PERFORM 3900-REJECT-TXN THRU 3900-EXIT
008910         GO TO 3300-EXIT
008920     END-IF.
008930     IF WS-VER-USED >= WS-VER-MAX-ENTRIES
008940         MOVE "VERSION TABLE FULL - CHANGE DROPPED"
008950             TO D-DISPOSITION
008960         PERFORM 3900-REJECT-TXN THRU 3900-EXIT
008970         GO TO 3300-EXIT
008980     END-IF.
008982     IF CLX-ACTION-CHANGE
008984         IF WS-BASE-SUB = 0
008986            OR WS-VER-ACTION(WS-BASE-SUB) = "D"
008988             MOVE "NO APPROVED VERSION IN FORCE THAT DATE"
008990                 TO D-DISPOSITION
008992             PERFORM 3900-REJECT-TXN THRU 3900-EXIT
008994             GO TO 3300-EXIT
008996         END-IF
008998     END-IF.
009000     EVALUATE TRUE
009002         WHEN CLX-ACTION-CHANGE
009004             MOVE WS-VER-SCALE(WS-BASE-SUB)  TO WS-NEW-SCALE
009006             MOVE WS-VER-OFFSET(WS-BASE-SUB) TO WS-NEW-OFFSET
009008             MOVE WS-VER-LOW(WS-BASE-SUB)    TO WS-NEW-LOW
009010             MOVE WS-VER-HIGH(WS-BASE-SUB)   TO WS-NEW-HIGH
009012         WHEN WS-KEY-FOUND
009014             MOVE WS-VER-SCALE(WS-LATEST-SUB)  TO WS-NEW-SCALE
009016             MOVE WS-VER-OFFSET(WS-LATEST-SUB) TO WS-NEW-OFFSET
009018             MOVE WS-VER-LOW(WS-LATEST-SUB)    TO WS-NEW-LOW
009020             MOVE WS-VER-HIGH(WS-LATEST-SUB)   TO WS-NEW-HIGH
009022         WHEN OTHER
009024             MOVE ZERO TO WS-NEW-SCALE
009026             MOVE ZERO TO WS-NEW-OFFSET
009028             MOVE ZERO TO WS-NEW-LOW
009030             MOVE ZERO TO WS-NEW-HIGH
009032     END-EVALUATE.
009100     IF NOT CLX-ACTION-DELETE
009110         IF CLX-TABLE-CALIB
009120             PERFORM 3310-EDIT-CALIB-VALUES THRU 3310-EXIT
009130         ELSE
009140             PERFORM 3320-EDIT-BAND-VALUES THRU 3320-EXIT
009150         END-IF
009160         IF WS-VALUES-BAD
009170             PERFORM 3900-REJECT-TXN THRU 3900-EXIT
009180             GO TO 3300-EXIT
009190         END-IF
009200     END-IF.
009210     ADD 1 TO WS-VER-USED.
009220     SET WS-VER-IDX TO WS-VER-USED.
009230     MOVE CLX-TABLE       TO WS-VER-TYPE(WS-VER-IDX).
009240     MOVE CLX-CATEGORY    TO WS-VER-CATEGORY(WS-VER-IDX).
009250     MOVE WS-TXN-GRADE    TO WS-VER-GRADE(WS-VER-IDX).
009260     MOVE WS-TXN-EFF-DATE TO WS-VER-EFF-DATE(WS-VER-IDX).
009270     MOVE "P"             TO WS-VER-STATUS(WS-VER-IDX).
009280     MOVE CLX-ACTION      TO WS-VER-ACTION(WS-VER-IDX).
009290     MOVE CLX-USER        TO WS-VER-ENTERED-BY(WS-VER-IDX).
009300     MOVE SPACES          TO WS-VER-APPROVED-BY(WS-VER-IDX).
009310     MOVE SPACES          TO WS-VER-APPROVED-DATE(WS-VER-IDX).
009320     MOVE SPACE           TO WS-VER-IN-FORCE(WS-VER-IDX).
009330     MOVE WS-NEW-SCALE    TO WS-VER-SCALE(WS-VER-IDX).
009340     MOVE WS-NEW-OFFSET   TO WS-VER-OFFSET(WS-VER-IDX).
009350     MOVE WS-NEW-LOW      TO WS-VER-LOW(WS-VER-IDX).
009360     MOVE WS-NEW-HIGH     TO WS-VER-HIGH(WS-VER-IDX).
009370     EVALUATE TRUE
009380         WHEN CLX-ACTION-ADD
009390             MOVE "ADD KEYED - AWAITING APPROVAL"
009400                 TO D-DISPOSITION
009410         WHEN CLX-ACTION-CHANGE
009420             MOVE "CHANGE KEYED - AWAITING APPROVAL"
009430                 TO D-DISPOSITION
009440         WHEN OTHER
009450             MOVE "DELETE KEYED - AWAITING APPROVAL"
009460                 TO D-DISPOSITION
009470     END-EVALUATE.
009480     PERFORM 3800-ACCEPT-TXN THRU 3800-EXIT.
009490 3300-EXIT.
009500     EXIT.
009510*
009520* ===========================================================*
009530*  3310-EDIT-CALIB-VALUES  --  KEYED SCALE AND OFFSET.  AN
009540*          ADD MUST KEY BOTH; A CHANGE KEYS WHAT MOVES.
009550* ===========================================================*
009560 3310-EDIT-CALIB-VALUES.
009570     SET WS-VALUES-OK TO TRUE.
009580     IF CLX-SCALE-X = SPACES AND CLX-ACTION-CHANGE
009590         CONTINUE
009600     ELSE
009610         IF (CLX-SCALE-SIGN-X NOT = "+"
009620                AND CLX-SCALE-SIGN-X NOT = "-")
009630            OR CLX-SCALE-DIG-X IS NOT NUMERIC
009640             SET WS-VALUES-BAD TO TRUE
009650         ELSE
009660             MOVE CLX-SCALE TO WS-NEW-SCALE
009670         END-IF
009680     END-IF.
009690     IF CLX-OFFSET-X = SPACES AND CLX-ACTION-CHANGE
009700         CONTINUE
009710     ELSE
009720         IF (CLX-OFFSET-SIGN-X NOT = "+"
009730                AND CLX-OFFSET-SIGN-X NOT = "-")
009740            OR CLX-OFFSET-DIG-X IS NOT NUMERIC
009750             SET WS-VALUES-BAD TO TRUE
009760         ELSE
009770             MOVE CLX-OFFSET TO WS-NEW-OFFSET
009780         END-IF
009790     END-IF.
009800     IF WS-VALUES-BAD
009810         MOVE "SCALE OR OFFSET IS NOT A SIGNED NUMBER"
009820             TO D-DISPOSITION
009830     END-IF.
009840 3310-EXIT.
009850     EXIT.
009860*
009870* ===========================================================*
009880*  3320-EDIT-BAND-VALUES  --  KEYED LOW AND HIGH BOUNDS,
009890*          SAME RULES AS THE CALIBRATION, AND THE LOW BOUND
009900*          MAY NOT SIT ABOVE THE HIGH
009910* ===========================================================*
009920 3320-EDIT-BAND-VALUES.
009930     SET WS-VALUES-OK TO TRUE.
009940     IF CLX-LOW-BOUND-X = SPACES AND CLX-ACTION-CHANGE
009950         CONTINUE
009960     ELSE
009970         IF (CLX-LOW-SIGN-X NOT = "+"
009980                AND CLX-LOW-SIGN-X NOT = "-")
009990            OR CLX-LOW-DIG-X IS NOT NUMERIC
010000             SET WS-VALUES-BAD TO TRUE
010010         ELSE
010020             MOVE CLX-LOW-BOUND TO WS-NEW-LOW
010030         END-IF
010040     END-IF.
010050     IF CLX-HIGH-BOUND-X = SPACES AND CLX-ACTION-CHANGE
010060         CONTINUE
010070     ELSE
010080         IF (CLX-HIGH-SIGN-X NOT = "+"
010090                AND CLX-HIGH-SIGN-X NOT = "-")
010100            OR CLX-HIGH-DIG-X IS NOT NUMERIC
010110             SET WS-VALUES-BAD TO TRUE
010120         ELSE
010130             MOVE CLX-HIGH-BOUND TO WS-NEW-HIGH
010140         END-IF
010150     END-IF.
010160     IF WS-VALUES-BAD
010170         MOVE "BOUND IS NOT A SIGNED NUMBER" TO D-DISPOSITION
010180         GO TO 3320-EXIT
010190     END-IF.
010200     IF WS-NEW-LOW > WS-NEW-HIGH
010210         SET WS-VALUES-BAD TO TRUE
010220         MOVE "LOW BOUND IS ABOVE THE HIGH BOUND"
010230             TO D-DISPOSITION
010240     END-IF.
010250 3320-EXIT.
010260     EXIT.
010270*
010280* ===========================================================*
010290*  3400-APPROVE-VERSION  --  SIGN OFF A PENDING VERSION.  THE
010292*          APPROVER MUST NOT BE THE USER WHO KEYED IT.  ONE
010294*          KEYED FOR A DATE NOW PAST TAKES EFFECT ON THE RUN
010296*          DATE, NEVER BACK OVER NIGHTS ALREADY SCORED, UNLESS
010298*          THE KEY ALREADY HAS A VERSION ON THE RUN DATE.
010310* ===========================================================*
010320 3400-APPROVE-VERSION.
010330     IF WS-PEND-SUB = 0
010340         MOVE "NO PENDING VERSION TO APPROVE" TO D-DISPOSITION
010350         PERFORM 3900-REJECT-TXN THRU 3900-EXIT
010360         GO TO 3400-EXIT
010370     END-IF.
010380     SET WS-VER-IDX TO WS-PEND-SUB.
010390     MOVE WS-VER-EFF-DATE(WS-VER-IDX) TO D-EFF-DATE.
010400     IF WS-VER-ENTERED-BY(WS-VER-IDX) = CLX-USER
010410         MOVE "APPROVER KEYED IT - SECOND USER NEEDED"
010420             TO D-DISPOSITION
010430         PERFORM 3900-REJECT-TXN THRU 3900-EXIT
010440         GO TO 3400-EXIT
010441     END-IF.
010442     MOVE ZERO TO WS-APR-KEYED-DATE.
010443     IF WS-VER-EFF-DATE(WS-VER-IDX) < WS-RUN-DATE-NUM
010444         PERFORM 3410-FIND-RUN-DATE-VERSION THRU 3410-EXIT
010445         SET WS-VER-IDX TO WS-PEND-SUB
010446         IF WS-SAME-DATE-FOUND
010447             MOVE "DATE PASSED, RUN DATE TAKEN - REKEY"
010448                 TO D-DISPOSITION
010449             PERFORM 3900-REJECT-TXN THRU 3900-EXIT
010450             GO TO 3400-EXIT
010451         END-IF
010452         MOVE WS-VER-EFF-DATE(WS-VER-IDX) TO WS-APR-KEYED-DATE
010453         MOVE WS-RUN-DATE-NUM TO WS-VER-EFF-DATE(WS-VER-IDX)
010454         MOVE WS-RUN-DATE-NUM TO D-EFF-DATE
010455     END-IF.
010460     MOVE "A"             TO WS-VER-STATUS(WS-VER-IDX).
010470     MOVE CLX-USER        TO WS-VER-APPROVED-BY(WS-VER-IDX).
010480     MOVE WS-RUN-DATE-NUM TO WS-VER-APPROVED-DATE(WS-VER-IDX).
010481     MOVE "APPROVED" TO D-DISPOSITION.
010482     IF WS-APR-KEYED-DATE NOT = 0
010483         MOVE SPACES TO D-DISPOSITION
010484         STRING "APPROVED FROM RUN DATE, KEYED "
010485             WS-APR-KEYED-DATE DELIMITED BY SIZE
010486             INTO D-DISPOSITION
010487     END-IF.
010488     PERFORM 3800-ACCEPT-TXN THRU 3800-EXIT.
010489 3400-EXIT.
010490     EXIT.
010491*
010492* ===========================================================*
010493*  3410-FIND-RUN-DATE-VERSION  --  WHETHER THE KEY BEING
010494*          APPROVED ALREADY HAS A VERSION ON THE RUN DATE
010495* ===========================================================*
010496 3410-FIND-RUN-DATE-VERSION.
010497     SET WS-SAME-DATE-NOT-FOUND TO TRUE.
010498     PERFORM 3420-TEST-ONE-RUN-DATE THRU 3420-EXIT
010499         VARYING WS-VER-SUB FROM 1 BY 1
010500         UNTIL WS-VER-SUB > WS-VER-USED
010501            OR WS-SAME-DATE-FOUND.
010502 3410-EXIT.
010503     EXIT.
010504*
010505* ===========================================================*
010506*  3420-TEST-ONE-RUN-DATE  --  ONE TABLE SLOT AGAINST THE KEY
010507*          AND THE RUN DATE
010508* ===========================================================*
010509 3420-TEST-ONE-RUN-DATE.
010510     SET WS-VER-IDX TO WS-VER-SUB.
010511     IF WS-VER-TYPE(WS-VER-IDX) = CLX-TABLE
010512        AND WS-VER-CATEGORY(WS-VER-IDX) = CLX-CATEGORY
010513        AND WS-VER-GRADE(WS-VER-IDX) = WS-TXN-GRADE
010514        AND WS-VER-EFF-DATE(WS-VER-IDX) = WS-RUN-DATE-NUM
010515         SET WS-SAME-DATE-FOUND TO TRUE
010516     END-IF.
010517 3420-EXIT.
010520     EXIT.
010530*
010540* ===========================================================*
010550*  3800-ACCEPT-TXN  --  COUNT AND REPORT AN APPLIED ONE
010560* ===========================================================*
010570 3800-ACCEPT-TXN.
010580     ADD 1 TO WS-TXN-APPLIED-COUNT.
010590     PERFORM 3950-WRITE-DETAIL-LINE THRU 3950-EXIT.
010600 3800-EXIT.
010610     EXIT.
010620*
010630* ===========================================================*
010640*  3900-REJECT-TXN  --  COUNT AND REPORT A SKIPPED ONE
010650* ===========================================================*
010660 3900-REJECT-TXN.
010670     ADD 1 TO WS-TXN-REJECT-COUNT.
010680     PERFORM 3950-WRITE-DETAIL-LINE THRU 3950-EXIT.
010690 3900-EXIT.
010700     EXIT.
010710*
010720* ===========================================================*
010730*  3950-WRITE-DETAIL-LINE  --  ONE REPORT LINE PER TRANSACTION
010740* ===========================================================*
010750 3950-WRITE-DETAIL-LINE.
010760     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010770         PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
010780     END-IF.
010790     MOVE CLX-TABLE    TO D-TABLE.
010800     MOVE CLX-ACTION   TO D-ACTION.
010810     MOVE CLX-USER     TO D-USER.
010820     MOVE CLX-CATEGORY TO D-CATEGORY.
010830     MOVE CLX-GRADE    TO D-GRADE.
010840     WRITE SIGCLR01-RECORD FROM WS-DETAIL-LINE
010850         AFTER ADVANCING 1.
010860     ADD 1 TO WS-LINE-COUNT.
010870 3950-EXIT.
010880     EXIT.
010890*
010900* ===========================================================*
010910*  5000-VALIDATE-DATE  --  REAL CALENDAR EDIT ON WS-VAL-DATE,
010920*          MATCHING THE EDIT SIG01 APPLIES
010930* ===========================================================*
010940 5000-VALIDATE-DATE.
010950     SET WS-DATE-IS-VALID TO TRUE.
010960     IF WS-VAL-DATE-N IS NOT NUMERIC
010970        OR WS-VAL-CCYY < 1601
010980        OR WS-VAL-MM < 1 OR WS-VAL-MM > 12
010990         SET WS-DATE-NOT-VALID TO TRUE
011000         GO TO 5000-EXIT
011010     END-IF.
011020     EVALUATE WS-VAL-MM
011030         WHEN 4
011040         WHEN 6
011050         WHEN 9
011060         WHEN 11
011070             MOVE 30 TO WS-VAL-MAX-DD
011080         WHEN 2
011090             PERFORM 5100-SET-FEBRUARY-LIMIT THRU 5100-EXIT
011100         WHEN OTHER
011110             MOVE 31 TO WS-VAL-MAX-DD
011120     END-EVALUATE.
011130     IF WS-VAL-DD < 1 OR WS-VAL-DD > WS-VAL-MAX-DD
011140         SET WS-DATE-NOT-VALID TO TRUE
011150     END-IF.
011160 5000-EXIT.
011170     EXIT.
011180*
011190* ===========================================================*
011200*  5100-SET-FEBRUARY-LIMIT  --  28 OR 29 BY THE LEAP RULES
011210* ===========================================================*
011220 5100-SET-FEBRUARY-LIMIT.
011230     MOVE 28 TO WS-VAL-MAX-DD.
011240     DIVIDE WS-VAL-CCYY BY 4 GIVING WS-LEAP-QUOT
011250         REMAINDER WS-LEAP-REM.
011260     IF WS-LEAP-REM = 0
011270         MOVE 29 TO WS-VAL-MAX-DD
011280         DIVIDE WS-VAL-CCYY BY 100 GIVING WS-LEAP-QUOT
011290             REMAINDER WS-LEAP-REM
011300         IF WS-LEAP-REM = 0
011310             DIVIDE WS-VAL-CCYY BY 400 GIVING WS-LEAP-QUOT
011320                 REMAINDER WS-LEAP-REM
011330             IF WS-LEAP-REM NOT = 0
011340                 MOVE 28 TO WS-VAL-MAX-DD
011350             END-IF
011360         END-IF
011370     END-IF.
011380 5100-EXIT.
011390     EXIT.
011400*
011410* ===========================================================*
011420*  6000-SORT-ONE-PASS  --  BUBBLE THE VERSIONS INTO TABLE,
011430*          CATEGORY, GRADE AND DATE ORDER.  EQUAL KEYS KEEP
011440*          THEIR ORDER.
011450* ===========================================================*
011460 6000-SORT-ONE-PASS.
011470     PERFORM 6010-COMPARE-AND-SWAP THRU 6010-EXIT
011480         VARYING WS-VER-SUB-2 FROM 1 BY 1
011490         UNTIL WS-VER-SUB-2 >= WS-VER-USED.
011500 6000-EXIT.
011510     EXIT.
011520*
011530* ===========================================================*
011540*  6010-COMPARE-AND-SWAP  --  ONE ADJACENT PAIR
011550* ===========================================================*
011560 6010-COMPARE-AND-SWAP.
011570     IF WS-VER-KEY(WS-VER-SUB-2) > WS-VER-KEY(WS-VER-SUB-2 + 1)
011580         MOVE WS-VER-ENTRY(WS-VER-SUB-2)     TO WS-VER-SWAP
011590         MOVE WS-VER-ENTRY(WS-VER-SUB-2 + 1)
011600             TO WS-VER-ENTRY(WS-VER-SUB-2)
011610         MOVE WS-VER-SWAP TO WS-VER-ENTRY(WS-VER-SUB-2 + 1)
011620     END-IF.
011630 6010-EXIT.
011640     EXIT.
011650*
011660* ===========================================================*
011670*  6100-MARK-ONE-VERSION  --  WALK THE SORTED TABLE.  WITHIN
011680*          EACH KEY THE LAST APPROVED VERSION NOT AFTER THE
011690*          RUN DATE IS THE ONE IN FORCE; IT IS MARKED WHEN
011700*          THE KEY CHANGES.
011710* ===========================================================*
011720 6100-MARK-ONE-VERSION.
011730     SET WS-VER-IDX TO WS-VER-SUB.
011740     IF WS-VER-TYPE(WS-VER-IDX) NOT = WS-INF-TYPE
011750        OR WS-VER-CATEGORY(WS-VER-IDX) NOT = WS-INF-CATEGORY
011760        OR WS-VER-GRADE(WS-VER-IDX) NOT = WS-INF-GRADE
011770         IF WS-INF-SUB > 0
011780             MOVE "*" TO WS-VER-IN-FORCE(WS-INF-SUB)
011790         END-IF
011800         MOVE ZERO TO WS-INF-SUB
011810         MOVE WS-VER-TYPE(WS-VER-IDX)     TO WS-INF-TYPE
011820         MOVE WS-VER-CATEGORY(WS-VER-IDX) TO WS-INF-CATEGORY
011830         MOVE WS-VER-GRADE(WS-VER-IDX)    TO WS-INF-GRADE
011840     END-IF.
011850     IF WS-VER-STATUS(WS-VER-IDX) = "A"
011860        AND WS-VER-EFF-DATE(WS-VER-IDX) NOT > WS-RUN-DATE-NUM
011870         MOVE WS-VER-SUB TO WS-INF-SUB
011880     END-IF.
011890 6100-EXIT.
011900     EXIT.
011910*
011920* ===========================================================*
011930*  8000-TERMINATE  --  SORT AND MARK THE VERSIONS, WRITE THE
011940*          NEW GENERATIONS AND THE CHANGE HISTORY, SUMMARY,
011950*          RETURN CODE, CLOSE
011960* ===========================================================*
011970 8000-TERMINATE.
011980     PERFORM 6000-SORT-ONE-PASS THRU 6000-EXIT
011990         VARYING WS-VER-SUB FROM 1 BY 1
012000         UNTIL WS-VER-SUB >= WS-VER-USED.
012010     MOVE SPACES TO WS-INF-KEY.
012020     MOVE ZERO TO WS-INF-SUB.
012030     PERFORM 6100-MARK-ONE-VERSION THRU 6100-EXIT
012040         VARYING WS-VER-SUB FROM 1 BY 1
012050         UNTIL WS-VER-SUB > WS-VER-USED.
012060     IF WS-INF-SUB > 0
012070         MOVE "*" TO WS-VER-IN-FORCE(WS-INF-SUB)
012080     END-IF.
012090     SET WS-HISTORY-SECTION TO TRUE.
012100     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
012110     PERFORM 8100-WRITE-ONE-VERSION THRU 8100-EXIT
012120         VARYING WS-VER-SUB FROM 1 BY 1
012130         UNTIL WS-VER-SUB > WS-VER-USED.
012140     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
012150     IF WS-TXN-REJECT-COUNT > 0 OR WS-OLD-DROP-COUNT > 0
012152        OR WS-OLD-CONVERT-COUNT > 0
012160         MOVE 4 TO RETURN-CODE
012170     END-IF.
012180     CLOSE SIGCLX01-FILE.
012190     CLOSE SIGWGT03-FILE.
012200     CLOSE SIGBND02-FILE.
012210     CLOSE SIGCLR01-FILE.
012220 8000-EXIT.
012230     EXIT.
012240*
012250* ===========================================================*
012260*  8100-WRITE-ONE-VERSION  --  ONE VERSION ONTO ITS NEW
012270*          GENERATION AND ONTO THE CHANGE HISTORY
012280* ===========================================================*
012290 8100-WRITE-ONE-VERSION.
012300     SET WS-VER-IDX TO WS-VER-SUB.
012310     IF WS-VER-STATUS(WS-VER-IDX) = "P"
012320         ADD 1 TO WS-PENDING-COUNT
012330     END-IF.
012340     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
012350         PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
012360     END-IF.
012370     IF WS-VER-TYPE(WS-VER-IDX) = "W"
012380         PERFORM 8110-WRITE-CALIBRATION THRU 8110-EXIT
012390     ELSE
012400         PERFORM 8120-WRITE-BAND THRU 8120-EXIT
012410     END-IF.
012420     ADD 1 TO WS-LINE-COUNT.
012430 8100-EXIT.
012440     EXIT.
012450*
012460* ===========================================================*
012470*  8110-WRITE-CALIBRATION  --  SIGWGT03 ROW AND REPORT LINE
012480* ===========================================================*
012490 8110-WRITE-CALIBRATION.
012500     MOVE SPACES TO SIGWGT03-RECORD.
012510     MOVE WS-VER-CATEGORY(WS-VER-IDX)  TO NWG-CATEGORY.
012520     MOVE WS-VER-SCALE(WS-VER-IDX)     TO NWG-SCALE.
012530     MOVE WS-VER-OFFSET(WS-VER-IDX)    TO NWG-OFFSET.
012540     MOVE WS-VER-EFF-DATE(WS-VER-IDX)  TO NWG-EFF-DATE.
012550     MOVE WS-VER-STATUS(WS-VER-IDX)    TO NWG-VER-STATUS.
012560     MOVE WS-VER-ACTION(WS-VER-IDX)    TO NWG-VER-ACTION.
012570     MOVE WS-VER-ENTERED-BY(WS-VER-IDX) TO NWG-ENTERED-BY.
012580     MOVE WS-VER-APPROVED-BY(WS-VER-IDX) TO NWG-APPROVED-BY.
012590     MOVE WS-VER-APPROVED-DATE(WS-VER-IDX)
012600         TO NWG-APPROVED-DATE.
012610     WRITE SIGWGT03-RECORD.
012620     ADD 1 TO WS-NEW-WGT-COUNT.
012630     MOVE WS-VER-TYPE(WS-VER-IDX)        TO CV-TYPE.
012640     MOVE WS-VER-CATEGORY(WS-VER-IDX)    TO CV-CATEGORY.
012650     MOVE WS-VER-GRADE(WS-VER-IDX)       TO CV-GRADE.
012660     MOVE WS-VER-EFF-DATE(WS-VER-IDX)    TO CV-EFF-DATE.
012670     MOVE WS-VER-ACTION(WS-VER-IDX)      TO CV-ACTION.
012680     MOVE WS-VER-STATUS(WS-VER-IDX)      TO CV-STATUS.
012690     MOVE WS-VER-SCALE(WS-VER-IDX)       TO CV-SCALE.
012700     MOVE WS-VER-OFFSET(WS-VER-IDX)      TO CV-OFFSET.
012710     MOVE WS-VER-ENTERED-BY(WS-VER-IDX)  TO CV-ENTERED-BY.
012720     MOVE WS-VER-APPROVED-BY(WS-VER-IDX) TO CV-APPROVED-BY.
012730     MOVE WS-VER-IN-FORCE(WS-VER-IDX)    TO CV-IN-FORCE.
012740     WRITE SIGCLR01-RECORD FROM WS-CAL-VER-LINE
012750         AFTER ADVANCING 1.
012760 8110-EXIT.
012770     EXIT.
012780*
012790* ===========================================================*
012800*  8120-WRITE-BAND  --  SIGBND02 ROW AND REPORT LINE
012810* ===========================================================*
012820 8120-WRITE-BAND.
012830     MOVE SPACES TO SIGBND02-RECORD.
012840     MOVE WS-VER-GRADE(WS-VER-IDX)     TO NBD-GRADE.
012850     MOVE WS-VER-CATEGORY(WS-VER-IDX)  TO NBD-CATEGORY.
012860     MOVE WS-VER-LOW(WS-VER-IDX)       TO NBD-LOW-BOUND.
012870     MOVE WS-VER-HIGH(WS-VER-IDX)      TO NBD-HIGH-BOUND.
012880     MOVE WS-VER-EFF-DATE(WS-VER-IDX)  TO NBD-EFF-DATE.
012890     MOVE WS-VER-STATUS(WS-VER-IDX)    TO NBD-VER-STATUS.
012900     MOVE WS-VER-ACTION(WS-VER-IDX)    TO NBD-VER-ACTION.
012910     MOVE WS-VER-ENTERED-BY(WS-VER-IDX) TO NBD-ENTERED-BY.
012920     MOVE WS-VER-APPROVED-BY(WS-VER-IDX) TO NBD-APPROVED-BY.
012930     MOVE WS-VER-APPROVED-DATE(WS-VER-IDX)
012940         TO NBD-APPROVED-DATE.
012950     WRITE SIGBND02-RECORD.
012960     ADD 1 TO WS-NEW-BND-COUNT.
012970     MOVE WS-VER-TYPE(WS-VER-IDX)        TO BV-TYPE.
012980     MOVE WS-VER-CATEGORY(WS-VER-IDX)    TO BV-CATEGORY.
012990     MOVE WS-VER-GRADE(WS-VER-IDX)       TO BV-GRADE.
013000     MOVE WS-VER-EFF-DATE(WS-VER-IDX)    TO BV-EFF-DATE.
013010     MOVE WS-VER-ACTION(WS-VER-IDX)      TO BV-ACTION.
013020     MOVE WS-VER-STATUS(WS-VER-IDX)      TO BV-STATUS.
013030     MOVE WS-VER-LOW(WS-VER-IDX)         TO BV-LOW.
013040     MOVE WS-VER-HIGH(WS-VER-IDX)        TO BV-HIGH.
013050     MOVE WS-VER-ENTERED-BY(WS-VER-IDX)  TO BV-ENTERED-BY.
013060     MOVE WS-VER-APPROVED-BY(WS-VER-IDX) TO BV-APPROVED-BY.
013070     MOVE WS-VER-IN-FORCE(WS-VER-IDX)    TO BV-IN-FORCE.
013080     WRITE SIGCLR01-RECORD FROM WS-BND-VER-LINE
013090         AFTER ADVANCING 1.
013100 8120-EXIT.
013110     EXIT.
013120*
013130* ===========================================================*
013140*  8200-WRITE-SUMMARY  --  RUN COUNTS FOR BALANCING
013150* ===========================================================*
013160 8200-WRITE-SUMMARY.
013170     MOVE "OLD CALIBRATION VERSIONS READ" TO SL-LABEL.
013180     MOVE WS-OLD-WGT-COUNT TO SL-COUNT.
013190     WRITE SIGCLR01-RECORD FROM WS-SUM-LINE
013200         AFTER ADVANCING 3.
013210     MOVE "OLD BAND VERSIONS READ" TO SL-LABEL.
013220     MOVE WS-OLD-BND-COUNT TO SL-COUNT.
013230     WRITE SIGCLR01-RECORD FROM WS-SUM-LINE
013240         AFTER ADVANCING 1.
013250     MOVE "OLD VERSIONS DROPPED" TO SL-LABEL.
013260     MOVE WS-OLD-DROP-COUNT TO SL-COUNT.
013270     WRITE SIGCLR01-RECORD FROM WS-SUM-LINE
013280         AFTER ADVANCING 1.
013282     MOVE "OLD VERSIONS CONVERTED TO PENDING" TO SL-LABEL.
013284     MOVE WS-OLD-CONVERT-COUNT TO SL-COUNT.
013286     WRITE SIGCLR01-RECORD FROM WS-SUM-LINE
013288         AFTER ADVANCING 1.
013290     MOVE "TRANSACTIONS READ" TO SL-LABEL.
013300     MOVE WS-TXN-READ-COUNT TO SL-COUNT.
013310     WRITE SIGCLR01-RECORD FROM WS-SUM-LINE
013320         AFTER ADVANCING 1.
013330     MOVE "TRANSACTIONS APPLIED" TO SL-LABEL.
013340     MOVE WS-TXN-APPLIED-COUNT TO SL-COUNT.
013350     WRITE SIGCLR01-RECORD FROM WS-SUM-LINE
013360         AFTER ADVANCING 1.
013370     MOVE "TRANSACTIONS REJECTED" TO SL-LABEL.
013380     MOVE WS-TXN-REJECT-COUNT TO SL-COUNT.
013390     WRITE SIGCLR01-RECORD FROM WS-SUM-LINE
013400         AFTER ADVANCING 1.
013410     MOVE "NEW CALIBRATION VERSIONS WRITTEN" TO SL-LABEL.
013420     MOVE WS-NEW-WGT-COUNT TO SL-COUNT.
013430     WRITE SIGCLR01-RECORD FROM WS-SUM-LINE
013440         AFTER ADVANCING 1.
013450     MOVE "NEW BAND VERSIONS WRITTEN" TO SL-LABEL.
013460     MOVE WS-NEW-BND-COUNT TO SL-COUNT.
013470     WRITE SIGCLR01-RECORD FROM WS-SUM-LINE
013480         AFTER ADVANCING 1.
013490     MOVE "VERSIONS AWAITING APPROVAL" TO SL-LABEL.
013500     MOVE WS-PENDING-COUNT TO SL-COUNT.
013510     WRITE SIGCLR01-RECORD FROM WS-SUM-LINE
013520         AFTER ADVANCING 1.
013530 8200-EXIT.
013540     EXIT.
013550*
013560 9999-EXIT.
013570     STOP RUN.
