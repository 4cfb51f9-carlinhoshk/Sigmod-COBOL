001000*
001010* SIGFED1  --  EXPECTED-FEED CALENDAR CHECK
001020*
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID.                  SIGFED1.
001050 AUTHOR.                      R SOARES  -  BATCH SCORING TEAM.
001060 INSTALLATION.                SIGMOD DATA CENTER.
001070 DATE-WRITTEN.                2026-10-15.
001080 DATE-COMPILED.
001090*
001100* REMARKS.     SIG01 SCORES WHATEVER BATCHES TURN UP ON
001110*              SIGIN01, SO A SOURCE THAT NEVER SENDS LEAVES A
001120*              NIGHT THAT BALANCES PERFECTLY.  THIS STEP RUNS
001130*              AFTER SIG01 AND HOLDS THE NIGHT'S BATCH HEADERS
001140*              UP AGAINST THE SIGFCL01 EXPECTED-FEED CALENDAR
001150*              FOR THE DAY OF WEEK OF THE SIGPRM01 BUSINESS RUN
001160*              DATE.  PER SOURCE THE SIGFDR01 REPORT SHOWS THE
001170*              BATCHES AND DATA RECORDS RECEIVED AND ONE OF:
001180*              RECEIVED, MISSING (DUE BUT NO BATCH), LATE (THE
001190*              SIG01 RUN THAT TOOK IT, PER THE SIGSTA01 START
001200*              STAMP, STARTED AFTER THE SOURCE'S CUTOFF),
001210*              UNEXPECTED (NOT ON THE CALENDAR, OR NOT DUE
001220*              TODAY) OR NOT DUE, PLUS LOW OR HIGH WHEN THE
001230*              RECORD COUNT IS OUTSIDE THE CALENDAR RANGE.  A
001240*              MISSING MANDATORY SOURCE ENDS THE STEP WITH
001250*              RETURN CODE 8 FOR THE SCHEDULER TO ALERT ON;
001260*              ANY OTHER EXCEPTION, A BAD CALENDAR ROW OR A
001270*              MISSING SIGSTA01 (LATENESS CANNOT BE JUDGED)
001280*              ENDS IT WITH 4.
001281*              A BATCH SIG01 QUARANTINED (RESENT OR UNBALANCED),
001282*              PER TONIGHT'S SIGBRG01 BATCH REGISTRY ROWS, IS NOT
001283*              RECEIVED: IT IS LEFT OUT OF THE SOURCE'S BATCHES
001284*              AND RECORDS, A SOURCE THAT SENT NOTHING ELSE IS
001285*              QUARANTINE, AND A DUE MANDATORY SOURCE WITH NO
001286*              ACCEPTED BATCH IS COUNTED AS MISSING (RETURN CODE
001287*              8).  A MISSING REGISTRY ENDS THE STEP WITH 4.
001290*
001300* MODIFICATION HISTORY
001310* DATE       INIT  DESCRIPTION
001320* ---------- ----  -------------------------------------------
001330* 2026-10-15 RS    ORIGINAL PROGRAM.
001332* 2026-10-15 RS    BATCHES SIG01 QUARANTINED NO LONGER COUNT AS
001334*                  RECEIVED.  NEW QUARANTINE STATUS; A MANDATORY
001336*                  FEED WITH NO ACCEPTED BATCH IS MISSING.
001340*
001350 ENVIRONMENT DIVISION.
001360 CONFIGURATION SECTION.
001370 SOURCE-COMPUTER.             SIGMOD-BATCH.
001380 OBJECT-COMPUTER.             SIGMOD-BATCH.
001390 INPUT-OUTPUT SECTION.
001400 FILE-CONTROL.
001410     SELECT OPTIONAL SIGPRM01-FILE ASSIGN TO "SIGPRM01"
001420         ORGANIZATION IS SEQUENTIAL
001430         FILE STATUS IS WS-PRM-FILE-STATUS.
001440     SELECT OPTIONAL SIGFCL01-FILE ASSIGN TO "SIGFCL01"
001450         ORGANIZATION IS SEQUENTIAL
001460         FILE STATUS IS WS-FCL-FILE-STATUS.
001470     SELECT OPTIONAL SIGSTA01-FILE ASSIGN TO "SIGSTA01"
001480         ORGANIZATION IS SEQUENTIAL
001490         FILE STATUS IS WS-STA-FILE-STATUS.
001500     SELECT SIGIN01-FILE ASSIGN TO "SIGIN01"
001510         ORGANIZATION IS SEQUENTIAL.
001520     SELECT SIGFDR01-FILE ASSIGN TO "SIGFDR01"
001530         ORGANIZATION IS SEQUENTIAL.
001532     SELECT OPTIONAL SIGBRG01-FILE ASSIGN TO "SIGBRG01"
001534         ORGANIZATION IS SEQUENTIAL
001536         FILE STATUS IS WS-BRG-FILE-STATUS.
001540*
001550 DATA DIVISION.
001560 FILE SECTION.
001570 FD  SIGPRM01-FILE
001580         RECORDING MODE IS F.
001590         COPY SIGPRM01.
001600*
001610 FD  SIGFCL01-FILE
001620         RECORDING MODE IS F.
001630         COPY SIGFCL01.
001640*
001650 FD  SIGSTA01-FILE
001660         RECORDING MODE IS F.
001670         COPY SIGSTA01.
001680*
001690 FD  SIGIN01-FILE
001700         RECORDING MODE IS F.
001710         COPY SIGREC01.
001720         COPY SIGCTL01.
001730*
001740 FD  SIGFDR01-FILE
001750         RECORDING MODE IS F.
001760 01  SIGFDR01-RECORD           PIC X(80).
001770*
001772 FD  SIGBRG01-FILE
001774         RECORDING MODE IS F.
001776         COPY SIGBRG01.
001778*
001780 WORKING-STORAGE SECTION.
001790* ---------------------------------------------------------
001800*  SWITCHES AND FILE STATUS
001810* ---------------------------------------------------------
001820 77  WS-PRM-FILE-STATUS        PIC X(02).
001830 77  WS-FCL-FILE-STATUS        PIC X(02).
001840 77  WS-STA-FILE-STATUS        PIC X(02).
001841 77  WS-BRG-FILE-STATUS        PIC X(02).
001842 77  WS-BRG-FILE-SWITCH        PIC X(01) VALUE "Y".
001843         88  WS-BRG-FILE-FOUND     VALUE "Y".
001844         88  WS-BRG-FILE-MISSING   VALUE "N".
001845 77  WS-BRG-EOF-SWITCH         PIC X(01) VALUE "N".
001846         88  END-OF-SIGBRG01       VALUE "Y".
001850 77  WS-FCL-EOF-SWITCH         PIC X(01) VALUE "N".
001860         88  END-OF-SIGFCL01       VALUE "Y".
001870 77  WS-IN-EOF-SWITCH          PIC X(01) VALUE "N".
001880         88  END-OF-SIGIN01        VALUE "Y".
001882 77  WS-IN-QUAR-SWITCH         PIC X(01) VALUE "N".
001884         88  WS-IN-BATCH-QUARANTINED VALUE "Y".
001886         88  WS-IN-BATCH-NOT-QUARANTINED VALUE "N".
001890 77  WS-STA-FOUND-SWITCH       PIC X(01) VALUE "N".
001900         88  WS-STA-FOUND          VALUE "Y".
001910         88  WS-STA-NOT-FOUND      VALUE "N".
001920 77  WS-FCL-ROW-SWITCH         PIC X(01) VALUE "Y".
001930         88  WS-FCL-ROW-VALID      VALUE "Y".
001940         88  WS-FCL-ROW-NOT-VALID  VALUE "N".
001950*
001960* ---------------------------------------------------------
001970*  BUSINESS RUN DATE, ITS DAY OF WEEK AND THE DAY AFTER
001980* ---------------------------------------------------------
001990 77  WS-RUN-DATE-NUM           PIC 9(8) VALUE 0.
002000 77  WS-NEXT-DATE-NUM          PIC 9(8) VALUE 0.
002010 77  WS-RUN-DAY-INT            PIC 9(9) COMP VALUE 0.
002020 77  WS-DOW-QUOT               PIC 9(9) COMP VALUE 0.
002030 77  WS-DOW-REM                PIC 9(4) COMP VALUE 0.
002040 77  WS-RUN-DOW                PIC 9(4) COMP VALUE 1.
002050 01  WS-DAY-NAMES-X            PIC X(21)
002060                 VALUE "MONTUEWEDTHUFRISATSUN".
002070 01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-X.
002080         05  WS-DAY-NAME           PIC X(03) OCCURS 7 TIMES.
002090*
002100* ---------------------------------------------------------
002110*  SIG01 RUN STATUS  --  SAVED BEFORE SIGSTA01 CLOSES
002120* ---------------------------------------------------------
002130 77  WS-STA-START-DATE         PIC 9(8) VALUE 0.
002140 77  WS-STA-RETURN-CODE        PIC 9(2) VALUE 0.
002150 01  WS-STA-START-TIME.
002160         05  WS-STA-START-HHMM     PIC 9(4).
002170         05  FILLER                PIC 9(4).
002180 77  WS-ARRIVE-STAMP           PIC 9(12) VALUE 0.
002190 77  WS-CUTOFF-STAMP           PIC 9(12) VALUE 0.
002200*
002210* ---------------------------------------------------------
002220*  CALENDAR EDIT WORK AREAS
002230* ---------------------------------------------------------
002240 77  WS-DUE-SUB                PIC 9(4) COMP VALUE 0.
002250 77  WS-FCL-MIN                PIC 9(9) VALUE 0.
002260 77  WS-FCL-MAX                PIC 9(9) VALUE 0.
002270 01  WS-FCL-CUTOFF             PIC 9(4) VALUE 0.
002280 01  WS-FCL-CUTOFF-SPLIT REDEFINES WS-FCL-CUTOFF.
002290         05  WS-FCL-CUTOFF-HH      PIC 9(2).
002300         05  WS-FCL-CUTOFF-MM      PIC 9(2).
002310*
002320* ---------------------------------------------------------
002330*  SOURCE TABLE  --  EVERY CALENDAR SOURCE, THEN EVERY
002340*  SOURCE THAT SENT A BATCH WITHOUT BEING ON THE CALENDAR
002350* ---------------------------------------------------------
002360 77  WS-FED-FOUND-SWITCH       PIC X(01) VALUE "N".
002370         88  WS-FED-FOUND          VALUE "Y".
002380         88  WS-FED-NOT-FOUND      VALUE "N".
002390 77  WS-FED-MAX-ENTRIES        PIC 9(4) COMP VALUE 100.
002400 77  WS-FED-USED               PIC 9(4) COMP VALUE 0.
002410 77  WS-FED-SUB                PIC 9(4) COMP VALUE 0.
002420 77  WS-FED-CUR-SUB            PIC 9(4) COMP VALUE 0.
002430 01  WS-FED-WANT-SOURCE        PIC X(10) VALUE SPACES.
002440 01  WS-FED-TABLE.
002450         05  WS-FED-ENTRY          OCCURS 100 TIMES
002460                                   INDEXED BY WS-FED-IDX.
002470             10  WS-FED-SOURCE         PIC X(10).
002480             10  WS-FED-ON-CAL         PIC X(01).
002490             10  WS-FED-DUE            PIC X(01).
002500             10  WS-FED-MANDATORY      PIC X(01).
002510             10  WS-FED-MIN            PIC 9(9).
002520             10  WS-FED-MAX            PIC 9(9).
002530             10  WS-FED-CUTOFF         PIC X(04).
002540             10  WS-FED-CUTOFF-DAY     PIC X(01).
002550             10  WS-FED-BATCHES        PIC 9(4) COMP.
002560             10  WS-FED-RECORDS        PIC 9(9) COMP.
002561             10  WS-FED-QUARANTINED    PIC 9(4) COMP.
002562             10  WS-FED-STATUS         PIC X(10).
002563             10  WS-FED-VOLUME         PIC X(04).
002564*
002565* ---------------------------------------------------------
002566*  TONIGHT'S BATCH REGISTRY  --  ONE SLOT PER SOURCE AND
002567*  CREATE DATE SIG01 REGISTERED FOR THE RUN DATE, WITH
002568*  WHETHER ANY ROW FOR IT WAS ACCEPTED
002569* ---------------------------------------------------------
002570 77  WS-RGT-FOUND-SWITCH       PIC X(01) VALUE "N".
002571         88  WS-RGT-FOUND          VALUE "Y".
002572         88  WS-RGT-NOT-FOUND      VALUE "N".
002573 77  WS-RGT-MAX-ENTRIES        PIC 9(4) COMP VALUE 500.
002574 77  WS-RGT-USED               PIC 9(4) COMP VALUE 0.
002575 77  WS-RGT-SUB                PIC 9(4) COMP VALUE 0.
002576 01  WS-RGT-WANT-SOURCE        PIC X(10) VALUE SPACES.
002577 01  WS-RGT-WANT-DATE          PIC 9(8) VALUE 0.
002578 01  WS-RGT-TABLE.
002579         05  WS-RGT-ENTRY          OCCURS 500 TIMES
002580                                   INDEXED BY WS-RGT-IDX.
002581             10  WS-RGT-SOURCE         PIC X(10).
002582             10  WS-RGT-CREATE-DATE    PIC 9(8).
002583             10  WS-RGT-ACCEPTED       PIC X(01).
002590*
002600* ---------------------------------------------------------
002610*  RUN COUNTS
002620* ---------------------------------------------------------
002630 77  WS-FCL-READ-COUNT         PIC 9(9) COMP VALUE 0.
002640 77  WS-FCL-BAD-COUNT          PIC 9(9) COMP VALUE 0.
002650 77  WS-IN-BATCH-COUNT         PIC 9(9) COMP VALUE 0.
002660 77  WS-IN-DATA-COUNT          PIC 9(9) COMP VALUE 0.
002662 77  WS-QUAR-BATCH-COUNT       PIC 9(9) COMP VALUE 0.
002664 77  WS-RGT-DROP-COUNT         PIC 9(9) COMP VALUE 0.
002670 77  WS-DUE-COUNT              PIC 9(9) COMP VALUE 0.
002680 77  WS-RECEIVED-COUNT         PIC 9(9) COMP VALUE 0.
002690 77  WS-MISS-MAND-COUNT        PIC 9(9) COMP VALUE 0.
002700 77  WS-MISS-OPT-COUNT         PIC 9(9) COMP VALUE 0.
002710 77  WS-LATE-COUNT             PIC 9(9) COMP VALUE 0.
002720 77  WS-UNEXPECTED-COUNT       PIC 9(9) COMP VALUE 0.
002722 77  WS-QUARANTINED-COUNT      PIC 9(9) COMP VALUE 0.
002730 77  WS-VOLUME-COUNT           PIC 9(9) COMP VALUE 0.
002740 77  WS-FINAL-RC               PIC 9(2) VALUE 0.
002750*
002760* ---------------------------------------------------------
002770*  CALENDAR DATE EDIT WORK AREAS  --  SAME EDIT SIG01
002780*  APPLIES TO THE SIGPRM01 RUN DATE
002790* ---------------------------------------------------------
002800 77  WS-DATE-VALID-SWITCH      PIC X(01) VALUE "Y".
002810         88  WS-DATE-IS-VALID      VALUE "Y".
002820         88  WS-DATE-NOT-VALID     VALUE "N".
002830 77  WS-VAL-MAX-DD             PIC 9(2) VALUE 0.
002840 77  WS-LEAP-QUOT              PIC 9(4) COMP VALUE 0.
002850 77  WS-LEAP-REM               PIC 9(4) COMP VALUE 0.
002860 01  WS-VAL-DATE.
002870         05  WS-VAL-CCYY           PIC 9(4).
002880         05  WS-VAL-MM             PIC 9(2).
002890         05  WS-VAL-DD             PIC 9(2).
002900 01  WS-VAL-DATE-N REDEFINES WS-VAL-DATE
002910                               PIC 9(8).
002920*
002930* ---------------------------------------------------------
002940*  REPORT CONTROLS AND CURRENT DATE
002950* ---------------------------------------------------------
002960 77  WS-LINE-COUNT             PIC 9(4) COMP VALUE 0.
002970 77  WS-PAGE-COUNT             PIC 9(4) COMP VALUE 0.
002980 77  WS-LINES-PER-PAGE         PIC 9(4) COMP VALUE 50.
002990 01  WS-CURRENT-DATE.
003000         05  WS-CD-YY              PIC 9(2).
003010         05  WS-CD-MM              PIC 9(2).
003020         05  WS-CD-DD              PIC 9(2).
003030*
003040* ---------------------------------------------------------
003050*  REPORT LINE LAYOUTS
003060* ---------------------------------------------------------
003070 01  WS-HEADING-1.
003080         05  FILLER                PIC X(01) VALUE SPACE.
003090         05  FILLER                PIC X(35) VALUE
003100             "SIGFED1 - EXPECTED FEED CHECK".
003110         05  FILLER                PIC X(06) VALUE SPACES.
003120         05  FILLER                PIC X(06) VALUE "DATE: ".
003130         05  H1-MM                 PIC 99.
003140         05  FILLER                PIC X(01) VALUE "/".
003150         05  H1-DD                 PIC 99.
003160         05  FILLER                PIC X(01) VALUE "/".
003170         05  H1-YY                 PIC 99.
003180         05  FILLER                PIC X(05) VALUE SPACES.
003190         05  FILLER                PIC X(06) VALUE "PAGE: ".
003200         05  H1-PAGE               PIC ZZZ9.
003210*
003220 01  WS-RUN-LINE.
003230         05  FILLER                PIC X(01) VALUE SPACE.
003240         05  FILLER                PIC X(09) VALUE "RUN DATE ".
003250         05  RL-RUN-DATE           PIC 9(8).
003260         05  FILLER                PIC X(01) VALUE SPACE.
003270         05  RL-DAY                PIC X(03).
003280         05  FILLER                PIC X(17)
003290                 VALUE "   SIG01 STARTED ".
003300         05  RL-STA-DATE           PIC 9(8).
003310         05  FILLER                PIC X(01) VALUE SPACE.
003320         05  RL-STA-TIME           PIC 9(4).
003330         05  FILLER                PIC X(07) VALUE "   RC  ".
003340         05  RL-STA-RC             PIC 99.
003350 01  WS-NO-STA-LINE.
003360         05  FILLER                PIC X(01) VALUE SPACE.
003370         05  FILLER                PIC X(09) VALUE "RUN DATE ".
003380         05  NL-RUN-DATE           PIC 9(8).
003390         05  FILLER                PIC X(01) VALUE SPACE.
003400         05  NL-DAY                PIC X(03).
003410         05  FILLER                PIC X(44) VALUE
003420             "   NO SIGSTA01 RUN STATUS - LATENESS UNKNOWN".
003430*
003440 01  WS-HEADING-2.
003450         05  FILLER                PIC X(01) VALUE SPACE.
003460         05  FILLER                PIC X(11) VALUE "SOURCE".
003470         05  FILLER                PIC X(04) VALUE "DUE ".
003480         05  FILLER                PIC X(04) VALUE "MND ".
003490         05  FILLER                PIC X(04) VALUE "BTCH".
003500         05  FILLER                PIC X(10) VALUE "   RECORDS".
003510         05  FILLER                PIC X(10) VALUE " MIN COUNT".
003520         05  FILLER                PIC X(10) VALUE " MAX COUNT".
003530         05  FILLER                PIC X(07) VALUE " CUTOFF".
003540         05  FILLER                PIC X(11) VALUE " STATUS".
003550         05  FILLER                PIC X(04) VALUE " VOL".
003560*
003570 01  WS-DETAIL-LINE.
003580         05  FILLER                PIC X(01) VALUE SPACE.
003590         05  DL-SOURCE             PIC X(10).
003600         05  FILLER                PIC X(01) VALUE SPACE.
003610         05  DL-DUE                PIC X(03).
003620         05  FILLER                PIC X(01) VALUE SPACE.
003630         05  DL-MAND               PIC X(03).
003640         05  FILLER                PIC X(01) VALUE SPACE.
003650         05  DL-BATCHES            PIC ZZZ9.
003660         05  FILLER                PIC X(01) VALUE SPACE.
003670         05  DL-RECORDS            PIC ZZZZZZZZ9.
003680         05  FILLER                PIC X(01) VALUE SPACE.
003690         05  DL-MIN                PIC ZZZZZZZZ9.
003700         05  DL-MIN-X REDEFINES DL-MIN
003710                                   PIC X(09).
003720         05  FILLER                PIC X(01) VALUE SPACE.
003730         05  DL-MAX                PIC ZZZZZZZZ9.
003740         05  DL-MAX-X REDEFINES DL-MAX
003750                                   PIC X(09).
003760         05  FILLER                PIC X(01) VALUE SPACE.
003770         05  DL-CUTOFF             PIC X(04).
003780         05  DL-CUTOFF-DAY         PIC X(02).
003790         05  FILLER                PIC X(01) VALUE SPACE.
003800         05  DL-STATUS             PIC X(10).
003810         05  FILLER                PIC X(01) VALUE SPACE.
003820         05  DL-VOLUME             PIC X(04).
003830*
003840 01  WS-SUM-LINE.
003850         05  FILLER                PIC X(01) VALUE SPACE.
003860         05  SL-LABEL              PIC X(34).
003870         05  SL-COUNT              PIC ZZZ,ZZZ,ZZ9.
003880*
003890 PROCEDURE DIVISION.
003900* ===========================================================*
003910*  0000-MAINLINE
003920* ===========================================================*
003930 0000-MAINLINE.
003940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003950     PERFORM 2000-LOAD-CALENDAR THRU 2000-EXIT.
003952     PERFORM 2500-LOAD-REGISTRY THRU 2500-EXIT.
003960     PERFORM 3000-READ-BATCH-HEADERS THRU 3000-EXIT.
003970     PERFORM 4000-READ-RUN-STATUS THRU 4000-EXIT.
003980     PERFORM 6000-CHECK-SOURCES THRU 6000-EXIT.
003990     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004000     GO TO 9999-EXIT.
004010*
004020* ===========================================================*
004030*  1000-INITIALIZE  --  RUN DATE AND ITS DAY OF WEEK, OPEN
004040*          THE REPORT
004050* ===========================================================*
004060 1000-INITIALIZE.
004070     PERFORM 1100-READ-RUN-PARAMETERS THRU 1100-EXIT.
004080     COMPUTE WS-RUN-DAY-INT =
004090         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
004100     COMPUTE WS-NEXT-DATE-NUM =
004110         FUNCTION DATE-OF-INTEGER(WS-RUN-DAY-INT + 1).
004120*    DAY 1 OF THE INTEGER CALENDAR, 1601-01-01, IS A MONDAY
004130     COMPUTE WS-DOW-QUOT = WS-RUN-DAY-INT - 1.
004140     DIVIDE WS-DOW-QUOT BY 7 GIVING WS-DOW-QUOT
004150         REMAINDER WS-DOW-REM.
004160     COMPUTE WS-RUN-DOW = WS-DOW-REM + 1.
004170     OPEN OUTPUT SIGFDR01-FILE.
004180     ACCEPT WS-CURRENT-DATE FROM DATE.
004190 1000-EXIT.
004200     EXIT.
004210*
004220* ===========================================================*
004230*  1100-READ-RUN-PARAMETERS  --  THE BUSINESS RUN DATE OFF
004240*          SIGPRM01, DEFAULTED TO TODAY
004250* ===========================================================*
004260 1100-READ-RUN-PARAMETERS.
004270     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
004280     OPEN INPUT SIGPRM01-FILE.
004290     IF WS-PRM-FILE-STATUS = "00"
004300         READ SIGPRM01-FILE
004310             AT END
004320                 CONTINUE
004330             NOT AT END
004340                 IF PRM-RUN-DATE IS NUMERIC
004350                     MOVE PRM-RUN-DATE TO WS-VAL-DATE
004360                     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
004370                     IF WS-DATE-IS-VALID
004380                         MOVE WS-VAL-DATE-N TO WS-RUN-DATE-NUM
004390                     END-IF
004400                 END-IF
004410         END-READ
004420     END-IF.
004430     CLOSE SIGPRM01-FILE.
004440 1100-EXIT.
004450     EXIT.
004460*
004470* ===========================================================*
004480*  1300-WRITE-HEADINGS  --  NEW PAGE, HEADINGS, RESET LINES
004490* ===========================================================*
004500 1300-WRITE-HEADINGS.
004510     ADD 1 TO WS-PAGE-COUNT.
004520     MOVE WS-CD-MM TO H1-MM.
004530     MOVE WS-CD-DD TO H1-DD.
004540     MOVE WS-CD-YY TO H1-YY.
004550     MOVE WS-PAGE-COUNT TO H1-PAGE.
004560     WRITE SIGFDR01-RECORD FROM WS-HEADING-1
004570         AFTER ADVANCING PAGE.
004580     MOVE ZERO TO WS-LINE-COUNT.
004590 1300-EXIT.
004600     EXIT.
004610*
004620* ===========================================================*
004630*  2000-LOAD-CALENDAR  --  SIGFCL01 INTO THE SOURCE TABLE.
004640*          MISSING MEANS EVERY ARRIVING SOURCE IS UNEXPECTED.
004650* ===========================================================*
004660 2000-LOAD-CALENDAR.
004670     OPEN INPUT SIGFCL01-FILE.
004680     IF WS-FCL-FILE-STATUS NOT = "00"
004690         MOVE "Y" TO WS-FCL-EOF-SWITCH
004700         DISPLAY "SIGFED1 WARNING - NO SIGFCL01 FEED CALENDAR"
004710     END-IF.
004720     PERFORM 2100-LOAD-ONE-SOURCE THRU 2100-EXIT
004730         UNTIL END-OF-SIGFCL01.
004740     CLOSE SIGFCL01-FILE.
004750 2000-EXIT.
004760     EXIT.
004770*
004780* ===========================================================*
004790*  2100-LOAD-ONE-SOURCE  --  ONE CALENDAR ROW, EDITED, THEN
004800*          TABLED WITH ITS DUE FLAG FOR TODAY
004810* ===========================================================*
004820 2100-LOAD-ONE-SOURCE.
004830     READ SIGFCL01-FILE
004840         AT END
004850             MOVE "Y" TO WS-FCL-EOF-SWITCH
004860             GO TO 2100-EXIT
004870     END-READ.
004880     ADD 1 TO WS-FCL-READ-COUNT.
004890     PERFORM 2200-EDIT-CALENDAR-ROW THRU 2200-EXIT.
004900     IF WS-FCL-ROW-NOT-VALID
004910         ADD 1 TO WS-FCL-BAD-COUNT
004920         DISPLAY "SIGFED1 WARNING - BAD SIGFCL01 ROW FOR "
004930             FCL-SOURCE " SKIPPED"
004940         GO TO 2100-EXIT
004950     END-IF.
004960     MOVE FCL-SOURCE TO WS-FED-WANT-SOURCE.
004970     PERFORM 2300-FIND-SOURCE THRU 2300-EXIT.
004980     IF WS-FED-FOUND
004990         ADD 1 TO WS-FCL-BAD-COUNT
005000         DISPLAY "SIGFED1 WARNING - DUPLICATE SIGFCL01 ROW FOR "
005010             FCL-SOURCE " SKIPPED"
005020         GO TO 2100-EXIT
005030     END-IF.
005040     PERFORM 2400-ADD-SOURCE THRU 2400-EXIT.
005050     IF WS-FED-NOT-FOUND
005060         GO TO 2100-EXIT
005070     END-IF.
005080     MOVE "Y"               TO WS-FED-ON-CAL(WS-FED-IDX).
005090     IF FCL-DUE-DAY(WS-RUN-DOW) = "Y"
005100         MOVE "Y" TO WS-FED-DUE(WS-FED-IDX)
005110     END-IF.
005120     IF FCL-IS-MANDATORY
005130         MOVE "Y" TO WS-FED-MANDATORY(WS-FED-IDX)
005140     END-IF.
005150     MOVE WS-FCL-MIN        TO WS-FED-MIN(WS-FED-IDX).
005160     MOVE WS-FCL-MAX        TO WS-FED-MAX(WS-FED-IDX).
005170     MOVE FCL-CUTOFF-TIME-X TO WS-FED-CUTOFF(WS-FED-IDX).
005180     MOVE FCL-CUTOFF-DAY    TO WS-FED-CUTOFF-DAY(WS-FED-IDX).
005190 2100-EXIT.
005200     EXIT.
005210*
005220* ===========================================================*
005230*  2200-EDIT-CALENDAR-ROW  --  SOURCE PRESENT, DUE DAYS Y OR
005240*          N, COUNTS NUMERIC OR BLANK, CUTOFF A REAL HHMM OR
005250*          BLANK, CUTOFF DAY 0 OR 1
005260* ===========================================================*
005270 2200-EDIT-CALENDAR-ROW.
005280     SET WS-FCL-ROW-VALID TO TRUE.
005290     IF FCL-SOURCE = SPACES
005300        OR (NOT FCL-IS-MANDATORY AND NOT FCL-IS-OPTIONAL)
005310        OR (NOT FCL-CUTOFF-SAME-DAY
005320            AND NOT FCL-CUTOFF-NEXT-DAY)
005330         SET WS-FCL-ROW-NOT-VALID TO TRUE
005340         GO TO 2200-EXIT
005350     END-IF.
005360     PERFORM 2210-EDIT-ONE-DUE-DAY THRU 2210-EXIT
005370         VARYING WS-DUE-SUB FROM 1 BY 1
005380         UNTIL WS-DUE-SUB > 7.
005390     IF WS-FCL-ROW-NOT-VALID
005400         GO TO 2200-EXIT
005410     END-IF.
005420     MOVE ZERO TO WS-FCL-MIN.
005430     IF FCL-MIN-COUNT-X NOT = SPACES
005440         IF FCL-MIN-COUNT-X IS NUMERIC
005450             MOVE FCL-MIN-COUNT TO WS-FCL-MIN
005460         ELSE
005470             SET WS-FCL-ROW-NOT-VALID TO TRUE
005480             GO TO 2200-EXIT
005490         END-IF
005500     END-IF.
005510     MOVE ZERO TO WS-FCL-MAX.
005520     IF FCL-MAX-COUNT-X NOT = SPACES
005530         IF FCL-MAX-COUNT-X IS NUMERIC
005540             MOVE FCL-MAX-COUNT TO WS-FCL-MAX
005550         ELSE
005560             SET WS-FCL-ROW-NOT-VALID TO TRUE
005570             GO TO 2200-EXIT
005580         END-IF
005590     END-IF.
005600     IF WS-FCL-MAX > 0 AND WS-FCL-MAX < WS-FCL-MIN
005610         SET WS-FCL-ROW-NOT-VALID TO TRUE
005620         GO TO 2200-EXIT
005630     END-IF.
005640     IF FCL-CUTOFF-TIME-X NOT = SPACES
005650         IF FCL-CUTOFF-TIME-X IS NOT NUMERIC
005660             SET WS-FCL-ROW-NOT-VALID TO TRUE
005670             GO TO 2200-EXIT
005680         END-IF
005690         MOVE FCL-CUTOFF-TIME TO WS-FCL-CUTOFF
005700         IF WS-FCL-CUTOFF-HH > 23 OR WS-FCL-CUTOFF-MM > 59
005710             SET WS-FCL-ROW-NOT-VALID TO TRUE
005720         END-IF
005730     END-IF.
005740 2200-EXIT.
005750     EXIT.
005760*
005770* ===========================================================*
005780*  2210-EDIT-ONE-DUE-DAY  --  ONE DUE-DAY BYTE
005790* ===========================================================*
005800 2210-EDIT-ONE-DUE-DAY.
005810     IF FCL-DUE-DAY(WS-DUE-SUB) NOT = "Y"
005820        AND FCL-DUE-DAY(WS-DUE-SUB) NOT = "N"
005830         SET WS-FCL-ROW-NOT-VALID TO TRUE
005840     END-IF.
005850 2210-EXIT.
005860     EXIT.
005870*
005880* ===========================================================*
005890*  2300-FIND-SOURCE  --  WS-FED-WANT-SOURCE IN THE TABLE
005900* ===========================================================*
005910 2300-FIND-SOURCE.
005920     SET WS-FED-NOT-FOUND TO TRUE.
005930     PERFORM 2310-TEST-ONE-SOURCE THRU 2310-EXIT
005940         VARYING WS-FED-SUB FROM 1 BY 1
005950         UNTIL WS-FED-SUB > WS-FED-USED
005960            OR WS-FED-FOUND.
005970 2300-EXIT.
005980     EXIT.
005990*
006000* ===========================================================*
006010*  2310-TEST-ONE-SOURCE  --  TEST ONE SOURCE TABLE SLOT
006020* ===========================================================*
006030 2310-TEST-ONE-SOURCE.
006040     SET WS-FED-IDX TO WS-FED-SUB.
006050     IF WS-FED-SOURCE(WS-FED-IDX) = WS-FED-WANT-SOURCE
006060         SET WS-FED-FOUND TO TRUE
006070     END-IF.
006080 2310-EXIT.
006090     EXIT.
006100*
006110* ===========================================================*
006120*  2400-ADD-SOURCE  --  NEW SLOT FOR WS-FED-WANT-SOURCE, NOT
006130*          ON THE CALENDAR UNTIL THE LOADER SAYS SO.  FOUND IS
006140*          LEFT OFF WHEN THE TABLE IS FULL.
006150* ===========================================================*
006160 2400-ADD-SOURCE.
006170     IF WS-FED-USED >= WS-FED-MAX-ENTRIES
006180         DISPLAY "SIGFED1 WARNING - SOURCE TABLE FULL, "
006190             WS-FED-WANT-SOURCE " NOT CHECKED"
006200         SET WS-FED-NOT-FOUND TO TRUE
006210         GO TO 2400-EXIT
006220     END-IF.
006230     ADD 1 TO WS-FED-USED.
006240     SET WS-FED-IDX TO WS-FED-USED.
006250     MOVE WS-FED-WANT-SOURCE TO WS-FED-SOURCE(WS-FED-IDX).
006260     MOVE "N"    TO WS-FED-ON-CAL(WS-FED-IDX).
006270     MOVE "N"    TO WS-FED-DUE(WS-FED-IDX).
006280     MOVE "N"    TO WS-FED-MANDATORY(WS-FED-IDX).
006290     MOVE ZERO   TO WS-FED-MIN(WS-FED-IDX).
006300     MOVE ZERO   TO WS-FED-MAX(WS-FED-IDX).
006310     MOVE SPACES TO WS-FED-CUTOFF(WS-FED-IDX).
006320     MOVE SPACE  TO WS-FED-CUTOFF-DAY(WS-FED-IDX).
006330     MOVE ZERO   TO WS-FED-BATCHES(WS-FED-IDX).
006331     MOVE ZERO   TO WS-FED-RECORDS(WS-FED-IDX).
006332     MOVE ZERO   TO WS-FED-QUARANTINED(WS-FED-IDX).
006333     MOVE SPACES TO WS-FED-STATUS(WS-FED-IDX).
006334     MOVE SPACES TO WS-FED-VOLUME(WS-FED-IDX).
006335     SET WS-FED-FOUND TO TRUE.
006336 2400-EXIT.
006337     EXIT.
006338*
006339* ===========================================================*
006340*  2500-LOAD-REGISTRY  --  SIGBRG01 ROWS FOR THE RUN DATE, SO
006341*          A HEADER SIG01 QUARANTINED CAN BE TOLD FROM ONE IT
006342*          ACCEPTED.  MISSING MEANS EVERY BATCH COUNTS.
006343* ===========================================================*
006344 2500-LOAD-REGISTRY.
006345     OPEN INPUT SIGBRG01-FILE.
006346     IF WS-BRG-FILE-STATUS NOT = "00"
006347         MOVE "Y" TO WS-BRG-EOF-SWITCH
006348         SET WS-BRG-FILE-MISSING TO TRUE
006349         DISPLAY "SIGFED1 WARNING - NO SIGBRG01 BATCH REGISTRY, "
006350             "QUARANTINED BATCHES CANNOT BE TOLD APART"
006351     END-IF.
006352     PERFORM 2600-LOAD-ONE-REGISTRY-ROW THRU 2600-EXIT
006353         UNTIL END-OF-SIGBRG01.
006354     CLOSE SIGBRG01-FILE.
006355 2500-EXIT.
006356     EXIT.
006357*
006358* ===========================================================*
006359*  2600-LOAD-ONE-REGISTRY-ROW  --  ONE REGISTRY ROW.  ONLY
006360*          THE RUN DATE'S ROWS ARE TABLED; AN ACCEPTED ROW
006361*          MARKS ITS BATCH ACCEPTED WHATEVER ELSE WAS SEEN.
006362* ===========================================================*
006363 2600-LOAD-ONE-REGISTRY-ROW.
006364     READ SIGBRG01-FILE
006365         AT END
006366             MOVE "Y" TO WS-BRG-EOF-SWITCH
006367             GO TO 2600-EXIT
006368     END-READ.
006369     IF BRG-RUN-DATE NOT = WS-RUN-DATE-NUM
006370         GO TO 2600-EXIT
006371     END-IF.
006372     MOVE BRG-SOURCE      TO WS-RGT-WANT-SOURCE.
006373     MOVE BRG-CREATE-DATE TO WS-RGT-WANT-DATE.
006374     PERFORM 2700-FIND-BATCH THRU 2700-EXIT.
006375     IF WS-RGT-NOT-FOUND
006376         IF WS-RGT-USED >= WS-RGT-MAX-ENTRIES
006377             ADD 1 TO WS-RGT-DROP-COUNT
006378             DISPLAY "SIGFED1 WARNING - REGISTRY TABLE FULL, "
006379                 "BATCH FROM " BRG-SOURCE " NOT CHECKED"
006380             GO TO 2600-EXIT
006381         END-IF
006382         ADD 1 TO WS-RGT-USED
006383         SET WS-RGT-IDX TO WS-RGT-USED
006384         MOVE BRG-SOURCE      TO WS-RGT-SOURCE(WS-RGT-IDX)
006385         MOVE BRG-CREATE-DATE TO WS-RGT-CREATE-DATE(WS-RGT-IDX)
006386         MOVE "N"             TO WS-RGT-ACCEPTED(WS-RGT-IDX)
006387     END-IF.
006388     IF BRG-ACCEPTED
006389         MOVE "Y" TO WS-RGT-ACCEPTED(WS-RGT-IDX)
006390     END-IF.
006391 2600-EXIT.
006392     EXIT.
006393*
006394* ===========================================================*
006395*  2700-FIND-BATCH  --  WS-RGT-WANT-SOURCE AND -DATE IN THE
006396*          REGISTRY TABLE
006397* ===========================================================*
006398 2700-FIND-BATCH.
006399     SET WS-RGT-NOT-FOUND TO TRUE.
006400     PERFORM 2710-TEST-ONE-BATCH THRU 2710-EXIT
006401         VARYING WS-RGT-SUB FROM 1 BY 1
006402         UNTIL WS-RGT-SUB > WS-RGT-USED
006403            OR WS-RGT-FOUND.
006404 2700-EXIT.
006405     EXIT.
006406*
006407* ===========================================================*
006408*  2710-TEST-ONE-BATCH  --  TEST ONE REGISTRY TABLE SLOT
006409* ===========================================================*
006410 2710-TEST-ONE-BATCH.
006411     SET WS-RGT-IDX TO WS-RGT-SUB.
006412     IF WS-RGT-SOURCE(WS-RGT-IDX) = WS-RGT-WANT-SOURCE
006413        AND WS-RGT-CREATE-DATE(WS-RGT-IDX) = WS-RGT-WANT-DATE
006414         SET WS-RGT-FOUND TO TRUE
006415     END-IF.
006416 2710-EXIT.
006417     EXIT.
006418*
006419* ===========================================================*
006420*  3000-READ-BATCH-HEADERS  --  THE NIGHT'S SIGIN01 FEED.
006430*          EACH HEADER COUNTS A BATCH FOR ITS SOURCE AND THE
006440*          DATA RECORDS THAT FOLLOW IT COUNT TOWARDS ITS
006450*          VOLUME
006452*          -- EXCEPT A BATCH SIG01 QUARANTINED, WHICH COUNTS
006454*          ONLY AS QUARANTINED
006460* ===========================================================*
006470 3000-READ-BATCH-HEADERS.
006480     MOVE ZERO TO WS-FED-CUR-SUB.
006490     OPEN INPUT SIGIN01-FILE.
006500     PERFORM 3100-READ-ONE-INPUT THRU 3100-EXIT
006510         UNTIL END-OF-SIGIN01.
006520     CLOSE SIGIN01-FILE.
006530 3000-EXIT.
006540     EXIT.
006550*
006560* ===========================================================*
006570*  3100-READ-ONE-INPUT  --  ONE SIGIN01 RECORD, CONTROL OR
006580*          DATA
006590* ===========================================================*
006600 3100-READ-ONE-INPUT.
006610     READ SIGIN01-FILE
006620         AT END
006630             MOVE "Y" TO WS-IN-EOF-SWITCH
006640             GO TO 3100-EXIT
006650     END-READ.
006660     IF CTL-HDR-ID = "HDR"
006670         ADD 1 TO WS-IN-BATCH-COUNT
006672         SET WS-IN-BATCH-NOT-QUARANTINED TO TRUE
006680         PERFORM 3200-START-BATCH THRU 3200-EXIT
006690         GO TO 3100-EXIT
006700     END-IF.
006710     IF CTL-TRL-ID = "TRL"
006720         MOVE ZERO TO WS-FED-CUR-SUB
006722         SET WS-IN-BATCH-NOT-QUARANTINED TO TRUE
006730         GO TO 3100-EXIT
006740     END-IF.
006750     ADD 1 TO WS-IN-DATA-COUNT.
006752     IF WS-IN-BATCH-QUARANTINED
006754         GO TO 3100-EXIT
006756     END-IF.
006760     IF WS-FED-CUR-SUB = 0
006770         MOVE SPACES TO WS-FED-WANT-SOURCE
006780         PERFORM 3200-START-BATCH THRU 3200-EXIT
006790     END-IF.
006800     IF WS-FED-CUR-SUB > 0
006810         SET WS-FED-IDX TO WS-FED-CUR-SUB
006820         ADD 1 TO WS-FED-RECORDS(WS-FED-IDX)
006830     END-IF.
006840 3100-EXIT.
006850     EXIT.
006860*
006870* ===========================================================*
006880*  3200-START-BATCH  --  THE SLOT THE FOLLOWING DATA RECORDS
006890*          COUNT AGAINST.  DATA WITH NO HEADER IN FRONT OF IT
006900*          GOES TO A BLANK SOURCE, REPORTED AS UNEXPECTED.
006910* ===========================================================*
006920 3200-START-BATCH.
006930     IF CTL-HDR-ID = "HDR"
006940         MOVE CTL-HDR-SOURCE TO WS-FED-WANT-SOURCE
006950     END-IF.
006960     PERFORM 2300-FIND-SOURCE THRU 2300-EXIT.
006970     IF WS-FED-NOT-FOUND
006980         PERFORM 2400-ADD-SOURCE THRU 2400-EXIT
006990     END-IF.
007000     IF WS-FED-NOT-FOUND
007010         MOVE ZERO TO WS-FED-CUR-SUB
007020         GO TO 3200-EXIT
007030     END-IF.
007040     SET WS-FED-CUR-SUB TO WS-FED-IDX.
007042     IF CTL-HDR-ID NOT = "HDR"
007044         GO TO 3200-EXIT
007046     END-IF.
007048     PERFORM 3300-CHECK-QUARANTINE THRU 3300-EXIT.
007050     IF WS-IN-BATCH-QUARANTINED
007052         ADD 1 TO WS-FED-QUARANTINED(WS-FED-IDX)
007054     ELSE
007060         ADD 1 TO WS-FED-BATCHES(WS-FED-IDX)
007061     END-IF.
007062 3200-EXIT.
007063     EXIT.
007064*
007065* ===========================================================*
007066*  3300-CHECK-QUARANTINE  --  THE HEADER'S SOURCE AND CREATE
007067*          DATE IN TONIGHT'S REGISTRY WITH NO ACCEPTED ROW IS A
007068*          BATCH SIG01 QUARANTINED
007069* ===========================================================*
007070 3300-CHECK-QUARANTINE.
007071     MOVE CTL-HDR-SOURCE      TO WS-RGT-WANT-SOURCE.
007072     MOVE CTL-HDR-CREATE-DATE TO WS-RGT-WANT-DATE.
007073     PERFORM 2700-FIND-BATCH THRU 2700-EXIT.
007074     IF WS-RGT-NOT-FOUND
007075         GO TO 3300-EXIT
007076     END-IF.
007077     IF WS-RGT-ACCEPTED(WS-RGT-IDX) = "Y"
007078         GO TO 3300-EXIT
007079     END-IF.
007080     SET WS-IN-BATCH-QUARANTINED TO TRUE.
007081     ADD 1 TO WS-QUAR-BATCH-COUNT.
007082     DISPLAY "SIGFED1 WARNING - BATCH FROM " CTL-HDR-SOURCE
007083         " CREATED " CTL-HDR-CREATE-DATE
007084         " QUARANTINED BY SIG01, NOT RECEIVED".
007085 3300-EXIT.
007090     EXIT.
007100*
007110* ===========================================================*
007120*  4000-READ-RUN-STATUS  --  WHEN THE SIG01 RUN THAT TOOK
007130*          THE NIGHT'S BATCHES STARTED
007140* ===========================================================*
007150 4000-READ-RUN-STATUS.
007160     OPEN INPUT SIGSTA01-FILE.
007170     IF WS-STA-FILE-STATUS = "00"
007180         READ SIGSTA01-FILE
007190             AT END
007200                 CONTINUE
007210             NOT AT END
007220                 SET WS-STA-FOUND TO TRUE
007230                 MOVE STA-START-DATE  TO WS-STA-START-DATE
007240                 MOVE STA-START-TIME  TO WS-STA-START-TIME
007250                 MOVE STA-RETURN-CODE TO WS-STA-RETURN-CODE
007260         END-READ
007270     END-IF.
007280     CLOSE SIGSTA01-FILE.
007290     IF WS-STA-FOUND
007300         COMPUTE WS-ARRIVE-STAMP =
007310             WS-STA-START-DATE * 10000 + WS-STA-START-HHMM
007320     ELSE
007330         DISPLAY "SIGFED1 WARNING - NO SIGSTA01 RUN STATUS, "
007340             "LATE FEEDS CANNOT BE JUDGED"
007350     END-IF.
007360 4000-EXIT.
007370     EXIT.
007380*
007390* ===========================================================*
007400*  5000-VALIDATE-DATE  --  REAL CALENDAR EDIT ON WS-VAL-DATE,
007410*          MATCHING THE EDIT SIG01 APPLIES
007420* ===========================================================*
007430 5000-VALIDATE-DATE.
007440     SET WS-DATE-IS-VALID TO TRUE.
007450     IF WS-VAL-DATE-N IS NOT NUMERIC
007460        OR WS-VAL-CCYY < 1601
007470        OR WS-VAL-MM < 1 OR WS-VAL-MM > 12
007480         SET WS-DATE-NOT-VALID TO TRUE
007490         GO TO 5000-EXIT
007500     END-IF.
007510     EVALUATE WS-VAL-MM
007520         WHEN 4
007530         WHEN 6
007540         WHEN 9
007550         WHEN 11
007560             MOVE 30 TO WS-VAL-MAX-DD
007570         WHEN 2
007580             PERFORM 5100-SET-FEBRUARY-LIMIT THRU 5100-EXIT
007590         WHEN OTHER
007600             MOVE 31 TO WS-VAL-MAX-DD
007610     END-EVALUATE.
007620     IF WS-VAL-DD < 1 OR WS-VAL-DD > WS-VAL-MAX-DD
007630         SET WS-DATE-NOT-VALID TO TRUE
007640     END-IF.
007650 5000-EXIT.
007660     EXIT.
007670*
007680* ===========================================================*
007690*  5100-SET-FEBRUARY-LIMIT  --  28 OR 29 BY THE LEAP RULES
007700* ===========================================================*
007710 5100-SET-FEBRUARY-LIMIT.
007720     MOVE 28 TO WS-VAL-MAX-DD.
007730     DIVIDE WS-VAL-CCYY BY 4 GIVING WS-LEAP-QUOT
007740         REMAINDER WS-LEAP-REM.
007750     IF WS-LEAP-REM = 0
007760         MOVE 29 TO WS-VAL-MAX-DD
007770         DIVIDE WS-VAL-CCYY BY 100 GIVING WS-LEAP-QUOT
007780             REMAINDER WS-LEAP-REM
007790         IF WS-LEAP-REM = 0
007800             DIVIDE WS-VAL-CCYY BY 400 GIVING WS-LEAP-QUOT
007810                 REMAINDER WS-LEAP-REM
007820             IF WS-LEAP-REM NOT = 0
007830                 MOVE 28 TO WS-VAL-MAX-DD
007840             END-IF
007850         END-IF
007860     END-IF.
007870 5100-EXIT.
007880     EXIT.
007890*
007900* ===========================================================*
007910*  6000-CHECK-SOURCES  --  REPORT HEADINGS, THEN ONE VERDICT
007920*          LINE PER SOURCE
007930* ===========================================================*
007940 6000-CHECK-SOURCES.
007950     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
007960     IF WS-STA-FOUND
007970         MOVE WS-RUN-DATE-NUM         TO RL-RUN-DATE
007980         MOVE WS-DAY-NAME(WS-RUN-DOW) TO RL-DAY
007990         MOVE WS-STA-START-DATE       TO RL-STA-DATE
008000         MOVE WS-STA-START-HHMM       TO RL-STA-TIME
008010         MOVE WS-STA-RETURN-CODE      TO RL-STA-RC
008020         WRITE SIGFDR01-RECORD FROM WS-RUN-LINE
008030             AFTER ADVANCING 1
008040     ELSE
008050         MOVE WS-RUN-DATE-NUM         TO NL-RUN-DATE
008060         MOVE WS-DAY-NAME(WS-RUN-DOW) TO NL-DAY
008070         WRITE SIGFDR01-RECORD FROM WS-NO-STA-LINE
008080             AFTER ADVANCING 1
008090     END-IF.
008100     WRITE SIGFDR01-RECORD FROM WS-HEADING-2
008110         AFTER ADVANCING 2.
008120     ADD 3 TO WS-LINE-COUNT.
008130     PERFORM 6100-CHECK-ONE-SOURCE THRU 6100-EXIT
008140         VARYING WS-FED-SUB FROM 1 BY 1
008150         UNTIL WS-FED-SUB > WS-FED-USED.
008160 6000-EXIT.
008170     EXIT.
008180*
008190* ===========================================================*
008200*  6100-CHECK-ONE-SOURCE  --  MISSING, UNEXPECTED, LATE OR
008210*          RECEIVED, AND THE VOLUME AGAINST ITS RANGE
008212*          (QUARANTINE WHEN SIG01 QUARANTINED EVERY BATCH)
008220* ===========================================================*
008230 6100-CHECK-ONE-SOURCE.
008240     SET WS-FED-IDX TO WS-FED-SUB.
008250     IF WS-FED-DUE(WS-FED-IDX) = "Y"
008260         ADD 1 TO WS-DUE-COUNT
008270     END-IF.
008280     EVALUATE TRUE
008282         WHEN WS-FED-BATCHES(WS-FED-IDX) = 0
008284          AND WS-FED-RECORDS(WS-FED-IDX) = 0
008286          AND WS-FED-QUARANTINED(WS-FED-IDX) > 0
008288             PERFORM 6250-ALL-QUARANTINED THRU 6250-EXIT
008290         WHEN WS-FED-BATCHES(WS-FED-IDX) = 0
008300          AND WS-FED-RECORDS(WS-FED-IDX) = 0
008310             PERFORM 6200-NOTHING-RECEIVED THRU 6200-EXIT
008320         WHEN WS-FED-DUE(WS-FED-IDX) NOT = "Y"
008330             MOVE "UNEXPECTED" TO WS-FED-STATUS(WS-FED-IDX)
008340             ADD 1 TO WS-UNEXPECTED-COUNT
008350         WHEN OTHER
008360             PERFORM 6300-CHECK-CUTOFF THRU 6300-EXIT
008370     END-EVALUATE.
008380     IF WS-FED-BATCHES(WS-FED-IDX) > 0
008390        OR WS-FED-RECORDS(WS-FED-IDX) > 0
008400         PERFORM 6400-CHECK-VOLUME THRU 6400-EXIT
008410     END-IF.
008420     PERFORM 6800-WRITE-SOURCE-LINE THRU 6800-EXIT.
008430 6100-EXIT.
008440     EXIT.
008450*
008460* ===========================================================*
008470*  6200-NOTHING-RECEIVED  --  A DUE SOURCE IS MISSING; ONE
008480*          NOT DUE TODAY IS SIMPLY LISTED
008490* ===========================================================*
008500 6200-NOTHING-RECEIVED.
008510     IF WS-FED-DUE(WS-FED-IDX) NOT = "Y"
008520         MOVE "NOT DUE" TO WS-FED-STATUS(WS-FED-IDX)
008530         GO TO 6200-EXIT
008540     END-IF.
008550     MOVE "MISSING" TO WS-FED-STATUS(WS-FED-IDX).
008560     IF WS-FED-MANDATORY(WS-FED-IDX) = "Y"
008570         ADD 1 TO WS-MISS-MAND-COUNT
008580         DISPLAY "SIGFED1 ALERT - MANDATORY FEED "
008590             WS-FED-SOURCE(WS-FED-IDX) " MISSING FOR "
008600             WS-RUN-DATE-NUM
008610     ELSE
008620         ADD 1 TO WS-MISS-OPT-COUNT
008630     END-IF.
008631 6200-EXIT.
008632     EXIT.
008633*
008634* ===========================================================*
008635*  6250-ALL-QUARANTINED  --  EVERY BATCH THE SOURCE SENT WAS
008636*          QUARANTINED.  A DUE MANDATORY SOURCE HAS NO ACCEPTED
008637*          BATCH AND IS COUNTED WITH THE MISSING ONES.
008638* ===========================================================*
008639 6250-ALL-QUARANTINED.
008640     MOVE "QUARANTINE" TO WS-FED-STATUS(WS-FED-IDX).
008641     ADD 1 TO WS-QUARANTINED-COUNT.
008642     IF WS-FED-DUE(WS-FED-IDX) = "Y"
008643        AND WS-FED-MANDATORY(WS-FED-IDX) = "Y"
008644         ADD 1 TO WS-MISS-MAND-COUNT
008645         DISPLAY "SIGFED1 ALERT - MANDATORY FEED "
008646             WS-FED-SOURCE(WS-FED-IDX) " HAS NO ACCEPTED BATCH "
008647             "FOR " WS-RUN-DATE-NUM
008648     END-IF.
008649 6250-EXIT.
008650     EXIT.
008660*
008670* ===========================================================*
008680*  6300-CHECK-CUTOFF  --  A DUE SOURCE THAT ARRIVED IS LATE
008690*          WHEN SIG01 STARTED AFTER ITS CUTOFF.  NO CUTOFF, OR
008700*          NO RUN STATUS, COUNTS AS RECEIVED.
008710* ===========================================================*
008720 6300-CHECK-CUTOFF.
008730     MOVE "RECEIVED" TO WS-FED-STATUS(WS-FED-IDX).
008740     IF WS-FED-CUTOFF(WS-FED-IDX) = SPACES
008750        OR WS-STA-NOT-FOUND
008760         GO TO 6300-EXIT
008770     END-IF.
008780     MOVE WS-FED-CUTOFF(WS-FED-IDX) TO WS-FCL-CUTOFF.
008790     IF WS-FED-CUTOFF-DAY(WS-FED-IDX) = "1"
008800         COMPUTE WS-CUTOFF-STAMP =
008810             WS-NEXT-DATE-NUM * 10000 + WS-FCL-CUTOFF
008820     ELSE
008830         COMPUTE WS-CUTOFF-STAMP =
008840             WS-RUN-DATE-NUM * 10000 + WS-FCL-CUTOFF
008850     END-IF.
008860     IF WS-ARRIVE-STAMP > WS-CUTOFF-STAMP
008870         MOVE "LATE" TO WS-FED-STATUS(WS-FED-IDX)
008880         ADD 1 TO WS-LATE-COUNT
008890     END-IF.
008900 6300-EXIT.
008910     EXIT.
008920*
008930* ===========================================================*
008940*  6400-CHECK-VOLUME  --  RECORDS RECEIVED AGAINST THE
008950*          CALENDAR RANGE.  A ZERO MAXIMUM HAS NO UPPER LIMIT.
008960* ===========================================================*
008970 6400-CHECK-VOLUME.
008980     IF WS-FED-ON-CAL(WS-FED-IDX) NOT = "Y"
008990         GO TO 6400-EXIT
009000     END-IF.
009010     IF WS-FED-RECORDS(WS-FED-IDX) < WS-FED-MIN(WS-FED-IDX)
009020         MOVE "LOW" TO WS-FED-VOLUME(WS-FED-IDX)
009030         ADD 1 TO WS-VOLUME-COUNT
009040         GO TO 6400-EXIT
009050     END-IF.
009060     IF WS-FED-MAX(WS-FED-IDX) > 0
009070        AND WS-FED-RECORDS(WS-FED-IDX) > WS-FED-MAX(WS-FED-IDX)
009080         MOVE "HIGH" TO WS-FED-VOLUME(WS-FED-IDX)
009090         ADD 1 TO WS-VOLUME-COUNT
009100     END-IF.
009110 6400-EXIT.
009120     EXIT.
009130*
009140* ===========================================================*
009150*  6800-WRITE-SOURCE-LINE  --  ONE SOURCE'S VERDICT
009160* ===========================================================*
009170 6800-WRITE-SOURCE-LINE.
009180     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009190         PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT
009200         WRITE SIGFDR01-RECORD FROM WS-HEADING-2
009210             AFTER ADVANCING 2
009220         ADD 2 TO WS-LINE-COUNT
009230     END-IF.
009240     IF WS-FED-STATUS(WS-FED-IDX) = "RECEIVED"
009250        OR WS-FED-STATUS(WS-FED-IDX) = "LATE"
009260         ADD 1 TO WS-RECEIVED-COUNT
009270     END-IF.
009280     IF WS-FED-SOURCE(WS-FED-IDX) = SPACES
009290         MOVE "(NO HDR)" TO DL-SOURCE
009300     ELSE
009310         MOVE WS-FED-SOURCE(WS-FED-IDX) TO DL-SOURCE
009320     END-IF.
009330     IF WS-FED-DUE(WS-FED-IDX) = "Y"
009340         MOVE "YES" TO DL-DUE
009350     ELSE
009360         MOVE "NO" TO DL-DUE
009370     END-IF.
009380     IF WS-FED-MANDATORY(WS-FED-IDX) = "Y"
009390         MOVE "YES" TO DL-MAND
009400     ELSE
009410         MOVE "NO" TO DL-MAND
009420     END-IF.
009430     MOVE WS-FED-BATCHES(WS-FED-IDX) TO DL-BATCHES.
009440     MOVE WS-FED-RECORDS(WS-FED-IDX) TO DL-RECORDS.
009450     IF WS-FED-ON-CAL(WS-FED-IDX) = "Y"
009460         MOVE WS-FED-MIN(WS-FED-IDX) TO DL-MIN
009470         IF WS-FED-MAX(WS-FED-IDX) > 0
009480             MOVE WS-FED-MAX(WS-FED-IDX) TO DL-MAX
009490         ELSE
009500             MOVE "  NO MAX" TO DL-MAX-X
009510         END-IF
009520     ELSE
009530         MOVE "      NOT" TO DL-MIN-X
009540         MOVE " ON CAL" TO DL-MAX-X
009550     END-IF.
009560     MOVE WS-FED-CUTOFF(WS-FED-IDX) TO DL-CUTOFF.
009570     IF WS-FED-CUTOFF-DAY(WS-FED-IDX) = "1"
009580        AND WS-FED-CUTOFF(WS-FED-IDX) NOT = SPACES
009590         MOVE "+1" TO DL-CUTOFF-DAY
009600     ELSE
009610         MOVE SPACES TO DL-CUTOFF-DAY
009620     END-IF.
009630     MOVE WS-FED-STATUS(WS-FED-IDX) TO DL-STATUS.
009640     MOVE WS-FED-VOLUME(WS-FED-IDX) TO DL-VOLUME.
009650     WRITE SIGFDR01-RECORD FROM WS-DETAIL-LINE
009660         AFTER ADVANCING 1.
009670     ADD 1 TO WS-LINE-COUNT.
009680 6800-EXIT.
009690     EXIT.
009700*
009710* ===========================================================*
009720*  8000-TERMINATE  --  SUMMARY, RETURN CODE, CLOSE
009730* ===========================================================*
009740 8000-TERMINATE.
009750     MOVE "CALENDAR ROWS READ" TO SL-LABEL.
009760     MOVE WS-FCL-READ-COUNT TO SL-COUNT.
009770     WRITE SIGFDR01-RECORD FROM WS-SUM-LINE
009780         AFTER ADVANCING 3.
009790     MOVE "CALENDAR ROWS SKIPPED" TO SL-LABEL.
009800     MOVE WS-FCL-BAD-COUNT TO SL-COUNT.
009810     WRITE SIGFDR01-RECORD FROM WS-SUM-LINE
009820         AFTER ADVANCING 1.
009830     MOVE "SIGIN01 BATCHES" TO SL-LABEL.
009840     MOVE WS-IN-BATCH-COUNT TO SL-COUNT.
009850     WRITE SIGFDR01-RECORD FROM WS-SUM-LINE
009860         AFTER ADVANCING 1.
009870     MOVE "SIGIN01 DATA RECORDS" TO SL-LABEL.
009880     MOVE WS-IN-DATA-COUNT TO SL-COUNT.
009890     WRITE SIGFDR01-RECORD FROM WS-SUM-LINE
009900         AFTER ADVANCING 1.
009902     MOVE "SIGIN01 BATCHES QUARANTINED" TO SL-LABEL.
009904     MOVE WS-QUAR-BATCH-COUNT TO SL-COUNT.
009906     WRITE SIGFDR01-RECORD FROM WS-SUM-LINE
009908         AFTER ADVANCING 1.
009910     MOVE "SOURCES DUE TODAY" TO SL-LABEL.
009920     MOVE WS-DUE-COUNT TO SL-COUNT.
009930     WRITE SIGFDR01-RECORD FROM WS-SUM-LINE
009940         AFTER ADVANCING 1.
009950     MOVE "SOURCES RECEIVED AS DUE" TO SL-LABEL.
009960     MOVE WS-RECEIVED-COUNT TO SL-COUNT.
009970     WRITE SIGFDR01-RECORD FROM WS-SUM-LINE
009980         AFTER ADVANCING 1.
009990     MOVE "MANDATORY SOURCES MISSING" TO SL-LABEL.
010000     MOVE WS-MISS-MAND-COUNT TO SL-COUNT.
010010     WRITE SIGFDR01-RECORD FROM WS-SUM-LINE
010020         AFTER ADVANCING 1.
010030     MOVE "OPTIONAL SOURCES MISSING" TO SL-LABEL.
010040     MOVE WS-MISS-OPT-COUNT TO SL-COUNT.
010050     WRITE SIGFDR01-RECORD FROM WS-SUM-LINE
010060         AFTER ADVANCING 1.
010070     MOVE "SOURCES LATE" TO SL-LABEL.
010080     MOVE WS-LATE-COUNT TO SL-COUNT.
010090     WRITE SIGFDR01-RECORD FROM WS-SUM-LINE
010100         AFTER ADVANCING 1.
010110     MOVE "SOURCES UNEXPECTED" TO SL-LABEL.
010120     MOVE WS-UNEXPECTED-COUNT TO SL-COUNT.
010130     WRITE SIGFDR01-RECORD FROM WS-SUM-LINE
010140         AFTER ADVANCING 1.
010142     MOVE "SOURCES ENTIRELY QUARANTINED" TO SL-LABEL.
010144     MOVE WS-QUARANTINED-COUNT TO SL-COUNT.
010146     WRITE SIGFDR01-RECORD FROM WS-SUM-LINE
010148         AFTER ADVANCING 1.
010150     MOVE "SOURCES OUTSIDE THEIR VOLUME RANGE" TO SL-LABEL.
010160     MOVE WS-VOLUME-COUNT TO SL-COUNT.
010170     WRITE SIGFDR01-RECORD FROM WS-SUM-LINE
010180         AFTER ADVANCING 1.
010190     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT.
010200     CLOSE SIGFDR01-FILE.
010210 8000-EXIT.
010220     EXIT.
010230*
010240* ===========================================================*
010250*  8200-SET-RETURN-CODE  --  8 FOR A MISSING MANDATORY FEED,
010260*          4 FOR ANY OTHER EXCEPTION
010262*          (A MANDATORY FEED WITH NO ACCEPTED BATCH IS MISSING)
010270* ===========================================================*
010280 8200-SET-RETURN-CODE.
010290     MOVE 0 TO WS-FINAL-RC.
010300     IF WS-MISS-OPT-COUNT > 0
010310        OR WS-LATE-COUNT > 0
010320        OR WS-UNEXPECTED-COUNT > 0
010330        OR WS-VOLUME-COUNT > 0
010340        OR WS-FCL-BAD-COUNT > 0
010350        OR WS-STA-NOT-FOUND
010352        OR WS-QUAR-BATCH-COUNT > 0
010354        OR WS-RGT-DROP-COUNT > 0
010356        OR WS-BRG-FILE-MISSING
010360         MOVE 4 TO WS-FINAL-RC
010370     END-IF.
010380     IF WS-MISS-MAND-COUNT > 0
010390         MOVE 8 TO WS-FINAL-RC
010400         DISPLAY "SIGFED1 - MANDATORY FEED(S) MISSING, STEP "
010410             "SET TO RETURN CODE 8"
010420     END-IF.
010430     MOVE WS-FINAL-RC TO RETURN-CODE.
010440 8200-EXIT.
010450     EXIT.
010460*
010470 9999-EXIT.
010480     STOP RUN.
