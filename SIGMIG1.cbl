001000*
001010* SIGMIG1  --  NIGHTLY GRADE MIGRATION REPORT
001020*
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID.                  SIGMIG1.
001050 AUTHOR.                      R SOARES  -  BATCH SCORING TEAM.
001060 INSTALLATION.                SIGMOD DATA CENTER.
001070 DATE-WRITTEN.                2026-10-15.
001080 DATE-COMPILED.
001090*
001100* REMARKS.     READS THE SCORE HISTORY MASTER WRITTEN BY
001110*              SIGUPD1 AND PRINTS THE SIGGRP01 GRADE MIGRATION
001120*              REPORT FOR THE CREDIT REVIEW MEETING.  ONLY THE
001130*              RECORDS POSTED ON THE SIGPRM01 BUSINESS RUN DATE
001140*              (SYSTEM DATE WHEN MISSING OR BLANK) ARE COUNTED;
001150*              A RECORD CARRIED FORWARD UNTOUCHED DID NOT MOVE
001160*              TONIGHT.  THE GRADE LADDER IS BUILT FROM THE
001170*              SIGBND01 BAND DEFINITIONS -- A GRADE WHOSE BAND
001180*              SITS HIGHER ON THE RESULT SCALE IS THE HIGHER
001190*              GRADE -- SO A MOVE UP THE LADDER IS AN UPGRADE
001200*              AND A MOVE DOWN IS A DOWNGRADE.  A GRADE NOT ON
001210*              THE LADDER (THE "???" NO-BAND GRADE, OR A BLANK
001220*              GRADE POSTED BEFORE THE MASTER CARRIED GRADES)
001230*              COUNTS AS UNGRADED, AND A MOVE TO OR FROM IT IS
001240*              NEITHER.  THE REPORT LISTS EVERY RECORD ID THAT
001250*              MOVED TWO OR MORE GRADES, THEN PRINTS A PRIOR-
001260*              GRADE BY CURRENT-GRADE MATRIX FOR EACH SOURCE
001270*              CATEGORY AND FOR ALL CATEGORIES TOGETHER, WITH
001280*              THE UPGRADE, DOWNGRADE AND NEW-ID COUNTS UNDER
001290*              EACH MATRIX.  A NEW RECORD ID (PRIOR RUN DATE
001300*              ZERO) HAS ITS OWN "NEW ID" ROW.
001310*
001320* MODIFICATION HISTORY
001330* DATE       INIT  DESCRIPTION
001340* ---------- ----  -------------------------------------------
001350* 2026-10-15 RS    ORIGINAL PROGRAM.
001352* 2026-10-15 RS    SIGBND01 IS NOW AN EFFECTIVE-DATED VERSION
001354*                  FILE.  THE LADDER TAKES EVERY APPROVED
001356*                  VERSION IN FORCE BY THE RUN DATE, SUPERSEDED
001358*                  ONES INCLUDED SO A PRIOR GRADE POSTED UNDER
001360*                  AN OLDER BAND STILL RANKS; PENDING AND
001361*                  FUTURE VERSIONS ARE LEFT OFF.
001362* 2026-10-15 RS    AN APPROVED SIGBND01 VERSION NEEDS AN "A"
001363*                  STATUS AND TWO DIFFERENT, NON-BLANK USERS.
001364*
001370 ENVIRONMENT DIVISION.
001380 CONFIGURATION SECTION.
001390 SOURCE-COMPUTER.             SIGMOD-BATCH.
001400 OBJECT-COMPUTER.             SIGMOD-BATCH.
001410 INPUT-OUTPUT SECTION.
001420 FILE-CONTROL.
001430     SELECT SIGMST01-FILE ASSIGN TO "SIGMST01"
001440         ORGANIZATION IS SEQUENTIAL.
001450     SELECT OPTIONAL SIGBND01-FILE ASSIGN TO "SIGBND01"
001460         ORGANIZATION IS SEQUENTIAL
001470         FILE STATUS IS WS-BND-FILE-STATUS.
001480     SELECT OPTIONAL SIGPRM01-FILE ASSIGN TO "SIGPRM01"
001490         ORGANIZATION IS SEQUENTIAL
001500         FILE STATUS IS WS-PRM-FILE-STATUS.
001510     SELECT SIGGRP01-FILE ASSIGN TO "SIGGRP01"
001520         ORGANIZATION IS SEQUENTIAL.
001530*
001540 DATA DIVISION.
001550 FILE SECTION.
001560 FD  SIGMST01-FILE
001570         RECORDING MODE IS F.
001580         COPY SIGMST01.
001590*
001600 FD  SIGBND01-FILE
001610         RECORDING MODE IS F.
001620         COPY SIGBND01.
001630*
001640 FD  SIGPRM01-FILE
001650         RECORDING MODE IS F.
001660         COPY SIGPRM01.
001670*
001680 FD  SIGGRP01-FILE
001690         RECORDING MODE IS F.
001700 01  SIGGRP01-RECORD           PIC X(80).
001710*
001720 WORKING-STORAGE SECTION.
001730* ---------------------------------------------------------
001740*  SWITCHES AND FILE STATUS
001750* ---------------------------------------------------------
001760 77  WS-BND-FILE-STATUS        PIC X(02).
001770 77  WS-PRM-FILE-STATUS        PIC X(02).
001780 77  WS-MST-EOF-SWITCH         PIC X(01) VALUE "N".
001790         88  END-OF-SIGMST01       VALUE "Y".
001800 77  WS-BND-EOF-SWITCH         PIC X(01) VALUE "N".
001810         88  END-OF-SIGBND01       VALUE "Y".
001820 77  WS-LAD-FOUND-SWITCH       PIC X(01) VALUE "N".
001830         88  WS-LAD-FOUND          VALUE "Y".
001840         88  WS-LAD-NOT-FOUND      VALUE "N".
001850 77  WS-MIG-FOUND-SWITCH       PIC X(01) VALUE "N".
001860         88  WS-MIG-FOUND          VALUE "Y".
001870         88  WS-MIG-NOT-FOUND      VALUE "N".
001880 77  WS-SECTION-SWITCH         PIC X(01) VALUE "M".
001890         88  WS-MOVER-SECTION      VALUE "M".
001900         88  WS-MATRIX-SECTION     VALUE "X".
001910 77  WS-MOVE-CLASS             PIC X(01) VALUE SPACE.
001920         88  WS-MOVE-IS-UP         VALUE "U".
001930         88  WS-MOVE-IS-DOWN       VALUE "D".
001940         88  WS-MOVE-IS-SAME       VALUE "S".
001950         88  WS-MOVE-IS-NEW        VALUE "N".
001960         88  WS-MOVE-IS-OTHER      VALUE "O".
001970*
001980* ---------------------------------------------------------
001990*  GRADE LADDER  --  ONE ENTRY PER SIGBND01 GRADE, SORTED SO
002000*  ENTRY 1 IS THE HIGHEST GRADE.  THE LOWEST LOW BOUND ANY
002010*  BAND GIVES THE GRADE PLACES IT ON THE LADDER.
002020* ---------------------------------------------------------
002030 77  WS-LAD-MAX-ENTRIES        PIC 9(4) COMP VALUE 10.
002040 77  WS-LAD-USED               PIC 9(4) COMP VALUE 0.
002050 77  WS-LAD-SUB                PIC 9(4) COMP VALUE 0.
002060 77  WS-LAD-SUB-2              PIC 9(4) COMP VALUE 0.
002070 01  WS-LAD-SWAP               PIC X(22).
002080 01  WS-LAD-TABLE.
002090         05  WS-LAD-ENTRY          OCCURS 10 TIMES
002100                                   INDEXED BY WS-LAD-IDX.
002110             10  WS-LAD-GRADE          PIC X(03).
002120             10  WS-LAD-LOW            PIC S9(9)V9(9)
002130                 SIGN IS LEADING SEPARATE CHARACTER.
002140*
002150* ---------------------------------------------------------
002160*  MATRIX SLOTS.  A ROW OR COLUMN 1 THRU WS-LAD-USED IS THE
002170*  LADDER GRADE OF THE SAME NUMBER; SLOT 11 IS UNGRADED AND
002180*  ROW 12 HOLDS THE NEW RECORD IDS.
002190* ---------------------------------------------------------
002200 77  WS-UNGR-SLOT              PIC 9(4) COMP VALUE 11.
002210 77  WS-NEW-SLOT               PIC 9(4) COMP VALUE 12.
002220 77  WS-PRIOR-SLOT             PIC 9(4) COMP VALUE 0.
002230 77  WS-CURR-SLOT              PIC 9(4) COMP VALUE 0.
002240 77  WS-FOUND-SLOT             PIC 9(4) COMP VALUE 0.
002250 77  WS-ROW-SUB                PIC 9(4) COMP VALUE 0.
002260 77  WS-COL-SUB                PIC 9(4) COMP VALUE 0.
002270 77  WS-OUT-SUB                PIC 9(4) COMP VALUE 0.
002280 77  WS-GRADE-STEPS            PIC S9(4) COMP VALUE 0.
002290 77  WS-ABS-STEPS              PIC 9(4) COMP VALUE 0.
002300 01  WS-WANT-GRADE             PIC X(03) VALUE SPACES.
002310*
002320* ---------------------------------------------------------
002330*  MIGRATION TABLE  --  ONE ENTRY PER SOURCE CATEGORY POSTED
002340*  TONIGHT, PLUS ENTRY 21 FOR ALL CATEGORIES TOGETHER
002350* ---------------------------------------------------------
002360 77  WS-MIG-MAX-ENTRIES        PIC 9(4) COMP VALUE 20.
002370 77  WS-ALL-SLOT               PIC 9(4) COMP VALUE 21.
002380 77  WS-MIG-USED               PIC 9(4) COMP VALUE 0.
002390 77  WS-MIG-SUB                PIC 9(4) COMP VALUE 0.
002400 77  WS-ADD-SUB                PIC 9(4) COMP VALUE 0.
002410 01  WS-MIG-TABLE.
002420         05  WS-MIG-ENTRY          OCCURS 21 TIMES
002430                                   INDEXED BY WS-MIG-IDX.
002440             10  WS-MIG-CATEGORY       PIC X(10).
002450             10  WS-MIG-POSTED         PIC 9(9) COMP VALUE 0.
002460             10  WS-MIG-UP             PIC 9(9) COMP VALUE 0.
002470             10  WS-MIG-DOWN           PIC 9(9) COMP VALUE 0.
002480             10  WS-MIG-SAME           PIC 9(9) COMP VALUE 0.
002490             10  WS-MIG-NEW            PIC 9(9) COMP VALUE 0.
002500             10  WS-MIG-OTHER          PIC 9(9) COMP VALUE 0.
002510             10  WS-MIG-MULTI          PIC 9(9) COMP VALUE 0.
002520             10  WS-MIG-ROW            OCCURS 12 TIMES.
002530                 15  WS-MIG-CELL           OCCURS 11 TIMES
002540                                           PIC 9(7) COMP
002550                                           VALUE 0.
002560*
002570* ---------------------------------------------------------
002580*  BUSINESS RUN DATE  --  ONLY RECORDS POSTED ON IT COUNT
002590* ---------------------------------------------------------
002600 77  WS-RUN-DATE               PIC 9(8) VALUE 0.
002610*
002620* ---------------------------------------------------------
002630*  CALENDAR DATE EDIT WORK AREAS  --  SAME EDIT SIG01
002640*  APPLIES BEFORE HONORING THE KEYED RUN DATE
002650* ---------------------------------------------------------
002660 77  WS-DATE-VALID-SWITCH      PIC X(01) VALUE "Y".
002670         88  WS-DATE-IS-VALID      VALUE "Y".
002680         88  WS-DATE-NOT-VALID     VALUE "N".
002690 77  WS-VAL-MAX-DD             PIC 9(2) VALUE 0.
002700 77  WS-LEAP-QUOT              PIC 9(4) COMP VALUE 0.
002710 77  WS-LEAP-REM               PIC 9(4) COMP VALUE 0.
002720 01  WS-VAL-DATE.
002730         05  WS-VAL-CCYY           PIC 9(4).
002740         05  WS-VAL-MM             PIC 9(2).
002750         05  WS-VAL-DD             PIC 9(2).
002760 01  WS-VAL-DATE-N REDEFINES WS-VAL-DATE
002770                               PIC 9(8).
002780*
002790* ---------------------------------------------------------
002800*  RUN COUNTS FOR THE REPORT SUMMARY
002810* ---------------------------------------------------------
002820 77  WS-MST-READ-COUNT         PIC 9(9) COMP VALUE 0.
002830 77  WS-NOT-TONIGHT-COUNT      PIC 9(9) COMP VALUE 0.
002840 77  WS-CAT-OVFL-COUNT         PIC 9(9) COMP VALUE 0.
002850 77  WS-FINAL-RC               PIC 9(2) VALUE 0.
002860*
002870* ---------------------------------------------------------
002880*  REPORT CONTROLS AND CURRENT DATE
002890* ---------------------------------------------------------
002900 77  WS-LINE-COUNT             PIC 9(4) COMP VALUE 0.
002910 77  WS-PAGE-COUNT             PIC 9(4) COMP VALUE 0.
002920 77  WS-LINES-PER-PAGE         PIC 9(4) COMP VALUE 50.
002930 77  WS-BLOCK-LINES            PIC 9(4) COMP VALUE 0.
002940 01  WS-CURRENT-DATE.
002950         05  WS-CD-YY              PIC 9(2).
002960         05  WS-CD-MM              PIC 9(2).
002970         05  WS-CD-DD              PIC 9(2).
002980*
002990* ---------------------------------------------------------
003000*  REPORT LINE LAYOUTS
003010* ---------------------------------------------------------
003020 01  WS-HEADING-1.
003030         05  FILLER                PIC X(01) VALUE SPACE.
003040         05  FILLER                PIC X(33) VALUE
003050             "SIGMIG1 - GRADE MIGRATION REPORT".
003060         05  FILLER                PIC X(08) VALUE SPACES.
003070         05  FILLER                PIC X(06) VALUE "DATE: ".
003080         05  H1-MM                 PIC 99.
003090         05  FILLER                PIC X(01) VALUE "/".
003100         05  H1-DD                 PIC 99.
003110         05  FILLER                PIC X(01) VALUE "/".
003120         05  H1-YY                 PIC 99.
003130         05  FILLER                PIC X(05) VALUE SPACES.
003140         05  FILLER                PIC X(06) VALUE "PAGE: ".
003150         05  H1-PAGE               PIC ZZZ9.
003160*
003170 01  WS-RUN-LINE.
003180         05  FILLER                PIC X(01) VALUE SPACE.
003190         05  FILLER                PIC X(20)
003200                 VALUE "BUSINESS RUN DATE   ".
003210         05  RL-RUN-DATE           PIC 9(8).
003220*
003230 01  WS-SECTION-LINE.
003240         05  FILLER                PIC X(01) VALUE SPACE.
003250         05  SC-TEXT               PIC X(60).
003260*
003270 01  WS-HEADING-2.
003280         05  FILLER                PIC X(01) VALUE SPACE.
003290         05  FILLER                PIC X(11) VALUE "RECORD ID  ".
003300         05  FILLER                PIC X(12) VALUE "CATEGORY".
003310         05  FILLER                PIC X(06) VALUE "PRIOR ".
003320         05  FILLER                PIC X(06) VALUE "CURR  ".
003330         05  FILLER                PIC X(08) VALUE "MOVE".
003340         05  FILLER                PIC X(15)
003350                 VALUE "  PRIOR RESULT".
003360         05  FILLER                PIC X(14)
003370                 VALUE "   CURR RESULT".
003380*
003390 01  WS-DETAIL-LINE.
003400         05  FILLER                PIC X(01) VALUE SPACE.
003410         05  D-RECORD-ID           PIC 9(9).
003420         05  FILLER                PIC X(02) VALUE SPACES.
003430         05  D-CATEGORY            PIC X(10).
003440         05  FILLER                PIC X(02) VALUE SPACES.
003450         05  D-PRIOR-GRADE         PIC X(03).
003460         05  FILLER                PIC X(03) VALUE SPACES.
003470         05  D-CURR-GRADE          PIC X(03).
003480         05  FILLER                PIC X(03) VALUE SPACES.
003490         05  D-DIRECTION           PIC X(04).
003500         05  FILLER                PIC X(01) VALUE SPACE.
003510         05  D-STEPS               PIC Z9.
003520         05  FILLER                PIC X(01) VALUE SPACE.
003530         05  D-PRIOR-SIGMOID       PIC -999.9(9).
003540         05  FILLER                PIC X(01) VALUE SPACE.
003550         05  D-CURR-SIGMOID        PIC -999.9(9).
003560*
003570 01  WS-NOTE-LINE.
003580         05  FILLER                PIC X(01) VALUE SPACE.
003590         05  N-NOTE                PIC X(60).
003600*
003610 01  WS-MTX-TITLE-LINE.
003620         05  FILLER                PIC X(01) VALUE SPACE.
003630         05  FILLER                PIC X(17)
003640                 VALUE "SOURCE CATEGORY  ".
003650         05  MT-CATEGORY           PIC X(10).
003660         05  FILLER                PIC X(19)
003670                 VALUE "   POSTED TONIGHT ".
003680         05  MT-POSTED             PIC ZZZ,ZZZ,ZZ9.
003690*
003700 01  WS-MTX-HEADING.
003710         05  FILLER                PIC X(01) VALUE SPACE.
003720         05  FILLER                PIC X(10) VALUE "PRIOR/CURR".
003730         05  MH-CELL               PIC X(06) OCCURS 11 TIMES.
003740*
003750 01  WS-MTX-LINE.
003760         05  FILLER                PIC X(01) VALUE SPACE.
003770         05  ML-LABEL              PIC X(10).
003780         05  ML-CELL               PIC ZZZZZ9 OCCURS 11 TIMES.
003790*
003800 01  WS-MTX-COUNT-LINE.
003810         05  FILLER                PIC X(01) VALUE SPACE.
003820         05  FILLER                PIC X(04) VALUE "UP  ".
003830         05  MC-UP                 PIC ZZZZZ9.
003840         05  FILLER                PIC X(07) VALUE "  DOWN ".
003850         05  MC-DOWN               PIC ZZZZZ9.
003860         05  FILLER                PIC X(07) VALUE "  SAME ".
003870         05  MC-SAME               PIC ZZZZZ9.
003880         05  FILLER                PIC X(06) VALUE "  NEW ".
003890         05  MC-NEW                PIC ZZZZZ9.
003900         05  FILLER                PIC X(07) VALUE "  UNGR ".
003910         05  MC-OTHER              PIC ZZZZZ9.
003920         05  FILLER                PIC X(05) VALUE "  2+ ".
003930         05  MC-MULTI              PIC ZZZZZ9.
003940*
003950 01  WS-SUM-LINE.
003960         05  FILLER                PIC X(01) VALUE SPACE.
003970         05  SL-LABEL              PIC X(34).
003980         05  SL-COUNT              PIC ZZZ,ZZZ,ZZ9.
003990*
004000 PROCEDURE DIVISION.
004010* ===========================================================*
004020*  0000-MAINLINE
004030* ===========================================================*
004040 0000-MAINLINE.
004050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004060     PERFORM 3000-PROCESS-MASTER THRU 3000-EXIT
004070         UNTIL END-OF-SIGMST01.
004080     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004090     GO TO 9999-EXIT.
004100*
004110* ===========================================================*
004120*  1000-INITIALIZE  --  RUN DATE, GRADE LADDER, FILES, FIRST
004130*          PAGE AND FIRST MASTER RECORD
004140* ===========================================================*
004150 1000-INITIALIZE.
004160     OPEN INPUT  SIGMST01-FILE.
004170     OPEN OUTPUT SIGGRP01-FILE.
004180     ACCEPT WS-CURRENT-DATE FROM DATE.
004190     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004200     PERFORM 1100-READ-RUN-PARAMETERS THRU 1100-EXIT.
004210     PERFORM 1300-LOAD-GRADE-LADDER THRU 1300-EXIT.
004220     MOVE "ALL CATS"   TO WS-MIG-CATEGORY(WS-ALL-SLOT).
004230     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
004240     PERFORM 2000-READ-SIGMST01 THRU 2000-EXIT.
004250 1000-EXIT.
004260     EXIT.
004270*
004280* ===========================================================*
004290*  1100-READ-RUN-PARAMETERS  --  THE BUSINESS RUN DATE OFF
004300*          SIGPRM01, THE SAME DATE SIGUPD1 POSTS AS THE
004310*          CURRENT RUN DATE.  DEFAULTED TO THE SYSTEM DATE.
004320* ===========================================================*
004330 1100-READ-RUN-PARAMETERS.
004340     OPEN INPUT SIGPRM01-FILE.
004350     IF WS-PRM-FILE-STATUS = "00"
004360         READ SIGPRM01-FILE
004370             AT END
004380                 CONTINUE
004390             NOT AT END
004400                 IF PRM-RUN-DATE IS NUMERIC
004410                     MOVE PRM-RUN-DATE TO WS-VAL-DATE
004420                     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
004430                     IF WS-DATE-IS-VALID
004440                         MOVE WS-VAL-DATE-N TO WS-RUN-DATE
004450                     END-IF
004460                 END-IF
004470         END-READ
004480     END-IF.
004490     CLOSE SIGPRM01-FILE.
004500 1100-EXIT.
004510     EXIT.
004520*
004530* ===========================================================*
004540*  1200-WRITE-HEADINGS  --  NEW PAGE, HEADINGS, RESET LINES.
004550*          THE MOVER LIST REPEATS ITS COLUMN HEADINGS.
004560* ===========================================================*
004570 1200-WRITE-HEADINGS.
004580     ADD 1 TO WS-PAGE-COUNT.
004590     MOVE WS-CD-MM TO H1-MM.
004600     MOVE WS-CD-DD TO H1-DD.
004610     MOVE WS-CD-YY TO H1-YY.
004620     MOVE WS-PAGE-COUNT TO H1-PAGE.
004630     WRITE SIGGRP01-RECORD FROM WS-HEADING-1
004640         AFTER ADVANCING PAGE.
004650     MOVE WS-RUN-DATE TO RL-RUN-DATE.
004660     WRITE SIGGRP01-RECORD FROM WS-RUN-LINE
004670         AFTER ADVANCING 1.
004680     MOVE ZERO TO WS-LINE-COUNT.
004690     IF WS-MOVER-SECTION
004700         MOVE "RECORD IDS THAT MOVED TWO OR MORE GRADES TONIGHT"
004710             TO SC-TEXT
004720         WRITE SIGGRP01-RECORD FROM WS-SECTION-LINE
004730             AFTER ADVANCING 2
004740         WRITE SIGGRP01-RECORD FROM WS-HEADING-2
004750             AFTER ADVANCING 2
004760     ELSE
004770         MOVE "PRIOR GRADE (ROWS) BY CURRENT GRADE (COLUMNS)"
004780             TO SC-TEXT
004790         WRITE SIGGRP01-RECORD FROM WS-SECTION-LINE
004800             AFTER ADVANCING 2
004810     END-IF.
004820 1200-EXIT.
004830     EXIT.
004840*
004850* ===========================================================*
004860*  1300-LOAD-GRADE-LADDER  --  DISTINCT SIGBND01 GRADES,
004870*          HIGHEST BAND FIRST.  WITHOUT SIGBND01 EVERY GRADE
004880*          IS UNGRADED AND ONLY NEW IDS ARE SEPARATED OUT.
004890* ===========================================================*
004900 1300-LOAD-GRADE-LADDER.
004910     OPEN INPUT SIGBND01-FILE.
004920     IF WS-BND-FILE-STATUS NOT = "00"
004930         MOVE "Y" TO WS-BND-EOF-SWITCH
004940     END-IF.
004950     PERFORM 1310-LOAD-ONE-BAND THRU 1310-EXIT
004960         UNTIL END-OF-SIGBND01.
004970     CLOSE SIGBND01-FILE.
004980     IF WS-LAD-USED = 0
004990         DISPLAY "SIGMIG1 WARNING - NO SIGBND01 GRADES, EVERY "
005000             "GRADE REPORTED AS UNGRADED"
005010     END-IF.
005020     PERFORM 1320-SORT-ONE-PASS THRU 1320-EXIT
005030         VARYING WS-LAD-SUB FROM 1 BY 1
005040         UNTIL WS-LAD-SUB >= WS-LAD-USED.
005050     PERFORM 1340-BUILD-MATRIX-HEADING THRU 1340-EXIT.
005060 1300-EXIT.
005070     EXIT.
005080*
005090* ===========================================================*
005100*  1310-LOAD-ONE-BAND  --  ONE SIGBND01 ROW ONTO THE LADDER,
005110*          EDITED THE WAY SIG01 EDITS IT
005120* ===========================================================*
005130 1310-LOAD-ONE-BAND.
005140     READ SIGBND01-FILE
005150         AT END
005160             MOVE "Y" TO WS-BND-EOF-SWITCH
005170             GO TO 1310-EXIT
005180     END-READ.
005190     IF (BND-LOW-SIGN-X NOT = "+" AND BND-LOW-SIGN-X
005200             NOT = "-")
005210        OR BND-LOW-DIG-X IS NOT NUMERIC
005220        OR BND-GRADE = SPACES
005222        OR BND-GRADE = "???"
005224        OR NOT BND-VER-APPROVED
005226        OR BND-ENTERED-BY = SPACES
005228        OR BND-APPROVED-BY = SPACES
005230        OR BND-ENTERED-BY = BND-APPROVED-BY
005234        OR (BND-EFF-DATE NOT = SPACES
005236            AND BND-EFF-DATE IS NOT NUMERIC)
005240         GO TO 1310-EXIT
005250     END-IF.
005252     IF BND-EFF-DATE NOT = SPACES
005254        AND BND-EFF-DATE > WS-RUN-DATE
005256         GO TO 1310-EXIT
005258     END-IF.
005260     SET WS-LAD-NOT-FOUND TO TRUE.
005270     PERFORM 1315-TEST-ONE-RUNG THRU 1315-EXIT
005280         VARYING WS-LAD-SUB FROM 1 BY 1
005290         UNTIL WS-LAD-SUB > WS-LAD-USED
005300            OR WS-LAD-FOUND.
005310     IF WS-LAD-FOUND
005320         IF BND-LOW-BOUND < WS-LAD-LOW(WS-LAD-IDX)
005330             MOVE BND-LOW-BOUND TO WS-LAD-LOW(WS-LAD-IDX)
005340         END-IF
005350         GO TO 1310-EXIT
005360     END-IF.
005370     IF WS-LAD-USED < WS-LAD-MAX-ENTRIES
005380         ADD 1 TO WS-LAD-USED
005390         SET WS-LAD-IDX TO WS-LAD-USED
005400         MOVE BND-GRADE     TO WS-LAD-GRADE(WS-LAD-IDX)
005410         MOVE BND-LOW-BOUND TO WS-LAD-LOW(WS-LAD-IDX)
005420     ELSE
005430         DISPLAY "SIGMIG1 WARNING - GRADE LADDER FULL, GRADE "
005440             BND-GRADE " REPORTED AS UNGRADED"
005450     END-IF.
005460 1310-EXIT.
005470     EXIT.
005480*
005490* ===========================================================*
005500*  1315-TEST-ONE-RUNG  --  IS THE BAND'S GRADE ON THE LADDER
005510* ===========================================================*
005520 1315-TEST-ONE-RUNG.
005530     SET WS-LAD-IDX TO WS-LAD-SUB.
005540     IF WS-LAD-GRADE(WS-LAD-IDX) = BND-GRADE
005550         SET WS-LAD-FOUND TO TRUE
005560     END-IF.
005570 1315-EXIT.
005580     EXIT.
005590*
005600* ===========================================================*
005610*  1320-SORT-ONE-PASS  --  BUBBLE THE LOWEST BAND DOWNWARD
005620* ===========================================================*
005630 1320-SORT-ONE-PASS.
005640     PERFORM 1330-COMPARE-AND-SWAP THRU 1330-EXIT
005650         VARYING WS-LAD-SUB-2 FROM 1 BY 1
005660         UNTIL WS-LAD-SUB-2 >= WS-LAD-USED.
005670 1320-EXIT.
005680     EXIT.
005690*
005700* ===========================================================*
005710*  1330-COMPARE-AND-SWAP  --  ONE ADJACENT PAIR.  A TIE ON
005720*          THE BOUND FALLS BACK TO THE GRADE CODE.
005730* ===========================================================*
005740 1330-COMPARE-AND-SWAP.
005750     IF WS-LAD-LOW(WS-LAD-SUB-2) < WS-LAD-LOW(WS-LAD-SUB-2 + 1)
005760        OR (WS-LAD-LOW(WS-LAD-SUB-2)
005770                = WS-LAD-LOW(WS-LAD-SUB-2 + 1)
005780            AND WS-LAD-GRADE(WS-LAD-SUB-2)
005790                > WS-LAD-GRADE(WS-LAD-SUB-2 + 1))
005800         MOVE WS-LAD-ENTRY(WS-LAD-SUB-2)     TO WS-LAD-SWAP
005810         MOVE WS-LAD-ENTRY(WS-LAD-SUB-2 + 1)
005820             TO WS-LAD-ENTRY(WS-LAD-SUB-2)
005830         MOVE WS-LAD-SWAP TO WS-LAD-ENTRY(WS-LAD-SUB-2 + 1)
005840     END-IF.
005850 1330-EXIT.
005860     EXIT.
005870*
005880* ===========================================================*
005890*  1340-BUILD-MATRIX-HEADING  --  ONE COLUMN PER LADDER GRADE
005900*          THEN THE UNGRADED COLUMN
005910* ===========================================================*
005920 1340-BUILD-MATRIX-HEADING.
005930     MOVE SPACES TO WS-MTX-HEADING.
005940     MOVE "PRIOR/CURR" TO WS-MTX-HEADING(2:10).
005950     PERFORM 1345-BUILD-ONE-HEADING THRU 1345-EXIT
005960         VARYING WS-COL-SUB FROM 1 BY 1
005970         UNTIL WS-COL-SUB > WS-LAD-USED.
005980     COMPUTE WS-OUT-SUB = WS-LAD-USED + 1.
005990     MOVE "  UNGR" TO MH-CELL(WS-OUT-SUB).
006000 1340-EXIT.
006010     EXIT.
006020*
006030* ===========================================================*
006040*  1345-BUILD-ONE-HEADING  --  ONE GRADE, RIGHT IN ITS COLUMN
006050* ===========================================================*
006060 1345-BUILD-ONE-HEADING.
006070     MOVE SPACES TO MH-CELL(WS-COL-SUB).
006080     MOVE WS-LAD-GRADE(WS-COL-SUB) TO MH-CELL(WS-COL-SUB)(4:3).
006090 1345-EXIT.
006100     EXIT.
006110*
006120* ===========================================================*
006130*  2000-READ-SIGMST01  --  READ ONE MASTER RECORD
006140* ===========================================================*
006150 2000-READ-SIGMST01.
006160     READ SIGMST01-FILE
006170         AT END
006180             MOVE "Y" TO WS-MST-EOF-SWITCH
006190         NOT AT END
006200             ADD 1 TO WS-MST-READ-COUNT
006210     END-READ.
006220 2000-EXIT.
006230     EXIT.
006240*
006250* ===========================================================*
006260*  3000-PROCESS-MASTER  --  PLACE ONE RECORD POSTED TONIGHT
006270*          IN ITS CATEGORY'S MATRIX AND CLASSIFY THE MOVE
006280* ===========================================================*
006290 3000-PROCESS-MASTER.
006300     IF MST-CURR-RUN-DATE NOT = WS-RUN-DATE
006310         ADD 1 TO WS-NOT-TONIGHT-COUNT
006320         GO TO 3000-READ-NEXT
006330     END-IF.
006340     MOVE MST-CURR-GRADE TO WS-WANT-GRADE.
006350     PERFORM 3200-FIND-GRADE-SLOT THRU 3200-EXIT.
006360     MOVE WS-FOUND-SLOT TO WS-CURR-SLOT.
006370     IF MST-PRIOR-RUN-DATE = ZERO
006380         MOVE WS-NEW-SLOT TO WS-PRIOR-SLOT
006390         SET WS-MOVE-IS-NEW TO TRUE
006400     ELSE
006410         MOVE MST-PRIOR-GRADE TO WS-WANT-GRADE
006420         PERFORM 3200-FIND-GRADE-SLOT THRU 3200-EXIT
006430         MOVE WS-FOUND-SLOT TO WS-PRIOR-SLOT
006440         PERFORM 3300-CLASSIFY-MOVE THRU 3300-EXIT
006450     END-IF.
006460     PERFORM 3100-FIND-CATEGORY THRU 3100-EXIT.
006470     IF WS-MIG-FOUND
006480         MOVE WS-MIG-SUB TO WS-ADD-SUB
006490         PERFORM 3400-ADD-TO-MATRIX THRU 3400-EXIT
006500     END-IF.
006510     MOVE WS-ALL-SLOT TO WS-ADD-SUB.
006520     PERFORM 3400-ADD-TO-MATRIX THRU 3400-EXIT.
006530     IF NOT WS-MOVE-IS-NEW
006540        AND NOT WS-MOVE-IS-OTHER
006550        AND WS-ABS-STEPS >= 2
006560         PERFORM 3500-WRITE-MOVER-LINE THRU 3500-EXIT
006570     END-IF.
006580 3000-READ-NEXT.
006590     PERFORM 2000-READ-SIGMST01 THRU 2000-EXIT.
006600 3000-EXIT.
006610     EXIT.
006620*
006630* ===========================================================*
006640*  3100-FIND-CATEGORY  --  THE RECORD'S CATEGORY SLOT, ADDED
006650*          ON FIRST SIGHT.  A FULL TABLE STILL COUNTS THE
006660*          RECORD IN THE ALL-CATEGORIES MATRIX.
006670* ===========================================================*
006680 3100-FIND-CATEGORY.
006690     SET WS-MIG-NOT-FOUND TO TRUE.
006700     PERFORM 3110-TEST-ONE-CATEGORY THRU 3110-EXIT
006710         VARYING WS-MIG-SUB FROM 1 BY 1
006720         UNTIL WS-MIG-SUB > WS-MIG-USED
006730            OR WS-MIG-FOUND.
006740     IF WS-MIG-FOUND
006750         SUBTRACT 1 FROM WS-MIG-SUB
006760         GO TO 3100-EXIT
006770     END-IF.
006780     IF WS-MIG-USED < WS-MIG-MAX-ENTRIES
006790         ADD 1 TO WS-MIG-USED
006800         MOVE WS-MIG-USED TO WS-MIG-SUB
006810         MOVE MST-CATEGORY TO WS-MIG-CATEGORY(WS-MIG-SUB)
006820         SET WS-MIG-FOUND TO TRUE
006830     ELSE
006840         ADD 1 TO WS-CAT-OVFL-COUNT
006850     END-IF.
006860 3100-EXIT.
006870     EXIT.
006880*
006890* ===========================================================*
006900*  3110-TEST-ONE-CATEGORY  --  ONE CATEGORY SLOT
006910* ===========================================================*
006920 3110-TEST-ONE-CATEGORY.
006930     IF WS-MIG-CATEGORY(WS-MIG-SUB) = MST-CATEGORY
006940         SET WS-MIG-FOUND TO TRUE
006950     END-IF.
006960 3110-EXIT.
006970     EXIT.
006980*
006990* ===========================================================*
007000*  3200-FIND-GRADE-SLOT  --  LADDER POSITION OF WS-WANT-GRADE,
007010*          OR THE UNGRADED SLOT WHEN IT IS NOT ON THE LADDER
007020* ===========================================================*
007030 3200-FIND-GRADE-SLOT.
007040     MOVE WS-UNGR-SLOT TO WS-FOUND-SLOT.
007050     PERFORM 3210-TEST-ONE-GRADE THRU 3210-EXIT
007060         VARYING WS-LAD-SUB FROM 1 BY 1
007070         UNTIL WS-LAD-SUB > WS-LAD-USED
007080            OR WS-FOUND-SLOT NOT = WS-UNGR-SLOT.
007090 3200-EXIT.
007100     EXIT.
007110*
007120* ===========================================================*
007130*  3210-TEST-ONE-GRADE  --  ONE RUNG OF THE LADDER
007140* ===========================================================*
007150 3210-TEST-ONE-GRADE.
007160     IF WS-LAD-GRADE(WS-LAD-SUB) = WS-WANT-GRADE
007170         MOVE WS-LAD-SUB TO WS-FOUND-SLOT
007180     END-IF.
007190 3210-EXIT.
007200     EXIT.
007210*
007220* ===========================================================*
007230*  3300-CLASSIFY-MOVE  --  UP, DOWN, SAME, OR TO/FROM
007240*          UNGRADED.  LADDER SLOT 1 IS THE HIGHEST GRADE, SO A
007250*          SMALLER CURRENT SLOT IS AN UPGRADE.
007260* ===========================================================*
007270 3300-CLASSIFY-MOVE.
007280     MOVE ZERO TO WS-GRADE-STEPS.
007290     MOVE ZERO TO WS-ABS-STEPS.
007300     IF WS-PRIOR-SLOT = WS-CURR-SLOT
007310         SET WS-MOVE-IS-SAME TO TRUE
007320         GO TO 3300-EXIT
007330     END-IF.
007340     IF WS-PRIOR-SLOT = WS-UNGR-SLOT
007350        OR WS-CURR-SLOT = WS-UNGR-SLOT
007360         SET WS-MOVE-IS-OTHER TO TRUE
007370         GO TO 3300-EXIT
007380     END-IF.
007390     COMPUTE WS-GRADE-STEPS = WS-PRIOR-SLOT - WS-CURR-SLOT.
007400     IF WS-GRADE-STEPS > 0
007410         SET WS-MOVE-IS-UP TO TRUE
007420         MOVE WS-GRADE-STEPS TO WS-ABS-STEPS
007430     ELSE
007440         SET WS-MOVE-IS-DOWN TO TRUE
007450         COMPUTE WS-ABS-STEPS = 0 - WS-GRADE-STEPS
007460     END-IF.
007470 3300-EXIT.
007480     EXIT.
007490*
007500* ===========================================================*
007510*  3400-ADD-TO-MATRIX  --  ROLL THE RECORD INTO THE MATRIX AND
007520*          MOVE COUNTS OF SLOT WS-ADD-SUB
007530* ===========================================================*
007540 3400-ADD-TO-MATRIX.
007550     ADD 1 TO WS-MIG-POSTED(WS-ADD-SUB).
007560     ADD 1 TO WS-MIG-CELL(WS-ADD-SUB, WS-PRIOR-SLOT,
007570                          WS-CURR-SLOT).
007580     EVALUATE TRUE
007590         WHEN WS-MOVE-IS-NEW
007600             ADD 1 TO WS-MIG-NEW(WS-ADD-SUB)
007610         WHEN WS-MOVE-IS-SAME
007620             ADD 1 TO WS-MIG-SAME(WS-ADD-SUB)
007630         WHEN WS-MOVE-IS-OTHER
007640             ADD 1 TO WS-MIG-OTHER(WS-ADD-SUB)
007650         WHEN WS-MOVE-IS-UP
007660             ADD 1 TO WS-MIG-UP(WS-ADD-SUB)
007670         WHEN WS-MOVE-IS-DOWN
007680             ADD 1 TO WS-MIG-DOWN(WS-ADD-SUB)
007690     END-EVALUATE.
007700     IF (WS-MOVE-IS-UP OR WS-MOVE-IS-DOWN)
007710        AND WS-ABS-STEPS >= 2
007720         ADD 1 TO WS-MIG-MULTI(WS-ADD-SUB)
007730     END-IF.
007740 3400-EXIT.
007750     EXIT.
007760*
007770* ===========================================================*
007780*  3500-WRITE-MOVER-LINE  --  ONE ID THAT MOVED TWO OR MORE
007790*          GRADES TONIGHT
007800* ===========================================================*
007810 3500-WRITE-MOVER-LINE.
007820     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007830         PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
007840     END-IF.
007850     MOVE MST-RECORD-ID     TO D-RECORD-ID.
007860     MOVE MST-CATEGORY      TO D-CATEGORY.
007870     MOVE MST-PRIOR-GRADE   TO D-PRIOR-GRADE.
007880     MOVE MST-CURR-GRADE    TO D-CURR-GRADE.
007890     IF WS-MOVE-IS-UP
007900         MOVE "UP"   TO D-DIRECTION
007910     ELSE
007920         MOVE "DOWN" TO D-DIRECTION
007930     END-IF.
007940     MOVE WS-ABS-STEPS      TO D-STEPS.
007950     MOVE MST-PRIOR-SIGMOID TO D-PRIOR-SIGMOID.
007960     MOVE MST-CURR-SIGMOID  TO D-CURR-SIGMOID.
007970     WRITE SIGGRP01-RECORD FROM WS-DETAIL-LINE
007980         AFTER ADVANCING 1.
007990     ADD 1 TO WS-LINE-COUNT.
008000 3500-EXIT.
008010     EXIT.
008020*
008030* ===========================================================*
008040*  5000-VALIDATE-DATE  --  REAL CALENDAR EDIT ON WS-VAL-DATE,
008050*          MATCHING THE EDIT SIG01 APPLIES
008060* ===========================================================*
008070 5000-VALIDATE-DATE.
008080     SET WS-DATE-IS-VALID TO TRUE.
008090     IF WS-VAL-DATE-N IS NOT NUMERIC
008100        OR WS-VAL-CCYY < 1601
008110        OR WS-VAL-MM < 1 OR WS-VAL-MM > 12
008120         SET WS-DATE-NOT-VALID TO TRUE
008130         GO TO 5000-EXIT
008140     END-IF.
008150     EVALUATE WS-VAL-MM
008160         WHEN 4
008170         WHEN 6
008180         WHEN 9
008190         WHEN 11
008200             MOVE 30 TO WS-VAL-MAX-DD
008210         WHEN 2
008220             PERFORM 5100-SET-FEBRUARY-LIMIT THRU 5100-EXIT
008230         WHEN OTHER
008240             MOVE 31 TO WS-VAL-MAX-DD
008250     END-EVALUATE.
008260     IF WS-VAL-DD < 1 OR WS-VAL-DD > WS-VAL-MAX-DD
008270         SET WS-DATE-NOT-VALID TO TRUE
008280     END-IF.
008290 5000-EXIT.
008300     EXIT.
008310*
008320* ===========================================================*
008330*  5100-SET-FEBRUARY-LIMIT  --  28 OR 29 BY THE LEAP RULES
008340* ===========================================================*
008350 5100-SET-FEBRUARY-LIMIT.
008360     MOVE 28 TO WS-VAL-MAX-DD.
008370     DIVIDE WS-VAL-CCYY BY 4 GIVING WS-LEAP-QUOT
008380         REMAINDER WS-LEAP-REM.
008390     IF WS-LEAP-REM = 0
008400         MOVE 29 TO WS-VAL-MAX-DD
008410         DIVIDE WS-VAL-CCYY BY 100 GIVING WS-LEAP-QUOT
008420             REMAINDER WS-LEAP-REM
008430         IF WS-LEAP-REM = 0
008440             DIVIDE WS-VAL-CCYY BY 400 GIVING WS-LEAP-QUOT
008450                 REMAINDER WS-LEAP-REM
008460             IF WS-LEAP-REM NOT = 0
008470                 MOVE 28 TO WS-VAL-MAX-DD
008480             END-IF
008490         END-IF
008500     END-IF.
008510 5100-EXIT.
008520     EXIT.
008530*
008540* ===========================================================*
008550*  8000-TERMINATE  --  THE MATRICES, THE SUMMARY, THE RETURN
008560*          CODE, CLOSE
008570* ===========================================================*
008580 8000-TERMINATE.
008590     IF WS-LINE-COUNT = 0
008600         MOVE "NO RECORD ID MOVED TWO OR MORE GRADES TONIGHT"
008610             TO N-NOTE
008620         WRITE SIGGRP01-RECORD FROM WS-NOTE-LINE
008630             AFTER ADVANCING 1
008640     END-IF.
008650     SET WS-MATRIX-SECTION TO TRUE.
008660     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
008670     PERFORM 8100-WRITE-ONE-MATRIX THRU 8100-EXIT
008680         VARYING WS-MIG-SUB FROM 1 BY 1
008690         UNTIL WS-MIG-SUB > WS-MIG-USED.
008700     MOVE WS-ALL-SLOT TO WS-MIG-SUB.
008710     PERFORM 8100-WRITE-ONE-MATRIX THRU 8100-EXIT.
008720     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
008730     MOVE 0 TO WS-FINAL-RC.
008740     IF WS-CAT-OVFL-COUNT > 0
008750         DISPLAY "SIGMIG1 WARNING - CATEGORY TABLE FULL, "
008760             WS-CAT-OVFL-COUNT " RECORD(S) IN THE ALL-"
008770             "CATEGORIES MATRIX ONLY, STEP SET TO RETURN CODE 4"
008780         MOVE 4 TO WS-FINAL-RC
008790     END-IF.
008800     MOVE WS-FINAL-RC TO RETURN-CODE.
008810     CLOSE SIGMST01-FILE.
008820     CLOSE SIGGRP01-FILE.
008830 8000-EXIT.
008840     EXIT.
008850*
008860* ===========================================================*
008870*  8100-WRITE-ONE-MATRIX  --  TITLE, COLUMN HEADINGS, ONE ROW
008880*          PER PRIOR GRADE, THE UNGRADED AND NEW-ID ROWS, AND
008890*          THE MOVE COUNTS, KEPT TOGETHER ON ONE PAGE
008900* ===========================================================*
008910 8100-WRITE-ONE-MATRIX.
008920     COMPUTE WS-BLOCK-LINES = WS-LAD-USED + 7.
008930     IF WS-LINE-COUNT + WS-BLOCK-LINES > WS-LINES-PER-PAGE
008940         PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
008950     END-IF.
008960     MOVE WS-MIG-CATEGORY(WS-MIG-SUB) TO MT-CATEGORY.
008970     MOVE WS-MIG-POSTED(WS-MIG-SUB)   TO MT-POSTED.
008980     WRITE SIGGRP01-RECORD FROM WS-MTX-TITLE-LINE
008990         AFTER ADVANCING 2.
009000     WRITE SIGGRP01-RECORD FROM WS-MTX-HEADING
009010         AFTER ADVANCING 1.
009020     PERFORM 8110-WRITE-MATRIX-ROW THRU 8110-EXIT
009030         VARYING WS-ROW-SUB FROM 1 BY 1
009040         UNTIL WS-ROW-SUB > WS-LAD-USED.
009050     MOVE WS-UNGR-SLOT TO WS-ROW-SUB.
009060     PERFORM 8110-WRITE-MATRIX-ROW THRU 8110-EXIT.
009070     MOVE WS-NEW-SLOT TO WS-ROW-SUB.
009080     PERFORM 8110-WRITE-MATRIX-ROW THRU 8110-EXIT.
009090     MOVE WS-MIG-UP(WS-MIG-SUB)    TO MC-UP.
009100     MOVE WS-MIG-DOWN(WS-MIG-SUB)  TO MC-DOWN.
009110     MOVE WS-MIG-SAME(WS-MIG-SUB)  TO MC-SAME.
009120     MOVE WS-MIG-NEW(WS-MIG-SUB)   TO MC-NEW.
009130     MOVE WS-MIG-OTHER(WS-MIG-SUB) TO MC-OTHER.
009140     MOVE WS-MIG-MULTI(WS-MIG-SUB) TO MC-MULTI.
009150     WRITE SIGGRP01-RECORD FROM WS-MTX-COUNT-LINE
009160         AFTER ADVANCING 1.
009170     ADD WS-BLOCK-LINES TO WS-LINE-COUNT.
009180 8100-EXIT.
009190     EXIT.
009200*
009210* ===========================================================*
009220*  8110-WRITE-MATRIX-ROW  --  ONE PRIOR-GRADE ROW ACROSS THE
009230*          CURRENT-GRADE COLUMNS
009240* ===========================================================*
009250 8110-WRITE-MATRIX-ROW.
009260     MOVE SPACES TO WS-MTX-LINE.
009270     EVALUATE TRUE
009280         WHEN WS-ROW-SUB = WS-NEW-SLOT
009290             MOVE "NEW ID"   TO ML-LABEL
009300         WHEN WS-ROW-SUB = WS-UNGR-SLOT
009310             MOVE "UNGRADED" TO ML-LABEL
009320         WHEN OTHER
009330             MOVE WS-LAD-GRADE(WS-ROW-SUB) TO ML-LABEL
009340     END-EVALUATE.
009350     PERFORM 8120-FILL-ONE-CELL THRU 8120-EXIT
009360         VARYING WS-COL-SUB FROM 1 BY 1
009370         UNTIL WS-COL-SUB > WS-LAD-USED.
009380     COMPUTE WS-OUT-SUB = WS-LAD-USED + 1.
009390     MOVE WS-MIG-CELL(WS-MIG-SUB, WS-ROW-SUB, WS-UNGR-SLOT)
009400         TO ML-CELL(WS-OUT-SUB).
009410     WRITE SIGGRP01-RECORD FROM WS-MTX-LINE
009420         AFTER ADVANCING 1.
009430 8110-EXIT.
009440     EXIT.
009450*
009460* ===========================================================*
009470*  8120-FILL-ONE-CELL  --  ONE PRIOR/CURRENT GRADE COUNT
009480* ===========================================================*
009490 8120-FILL-ONE-CELL.
009500     MOVE WS-MIG-CELL(WS-MIG-SUB, WS-ROW-SUB, WS-COL-SUB)
009510         TO ML-CELL(WS-COL-SUB).
009520 8120-EXIT.
009530     EXIT.
009540*
009550* ===========================================================*
009560*  8200-WRITE-SUMMARY  --  RUN COUNTS FOR BALANCING
009570* ===========================================================*
009580 8200-WRITE-SUMMARY.
009590     MOVE "MASTER RECORDS READ" TO SL-LABEL.
009600     MOVE WS-MST-READ-COUNT TO SL-COUNT.
009610     WRITE SIGGRP01-RECORD FROM WS-SUM-LINE
009620         AFTER ADVANCING 3.
009630     MOVE "NOT POSTED TONIGHT (CARRIED)" TO SL-LABEL.
009640     MOVE WS-NOT-TONIGHT-COUNT TO SL-COUNT.
009650     WRITE SIGGRP01-RECORD FROM WS-SUM-LINE
009660         AFTER ADVANCING 1.
009670     MOVE "POSTED TONIGHT" TO SL-LABEL.
009680     MOVE WS-MIG-POSTED(WS-ALL-SLOT) TO SL-COUNT.
009690     WRITE SIGGRP01-RECORD FROM WS-SUM-LINE
009700         AFTER ADVANCING 1.
009710     MOVE "UPGRADES" TO SL-LABEL.
009720     MOVE WS-MIG-UP(WS-ALL-SLOT) TO SL-COUNT.
009730     WRITE SIGGRP01-RECORD FROM WS-SUM-LINE
009740         AFTER ADVANCING 1.
009750     MOVE "DOWNGRADES" TO SL-LABEL.
009760     MOVE WS-MIG-DOWN(WS-ALL-SLOT) TO SL-COUNT.
009770     WRITE SIGGRP01-RECORD FROM WS-SUM-LINE
009780         AFTER ADVANCING 1.
009790     MOVE "GRADE UNCHANGED" TO SL-LABEL.
009800     MOVE WS-MIG-SAME(WS-ALL-SLOT) TO SL-COUNT.
009810     WRITE SIGGRP01-RECORD FROM WS-SUM-LINE
009820         AFTER ADVANCING 1.
009830     MOVE "NEW RECORD IDS (NO PRIOR GRADE)" TO SL-LABEL.
009840     MOVE WS-MIG-NEW(WS-ALL-SLOT) TO SL-COUNT.
009850     WRITE SIGGRP01-RECORD FROM WS-SUM-LINE
009860         AFTER ADVANCING 1.
009870     MOVE "MOVED TO OR FROM UNGRADED" TO SL-LABEL.
009880     MOVE WS-MIG-OTHER(WS-ALL-SLOT) TO SL-COUNT.
009890     WRITE SIGGRP01-RECORD FROM WS-SUM-LINE
009900         AFTER ADVANCING 1.
009910     MOVE "MOVED TWO OR MORE GRADES" TO SL-LABEL.
009920     MOVE WS-MIG-MULTI(WS-ALL-SLOT) TO SL-COUNT.
009930     WRITE SIGGRP01-RECORD FROM WS-SUM-LINE
009940         AFTER ADVANCING 1.
009950     MOVE "NOT IN A CATEGORY MATRIX (FULL)" TO SL-LABEL.
009960     MOVE WS-CAT-OVFL-COUNT TO SL-COUNT.
009970     WRITE SIGGRP01-RECORD FROM WS-SUM-LINE
009980         AFTER ADVANCING 1.
009990 8200-EXIT.
010000     EXIT.
010010*
010020 9999-EXIT.
010030     STOP RUN.
