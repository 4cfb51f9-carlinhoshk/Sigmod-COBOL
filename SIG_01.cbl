003460*                  THE QUARANTINED RECORD AND BATCH COUNTS, SO
003470*                  SIGBAL1 CAN PROVE A QUARANTINE NIGHT
003480*                  INSTEAD OF CALLING IT OUT OF BALANCE.  THE
003481*                  SIGAUD01 TRAIL IS NOW STAMPED WITH THE
003482*                  SIGPRM01 BUSINESS RUN DATE RATHER THAN THE
003483*                  WALL CLOCK, MATCHING THE DATE SIGUPD1 POSTS
003484*                  ON THE MASTER, SO A SIGBKO1 BACKOUT NO
003485*                  LONGER DEPENDS ON BOTH STEPS RUNNING BEFORE
003486*                  MIDNIGHT.
003487* 2026-10-15 RS    SIGWGT01 AND SIGBND01 ARE NOW EFFECTIVE-DATED
003488*                  VERSION FILES KEPT BY SIGCAL1 UNDER TWO-
003489*                  PERSON APPROVAL.  THE LOADERS TAKE, PER
003490*                  CATEGORY OR BAND, THE APPROVED VERSION WITH
003491*                  THE LATEST EFFECTIVE DATE NOT AFTER THE
003492*                  BUSINESS RUN DATE; PENDING AND FUTURE
003493*                  VERSIONS ARE IGNORED AND A DELETE VERSION IN
003494*                  FORCE WITHDRAWS THE KEY.
003495* 2026-10-15 RS    PERMANENT BATCH REGISTRY.  EVERY BATCH THE
003496*                  PRE-PASS SEES IS CHECKED AGAINST THE SIGBRG01
003497*                  REGISTRY ON SOURCE, CREATE DATE, RECORD COUNT
003498*                  AND SCORE HASH; ONE ALREADY ACCEPTED ON AN
003499*                  EARLIER BUSINESS DATE IS QUARANTINED WITH
003500*                  REASON "RESENT" INSTEAD OF BEING SCORED A
003501*                  SECOND TIME.  TONIGHT'S BATCHES ARE APPENDED TO
003502*                  THE REGISTRY AT END OF RUN (NOT ON A CONTROL
003503*                  FAILURE, WHICH IS RERUN, AND NOT TWICE ON A
003504*                  SAME-DATE RERUN).  SIGQAR01 MOVES TO ITS OWN
003505*                  COPYBOOK AND NOW CARRIES THE BATCH SOURCE,
003506*                  CREATE DATE AND QUARANTINE REASON AFTER THE
003507*                  RECORD IMAGE.
003508* 2026-10-15 RS    MANUAL SCORE OVERRIDES.  SIGOVR01 ROWS IN
003509*                  FORCE ON THE BUSINESS RUN DATE ARE LOADED AT
003510*                  START OF RUN; A COMPUTED RECORD ID WITH ONE IN
003511*                  FORCE GOES OUT ON SIGEXT01 WITH THE OVERRIDE
003512*                  RESULT AND GRADE, EXT-OVR-FLAG "O" AND THE
003513*                  COMPUTED VALUES IN EXT-COMP-SIGMOID AND
003514*                  EXT-COMP-GRADE.  THE EXTRACT HASH FOLLOWS THE
003515*                  POSTED RESULT.  SIGRPT01, THE AUDIT TRAIL AND
003516*                  THE CATEGORY AND GRADE STATISTICS STAY ON THE
003517*                  COMPUTED RESULT.
003518* 2026-10-15 RS    OUTBOUND FEED SEND REGISTER.  THE SIGEXT01
003519*                  TRAILER NOW CARRIES THE BUSINESS RUN DATE, AND
003520*                  THE CLOSED EXTRACT'S COUNT AND HASH ARE
003521*                  APPENDED TO THE SIGSND01 REGISTER (NOT ON A
003522*                  CONTROL FAILURE, WHICH IS RERUN) FOR SIGACK1 TO
003523*                  MATCH AGAINST THE DASHBOARD'S ACKNOWLEDGMENT.
003524* 2026-10-15 RS    PARTITIONED NIGHTS.  WITH A SIGPTN01
003525*                  PARTITION NUMBER THE STEP TAKES ONLY THE
003526*                  BATCHES WHOSE CTL-HDR-SOURCE THE SIGPMP01 MAP
003527*                  SENDS TO ITS PARTITION (UNMAPPED SOURCES AND
003528*                  THE HOLD SWEEP GO TO PARTITION 01) AND PASSES
003529*                  OVER THE REST, SO SEVERAL COPIES CAN RUN AT
003530*                  ONCE ON THEIR OWN CHECKPOINTS AND OUTPUTS.  A
003531*                  PARTITION ALSO WRITES SIGPKY01 DUPLICATE KEYS
003532*                  AND ITS NEW REGISTRY ROWS TO SIGBRN01, AND
003533*                  LEAVES THE JOURNAL, THE SIGBRG01 REGISTRY AND
003534*                  THE SEND REGISTER TO THE SIGMRG1 MERGE, WHICH
003535*                  BUILDS THE NIGHT'S FILES.  AN EMPTY PARTITION
003536*                  IS NOT A FAILURE -- THE MERGE JUDGES THE
003537*                  NIGHT.
003538* 2026-10-15 RS    THE SIGEXT01 TRAILER NOW CARRIES THE RUN ID.
003539* 2026-10-15 RS    A SIGWGT01 OR SIGBND01 VERSION NEEDS AN "A"
003540*                  STATUS AND TWO DIFFERENT USERS; A BLANK STATUS
003541*                  IS NOT APPROVED.  A SIGOVR01 RESULT OUTSIDE
003542*                  0-1 IS A BAD ROW, AND BAD OVERRIDE ROWS RAISE
003543*                  THE STEP TO RC 4.  THE BATCH REGISTRY AND SEND
003544*                  REGISTER ARE WRITTEN AFTER EVERY OUTPUT IS
003545*                  CLOSED; SND-SENT-DATE IS THE SYSTEM DATE.
003550*
003560 ENVIRONMENT DIVISION.
003570 CONFIGURATION SECTION.
003930     SELECT OPTIONAL SIGBND01-FILE ASSIGN TO "SIGBND01"
003940         ORGANIZATION IS SEQUENTIAL
003950         FILE STATUS IS WS-BND-FILE-STATUS.
003952     SELECT OPTIONAL SIGSND01-FILE ASSIGN TO "SIGSND01"
003954         ORGANIZATION IS SEQUENTIAL
003956         FILE STATUS IS WS-SND-FILE-STATUS.
003960     SELECT SIGQAR01-FILE ASSIGN TO "SIGQAR01"
003970         ORGANIZATION IS SEQUENTIAL.
003971     SELECT OPTIONAL SIGBRG01-FILE ASSIGN TO "SIGBRG01"
003972         ORGANIZATION IS SEQUENTIAL
003973         FILE STATUS IS WS-BRG-FILE-STATUS.
003974     SELECT OPTIONAL SIGOVR01-FILE ASSIGN TO "SIGOVR01"
003975         ORGANIZATION IS SEQUENTIAL
003976         FILE STATUS IS WS-OVR-FILE-STATUS.
003977     SELECT SIGJRN01-FILE ASSIGN TO "SIGJRN01"
003978         ORGANIZATION IS SEQUENTIAL.
003979     SELECT OPTIONAL SIGPTN01-FILE ASSIGN TO "SIGPTN01"
003980         ORGANIZATION IS SEQUENTIAL
003981         FILE STATUS IS WS-PTN-FILE-STATUS.
003982     SELECT OPTIONAL SIGPMP01-FILE ASSIGN TO "SIGPMP01"
003983         ORGANIZATION IS SEQUENTIAL
003984         FILE STATUS IS WS-PMP-FILE-STATUS.
003985     SELECT SIGPKY01-FILE ASSIGN TO "SIGPKY01"
003986         ORGANIZATION IS SEQUENTIAL.
003987     SELECT SIGBRN01-FILE ASSIGN TO "SIGBRN01"
003990         ORGANIZATION IS SEQUENTIAL.
004000*
004010 DATA DIVISION.
004610         RECORDING MODE IS F.
004620         COPY SIGBND01.
004630*
004632 FD  SIGSND01-FILE
004634         RECORDING MODE IS F.
004636         COPY SIGSND01.
004638*
004640 FD  SIGQAR01-FILE
004650         RECORDING MODE IS F.
004652         COPY SIGQAR01.
004654*
004656 FD  SIGBRG01-FILE
004658         RECORDING MODE IS F.
004660         COPY SIGBRG01.
004662*
004664 FD  SIGOVR01-FILE
004666         RECORDING MODE IS F.
004668         COPY SIGOVR01.
004670*
004680 FD  SIGJRN01-FILE
004690         RECORDING MODE IS F.
004691         COPY SIGSTA01 REPLACING ==SIGSTA01-RECORD==
004692                              BY ==SIGJRN01-RECORD==
004693                       LEADING ==STA== BY ==JRN==.
004694*
004695* ---------------------------------------------------------
004696*  SIGPTN01  --  PARTITION PARAMETER, ONE HAND-KEYED RECORD
004697*  PER PARTITION STEP GIVING ITS PARTITION NUMBER (01-20).
004698*  NO FILE OR A BLANK RECORD RUNS THE WHOLE NIGHT AS BEFORE.
004699* ---------------------------------------------------------
004700 FD  SIGPTN01-FILE
004701         RECORDING MODE IS F.
004702 01  SIGPTN01-RECORD.
004703         05  PTN-PARTITION         PIC X(02).
004704         05  FILLER                PIC X(08).
004705*
004706* ---------------------------------------------------------
004707*  SIGPMP01  --  SOURCE-TO-PARTITION MAP SHARED BY EVERY
004708*  PARTITION STEP OF THE NIGHT, ONE HAND-KEYED ROW PER
004709*  CTL-HDR-SOURCE: THE SOURCE AND ITS PARTITION NUMBER.
004710* ---------------------------------------------------------
004711 FD  SIGPMP01-FILE
004712         RECORDING MODE IS F.
004713 01  SIGPMP01-RECORD.
004714         05  PMP-SOURCE            PIC X(10).
004715         05  FILLER                PIC X(01).
004716         05  PMP-PARTITION         PIC X(02).
004717*
004718 FD  SIGPKY01-FILE
004719         RECORDING MODE IS F.
004720         COPY SIGPKY01.
004721*
004722 FD  SIGBRN01-FILE
004723         RECORDING MODE IS F.
004724 01  SIGBRN01-RECORD           PIC X(66).
004730*
004740 WORKING-STORAGE SECTION.
004750* ---------------------------------------------------------
005740 77  WS-CTL-ERROR-MSG          PIC X(40) VALUE SPACES.
005750 77  WS-EXT-HASH               PIC S9(7)V9(9) VALUE 0
005760                 SIGN IS LEADING SEPARATE CHARACTER.
005762 77  WS-SND-FILE-STATUS        PIC X(02).
005770*
005780* ---------------------------------------------------------
005790*  PER-CATEGORY CALIBRATION  --  SCALE AND OFFSET APPLIED TO
005990                     SIGN IS LEADING SEPARATE CHARACTER.
006000             10  WS-WGT-OFFSET         PIC S9(3)V99
006010                     SIGN IS LEADING SEPARATE CHARACTER.
006012             10  WS-WGT-EFF-DATE       PIC 9(8).
006014             10  WS-WGT-ACTION         PIC X(01).
006016 77  WS-WGT-KEEP               PIC 9(4) COMP VALUE 0.
006018 77  WS-VER-EFF-DATE           PIC 9(8) VALUE 0.
006020 01  WS-CUR-SCALE              PIC S9(3)V9(4) VALUE 1
006030                 SIGN IS LEADING SEPARATE CHARACTER.
006040 01  WS-CUR-OFFSET             PIC S9(3)V99 VALUE 0
006530                     SIGN IS LEADING SEPARATE CHARACTER.
006540             10  WS-BND-HIGH           PIC S9(9)V9(9)
006550                     SIGN IS LEADING SEPARATE CHARACTER.
006552             10  WS-BND-EFF-DATE       PIC 9(8).
006554             10  WS-BND-ACTION         PIC X(01).
006556 77  WS-BND-KEEP               PIC 9(4) COMP VALUE 0.
006560*
006570* ---------------------------------------------------------
006580*  BATCH QUARANTINE  --  THE PRE-PASS VERDICT PER BATCH AND
006720 77  WS-CUR-BATCH-SWITCH       PIC X(01) VALUE "G".
006730         88  CUR-BATCH-GOOD        VALUE "G".
006740         88  CUR-BATCH-BAD         VALUE "B".
006742         88  CUR-BATCH-OTHER       VALUE "O".
006750 77  WS-QUAR-REC-COUNT         PIC 9(9) COMP VALUE 0.
006760 77  WS-QUAR-BATCH-COUNT       PIC 9(4) COMP VALUE 0.
006762 77  WS-RESENT-BATCH-COUNT     PIC 9(4) COMP VALUE 0.
006764 77  WS-BCH-SUB                PIC 9(4) COMP VALUE 0.
006766 01  WS-CUR-CREATE-DATE        PIC 9(8) VALUE 0.
006768 01  WS-CUR-QUAR-REASON        PIC X(10) VALUE SPACES.
006770 01  WS-BCH-TABLE.
006771         05  WS-BCH-ENTRY          OCCURS 50 TIMES
006772                                   INDEXED BY WS-BCH-IDX.
006773             10  WS-BCH-SOURCE         PIC X(10).
006774             10  WS-BCH-STATUS         PIC X(01).
006775                 88  WS-BCH-GOOD           VALUE "G".
006776                 88  WS-BCH-BAD            VALUE "B".
006777                 88  WS-BCH-OTHER          VALUE "O".
006778             10  WS-BCH-REASON         PIC X(01).
006779                 88  WS-BCH-UNBALANCED     VALUE "U".
006780                 88  WS-BCH-RESENT         VALUE "R".
006781             10  WS-BCH-CREATE-DATE    PIC 9(8).
006782             10  WS-BCH-REC-COUNT      PIC 9(9).
006783             10  WS-BCH-HASH           PIC S9(11)V99
006784                     SIGN IS LEADING SEPARATE CHARACTER.
006785             10  WS-BCH-FIRST-DATE     PIC 9(8).
006786             10  WS-BCH-REG-SWITCH     PIC X(01).
006787                 88  WS-BCH-REGISTERED     VALUE "Y".
006788*
006789* ---------------------------------------------------------
006790*  PERMANENT BATCH REGISTRY  --  SIGBRG01
006791* ---------------------------------------------------------
006792 77  WS-BRG-FILE-STATUS        PIC X(02).
006793 77  WS-BRG-EOF-SWITCH         PIC X(01) VALUE "N".
006794         88  END-OF-SIGBRG01       VALUE "Y".
006795 77  WS-BRG-WRITE-COUNT        PIC 9(4) COMP VALUE 0.
006796*
006797* ---------------------------------------------------------
006798*  PARTITIONED NIGHT  --  THE SIGPTN01 PARTITION THIS STEP
006799*  RUNS AS AND THE SIGPMP01 SOURCE MAP.  A SOURCE NOT ON THE
006800*  MAP, AND THE HOLD SWEEP, BELONG TO PARTITION 01.
006801* ---------------------------------------------------------
006802 77  WS-PTN-FILE-STATUS        PIC X(02).
006803 77  WS-PMP-FILE-STATUS        PIC X(02).
006804 77  WS-PTN-MODE-SWITCH        PIC X(01) VALUE "N".
006805         88  WS-PARTITIONED        VALUE "Y".
006806         88  WS-WHOLE-NIGHT        VALUE "N".
006807 77  WS-PTN-VALID-SWITCH       PIC X(01) VALUE "Y".
006808         88  WS-PTN-VALID          VALUE "Y".
006809         88  WS-PTN-NOT-VALID      VALUE "N".
006810 77  WS-PMP-EOF-SWITCH         PIC X(01) VALUE "N".
006811         88  END-OF-SIGPMP01       VALUE "Y".
006812 77  WS-PMP-OURS-SWITCH        PIC X(01) VALUE "Y".
006813         88  WS-PMP-OURS           VALUE "Y".
006814         88  WS-PMP-NOT-OURS       VALUE "N".
006815 77  WS-PMP-FOUND-SWITCH       PIC X(01) VALUE "N".
006816         88  WS-PMP-FOUND          VALUE "Y".
006817         88  WS-PMP-NOT-FOUND      VALUE "N".
006818 77  WS-PTN-MAX-PARTITION      PIC 9(2) VALUE 20.
006819 77  WS-PMP-MAX-ENTRIES        PIC 9(4) COMP VALUE 50.
006820 77  WS-PMP-USED               PIC 9(4) COMP VALUE 0.
006821 77  WS-PMP-SUB                PIC 9(4) COMP VALUE 0.
006822 01  WS-THIS-PARTITION         PIC 9(2) VALUE 0.
006823 01  WS-PMP-OWNER              PIC 9(2) VALUE 0.
006824 01  WS-PMP-WANT-SOURCE        PIC X(10) VALUE SPACES.
006825 01  WS-PMP-TABLE.
006826         05  WS-PMP-ENTRY          OCCURS 50 TIMES
006827                                   INDEXED BY WS-PMP-IDX.
006828             10  WS-PMP-SOURCE         PIC X(10).
006829             10  WS-PMP-PARTITION      PIC 9(2).
006830*
006831* ---------------------------------------------------------
006832*  MANUAL SCORE OVERRIDES  --  SIGOVR01 ROWS IN FORCE ON THE
006833*  BUSINESS RUN DATE, ONE SLOT PER RECORD ID (THE LATEST
006834*  START DATE WINS).  A MISSING OR EMPTY FILE MEANS NONE.
006835* ---------------------------------------------------------
006836 77  WS-OVR-FILE-STATUS        PIC X(02).
006837 77  WS-OVR-EOF-SWITCH         PIC X(01) VALUE "N".
006838         88  END-OF-SIGOVR01       VALUE "Y".
006839 77  WS-OVR-FOUND-SWITCH       PIC X(01) VALUE "N".
006840         88  WS-OVR-FOUND          VALUE "Y".
006841         88  WS-OVR-NOT-FOUND      VALUE "N".
006842 77  WS-OVR-MAX-ENTRIES        PIC 9(4) COMP VALUE 500.
006843 77  WS-OVR-USED               PIC 9(4) COMP VALUE 0.
006844 77  WS-OVR-SUB                PIC 9(4) COMP VALUE 0.
006845 77  WS-OVR-APPLIED-COUNT      PIC 9(9) COMP VALUE 0.
006846 77  WS-OVR-BAD-COUNT          PIC 9(9) COMP VALUE 0.
006847 01  WS-OVR-WANT-ID            PIC 9(9) VALUE 0.
006848 01  WS-OVR-START-DATE         PIC 9(8) VALUE 0.
006849 01  WS-OVR-EXPIRY-DATE        PIC 9(8) VALUE 0.
006850 01  WS-OVR-TABLE.
006851         05  WS-OVR-ENTRY          OCCURS 500 TIMES
006852                                   INDEXED BY WS-OVR-IDX.
006853             10  WS-OVR-RECORD-ID      PIC 9(9).
006854             10  WS-OVR-RESULT         PIC S9(9)V9(9)
006855                     SIGN IS LEADING SEPARATE CHARACTER.
006856             10  WS-OVR-GRADE          PIC X(03).
006857             10  WS-OVR-START          PIC 9(8).
006858*
006859* ---------------------------------------------------------
006860*  BY-SOURCE ACCOUNTING  --  CTL-HDR-SOURCE OFF EACH BATCH
006870*  HEADER.  SWEPT-BACK HOLDS COUNT UNDER "HOLDSWEEP".
006880* ---------------------------------------------------------
009880         05  FILLER                PIC X(05) VALUE " IN ".
009890         05  SQL-BATCHES           PIC ZZ9.
009900         05  FILLER                PIC X(08) VALUE " BATCHES".
009901*
009902 01  WS-SUM-RESENT-LINE.
009903         05  FILLER                PIC X(01) VALUE SPACE.
009904         05  FILLER                PIC X(40)
009905                 VALUE "  OF WHICH RESENT (ALREADY IN SIGBRG01)".
009906         05  SRL-BATCHES           PIC ZZ9.
009907         05  FILLER                PIC X(08) VALUE " BATCHES".
009908*
009909 01  WS-SUM-OVR-LINE.
009910         05  FILLER                PIC X(01) VALUE SPACE.
009911         05  FILLER                PIC X(31)
009912                 VALUE "RESULTS OVERRIDDEN (SIGOVR01)".
009913         05  SOL-COUNT             PIC ZZZ,ZZ9.
009914         05  FILLER                PIC X(04) VALUE " OF ".
009915         05  SOL-IN-FORCE          PIC ZZ9.
009916         05  FILLER                PIC X(09) VALUE " IN FORCE".
009917*
009920* ---------------------------------------------------------
009930*  GRADE DISTRIBUTION REPORT LINE LAYOUTS
009940* ---------------------------------------------------------
010190*  0000-MAINLINE                                               
010200* ===========================================================*
010210 0000-MAINLINE.
010211     PERFORM 1030-READ-PARTITION-PARMS THRU 1030-EXIT.
010212     IF WS-PTN-NOT-VALID
010213         MOVE 16 TO RETURN-CODE
010214         GO TO 9999-EXIT
010215     END-IF.
010220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010230     PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT
010240         UNTIL END-OF-SIGIN01.
010350     IF WS-HLD-FILE-STATUS = "00"
010360         MOVE "Y" TO WS-HOLD-SWEEP-SWITCH
010370     END-IF.
010371     IF WS-PARTITIONED
010372         MOVE "HOLDSWEEP " TO WS-PMP-WANT-SOURCE
010373         PERFORM 1035-FIND-PARTITION THRU 1035-EXIT
010374         IF WS-PMP-NOT-OURS
010375             MOVE "N" TO WS-HOLD-SWEEP-SWITCH
010376         END-IF
010377     END-IF.
010380     PERFORM 1050-READ-RUN-PARAMETERS THRU 1050-EXIT.
010382     PERFORM 1046-CHECK-BATCH-REGISTRY THRU 1046-EXIT.
010390     PERFORM 1090-LOAD-CALIBRATION THRU 1090-EXIT.
010400     PERFORM 1085-LOAD-CATEGORY-REF THRU 1085-EXIT.
010410     PERFORM 1088-LOAD-BAND-DEFS THRU 1088-EXIT.
010412     PERFORM 1082-LOAD-OVERRIDES THRU 1082-EXIT.
010420     PERFORM 1060-READ-CHECKPOINT THRU 1060-EXIT.
010430     PERFORM 1070-OPEN-OUTPUT-FILES THRU 1070-EXIT.
010440     ACCEPT WS-CURRENT-DATE FROM DATE.
010441*
010442*      THE AUDIT TRAIL IS STAMPED WITH THE BUSINESS RUN DATE,
010443*      NOT THE WALL CLOCK, SO THE SIGBKO1 BACKOUT CAN MATCH
010444*      AUDIT ROWS TO THE MASTER POSTING SIGUPD1 STAMPS FROM
010445*      THE SAME SIGPRM01 DATE EVEN ACROSS MIDNIGHT.
010446*
010447     MOVE WS-RUN-DATE-NUM TO WS-AUDIT-DATE.
010448     ACCEPT WS-RUN-ID FROM TIME.
010449     ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
010450     ACCEPT WS-START-TIME FROM TIME.
010451     IF WS-RESTART-COUNT > 0
010452         PERFORM 1080-SKIP-PROCESSED-RECS THRU 1080-EXIT
010453     END-IF.
010454     PERFORM 2000-READ-SIGIN01 THRU 2000-EXIT.
010455 1000-EXIT.
010456     EXIT.
010457*
010458* ===========================================================*
010459*  1030-READ-PARTITION-PARMS  --  SIGPTN01 NAMES THE PARTITION
010460*          THIS STEP RUNS AS AND SIGPMP01 SAYS WHICH SOURCES
010461*          IT OWNS.  NO SIGPTN01, OR A BLANK ONE, RUNS THE WHOLE
010462*          NIGHT.  A PARTITION NUMBER THAT IS NOT 01-20 STOPS
010463*          THE STEP BEFORE ANYTHING IS OPENED -- RUN AS THE
010464*          WHOLE NIGHT IT WOULD SCORE EVERY BATCH A SECOND TIME.
010465* ===========================================================*
010466 1030-READ-PARTITION-PARMS.
010467     OPEN INPUT SIGPTN01-FILE.
010468     IF WS-PTN-FILE-STATUS = "00"
010469         READ SIGPTN01-FILE
010470             AT END
010471                 MOVE SPACES TO PTN-PARTITION
010472         END-READ
010473     ELSE
010474         MOVE SPACES TO PTN-PARTITION
010475     END-IF.
010476     CLOSE SIGPTN01-FILE.
010477     IF PTN-PARTITION = SPACES
010478         GO TO 1030-EXIT
010479     END-IF.
010480     IF PTN-PARTITION IS NOT NUMERIC
010481         SET WS-PTN-NOT-VALID TO TRUE
010482     ELSE
010483         MOVE PTN-PARTITION TO WS-THIS-PARTITION
010484         IF WS-THIS-PARTITION = 0
010485            OR WS-THIS-PARTITION > WS-PTN-MAX-PARTITION
010486             SET WS-PTN-NOT-VALID TO TRUE
010487         END-IF
010488     END-IF.
010489     IF WS-PTN-NOT-VALID
010490         DISPLAY "SIG01 CONTROL ERROR - SIGPTN01 PARTITION "
010491             PTN-PARTITION " IS NOT 01-20, STEP NOT RUN"
010492         GO TO 1030-EXIT
010493     END-IF.
010494     SET WS-PARTITIONED TO TRUE.
010495     OPEN INPUT SIGPMP01-FILE.
010496     IF WS-PMP-FILE-STATUS NOT = "00"
010497         MOVE "Y" TO WS-PMP-EOF-SWITCH
010498         DISPLAY "SIG01 WARNING - NO SIGPMP01 PARTITION MAP, "
010499             "EVERY SOURCE BELONGS TO PARTITION 01"
010500     END-IF.
010501     PERFORM 1031-LOAD-ONE-MAP-ROW THRU 1031-EXIT
010502         UNTIL END-OF-SIGPMP01.
010503     CLOSE SIGPMP01-FILE.
010504     DISPLAY "SIG01 - RUNNING AS PARTITION " WS-THIS-PARTITION
010505         ", " WS-PMP-USED " SOURCES MAPPED".
010506 1030-EXIT.
010507     EXIT.
010508*
010509* ===========================================================*
010510*  1031-LOAD-ONE-MAP-ROW  --  ONE SIGPMP01 ROW INTO THE TABLE.
010511*          A BAD PARTITION NUMBER OR A SOURCE ALREADY MAPPED IS
010512*          IGNORED WITH A WARNING.
010513* ===========================================================*
010514 1031-LOAD-ONE-MAP-ROW.
010515     READ SIGPMP01-FILE
010516         AT END
010517             MOVE "Y" TO WS-PMP-EOF-SWITCH
010518             GO TO 1031-EXIT
010519     END-READ.
010520     IF PMP-SOURCE = SPACES
010521         GO TO 1031-EXIT
010522     END-IF.
010523     IF PMP-PARTITION IS NOT NUMERIC
010524         DISPLAY "SIG01 WARNING - SIGPMP01 ROW FOR " PMP-SOURCE
010525             " HAS NO VALID PARTITION, IGNORED"
010526         GO TO 1031-EXIT
010527     END-IF.
010528     MOVE PMP-PARTITION TO WS-PMP-OWNER.
010529     IF WS-PMP-OWNER = 0 OR WS-PMP-OWNER > WS-PTN-MAX-PARTITION
010530         DISPLAY "SIG01 WARNING - SIGPMP01 ROW FOR " PMP-SOURCE
010531             " HAS NO VALID PARTITION, IGNORED"
010532         GO TO 1031-EXIT
010533     END-IF.
010534     MOVE PMP-SOURCE TO WS-PMP-WANT-SOURCE.
010535     PERFORM 1036-SEARCH-MAP THRU 1036-EXIT.
010536     IF WS-PMP-FOUND
010537         DISPLAY "SIG01 WARNING - SIGPMP01 MAPS " PMP-SOURCE
010538             " TWICE, FIRST ROW KEPT"
010539         GO TO 1031-EXIT
010540     END-IF.
010541     IF WS-PMP-USED < WS-PMP-MAX-ENTRIES
010542         ADD 1 TO WS-PMP-USED
010543         SET WS-PMP-IDX TO WS-PMP-USED
010544         MOVE PMP-SOURCE   TO WS-PMP-SOURCE(WS-PMP-IDX)
010545         MOVE WS-PMP-OWNER TO WS-PMP-PARTITION(WS-PMP-IDX)
010546     ELSE
010547         DISPLAY "SIG01 WARNING - SIGPMP01 TABLE FULL, "
010548             PMP-SOURCE " BELONGS TO PARTITION 01"
010549     END-IF.
010550 1031-EXIT.
010551     EXIT.
010552*
010553* ===========================================================*
010554*  1035-FIND-PARTITION  --  DOES WS-PMP-WANT-SOURCE BELONG TO
010555*          THIS PARTITION.  AN UNMAPPED SOURCE IS PARTITION 01'S.
010556* ===========================================================*
010557 1035-FIND-PARTITION.
010558     PERFORM 1036-SEARCH-MAP THRU 1036-EXIT.
010559     IF WS-PMP-FOUND
010560         MOVE WS-PMP-PARTITION(WS-PMP-IDX) TO WS-PMP-OWNER
010561     ELSE
010562         MOVE 1 TO WS-PMP-OWNER
010563     END-IF.
010564     IF WS-PMP-OWNER = WS-THIS-PARTITION
010565         SET WS-PMP-OURS TO TRUE
010566     ELSE
010567         SET WS-PMP-NOT-OURS TO TRUE
010568     END-IF.
010569 1035-EXIT.
010570     EXIT.
010571*
010572* ===========================================================*
010573*  1036-SEARCH-MAP  --  LOOK WS-PMP-WANT-SOURCE UP ON THE MAP
010574* ===========================================================*
010575 1036-SEARCH-MAP.
010576     SET WS-PMP-NOT-FOUND TO TRUE.
010577     PERFORM 1037-TEST-ONE-MAP-ROW THRU 1037-EXIT
010578         VARYING WS-PMP-SUB FROM 1 BY 1
010579         UNTIL WS-PMP-SUB > WS-PMP-USED
010580            OR WS-PMP-FOUND.
010581 1036-EXIT.
010582     EXIT.
010583*
010584* ===========================================================*
010585*  1037-TEST-ONE-MAP-ROW  --  TEST ONE MAP TABLE SLOT
010586* ===========================================================*
010587 1037-TEST-ONE-MAP-ROW.
010588     SET WS-PMP-IDX TO WS-PMP-SUB.
010589     IF WS-PMP-SOURCE(WS-PMP-IDX) = WS-PMP-WANT-SOURCE
010590         SET WS-PMP-FOUND TO TRUE
010591     END-IF.
010592 1037-EXIT.
010600     EXIT.
010610*
010620* ===========================================================*
011100*
011110* ===========================================================*
011120*  1043-OPEN-VERIFY-BATCH  --  TABLE A NEW BATCH, ASSUMED
011122*          GOOD UNTIL ITS TRAILER SAYS OTHERWISE.  ON A
011124*          PARTITIONED NIGHT ANOTHER PARTITION'S BATCH IS
011126*          TABLED AS "O" AND NEVER QUARANTINED OR REGISTERED
011128*          HERE.
011140* ===========================================================*
011150 1043-OPEN-VERIFY-BATCH.
011160     MOVE "Y" TO WS-VFY-OPEN-SWITCH.
011200         ADD 1 TO WS-BCH-USED
011210         SET WS-BCH-IDX TO WS-BCH-USED
011220         MOVE CTL-HDR-SOURCE TO WS-BCH-SOURCE(WS-BCH-IDX)
011221         MOVE "G" TO WS-BCH-STATUS(WS-BCH-IDX)
011222         MOVE SPACE TO WS-BCH-REASON(WS-BCH-IDX)
011223         IF WS-PARTITIONED
011224             MOVE CTL-HDR-SOURCE TO WS-PMP-WANT-SOURCE
011225             PERFORM 1035-FIND-PARTITION THRU 1035-EXIT
011226             IF WS-PMP-NOT-OURS
011227                 MOVE "O" TO WS-BCH-STATUS(WS-BCH-IDX)
011228             END-IF
011229         END-IF
011230         MOVE CTL-HDR-CREATE-DATE
011231             TO WS-BCH-CREATE-DATE(WS-BCH-IDX)
011232         MOVE 0 TO WS-BCH-REC-COUNT(WS-BCH-IDX)
011233         MOVE 0 TO WS-BCH-HASH(WS-BCH-IDX)
011234         MOVE 0 TO WS-BCH-FIRST-DATE(WS-BCH-IDX)
011235         MOVE "N" TO WS-BCH-REG-SWITCH(WS-BCH-IDX)
011240     ELSE
011250         MOVE "BATCH TABLE FULL - TOO MANY BATCHES"
011260             TO WS-CTL-ERROR-MSG
011380     IF WS-VFY-BATCH-CLOSED
011390         GO TO 1044-EXIT
011400     END-IF.
011401     IF WS-BCH-USED > 0
011402         SET WS-BCH-IDX TO WS-BCH-USED
011403         MOVE WS-VFY-REC-COUNT TO WS-BCH-REC-COUNT(WS-BCH-IDX)
011404         MOVE WS-VFY-HASH      TO WS-BCH-HASH(WS-BCH-IDX)
011405     END-IF.
011410     IF CTL-TRL-REC-COUNT NOT = WS-VFY-REC-COUNT
011420        OR CTL-TRL-HASH-TOTAL NOT = WS-VFY-HASH
011430         PERFORM 1045-MARK-BATCH-BAD THRU 1045-EXIT
011530 1045-MARK-BATCH-BAD.
011540     IF WS-BCH-USED > 0
011550         SET WS-BCH-IDX TO WS-BCH-USED
011552         MOVE WS-VFY-REC-COUNT TO WS-BCH-REC-COUNT(WS-BCH-IDX)
011554         MOVE WS-VFY-HASH      TO WS-BCH-HASH(WS-BCH-IDX)
011560         IF WS-BCH-GOOD(WS-BCH-IDX)
011561             MOVE "B" TO WS-BCH-STATUS(WS-BCH-IDX)
011562             MOVE "U" TO WS-BCH-REASON(WS-BCH-IDX)
011563             ADD 1 TO WS-QUAR-BATCH-COUNT
011564             DISPLAY "SIG01 WARNING - BATCH FROM "
011565                 WS-BCH-SOURCE(WS-BCH-IDX)
011566                 " OUT OF BALANCE, BATCH QUARANTINED"
011567         END-IF
011568     END-IF.
011569 1045-EXIT.
011570     EXIT.
011571*
011572* ===========================================================*
011573*  1046-CHECK-BATCH-REGISTRY  --  EVERY BATCH THE PRE-PASS
011574*          PROVED IS LOOKED UP ON THE PERMANENT SIGBRG01
011575*          REGISTRY.  ONE ALREADY ACCEPTED ON AN EARLIER
011576*          BUSINESS DATE IS A RESEND AND GOES TO QUARANTINE.  A
011577*          MATCH FROM TONIGHT'S OWN DATE IS A RERUN OF THE SAME
011578*          NIGHT -- NOT A RESEND -- AND IS ONLY NOTED SO THE
011579*          BATCH IS NOT REGISTERED TWICE.  NO REGISTRY YET MEANS
011580*          NOTHING HAS BEEN SEEN BEFORE.
011581* ===========================================================*
011582 1046-CHECK-BATCH-REGISTRY.
011583     IF WS-BCH-USED = 0
011584         GO TO 1046-EXIT
011585     END-IF.
011586     OPEN INPUT SIGBRG01-FILE.
011587     IF WS-BRG-FILE-STATUS NOT = "00"
011588         MOVE "Y" TO WS-BRG-EOF-SWITCH
011589     END-IF.
011590     PERFORM 1047-CHECK-ONE-REGISTRY-ROW THRU 1047-EXIT
011591         UNTIL END-OF-SIGBRG01.
011592     CLOSE SIGBRG01-FILE.
011593 1046-EXIT.
011594     EXIT.
011595*
011596* ===========================================================*
011597*  1047-CHECK-ONE-REGISTRY-ROW  --  ONE REGISTRY ROW AGAINST
011598*          EVERY BATCH IN TONIGHT'S INPUT
011599* ===========================================================*
011600 1047-CHECK-ONE-REGISTRY-ROW.
011601     READ SIGBRG01-FILE
011602         AT END
011603             MOVE "Y" TO WS-BRG-EOF-SWITCH
011604             GO TO 1047-EXIT
011605     END-READ.
011606     IF BRG-RUN-DATE > WS-RUN-DATE-NUM
011607         GO TO 1047-EXIT
011608     END-IF.
011609     IF BRG-RUN-DATE < WS-RUN-DATE-NUM AND NOT BRG-ACCEPTED
011610         GO TO 1047-EXIT
011611     END-IF.
011612     PERFORM 1048-MATCH-ONE-BATCH THRU 1048-EXIT
011613         VARYING WS-BCH-SUB FROM 1 BY 1
011614         UNTIL WS-BCH-SUB > WS-BCH-USED.
011615 1047-EXIT.
011616     EXIT.
011617*
011618* ===========================================================*
011619*  1048-MATCH-ONE-BATCH  --  SAME SOURCE, CREATE DATE, COUNT
011620*          AND HASH IS THE SAME BATCH
011621* ===========================================================*
011622 1048-MATCH-ONE-BATCH.
011623     SET WS-BCH-IDX TO WS-BCH-SUB.
011624     IF BRG-SOURCE      NOT = WS-BCH-SOURCE(WS-BCH-IDX)
011625        OR BRG-CREATE-DATE NOT = WS-BCH-CREATE-DATE(WS-BCH-IDX)
011626        OR BRG-REC-COUNT   NOT = WS-BCH-REC-COUNT(WS-BCH-IDX)
011627        OR BRG-HASH-TOTAL  NOT = WS-BCH-HASH(WS-BCH-IDX)
011628         GO TO 1048-EXIT
011629     END-IF.
011630     IF BRG-RUN-DATE = WS-RUN-DATE-NUM
011631         MOVE "Y" TO WS-BCH-REG-SWITCH(WS-BCH-IDX)
011632         GO TO 1048-EXIT
011633     END-IF.
011634     IF WS-BCH-GOOD(WS-BCH-IDX)
011635         MOVE "B" TO WS-BCH-STATUS(WS-BCH-IDX)
011636         MOVE "R" TO WS-BCH-REASON(WS-BCH-IDX)
011637         MOVE BRG-RUN-DATE TO WS-BCH-FIRST-DATE(WS-BCH-IDX)
011638         ADD 1 TO WS-QUAR-BATCH-COUNT
011639         ADD 1 TO WS-RESENT-BATCH-COUNT
011640         DISPLAY "SIG01 WARNING - BATCH FROM "
011641             WS-BCH-SOURCE(WS-BCH-IDX) " CREATED "
011642             WS-BCH-CREATE-DATE(WS-BCH-IDX)
011643             " ALREADY ACCEPTED " BRG-RUN-DATE
011644         DISPLAY "SIG01 WARNING - BATCH QUARANTINED AS RESENT"
011645     END-IF.
011646 1048-EXIT.
011650     EXIT.
011660*
011670* ===========================================================*
013430         OPEN EXTEND SIGEXT01-FILE
013440         OPEN EXTEND SIGHLD02-FILE
013450         OPEN EXTEND SIGSUS01-FILE
013452         IF WS-PARTITIONED
013454             OPEN EXTEND SIGPKY01-FILE
013456         END-IF
013460     ELSE
013470         OPEN OUTPUT SIGRPT01-FILE
013480         OPEN OUTPUT SIGREJ01-FILE
013500         OPEN OUTPUT SIGEXT01-FILE
013510         OPEN OUTPUT SIGHLD02-FILE
013520         OPEN OUTPUT SIGSUS01-FILE
013522         IF WS-PARTITIONED
013524             OPEN OUTPUT SIGPKY01-FILE
013526         END-IF
013530     END-IF.
013540*
013550*      SIGQAR01 IS ALWAYS OUTPUT -- THE RESTART SKIP RE-READS
013580*
013590     OPEN OUTPUT SIGQAR01-FILE.
013600 1070-EXIT.
013601     EXIT.
013602*
013603* ===========================================================*
013604*  1080-SKIP-PROCESSED-RECS  --  FAST-FORWARD PAST A CHECKPOINT
013605* ===========================================================*
013606 1080-SKIP-PROCESSED-RECS.
013607     PERFORM 2000-READ-SIGIN01 THRU 2000-EXIT
013608         VARYING WS-SKIP-INDEX FROM 1 BY 1
013609         UNTIL WS-SKIP-INDEX > WS-RESTART-COUNT
013610            OR END-OF-SIGIN01.
013611 1080-EXIT.
013612     EXIT.
013613*
013614* ===========================================================*
013615*  1082-LOAD-OVERRIDES  --  SIGOVR01 MANUAL OVERRIDES IN FORCE
013616*          ON THE RUN DATE INTO THE TABLE.  A MISSING OR EMPTY
013617*          FILE MEANS NOTHING IS OVERRIDDEN.
013618* ===========================================================*
013619 1082-LOAD-OVERRIDES.
013620     OPEN INPUT SIGOVR01-FILE.
013621     IF WS-OVR-FILE-STATUS NOT = "00"
013622         MOVE "Y" TO WS-OVR-EOF-SWITCH
013623     END-IF.
013624     PERFORM 1083-LOAD-ONE-OVERRIDE THRU 1083-EXIT
013625         UNTIL END-OF-SIGOVR01.
013626     CLOSE SIGOVR01-FILE.
013627 1082-EXIT.
013628     EXIT.
013629*
013630* ===========================================================*
013631*  1083-LOAD-ONE-OVERRIDE  --  ONE SIGOVR01 ROW, EDITED AND
013632*          TABLED WHEN IN FORCE.  A BAD ROW (A RESULT OUTSIDE
013633*          0-1 INCLUDED) IS LOGGED, COUNTED AND SKIPPED; A ROW
013634*          NOT YET STARTED OR ALREADY EXPIRED IS IGNORED.  A
013635*          LATER-STARTING ROW REPLACES THE SLOT.
013636* ===========================================================*
013637 1083-LOAD-ONE-OVERRIDE.
013638     READ SIGOVR01-FILE
013639         AT END
013640             MOVE "Y" TO WS-OVR-EOF-SWITCH
013641             GO TO 1083-EXIT
013642     END-READ.
013643     IF OVR-RECORD-ID IS NOT NUMERIC
013644        OR (OVR-RESULT-SIGN-X NOT = "+" AND OVR-RESULT-SIGN-X
013645            NOT = "-")
013646        OR OVR-RESULT-DIG-X IS NOT NUMERIC
013647        OR OVR-START-DATE IS NOT NUMERIC
013648        OR OVR-EXPIRY-DATE IS NOT NUMERIC
013649        OR OVR-EXPIRY-DATE < OVR-START-DATE
013650         DISPLAY "SIG01 WARNING - BAD SIGOVR01 ROW FOR "
013651             OVR-RECORD-ID " SKIPPED"
013652         ADD 1 TO WS-OVR-BAD-COUNT
013653         GO TO 1083-EXIT
013654     END-IF.
013655     IF OVR-RESULT < 0 OR OVR-RESULT > 1
013656         DISPLAY "SIG01 WARNING - SIGOVR01 RESULT FOR "
013657             OVR-RECORD-ID " NOT IN 0-1, SKIPPED"
013658         ADD 1 TO WS-OVR-BAD-COUNT
013659         GO TO 1083-EXIT
013660     END-IF.
013661     MOVE OVR-START-DATE TO WS-VAL-DATE.
013662     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT.
013663     IF WS-DATE-IS-VALID
013664         MOVE OVR-EXPIRY-DATE TO WS-VAL-DATE
013665         PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
013666     END-IF.
013667     IF WS-DATE-NOT-VALID
013668         DISPLAY "SIG01 WARNING - BAD SIGOVR01 DATE FOR "
013669             OVR-RECORD-ID " SKIPPED"
013670         ADD 1 TO WS-OVR-BAD-COUNT
013671         GO TO 1083-EXIT
013672     END-IF.
013673     MOVE OVR-START-DATE  TO WS-OVR-START-DATE.
013674     MOVE OVR-EXPIRY-DATE TO WS-OVR-EXPIRY-DATE.
013675     IF WS-OVR-START-DATE > WS-RUN-DATE-NUM
013676        OR WS-OVR-EXPIRY-DATE < WS-RUN-DATE-NUM
013677         GO TO 1083-EXIT
013678     END-IF.
013679     MOVE OVR-RECORD-ID TO WS-OVR-WANT-ID.
013680     SET WS-OVR-NOT-FOUND TO TRUE.
013681     PERFORM 1084-TEST-ONE-OVERRIDE-KEY THRU 1084-EXIT
013682         VARYING WS-OVR-SUB FROM 1 BY 1
013683         UNTIL WS-OVR-SUB > WS-OVR-USED
013684            OR WS-OVR-FOUND.
013685     IF WS-OVR-FOUND
013686         IF WS-OVR-START-DATE < WS-OVR-START(WS-OVR-IDX)
013687             GO TO 1083-EXIT
013688         END-IF
013689     ELSE
013690         IF WS-OVR-USED >= WS-OVR-MAX-ENTRIES
013691             DISPLAY "SIG01 WARNING - OVERRIDE TABLE FULL, "
013692                 OVR-RECORD-ID " DROPPED"
013693             ADD 1 TO WS-OVR-BAD-COUNT
013694             GO TO 1083-EXIT
013695         END-IF
013696         ADD 1 TO WS-OVR-USED
013697         SET WS-OVR-IDX TO WS-OVR-USED
013698     END-IF.
013699     MOVE WS-OVR-WANT-ID    TO WS-OVR-RECORD-ID(WS-OVR-IDX).
013700     MOVE OVR-RESULT        TO WS-OVR-RESULT(WS-OVR-IDX).
013701     MOVE OVR-GRADE         TO WS-OVR-GRADE(WS-OVR-IDX).
013702     MOVE WS-OVR-START-DATE TO WS-OVR-START(WS-OVR-IDX).
013703 1083-EXIT.
013704     EXIT.
013705*
013706* ===========================================================*
013707*  1084-TEST-ONE-OVERRIDE-KEY  --  IS THIS SLOT THE RECORD ID
013708*          IN WS-OVR-WANT-ID
013709* ===========================================================*
013710 1084-TEST-ONE-OVERRIDE-KEY.
013711     SET WS-OVR-IDX TO WS-OVR-SUB.
013712     IF WS-OVR-RECORD-ID(WS-OVR-IDX) = WS-OVR-WANT-ID
013713         SET WS-OVR-FOUND TO TRUE
013714     END-IF.
013715 1084-EXIT.
013720     EXIT.
013730*
013740* ===========================================================*
014290     PERFORM 1089-LOAD-ONE-BAND THRU 1089-EXIT
014300         UNTIL END-OF-SIGBND01.
014310     CLOSE SIGBND01-FILE.
014311     MOVE ZERO TO WS-BND-KEEP.
014312     PERFORM 1093-KEEP-ONE-BAND THRU 1093-EXIT
014313         VARYING WS-BND-SUB FROM 1 BY 1
014314         UNTIL WS-BND-SUB > WS-BND-USED.
014315     MOVE WS-BND-KEEP TO WS-BND-USED.
014320 1088-EXIT.
014330     EXIT.
014340*
014350* ===========================================================*
014352*  1089-LOAD-ONE-BAND  --  ONE SIGBND01 VERSION, EDITED AND
014354*          TABLED.  A BAD ROW IS LOGGED AND SKIPPED.  ONLY AN
014356*          APPROVED VERSION IN FORCE ON THE RUN DATE COUNTS;
014358*          A LATER-EFFECTIVE ONE REPLACES THE BAND'S SLOT.
014380* ===========================================================*
014390 1089-LOAD-ONE-BAND.
014400     READ SIGBND01-FILE
014490            NOT = "-")
014500        OR BND-HIGH-DIG-X IS NOT NUMERIC
014510        OR BND-GRADE = SPACES
014512        OR (BND-EFF-DATE NOT = SPACES
014514            AND BND-EFF-DATE IS NOT NUMERIC)
014520         DISPLAY "SIG01 WARNING - BAD SIGBND01 ROW FOR "
014530             BND-GRADE " SKIPPED"
014531         GO TO 1089-EXIT
014532     END-IF.
014533     IF BND-VER-PENDING
014534         GO TO 1089-EXIT
014535     END-IF.
014536     IF NOT BND-VER-APPROVED
014537        OR BND-ENTERED-BY = SPACES
014538        OR BND-APPROVED-BY = SPACES
014539        OR BND-ENTERED-BY = BND-APPROVED-BY
014540         DISPLAY "SIG01 WARNING - SIGBND01 ROW FOR " BND-GRADE
014541             " NOT APPROVED BY TWO USERS, SKIPPED"
014542         GO TO 1089-EXIT
014543     END-IF.
014544     IF BND-EFF-DATE = SPACES
014545         MOVE ZERO TO WS-VER-EFF-DATE
014546     ELSE
014547         MOVE BND-EFF-DATE TO WS-VER-EFF-DATE
014548     END-IF.
014549     IF WS-VER-EFF-DATE > WS-RUN-DATE-NUM
014550         GO TO 1089-EXIT
014551     END-IF.
014552     SET WS-BND-NOT-FOUND TO TRUE.
014553     PERFORM 1092-TEST-ONE-BAND-KEY THRU 1092-EXIT
014554         VARYING WS-BND-SUB FROM 1 BY 1
014555         UNTIL WS-BND-SUB > WS-BND-USED
014556            OR WS-BND-FOUND.
014557     IF WS-BND-FOUND
014558         IF WS-VER-EFF-DATE < WS-BND-EFF-DATE(WS-BND-IDX)
014559             GO TO 1089-EXIT
014560         END-IF
014561     ELSE
014562         IF WS-BND-USED >= WS-BND-MAX-ENTRIES
014563             DISPLAY "SIG01 WARNING - BAND TABLE FULL, "
014564                 BND-GRADE " DROPPED"
014565             GO TO 1089-EXIT
014566         END-IF
014570         ADD 1 TO WS-BND-USED
014580         SET WS-BND-IDX TO WS-BND-USED
014582     END-IF.
014584     MOVE BND-GRADE       TO WS-BND-GRADE(WS-BND-IDX).
014586     MOVE BND-CATEGORY    TO WS-BND-CATEGORY(WS-BND-IDX).
014588     MOVE BND-LOW-BOUND   TO WS-BND-LOW(WS-BND-IDX).
014590     MOVE BND-HIGH-BOUND  TO WS-BND-HIGH(WS-BND-IDX).
014592     MOVE WS-VER-EFF-DATE TO WS-BND-EFF-DATE(WS-BND-IDX).
014594     MOVE BND-VER-ACTION  TO WS-BND-ACTION(WS-BND-IDX).
014596 1089-EXIT.
014598     EXIT.
014600*
014602* ===========================================================*
014604*  1092-TEST-ONE-BAND-KEY  --  SAME GRADE AND CATEGORY ALREADY
014606*          TABLED FROM AN EARLIER VERSION
014608* ===========================================================*
014610 1092-TEST-ONE-BAND-KEY.
014612     SET WS-BND-IDX TO WS-BND-SUB.
014614     IF WS-BND-GRADE(WS-BND-IDX) = BND-GRADE
014616        AND WS-BND-CATEGORY(WS-BND-IDX) = BND-CATEGORY
014618         SET WS-BND-FOUND TO TRUE
014620     END-IF.
014622 1092-EXIT.
014624     EXIT.
014626*
014628* ===========================================================*
014630*  1093-KEEP-ONE-BAND  --  CLOSE UP THE TABLE OVER A BAND
014632*          WHOSE VERSION IN FORCE IS A DELETE
014634* ===========================================================*
014636 1093-KEEP-ONE-BAND.
014638     IF WS-BND-ACTION(WS-BND-SUB) NOT = "D"
014640         ADD 1 TO WS-BND-KEEP
014642         IF WS-BND-KEEP NOT = WS-BND-SUB
014644             MOVE WS-BND-ENTRY(WS-BND-SUB)
014646                 TO WS-BND-ENTRY(WS-BND-KEEP)
014648         END-IF
014650     END-IF.
014652 1093-EXIT.
014680     EXIT.
014690*
014700* ===========================================================*
014800     PERFORM 1095-LOAD-ONE-CALIBRATION THRU 1095-EXIT
014810         UNTIL END-OF-SIGWGT01.
014820     CLOSE SIGWGT01-FILE.
014821     MOVE ZERO TO WS-WGT-KEEP.
014822     PERFORM 1097-KEEP-ONE-CALIBRATION THRU 1097-EXIT
014823         VARYING WS-WGT-SUB FROM 1 BY 1
014824         UNTIL WS-WGT-SUB > WS-WGT-COUNT-USED.
014825     MOVE WS-WGT-KEEP TO WS-WGT-COUNT-USED.
014830 1090-EXIT.
014840     EXIT.
014850*
014860* ===========================================================*
014862*  1095-LOAD-ONE-CALIBRATION  --  ONE SIGWGT01 VERSION,
014864*          EDITED AND TABLED.  A BAD ROW IS LOGGED AND
014866*          SKIPPED.  ONLY AN APPROVED VERSION IN FORCE ON THE
014868*          RUN DATE COUNTS; A LATER-EFFECTIVE ONE REPLACES
014870*          THE CATEGORY'S SLOT.
014890* ===========================================================*
014900 1095-LOAD-ONE-CALIBRATION.
014910     READ SIGWGT01-FILE
014990        OR (WGT-OFFSET-SIGN-X NOT = "+" AND WGT-OFFSET-SIGN-X
015000            NOT = "-")
015010        OR WGT-OFFSET-DIG-X IS NOT NUMERIC
015012        OR (WGT-EFF-DATE NOT = SPACES
015014            AND WGT-EFF-DATE IS NOT NUMERIC)
015020         DISPLAY "SIG01 WARNING - BAD SIGWGT01 ROW FOR "
015030             WGT-CATEGORY " SKIPPED"
015031         GO TO 1095-EXIT
015032     END-IF.
015033     IF WGT-VER-PENDING
015034         GO TO 1095-EXIT
015035     END-IF.
015036     IF NOT WGT-VER-APPROVED
015037        OR WGT-ENTERED-BY = SPACES
015038        OR WGT-APPROVED-BY = SPACES
015039        OR WGT-ENTERED-BY = WGT-APPROVED-BY
015040         DISPLAY "SIG01 WARNING - SIGWGT01 ROW FOR " WGT-CATEGORY
015041             " NOT APPROVED BY TWO USERS, SKIPPED"
015042         GO TO 1095-EXIT
015043     END-IF.
015044     IF WGT-EFF-DATE = SPACES
015045         MOVE ZERO TO WS-VER-EFF-DATE
015046     ELSE
015047         MOVE WGT-EFF-DATE TO WS-VER-EFF-DATE
015048     END-IF.
015049     IF WS-VER-EFF-DATE > WS-RUN-DATE-NUM
015050         GO TO 1095-EXIT
015051     END-IF.
015052     SET WS-WGT-NOT-FOUND TO TRUE.
015053     PERFORM 1096-TEST-ONE-CALIBRATION-KEY THRU 1096-EXIT
015054         VARYING WS-WGT-SUB FROM 1 BY 1
015055         UNTIL WS-WGT-SUB > WS-WGT-COUNT-USED
015056            OR WS-WGT-FOUND.
015057     IF WS-WGT-FOUND
015058         IF WS-VER-EFF-DATE < WS-WGT-EFF-DATE(WS-WGT-IDX)
015059             GO TO 1095-EXIT
015060         END-IF
015061     ELSE
015062         IF WS-WGT-COUNT-USED >= WS-WGT-MAX-ENTRIES
015063             DISPLAY "SIG01 WARNING - CALIBRATION TABLE FULL, "
015064                 WGT-CATEGORY " LEFT ON PASS-THROUGH"
015065             GO TO 1095-EXIT
015066         END-IF
015070         ADD 1 TO WS-WGT-COUNT-USED
015080         SET WS-WGT-IDX TO WS-WGT-COUNT-USED
015082     END-IF.
015084     MOVE WGT-CATEGORY    TO WS-WGT-CATEGORY(WS-WGT-IDX).
015086     MOVE WGT-SCALE       TO WS-WGT-SCALE(WS-WGT-IDX).
015088     MOVE WGT-OFFSET      TO WS-WGT-OFFSET(WS-WGT-IDX).
015090     MOVE WS-VER-EFF-DATE TO WS-WGT-EFF-DATE(WS-WGT-IDX).
015092     MOVE WGT-VER-ACTION  TO WS-WGT-ACTION(WS-WGT-IDX).
015094 1095-EXIT.
015096     EXIT.
015098*
015100* ===========================================================*
015102*  1096-TEST-ONE-CALIBRATION-KEY  --  SAME CATEGORY ALREADY
015104*          TABLED FROM AN EARLIER VERSION
015106* ===========================================================*
015108 1096-TEST-ONE-CALIBRATION-KEY.
015110     SET WS-WGT-IDX TO WS-WGT-SUB.
015112     IF WS-WGT-CATEGORY(WS-WGT-IDX) = WGT-CATEGORY
015114         SET WS-WGT-FOUND TO TRUE
015116     END-IF.
015118 1096-EXIT.
015120     EXIT.
015122*
015124* ===========================================================*
015126*  1097-KEEP-ONE-CALIBRATION  --  CLOSE UP THE TABLE OVER A
015128*          CATEGORY WHOSE VERSION IN FORCE IS A DELETE
015130* ===========================================================*
015132 1097-KEEP-ONE-CALIBRATION.
015134     IF WS-WGT-ACTION(WS-WGT-SUB) NOT = "D"
015136         ADD 1 TO WS-WGT-KEEP
015138         IF WS-WGT-KEEP NOT = WS-WGT-SUB
015140             MOVE WS-WGT-ENTRY(WS-WGT-SUB)
015142                 TO WS-WGT-ENTRY(WS-WGT-KEEP)
015144         END-IF
015146     END-IF.
015148 1097-EXIT.
015170     EXIT.
015180*
015190* ===========================================================*
015730         PERFORM 9100-CONTROL-FAILURE THRU 9100-EXIT
015740         MOVE "Y" TO WS-STRAY-DATA-SWITCH
015750     END-IF.
015752     IF BATCH-IS-OPEN AND CUR-BATCH-OTHER
015754         GO TO 2010-READ-INPUT
015756     END-IF.
015760     IF BATCH-IS-OPEN AND CUR-BATCH-BAD
015770         PERFORM 2080-QUARANTINE-RECORD THRU 2080-EXIT
015780         GO TO 2010-READ-INPUT
016040     MOVE 0 TO WS-BATCH-HASH.
016050     ADD 1 TO WS-CUR-BATCH-NUM.
016060     MOVE CTL-HDR-SOURCE TO WS-CUR-SOURCE.
016062     MOVE CTL-HDR-CREATE-DATE TO WS-CUR-CREATE-DATE.
016070     MOVE "G" TO WS-CUR-BATCH-SWITCH.
016080     IF WS-CUR-BATCH-NUM <= WS-BCH-USED
016090         SET WS-BCH-IDX TO WS-CUR-BATCH-NUM
016100         IF WS-BCH-BAD(WS-BCH-IDX)
016110             MOVE "B" TO WS-CUR-BATCH-SWITCH
016111             IF WS-BCH-RESENT(WS-BCH-IDX)
016112                 MOVE "RESENT" TO WS-CUR-QUAR-REASON
016113             ELSE
016114                 MOVE "UNBALANCED" TO WS-CUR-QUAR-REASON
016115             END-IF
016116         END-IF
016117         IF WS-BCH-OTHER(WS-BCH-IDX)
016118             MOVE "O" TO WS-CUR-BATCH-SWITCH
016120         END-IF
016130     END-IF.
016140 2060-EXIT.
016250         PERFORM 9100-CONTROL-FAILURE THRU 9100-EXIT
016260         GO TO 2070-EXIT
016270     END-IF.
016272     IF CUR-BATCH-BAD OR CUR-BATCH-OTHER
016290         MOVE "N" TO WS-BATCH-OPEN-SWITCH
016300         GO TO 2070-EXIT
016310     END-IF.
016520* ===========================================================*
016530*  2080-QUARANTINE-RECORD  --  ONE RECORD OF A BAD BATCH OUT
016540*          TO SIGQAR01 FOR DATA CONTROL, COUNTED BY SOURCE
016542*          AND TAGGED WITH ITS BATCH AND THE REASON
016550* ===========================================================*
016560 2080-QUARANTINE-RECORD.
016562     MOVE SIGREC01-RECORD    TO QAR-RECORD-IMAGE.
016564     MOVE WS-CUR-SOURCE      TO QAR-SOURCE.
016566     MOVE WS-CUR-CREATE-DATE TO QAR-CREATE-DATE.
016568     MOVE WS-CUR-QUAR-REASON TO QAR-REASON.
016570     WRITE SIGQAR01-RECORD.
016580     ADD 1 TO WS-QUAR-REC-COUNT.
016590     PERFORM 3060-FIND-SOURCE-INDEX THRU 3060-EXIT.
016600     ADD 1 TO WS-SRC-QUAR-COUNT(WS-SRC-IDX).
019380 3260-WRITE-EXTRACT-RECORD.
019390     MOVE WS-RECORD-ID       TO EXT-RECORD-ID.
019400     MOVE WS-SOURCE-CATEGORY TO EXT-CATEGORY.
019401     MOVE SIGMOID            TO EXT-SIGMOID.
019402     MOVE WS-CUR-GRADE       TO EXT-GRADE.
019403     MOVE SPACE              TO EXT-OVR-FLAG.
019404     MOVE SIGMOID            TO EXT-COMP-SIGMOID.
019405     MOVE WS-CUR-GRADE       TO EXT-COMP-GRADE.
019406     PERFORM 3265-APPLY-OVERRIDE THRU 3265-EXIT.
019407     WRITE SIGEXT01-RECORD.
019408     ADD EXT-SIGMOID TO WS-EXT-HASH.
019409     IF WS-PARTITIONED
019410         PERFORM 3262-WRITE-DUP-KEY THRU 3262-EXIT
019411     END-IF.
019412 3260-EXIT.
019413     EXIT.
019414*
019415* ===========================================================*
019416*  3262-WRITE-DUP-KEY  --  THE SIGPKY01 KEY BEHIND THE EXTRACT
019417*          AND AUDIT RECORDS JUST WRITTEN, FOR THE MERGE'S
019418*          CROSS-PARTITION DUPLICATE CHECK
019419* ===========================================================*
019420 3262-WRITE-DUP-KEY.
019421     MOVE SPACES             TO SIGPKY01-RECORD.
019422     MOVE WS-THIS-PARTITION  TO PKY-PARTITION.
019423     MOVE WS-RECORD-ID       TO PKY-RECORD-ID.
019424     MOVE WS-EFFECTIVE-DATE  TO PKY-EFF-DATE.
019425     MOVE WS-SOURCE-CATEGORY TO PKY-SOURCE-CATEGORY.
019426     MOVE SR-SCORE-X         TO PKY-RAW-INPUT.
019427     MOVE WS-CUR-SOURCE      TO PKY-SOURCE.
019428     WRITE SIGPKY01-RECORD.
019429 3262-EXIT.
019430     EXIT.
019431*
019432* ===========================================================*
019433*  3265-APPLY-OVERRIDE  --  A MANUAL OVERRIDE IN FORCE FOR THE
019434*          RECORD ID REPLACES THE POSTED RESULT AND GRADE; THE
019435*          COMPUTED ONES STAY IN THE COMP FIELDS
019436* ===========================================================*
019437 3265-APPLY-OVERRIDE.
019438     IF WS-OVR-USED = 0
019439         GO TO 3265-EXIT
019440     END-IF.
019441     MOVE WS-RECORD-ID TO WS-OVR-WANT-ID.
019442     SET WS-OVR-NOT-FOUND TO TRUE.
019443     PERFORM 1084-TEST-ONE-OVERRIDE-KEY THRU 1084-EXIT
019444         VARYING WS-OVR-SUB FROM 1 BY 1
019445         UNTIL WS-OVR-SUB > WS-OVR-USED
019446            OR WS-OVR-FOUND.
019447     IF WS-OVR-NOT-FOUND
019448         GO TO 3265-EXIT
019449     END-IF.
019450     MOVE WS-OVR-RESULT(WS-OVR-IDX) TO EXT-SIGMOID.
019451     IF WS-OVR-GRADE(WS-OVR-IDX) NOT = SPACES
019452         MOVE WS-OVR-GRADE(WS-OVR-IDX) TO EXT-GRADE
019453     END-IF.
019454     SET EXT-OVERRIDDEN TO TRUE.
019455     ADD 1 TO WS-OVR-APPLIED-COUNT.
019456 3265-EXIT.
019460     EXIT.
019470*
019480* ===========================================================*
024170     EXIT.
024180*
024190* ===========================================================*
024192*  8000-TERMINATE  --  CLOSE FILES, CLEAR THE CHECKPOINT.
024194*          THE BATCH REGISTRY AND THE SEND REGISTER ARE
024196*          WRITTEN ONLY ONCE EVERY OUTPUT IS CLOSED.
024210* ===========================================================*
024220 8000-TERMINATE.
024230     MOVE 0 TO WS-RECORD-COUNT.
024360     CLOSE SIGHLD02-FILE.
024370     CLOSE SIGSUS01-FILE.
024380     CLOSE SIGQAR01-FILE.
024381     IF WS-PARTITIONED
024382         CLOSE SIGPKY01-FILE
024383     END-IF.
024384     PERFORM 8400-WRITE-BATCH-REGISTRY THRU 8400-EXIT.
024385     PERFORM 8500-REGISTER-EXTRACT THRU 8500-EXIT.
024390 8000-EXIT.
024400     EXIT.
024410*
024480     MOVE "TRL"        TO EXT-TRL-ID.
024490     MOVE WS-GOOD-COUNT TO EXT-TRL-REC-COUNT.
024500     MOVE WS-EXT-HASH  TO EXT-TRL-HASH.
024502     MOVE WS-RUN-DATE-NUM TO EXT-TRL-RUN-DATE.
024504     MOVE WS-RUN-ID    TO EXT-TRL-RUN-ID.
024510     WRITE SIGEXT01-TRAILER.
024520 8050-EXIT.
024530     EXIT.
024870     MOVE WS-QUAR-REC-COUNT TO SQL-COUNT.
024880     MOVE WS-QUAR-BATCH-COUNT TO SQL-BATCHES.
024890     WRITE SIGRPT01-RECORD FROM WS-SUM-QUAR-LINE
024891         AFTER ADVANCING 1.
024892     IF WS-RESENT-BATCH-COUNT > 0
024893         MOVE WS-RESENT-BATCH-COUNT TO SRL-BATCHES
024894         WRITE SIGRPT01-RECORD FROM WS-SUM-RESENT-LINE
024895             AFTER ADVANCING 1
024896     END-IF.
024897     IF WS-OVR-USED > 0
024898         MOVE WS-OVR-APPLIED-COUNT TO SOL-COUNT
024899         MOVE WS-OVR-USED TO SOL-IN-FORCE
024900         WRITE SIGRPT01-RECORD FROM WS-SUM-OVR-LINE
024901             AFTER ADVANCING 1
024902     END-IF.
024910     WRITE SIGRPT01-RECORD FROM WS-SUM-CAL-LINE
024920         AFTER ADVANCING 2.
024930     PERFORM 8160-WRITE-SOURCE-SECTION THRU 8160-EXIT.
026060*
026070* ===========================================================*
026080*  8200-SET-RETURN-CODE  --  GRADUATED STEP RESULT.  WARNING
026082*          (4) ON ANY REJECT OR BAD SIGOVR01 ROW, ERROR (8)
026084*          WHEN THE REJECT RATE PASSES THE LIMIT, HARD
026086*          FAILURE (16) ON AN EMPTY SIGIN01 OR A CONTROL
026088*          TOTAL VIOLATION.  AN EMPTY
026090*          PARTITION IS LEFT FOR THE MERGE TO JUDGE.
026120* ===========================================================*
026130 8200-SET-RETURN-CODE.
026140     MOVE 0 TO WS-FINAL-RC.
026250             "NO GRADE BAND, STEP SET TO AT LEAST RC 4"
026260         MOVE 4 TO WS-FINAL-RC
026270     END-IF.
026271     IF WS-OVR-BAD-COUNT > 0
026272         DISPLAY "SIG01 - " WS-OVR-BAD-COUNT " BAD SIGOVR01 "
026273             "ROW(S) SKIPPED, STEP SET TO AT LEAST RC 4"
026274         MOVE 4 TO WS-FINAL-RC
026275     END-IF.
026280     COMPUTE WS-RATE-LHS = WS-REJECT-COUNT * 100.
026290     COMPUTE WS-RATE-RHS = WS-REJECT-PCT *
026300         (WS-GOOD-COUNT + WS-REJECT-COUNT).
026340             " PERCENT, STEP SET TO RETURN CODE 8"
026350         MOVE 8 TO WS-FINAL-RC
026360     END-IF.
026362     IF WS-SIGIN-REC-COUNT = 0 AND WS-WHOLE-NIGHT
026380         DISPLAY "SIG01 - SIGIN01 HELD NO DATA RECORDS, "
026390             "STEP SET TO RETURN CODE 16"
026400         MOVE 16 TO WS-FINAL-RC
026402     END-IF.
026404     IF WS-SIGIN-REC-COUNT = 0 AND WS-PARTITIONED
026406         DISPLAY "SIG01 - NO DATA RECORDS FOR PARTITION "
026408             WS-THIS-PARTITION " TONIGHT"
026410     END-IF.
026420     IF WS-CONTROL-FAILED
026430         DISPLAY "SIG01 - INPUT CONTROL TOTALS FAILED, "
026730*
026740*      THE SAME STATUS GOES ON THE PERMANENT RUN JOURNAL --
026750*      SIGSTA01 IS OVERWRITTEN BY THE NEXT RUN, THE JOURNAL
026752*      IS NOT.  A PARTITION'S STATUS IS ONLY PART OF THE
026754*      NIGHT; THE MERGE JOURNALS THE NIGHT AS A WHOLE.
026770*
026772     IF WS-PARTITIONED
026774         GO TO 8300-EXIT
026776     END-IF.
026780     OPEN EXTEND SIGJRN01-FILE.
026790     MOVE WS-RUN-ID        TO JRN-RUN-ID.
026800     MOVE WS-START-DATE    TO JRN-START-DATE.
026840     MOVE WS-GOOD-COUNT    TO JRN-GOOD-COUNT.
026850     MOVE WS-REJECT-COUNT  TO JRN-REJECT-COUNT.
026860     MOVE WS-HOLD-COUNT    TO JRN-HOLD-COUNT.
026861     MOVE WS-QUAR-REC-COUNT TO JRN-QUAR-COUNT.
026862     MOVE WS-QUAR-BATCH-COUNT TO JRN-QUAR-BATCHES.
026863     MOVE WS-FUNCTION-CODE TO JRN-FUNCTION-CODE.
026864     MOVE WS-FINAL-RC      TO JRN-RETURN-CODE.
026865     WRITE SIGJRN01-RECORD.
026866     CLOSE SIGJRN01-FILE.
026867 8300-EXIT.
026868     EXIT.
026869*
026870* ===========================================================*
026871*  8400-WRITE-BATCH-REGISTRY  --  APPEND TONIGHT'S BATCHES TO
026872*          THE PERMANENT SIGBRG01 REGISTRY.  A NIGHT THAT FAILED
026873*          ITS CONTROL TOTALS IS RERUN, SO IT REGISTERS NOTHING;
026874*          A BATCH ALREADY REGISTERED UNDER TONIGHT'S DATE (A
026875*          SAME-DATE RERUN) IS NOT WRITTEN AGAIN.  A PARTITION
026876*          WRITES ITS OWN BATCHES' ROWS TO SIGBRN01 FOR THE
026877*          MERGE TO APPEND.
026878* ===========================================================*
026879 8400-WRITE-BATCH-REGISTRY.
026880     IF WS-BCH-USED = 0 OR WS-CONTROL-FAILED
026881         GO TO 8400-EXIT
026882     END-IF.
026883     IF WS-PARTITIONED
026884         OPEN OUTPUT SIGBRN01-FILE
026885     ELSE
026886         OPEN EXTEND SIGBRG01-FILE
026887     END-IF.
026888     PERFORM 8410-REGISTER-ONE-BATCH THRU 8410-EXIT
026889         VARYING WS-BCH-SUB FROM 1 BY 1
026890         UNTIL WS-BCH-SUB > WS-BCH-USED.
026891     IF WS-PARTITIONED
026892         CLOSE SIGBRN01-FILE
026893     ELSE
026894         CLOSE SIGBRG01-FILE
026895     END-IF.
026896 8400-EXIT.
026897     EXIT.
026898*
026899* ===========================================================*
026900*  8410-REGISTER-ONE-BATCH  --  ONE REGISTRY ROW
026901* ===========================================================*
026902 8410-REGISTER-ONE-BATCH.
026903     SET WS-BCH-IDX TO WS-BCH-SUB.
026904     IF WS-BCH-REGISTERED(WS-BCH-IDX)
026905        OR WS-BCH-OTHER(WS-BCH-IDX)
026906         GO TO 8410-EXIT
026907     END-IF.
026908     MOVE WS-BCH-SOURCE(WS-BCH-IDX)      TO BRG-SOURCE.
026909     MOVE WS-BCH-CREATE-DATE(WS-BCH-IDX) TO BRG-CREATE-DATE.
026910     MOVE WS-BCH-REC-COUNT(WS-BCH-IDX)   TO BRG-REC-COUNT.
026911     MOVE WS-BCH-HASH(WS-BCH-IDX)        TO BRG-HASH-TOTAL.
026912     MOVE WS-RUN-DATE-NUM                TO BRG-RUN-DATE.
026913     MOVE WS-RUN-ID                      TO BRG-RUN-ID.
026914     MOVE WS-RUN-DATE-NUM                TO BRG-FIRST-RUN-DATE.
026915     IF WS-BCH-GOOD(WS-BCH-IDX)
026916         SET BRG-ACCEPTED TO TRUE
026917     ELSE
026918         IF WS-BCH-RESENT(WS-BCH-IDX)
026919             SET BRG-RESENT TO TRUE
026920             MOVE WS-BCH-FIRST-DATE(WS-BCH-IDX)
026921                 TO BRG-FIRST-RUN-DATE
026922         ELSE
026923             SET BRG-UNBALANCED TO TRUE
026924         END-IF
026925     END-IF.
026926     IF WS-PARTITIONED
026927         WRITE SIGBRN01-RECORD FROM SIGBRG01-RECORD
026928     ELSE
026929         WRITE SIGBRG01-RECORD
026930     END-IF.
026931     ADD 1 TO WS-BRG-WRITE-COUNT.
026932 8410-EXIT.
026940     EXIT.
026950*
026960* ===========================================================*
027220         AFTER ADVANCING 1.
027230 8110-EXIT.
027240     EXIT.
027241*
027242* ===========================================================*
027243*  8500-REGISTER-EXTRACT  --  APPEND THE CLOSED SIGEXT01 TO
027244*          THE SIGSND01 SEND REGISTER SO ITS ACKNOWLEDGMENT CAN
027245*          BE CHASED.  A FAILED NIGHT IS RERUN AND SENDS NOTHING.
027246*          A PARTITION'S EXTRACT IS NOT SENT -- THE MERGED ONE
027247*          IS.
027248* ===========================================================*
027249 8500-REGISTER-EXTRACT.
027250     IF WS-CONTROL-FAILED OR WS-PARTITIONED
027251         GO TO 8500-EXIT
027252     END-IF.
027253     MOVE "SIGEXT01"      TO SND-FEED.
027254     MOVE WS-RUN-DATE-NUM TO SND-RUN-DATE.
027255     MOVE WS-RUN-ID       TO SND-RUN-ID.
027256     MOVE WS-GOOD-COUNT   TO SND-REC-COUNT.
027257     MOVE WS-EXT-HASH     TO SND-HASH.
027258     ACCEPT SND-SENT-DATE FROM DATE YYYYMMDD.
027259     ACCEPT SND-SENT-TIME FROM TIME.
027260     OPEN EXTEND SIGSND01-FILE.
027261     WRITE SIGSND01-RECORD.
027262     CLOSE SIGSND01-FILE.
027263 8500-EXIT.
027264     EXIT.
027265*
027266* ===========================================================*
027270*  9100-CONTROL-FAILURE  --  LOG A CONTROL TOTAL VIOLATION.
027280*          THE RUN KEEPS GOING SO EVERY PROBLEM IS REPORTED,
027290*          BUT THE STEP FAILS AT TERMINATION.
