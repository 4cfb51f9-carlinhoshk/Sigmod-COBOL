001180*              AN UNMATCHED MASTER IS CARRIED FORWARD
001190*              UNCHANGED.  A RECORD ID NEW TO THE MASTER IS
001200*              ADDED WITH ZERO PRIOR FIELDS.  WHEN THE SAME
001201*              RECORD ID APPEARS MORE THAN ONCE IN ONE
001202*              EXTRACT, THE LAST OCCURRENCE WINS.  THE GRADE
001203*              AND SOURCE CATEGORY POSTED WITH THE RESULT ROLL
001204*              THE SAME WAY, SO THE MASTER CARRIES THE PRIOR
001205*              AND CURRENT GRADE FOR THE SIGMIG1 MIGRATION.
001206*              A SIGOVR01 MANUAL OVERRIDE IN FORCE ON THE RUN
001207*              DATE IS POSTED AS THE CURRENT RESULT AND GRADE IN
001208*              PLACE OF THE COMPUTED ONES, WHICH ARE KEPT ON THE
001209*              MASTER BEHIND IT.  THIS HOLDS FOR A CARRIED
001210*              RECORD AS WELL AS A POSTED ONE, AND WHEN THE
001211*              OVERRIDE EXPIRES THE COMPUTED RESULT AND GRADE
001212*              COME BACK ON THEIR OWN.  THE SIGORP01 REPORT
001213*              LISTS EVERY OVERRIDE ACTIVE, NEWLY APPLIED OR
001214*              EXPIRED TONIGHT WITH THE COMPUTED VALUE BESIDE
001215*              THE OVERRIDE, AND ANY IN FORCE FOR A RECORD ID
001216*              NEITHER ON THE MASTER NOR ON THE EXTRACT.
001217*              THE SIGPCT01 POSTING CONTROL BESIDE THE OLD MASTER
001218*              NAMES THE LAST NIGHT POSTED.  AN EXTRACT WHOSE
001219*              TRAILER RUN DATE IS NOT AFTER IT, OR WHOSE RUN ID
001220*              AND RUN DATE TOGETHER HAVE ALREADY BEEN POSTED (A
001221*              RUN ID IS A TIME OF DAY AND CAN COME BACK ON
001222*              ANOTHER NIGHT, SO IT IS NEVER TESTED ALONE), IS
001223*              REFUSED WITH RETURN CODE 16 AND NOTHING IS
001224*              WRITTEN, UNLESS THE OPERATOR KEYS A SIGPOV01
001225*              OVERRIDE DATED FOR THAT RUN DATE.  THE NEW CONTROL
001226*              IS WRITTEN TO SIGPCT02 WITH THE NEW MASTER.
001230*
001240* MODIFICATION HISTORY
001250* DATE       INIT  DESCRIPTION
001460*                  NOW COMES FROM THE SIGPRM01 BUSINESS RUN
001470*                  DATE (SYSTEM DATE WHEN MISSING OR BLANK),
001480*                  THE SAME DATE SIG01 STAMPS ON THE AUDIT
001481*                  TRAIL, SO THE SIGBKO1 BACKOUT MATCH NO
001482*                  LONGER BREAKS WHEN THE CHAIN CROSSES
001483*                  MIDNIGHT BETWEEN THE TWO STEPS.
001484* 2026-10-15 RS    EXT-GRADE AND EXT-CATEGORY ARE NOW POSTED TO
001485*                  THE MASTER (MST-CURR-GRADE, MST-CATEGORY);
001486*                  A MATCHED RECORD ROLLS ITS OLD CURRENT GRADE
001487*                  INTO MST-PRIOR-GRADE WITH THE RESULT.
001488* 2026-10-15 RS    MANUAL SCORE OVERRIDES.  SIGOVR01 IS LOADED
001489*                  AT START OF RUN.  THE MASTER NOW CARRIES THE
001490*                  OVERRIDE FLAG AND THE COMPUTED RESULT AND GRADE
001491*                  (MST-OVR-FLAG, MST-COMP-SIGMOID, MST-COMP-
001492*                  GRADE).  THE EXTRACT IS POSTED FROM ITS COMP
001493*                  FIELDS AND THE OVERRIDE APPLIED HERE, ON POSTED
001494*                  AND CARRIED RECORDS ALIKE; AN EXPIRED OVERRIDE
001495*                  REVERTS TO THE COMPUTED VALUES.  NEW SIGORP01
001496*                  OVERRIDE REPORT.  RETURN CODE 4 (NEVER LOWERING
001497*                  A HIGHER ONE) FOR A BAD SIGOVR01 ROW OR AN
001498*                  OVERRIDE FOR A RECORD ID NOT ON FILE.
001499* 2026-10-15 RS    POSTING SEQUENCE GUARD.  THE SIGPCT01 POSTING
001500*                  CONTROL CARRIES THE RUN ID AND RUN DATE LAST
001501*                  POSTED.  A RERUN OF THE SAME EXTRACT OR A NIGHT
001502*                  POSTED OUT OF ORDER IS REFUSED WITH RETURN CODE
001503*                  16 BEFORE SIGMST02 IS OPENED, UNLESS A SIGPOV01
001504*                  OPERATOR OVERRIDE IS KEYED FOR THE EXTRACT'S
001505*                  RUN DATE (RETURN CODE 4).  SIGPCT02 IS WRITTEN
001506*                  ONLY WITH A NEW MASTER AND CARRIES ITS
001507*                  RECORD COUNT, WHICH THE NEXT RUN CHECKS
001508*                  AGAINST THE OLD MASTERS READ (RETURN CODE 8
001509*                  WHEN THEY DIFFER).  WITH NO SIGPCT01 THE
001510*                  SEQUENCE IS NOT CHECKED (RETURN CODE 4).
001511* 2026-10-15 RS    A SIGOVR01 RESULT OUTSIDE 0-1 IS A BAD ROW.
001513* 2026-10-15 RS    THE ALREADY-POSTED TEST NOW MATCHES THE RUN
001515*                  ID AND RUN DATE TOGETHER AGAINST THE LAST AND
001517*                  PRIOR POSTED PAIRS, NOT THE RUN ID ALONE.
001520*
001530 ENVIRONMENT DIVISION.
001540 CONFIGURATION SECTION.
001670         ORGANIZATION IS SEQUENTIAL
001680         FILE STATUS IS WS-PRM-FILE-STATUS.
001690     SELECT SIGSTA02-FILE ASSIGN TO "SIGSTA02"
001691         ORGANIZATION IS SEQUENTIAL.
001692     SELECT OPTIONAL SIGOVR01-FILE ASSIGN TO "SIGOVR01"
001693         ORGANIZATION IS SEQUENTIAL
001694         FILE STATUS IS WS-OVR-FILE-STATUS.
001695     SELECT SIGORP01-FILE ASSIGN TO "SIGORP01"
001696         ORGANIZATION IS SEQUENTIAL.
001697     SELECT OPTIONAL SIGPCT01-FILE ASSIGN TO "SIGPCT01"
001698         ORGANIZATION IS SEQUENTIAL
001699         FILE STATUS IS WS-PCT-FILE-STATUS.
001700     SELECT SIGPCT02-FILE ASSIGN TO "SIGPCT02"
001701         ORGANIZATION IS SEQUENTIAL.
001702     SELECT OPTIONAL SIGPOV01-FILE ASSIGN TO "SIGPOV01"
001703         ORGANIZATION IS SEQUENTIAL
001704         FILE STATUS IS WS-POV-FILE-STATUS.
001710     SELECT SORT-WORK-FILE ASSIGN TO "SIGSWK01".
001720*
001730 DATA DIVISION.
001920*
001930 FD  SIGSTA02-FILE
001940         RECORDING MODE IS F.
001941         COPY SIGSTA02.
001942*
001943 FD  SIGOVR01-FILE
001944         RECORDING MODE IS F.
001945         COPY SIGOVR01.
001946*
001947 FD  SIGORP01-FILE
001948         RECORDING MODE IS F.
001949 01  SIGORP01-RECORD           PIC X(80).
001950*
001951 FD  SIGPCT01-FILE
001952         RECORDING MODE IS F.
001953         COPY SIGPCT01.
001954*
001955 FD  SIGPCT02-FILE
001956         RECORDING MODE IS F.
001957         COPY SIGPCT01 REPLACING ==SIGPCT01-RECORD==
001958                              BY ==SIGPCT02-RECORD==
001959                       LEADING ==PCT== BY ==NPC==.
001960*
001961 FD  SIGPOV01-FILE
001962         RECORDING MODE IS F.
001963 01  SIGPOV01-RECORD.
001964         05  POV-RUN-DATE          PIC X(08).
001965         05  FILLER                PIC X(01).
001966         05  POV-OPERATOR          PIC X(08).
001967*
001970 SD  SORT-WORK-FILE.
001980 01  SORT-WORK-RECORD.
001990         05  SRT-RECORD-ID         PIC 9(9).
002010         05  SRT-SIGMOID           PIC S9(9)V9(9)
002020                 SIGN IS LEADING SEPARATE CHARACTER.
002030         05  SRT-GRADE             PIC X(03).
002032         05  SRT-OVR-FLAG          PIC X(01).
002034         05  SRT-COMP-SIGMOID      PIC S9(9)V9(9)
002036                 SIGN IS LEADING SEPARATE CHARACTER.
002038         05  SRT-COMP-GRADE        PIC X(03).
002040*
002050 WORKING-STORAGE SECTION.
002060* ---------------------------------------------------------
002130 77  WS-TRL-SEEN-SWITCH        PIC X(01) VALUE "N".
002140         88  TRAILER-SEEN          VALUE "Y".
002150         88  TRAILER-NOT-SEEN      VALUE "N".
002152 77  WS-OLD-MST-SWITCH         PIC X(01) VALUE "N".
002154         88  WS-OLD-MST-SEEN       VALUE "Y".
002156         88  WS-NO-OLD-MST         VALUE "N".
002160*
002170* ---------------------------------------------------------
002180*  EXTRACT FEED CONTROL TOTALS
002190* ---------------------------------------------------------
002200 77  WS-FEED-REC-COUNT         PIC 9(9) COMP VALUE 0.
002210 77  WS-FEED-HASH              PIC S9(7)V9(9) VALUE 0
002211                 SIGN IS LEADING SEPARATE CHARACTER.
002212*
002213* ---------------------------------------------------------
002214*  POSTING CONTROL  --  THE NIGHT LAST POSTED TO THE OLD
002215*  MASTER OFF SIGPCT01, THE RUN ID AND RUN DATE OFF THE
002216*  EXTRACT TRAILER, AND ANY SIGPOV01 OPERATOR OVERRIDE OF
002217*  THE SEQUENCE CHECK, GOOD ONLY FOR THE RUN DATE IT NAMES
002218* ---------------------------------------------------------
002219 77  WS-PCT-FILE-STATUS        PIC X(02).
002220 77  WS-POV-FILE-STATUS        PIC X(02).
002221 77  WS-PCT-SWITCH             PIC X(01) VALUE "N".
002222         88  WS-PCT-FOUND          VALUE "Y".
002223         88  WS-PCT-NOT-FOUND      VALUE "N".
002224         88  WS-PCT-NOT-VALID      VALUE "B".
002225 77  WS-SEQ-SWITCH             PIC X(01) VALUE "Y".
002226         88  WS-SEQ-IN-ORDER       VALUE "Y".
002227         88  WS-SEQ-OUT-OF-ORDER   VALUE "N".
002228 77  WS-POST-SWITCH            PIC X(01) VALUE "Y".
002229         88  WS-POST-ALLOWED       VALUE "Y".
002230         88  WS-POST-REFUSED       VALUE "N".
002231 77  WS-POV-SWITCH             PIC X(01) VALUE "N".
002232         88  WS-POV-NONE           VALUE "N".
002233         88  WS-POV-GIVEN          VALUE "Y".
002234         88  WS-POV-USED           VALUE "U".
002235         88  WS-POV-NOT-VALID      VALUE "B".
002236 77  WS-PCT-LAST-RUN-ID        PIC 9(8) VALUE 0.
002237 77  WS-PCT-LAST-RUN-DATE      PIC 9(8) VALUE 0.
002238 77  WS-PCT-PRIOR-RUN-ID       PIC 9(8) VALUE 0.
002239 77  WS-PCT-PRIOR-RUN-DATE     PIC 9(8) VALUE 0.
002240 77  WS-PCT-MST-COUNT          PIC 9(9) VALUE 0.
002241 77  WS-EXT-RUN-ID             PIC 9(8) VALUE 0.
002242 77  WS-EXT-RUN-DATE           PIC 9(8) VALUE 0.
002243 77  WS-POV-RUN-DATE           PIC 9(8) VALUE 0.
002244 77  WS-POV-OPERATOR           PIC X(08) VALUE SPACES.
002245*
002246* ---------------------------------------------------------
002250*  MATCH-MERGE KEY AREAS  --  HIGH-VALUES MARKS EXHAUSTED
002260* ---------------------------------------------------------
002270 01  WS-MST-KEY                PIC X(09) VALUE HIGH-VALUES.
002290 01  WS-HOLD-KEY               PIC X(09).
002300 01  WS-EXT-SIGMOID            PIC S9(9)V9(9)
002310                 SIGN IS LEADING SEPARATE CHARACTER.
002311 01  WS-EXT-CATEGORY           PIC X(10).
002312 01  WS-EXT-GRADE              PIC X(03).
002313*
002314* ---------------------------------------------------------
002315*  RUN DATE POSTED AS THE CURRENT RUN DATE ON THE MASTER
002316* ---------------------------------------------------------
002317 77  WS-RUN-DATE               PIC 9(8).
002318*
002319* ---------------------------------------------------------
002320*  MANUAL SCORE OVERRIDES  --  SIGOVR01 ROWS ALREADY STARTED
002321*  BY THE RUN DATE, ONE SLOT PER RECORD ID.  A ROW IN FORCE
002322*  BEATS A LAPSED ONE; AMONG ROWS IN FORCE THE LATEST START
002323*  WINS, AMONG LAPSED ONES THE LATEST EXPIRY.  A LAPSED ROW
002324*  IS TABLED ONLY TO DESCRIBE AN EXPIRY ON THE REPORT.
002325* ---------------------------------------------------------
002326 77  WS-OVR-FILE-STATUS        PIC X(02).
002327 77  WS-OVR-EOF-SWITCH         PIC X(01) VALUE "N".
002328         88  END-OF-SIGOVR01       VALUE "Y".
002329 77  WS-OVR-FOUND-SWITCH       PIC X(01) VALUE "N".
002330         88  WS-OVR-FOUND          VALUE "Y".
002331         88  WS-OVR-NOT-FOUND      VALUE "N".
002332 77  WS-ROW-FORCE-SWITCH       PIC X(01) VALUE "N".
002333         88  WS-ROW-IN-FORCE       VALUE "Y".
002334         88  WS-ROW-LAPSED         VALUE "N".
002335 77  WS-OVR-MAX-ENTRIES        PIC 9(4) COMP VALUE 1000.
002336 77  WS-OVR-USED               PIC 9(4) COMP VALUE 0.
002337 77  WS-OVR-SUB                PIC 9(4) COMP VALUE 0.
002338 01  WS-OVR-WANT-ID            PIC 9(9) VALUE 0.
002339 01  WS-OVR-START-DATE         PIC 9(8) VALUE 0.
002340 01  WS-OVR-EXPIRY-DATE        PIC 9(8) VALUE 0.
002341 01  WS-OVR-TABLE.
002342         05  WS-OVR-ENTRY          OCCURS 1000 TIMES
002343                                   INDEXED BY WS-OVR-IDX.
002344             10  WS-OVR-RECORD-ID      PIC 9(9).
002345             10  WS-OVR-RESULT         PIC S9(9)V9(9)
002346                     SIGN IS LEADING SEPARATE CHARACTER.
002347             10  WS-OVR-GRADE          PIC X(03).
002348             10  WS-OVR-START          PIC 9(8).
002349             10  WS-OVR-EXPIRY         PIC 9(8).
002350             10  WS-OVR-APPROVED-BY    PIC X(08).
002351             10  WS-OVR-REASON         PIC X(30).
002352             10  WS-OVR-FORCE-SWITCH   PIC X(01).
002353                 88  WS-OVR-IN-FORCE       VALUE "Y".
002354             10  WS-OVR-MATCH-SWITCH   PIC X(01).
002355                 88  WS-OVR-MATCHED        VALUE "Y".
002356*
002357* ---------------------------------------------------------
002358*  OVERRIDE REPORT LINE IN HAND
002359* ---------------------------------------------------------
002360 01  WS-RPT-STATUS             PIC X(09) VALUE SPACES.
002361 01  WS-RPT-OVR-SIGMOID        PIC S9(9)V9(9) VALUE 0
002362                 SIGN IS LEADING SEPARATE CHARACTER.
002363 01  WS-RPT-OVR-GRADE          PIC X(03) VALUE SPACES.
002370*
002380* ---------------------------------------------------------
002390*  CALENDAR DATE EDIT WORK AREAS  --  SAME EDIT SIG01
002520 01  WS-VAL-DATE-N REDEFINES WS-VAL-DATE
002530                               PIC 9(8).
002540*
002541* ---------------------------------------------------------
002542*  RUN COUNTS FOR BALANCING
002543* ---------------------------------------------------------
002544 77  WS-EXT-READ-COUNT         PIC 9(9) COMP VALUE 0.
002545 77  WS-MST-READ-COUNT         PIC 9(9) COMP VALUE 0.
002546 77  WS-MST-CARRY-COUNT        PIC 9(9) COMP VALUE 0.
002547 77  WS-MST-UPDATE-COUNT       PIC 9(9) COMP VALUE 0.
002548 77  WS-MST-ADD-COUNT          PIC 9(9) COMP VALUE 0.
002549 77  WS-MST-WRITE-COUNT        PIC 9(9) COMP VALUE 0.
002550 77  WS-OVR-READ-COUNT         PIC 9(9) COMP VALUE 0.
002551 77  WS-OVR-BAD-COUNT          PIC 9(9) COMP VALUE 0.
002552 77  WS-OVR-PENDING-COUNT      PIC 9(9) COMP VALUE 0.
002553 77  WS-OVR-ACTIVE-COUNT       PIC 9(9) COMP VALUE 0.
002554 77  WS-OVR-NEW-COUNT          PIC 9(9) COMP VALUE 0.
002555 77  WS-OVR-EXPIRED-COUNT      PIC 9(9) COMP VALUE 0.
002556 77  WS-OVR-UNMATCHED-COUNT    PIC 9(9) COMP VALUE 0.
002557*
002558* ---------------------------------------------------------
002559*  REPORT CONTROLS AND CURRENT DATE
002560* ---------------------------------------------------------
002561 77  WS-LINE-COUNT             PIC 9(4) COMP VALUE 0.
002562 77  WS-PAGE-COUNT             PIC 9(4) COMP VALUE 0.
002563 77  WS-LINES-PER-PAGE         PIC 9(4) COMP VALUE 50.
002564 01  WS-CURRENT-DATE.
002565         05  WS-CD-YY              PIC 9(2).
002566         05  WS-CD-MM              PIC 9(2).
002567         05  WS-CD-DD              PIC 9(2).
002568*
002569* ---------------------------------------------------------
002570*  SIGORP01 OVERRIDE REPORT LINE LAYOUTS
002571* ---------------------------------------------------------
002572 01  WS-HEADING-1.
002573         05  FILLER                PIC X(01) VALUE SPACE.
002574         05  FILLER                PIC X(31)
002575                 VALUE "SIGUPD1 - SCORE OVERRIDE REPORT".
002576         05  FILLER                PIC X(10) VALUE SPACES.
002577         05  FILLER                PIC X(06) VALUE "DATE: ".
002578         05  H1-MM                 PIC 99.
002579         05  FILLER                PIC X(01) VALUE "/".
002580         05  H1-DD                 PIC 99.
002581         05  FILLER                PIC X(01) VALUE "/".
002582         05  H1-YY                 PIC 99.
002583         05  FILLER                PIC X(05) VALUE SPACES.
002584         05  FILLER                PIC X(06) VALUE "PAGE: ".
002585         05  H1-PAGE               PIC ZZZ9.
002586*
002587 01  WS-RUN-LINE.
002588         05  FILLER                PIC X(01) VALUE SPACE.
002589         05  FILLER                PIC X(20)
002590                 VALUE "BUSINESS RUN DATE   ".
002591         05  RL-RUN-DATE           PIC 9(8).
002592*
002593 01  WS-HEADING-2.
002594         05  FILLER                PIC X(11) VALUE " STATUS".
002595         05  FILLER                PIC X(11) VALUE "RECORD ID".
002596         05  FILLER                PIC X(20)
002597                 VALUE "      COMPUTED GRD".
002598         05  FILLER                PIC X(20)
002599                 VALUE "      OVERRIDE GRD".
002600         05  FILLER                PIC X(10) VALUE "EXPIRES".
002601         05  FILLER                PIC X(08) VALUE "APPROVER".
002602*
002603 01  WS-DETAIL-LINE.
002604         05  FILLER                PIC X(01) VALUE SPACE.
002605         05  D-STATUS              PIC X(09).
002606         05  FILLER                PIC X(01) VALUE SPACE.
002607         05  D-RECORD-ID           PIC 9(9).
002608         05  FILLER                PIC X(02) VALUE SPACES.
002609         05  D-COMPUTED            PIC -999.9(9).
002610         05  D-COMPUTED-X REDEFINES D-COMPUTED
002611                                   PIC X(14).
002612         05  FILLER                PIC X(01) VALUE SPACE.
002613         05  D-COMP-GRADE          PIC X(03).
002614         05  FILLER                PIC X(02) VALUE SPACES.
002615         05  D-OVERRIDE            PIC -999.9(9).
002616         05  FILLER                PIC X(01) VALUE SPACE.
002617         05  D-OVR-GRADE           PIC X(03).
002618         05  FILLER                PIC X(02) VALUE SPACES.
002619         05  D-EXPIRY              PIC X(08).
002620         05  FILLER                PIC X(02) VALUE SPACES.
002621         05  D-APPROVER            PIC X(08).
002622*
002623 01  WS-REASON-LINE.
002624         05  FILLER                PIC X(22) VALUE SPACES.
002625         05  FILLER                PIC X(08) VALUE "REASON: ".
002626         05  RSL-REASON            PIC X(30).
002627*
002628 01  WS-SUM-LINE.
002629         05  FILLER                PIC X(01) VALUE SPACE.
002630         05  SL-LABEL              PIC X(34).
002631         05  SL-COUNT              PIC ZZZ,ZZZ,ZZ9.
002640*
002650 PROCEDURE DIVISION.
002660* ===========================================================*
002760     GO TO 9999-EXIT.
002770*
002780* ===========================================================*
002782*  1000-INITIALIZE  --  OPEN THE OLD MASTER, STAMP THE RUN
002784*          DATE, TAKE IN THE POSTING CONTROL AND ANY OVERRIDE.
002786*          THE NEW MASTER IS NOT OPENED UNTIL THE EXTRACT HAS
002788*          PASSED THE POSTING SEQUENCE CHECK.
002800* ===========================================================*
002810 1000-INITIALIZE.
002820     OPEN INPUT  SIGMST01-FILE.
002840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002841     PERFORM 1100-READ-RUN-PARAMETERS THRU 1100-EXIT.
002842     PERFORM 1400-READ-POSTING-CONTROL THRU 1400-EXIT.
002843     PERFORM 1500-READ-SEQUENCE-OVERRIDE THRU 1500-EXIT.
002844     PERFORM 1200-LOAD-OVERRIDES THRU 1200-EXIT.
002845     OPEN OUTPUT SIGORP01-FILE.
002846     ACCEPT WS-CURRENT-DATE FROM DATE.
002847     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
002848     MOVE WS-RUN-DATE TO RL-RUN-DATE.
002849     WRITE SIGORP01-RECORD FROM WS-RUN-LINE
002850         AFTER ADVANCING 1.
002851     ADD 1 TO WS-LINE-COUNT.
002860 1000-EXIT.
002870     EXIT.
002880*
002890* ===========================================================*
002891*  1100-READ-RUN-PARAMETERS  --  THE BUSINESS RUN DATE OFF
002892*          SIGPRM01, THE SAME DATE SIG01 STAMPS ON THE AUDIT
002893*          TRAIL.  DEFAULTED TO THE SYSTEM DATE WHEN MISSING.
002894* ===========================================================*
002895 1100-READ-RUN-PARAMETERS.
002896     OPEN INPUT SIGPRM01-FILE.
002897     IF WS-PRM-FILE-STATUS = "00"
002898         READ SIGPRM01-FILE
002899             AT END
002900                 CONTINUE
002901             NOT AT END
002902                 IF PRM-RUN-DATE IS NUMERIC
002903                     MOVE PRM-RUN-DATE TO WS-VAL-DATE
002904                     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
002905                     IF WS-DATE-IS-VALID
002906                         MOVE WS-VAL-DATE-N TO WS-RUN-DATE
002907                     END-IF
002908                 END-IF
002909         END-READ
002910     END-IF.
002911     CLOSE SIGPRM01-FILE.
002912 1100-EXIT.
002913     EXIT.
002914*
002915* ===========================================================*
002916*  1200-LOAD-OVERRIDES  --  SIGOVR01 MANUAL OVERRIDES INTO THE
002917*          TABLE.  A MISSING OR EMPTY FILE MEANS NONE, AND ANY
002918*          OVERRIDE STILL ON THE MASTER THEN EXPIRES.
002919* ===========================================================*
002920 1200-LOAD-OVERRIDES.
002921     OPEN INPUT SIGOVR01-FILE.
002922     IF WS-OVR-FILE-STATUS NOT = "00"
002923         MOVE "Y" TO WS-OVR-EOF-SWITCH
002924     END-IF.
002925     PERFORM 1210-LOAD-ONE-OVERRIDE THRU 1210-EXIT
002926         UNTIL END-OF-SIGOVR01.
002927     CLOSE SIGOVR01-FILE.
002928 1200-EXIT.
002929     EXIT.
002930*
002931* ===========================================================*
002932*  1210-LOAD-ONE-OVERRIDE  --  ONE SIGOVR01 ROW, EDITED AND
002933*          TABLED.  A BAD ROW IS LOGGED, COUNTED AND SKIPPED; A
002934*          ROW NOT YET STARTED IS COUNTED AS PENDING.  A RESULT
002935*          OUTSIDE 0-1 IS ALSO A BAD ROW.
002936* ===========================================================*
002937 1210-LOAD-ONE-OVERRIDE.
002938     READ SIGOVR01-FILE
002939         AT END
002940             MOVE "Y" TO WS-OVR-EOF-SWITCH
002941             GO TO 1210-EXIT
002942     END-READ.
002943     ADD 1 TO WS-OVR-READ-COUNT.
002944     IF OVR-RECORD-ID IS NOT NUMERIC
002945        OR (OVR-RESULT-SIGN-X NOT = "+" AND OVR-RESULT-SIGN-X
002946            NOT = "-")
002947        OR OVR-RESULT-DIG-X IS NOT NUMERIC
002948        OR OVR-START-DATE IS NOT NUMERIC
002949        OR OVR-EXPIRY-DATE IS NOT NUMERIC
002950        OR OVR-EXPIRY-DATE < OVR-START-DATE
002951         DISPLAY "SIGUPD1 WARNING - BAD SIGOVR01 ROW FOR "
002952             OVR-RECORD-ID " SKIPPED"
002953         ADD 1 TO WS-OVR-BAD-COUNT
002954         GO TO 1210-EXIT
002955     END-IF.
002956     IF OVR-RESULT < 0 OR OVR-RESULT > 1
002957         DISPLAY "SIGUPD1 WARNING - SIGOVR01 RESULT FOR "
002958             OVR-RECORD-ID " NOT IN 0-1, SKIPPED"
002959         ADD 1 TO WS-OVR-BAD-COUNT
002960         GO TO 1210-EXIT
002961     END-IF.
002962     MOVE OVR-START-DATE TO WS-VAL-DATE.
002963     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT.
002964     IF WS-DATE-IS-VALID
002965         MOVE OVR-EXPIRY-DATE TO WS-VAL-DATE
002966         PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
002967     END-IF.
002968     IF WS-DATE-NOT-VALID
002969         DISPLAY "SIGUPD1 WARNING - BAD SIGOVR01 DATE FOR "
002970             OVR-RECORD-ID " SKIPPED"
002971         ADD 1 TO WS-OVR-BAD-COUNT
002972         GO TO 1210-EXIT
002973     END-IF.
002974     MOVE OVR-START-DATE  TO WS-OVR-START-DATE.
002975     MOVE OVR-EXPIRY-DATE TO WS-OVR-EXPIRY-DATE.
002976     IF WS-OVR-START-DATE > WS-RUN-DATE
002977         ADD 1 TO WS-OVR-PENDING-COUNT
002978         GO TO 1210-EXIT
002979     END-IF.
002980     IF WS-OVR-EXPIRY-DATE < WS-RUN-DATE
002981         SET WS-ROW-LAPSED TO TRUE
002982     ELSE
002983         SET WS-ROW-IN-FORCE TO TRUE
002984     END-IF.
002985     MOVE OVR-RECORD-ID TO WS-OVR-WANT-ID.
002986     PERFORM 1220-FIND-OVERRIDE THRU 1220-EXIT.
002987     IF WS-OVR-FOUND
002988         PERFORM 1240-TEST-REPLACE THRU 1240-EXIT
002989         IF WS-OVR-NOT-FOUND
002990             GO TO 1210-EXIT
002991         END-IF
002992     ELSE
002993         IF WS-OVR-USED >= WS-OVR-MAX-ENTRIES
002994             DISPLAY "SIGUPD1 WARNING - OVERRIDE TABLE FULL, "
002995                 OVR-RECORD-ID " DROPPED"
002996             ADD 1 TO WS-OVR-BAD-COUNT
002997             GO TO 1210-EXIT
002998         END-IF
002999         ADD 1 TO WS-OVR-USED
003000         SET WS-OVR-IDX TO WS-OVR-USED
003001     END-IF.
003002     MOVE WS-OVR-WANT-ID      TO WS-OVR-RECORD-ID(WS-OVR-IDX).
003003     MOVE OVR-RESULT          TO WS-OVR-RESULT(WS-OVR-IDX).
003004     MOVE OVR-GRADE           TO WS-OVR-GRADE(WS-OVR-IDX).
003005     MOVE WS-OVR-START-DATE   TO WS-OVR-START(WS-OVR-IDX).
003006     MOVE WS-OVR-EXPIRY-DATE  TO WS-OVR-EXPIRY(WS-OVR-IDX).
003007     MOVE OVR-APPROVED-BY     TO WS-OVR-APPROVED-BY(WS-OVR-IDX).
003008     MOVE OVR-REASON          TO WS-OVR-REASON(WS-OVR-IDX).
003009     MOVE WS-ROW-FORCE-SWITCH TO WS-OVR-FORCE-SWITCH(WS-OVR-IDX).
003010     MOVE "N"                 TO WS-OVR-MATCH-SWITCH(WS-OVR-IDX).
003011 1210-EXIT.
003012     EXIT.
003013*
003014* ===========================================================*
003015*  1220-FIND-OVERRIDE  --  THE SLOT FOR WS-OVR-WANT-ID, IF ANY
003016* ===========================================================*
003017 1220-FIND-OVERRIDE.
003018     SET WS-OVR-NOT-FOUND TO TRUE.
003019     PERFORM 1230-TEST-ONE-OVERRIDE THRU 1230-EXIT
003020         VARYING WS-OVR-SUB FROM 1 BY 1
003021         UNTIL WS-OVR-SUB > WS-OVR-USED
003022            OR WS-OVR-FOUND.
003023 1220-EXIT.
003024     EXIT.
003025*
003026* ===========================================================*
003027*  1230-TEST-ONE-OVERRIDE  --  TEST ONE TABLE SLOT
003028* ===========================================================*
003029 1230-TEST-ONE-OVERRIDE.
003030     SET WS-OVR-IDX TO WS-OVR-SUB.
003031     IF WS-OVR-RECORD-ID(WS-OVR-IDX) = WS-OVR-WANT-ID
003032         SET WS-OVR-FOUND TO TRUE
003033     END-IF.
003034 1230-EXIT.
003035     EXIT.
003036*
003037* ===========================================================*
003038*  1240-TEST-REPLACE  --  DOES THE ROW IN HAND BEAT THE ONE
003039*          ALREADY TABLED FOR ITS RECORD ID.  LEAVES THE FOUND
003040*          SWITCH OFF WHEN THE TABLED ROW STANDS.
003041* ===========================================================*
003042 1240-TEST-REPLACE.
003043     IF WS-ROW-IN-FORCE
003044         IF WS-OVR-IN-FORCE(WS-OVR-IDX)
003045            AND WS-OVR-START-DATE < WS-OVR-START(WS-OVR-IDX)
003046             SET WS-OVR-NOT-FOUND TO TRUE
003047         END-IF
003048     ELSE
003049         IF WS-OVR-IN-FORCE(WS-OVR-IDX)
003050            OR WS-OVR-EXPIRY-DATE < WS-OVR-EXPIRY(WS-OVR-IDX)
003051             SET WS-OVR-NOT-FOUND TO TRUE
003052         END-IF
003053     END-IF.
003054 1240-EXIT.
003055     EXIT.
003056*
003057* ===========================================================*
003058*  1300-WRITE-HEADINGS  --  NEW PAGE, HEADINGS, RESET LINES
003059* ===========================================================*
003060 1300-WRITE-HEADINGS.
003061     ADD 1 TO WS-PAGE-COUNT.
003062     MOVE WS-CD-MM TO H1-MM.
003063     MOVE WS-CD-DD TO H1-DD.
003064     MOVE WS-CD-YY TO H1-YY.
003065     MOVE WS-PAGE-COUNT TO H1-PAGE.
003066     WRITE SIGORP01-RECORD FROM WS-HEADING-1
003067         AFTER ADVANCING PAGE.
003068     WRITE SIGORP01-RECORD FROM WS-HEADING-2
003069         AFTER ADVANCING 2.
003070     MOVE ZERO TO WS-LINE-COUNT.
003071 1300-EXIT.
003072     EXIT.
003073*
003074* ===========================================================*
003075*  1400-READ-POSTING-CONTROL  --  THE NIGHT LAST POSTED TO THE
003076*          OLD MASTER.  A MISSING FILE LEAVES THE SEQUENCE
003077*          UNCHECKED; A DAMAGED RECORD FAILS THE CHECK.
003078* ===========================================================*
003079 1400-READ-POSTING-CONTROL.
003080     OPEN INPUT SIGPCT01-FILE.
003081     IF WS-PCT-FILE-STATUS = "00"
003082         READ SIGPCT01-FILE
003083             AT END
003084                 CONTINUE
003085             NOT AT END
003086                 SET WS-PCT-NOT-VALID TO TRUE
003087                 IF PCT-LAST-RUN-ID IS NUMERIC
003088                    AND PCT-LAST-RUN-DATE IS NUMERIC
003089                    AND PCT-PRIOR-RUN-ID IS NUMERIC
003090                    AND PCT-PRIOR-RUN-DATE IS NUMERIC
003091                    AND PCT-MST-COUNT IS NUMERIC
003092                     SET WS-PCT-FOUND TO TRUE
003093                     MOVE PCT-LAST-RUN-ID TO WS-PCT-LAST-RUN-ID
003094                     MOVE PCT-LAST-RUN-DATE
003095                         TO WS-PCT-LAST-RUN-DATE
003096                     MOVE PCT-PRIOR-RUN-ID
003097                         TO WS-PCT-PRIOR-RUN-ID
003098                     MOVE PCT-PRIOR-RUN-DATE
003099                         TO WS-PCT-PRIOR-RUN-DATE
003100                     MOVE PCT-MST-COUNT TO WS-PCT-MST-COUNT
003101                 END-IF
003102         END-READ
003103     END-IF.
003104     CLOSE SIGPCT01-FILE.
003105 1400-EXIT.
003106     EXIT.
003107*
003108* ===========================================================*
003109*  1500-READ-SEQUENCE-OVERRIDE  --  AN OPERATOR OVERRIDE OF
003110*          THE POSTING SEQUENCE CHECK, KEYED ON SIGPOV01 AS THE
003111*          RUN DATE IT IS GOOD FOR AND THE OPERATOR'S ID.  A
003112*          ROW WITHOUT BOTH IS IGNORED WITH A WARNING.
003113* ===========================================================*
003114 1500-READ-SEQUENCE-OVERRIDE.
003115     OPEN INPUT SIGPOV01-FILE.
003116     IF WS-POV-FILE-STATUS = "00"
003117         READ SIGPOV01-FILE
003118             AT END
003119                 CONTINUE
003120             NOT AT END
003121                 SET WS-POV-NOT-VALID TO TRUE
003122                 IF POV-RUN-DATE IS NUMERIC
003123                    AND POV-OPERATOR NOT = SPACES
003124                     MOVE POV-RUN-DATE TO WS-VAL-DATE
003125                     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
003126                     IF WS-DATE-IS-VALID
003127                         SET WS-POV-GIVEN TO TRUE
003128                         MOVE WS-VAL-DATE-N TO WS-POV-RUN-DATE
003129                         MOVE POV-OPERATOR  TO WS-POV-OPERATOR
003130                     END-IF
003131                 END-IF
003132         END-READ
003133     END-IF.
003134     CLOSE SIGPOV01-FILE.
003135     IF WS-POV-NOT-VALID
003136         DISPLAY "SIGUPD1 WARNING - SIGPOV01 OVERRIDE HAS NO "
003137             "VALID RUN DATE AND OPERATOR, IGNORED"
003138     END-IF.
003139 1500-EXIT.
003140     EXIT.
003141*
003142* ===========================================================*
003150*  2000-RELEASE-EXTRACT  --  FEED THE SORT, DROPPING THE TRL
003160*          CONTROL RECORD AND PROVING THE FEED BALANCES
003170* ===========================================================*
003250             "TRAILER RECORD"
003260         MOVE 8 TO RETURN-CODE
003270     END-IF.
003272     PERFORM 2100-CHECK-POSTING-SEQUENCE THRU 2100-EXIT.
003280 2000-EXIT.
003290     EXIT.
003300*
003530* ===========================================================*
003540 2020-VERIFY-TRAILER.
003550     MOVE "Y" TO WS-TRL-SEEN-SWITCH.
003551     IF EXT-TRL-RUN-ID IS NUMERIC
003552         MOVE EXT-TRL-RUN-ID TO WS-EXT-RUN-ID
003553     END-IF.
003554     IF EXT-TRL-RUN-DATE IS NUMERIC
003555         MOVE EXT-TRL-RUN-DATE TO WS-EXT-RUN-DATE
003556     END-IF.
003560     IF EXT-TRL-REC-COUNT NOT = WS-FEED-REC-COUNT
003570         DISPLAY "SIGUPD1 CONTROL ERROR - TRAILER COUNT "
003580             EXT-TRL-REC-COUNT " VS RECORDS READ "
003640             EXT-TRL-HASH " VS RESULTS READ "
003650             WS-FEED-HASH
003660         MOVE 8 TO RETURN-CODE
003661     END-IF.
003662 2020-EXIT.
003663     EXIT.
003664*
003665* ===========================================================*
003666*  2100-CHECK-POSTING-SEQUENCE  --  THE EXTRACT MUST BE A LATER
003667*          NIGHT THAN THE LAST ONE POSTED AND A RUN NOT ALREADY
003668*          POSTED.  OTHERWISE ONLY A SIGPOV01 OVERRIDE DATED FOR
003669*          THE EXTRACT'S RUN DATE LETS IT THROUGH; WITHOUT ONE
003670*          THE POSTING IS REFUSED.  AN EXTRACT WITH NO RUN DATE
003671*          ON ITS TRAILER IS TAKEN AS THE BUSINESS RUN DATE.
003672*          A RUN IS ITS RUN ID AND RUN DATE TOGETHER -- THE ID
003673*          IS A TIME OF DAY AND REPEATS ACROSS NIGHTS.
003674* ===========================================================*
003675 2100-CHECK-POSTING-SEQUENCE.
003676     IF WS-EXT-RUN-DATE = 0
003677         MOVE WS-RUN-DATE TO WS-EXT-RUN-DATE
003678     END-IF.
003679     IF WS-PCT-NOT-FOUND
003680         DISPLAY "SIGUPD1 WARNING - NO SIGPCT01 POSTING CONTROL, "
003681             "POSTING SEQUENCE NOT CHECKED"
003682         GO TO 2100-EXIT
003683     END-IF.
003684     IF WS-PCT-NOT-VALID
003685         DISPLAY "SIGUPD1 CONTROL ERROR - SIGPCT01 POSTING "
003686             "CONTROL RECORD IS NOT VALID"
003687         SET WS-SEQ-OUT-OF-ORDER TO TRUE
003688     END-IF.
003689     IF WS-EXT-RUN-ID NOT = 0
003690        AND ((WS-EXT-RUN-ID = WS-PCT-LAST-RUN-ID
003691               AND WS-EXT-RUN-DATE = WS-PCT-LAST-RUN-DATE)
003692           OR (WS-EXT-RUN-ID = WS-PCT-PRIOR-RUN-ID
003693               AND WS-EXT-RUN-DATE = WS-PCT-PRIOR-RUN-DATE))
003699         DISPLAY "SIGUPD1 CONTROL ERROR - RUN ID " WS-EXT-RUN-ID
003700             " OF " WS-EXT-RUN-DATE " HAS ALREADY BEEN POSTED"
003701         SET WS-SEQ-OUT-OF-ORDER TO TRUE
003702     END-IF.
003703     IF WS-EXT-RUN-DATE NOT > WS-PCT-LAST-RUN-DATE
003704         DISPLAY "SIGUPD1 CONTROL ERROR - RUN DATE "
003705             WS-EXT-RUN-DATE " IS NOT AFTER THE LAST POSTING "
003706             WS-PCT-LAST-RUN-DATE
003707         SET WS-SEQ-OUT-OF-ORDER TO TRUE
003708     END-IF.
003709     IF WS-SEQ-IN-ORDER
003710         GO TO 2100-EXIT
003711     END-IF.
003712     IF WS-POV-GIVEN
003713        AND WS-POV-RUN-DATE = WS-EXT-RUN-DATE
003714         SET WS-POV-USED TO TRUE
003715         DISPLAY "SIGUPD1 WARNING - POSTING SEQUENCE CHECK "
003716             "OVERRIDDEN BY " WS-POV-OPERATOR " FOR RUN DATE "
003717             WS-EXT-RUN-DATE
003718         GO TO 2100-EXIT
003719     END-IF.
003720     IF WS-POV-GIVEN
003721         DISPLAY "SIGUPD1 WARNING - SIGPOV01 OVERRIDE IS FOR RUN "
003722             "DATE " WS-POV-RUN-DATE ", NOT " WS-EXT-RUN-DATE
003723     END-IF.
003724     DISPLAY "SIGUPD1 CONTROL ERROR - POSTING REFUSED, MASTER "
003725         "NOT UPDATED, STEP SET TO RETURN CODE 16".
003726     SET WS-POST-REFUSED TO TRUE.
003727     MOVE 16 TO RETURN-CODE.
003728 2100-EXIT.
003729     EXIT.
003730*
003731* ===========================================================*
003732*  3000-MATCH-MERGE  --  BALANCE THE OLD MASTER AGAINST THE
003733*          SORTED EXTRACT, ONE KEY AT A TIME.  A REFUSED
003734*          POSTING WRITES NO NEW MASTER AT ALL.
003740* ===========================================================*
003750 3000-MATCH-MERGE.
003752     IF WS-POST-REFUSED
003754         GO TO 3000-EXIT
003756     END-IF.
003758     OPEN OUTPUT SIGMST02-FILE.
003760     PERFORM 3100-READ-OLD-MASTER THRU 3100-EXIT.
003770     PERFORM 3200-RETURN-EXTRACT THRU 3200-EXIT.
003780     PERFORM 3300-MATCH-ONE-KEY THRU 3300-EXIT
003790         UNTIL WS-MST-KEY = HIGH-VALUES
003800           AND WS-EXT-KEY = HIGH-VALUES.
003802     PERFORM 3800-LIST-UNMATCHED THRU 3800-EXIT
003804         VARYING WS-OVR-SUB FROM 1 BY 1
003806         UNTIL WS-OVR-SUB > WS-OVR-USED.
003810 3000-EXIT.
003820     EXIT.
003830*
003960     EXIT.
003970*
003980* ===========================================================*
003982*  3200-RETURN-EXTRACT  --  NEXT SORTED EXTRACT RECORD.  THE
003984*          COMPUTED RESULT AND GRADE ARE TAKEN; ANY OVERRIDE
003986*          IS APPLIED HERE AGAINST THE SIGOVR01 TABLE.
004000* ===========================================================*
004010 3200-RETURN-EXTRACT.
004020     RETURN SORT-WORK-FILE
004030         AT END
004040             MOVE HIGH-VALUES TO WS-EXT-KEY
004050         NOT AT END
004052             MOVE SRT-RECORD-ID    TO WS-EXT-KEY
004054             MOVE SRT-COMP-SIGMOID TO WS-EXT-SIGMOID
004056             MOVE SRT-CATEGORY     TO WS-EXT-CATEGORY
004058             MOVE SRT-COMP-GRADE   TO WS-EXT-GRADE
004080             ADD 1 TO WS-EXT-READ-COUNT
004090     END-RETURN.
004100 3200-EXIT.
004260     EXIT.
004270*
004280* ===========================================================*
004282*  3310-CARRY-MASTER  --  NO EXTRACT TONIGHT, CARRY FORWARD.
004284*          THE COMPUTED RESULT IS PUT BACK AS CURRENT AND
004286*          AN OVERRIDE IN FORCE RE-APPLIED, SO ONE THAT STARTS
004288*          OR EXPIRES TAKES EFFECT WITHOUT A NEW RESULT.
004300* ===========================================================*
004310 3310-CARRY-MASTER.
004320     MOVE SIGMST01-RECORD TO SIGMST02-RECORD.
004321     IF NOT MST-OVERRIDDEN
004322         MOVE MST-CURR-SIGMOID TO NMS-COMP-SIGMOID
004323         MOVE MST-CURR-GRADE   TO NMS-COMP-GRADE
004324     END-IF.
004325     MOVE NMS-COMP-SIGMOID TO NMS-CURR-SIGMOID.
004326     MOVE NMS-COMP-GRADE   TO NMS-CURR-GRADE.
004327     MOVE SPACE            TO NMS-OVR-FLAG.
004328     SET WS-OLD-MST-SEEN TO TRUE.
004329     PERFORM 3600-APPLY-OVERRIDE THRU 3600-EXIT.
004330     PERFORM 3500-WRITE-NEW-MASTER THRU 3500-EXIT.
004340     ADD 1 TO WS-MST-CARRY-COUNT.
004350     PERFORM 3100-READ-OLD-MASTER THRU 3100-EXIT.
004430     MOVE WS-EXT-KEY  TO NMS-RECORD-ID.
004440     MOVE ZERO        TO NMS-PRIOR-SIGMOID.
004450     MOVE ZERO        TO NMS-PRIOR-RUN-DATE.
004452     MOVE SPACES      TO NMS-PRIOR-GRADE.
004454     SET WS-NO-OLD-MST TO TRUE.
004460     PERFORM 3400-APPLY-EXTRACT-KEY THRU 3400-EXIT.
004470     PERFORM 3500-WRITE-NEW-MASTER THRU 3500-EXIT.
004480     ADD 1 TO WS-MST-ADD-COUNT.
004560     MOVE MST-RECORD-ID      TO NMS-RECORD-ID.
004570     MOVE MST-CURR-SIGMOID   TO NMS-PRIOR-SIGMOID.
004580     MOVE MST-CURR-RUN-DATE  TO NMS-PRIOR-RUN-DATE.
004582     MOVE MST-CURR-GRADE     TO NMS-PRIOR-GRADE.
004584     SET WS-OLD-MST-SEEN TO TRUE.
004590     PERFORM 3400-APPLY-EXTRACT-KEY THRU 3400-EXIT.
004600     PERFORM 3500-WRITE-NEW-MASTER THRU 3500-EXIT.
004610     ADD 1 TO WS-MST-UPDATE-COUNT.
004650*
004660* ===========================================================*
004670*  3400-APPLY-EXTRACT-KEY  --  POST EVERY EXTRACT RECORD FOR
004672*          THE KEY IN HAND; THE LAST OCCURRENCE WINS.  THE
004674*          COMPUTED VALUES ARE KEPT BEHIND ANY OVERRIDE.
004690* ===========================================================*
004700 3400-APPLY-EXTRACT-KEY.
004710     MOVE WS-EXT-KEY TO WS-HOLD-KEY.
004720     PERFORM 3410-POST-ONE-EXTRACT THRU 3410-EXIT
004730         UNTIL WS-EXT-KEY NOT = WS-HOLD-KEY.
004740     MOVE WS-RUN-DATE TO NMS-CURR-RUN-DATE.
004742     MOVE NMS-CURR-SIGMOID TO NMS-COMP-SIGMOID.
004744     MOVE NMS-CURR-GRADE   TO NMS-COMP-GRADE.
004746     MOVE SPACE            TO NMS-OVR-FLAG.
004748     PERFORM 3600-APPLY-OVERRIDE THRU 3600-EXIT.
004750 3400-EXIT.
004760     EXIT.
004770*
004780* ===========================================================*
004790*  3410-POST-ONE-EXTRACT  --  ONE EXTRACT RESULT ONTO THE KEY
004800* ===========================================================*
004801 3410-POST-ONE-EXTRACT.
004802     MOVE WS-EXT-SIGMOID  TO NMS-CURR-SIGMOID.
004803     MOVE WS-EXT-CATEGORY TO NMS-CATEGORY.
004804     MOVE WS-EXT-GRADE    TO NMS-CURR-GRADE.
004805     PERFORM 3200-RETURN-EXTRACT THRU 3200-EXIT.
004806 3410-EXIT.
004807     EXIT.
004808*
004809* ===========================================================*
004810*  3500-WRITE-NEW-MASTER  --  ONE RECORD ONTO SIGMST02
004811* ===========================================================*
004812 3500-WRITE-NEW-MASTER.
004813     WRITE SIGMST02-RECORD.
004814     ADD 1 TO WS-MST-WRITE-COUNT.
004815 3500-EXIT.
004816     EXIT.
004817*
004818* ===========================================================*
004819*  3600-APPLY-OVERRIDE  --  THE NEW MASTER IN HAND CARRIES ITS
004820*          COMPUTED RESULT AS CURRENT.  AN OVERRIDE IN FORCE
004821*          REPLACES IT (ACTIVE WHEN THE OLD MASTER ALREADY HAD
004822*          THE SAME OVERRIDE, OTHERWISE NEW); AN OLD MASTER
004823*          OVERRIDE WITH NONE IN FORCE HAS EXPIRED.
004824* ===========================================================*
004825 3600-APPLY-OVERRIDE.
004826     MOVE NMS-RECORD-ID TO WS-OVR-WANT-ID.
004827     PERFORM 1220-FIND-OVERRIDE THRU 1220-EXIT.
004828     IF WS-OVR-FOUND
004829         IF WS-OVR-IN-FORCE(WS-OVR-IDX)
004830             PERFORM 3610-POST-OVERRIDE THRU 3610-EXIT
004831             GO TO 3600-EXIT
004832         END-IF
004833     END-IF.
004834     IF WS-OLD-MST-SEEN AND MST-OVERRIDDEN
004835         MOVE "EXPIRED" TO WS-RPT-STATUS
004836         ADD 1 TO WS-OVR-EXPIRED-COUNT
004837         MOVE MST-CURR-SIGMOID TO WS-RPT-OVR-SIGMOID
004838         MOVE MST-CURR-GRADE   TO WS-RPT-OVR-GRADE
004839         PERFORM 3700-WRITE-OVERRIDE-LINE THRU 3700-EXIT
004840     END-IF.
004841 3600-EXIT.
004842     EXIT.
004843*
004844* ===========================================================*
004845*  3610-POST-OVERRIDE  --  THE OVERRIDE BECOMES THE CURRENT
004846*          RESULT; A BLANK OVERRIDE GRADE KEEPS THE COMPUTED ONE
004847* ===========================================================*
004848 3610-POST-OVERRIDE.
004849     MOVE "Y" TO WS-OVR-MATCH-SWITCH(WS-OVR-IDX).
004850     MOVE WS-OVR-RESULT(WS-OVR-IDX) TO NMS-CURR-SIGMOID.
004851     IF WS-OVR-GRADE(WS-OVR-IDX) NOT = SPACES
004852         MOVE WS-OVR-GRADE(WS-OVR-IDX) TO NMS-CURR-GRADE
004853     END-IF.
004854     MOVE "O" TO NMS-OVR-FLAG.
004855     IF WS-OLD-MST-SEEN
004856        AND MST-OVERRIDDEN
004857        AND MST-CURR-SIGMOID = NMS-CURR-SIGMOID
004858        AND MST-CURR-GRADE = NMS-CURR-GRADE
004859         MOVE "ACTIVE" TO WS-RPT-STATUS
004860         ADD 1 TO WS-OVR-ACTIVE-COUNT
004861     ELSE
004862         MOVE "NEW" TO WS-RPT-STATUS
004863         ADD 1 TO WS-OVR-NEW-COUNT
004864     END-IF.
004865     MOVE NMS-CURR-SIGMOID TO WS-RPT-OVR-SIGMOID.
004866     MOVE NMS-CURR-GRADE   TO WS-RPT-OVR-GRADE.
004867     PERFORM 3700-WRITE-OVERRIDE-LINE THRU 3700-EXIT.
004868 3610-EXIT.
004869     EXIT.
004870*
004871* ===========================================================*
004872*  3700-WRITE-OVERRIDE-LINE  --  COMPUTED BESIDE OVERRIDDEN,
004873*          WITH THE SIGOVR01 EXPIRY, APPROVER AND REASON WHEN
004874*          THE ROW IS STILL ON FILE
004875* ===========================================================*
004876 3700-WRITE-OVERRIDE-LINE.
004877     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004878         PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT
004879     END-IF.
004880     MOVE WS-RPT-STATUS      TO D-STATUS.
004881     MOVE NMS-RECORD-ID      TO D-RECORD-ID.
004882     MOVE NMS-COMP-SIGMOID   TO D-COMPUTED.
004883     MOVE NMS-COMP-GRADE     TO D-COMP-GRADE.
004884     MOVE WS-RPT-OVR-SIGMOID TO D-OVERRIDE.
004885     MOVE WS-RPT-OVR-GRADE   TO D-OVR-GRADE.
004886     MOVE SPACES             TO D-EXPIRY D-APPROVER RSL-REASON.
004887     IF WS-OVR-FOUND
004888         MOVE WS-OVR-EXPIRY(WS-OVR-IDX)      TO D-EXPIRY
004889         MOVE WS-OVR-APPROVED-BY(WS-OVR-IDX) TO D-APPROVER
004890         MOVE WS-OVR-REASON(WS-OVR-IDX)      TO RSL-REASON
004891     END-IF.
004892     PERFORM 3750-WRITE-DETAIL-PAIR THRU 3750-EXIT.
004893 3700-EXIT.
004894     EXIT.
004895*
004896* ===========================================================*
004897*  3750-WRITE-DETAIL-PAIR  --  THE DETAIL LINE AND, WHEN ONE
004898*          IS KNOWN, THE REASON LINE UNDER IT
004899* ===========================================================*
004900 3750-WRITE-DETAIL-PAIR.
004901     WRITE SIGORP01-RECORD FROM WS-DETAIL-LINE
004902         AFTER ADVANCING 1.
004903     ADD 1 TO WS-LINE-COUNT.
004904     IF RSL-REASON NOT = SPACES
004905         WRITE SIGORP01-RECORD FROM WS-REASON-LINE
004906             AFTER ADVANCING 1
004907         ADD 1 TO WS-LINE-COUNT
004908     END-IF.
004909 3750-EXIT.
004910     EXIT.
004911*
004912* ===========================================================*
004913*  3800-LIST-UNMATCHED  --  AN OVERRIDE IN FORCE FOR A RECORD
004914*          ID NEITHER ON THE MASTER NOR ON TONIGHT'S EXTRACT
004915*          POSTED NOTHING; LIST IT SO IT CAN BE CHECKED
004916* ===========================================================*
004917 3800-LIST-UNMATCHED.
004918     SET WS-OVR-IDX TO WS-OVR-SUB.
004919     IF NOT WS-OVR-IN-FORCE(WS-OVR-IDX)
004920        OR WS-OVR-MATCHED(WS-OVR-IDX)
004921         GO TO 3800-EXIT
004922     END-IF.
004923     ADD 1 TO WS-OVR-UNMATCHED-COUNT.
004924     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004925         PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT
004926     END-IF.
004927     MOVE "UNMATCHED"                    TO D-STATUS.
004928     MOVE WS-OVR-RECORD-ID(WS-OVR-IDX)   TO D-RECORD-ID.
004929     MOVE SPACES                         TO D-COMPUTED-X.
004930     MOVE SPACES                         TO D-COMP-GRADE.
004931     MOVE WS-OVR-RESULT(WS-OVR-IDX)      TO D-OVERRIDE.
004932     MOVE WS-OVR-GRADE(WS-OVR-IDX)       TO D-OVR-GRADE.
004933     MOVE WS-OVR-EXPIRY(WS-OVR-IDX)      TO D-EXPIRY.
004934     MOVE WS-OVR-APPROVED-BY(WS-OVR-IDX) TO D-APPROVER.
004935     MOVE WS-OVR-REASON(WS-OVR-IDX)      TO RSL-REASON.
004936     PERFORM 3750-WRITE-DETAIL-PAIR THRU 3750-EXIT.
004937 3800-EXIT.
004940     EXIT.
004950*
004960* ===========================================================*
005450     EXIT.
005460*
005470* ===========================================================*
005472*  8000-TERMINATE  --  CLOSE AND LOG THE BALANCING COUNTS.
005474*          A POSTED NIGHT WRITES ITS NEW POSTING CONTROL AND
005476*          PROVES THE OLD ONE AGAINST THE OLD MASTER.
005490* ===========================================================*
005500 8000-TERMINATE.
005510     CLOSE SIGMST01-FILE.
005512     IF WS-POST-ALLOWED
005514         CLOSE SIGMST02-FILE
005516         PERFORM 8200-WRITE-POSTING-CONTROL THRU 8200-EXIT
005518     END-IF.
005530     DISPLAY "SIGUPD1 - EXTRACT RECORDS READ:   "
005540         WS-EXT-READ-COUNT.
005550     DISPLAY "SIGUPD1 - OLD MASTERS READ:       "
005590     DISPLAY "SIGUPD1 - MASTERS UPDATED:        "
005600         WS-MST-UPDATE-COUNT.
005610     DISPLAY "SIGUPD1 - MASTERS ADDED:          "
005611         WS-MST-ADD-COUNT.
005612     DISPLAY "SIGUPD1 - NEW MASTERS WRITTEN:    "
005613         WS-MST-WRITE-COUNT.
005614     DISPLAY "SIGUPD1 - OVERRIDES ACTIVE:       "
005615         WS-OVR-ACTIVE-COUNT.
005616     DISPLAY "SIGUPD1 - OVERRIDES NEWLY APPLIED:"
005617         WS-OVR-NEW-COUNT.
005618     DISPLAY "SIGUPD1 - OVERRIDES EXPIRED:      "
005619         WS-OVR-EXPIRED-COUNT.
005620     PERFORM 8050-WRITE-OVERRIDE-SUMMARY THRU 8050-EXIT.
005621     CLOSE SIGORP01-FILE.
005622     IF WS-OVR-BAD-COUNT > 0
005623        OR WS-OVR-UNMATCHED-COUNT > 0
005624         DISPLAY "SIGUPD1 WARNING - " WS-OVR-BAD-COUNT
005625             " BAD SIGOVR01 ROW(S), " WS-OVR-UNMATCHED-COUNT
005626             " OVERRIDE(S) FOR NO RECORD ON FILE"
005627         IF RETURN-CODE < 4
005628             MOVE 4 TO RETURN-CODE
005629         END-IF
005630     END-IF.
005631     IF WS-POST-ALLOWED
005632        AND WS-PCT-FOUND
005633        AND WS-PCT-MST-COUNT NOT = WS-MST-READ-COUNT
005634         DISPLAY "SIGUPD1 CONTROL ERROR - SIGPCT01 MASTER COUNT "
005635             WS-PCT-MST-COUNT " VS OLD MASTERS READ "
005636             WS-MST-READ-COUNT
005637         IF RETURN-CODE < 8
005638             MOVE 8 TO RETURN-CODE
005639         END-IF
005640     END-IF.
005641     IF WS-PCT-NOT-FOUND
005642        OR WS-POV-USED
005643        OR WS-POV-NOT-VALID
005644         IF RETURN-CODE < 4
005645             MOVE 4 TO RETURN-CODE
005646         END-IF
005647     END-IF.
005650     PERFORM 8100-WRITE-RUN-STATUS THRU 8100-EXIT.
005651 8000-EXIT.
005652     EXIT.
005653*
005654* ===========================================================*
005655*  8050-WRITE-OVERRIDE-SUMMARY  --  SIGORP01 CLOSING COUNTS
005656* ===========================================================*
005657 8050-WRITE-OVERRIDE-SUMMARY.
005658     MOVE "SIGOVR01 ROWS READ" TO SL-LABEL.
005659     MOVE WS-OVR-READ-COUNT TO SL-COUNT.
005660     WRITE SIGORP01-RECORD FROM WS-SUM-LINE
005661         AFTER ADVANCING 3.
005662     MOVE "ROWS REJECTED (BAD ROW)" TO SL-LABEL.
005663     MOVE WS-OVR-BAD-COUNT TO SL-COUNT.
005664     WRITE SIGORP01-RECORD FROM WS-SUM-LINE
005665         AFTER ADVANCING 1.
005666     MOVE "ROWS NOT YET IN FORCE" TO SL-LABEL.
005667     MOVE WS-OVR-PENDING-COUNT TO SL-COUNT.
005668     WRITE SIGORP01-RECORD FROM WS-SUM-LINE
005669         AFTER ADVANCING 1.
005670     MOVE "OVERRIDES ACTIVE" TO SL-LABEL.
005671     MOVE WS-OVR-ACTIVE-COUNT TO SL-COUNT.
005672     WRITE SIGORP01-RECORD FROM WS-SUM-LINE
005673         AFTER ADVANCING 1.
005674     MOVE "OVERRIDES NEWLY APPLIED" TO SL-LABEL.
005675     MOVE WS-OVR-NEW-COUNT TO SL-COUNT.
005676     WRITE SIGORP01-RECORD FROM WS-SUM-LINE
005677         AFTER ADVANCING 1.
005678     MOVE "OVERRIDES EXPIRED" TO SL-LABEL.
005679     MOVE WS-OVR-EXPIRED-COUNT TO SL-COUNT.
005680     WRITE SIGORP01-RECORD FROM WS-SUM-LINE
005681         AFTER ADVANCING 1.
005682     MOVE "OVERRIDES FOR NO RECORD ON FILE" TO SL-LABEL.
005683     MOVE WS-OVR-UNMATCHED-COUNT TO SL-COUNT.
005684     WRITE SIGORP01-RECORD FROM WS-SUM-LINE
005685         AFTER ADVANCING 1.
005686 8050-EXIT.
005687     EXIT.
005688*
005690* ===========================================================*
005700*  8100-WRITE-RUN-STATUS  --  ONE MACHINE-READABLE RECORD FOR
005710*          THE SIGBAL1 NIGHTLY BALANCING STEP
005830     WRITE SIGSTA02-RECORD.
005840     CLOSE SIGSTA02-FILE.
005850 8100-EXIT.
005851     EXIT.
005852*
005853* ===========================================================*
005854*  8200-WRITE-POSTING-CONTROL  --  THE NEW SIGPCT02 BESIDE THE
005855*          NEW MASTER.  TONIGHT BECOMES THE LAST NIGHT POSTED AND
005856*          THE OLD LAST NIGHT THE PRIOR ONE FOR SIGBKO1.
005857* ===========================================================*
005858 8200-WRITE-POSTING-CONTROL.
005859     OPEN OUTPUT SIGPCT02-FILE.
005860     MOVE SPACES               TO SIGPCT02-RECORD.
005861     MOVE WS-EXT-RUN-ID        TO NPC-LAST-RUN-ID.
005862     MOVE WS-EXT-RUN-DATE      TO NPC-LAST-RUN-DATE.
005863     MOVE WS-PCT-LAST-RUN-ID   TO NPC-PRIOR-RUN-ID.
005864     MOVE WS-PCT-LAST-RUN-DATE TO NPC-PRIOR-RUN-DATE.
005865     MOVE WS-MST-WRITE-COUNT   TO NPC-MST-COUNT.
005866     MOVE "SIGUPD1"            TO NPC-POSTED-BY.
005867     ACCEPT NPC-POSTED-DATE FROM DATE YYYYMMDD.
005868     ACCEPT NPC-POSTED-TIME FROM TIME.
005869     IF WS-POV-USED
005870         MOVE "O"             TO NPC-OVR-FLAG
005871         MOVE WS-POV-OPERATOR TO NPC-OVR-OPERATOR
005872     END-IF.
005873     WRITE SIGPCT02-RECORD.
005874     CLOSE SIGPCT02-FILE.
005875 8200-EXIT.
005876     EXIT.
005877*
005880 9999-EXIT.
005890     STOP RUN.
