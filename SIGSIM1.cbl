001290* MODIFICATION HISTORY
001300* DATE       INIT  DESCRIPTION
001310* ---------- ----  -------------------------------------------
001311* 2026-09-02 RS    ORIGINAL PROGRAM.
001312* 2026-10-15 RS    SIGWGT01 AND SIGBND01 ARE NOW EFFECTIVE-DATED
001313*                  VERSION FILES KEPT BY SIGCAL1.  THE LIVE SIDE
001314*                  TAKES THE SAME APPROVED VERSION IN FORCE ON
001315*                  THE SIGPRM01 BUSINESS RUN DATE THAT SIG01
001316*                  USES.  THE PROPOSED SIGWGT02 SIDE TAKES EACH
001317*                  CATEGORY'S LATEST VERSION, APPROVED OR STILL
001318*                  PENDING, SO A KEYED CHANGE CAN BE SIMULATED
001319*                  BEFORE THE SECOND USER SIGNS IT OFF.
001320* 2026-10-15 RS    AN APPROVED VERSION NEEDS AN "A" STATUS AND TWO
001321*                  DIFFERENT, NON-BLANK USERS.
001330*
001340 ENVIRONMENT DIVISION.
001350 CONFIGURATION SECTION.
002690                     SIGN IS LEADING SEPARATE CHARACTER.
002700             10  WS-WGT-OFFSET         PIC S9(3)V99
002710                     SIGN IS LEADING SEPARATE CHARACTER.
002712             10  WS-WGT-EFF-DATE       PIC 9(8).
002714             10  WS-WGT-ACTION         PIC X(01).
002716 77  WS-WGT-KEEP               PIC 9(4) COMP VALUE 0.
002720 77  WS-PWG-USED               PIC 9(4) COMP VALUE 0.
002730 77  WS-PWG-SUB                PIC 9(4) COMP VALUE 0.
002740 77  WS-PWG-FOUND-SWITCH       PIC X(01) VALUE "N".
002820                     SIGN IS LEADING SEPARATE CHARACTER.
002830             10  WS-PWG-OFFSET         PIC S9(3)V99
002840                     SIGN IS LEADING SEPARATE CHARACTER.
002842             10  WS-PWG-EFF-DATE       PIC 9(8).
002844             10  WS-PWG-ACTION         PIC X(01).
002846 77  WS-PWG-KEEP               PIC 9(4) COMP VALUE 0.
002850*
002860* ---------------------------------------------------------
002870*  GRADE BANDS  --  SIGBND01, SAME RULES SIG01 APPLIES
003030             10  WS-BND-CATEGORY       PIC X(10).
003040             10  WS-BND-LOW            PIC S9(9)V9(9)
003050                     SIGN IS LEADING SEPARATE CHARACTER.
003051             10  WS-BND-HIGH           PIC S9(9)V9(9)
003052                     SIGN IS LEADING SEPARATE CHARACTER.
003053             10  WS-BND-EFF-DATE       PIC 9(8).
003054             10  WS-BND-ACTION         PIC X(01).
003055 77  WS-BND-KEEP               PIC 9(4) COMP VALUE 0.
003056*
003057* ---------------------------------------------------------
003058*  VERSION SELECTION  --  THE BUSINESS RUN DATE THE LIVE
003059*  CALIBRATION AND BANDS ARE TAKEN AS OF
003060* ---------------------------------------------------------
003061 77  WS-RUN-DATE-NUM           PIC 9(8) VALUE 0.
003062 77  WS-VER-EFF-DATE           PIC 9(8) VALUE 0.
003063*
003064* ---------------------------------------------------------
003065*  CALENDAR DATE EDIT WORK AREAS  --  SAME EDIT SIG01
003066*  APPLIES TO THE SIGPRM01 RUN DATE
003067* ---------------------------------------------------------
003068 77  WS-DATE-VALID-SWITCH      PIC X(01) VALUE "Y".
003069         88  WS-DATE-IS-VALID      VALUE "Y".
003070         88  WS-DATE-NOT-VALID     VALUE "N".
003071 77  WS-VAL-MAX-DD             PIC 9(2) VALUE 0.
003072 77  WS-LEAP-QUOT              PIC 9(4) COMP VALUE 0.
003073 77  WS-LEAP-REM               PIC 9(4) COMP VALUE 0.
003074 01  WS-VAL-DATE.
003075         05  WS-VAL-CCYY           PIC 9(4).
003076         05  WS-VAL-MM             PIC 9(2).
003077         05  WS-VAL-DD             PIC 9(2).
003078 01  WS-VAL-DATE-N REDEFINES WS-VAL-DATE
003079                               PIC 9(8).
003080*
003090* ---------------------------------------------------------
003100*  BEFORE/AFTER GRADE MIX
005190     EXIT.
005200*
005210* ===========================================================*
005212*  1100-READ-RUN-PARAMETERS  --  SIMULATION SWITCH, THE
005214*          LIVE FUNCTION CODE AND THE BUSINESS RUN DATE OFF
005216*          SIGPRM01
005240* ===========================================================*
005250 1100-READ-RUN-PARAMETERS.
005252     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
005260     OPEN INPUT SIGPRM01-FILE.
005270     IF WS-PRM-FILE-STATUS = "00"
005280         READ SIGPRM01-FILE
005350                 MOVE PRM-FUNCTION-CODE TO WS-CUR-FUNCTION
005360                 IF NOT CUR-FUNCTION-VALID
005370                     MOVE "S" TO WS-CUR-FUNCTION
005371                 END-IF
005372                 IF PRM-RUN-DATE IS NUMERIC
005373                     MOVE PRM-RUN-DATE TO WS-VAL-DATE
005374                     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
005375                     IF WS-DATE-IS-VALID
005376                         MOVE WS-VAL-DATE-N TO WS-RUN-DATE-NUM
005377                     END-IF
005380                 END-IF
005390         END-READ
005400     END-IF.
005760     PERFORM 1310-LOAD-ONE-LIVE THRU 1310-EXIT
005770         UNTIL END-OF-SIGWGT01.
005780     CLOSE SIGWGT01-FILE.
005781     MOVE ZERO TO WS-WGT-KEEP.
005782     PERFORM 1330-KEEP-ONE-LIVE THRU 1330-EXIT
005783         VARYING WS-WGT-SUB FROM 1 BY 1
005784         UNTIL WS-WGT-SUB > WS-WGT-USED.
005785     MOVE WS-WGT-KEEP TO WS-WGT-USED.
005790 1300-EXIT.
005800     EXIT.
005810*
005820* ===========================================================*
005822*  1310-LOAD-ONE-LIVE  --  ONE LIVE CALIBRATION VERSION,
005824*          TABLED WHEN IT IS APPROVED AND IN FORCE ON THE RUN
005826*          DATE, THE SAME SELECTION SIG01 MAKES
005840* ===========================================================*
005850 1310-LOAD-ONE-LIVE.
005860     READ SIGWGT01-FILE
005940        OR (WGT-OFFSET-SIGN-X NOT = "+" AND WGT-OFFSET-SIGN-X
005950            NOT = "-")
005960        OR WGT-OFFSET-DIG-X IS NOT NUMERIC
005962        OR (WGT-EFF-DATE NOT = SPACES
005964            AND WGT-EFF-DATE IS NOT NUMERIC)
005970         DISPLAY "SIGSIM1 WARNING - BAD SIGWGT01 ROW FOR "
005980             WGT-CATEGORY " SKIPPED"
005981         GO TO 1310-EXIT
005982     END-IF.
005983     IF WGT-VER-PENDING
005984         GO TO 1310-EXIT
005985     END-IF.
005986     IF NOT WGT-VER-APPROVED
005987        OR WGT-ENTERED-BY = SPACES
005988        OR WGT-APPROVED-BY = SPACES
005989        OR WGT-ENTERED-BY = WGT-APPROVED-BY
005990         DISPLAY "SIGSIM1 WARNING - SIGWGT01 ROW FOR "
005991             WGT-CATEGORY " NOT APPROVED BY TWO USERS, SKIPPED"
005992         GO TO 1310-EXIT
005993     END-IF.
005994     IF WGT-EFF-DATE = SPACES
005995         MOVE ZERO TO WS-VER-EFF-DATE
005996     ELSE
005997         MOVE WGT-EFF-DATE TO WS-VER-EFF-DATE
005998     END-IF.
005999     IF WS-VER-EFF-DATE > WS-RUN-DATE-NUM
006000         GO TO 1310-EXIT
006001     END-IF.
006002     SET WS-WGT-NOT-FOUND TO TRUE.
006003     PERFORM 1320-TEST-ONE-LIVE-KEY THRU 1320-EXIT
006004         VARYING WS-WGT-SUB FROM 1 BY 1
006005         UNTIL WS-WGT-SUB > WS-WGT-USED
006006            OR WS-WGT-FOUND.
006007     IF WS-WGT-FOUND
006008         IF WS-VER-EFF-DATE < WS-WGT-EFF-DATE(WS-WGT-IDX)
006009             GO TO 1310-EXIT
006010         END-IF
006011     ELSE
006012         IF WS-WGT-USED >= WS-WGT-MAX-ENTRIES
006013             DISPLAY "SIGSIM1 WARNING - LIVE CALIBRATION "
006014                 "TABLE FULL, " WGT-CATEGORY
006015                 " LEFT ON PASS-THROUGH"
006016             GO TO 1310-EXIT
006017         END-IF
006020         ADD 1 TO WS-WGT-USED
006030         SET WS-WGT-IDX TO WS-WGT-USED
006032     END-IF.
006034     MOVE WGT-CATEGORY    TO WS-WGT-CATEGORY(WS-WGT-IDX).
006036     MOVE WGT-SCALE       TO WS-WGT-SCALE(WS-WGT-IDX).
006038     MOVE WGT-OFFSET      TO WS-WGT-OFFSET(WS-WGT-IDX).
006040     MOVE WS-VER-EFF-DATE TO WS-WGT-EFF-DATE(WS-WGT-IDX).
006042     MOVE WGT-VER-ACTION  TO WS-WGT-ACTION(WS-WGT-IDX).
006044 1310-EXIT.
006046     EXIT.
006048*
006050* ===========================================================*
006052*  1320-TEST-ONE-LIVE-KEY  --  SAME CATEGORY ALREADY TABLED
006054*          FROM AN EARLIER VERSION
006056* ===========================================================*
006058 1320-TEST-ONE-LIVE-KEY.
006060     SET WS-WGT-IDX TO WS-WGT-SUB.
006062     IF WS-WGT-CATEGORY(WS-WGT-IDX) = WGT-CATEGORY
006064         SET WS-WGT-FOUND TO TRUE
006066     END-IF.
006068 1320-EXIT.
006070     EXIT.
006072*
006074* ===========================================================*
006076*  1330-KEEP-ONE-LIVE  --  CLOSE UP THE TABLE OVER A CATEGORY
006078*          WHOSE VERSION IN FORCE IS A DELETE
006080* ===========================================================*
006082 1330-KEEP-ONE-LIVE.
006084     IF WS-WGT-ACTION(WS-WGT-SUB) NOT = "D"
006086         ADD 1 TO WS-WGT-KEEP
006088         IF WS-WGT-KEEP NOT = WS-WGT-SUB
006090             MOVE WS-WGT-ENTRY(WS-WGT-SUB)
006092                 TO WS-WGT-ENTRY(WS-WGT-KEEP)
006094         END-IF
006096     END-IF.
006098 1330-EXIT.
006120     EXIT.
006130*
006140* ===========================================================*
006250     PERFORM 1410-LOAD-ONE-PROPOSED THRU 1410-EXIT
006260         UNTIL END-OF-SIGWGT02.
006270     CLOSE SIGWGT02-FILE.
006271     MOVE ZERO TO WS-PWG-KEEP.
006272     PERFORM 1430-KEEP-ONE-PROPOSED THRU 1430-EXIT
006273         VARYING WS-PWG-SUB FROM 1 BY 1
006274         UNTIL WS-PWG-SUB > WS-PWG-USED.
006275     MOVE WS-PWG-KEEP TO WS-PWG-USED.
006280 1400-EXIT.
006290     EXIT.
006300*
006310* ===========================================================*
006312*  1410-LOAD-ONE-PROPOSED  --  ONE PROPOSED VERSION.  THE
006314*          CATEGORY'S LATEST-EFFECTIVE VERSION WINS WHETHER
006316*          IT IS APPROVED OR STILL PENDING.
006330* ===========================================================*
006340 1410-LOAD-ONE-PROPOSED.
006350     READ SIGWGT02-FILE
006430        OR (PWG-OFFSET-SIGN-X NOT = "+" AND PWG-OFFSET-SIGN-X
006440            NOT = "-")
006450        OR PWG-OFFSET-DIG-X IS NOT NUMERIC
006452        OR (PWG-EFF-DATE NOT = SPACES
006454            AND PWG-EFF-DATE IS NOT NUMERIC)
006460         DISPLAY "SIGSIM1 WARNING - BAD SIGWGT02 ROW FOR "
006470             PWG-CATEGORY " SKIPPED"
006480         GO TO 1410-EXIT
006481     END-IF.
006482     IF PWG-EFF-DATE = SPACES
006483         MOVE ZERO TO WS-VER-EFF-DATE
006484     ELSE
006485         MOVE PWG-EFF-DATE TO WS-VER-EFF-DATE
006486     END-IF.
006487     SET WS-PWG-NOT-FOUND TO TRUE.
006488     PERFORM 1420-TEST-ONE-PROPOSED-KEY THRU 1420-EXIT
006489         VARYING WS-PWG-SUB FROM 1 BY 1
006490         UNTIL WS-PWG-SUB > WS-PWG-USED
006491            OR WS-PWG-FOUND.
006492     IF WS-PWG-FOUND
006493         IF WS-VER-EFF-DATE < WS-PWG-EFF-DATE(WS-PWG-IDX)
006494             GO TO 1410-EXIT
006495         END-IF
006496     ELSE
006497         IF WS-PWG-USED >= WS-WGT-MAX-ENTRIES
006498             DISPLAY "SIGSIM1 WARNING - PROPOSED CALIBRATION "
006499                 "TABLE FULL, " PWG-CATEGORY
006500                 " LEFT ON PASS-THROUGH"
006501             GO TO 1410-EXIT
006502         END-IF
006510         ADD 1 TO WS-PWG-USED
006520         SET WS-PWG-IDX TO WS-PWG-USED
006522     END-IF.
006524     MOVE PWG-CATEGORY    TO WS-PWG-CATEGORY(WS-PWG-IDX).
006526     MOVE PWG-SCALE       TO WS-PWG-SCALE(WS-PWG-IDX).
006528     MOVE PWG-OFFSET      TO WS-PWG-OFFSET(WS-PWG-IDX).
006530     MOVE WS-VER-EFF-DATE TO WS-PWG-EFF-DATE(WS-PWG-IDX).
006532     MOVE PWG-VER-ACTION  TO WS-PWG-ACTION(WS-PWG-IDX).
006534 1410-EXIT.
006536     EXIT.
006538*
006540* ===========================================================*
006542*  1420-TEST-ONE-PROPOSED-KEY  --  SAME CATEGORY ALREADY
006544*          TABLED FROM AN EARLIER VERSION
006546* ===========================================================*
006548 1420-TEST-ONE-PROPOSED-KEY.
006550     SET WS-PWG-IDX TO WS-PWG-SUB.
006552     IF WS-PWG-CATEGORY(WS-PWG-IDX) = PWG-CATEGORY
006554         SET WS-PWG-FOUND TO TRUE
006556     END-IF.
006558 1420-EXIT.
006560     EXIT.
006562*
006564* ===========================================================*
006566*  1430-KEEP-ONE-PROPOSED  --  CLOSE UP THE TABLE OVER A
006568*          CATEGORY WHOSE LATEST VERSION IS A DELETE
006570* ===========================================================*
006572 1430-KEEP-ONE-PROPOSED.
006574     IF WS-PWG-ACTION(WS-PWG-SUB) NOT = "D"
006576         ADD 1 TO WS-PWG-KEEP
006578         IF WS-PWG-KEEP NOT = WS-PWG-SUB
006580             MOVE WS-PWG-ENTRY(WS-PWG-SUB)
006582                 TO WS-PWG-ENTRY(WS-PWG-KEEP)
006584         END-IF
006586     END-IF.
006588 1430-EXIT.
006620     EXIT.
006630*
006640* ===========================================================*
006730     PERFORM 1510-LOAD-ONE-BAND THRU 1510-EXIT
006740         UNTIL END-OF-SIGBND01.
006750     CLOSE SIGBND01-FILE.
006751     MOVE ZERO TO WS-BND-KEEP.
006752     PERFORM 1530-KEEP-ONE-BAND THRU 1530-EXIT
006753         VARYING WS-BND-SUB FROM 1 BY 1
006754         UNTIL WS-BND-SUB > WS-BND-USED.
006755     MOVE WS-BND-KEEP TO WS-BND-USED.
006760 1500-EXIT.
006770     EXIT.
006780*
006790* ===========================================================*
006792*  1510-LOAD-ONE-BAND  --  ONE BAND VERSION, TABLED WHEN IT
006794*          IS APPROVED AND IN FORCE ON THE RUN DATE
006810* ===========================================================*
006820 1510-LOAD-ONE-BAND.
006830     READ SIGBND01-FILE
006920            NOT = "-")
006930        OR BND-HIGH-DIG-X IS NOT NUMERIC
006940        OR BND-GRADE = SPACES
006942        OR (BND-EFF-DATE NOT = SPACES
006944            AND BND-EFF-DATE IS NOT NUMERIC)
006950         DISPLAY "SIGSIM1 WARNING - BAD SIGBND01 ROW FOR "
006960             BND-GRADE " SKIPPED"
006961         GO TO 1510-EXIT
006962     END-IF.
006963     IF BND-VER-PENDING
006964         GO TO 1510-EXIT
006965     END-IF.
006966     IF NOT BND-VER-APPROVED
006967        OR BND-ENTERED-BY = SPACES
006968        OR BND-APPROVED-BY = SPACES
006969        OR BND-ENTERED-BY = BND-APPROVED-BY
006970         DISPLAY "SIGSIM1 WARNING - SIGBND01 ROW FOR "
006971             BND-GRADE " NOT APPROVED BY TWO USERS, SKIPPED"
006972         GO TO 1510-EXIT
006973     END-IF.
006974     IF BND-EFF-DATE = SPACES
006975         MOVE ZERO TO WS-VER-EFF-DATE
006976     ELSE
006977         MOVE BND-EFF-DATE TO WS-VER-EFF-DATE
006978     END-IF.
006979     IF WS-VER-EFF-DATE > WS-RUN-DATE-NUM
006980         GO TO 1510-EXIT
006981     END-IF.
006982     SET WS-BND-NOT-FOUND TO TRUE.
006983     PERFORM 1520-TEST-ONE-BAND-KEY THRU 1520-EXIT
006984         VARYING WS-BND-SUB FROM 1 BY 1
006985         UNTIL WS-BND-SUB > WS-BND-USED
006986            OR WS-BND-FOUND.
006987     IF WS-BND-FOUND
006988         IF WS-VER-EFF-DATE < WS-BND-EFF-DATE(WS-BND-IDX)
006989             GO TO 1510-EXIT
006990         END-IF
006991     ELSE
006992         IF WS-BND-USED >= WS-BND-MAX-ENTRIES
006993             DISPLAY "SIGSIM1 WARNING - BAND TABLE FULL, "
006994                 BND-GRADE " DROPPED"
006995             GO TO 1510-EXIT
006996         END-IF
007000         ADD 1 TO WS-BND-USED
007010         SET WS-BND-IDX TO WS-BND-USED
007012     END-IF.
007014     MOVE BND-GRADE       TO WS-BND-GRADE(WS-BND-IDX).
007016     MOVE BND-CATEGORY    TO WS-BND-CATEGORY(WS-BND-IDX).
007018     MOVE BND-LOW-BOUND   TO WS-BND-LOW(WS-BND-IDX).
007020     MOVE BND-HIGH-BOUND  TO WS-BND-HIGH(WS-BND-IDX).
007022     MOVE WS-VER-EFF-DATE TO WS-BND-EFF-DATE(WS-BND-IDX).
007024     MOVE BND-VER-ACTION  TO WS-BND-ACTION(WS-BND-IDX).
007026 1510-EXIT.
007028     EXIT.
007030*
007032* ===========================================================*
007034*  1520-TEST-ONE-BAND-KEY  --  SAME GRADE AND CATEGORY
007036*          ALREADY TABLED FROM AN EARLIER VERSION
007038* ===========================================================*
007040 1520-TEST-ONE-BAND-KEY.
007042     SET WS-BND-IDX TO WS-BND-SUB.
007044     IF WS-BND-GRADE(WS-BND-IDX) = BND-GRADE
007046        AND WS-BND-CATEGORY(WS-BND-IDX) = BND-CATEGORY
007048         SET WS-BND-FOUND TO TRUE
007050     END-IF.
007052 1520-EXIT.
007054     EXIT.
007056*
007058* ===========================================================*
007060*  1530-KEEP-ONE-BAND  --  CLOSE UP THE TABLE OVER A BAND
007062*          WHOSE VERSION IN FORCE IS A DELETE
007064* ===========================================================*
007066 1530-KEEP-ONE-BAND.
007068     IF WS-BND-ACTION(WS-BND-SUB) NOT = "D"
007070         ADD 1 TO WS-BND-KEEP
007072         IF WS-BND-KEEP NOT = WS-BND-SUB
007074             MOVE WS-BND-ENTRY(WS-BND-SUB)
007076                 TO WS-BND-ENTRY(WS-BND-KEEP)
007078         END-IF
007080     END-IF.
007082 1530-EXIT.
007110     EXIT.
007120*
007130* ===========================================================*
010770     SET WS-GMX-IDX TO WS-GMX-SUB.
010780     IF WS-GMX-GRADE(WS-GMX-IDX) = WS-CUR-GRADE
010790         SET WS-GMX-FOUND TO TRUE
010791     END-IF.
010792 3910-EXIT.
010793     EXIT.
010794*
010795* ===========================================================*
010796*  5000-VALIDATE-DATE  --  REAL CALENDAR EDIT ON WS-VAL-DATE,
010797*          MATCHING THE EDIT SIG01 APPLIES
010798* ===========================================================*
010799 5000-VALIDATE-DATE.
010800     SET WS-DATE-IS-VALID TO TRUE.
010801     IF WS-VAL-DATE-N IS NOT NUMERIC
010802        OR WS-VAL-CCYY < 1601
010803        OR WS-VAL-MM < 1 OR WS-VAL-MM > 12
010804         SET WS-DATE-NOT-VALID TO TRUE
010805         GO TO 5000-EXIT
010806     END-IF.
010807     EVALUATE WS-VAL-MM
010808         WHEN 4
010809         WHEN 6
010810         WHEN 9
010811         WHEN 11
010812             MOVE 30 TO WS-VAL-MAX-DD
010813         WHEN 2
010814             PERFORM 5100-SET-FEBRUARY-LIMIT THRU 5100-EXIT
010815         WHEN OTHER
010816             MOVE 31 TO WS-VAL-MAX-DD
010817     END-EVALUATE.
010818     IF WS-VAL-DD < 1 OR WS-VAL-DD > WS-VAL-MAX-DD
010819         SET WS-DATE-NOT-VALID TO TRUE
010820     END-IF.
010821 5000-EXIT.
010822     EXIT.
010823*
010824* ===========================================================*
010825*  5100-SET-FEBRUARY-LIMIT  --  28 OR 29 BY THE LEAP RULES
010826* ===========================================================*
010827 5100-SET-FEBRUARY-LIMIT.
010828     MOVE 28 TO WS-VAL-MAX-DD.
010829     DIVIDE WS-VAL-CCYY BY 4 GIVING WS-LEAP-QUOT
010830         REMAINDER WS-LEAP-REM.
010831     IF WS-LEAP-REM = 0
010832         MOVE 29 TO WS-VAL-MAX-DD
010833         DIVIDE WS-VAL-CCYY BY 100 GIVING WS-LEAP-QUOT
010834             REMAINDER WS-LEAP-REM
010835         IF WS-LEAP-REM = 0
010836             DIVIDE WS-VAL-CCYY BY 400 GIVING WS-LEAP-QUOT
010837                 REMAINDER WS-LEAP-REM
010838             IF WS-LEAP-REM NOT = 0
010839                 MOVE 28 TO WS-VAL-MAX-DD
010840             END-IF
010841         END-IF
010842     END-IF.
010843 5100-EXIT.
010844     EXIT.
010845*
010846* ===========================================================*
010850*  8000-TERMINATE  --  THE IMPACT REPORT SECTIONS AND CLOSE
010860* ===========================================================*
010870 8000-TERMINATE.
