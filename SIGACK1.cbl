001000*
001010* SIGACK1  --  OUTBOUND FEED ACKNOWLEDGMENT RECONCILIATION
001020*
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID.                  SIGACK1.
001050 AUTHOR.                      R SOARES  -  BATCH SCORING TEAM.
001060 INSTALLATION.                SIGMOD DATA CENTER.
001070 DATE-WRITTEN.                2026-10-15.
001080 DATE-COMPILED.
001090*
001100* REMARKS.     PROVES THE OUTBOUND FEEDS WERE LOADED BY THE
001110*              SYSTEMS THEY WERE SENT TO.  EVERY FEED WRITER
001120*              (SIG01 SIGEXT01, SIGBKO1 SIGREV01, SIGWCH1
001130*              SIGALR01, SIGMON1 SIGFIN01) APPENDS THE COUNT
001140*              AND HASH ON ITS TRAILER TO THE SIGSND01 SEND
001150*              REGISTER, AND EACH RECEIVER RETURNS A SIGACK01
001160*              ACKNOWLEDGMENT QUOTING THE FEED NAME AND TRAILER
001170*              RUN DATE WITH THE COUNT AND HASH IT LOADED AND
001180*              ACCEPTED OR REJECTED.  THE REGISTER ROWS WHOSE
001190*              RUN DATE FALLS IN THE LAST N DAYS UP TO THE
001200*              SIGPRM01 BUSINESS RUN DATE (SIGAKP01 WINDOW,
001210*              DEFAULT 90) ARE TABLED, A LATER ROW FOR THE SAME
001220*              FEED AND RUN DATE (A RERUN) REPLACING THE
001230*              EARLIER ONE, AND THE ACKNOWLEDGMENTS ARE MATCHED
001240*              TO THEM THE SAME WAY.  THE SIGAKR01 REPORT LISTS
001250*              EVERY FEED NOT YET ACKNOWLEDGED, EVERY ONE STILL
001260*              OUTSTANDING AFTER THE SIGAKP01 OVERDUE DAYS
001270*              (DEFAULT 3), EVERY ONE THE RECEIVER REJECTED OR
001280*              LOADED WITH A DIFFERENT COUNT OR HASH, AND EVERY
001290*              ACKNOWLEDGMENT FOR A FEED NOT ON THE REGISTER.
001292*              AN OVERDUE, REJECTED OR MISMATCHED FEED, OR A
001294*              MISSING SIGSND01 (NOTHING COULD BE RECONCILED),
001296*              ENDS THE STEP WITH RETURN CODE 8; AN UNREGISTERED
001298*              OR BAD ACKNOWLEDGMENT, A BAD REGISTER ROW OR A
001300*              MISSING SIGACK01 WITH 4.
001340*
001350* MODIFICATION HISTORY
001360* DATE       INIT  DESCRIPTION
001370* ---------- ----  -------------------------------------------
001380* 2026-10-15 RS    ORIGINAL PROGRAM.
001382* 2026-10-15 RS    A MISSING SIGSND01 SEND REGISTER NOW ENDS THE
001384*                  STEP WITH RETURN CODE 8 AND IS FLAGGED ON
001386*                  THE SIGAKR01 SUMMARY.
001390*
001400 ENVIRONMENT DIVISION.
001410 CONFIGURATION SECTION.
001420 SOURCE-COMPUTER.             SIGMOD-BATCH.
001430 OBJECT-COMPUTER.             SIGMOD-BATCH.
001440 INPUT-OUTPUT SECTION.
001450 FILE-CONTROL.
001460     SELECT OPTIONAL SIGPRM01-FILE ASSIGN TO "SIGPRM01"
001470         ORGANIZATION IS SEQUENTIAL
001480         FILE STATUS IS WS-PRM-FILE-STATUS.
001490     SELECT OPTIONAL SIGAKP01-FILE ASSIGN TO "SIGAKP01"
001500         ORGANIZATION IS SEQUENTIAL
001510         FILE STATUS IS WS-AKP-FILE-STATUS.
001520     SELECT OPTIONAL SIGSND01-FILE ASSIGN TO "SIGSND01"
001530         ORGANIZATION IS SEQUENTIAL
001540         FILE STATUS IS WS-SND-FILE-STATUS.
001550     SELECT OPTIONAL SIGACK01-FILE ASSIGN TO "SIGACK01"
001560         ORGANIZATION IS SEQUENTIAL
001570         FILE STATUS IS WS-ACK-FILE-STATUS.
001580     SELECT SIGAKR01-FILE ASSIGN TO "SIGAKR01"
001590         ORGANIZATION IS SEQUENTIAL.
001600*
001610 DATA DIVISION.
001620 FILE SECTION.
001630 FD  SIGPRM01-FILE
001640         RECORDING MODE IS F.
001650         COPY SIGPRM01.
001660*
001670* ---------------------------------------------------------
001680*  SIGAKP01  --  RECONCILIATION PARAMETERS, ONE HAND-KEYED
001690*  RECORD.  DAYS A FEED MAY STAY UNACKNOWLEDGED BEFORE IT IS
001700*  OVERDUE, THEN THE DAYS OF REGISTER HISTORY CHECKED.  A
001710*  BLANK OR NON-NUMERIC FIELD KEEPS ITS DEFAULT (3 AND 90).
001720* ---------------------------------------------------------
001730 FD  SIGAKP01-FILE
001740         RECORDING MODE IS F.
001750 01  SIGAKP01-RECORD.
001760         05  AKP-OVERDUE-DAYS      PIC 9(3).
001770         05  AKP-OVERDUE-DAYS-X REDEFINES AKP-OVERDUE-DAYS
001780                                   PIC X(03).
001790         05  FILLER                PIC X(01).
001800         05  AKP-WINDOW-DAYS       PIC 9(3).
001810         05  AKP-WINDOW-DAYS-X REDEFINES AKP-WINDOW-DAYS
001820                                   PIC X(03).
001830*
001840 FD  SIGSND01-FILE
001850         RECORDING MODE IS F.
001860         COPY SIGSND01.
001870*
001880 FD  SIGACK01-FILE
001890         RECORDING MODE IS F.
001900         COPY SIGACK01.
001910*
001920 FD  SIGAKR01-FILE
001930         RECORDING MODE IS F.
001940 01  SIGAKR01-RECORD           PIC X(80).
001950*
001960 WORKING-STORAGE SECTION.
001970* ---------------------------------------------------------
001980*  SWITCHES AND FILE STATUS
001990* ---------------------------------------------------------
002000 77  WS-PRM-FILE-STATUS        PIC X(02).
002010 77  WS-AKP-FILE-STATUS        PIC X(02).
002020 77  WS-SND-FILE-STATUS        PIC X(02).
002030 77  WS-ACK-FILE-STATUS        PIC X(02).
002040 77  WS-SND-EOF-SWITCH         PIC X(01) VALUE "N".
002050         88  END-OF-SIGSND01       VALUE "Y".
002060 77  WS-ACK-EOF-SWITCH         PIC X(01) VALUE "N".
002070         88  END-OF-SIGACK01       VALUE "Y".
002080 77  WS-ACK-FILE-SWITCH        PIC X(01) VALUE "Y".
002090         88  WS-ACK-FILE-FOUND     VALUE "Y".
002100         88  WS-ACK-FILE-MISSING   VALUE "N".
002102 77  WS-SND-FILE-SWITCH        PIC X(01) VALUE "Y".
002104         88  WS-SND-FILE-FOUND     VALUE "Y".
002106         88  WS-SND-FILE-MISSING   VALUE "N".
002110 77  WS-ACK-ROW-SWITCH         PIC X(01) VALUE "Y".
002120         88  WS-ACK-ROW-VALID      VALUE "Y".
002130         88  WS-ACK-ROW-NOT-VALID  VALUE "N".
002140*
002150* ---------------------------------------------------------
002160*  BUSINESS RUN DATE, PARAMETERS AND THE DAY WINDOW
002170* ---------------------------------------------------------
002180 77  WS-RUN-DATE-NUM           PIC 9(8) VALUE 0.
002190 77  WS-RUN-DAY-INT            PIC 9(9) COMP VALUE 0.
002200 77  WS-ROW-DAY-INT            PIC 9(9) COMP VALUE 0.
002210 77  WS-ROW-AGE                PIC 9(9) COMP VALUE 0.
002220 77  WS-OVERDUE-DAYS           PIC 9(3) VALUE 3.
002230 77  WS-WINDOW-DAYS            PIC 9(3) VALUE 90.
002240*
002250* ---------------------------------------------------------
002260*  FEED TABLE  --  ONE SLOT PER FEED AND RUN DATE ON THE
002270*  REGISTER INSIDE THE WINDOW, WITH THE ACKNOWLEDGMENT
002280*  MATCHED TO IT
002290* ---------------------------------------------------------
002300 77  WS-FED-FOUND-SWITCH       PIC X(01) VALUE "N".
002310         88  WS-FED-FOUND          VALUE "Y".
002320         88  WS-FED-NOT-FOUND      VALUE "N".
002330 77  WS-FED-MAX-ENTRIES        PIC 9(4) COMP VALUE 2000.
002340 77  WS-FED-USED               PIC 9(4) COMP VALUE 0.
002350 77  WS-FED-SUB                PIC 9(4) COMP VALUE 0.
002360 01  WS-FED-WANT-FEED          PIC X(08) VALUE SPACES.
002370 01  WS-FED-WANT-DATE          PIC 9(8) VALUE 0.
002380 01  WS-FED-TABLE.
002390         05  WS-FED-ENTRY          OCCURS 2000 TIMES
002400                                   INDEXED BY WS-FED-IDX.
002410             10  WS-FED-FEED           PIC X(08).
002420             10  WS-FED-RUN-DATE       PIC 9(8).
002430             10  WS-FED-RUN-ID         PIC 9(8).
002440             10  WS-FED-REC-COUNT      PIC 9(9).
002450             10  WS-FED-HASH           PIC S9(11)V9(9)
002460                     SIGN IS LEADING SEPARATE CHARACTER.
002470             10  WS-FED-AGE            PIC 9(5).
002480             10  WS-FED-ACKED          PIC X(01).
002490             10  WS-FED-ACK-STATUS     PIC X(01).
002500             10  WS-FED-ACK-COUNT      PIC 9(9).
002510             10  WS-FED-ACK-HASH       PIC S9(11)V9(9)
002520                     SIGN IS LEADING SEPARATE CHARACTER.
002530             10  WS-FED-ACK-DATE       PIC 9(8).
002540             10  WS-FED-ACK-REASON     PIC X(20).
002550*
002560* ---------------------------------------------------------
002570*  RUN COUNTS
002580* ---------------------------------------------------------
002590 77  WS-SND-READ-COUNT         PIC 9(9) COMP VALUE 0.
002600 77  WS-SND-BAD-COUNT          PIC 9(9) COMP VALUE 0.
002610 77  WS-SND-OUTSIDE-COUNT      PIC 9(9) COMP VALUE 0.
002620 77  WS-SND-RERUN-COUNT        PIC 9(9) COMP VALUE 0.
002630 77  WS-SND-LOST-COUNT         PIC 9(9) COMP VALUE 0.
002640 77  WS-ACK-READ-COUNT         PIC 9(9) COMP VALUE 0.
002650 77  WS-ACK-BAD-COUNT          PIC 9(9) COMP VALUE 0.
002660 77  WS-ACK-OUTSIDE-COUNT      PIC 9(9) COMP VALUE 0.
002670 77  WS-ACK-REPEAT-COUNT       PIC 9(9) COMP VALUE 0.
002680 77  WS-ACK-UNREG-COUNT        PIC 9(9) COMP VALUE 0.
002690 77  WS-MATCHED-COUNT          PIC 9(9) COMP VALUE 0.
002700 77  WS-WAITING-COUNT          PIC 9(9) COMP VALUE 0.
002710 77  WS-OVERDUE-COUNT          PIC 9(9) COMP VALUE 0.
002720 77  WS-REJECTED-COUNT         PIC 9(9) COMP VALUE 0.
002730 77  WS-DIFFER-COUNT           PIC 9(9) COMP VALUE 0.
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
003100             "SIGACK1 - FEED ACKNOWLEDGMENTS".
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
003260         05  FILLER                PIC X(17)
003270                 VALUE "   OVERDUE AFTER ".
003280         05  RL-OVERDUE            PIC ZZ9.
003290         05  FILLER                PIC X(19)
003300                 VALUE " DAYS   WINDOW     ".
003310         05  RL-WINDOW             PIC ZZ9.
003320         05  FILLER                PIC X(05) VALUE " DAYS".
003330*
003340 01  WS-HEADING-2.
003350         05  FILLER                PIC X(01) VALUE SPACE.
003360         05  FILLER                PIC X(09) VALUE "FEED".
003370         05  FILLER                PIC X(09) VALUE "RUN DATE".
003380         05  FILLER                PIC X(09) VALUE "RUN ID".
003390         05  FILLER                PIC X(05) VALUE " AGE".
003400         05  FILLER                PIC X(10) VALUE "      SENT".
003410         05  FILLER                PIC X(10) VALUE "     ACKED".
003420         05  FILLER                PIC X(16) VALUE " STATUS".
003430*
003440 01  WS-DETAIL-LINE.
003450         05  FILLER                PIC X(01) VALUE SPACE.
003460         05  DL-FEED               PIC X(08).
003470         05  FILLER                PIC X(01) VALUE SPACE.
003480         05  DL-RUN-DATE           PIC 9(8).
003490         05  FILLER                PIC X(01) VALUE SPACE.
003500         05  DL-RUN-ID             PIC 9(8).
003510         05  DL-RUN-ID-X REDEFINES DL-RUN-ID
003520                                   PIC X(08).
003530         05  FILLER                PIC X(01) VALUE SPACE.
003540         05  DL-AGE                PIC ZZZ9.
003550         05  DL-AGE-X REDEFINES DL-AGE
003560                                   PIC X(04).
003570         05  FILLER                PIC X(01) VALUE SPACE.
003580         05  DL-SENT               PIC ZZZZZZZZ9.
003590         05  DL-SENT-X REDEFINES DL-SENT
003600                                   PIC X(09).
003610         05  FILLER                PIC X(01) VALUE SPACE.
003620         05  DL-ACKED              PIC ZZZZZZZZ9.
003630         05  DL-ACKED-X REDEFINES DL-ACKED
003640                                   PIC X(09).
003650         05  FILLER                PIC X(01) VALUE SPACE.
003660         05  DL-STATUS             PIC X(16).
003670*
003680 01  WS-HASH-LINE.
003690         05  FILLER                PIC X(10) VALUE SPACES.
003700         05  FILLER                PIC X(10) VALUE "HASH SENT ".
003710         05  HL-SENT               PIC -(11)9.9(9).
003720         05  FILLER                PIC X(08) VALUE "  ACKED ".
003730         05  HL-ACKED              PIC -(11)9.9(9).
003740*
003750 01  WS-REASON-LINE.
003760         05  FILLER                PIC X(10) VALUE SPACES.
003770         05  FILLER                PIC X(09) VALUE "LOADED   ".
003780         05  RS-LOAD-DATE          PIC 9(8).
003790         05  FILLER                PIC X(10) VALUE "  REASON  ".
003800         05  RS-REASON             PIC X(20).
003810*
003820 01  WS-SUM-LINE.
003830         05  FILLER                PIC X(01) VALUE SPACE.
003840         05  SL-LABEL              PIC X(34).
003850         05  SL-COUNT              PIC ZZZ,ZZZ,ZZ9.
003860*
003862 01  WS-NOTE-LINE.
003864         05  FILLER                PIC X(01) VALUE SPACE.
003866         05  NL-TEXT               PIC X(60).
003868*
003870 PROCEDURE DIVISION.
003880* ===========================================================*
003890*  0000-MAINLINE
003900* ===========================================================*
003910 0000-MAINLINE.
003920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003930     PERFORM 2000-LOAD-REGISTER THRU 2000-EXIT.
003940     PERFORM 3000-MATCH-ACKNOWLEDGMENTS THRU 3000-EXIT.
003950     PERFORM 4000-CHECK-FEEDS THRU 4000-EXIT.
003960     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003970     GO TO 9999-EXIT.
003980*
003990* ===========================================================*
004000*  1000-INITIALIZE  --  RUN DATE, PARAMETERS, REPORT HEADINGS
004010* ===========================================================*
004020 1000-INITIALIZE.
004030     PERFORM 1100-READ-RUN-PARAMETERS THRU 1100-EXIT.
004040     PERFORM 1200-READ-RECON-PARMS THRU 1200-EXIT.
004050     COMPUTE WS-RUN-DAY-INT =
004060         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
004070     OPEN OUTPUT SIGAKR01-FILE.
004080     ACCEPT WS-CURRENT-DATE FROM DATE.
004090     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
004100     MOVE WS-RUN-DATE-NUM TO RL-RUN-DATE.
004110     MOVE WS-OVERDUE-DAYS TO RL-OVERDUE.
004120     MOVE WS-WINDOW-DAYS  TO RL-WINDOW.
004130     WRITE SIGAKR01-RECORD FROM WS-RUN-LINE
004140         AFTER ADVANCING 1.
004150     WRITE SIGAKR01-RECORD FROM WS-HEADING-2
004160         AFTER ADVANCING 2.
004170     ADD 3 TO WS-LINE-COUNT.
004180 1000-EXIT.
004190     EXIT.
004200*
004210* ===========================================================*
004220*  1100-READ-RUN-PARAMETERS  --  THE BUSINESS RUN DATE OFF
004230*          SIGPRM01, DEFAULTED TO TODAY
004240* ===========================================================*
004250 1100-READ-RUN-PARAMETERS.
004260     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
004270     OPEN INPUT SIGPRM01-FILE.
004280     IF WS-PRM-FILE-STATUS = "00"
004290         READ SIGPRM01-FILE
004300             AT END
004310                 CONTINUE
004320             NOT AT END
004330                 IF PRM-RUN-DATE IS NUMERIC
004340                     MOVE PRM-RUN-DATE TO WS-VAL-DATE
004350                     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
004360                     IF WS-DATE-IS-VALID
004370                         MOVE WS-VAL-DATE-N TO WS-RUN-DATE-NUM
004380                     END-IF
004390                 END-IF
004400         END-READ
004410     END-IF.
004420     CLOSE SIGPRM01-FILE.
004430 1100-EXIT.
004440     EXIT.
004450*
004460* ===========================================================*
004470*  1200-READ-RECON-PARMS  --  OPTIONAL SIGAKP01, FIELD BY
004480*          FIELD OVER THE DEFAULTS
004490* ===========================================================*
004500 1200-READ-RECON-PARMS.
004510     OPEN INPUT SIGAKP01-FILE.
004512     IF WS-AKP-FILE-STATUS = "00"
004514         READ SIGAKP01-FILE
004516             AT END
004518                 CONTINUE
004520             NOT AT END
004522                 PERFORM 1210-APPLY-RECON-PARMS THRU 1210-EXIT
004524         END-READ
004540     END-IF.
004542     CLOSE SIGAKP01-FILE.
004544 1200-EXIT.
004546     EXIT.
004548*
004550* ===========================================================*
004552*  1210-APPLY-RECON-PARMS  --  EACH NUMERIC SIGAKP01 FIELD
004554*          REPLACES ITS DEFAULT
004556* ===========================================================*
004558 1210-APPLY-RECON-PARMS.
004590     IF AKP-OVERDUE-DAYS-X IS NUMERIC
004600         MOVE AKP-OVERDUE-DAYS TO WS-OVERDUE-DAYS
004610     END-IF.
004620     IF AKP-WINDOW-DAYS-X IS NUMERIC
004630        AND AKP-WINDOW-DAYS > 0
004640         MOVE AKP-WINDOW-DAYS TO WS-WINDOW-DAYS
004650     END-IF.
004660     IF WS-WINDOW-DAYS < WS-OVERDUE-DAYS
004670         DISPLAY "SIGACK1 WARNING - SIGAKP01 WINDOW SHORTER "
004680             "THAN OVERDUE DAYS, WINDOW RAISED"
004690         MOVE WS-OVERDUE-DAYS TO WS-WINDOW-DAYS
004700     END-IF.
004702 1210-EXIT.
004740     EXIT.
004750*
004760* ===========================================================*
004770*  1300-WRITE-HEADINGS  --  NEW PAGE, HEADINGS, RESET LINES
004780* ===========================================================*
004790 1300-WRITE-HEADINGS.
004800     ADD 1 TO WS-PAGE-COUNT.
004810     MOVE WS-CD-MM TO H1-MM.
004820     MOVE WS-CD-DD TO H1-DD.
004830     MOVE WS-CD-YY TO H1-YY.
004840     MOVE WS-PAGE-COUNT TO H1-PAGE.
004850     WRITE SIGAKR01-RECORD FROM WS-HEADING-1
004860         AFTER ADVANCING PAGE.
004870     MOVE ZERO TO WS-LINE-COUNT.
004880 1300-EXIT.
004890     EXIT.
004900*
004910* ===========================================================*
004920*  2000-LOAD-REGISTER  --  THE SIGSND01 ROWS INSIDE THE
004930*          WINDOW INTO THE FEED TABLE
004940* ===========================================================*
004950 2000-LOAD-REGISTER.
004960     OPEN INPUT SIGSND01-FILE.
004970     IF WS-SND-FILE-STATUS NOT = "00"
004980         MOVE "Y" TO WS-SND-EOF-SWITCH
004982         SET WS-SND-FILE-MISSING TO TRUE
004990         DISPLAY "SIGACK1 WARNING - NO SIGSND01 SEND REGISTER"
005000     END-IF.
005010     PERFORM 2100-LOAD-ONE-SENT THRU 2100-EXIT
005020         UNTIL END-OF-SIGSND01.
005030     CLOSE SIGSND01-FILE.
005040 2000-EXIT.
005050     EXIT.
005060*
005070* ===========================================================*
005080*  2100-LOAD-ONE-SENT  --  ONE REGISTER ROW.  A LATER ROW FOR
005090*          THE SAME FEED AND RUN DATE IS A RERUN AND REPLACES
005100*          THE EARLIER ONE.
005110* ===========================================================*
005120 2100-LOAD-ONE-SENT.
005130     READ SIGSND01-FILE
005140         AT END
005150             MOVE "Y" TO WS-SND-EOF-SWITCH
005160             GO TO 2100-EXIT
005170     END-READ.
005180     ADD 1 TO WS-SND-READ-COUNT.
005190     MOVE SND-RUN-DATE TO WS-VAL-DATE.
005200     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT.
005210     IF WS-DATE-NOT-VALID OR SND-FEED = SPACES
005220         ADD 1 TO WS-SND-BAD-COUNT
005230         DISPLAY "SIGACK1 WARNING - BAD SIGSND01 ROW FOR "
005240             SND-FEED " SKIPPED"
005250         GO TO 2100-EXIT
005260     END-IF.
005270     PERFORM 2500-AGE-ROW THRU 2500-EXIT.
005280     IF SND-RUN-DATE > WS-RUN-DATE-NUM
005290        OR WS-ROW-AGE > WS-WINDOW-DAYS
005300         ADD 1 TO WS-SND-OUTSIDE-COUNT
005310         GO TO 2100-EXIT
005320     END-IF.
005330     MOVE SND-FEED     TO WS-FED-WANT-FEED.
005340     MOVE SND-RUN-DATE TO WS-FED-WANT-DATE.
005350     PERFORM 2300-FIND-FEED THRU 2300-EXIT.
005360     IF WS-FED-FOUND
005370         ADD 1 TO WS-SND-RERUN-COUNT
005380     ELSE
005390         PERFORM 2400-ADD-FEED THRU 2400-EXIT
005400     END-IF.
005410     IF WS-FED-NOT-FOUND
005420         GO TO 2100-EXIT
005430     END-IF.
005440     MOVE SND-RUN-ID    TO WS-FED-RUN-ID(WS-FED-IDX).
005450     MOVE SND-REC-COUNT TO WS-FED-REC-COUNT(WS-FED-IDX).
005460     MOVE SND-HASH      TO WS-FED-HASH(WS-FED-IDX).
005470     MOVE WS-ROW-AGE    TO WS-FED-AGE(WS-FED-IDX).
005480 2100-EXIT.
005490     EXIT.
005500*
005510* ===========================================================*
005520*  2300-FIND-FEED  --  WS-FED-WANT-FEED AND -DATE IN THE TABLE
005530* ===========================================================*
005540 2300-FIND-FEED.
005550     SET WS-FED-NOT-FOUND TO TRUE.
005560     PERFORM 2310-TEST-ONE-FEED THRU 2310-EXIT
005570         VARYING WS-FED-SUB FROM 1 BY 1
005580         UNTIL WS-FED-SUB > WS-FED-USED
005590            OR WS-FED-FOUND.
005600 2300-EXIT.
005610     EXIT.
005620*
005630* ===========================================================*
005640*  2310-TEST-ONE-FEED  --  TEST ONE FEED TABLE SLOT
005650* ===========================================================*
005660 2310-TEST-ONE-FEED.
005670     SET WS-FED-IDX TO WS-FED-SUB.
005680     IF WS-FED-FEED(WS-FED-IDX)     = WS-FED-WANT-FEED
005690        AND WS-FED-RUN-DATE(WS-FED-IDX) = WS-FED-WANT-DATE
005700         SET WS-FED-FOUND TO TRUE
005710     END-IF.
005720 2310-EXIT.
005730     EXIT.
005740*
005750* ===========================================================*
005760*  2400-ADD-FEED  --  NEW SLOT, NOT YET ACKNOWLEDGED.  FOUND
005770*          IS LEFT OFF WHEN THE TABLE IS FULL.
005780* ===========================================================*
005790 2400-ADD-FEED.
005800     IF WS-FED-USED >= WS-FED-MAX-ENTRIES
005810         ADD 1 TO WS-SND-LOST-COUNT
005820         DISPLAY "SIGACK1 WARNING - FEED TABLE FULL, "
005830             WS-FED-WANT-FEED " " WS-FED-WANT-DATE
005840             " NOT CHECKED"
005850         SET WS-FED-NOT-FOUND TO TRUE
005860         GO TO 2400-EXIT
005870     END-IF.
005880     ADD 1 TO WS-FED-USED.
005890     SET WS-FED-IDX TO WS-FED-USED.
005900     MOVE WS-FED-WANT-FEED TO WS-FED-FEED(WS-FED-IDX).
005910     MOVE WS-FED-WANT-DATE TO WS-FED-RUN-DATE(WS-FED-IDX).
005920     MOVE ZERO   TO WS-FED-RUN-ID(WS-FED-IDX).
005930     MOVE ZERO   TO WS-FED-REC-COUNT(WS-FED-IDX).
005940     MOVE ZERO   TO WS-FED-HASH(WS-FED-IDX).
005950     MOVE ZERO   TO WS-FED-AGE(WS-FED-IDX).
005960     MOVE "N"    TO WS-FED-ACKED(WS-FED-IDX).
005970     MOVE SPACE  TO WS-FED-ACK-STATUS(WS-FED-IDX).
005980     MOVE ZERO   TO WS-FED-ACK-COUNT(WS-FED-IDX).
005990     MOVE ZERO   TO WS-FED-ACK-HASH(WS-FED-IDX).
006000     MOVE ZERO   TO WS-FED-ACK-DATE(WS-FED-IDX).
006010     MOVE SPACES TO WS-FED-ACK-REASON(WS-FED-IDX).
006020     SET WS-FED-FOUND TO TRUE.
006030 2400-EXIT.
006040     EXIT.
006050*
006060* ===========================================================*
006070*  2500-AGE-ROW  --  DAYS FROM THE ROW'S RUN DATE (ALREADY
006080*          EDITED INTO WS-VAL-DATE) TO THE BUSINESS RUN DATE
006090* ===========================================================*
006100 2500-AGE-ROW.
006110     MOVE ZERO TO WS-ROW-AGE.
006120     COMPUTE WS-ROW-DAY-INT =
006130         FUNCTION INTEGER-OF-DATE(WS-VAL-DATE-N).
006140     IF WS-ROW-DAY-INT < WS-RUN-DAY-INT
006150         COMPUTE WS-ROW-AGE = WS-RUN-DAY-INT - WS-ROW-DAY-INT
006160     END-IF.
006170 2500-EXIT.
006180     EXIT.
006190*
006200* ===========================================================*
006210*  3000-MATCH-ACKNOWLEDGMENTS  --  EACH SIGACK01 RETURN ONTO
006220*          ITS REGISTER SLOT.  MISSING MEANS NOTHING HAS BEEN
006230*          ACKNOWLEDGED.
006240* ===========================================================*
006250 3000-MATCH-ACKNOWLEDGMENTS.
006260     OPEN INPUT SIGACK01-FILE.
006270     IF WS-ACK-FILE-STATUS NOT = "00"
006280         MOVE "Y" TO WS-ACK-EOF-SWITCH
006290         SET WS-ACK-FILE-MISSING TO TRUE
006300         DISPLAY "SIGACK1 WARNING - NO SIGACK01 "
006310             "ACKNOWLEDGMENTS, NOTHING ACKNOWLEDGED"
006320     END-IF.
006330     PERFORM 3100-MATCH-ONE-ACK THRU 3100-EXIT
006340         UNTIL END-OF-SIGACK01.
006350     CLOSE SIGACK01-FILE.
006360 3000-EXIT.
006370     EXIT.
006380*
006390* ===========================================================*
006400*  3100-MATCH-ONE-ACK  --  ONE ACKNOWLEDGMENT, EDITED, THEN
006410*          RECORDED ON ITS FEED'S SLOT (A LATER ONE REPLACES AN
006420*          EARLIER ONE).  ONE FOR A FEED NOT ON THE REGISTER
006430*          IS LISTED STRAIGHT AWAY.
006440* ===========================================================*
006450 3100-MATCH-ONE-ACK.
006460     READ SIGACK01-FILE
006470         AT END
006480             MOVE "Y" TO WS-ACK-EOF-SWITCH
006490             GO TO 3100-EXIT
006500     END-READ.
006510     ADD 1 TO WS-ACK-READ-COUNT.
006520     PERFORM 3200-EDIT-ACK-ROW THRU 3200-EXIT.
006530     IF WS-ACK-ROW-NOT-VALID
006540         ADD 1 TO WS-ACK-BAD-COUNT
006550         DISPLAY "SIGACK1 WARNING - BAD SIGACK01 ROW FOR "
006560             ACK-FEED " " ACK-RUN-DATE-X " SKIPPED"
006570         GO TO 3100-EXIT
006580     END-IF.
006590     PERFORM 2500-AGE-ROW THRU 2500-EXIT.
006600     IF ACK-RUN-DATE > WS-RUN-DATE-NUM
006610        OR WS-ROW-AGE > WS-WINDOW-DAYS
006620         ADD 1 TO WS-ACK-OUTSIDE-COUNT
006630         GO TO 3100-EXIT
006640     END-IF.
006650     MOVE ACK-FEED     TO WS-FED-WANT-FEED.
006660     MOVE ACK-RUN-DATE TO WS-FED-WANT-DATE.
006670     PERFORM 2300-FIND-FEED THRU 2300-EXIT.
006680     IF WS-FED-NOT-FOUND
006690         ADD 1 TO WS-ACK-UNREG-COUNT
006700         PERFORM 6100-WRITE-UNREGISTERED THRU 6100-EXIT
006710         GO TO 3100-EXIT
006720     END-IF.
006730     IF WS-FED-ACKED(WS-FED-IDX) = "Y"
006740         ADD 1 TO WS-ACK-REPEAT-COUNT
006750     END-IF.
006760     MOVE "Y"           TO WS-FED-ACKED(WS-FED-IDX).
006770     MOVE ACK-STATUS    TO WS-FED-ACK-STATUS(WS-FED-IDX).
006780     MOVE ACK-REC-COUNT TO WS-FED-ACK-COUNT(WS-FED-IDX).
006790     MOVE ACK-HASH      TO WS-FED-ACK-HASH(WS-FED-IDX).
006800     MOVE ACK-LOAD-DATE TO WS-FED-ACK-DATE(WS-FED-IDX).
006810     MOVE ACK-REASON    TO WS-FED-ACK-REASON(WS-FED-IDX).
006820 3100-EXIT.
006830     EXIT.
006840*
006850* ===========================================================*
006860*  3200-EDIT-ACK-ROW  --  FEED NAMED, A REAL RUN DATE, COUNT
006870*          AND HASH NUMERIC, STATUS A OR R.  A GOOD RUN DATE
006880*          IS LEFT IN WS-VAL-DATE FOR THE AGE.
006890* ===========================================================*
006900 3200-EDIT-ACK-ROW.
006910     SET WS-ACK-ROW-VALID TO TRUE.
006920     IF ACK-FEED = SPACES
006930        OR ACK-RUN-DATE-X IS NOT NUMERIC
006940        OR ACK-REC-COUNT-X IS NOT NUMERIC
006950        OR ACK-HASH-DIGITS-X IS NOT NUMERIC
006960        OR (ACK-HASH-SIGN-X NOT = "+"
006970            AND ACK-HASH-SIGN-X NOT = "-")
006980        OR (NOT ACK-ACCEPTED AND NOT ACK-REJECTED)
006990         SET WS-ACK-ROW-NOT-VALID TO TRUE
007000         GO TO 3200-EXIT
007010     END-IF.
007020     MOVE ACK-RUN-DATE TO WS-VAL-DATE.
007030     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT.
007040     IF WS-DATE-NOT-VALID
007050         SET WS-ACK-ROW-NOT-VALID TO TRUE
007060     END-IF.
007070 3200-EXIT.
007080     EXIT.
007090*
007100* ===========================================================*
007110*  4000-CHECK-FEEDS  --  ONE VERDICT PER REGISTERED FEED
007120* ===========================================================*
007130 4000-CHECK-FEEDS.
007140     PERFORM 4100-CHECK-ONE-FEED THRU 4100-EXIT
007150         VARYING WS-FED-SUB FROM 1 BY 1
007160         UNTIL WS-FED-SUB > WS-FED-USED.
007170 4000-EXIT.
007180     EXIT.
007190*
007200* ===========================================================*
007210*  4100-CHECK-ONE-FEED  --  ACKNOWLEDGED WITH THE SAME COUNT
007220*          AND HASH IS CLEAN AND COUNTED ONLY; EVERYTHING ELSE
007230*          IS LISTED
007240* ===========================================================*
007250 4100-CHECK-ONE-FEED.
007260     SET WS-FED-IDX TO WS-FED-SUB.
007270     IF WS-FED-ACKED(WS-FED-IDX) NOT = "Y"
007280         IF WS-FED-AGE(WS-FED-IDX) > WS-OVERDUE-DAYS
007290             ADD 1 TO WS-OVERDUE-COUNT
007300             MOVE "OVERDUE" TO DL-STATUS
007310             DISPLAY "SIGACK1 ALERT - " WS-FED-FEED(WS-FED-IDX)
007320                 " FOR " WS-FED-RUN-DATE(WS-FED-IDX)
007330                 " NEVER ACKNOWLEDGED"
007340         ELSE
007350             ADD 1 TO WS-WAITING-COUNT
007360             MOVE "NOT ACKNOWLEDGED" TO DL-STATUS
007370         END-IF
007380         PERFORM 6000-WRITE-FEED-LINE THRU 6000-EXIT
007390         GO TO 4100-EXIT
007400     END-IF.
007410     IF WS-FED-ACK-STATUS(WS-FED-IDX) = "R"
007420         ADD 1 TO WS-REJECTED-COUNT
007430         MOVE "REJECTED" TO DL-STATUS
007440         PERFORM 6000-WRITE-FEED-LINE THRU 6000-EXIT
007450         PERFORM 6300-WRITE-REASON-LINE THRU 6300-EXIT
007460         GO TO 4100-EXIT
007470     END-IF.
007480     IF WS-FED-ACK-COUNT(WS-FED-IDX)
007490            NOT = WS-FED-REC-COUNT(WS-FED-IDX)
007500        OR WS-FED-ACK-HASH(WS-FED-IDX)
007510            NOT = WS-FED-HASH(WS-FED-IDX)
007520         ADD 1 TO WS-DIFFER-COUNT
007530         MOVE "TOTALS DIFFER" TO DL-STATUS
007540         PERFORM 6000-WRITE-FEED-LINE THRU 6000-EXIT
007550         PERFORM 6200-WRITE-HASH-LINE THRU 6200-EXIT
007560         GO TO 4100-EXIT
007570     END-IF.
007580     ADD 1 TO WS-MATCHED-COUNT.
007590 4100-EXIT.
007600     EXIT.
007610*
007620* ===========================================================*
007630*  5000-VALIDATE-DATE  --  REAL CALENDAR EDIT ON WS-VAL-DATE,
007640*          MATCHING THE EDIT SIG01 APPLIES
007650* ===========================================================*
007660 5000-VALIDATE-DATE.
007670     SET WS-DATE-IS-VALID TO TRUE.
007680     IF WS-VAL-DATE-N IS NOT NUMERIC
007690        OR WS-VAL-CCYY < 1601
007700        OR WS-VAL-MM < 1 OR WS-VAL-MM > 12
007710         SET WS-DATE-NOT-VALID TO TRUE
007720         GO TO 5000-EXIT
007730     END-IF.
007740     EVALUATE WS-VAL-MM
007750         WHEN 4
007760         WHEN 6
007770         WHEN 9
007780         WHEN 11
007790             MOVE 30 TO WS-VAL-MAX-DD
007800         WHEN 2
007810             PERFORM 5100-SET-FEBRUARY-LIMIT THRU 5100-EXIT
007820         WHEN OTHER
007830             MOVE 31 TO WS-VAL-MAX-DD
007840     END-EVALUATE.
007850     IF WS-VAL-DD < 1 OR WS-VAL-DD > WS-VAL-MAX-DD
007860         SET WS-DATE-NOT-VALID TO TRUE
007870     END-IF.
007880 5000-EXIT.
007890     EXIT.
007900*
007910* ===========================================================*
007920*  5100-SET-FEBRUARY-LIMIT  --  28 OR 29 BY THE LEAP RULES
007930* ===========================================================*
007940 5100-SET-FEBRUARY-LIMIT.
007950     MOVE 28 TO WS-VAL-MAX-DD.
007960     DIVIDE WS-VAL-CCYY BY 4 GIVING WS-LEAP-QUOT
007970         REMAINDER WS-LEAP-REM.
007980     IF WS-LEAP-REM = 0
007990         MOVE 29 TO WS-VAL-MAX-DD
008000         DIVIDE WS-VAL-CCYY BY 100 GIVING WS-LEAP-QUOT
008010             REMAINDER WS-LEAP-REM
008020         IF WS-LEAP-REM = 0
008030             DIVIDE WS-VAL-CCYY BY 400 GIVING WS-LEAP-QUOT
008040                 REMAINDER WS-LEAP-REM
008050             IF WS-LEAP-REM NOT = 0
008060                 MOVE 28 TO WS-VAL-MAX-DD
008070             END-IF
008080         END-IF
008090     END-IF.
008100 5100-EXIT.
008110     EXIT.
008120*
008130* ===========================================================*
008140*  6000-WRITE-FEED-LINE  --  ONE REGISTERED FEED; DL-STATUS
008150*          IS ALREADY SET
008160* ===========================================================*
008170 6000-WRITE-FEED-LINE.
008180     PERFORM 6900-CHECK-PAGE THRU 6900-EXIT.
008190     MOVE WS-FED-FEED(WS-FED-IDX)      TO DL-FEED.
008200     MOVE WS-FED-RUN-DATE(WS-FED-IDX)  TO DL-RUN-DATE.
008210     IF WS-FED-RUN-ID(WS-FED-IDX) = 0
008220         MOVE SPACES TO DL-RUN-ID-X
008230     ELSE
008240         MOVE WS-FED-RUN-ID(WS-FED-IDX) TO DL-RUN-ID
008250     END-IF.
008260     MOVE WS-FED-AGE(WS-FED-IDX)       TO DL-AGE.
008270     MOVE WS-FED-REC-COUNT(WS-FED-IDX) TO DL-SENT.
008280     IF WS-FED-ACKED(WS-FED-IDX) = "Y"
008290         MOVE WS-FED-ACK-COUNT(WS-FED-IDX) TO DL-ACKED
008300     ELSE
008310         MOVE SPACES TO DL-ACKED-X
008320     END-IF.
008330     WRITE SIGAKR01-RECORD FROM WS-DETAIL-LINE
008340         AFTER ADVANCING 1.
008350     ADD 1 TO WS-LINE-COUNT.
008360 6000-EXIT.
008370     EXIT.
008380*
008390* ===========================================================*
008400*  6100-WRITE-UNREGISTERED  --  AN ACKNOWLEDGMENT FOR A FEED
008410*          AND RUN DATE THE REGISTER NEVER SENT
008420* ===========================================================*
008430 6100-WRITE-UNREGISTERED.
008440     PERFORM 6900-CHECK-PAGE THRU 6900-EXIT.
008450     MOVE ACK-FEED      TO DL-FEED.
008460     MOVE ACK-RUN-DATE  TO DL-RUN-DATE.
008470     MOVE SPACES        TO DL-RUN-ID-X.
008480     MOVE WS-ROW-AGE    TO DL-AGE.
008490     MOVE SPACES        TO DL-SENT-X.
008500     MOVE ACK-REC-COUNT TO DL-ACKED.
008510     MOVE "NOT REGISTERED"  TO DL-STATUS.
008520     WRITE SIGAKR01-RECORD FROM WS-DETAIL-LINE
008530         AFTER ADVANCING 1.
008540     ADD 1 TO WS-LINE-COUNT.
008550 6100-EXIT.
008560     EXIT.
008570*
008580* ===========================================================*
008590*  6200-WRITE-HASH-LINE  --  THE TWO HASH TOTALS UNDER A FEED
008600*          WHOSE TOTALS DIFFER
008610* ===========================================================*
008620 6200-WRITE-HASH-LINE.
008630     MOVE WS-FED-HASH(WS-FED-IDX)     TO HL-SENT.
008640     MOVE WS-FED-ACK-HASH(WS-FED-IDX) TO HL-ACKED.
008650     WRITE SIGAKR01-RECORD FROM WS-HASH-LINE
008660         AFTER ADVANCING 1.
008670     ADD 1 TO WS-LINE-COUNT.
008680 6200-EXIT.
008690     EXIT.
008700*
008710* ===========================================================*
008720*  6300-WRITE-REASON-LINE  --  THE RECEIVER'S LOAD DATE AND
008730*          REASON UNDER A REJECTED FEED
008740* ===========================================================*
008750 6300-WRITE-REASON-LINE.
008760     MOVE WS-FED-ACK-DATE(WS-FED-IDX)   TO RS-LOAD-DATE.
008770     MOVE WS-FED-ACK-REASON(WS-FED-IDX) TO RS-REASON.
008780     WRITE SIGAKR01-RECORD FROM WS-REASON-LINE
008790         AFTER ADVANCING 1.
008800     ADD 1 TO WS-LINE-COUNT.
008810 6300-EXIT.
008820     EXIT.
008830*
008840* ===========================================================*
008850*  6900-CHECK-PAGE  --  NEW PAGE WHEN THIS ONE IS FULL,
008860*          LEAVING ROOM FOR A CONTINUATION LINE
008870* ===========================================================*
008880 6900-CHECK-PAGE.
008890     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008900         PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT
008910         WRITE SIGAKR01-RECORD FROM WS-HEADING-2
008920             AFTER ADVANCING 2
008930         ADD 2 TO WS-LINE-COUNT
008940     END-IF.
008950 6900-EXIT.
008960     EXIT.
008970*
008980* ===========================================================*
008990*  8000-TERMINATE  --  SUMMARY, RETURN CODE, CLOSE
009000* ===========================================================*
009010 8000-TERMINATE.
009011     IF WS-SND-FILE-MISSING
009012         MOVE "*** NO SIGSND01 REGISTER - NO FEED CHECKED ***"
009013             TO NL-TEXT
009014         WRITE SIGAKR01-RECORD FROM WS-NOTE-LINE
009015             AFTER ADVANCING 3
009016     END-IF.
009020     MOVE "REGISTER ROWS READ" TO SL-LABEL.
009030     MOVE WS-SND-READ-COUNT TO SL-COUNT.
009040     WRITE SIGAKR01-RECORD FROM WS-SUM-LINE
009050         AFTER ADVANCING 3.
009060     MOVE "  OUTSIDE THE WINDOW" TO SL-LABEL.
009070     MOVE WS-SND-OUTSIDE-COUNT TO SL-COUNT.
009080     WRITE SIGAKR01-RECORD FROM WS-SUM-LINE
009090         AFTER ADVANCING 1.
009100     MOVE "  REPLACED BY A RERUN" TO SL-LABEL.
009110     MOVE WS-SND-RERUN-COUNT TO SL-COUNT.
009120     WRITE SIGAKR01-RECORD FROM WS-SUM-LINE
009130         AFTER ADVANCING 1.
009140     MOVE "  BAD OR NOT TABLED" TO SL-LABEL.
009150     COMPUTE SL-COUNT = WS-SND-BAD-COUNT + WS-SND-LOST-COUNT.
009160     WRITE SIGAKR01-RECORD FROM WS-SUM-LINE
009170         AFTER ADVANCING 1.
009180     MOVE "FEEDS CHECKED" TO SL-LABEL.
009190     MOVE WS-FED-USED TO SL-COUNT.
009200     WRITE SIGAKR01-RECORD FROM WS-SUM-LINE
009210         AFTER ADVANCING 1.
009220     MOVE "  ACKNOWLEDGED AND MATCHED" TO SL-LABEL.
009230     MOVE WS-MATCHED-COUNT TO SL-COUNT.
009240     WRITE SIGAKR01-RECORD FROM WS-SUM-LINE
009250         AFTER ADVANCING 1.
009260     MOVE "  NOT YET ACKNOWLEDGED" TO SL-LABEL.
009270     MOVE WS-WAITING-COUNT TO SL-COUNT.
009280     WRITE SIGAKR01-RECORD FROM WS-SUM-LINE
009290         AFTER ADVANCING 1.
009300     MOVE "  OVERDUE" TO SL-LABEL.
009310     MOVE WS-OVERDUE-COUNT TO SL-COUNT.
009320     WRITE SIGAKR01-RECORD FROM WS-SUM-LINE
009330         AFTER ADVANCING 1.
009340     MOVE "  REJECTED BY THE RECEIVER" TO SL-LABEL.
009350     MOVE WS-REJECTED-COUNT TO SL-COUNT.
009360     WRITE SIGAKR01-RECORD FROM WS-SUM-LINE
009370         AFTER ADVANCING 1.
009380     MOVE "  LOADED WITH DIFFERENT TOTALS" TO SL-LABEL.
009390     MOVE WS-DIFFER-COUNT TO SL-COUNT.
009400     WRITE SIGAKR01-RECORD FROM WS-SUM-LINE
009410         AFTER ADVANCING 1.
009420     MOVE "ACKNOWLEDGMENTS READ" TO SL-LABEL.
009430     MOVE WS-ACK-READ-COUNT TO SL-COUNT.
009440     WRITE SIGAKR01-RECORD FROM WS-SUM-LINE
009450         AFTER ADVANCING 1.
009460     MOVE "  REPEATED FOR ONE FEED" TO SL-LABEL.
009470     MOVE WS-ACK-REPEAT-COUNT TO SL-COUNT.
009480     WRITE SIGAKR01-RECORD FROM WS-SUM-LINE
009490         AFTER ADVANCING 1.
009500     MOVE "  OUTSIDE THE WINDOW" TO SL-LABEL.
009510     MOVE WS-ACK-OUTSIDE-COUNT TO SL-COUNT.
009520     WRITE SIGAKR01-RECORD FROM WS-SUM-LINE
009530         AFTER ADVANCING 1.
009540     MOVE "  FOR NO REGISTERED FEED" TO SL-LABEL.
009550     MOVE WS-ACK-UNREG-COUNT TO SL-COUNT.
009560     WRITE SIGAKR01-RECORD FROM WS-SUM-LINE
009570         AFTER ADVANCING 1.
009580     MOVE "  BAD" TO SL-LABEL.
009590     MOVE WS-ACK-BAD-COUNT TO SL-COUNT.
009600     WRITE SIGAKR01-RECORD FROM WS-SUM-LINE
009610         AFTER ADVANCING 1.
009620     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT.
009630     CLOSE SIGAKR01-FILE.
009640 8000-EXIT.
009650     EXIT.
009660*
009670* ===========================================================*
009680*  8200-SET-RETURN-CODE  --  8 FOR A FEED OVERDUE, REJECTED
009682*          OR LOADED SHORT OR FOR NO SEND REGISTER AT ALL, 4 FOR
009684*          ANYTHING ELSE OUT OF ORDER
009700* ===========================================================*
009710 8200-SET-RETURN-CODE.
009720     MOVE 0 TO WS-FINAL-RC.
009730     IF WS-ACK-UNREG-COUNT > 0
009740        OR WS-ACK-BAD-COUNT > 0
009750        OR WS-SND-BAD-COUNT > 0
009760        OR WS-SND-LOST-COUNT > 0
009770        OR WS-ACK-FILE-MISSING
009780         MOVE 4 TO WS-FINAL-RC
009790     END-IF.
009800     IF WS-OVERDUE-COUNT > 0
009810        OR WS-REJECTED-COUNT > 0
009820        OR WS-DIFFER-COUNT > 0
009830         MOVE 8 TO WS-FINAL-RC
009840         DISPLAY "SIGACK1 - FEED(S) OVERDUE, REJECTED OR "
009850             "LOADED SHORT, STEP SET TO RETURN CODE 8"
009860     END-IF.
009861     IF WS-SND-FILE-MISSING
009862         MOVE 8 TO WS-FINAL-RC
009863         DISPLAY "SIGACK1 - NO SIGSND01 SEND REGISTER, NO FEED "
009864             "RECONCILED, STEP SET TO RETURN CODE 8"
009865     END-IF.
009870     MOVE WS-FINAL-RC TO RETURN-CODE.
009880 8200-EXIT.
009890     EXIT.
009900*
009910 9999-EXIT.
009920     STOP RUN.
