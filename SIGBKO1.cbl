001260*              IDS WERE BACKED OUT AND WHY ANY WERE NOT.  THE
001270*              MASTER KEEPS ONLY ONE PRIOR GENERATION, SO A
001280*              RESTORED RECORD'S OWN PRIOR FIELDS ARE ZEROED.
001281*              THE PRIOR GRADE IS RESTORED AS CURRENT WITH THE
001282*              RESULT AND GOES OUT ON THE REVERSAL RECORD.
001283*              THE SIGPCT01 POSTING CONTROL IS WRITTEN FORWARD TO
001284*              SIGPCT02 WITH THE NEW MASTER, STEPPED BACK TO THE
001285*              NIGHT BEFORE WHEN THE RUN REVERSED WAS THE LAST ONE
001286*              POSTED, SO SIGUPD1 WILL TAKE THAT NIGHT AGAIN.
001288*              WITH NO SIGPCT01, OR A DAMAGED ONE, NOTHING IS
001290*              BACKED OUT AND NO OUTPUT IS WRITTEN (RETURN CODE
001292*              16), SO THE CONTROL NEVER FALLS OUT OF STEP WITH
001294*              THE MASTER.
001296*
001300* MODIFICATION HISTORY
001310* DATE       INIT  DESCRIPTION
001311* ---------- ----  -------------------------------------------
001312* 2026-09-02 RS    ORIGINAL PROGRAM.
001313* 2026-10-15 RS    THE MASTER NOW CARRIES THE PRIOR AND CURRENT
001314*                  GRADE.  A BACKED-OUT ID HAS ITS PRIOR GRADE
001315*                  RESTORED AS CURRENT, AND REV-GRADE CARRIES
001316*                  THE RESTORED GRADE INSTEAD OF SPACES.
001317* 2026-10-15 RS    THE MASTER AND THE EXTRACT LAYOUT NOW CARRY
001318*                  A MANUAL OVERRIDE FLAG AND THE COMPUTED RESULT
001319*                  AND GRADE.  A RESTORED MASTER AND ITS REVERSAL
001320*                  RECORD GO OUT UNFLAGGED WITH THE RESTORED
001321*                  RESULT AND GRADE AS THE COMPUTED ONES; SIGUPD1
001322*                  RE-APPLIES ANY OVERRIDE STILL IN FORCE.
001323* 2026-10-15 RS    THE SIGREV01 TRAILER NOW CARRIES THE BUSINESS
001324*                  DATE OF THE NIGHT REVERSED, AND THE CLOSED
001325*                  REVERSAL FILE'S COUNT AND HASH ARE APPENDED TO
001326*                  THE SIGSND01 SEND REGISTER FOR SIGACK1 TO MATCH
001327*                  AGAINST THE DASHBOARD'S ACKNOWLEDGMENT.
001328* 2026-10-15 RS    THE SIGPCT01 POSTING CONTROL IS CARRIED TO
001329*                  SIGPCT02 BESIDE THE NEW MASTER.  WHEN THE RUN
001330*                  BACKED OUT IS THE LAST NIGHT POSTED ITS PRIOR
001331*                  NIGHT BECOMES THE LAST AGAIN; OTHERWISE IT IS
001332*                  CARRIED AS IS WITH A WARNING (RETURN CODE 4).
001333*                  RETURN CODE 4 WITH NO SIGPCT01, 16 (NOTHING
001334*                  WRITTEN) FOR A DAMAGED ONE, 8 FOR A MASTER
001335*                  COUNT THAT DISAGREES WITH THE OLD MASTER.
001336*                  THE SIGREV01 TRAILER NOW CARRIES
001337*                  THE RUN ID BACKED OUT.
001338* 2026-10-15 RS    A MISSING SIGPCT01 NOW STOPS THE STEP BEFORE
001339*                  ANY OUTPUT IS OPENED (RETURN CODE 16), AS A
001340*                  DAMAGED ONE DOES, INSTEAD OF WRITING SIGMST02
001341*                  WITHOUT A SIGPCT02.  THE RUN BACKED OUT IS THE
001342*                  LAST POSTED ONLY WHEN ITS RUN ID AND RUN DATE
001343*                  BOTH MATCH.
001344*
001350 ENVIRONMENT DIVISION.
001360 CONFIGURATION SECTION.
001370 SOURCE-COMPUTER.             SIGMOD-BATCH.
001510     SELECT SIGREV01-FILE ASSIGN TO "SIGREV01"
001520         ORGANIZATION IS SEQUENTIAL.
001530     SELECT SIGKRP01-FILE ASSIGN TO "SIGKRP01"
001531         ORGANIZATION IS SEQUENTIAL.
001532     SELECT OPTIONAL SIGSND01-FILE ASSIGN TO "SIGSND01"
001533         ORGANIZATION IS SEQUENTIAL
001534         FILE STATUS IS WS-SND-FILE-STATUS.
001535     SELECT OPTIONAL SIGPCT01-FILE ASSIGN TO "SIGPCT01"
001536         ORGANIZATION IS SEQUENTIAL
001537         FILE STATUS IS WS-PCT-FILE-STATUS.
001538     SELECT SIGPCT02-FILE ASSIGN TO "SIGPCT02"
001540         ORGANIZATION IS SEQUENTIAL.
001550*
001560 DATA DIVISION.
001870 FD  SIGKRP01-FILE
001880         RECORDING MODE IS F.
001890 01  SIGKRP01-RECORD           PIC X(80).
001891*
001892 FD  SIGSND01-FILE
001893         RECORDING MODE IS F.
001894         COPY SIGSND01.
001895*
001896 FD  SIGPCT01-FILE
001897         RECORDING MODE IS F.
001898         COPY SIGPCT01.
001899*
001900 FD  SIGPCT02-FILE
001901         RECORDING MODE IS F.
001902         COPY SIGPCT01 REPLACING ==SIGPCT01-RECORD==
001903                              BY ==SIGPCT02-RECORD==
001904                       LEADING ==PCT== BY ==NPC==.
001905*
001910 WORKING-STORAGE SECTION.
001920* ---------------------------------------------------------
001930*  SWITCHES AND FILE STATUS
001940* ---------------------------------------------------------
001950 77  WS-BKP-FILE-STATUS        PIC X(02).
001960 77  WS-MST-FILE-STATUS        PIC X(02).
001962 77  WS-SND-FILE-STATUS        PIC X(02).
001970 77  WS-PARM-SWITCH            PIC X(01) VALUE "N".
001980         88  WS-PARM-VALID         VALUE "Y".
001990         88  WS-PARM-NOT-VALID     VALUE "N".
002090* ---------------------------------------------------------
002100 77  WS-BKO-RUN-ID             PIC 9(8) VALUE 0.
002110*
002111* ---------------------------------------------------------
002112*  POSTING CONTROL OFF SIGPCT01  --  THE LAST NIGHT POSTED
002113*  TO THE OLD MASTER AND THE ONE BEFORE IT
002114* ---------------------------------------------------------
002115 77  WS-PCT-FILE-STATUS        PIC X(02).
002116 77  WS-PCT-SWITCH             PIC X(01) VALUE "N".
002117         88  WS-PCT-FOUND          VALUE "Y".
002118         88  WS-PCT-NOT-FOUND      VALUE "N".
002119         88  WS-PCT-NOT-VALID      VALUE "B".
002120 77  WS-PCT-LAST-RUN-ID        PIC 9(8) VALUE 0.
002121 77  WS-PCT-LAST-RUN-DATE      PIC 9(8) VALUE 0.
002122 77  WS-PCT-PRIOR-RUN-ID       PIC 9(8) VALUE 0.
002123 77  WS-PCT-PRIOR-RUN-DATE     PIC 9(8) VALUE 0.
002124 77  WS-PCT-MST-COUNT          PIC 9(9) VALUE 0.
002125 77  WS-PCT-OVR-FLAG           PIC X(01) VALUE SPACE.
002126 77  WS-PCT-OVR-OPERATOR       PIC X(08) VALUE SPACES.
002127*
002128* ---------------------------------------------------------
002130*  MATCH-MERGE KEY AREAS  --  HIGH-VALUES MARKS EXHAUSTED
002140* ---------------------------------------------------------
002150 01  WS-MST-KEY                PIC X(09) VALUE HIGH-VALUES.
002240 01  WS-CAND-SIGMOID           PIC S9(9)V9(9) VALUE 0
002250                 SIGN IS LEADING SEPARATE CHARACTER.
002260 01  WS-CAND-CATEGORY          PIC X(10) VALUE SPACES.
002262 01  WS-CAND-GRADE             PIC X(03) VALUE SPACES.
002270*
002280* ---------------------------------------------------------
002290*  REVERSAL EXTRACT CONTROL TOTALS
002310 77  WS-REV-COUNT              PIC 9(9) COMP VALUE 0.
002320 77  WS-REV-HASH               PIC S9(7)V9(9) VALUE 0
002330                 SIGN IS LEADING SEPARATE CHARACTER.
002332 77  WS-REV-RUN-DATE           PIC 9(8) VALUE 0.
002340*
002350* ---------------------------------------------------------
002360*  RUN COUNTS FOR THE REPORT SUMMARY
003080 0000-MAINLINE.
003090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003100     IF WS-PARM-NOT-VALID
003102        OR WS-PCT-NOT-VALID
003104        OR WS-PCT-NOT-FOUND
003110         GO TO 9999-EXIT
003120     END-IF.
003130     PERFORM 3300-MATCH-ONE-KEY THRU 3300-EXIT
003240     PERFORM 1100-READ-RUN-PARAMETER THRU 1100-EXIT.
003250     IF WS-PARM-NOT-VALID
003260         DISPLAY "SIGBKO1 - NO VALID RUN ID ON SIGBKP01, "
003261             "STEP SET TO RETURN CODE 16"
003262         MOVE 16 TO RETURN-CODE
003263         GO TO 1000-EXIT
003264     END-IF.
003265     PERFORM 1300-READ-POSTING-CONTROL THRU 1300-EXIT.
003266     IF WS-PCT-NOT-VALID
003267         DISPLAY "SIGBKO1 CONTROL ERROR - SIGPCT01 POSTING "
003268             "CONTROL RECORD IS NOT VALID, NOTHING BACKED OUT, "
003269             "STEP SET TO RETURN CODE 16"
003270         MOVE 16 TO RETURN-CODE
003271         GO TO 1000-EXIT
003272     END-IF.
003273     IF WS-PCT-NOT-FOUND
003274         DISPLAY "SIGBKO1 CONTROL ERROR - NO SIGPCT01 POSTING "
003275             "CONTROL, NOTHING BACKED OUT, "
003276             "STEP SET TO RETURN CODE 16"
003280         MOVE 16 TO RETURN-CODE
003290         GO TO 1000-EXIT
003300     END-IF.
003780     WRITE SIGKRP01-RECORD FROM WS-HEADING-1
003790         AFTER ADVANCING PAGE.
003800     WRITE SIGKRP01-RECORD FROM WS-HEADING-2
003801         AFTER ADVANCING 2.
003802     MOVE ZERO TO WS-LINE-COUNT.
003803 1200-EXIT.
003804     EXIT.
003805*
003806* ===========================================================*
003807*  1300-READ-POSTING-CONTROL  --  THE NIGHT LAST POSTED TO THE
003808*          OLD MASTER, KEPT TO BE STEPPED BACK OR CARRIED
003809* ===========================================================*
003810 1300-READ-POSTING-CONTROL.
003811     OPEN INPUT SIGPCT01-FILE.
003812     IF WS-PCT-FILE-STATUS = "00"
003813         READ SIGPCT01-FILE
003814             AT END
003815                 CONTINUE
003816             NOT AT END
003817                 SET WS-PCT-NOT-VALID TO TRUE
003818                 IF PCT-LAST-RUN-ID IS NUMERIC
003819                    AND PCT-LAST-RUN-DATE IS NUMERIC
003820                    AND PCT-PRIOR-RUN-ID IS NUMERIC
003821                    AND PCT-PRIOR-RUN-DATE IS NUMERIC
003822                    AND PCT-MST-COUNT IS NUMERIC
003823                     SET WS-PCT-FOUND TO TRUE
003824                     MOVE PCT-LAST-RUN-ID TO WS-PCT-LAST-RUN-ID
003825                     MOVE PCT-LAST-RUN-DATE
003826                         TO WS-PCT-LAST-RUN-DATE
003827                     MOVE PCT-PRIOR-RUN-ID
003828                         TO WS-PCT-PRIOR-RUN-ID
003829                     MOVE PCT-PRIOR-RUN-DATE
003830                         TO WS-PCT-PRIOR-RUN-DATE
003831                     MOVE PCT-MST-COUNT TO WS-PCT-MST-COUNT
003832                     MOVE PCT-OVR-FLAG TO WS-PCT-OVR-FLAG
003833                     MOVE PCT-OVR-OPERATOR TO WS-PCT-OVR-OPERATOR
003834                 END-IF
003835         END-READ
003836     END-IF.
003837     CLOSE SIGPCT01-FILE.
003838 1300-EXIT.
003840     EXIT.
003850*
003860* ===========================================================*
005110             TO D-DISPOSITION
005120         PERFORM 3700-WRITE-DETAIL-LINE THRU 3700-EXIT
005130         MOVE ZERO TO WS-CAND-SIGMOID
005132         MOVE SPACES TO WS-CAND-GRADE
005140         PERFORM 3800-WRITE-REVERSAL THRU 3800-EXIT
005150         GO TO 3400-EXIT
005160     END-IF.
005190     MOVE ZERO                TO NMS-PRIOR-RUN-DATE.
005200     MOVE MST-PRIOR-SIGMOID   TO NMS-CURR-SIGMOID.
005210     MOVE MST-PRIOR-RUN-DATE  TO NMS-CURR-RUN-DATE.
005211     MOVE MST-CATEGORY        TO NMS-CATEGORY.
005212     MOVE SPACES              TO NMS-PRIOR-GRADE.
005213     MOVE MST-PRIOR-GRADE     TO NMS-CURR-GRADE.
005214     MOVE SPACE               TO NMS-OVR-FLAG.
005215     MOVE MST-PRIOR-SIGMOID   TO NMS-COMP-SIGMOID.
005216     MOVE MST-PRIOR-GRADE     TO NMS-COMP-GRADE.
005220     PERFORM 3500-WRITE-NEW-MASTER THRU 3500-EXIT.
005230     ADD 1 TO WS-BACKED-OUT-COUNT.
005240     MOVE NMS-CURR-SIGMOID TO D-RESTORED.
005260         TO D-DISPOSITION.
005270     PERFORM 3700-WRITE-DETAIL-LINE THRU 3700-EXIT.
005280     MOVE NMS-CURR-SIGMOID TO WS-CAND-SIGMOID.
005282     MOVE MST-PRIOR-GRADE  TO WS-CAND-GRADE.
005290     PERFORM 3800-WRITE-REVERSAL THRU 3800-EXIT.
005300 3400-EXIT.
005310     EXIT.
005800     MOVE WS-CAND-KEY      TO REV-RECORD-ID.
005810     MOVE WS-CAND-CATEGORY TO REV-CATEGORY.
005820     MOVE WS-CAND-SIGMOID  TO REV-SIGMOID.
005822     MOVE WS-CAND-GRADE    TO REV-GRADE.
005824     MOVE SPACE            TO REV-OVR-FLAG.
005826     MOVE WS-CAND-SIGMOID  TO REV-COMP-SIGMOID.
005828     MOVE WS-CAND-GRADE    TO REV-COMP-GRADE.
005830     WRITE SIGREV01-RECORD.
005840     ADD 1 TO WS-REV-COUNT.
005842     IF WS-REV-RUN-DATE = 0
005844         MOVE WS-CAND-DATE TO WS-REV-RUN-DATE
005846     END-IF.
005850     ADD WS-CAND-SIGMOID TO WS-REV-HASH.
005860 3800-EXIT.
005870     EXIT.
005940     MOVE "TRL"        TO REV-TRL-ID.
005950     MOVE WS-REV-COUNT TO REV-TRL-REC-COUNT.
005960     MOVE WS-REV-HASH  TO REV-TRL-HASH.
005961     IF WS-REV-RUN-DATE = 0
005962         ACCEPT WS-REV-RUN-DATE FROM DATE YYYYMMDD
005963     END-IF.
005964     MOVE WS-REV-RUN-DATE TO REV-TRL-RUN-DATE.
005965     MOVE WS-BKO-RUN-ID   TO REV-TRL-RUN-ID.
005970     WRITE SIGREV01-TRAILER.
005980     PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
005990     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT.
006020     CLOSE SIGMST02-FILE.
006030     CLOSE SIGREV01-FILE.
006040     CLOSE SIGKRP01-FILE.
006042     PERFORM 8300-REGISTER-REVERSAL THRU 8300-EXIT.
006044     PERFORM 8400-WRITE-POSTING-CONTROL THRU 8400-EXIT.
006050 8000-EXIT.
006060     EXIT.
006070*
006680 8200-EXIT.
006690     EXIT.
006700*
006710* ===========================================================*
006720*  8300-REGISTER-REVERSAL  --  APPEND THE CLOSED SIGREV01 TO
006730*          THE SIGSND01 SEND REGISTER SO ITS ACKNOWLEDGMENT CAN
006740*          BE CHASED.  A RUN ID THAT NEVER POSTED SENDS NOTHING.
006750* ===========================================================*
006760 8300-REGISTER-REVERSAL.
006770     IF WS-IDS-ON-RUN-COUNT = 0
006780         GO TO 8300-EXIT
006790     END-IF.
006800     MOVE "SIGREV01"      TO SND-FEED.
006810     MOVE WS-REV-RUN-DATE TO SND-RUN-DATE.
006820     MOVE WS-BKO-RUN-ID   TO SND-RUN-ID.
006830     MOVE WS-REV-COUNT    TO SND-REC-COUNT.
006840     MOVE WS-REV-HASH     TO SND-HASH.
006850     ACCEPT SND-SENT-DATE FROM DATE YYYYMMDD.
006860     ACCEPT SND-SENT-TIME FROM TIME.
006870     OPEN EXTEND SIGSND01-FILE.
006880     WRITE SIGSND01-RECORD.
006890     CLOSE SIGSND01-FILE.
006900 8300-EXIT.
006910     EXIT.
006920*
006930* ===========================================================*
006940*  8400-WRITE-POSTING-CONTROL  --  THE NEW SIGPCT02 BESIDE THE
006950*          NEW MASTER.  A REVERSAL OF THE LAST NIGHT POSTED
006960*          STEPS IT BACK ONE NIGHT; THE MASTER KEEPS ONE PRIOR
006970*          GENERATION, SO THE CONTROL KEEPS NONE BEFORE THAT.
006972*          ANY OTHER RUN LEAVES IT WHERE IT WAS.  A MISSING OR
006974*          DAMAGED SIGPCT01 STOPPED THE STEP BEFORE THE MASTER
006976*          PASS.  THE LAST NIGHT POSTED IS ITS RUN ID AND RUN
006978*          DATE TOGETHER.
007000* ===========================================================*
007010 8400-WRITE-POSTING-CONTROL.
007100     IF WS-PCT-MST-COUNT NOT = WS-MST-READ-COUNT
007110         DISPLAY "SIGBKO1 CONTROL ERROR - SIGPCT01 MASTER COUNT "
007120             WS-PCT-MST-COUNT " VS OLD MASTERS READ "
007130             WS-MST-READ-COUNT
007140         IF RETURN-CODE < 8
007150             MOVE 8 TO RETURN-CODE
007160         END-IF
007170     END-IF.
007180     OPEN OUTPUT SIGPCT02-FILE.
007190     MOVE SPACES TO SIGPCT02-RECORD.
007200     MOVE WS-PCT-LAST-RUN-ID    TO NPC-LAST-RUN-ID.
007210     MOVE WS-PCT-LAST-RUN-DATE  TO NPC-LAST-RUN-DATE.
007220     MOVE WS-PCT-PRIOR-RUN-ID   TO NPC-PRIOR-RUN-ID.
007230     MOVE WS-PCT-PRIOR-RUN-DATE TO NPC-PRIOR-RUN-DATE.
007240     MOVE WS-PCT-OVR-FLAG       TO NPC-OVR-FLAG.
007250     MOVE WS-PCT-OVR-OPERATOR   TO NPC-OVR-OPERATOR.
007260     EVALUATE TRUE
007262         WHEN WS-IDS-ON-RUN-COUNT = 0
007264             DISPLAY "SIGBKO1 WARNING - NO RECORDS ON RUN "
007266                 WS-BKO-RUN-ID ", CONTROL NOT STEPPED BACK"
007270         WHEN WS-PCT-LAST-RUN-ID NOT = WS-BKO-RUN-ID
007272           OR WS-PCT-LAST-RUN-DATE NOT = WS-REV-RUN-DATE
007280             DISPLAY "SIGBKO1 WARNING - RUN ID " WS-BKO-RUN-ID
007282                 " OF " WS-REV-RUN-DATE
007290                 " IS NOT THE LAST NIGHT POSTED ("
007292                 WS-PCT-LAST-RUN-ID " OF " WS-PCT-LAST-RUN-DATE
007294                 "), POSTING CONTROL NOT STEPPED BACK"
007320             IF RETURN-CODE < 4
007330                 MOVE 4 TO RETURN-CODE
007340             END-IF
007380         WHEN OTHER
007390             MOVE WS-PCT-PRIOR-RUN-ID   TO NPC-LAST-RUN-ID
007400             MOVE WS-PCT-PRIOR-RUN-DATE TO NPC-LAST-RUN-DATE
007410             MOVE ZERO                  TO NPC-PRIOR-RUN-ID
007420             MOVE ZERO                  TO NPC-PRIOR-RUN-DATE
007430             MOVE SPACE                 TO NPC-OVR-FLAG
007440             MOVE SPACES                TO NPC-OVR-OPERATOR
007450             DISPLAY "SIGBKO1 - POSTING CONTROL STEPPED BACK TO "
007460                 "RUN ID " WS-PCT-PRIOR-RUN-ID " OF "
007470                 WS-PCT-PRIOR-RUN-DATE
007480     END-EVALUATE.
007490     MOVE WS-MST-WRITE-COUNT TO NPC-MST-COUNT.
007500     MOVE "SIGBKO1"          TO NPC-POSTED-BY.
007510     ACCEPT NPC-POSTED-DATE FROM DATE YYYYMMDD.
007520     ACCEPT NPC-POSTED-TIME FROM TIME.
007530     WRITE SIGPCT02-RECORD.
007540     CLOSE SIGPCT02-FILE.
007550 8400-EXIT.
007560     EXIT.
007570*
007580 9999-EXIT.
007590     STOP RUN.
