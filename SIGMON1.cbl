001310* DATE       INIT  DESCRIPTION
001320* ---------- ----  -------------------------------------------
001330* 2026-09-02 RS    ORIGINAL PROGRAM.
001331* 2026-10-15 RS    THE SIGFIN01 TRAILER NOW ALSO CARRIES A HASH
001332*                  TOTAL OF FIN-COMP-COUNT AND THE DATE THE
001333*                  STATEMENT WAS RUN, AND THE CLOSED FILE'S COUNT
001334*                  AND HASH ARE APPENDED TO THE SIGSND01 SEND
001335*                  REGISTER FOR SIGACK1 TO MATCH AGAINST FINANCE'S
001336*                  ACKNOWLEDGMENT.
001337* 2026-10-15 RS    SND-SENT-DATE IS NOW THE SYSTEM DATE, NOT THE
001338*                  BUSINESS DATE, AS FOR EVERY OTHER WRITER.
001340*
001350 ENVIRONMENT DIVISION.
001360 CONFIGURATION SECTION.
001510         ORGANIZATION IS SEQUENTIAL.
001520     SELECT SIGMNP01-FILE ASSIGN TO "SIGMNP01"
001530         ORGANIZATION IS SEQUENTIAL.
001532     SELECT OPTIONAL SIGSND01-FILE ASSIGN TO "SIGSND01"
001534         ORGANIZATION IS SEQUENTIAL
001536         FILE STATUS IS WS-SND-FILE-STATUS.
001540     SELECT SORT-WORK-FILE ASSIGN TO "SIGSWK01".
001550*
001560 DATA DIVISION.
001900 01  SIGFIN01-TRAILER.
001910         05  FIN-TRL-ID            PIC X(03).
001920         05  FIN-TRL-REC-COUNT     PIC 9(9).
001922         05  FIN-TRL-HASH          PIC 9(11).
001924         05  FIN-TRL-RUN-DATE      PIC 9(8).
001926         05  FILLER                PIC X(74).
001940*
001950 FD  SIGMNP01-FILE
001960         RECORDING MODE IS F.
001970 01  SIGMNP01-RECORD           PIC X(80).
001972*
001974 FD  SIGSND01-FILE
001976         RECORDING MODE IS F.
001978         COPY SIGSND01.
001980*
001990 SD  SORT-WORK-FILE.
002000         COPY SIGAUD01 REPLACING ==SIGAUD01-RECORD==
002080 77  WS-MPM-FILE-STATUS        PIC X(02).
002090 77  WS-HIS-FILE-STATUS        PIC X(02).
002100 77  WS-JRN-FILE-STATUS        PIC X(02).
002102 77  WS-SND-FILE-STATUS        PIC X(02).
002110 77  WS-PARM-SWITCH            PIC X(01) VALUE "N".
002120         88  WS-PARM-VALID         VALUE "Y".
002130         88  WS-PARM-NOT-VALID     VALUE "N".
002610 77  WS-MONTH-ROW-COUNT        PIC 9(9) COMP VALUE 0.
002620 77  WS-CATEGORY-COUNT         PIC 9(4) COMP VALUE 0.
002630 77  WS-FIN-REC-COUNT          PIC 9(9) COMP VALUE 0.
002632 77  WS-FIN-HASH               PIC 9(11) VALUE 0.
002634 77  WS-RUN-DATE               PIC 9(8) VALUE 0.
002640*
002650* ---------------------------------------------------------
002660*  REPORT CONTROLS AND CURRENT DATE
003630     OPEN OUTPUT SIGFIN01-FILE.
003640     OPEN OUTPUT SIGMNP01-FILE.
003650     ACCEPT WS-CURRENT-DATE FROM DATE.
003652     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003660     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
003670     MOVE WS-REQ-MONTH TO ML-MONTH.
003680     MOVE WS-FUNC-CODES TO ML-FUNCS.
006090     MOVE WS-FUNC-CODES      TO FIN-FUNC-CODES.
006100     WRITE SIGFIN01-RECORD.
006110     ADD 1 TO WS-FIN-REC-COUNT.
006112     ADD WS-CAT-COMP-COUNT TO WS-FIN-HASH.
006120 3500-EXIT.
006130     EXIT.
006140*
006190     MOVE SPACES           TO SIGFIN01-TRAILER.
006200     MOVE "TRL"            TO FIN-TRL-ID.
006210     MOVE WS-FIN-REC-COUNT TO FIN-TRL-REC-COUNT.
006212     MOVE WS-FIN-HASH      TO FIN-TRL-HASH.
006214     MOVE WS-RUN-DATE      TO FIN-TRL-RUN-DATE.
006220     WRITE SIGFIN01-TRAILER.
006230     MOVE "HISTORY ROWS READ" TO SL-LABEL.
006240     MOVE WS-HIS-READ-COUNT TO SL-COUNT.
006420         MOVE 4 TO RETURN-CODE
006430     END-IF.
006440     CLOSE SIGFIN01-FILE.
006441     CLOSE SIGMNP01-FILE.
006442     PERFORM 8100-REGISTER-STATEMENT THRU 8100-EXIT.
006443 8000-EXIT.
006444     EXIT.
006445*
006446* ===========================================================*
006447*  8100-REGISTER-STATEMENT  --  APPEND THE CLOSED SIGFIN01 TO
006448*          THE SIGSND01 SEND REGISTER SO ITS ACKNOWLEDGMENT CAN
006449*          BE CHASED
006450* ===========================================================*
006451 8100-REGISTER-STATEMENT.
006452     MOVE "SIGFIN01"       TO SND-FEED.
006453     MOVE WS-RUN-DATE      TO SND-RUN-DATE.
006454     MOVE ZERO             TO SND-RUN-ID.
006455     MOVE WS-FIN-REC-COUNT TO SND-REC-COUNT.
006456     MOVE WS-FIN-HASH      TO SND-HASH.
006457     ACCEPT SND-SENT-DATE FROM DATE YYYYMMDD.
006458     ACCEPT SND-SENT-TIME FROM TIME.
006459     OPEN EXTEND SIGSND01-FILE.
006460     WRITE SIGSND01-RECORD.
006461     CLOSE SIGSND01-FILE.
006462 8100-EXIT.
006470     EXIT.
006480*
006490 9999-EXIT.
