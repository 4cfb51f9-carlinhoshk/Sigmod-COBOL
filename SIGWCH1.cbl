001290* DATE       INIT  DESCRIPTION
001300* ---------- ----  -------------------------------------------
001310* 2026-09-02 RS    ORIGINAL PROGRAM.
001311* 2026-10-15 RS    SIGALR01 IS NOW CLOSED WITH A TRL TRAILER
001312*                  (ALERT COUNT, HASH TOTAL OF ALR-CURR-SIGMOID
001313*                  AND THE RUN DATE) SO THE PAGER DESK CAN PROVE
001314*                  IT LOADED THE WHOLE FEED, AND THE COUNT AND
001315*                  HASH ARE APPENDED TO THE SIGSND01 SEND REGISTER
001316*                  FOR SIGACK1 TO MATCH AGAINST THE RETURNS.
001320*
001330 ENVIRONMENT DIVISION.
001340 CONFIGURATION SECTION.
001450         ORGANIZATION IS SEQUENTIAL.
001460     SELECT SIGALR01-FILE ASSIGN TO "SIGALR01"
001470         ORGANIZATION IS SEQUENTIAL.
001472     SELECT OPTIONAL SIGSND01-FILE ASSIGN TO "SIGSND01"
001474         ORGANIZATION IS SEQUENTIAL
001476         FILE STATUS IS WS-SND-FILE-STATUS.
001480*
001490 DATA DIVISION.
001500 FILE SECTION.
001790         05  ALR-SWING             PIC S9(9)V9(9)
001800                 SIGN IS LEADING SEPARATE CHARACTER.
001810         05  ALR-THRESHOLD         PIC 9V9(9).
001811         05  ALR-RUN-DATE          PIC 9(8).
001812 01  SIGALR01-TRAILER.
001813         05  ALR-TRL-ID            PIC X(03).
001814         05  ALR-TRL-REC-COUNT     PIC 9(9).
001815         05  ALR-TRL-HASH          PIC S9(9)V9(9)
001816                 SIGN IS LEADING SEPARATE CHARACTER.
001817         05  ALR-TRL-RUN-DATE      PIC 9(8).
001818         05  FILLER                PIC X(65).
001819*
001820 FD  SIGSND01-FILE
001821         RECORDING MODE IS F.
001822         COPY SIGSND01.
001830*
001840 WORKING-STORAGE SECTION.
001850* ---------------------------------------------------------
001860*  SWITCHES AND FILE STATUS
001870* ---------------------------------------------------------
001880 77  WS-WLS-FILE-STATUS        PIC X(02).
001882 77  WS-SND-FILE-STATUS        PIC X(02).
001890 77  WS-WLS-EOF-SWITCH         PIC X(01) VALUE "N".
001900         88  END-OF-SIGWLS01       VALUE "Y".
001910*
002230 01  WS-ABS-SWING              PIC 9(9)V9(9) VALUE 0.
002240 01  WS-CUR-THRESHOLD          PIC 9V9(9) VALUE 0.
002250 77  WS-RUN-DATE               PIC 9(8) VALUE 0.
002252 77  WS-ALR-HASH               PIC S9(9)V9(9) VALUE 0
002254                 SIGN IS LEADING SEPARATE CHARACTER.
002260*
002270* ---------------------------------------------------------
002280*  RUN COUNTS FOR THE REPORT SUMMARY
005050     MOVE WS-CUR-THRESHOLD         TO ALR-THRESHOLD.
005060     MOVE WS-RUN-DATE              TO ALR-RUN-DATE.
005070     WRITE SIGALR01-RECORD.
005072     ADD MST-CURR-SIGMOID TO WS-ALR-HASH.
005080 3200-EXIT.
005090     EXIT.
005100*
005590             "NOTHING MONITORED"
005600     END-IF.
005610     CLOSE SIGMST01-FILE.
005611     CLOSE SIGWRP01-FILE.
005612     PERFORM 8100-WRITE-ALERT-TRAILER THRU 8100-EXIT.
005613     CLOSE SIGALR01-FILE.
005614     PERFORM 8200-REGISTER-ALERTS THRU 8200-EXIT.
005615 8000-EXIT.
005616     EXIT.
005617*
005618* ===========================================================*
005619*  8100-WRITE-ALERT-TRAILER  --  COUNT AND HASH OF THE ALERT
005620*          FEED SO THE PAGER DESK CAN PROVE IT GOT EVERYTHING
005621* ===========================================================*
005622 8100-WRITE-ALERT-TRAILER.
005623     MOVE SPACES         TO SIGALR01-TRAILER.
005624     MOVE "TRL"          TO ALR-TRL-ID.
005625     MOVE WS-ALERT-COUNT TO ALR-TRL-REC-COUNT.
005626     MOVE WS-ALR-HASH    TO ALR-TRL-HASH.
005627     MOVE WS-RUN-DATE    TO ALR-TRL-RUN-DATE.
005628     WRITE SIGALR01-TRAILER.
005629 8100-EXIT.
005630     EXIT.
005631*
005632* ===========================================================*
005633*  8200-REGISTER-ALERTS  --  APPEND THE CLOSED SIGALR01 TO THE
005634*          SIGSND01 SEND REGISTER SO ITS ACKNOWLEDGMENT CAN BE
005635*          CHASED
005636* ===========================================================*
005637 8200-REGISTER-ALERTS.
005638     MOVE "SIGALR01"     TO SND-FEED.
005639     MOVE WS-RUN-DATE    TO SND-RUN-DATE.
005640     MOVE ZERO           TO SND-RUN-ID.
005641     MOVE WS-ALERT-COUNT TO SND-REC-COUNT.
005642     MOVE WS-ALR-HASH    TO SND-HASH.
005643     ACCEPT SND-SENT-DATE FROM DATE YYYYMMDD.
005644     ACCEPT SND-SENT-TIME FROM TIME.
005645     OPEN EXTEND SIGSND01-FILE.
005646     WRITE SIGSND01-RECORD.
005647     CLOSE SIGSND01-FILE.
005648 8200-EXIT.
005650     EXIT.
005660*
005670 9999-EXIT.
