001000*
001010* SIGREG1  --  BATCH REGISTRY REPORT
001020*
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID.                  SIGREG1.
001050 AUTHOR.                      R SOARES  -  BATCH SCORING TEAM.
001060 INSTALLATION.                SIGMOD DATA CENTER.
001070 DATE-WRITTEN.                2026-10-15.
001080 DATE-COMPILED.
001090*
001100* REMARKS.     LISTS THE PERMANENT SIGBRG01 BATCH REGISTRY SIG01
001110*              APPENDS TO EVERY NIGHT, SO DATA CONTROL CAN SEE
001120*              WHAT EACH SOURCE SYSTEM SENT AND WHEN.  THE
001130*              REGISTRY IS SORTED BY SOURCE, BATCH CREATE DATE
001140*              AND BUSINESS RUN DATE; PER BATCH THE SIGRGP01
001150*              REPORT SHOWS THE CREATE DATE, THE RUN DATE IT
001160*              WAS RECEIVED, THE RECORD COUNT AND SCORE HASH
001170*              AND WHAT BECAME OF IT -- ACCEPTED, QUARANTINED
001180*              UNBALANCED, OR QUARANTINED AS RESENT WITH THE
001190*              RUN DATE THE ORIGINAL WAS ACCEPTED.  EACH SOURCE
001200*              CLOSES WITH ITS BATCH, RECORD, RESENT AND
001210*              UNBALANCED TOTALS.  AN EMPTY OR MISSING REGISTRY
001220*              ENDS THE STEP WITH RETURN CODE 4.
001230*
001240* MODIFICATION HISTORY
001250* DATE       INIT  DESCRIPTION
001260* ---------- ----  -------------------------------------------
001270* 2026-10-15 RS    ORIGINAL PROGRAM.
001280*
001290 ENVIRONMENT DIVISION.
001300 CONFIGURATION SECTION.
001310 SOURCE-COMPUTER.             SIGMOD-BATCH.
001320 OBJECT-COMPUTER.             SIGMOD-BATCH.
001330 INPUT-OUTPUT SECTION.
001340 FILE-CONTROL.
001350     SELECT OPTIONAL SIGBRG01-FILE ASSIGN TO "SIGBRG01"
001360         ORGANIZATION IS SEQUENTIAL
001370         FILE STATUS IS WS-BRG-FILE-STATUS.
001380     SELECT SIGRGP01-FILE ASSIGN TO "SIGRGP01"
001390         ORGANIZATION IS SEQUENTIAL.
001400     SELECT SORT-WORK-FILE ASSIGN TO "SIGSWK01".
001410*
001420 DATA DIVISION.
001430 FILE SECTION.
001440 FD  SIGBRG01-FILE
001450         RECORDING MODE IS F.
001460         COPY SIGBRG01.
001470*
001480 FD  SIGRGP01-FILE
001490         RECORDING MODE IS F.
001500 01  SIGRGP01-RECORD           PIC X(80).
001510*
001520 SD  SORT-WORK-FILE.
001530         COPY SIGBRG01 REPLACING ==SIGBRG01-RECORD==
001540                              BY ==SORT-WORK-RECORD==
001550                       LEADING ==BRG== BY ==SRT==.
001560*
001570 WORKING-STORAGE SECTION.
001580* ---------------------------------------------------------
001590*  SWITCHES AND FILE STATUS
001600* ---------------------------------------------------------
001610 77  WS-BRG-FILE-STATUS        PIC X(02).
001620 77  WS-BRG-EOF-SWITCH         PIC X(01) VALUE "N".
001630         88  END-OF-SIGBRG01       VALUE "Y".
001640 77  WS-SRT-EOF-SWITCH         PIC X(01) VALUE "N".
001650         88  END-OF-SORTED-BRG     VALUE "Y".
001660*
001670* ---------------------------------------------------------
001680*  SOURCE CONTROL BREAK ACCUMULATORS
001690* ---------------------------------------------------------
001700 01  WS-CUR-SOURCE             PIC X(10) VALUE HIGH-VALUES.
001710 77  WS-SRC-BATCH-COUNT        PIC 9(4) COMP VALUE 0.
001720 77  WS-SRC-REC-COUNT          PIC 9(9) COMP VALUE 0.
001730 77  WS-SRC-RESENT-COUNT       PIC 9(4) COMP VALUE 0.
001740 77  WS-SRC-UNBAL-COUNT        PIC 9(4) COMP VALUE 0.
001750*
001760* ---------------------------------------------------------
001770*  RUN COUNTS
001780* ---------------------------------------------------------
001790 77  WS-BRG-READ-COUNT         PIC 9(9) COMP VALUE 0.
001800 77  WS-SOURCE-COUNT           PIC 9(4) COMP VALUE 0.
001810 77  WS-ACCEPTED-COUNT         PIC 9(9) COMP VALUE 0.
001820 77  WS-RESENT-COUNT           PIC 9(9) COMP VALUE 0.
001830 77  WS-UNBAL-COUNT            PIC 9(9) COMP VALUE 0.
001840 77  WS-ACCEPTED-RECS          PIC 9(11) COMP VALUE 0.
001850*
001860* ---------------------------------------------------------
001870*  REPORT CONTROLS AND CURRENT DATE
001880* ---------------------------------------------------------
001890 77  WS-LINE-COUNT             PIC 9(4) COMP VALUE 0.
001900 77  WS-PAGE-COUNT             PIC 9(4) COMP VALUE 0.
001910 77  WS-LINES-PER-PAGE         PIC 9(4) COMP VALUE 50.
001920 01  WS-CURRENT-DATE.
001930         05  WS-CD-YY              PIC 9(2).
001940         05  WS-CD-MM              PIC 9(2).
001950         05  WS-CD-DD              PIC 9(2).
001960*
001970* ---------------------------------------------------------
001980*  REPORT LINE LAYOUTS
001990* ---------------------------------------------------------
002000 01  WS-HEADING-1.
002010         05  FILLER                PIC X(01) VALUE SPACE.
002020         05  FILLER                PIC X(33) VALUE
002030             "SIGREG1 - BATCH REGISTRY REPORT".
002040         05  FILLER                PIC X(08) VALUE SPACES.
002050         05  FILLER                PIC X(06) VALUE "DATE: ".
002060         05  H1-MM                 PIC 99.
002070         05  FILLER                PIC X(01) VALUE "/".
002080         05  H1-DD                 PIC 99.
002090         05  FILLER                PIC X(01) VALUE "/".
002100         05  H1-YY                 PIC 99.
002110         05  FILLER                PIC X(05) VALUE SPACES.
002120         05  FILLER                PIC X(06) VALUE "PAGE: ".
002130         05  H1-PAGE               PIC ZZZ9.
002140*
002150 01  WS-HEADING-2.
002160         05  FILLER                PIC X(01) VALUE SPACE.
002170         05  FILLER                PIC X(11) VALUE "SOURCE".
002180         05  FILLER                PIC X(10) VALUE "CREATED".
002190         05  FILLER                PIC X(08) VALUE "RECEIVED".
002200         05  FILLER                PIC X(11) VALUE "    RECORDS".
002210         05  FILLER                PIC X(18)
002220                 VALUE "        SCORE HASH".
002230         05  FILLER                PIC X(12) VALUE " STATUS".
002240         05  FILLER                PIC X(08) VALUE "ORIGINAL".
002250*
002260 01  WS-DETAIL-LINE.
002270         05  FILLER                PIC X(01) VALUE SPACE.
002280         05  D-SOURCE              PIC X(10).
002290         05  FILLER                PIC X(01) VALUE SPACE.
002300         05  D-CREATE-DATE         PIC 9(8).
002310         05  FILLER                PIC X(02) VALUE SPACES.
002320         05  D-RUN-DATE            PIC 9(8).
002330         05  D-REC-COUNT           PIC ZZZ,ZZZ,ZZ9.
002340         05  D-HASH-TOTAL          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002350         05  FILLER                PIC X(01) VALUE SPACE.
002360         05  D-DISPOSITION         PIC X(10).
002370         05  FILLER                PIC X(01) VALUE SPACE.
002380         05  D-FIRST-DATE          PIC X(08).
002390*
002400 01  WS-SOURCE-TOTAL-LINE.
002410         05  FILLER                PIC X(04) VALUE " ** ".
002420         05  ST-SOURCE             PIC X(10).
002430         05  ST-BATCHES            PIC ZZZ9.
002440         05  FILLER                PIC X(08) VALUE " BATCHES".
002450         05  ST-RECORDS            PIC ZZZ,ZZZ,ZZ9.
002460         05  FILLER                PIC X(08) VALUE " RECORDS".
002470         05  ST-RESENT             PIC ZZZ9.
002480         05  FILLER                PIC X(07) VALUE " RESENT".
002490         05  ST-UNBAL              PIC ZZZ9.
002500         05  FILLER                PIC X(11) VALUE " UNBALANCED".
002510*
002520 01  WS-SUM-LINE.
002530         05  FILLER                PIC X(01) VALUE SPACE.
002540         05  SL-LABEL              PIC X(34).
002550         05  SL-COUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.
002560*
002570 PROCEDURE DIVISION.
002580* ===========================================================*
002590*  0000-MAINLINE
002600* ===========================================================*
002610 0000-MAINLINE.
002620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002630     SORT SORT-WORK-FILE
002640         ON ASCENDING KEY SRT-SOURCE
002650                          SRT-CREATE-DATE
002660                          SRT-RUN-DATE
002670         INPUT PROCEDURE IS 2000-RELEASE-REGISTRY THRU 2000-EXIT
002680         OUTPUT PROCEDURE IS 3000-REPORT-SOURCES THRU 3000-EXIT.
002690     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002700     GO TO 9999-EXIT.
002710*
002720* ===========================================================*
002730*  1000-INITIALIZE  --  OPEN THE REPORT, FIRST HEADINGS
002740* ===========================================================*
002750 1000-INITIALIZE.
002760     OPEN OUTPUT SIGRGP01-FILE.
002770     ACCEPT WS-CURRENT-DATE FROM DATE.
002780     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
002790 1000-EXIT.
002800     EXIT.
002810*
002820* ===========================================================*
002830*  1300-WRITE-HEADINGS  --  NEW PAGE, HEADINGS, RESET LINES
002840* ===========================================================*
002850 1300-WRITE-HEADINGS.
002860     ADD 1 TO WS-PAGE-COUNT.
002870     MOVE WS-CD-MM TO H1-MM.
002880     MOVE WS-CD-DD TO H1-DD.
002890     MOVE WS-CD-YY TO H1-YY.
002900     MOVE WS-PAGE-COUNT TO H1-PAGE.
002910     WRITE SIGRGP01-RECORD FROM WS-HEADING-1
002920         AFTER ADVANCING PAGE.
002930     WRITE SIGRGP01-RECORD FROM WS-HEADING-2
002940         AFTER ADVANCING 2.
002950     MOVE 2 TO WS-LINE-COUNT.
002960 1300-EXIT.
002970     EXIT.
002980*
002990* ===========================================================*
003000*  2000-RELEASE-REGISTRY  --  FEED THE SORT WITH EVERY
003010*          REGISTRY ROW
003020* ===========================================================*
003030 2000-RELEASE-REGISTRY.
003040     OPEN INPUT SIGBRG01-FILE.
003050     IF WS-BRG-FILE-STATUS NOT = "00"
003060         MOVE "Y" TO WS-BRG-EOF-SWITCH
003070     END-IF.
003080     PERFORM 2100-RELEASE-ONE-ROW THRU 2100-EXIT
003090         UNTIL END-OF-SIGBRG01.
003100     CLOSE SIGBRG01-FILE.
003110 2000-EXIT.
003120     EXIT.
003130*
003140* ===========================================================*
003150*  2100-RELEASE-ONE-ROW  --  ONE REGISTRY ROW TO THE SORT
003160* ===========================================================*
003170 2100-RELEASE-ONE-ROW.
003180     READ SIGBRG01-FILE
003190         AT END
003200             MOVE "Y" TO WS-BRG-EOF-SWITCH
003210             GO TO 2100-EXIT
003220     END-READ.
003230     ADD 1 TO WS-BRG-READ-COUNT.
003240     RELEASE SORT-WORK-RECORD FROM SIGBRG01-RECORD.
003250 2100-EXIT.
003260     EXIT.
003270*
003280* ===========================================================*
003290*  3000-REPORT-SOURCES  --  WALK THE SORTED REGISTRY, ONE
003300*          SOURCE SYSTEM AT A TIME
003310* ===========================================================*
003320 3000-REPORT-SOURCES.
003330     PERFORM 3050-RETURN-SORTED THRU 3050-EXIT.
003340     PERFORM 3100-LIST-ONE-BATCH THRU 3100-EXIT
003350         UNTIL END-OF-SORTED-BRG.
003360     IF WS-CUR-SOURCE NOT = HIGH-VALUES
003370         PERFORM 3500-CLOSE-SOURCE THRU 3500-EXIT
003380     END-IF.
003390 3000-EXIT.
003400     EXIT.
003410*
003420* ===========================================================*
003430*  3050-RETURN-SORTED  --  NEXT SORTED REGISTRY ROW
003440* ===========================================================*
003450 3050-RETURN-SORTED.
003460     RETURN SORT-WORK-FILE
003470         AT END
003480             MOVE "Y" TO WS-SRT-EOF-SWITCH
003490     END-RETURN.
003500 3050-EXIT.
003510     EXIT.
003520*
003530* ===========================================================*
003540*  3100-LIST-ONE-BATCH  --  ONE DETAIL LINE PER BATCH
003550* ===========================================================*
003560 3100-LIST-ONE-BATCH.
003570     IF SRT-SOURCE NOT = WS-CUR-SOURCE
003580         IF WS-CUR-SOURCE NOT = HIGH-VALUES
003590             PERFORM 3500-CLOSE-SOURCE THRU 3500-EXIT
003600         END-IF
003610         PERFORM 3200-START-SOURCE THRU 3200-EXIT
003620     END-IF.
003630     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003640         PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT
003650     END-IF.
003660     ADD 1 TO WS-SRC-BATCH-COUNT.
003670     MOVE SRT-SOURCE      TO D-SOURCE.
003680     MOVE SRT-CREATE-DATE TO D-CREATE-DATE.
003690     MOVE SRT-RUN-DATE    TO D-RUN-DATE.
003700     MOVE SRT-REC-COUNT   TO D-REC-COUNT.
003710     MOVE SRT-HASH-TOTAL  TO D-HASH-TOTAL.
003720     MOVE SPACES          TO D-FIRST-DATE.
003730     EVALUATE TRUE
003740         WHEN SRT-ACCEPTED
003750             MOVE "ACCEPTED" TO D-DISPOSITION
003760             ADD 1 TO WS-ACCEPTED-COUNT
003770             ADD SRT-REC-COUNT TO WS-SRC-REC-COUNT
003780             ADD SRT-REC-COUNT TO WS-ACCEPTED-RECS
003790         WHEN SRT-RESENT
003800             MOVE "RESENT" TO D-DISPOSITION
003810             MOVE SRT-FIRST-RUN-DATE TO D-FIRST-DATE
003820             ADD 1 TO WS-RESENT-COUNT
003830             ADD 1 TO WS-SRC-RESENT-COUNT
003840         WHEN OTHER
003850             MOVE "UNBALANCED" TO D-DISPOSITION
003860             ADD 1 TO WS-UNBAL-COUNT
003870             ADD 1 TO WS-SRC-UNBAL-COUNT
003880     END-EVALUATE.
003890     WRITE SIGRGP01-RECORD FROM WS-DETAIL-LINE
003900         AFTER ADVANCING 1.
003910     ADD 1 TO WS-LINE-COUNT.
003920     PERFORM 3050-RETURN-SORTED THRU 3050-EXIT.
003930 3100-EXIT.
003940     EXIT.
003950*
003960* ===========================================================*
003970*  3200-START-SOURCE  --  FRESH ACCUMULATORS FOR THE SOURCE
003980*          JUST REACHED
003990* ===========================================================*
004000 3200-START-SOURCE.
004010     MOVE SRT-SOURCE TO WS-CUR-SOURCE.
004020     ADD 1 TO WS-SOURCE-COUNT.
004030     MOVE 0 TO WS-SRC-BATCH-COUNT.
004040     MOVE 0 TO WS-SRC-REC-COUNT.
004050     MOVE 0 TO WS-SRC-RESENT-COUNT.
004060     MOVE 0 TO WS-SRC-UNBAL-COUNT.
004070 3200-EXIT.
004080     EXIT.
004090*
004100* ===========================================================*
004110*  3500-CLOSE-SOURCE  --  TOTAL LINE FOR THE SOURCE JUST
004120*          ENDED.  THE RECORD TOTAL COUNTS ACCEPTED BATCHES
004130*          ONLY -- QUARANTINED RECORDS WERE NEVER SCORED.
004140* ===========================================================*
004150 3500-CLOSE-SOURCE.
004160     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004170         PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT
004180     END-IF.
004190     MOVE WS-CUR-SOURCE       TO ST-SOURCE.
004200     MOVE WS-SRC-BATCH-COUNT  TO ST-BATCHES.
004210     MOVE WS-SRC-REC-COUNT    TO ST-RECORDS.
004220     MOVE WS-SRC-RESENT-COUNT TO ST-RESENT.
004230     MOVE WS-SRC-UNBAL-COUNT  TO ST-UNBAL.
004240     WRITE SIGRGP01-RECORD FROM WS-SOURCE-TOTAL-LINE
004250         AFTER ADVANCING 1.
004260     MOVE SPACES TO SIGRGP01-RECORD.
004270     WRITE SIGRGP01-RECORD
004280         AFTER ADVANCING 1.
004290     ADD 2 TO WS-LINE-COUNT.
004300 3500-EXIT.
004310     EXIT.
004320*
004330* ===========================================================*
004340*  8000-TERMINATE  --  SUMMARY, RETURN CODE, CLOSE
004350* ===========================================================*
004360 8000-TERMINATE.
004370     MOVE "REGISTRY ROWS READ" TO SL-LABEL.
004380     MOVE WS-BRG-READ-COUNT TO SL-COUNT.
004390     WRITE SIGRGP01-RECORD FROM WS-SUM-LINE
004400         AFTER ADVANCING 2.
004410     MOVE "SOURCE SYSTEMS REPORTED" TO SL-LABEL.
004420     MOVE WS-SOURCE-COUNT TO SL-COUNT.
004430     WRITE SIGRGP01-RECORD FROM WS-SUM-LINE
004440         AFTER ADVANCING 1.
004450     MOVE "BATCHES ACCEPTED" TO SL-LABEL.
004460     MOVE WS-ACCEPTED-COUNT TO SL-COUNT.
004470     WRITE SIGRGP01-RECORD FROM WS-SUM-LINE
004480         AFTER ADVANCING 1.
004490     MOVE "RECORDS IN ACCEPTED BATCHES" TO SL-LABEL.
004500     MOVE WS-ACCEPTED-RECS TO SL-COUNT.
004510     WRITE SIGRGP01-RECORD FROM WS-SUM-LINE
004520         AFTER ADVANCING 1.
004530     MOVE "BATCHES QUARANTINED AS RESENT" TO SL-LABEL.
004540     MOVE WS-RESENT-COUNT TO SL-COUNT.
004550     WRITE SIGRGP01-RECORD FROM WS-SUM-LINE
004560         AFTER ADVANCING 1.
004570     MOVE "BATCHES QUARANTINED UNBALANCED" TO SL-LABEL.
004580     MOVE WS-UNBAL-COUNT TO SL-COUNT.
004590     WRITE SIGRGP01-RECORD FROM WS-SUM-LINE
004600         AFTER ADVANCING 1.
004610     IF WS-BRG-READ-COUNT = 0
004620         DISPLAY "SIGREG1 - SIGBRG01 REGISTRY EMPTY OR MISSING, "
004630             "STEP SET TO RETURN CODE 4"
004640         MOVE 4 TO RETURN-CODE
004650     END-IF.
004660     CLOSE SIGRGP01-FILE.
004670 8000-EXIT.
004680     EXIT.
004690*
004700 9999-EXIT.
004710     STOP RUN.
