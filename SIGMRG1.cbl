001000*
001010* SIGMRG1  --  PARTITIONED NIGHT MERGE
001020*
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID.                  SIGMRG1.
001050 AUTHOR.                      R SOARES  -  BATCH SCORING TEAM.
001060 INSTALLATION.                SIGMOD DATA CENTER.
001070 DATE-WRITTEN.                2026-10-15.
001080 DATE-COMPILED.
001090*
001100* REMARKS.     RUNS AFTER THE SIG01 PARTITION STEPS OF A
001110*              PARTITIONED NIGHT AND BUILDS THE SINGLE
001120*              NIGHT-LEVEL FILES THE REST OF THE SUITE READS.
001130*              EACH INPUT IS THE CONCATENATION OF ONE OUTPUT
001140*              FROM EVERY PARTITION, IN THE SAME PARTITION
001150*              ORDER: SIGPST01 (SIGSTA01 STATUS), SIGPCK01
001160*              (SIGCHK01 CHECKPOINT), SIGPEX01 (SIGEXT01, EACH
001170*              ENDING IN ITS TRAILER), SIGPAU01 (SIGAUD01),
001180*              SIGPKY01 (DUPLICATE KEYS), SIGPRJ01, SIGPHD01,
001190*              SIGPSU01 AND SIGPQA01 (REJECT, HOLD, SUSPENSE
001200*              AND QUARANTINE) AND SIGPBR01 (NEW REGISTRY
001210*              ROWS).  EVERY PARTITION EXTRACT IS PROVED
001220*              AGAINST ITS TRAILER AND STATUS, AND THE
001230*              DUPLICATE RECORD-ID CHECK IS CARRIED ACROSS
001240*              PARTITIONS AS IF THEY HAD RUN ONE AFTER THE
001250*              OTHER: A RECORD ID ALREADY COMPUTED BY AN
001260*              EARLIER PARTITION WITH THE SAME OR A LATER
001270*              EFFECTIVE DATE IS TAKEN OFF THE MERGED EXTRACT
001280*              AND AUDIT TRAIL AND SUSPENDED, A LATER-DATED
001290*              ONE SUPERSEDES THE EARLIER.  WRITES SIGEXT01
001300*              WITH A FRESH TRAILER, SIGAUD01 STAMPED WITH THE
001310*              NIGHT'S RUN ID, SIGREJ01, SIGHLD02, SIGSUS01,
001320*              SIGQAR01, A SIGSTA01 STATUS AND SIGCHK01 TOTALS
001330*              FOR THE WHOLE NIGHT, APPENDS THE STATUS TO THE
001340*              SIGJRN01 JOURNAL, THE PARTITIONS' BATCHES TO THE
001350*              SIGBRG01 REGISTRY AND THE EXTRACT TO THE SIGSND01
001360*              SEND REGISTER, AND PRINTS THE SIGMRP01 REPORT.
001370*              THE RETURN CODE FOLLOWS THE SIG01 RULES ON THE
001380*              MERGED COUNTS; A PARTITION THAT FAILED ITS
001390*              CONTROLS OR ANY MERGE CONTROL BREAK IS 16, AND
001400*              SUCH A NIGHT REGISTERS AND SENDS NOTHING.
001410*
001420* MODIFICATION HISTORY
001430* DATE       INIT  DESCRIPTION
001440* ---------- ----  -------------------------------------------
001450* 2026-10-15 RS    ORIGINAL PROGRAM.
001452* 2026-10-15 RS    THE NIGHT'S SIGEXT01 TRAILER NOW CARRIES THE
001454*                  MERGE'S RUN ID FOR THE SIGUPD1 POSTING CONTROL.
001456* 2026-10-15 RS    SND-SENT-DATE AND -TIME ARE TAKEN FROM THE
001458*                  SYSTEM CLOCK WHEN THE ROW IS APPENDED.
001460*
001470 ENVIRONMENT DIVISION.
001480 CONFIGURATION SECTION.
001490 SOURCE-COMPUTER.             SIGMOD-BATCH.
001500 OBJECT-COMPUTER.             SIGMOD-BATCH.
001510 INPUT-OUTPUT SECTION.
001520 FILE-CONTROL.
001530     SELECT OPTIONAL SIGPRM01-FILE ASSIGN TO "SIGPRM01"
001540         ORGANIZATION IS SEQUENTIAL
001550         FILE STATUS IS WS-PRM-FILE-STATUS.
001560     SELECT SIGPST01-FILE ASSIGN TO "SIGPST01"
001570         ORGANIZATION IS SEQUENTIAL.
001580     SELECT SIGPCK01-FILE ASSIGN TO "SIGPCK01"
001590         ORGANIZATION IS SEQUENTIAL.
001600     SELECT SIGPEX01-FILE ASSIGN TO "SIGPEX01"
001610         ORGANIZATION IS SEQUENTIAL.
001620     SELECT SIGPAU01-FILE ASSIGN TO "SIGPAU01"
001630         ORGANIZATION IS SEQUENTIAL.
001640     SELECT SIGPKY01-FILE ASSIGN TO "SIGPKY01"
001650         ORGANIZATION IS SEQUENTIAL.
001660     SELECT SIGPRJ01-FILE ASSIGN TO "SIGPRJ01"
001670         ORGANIZATION IS SEQUENTIAL.
001680     SELECT SIGPHD01-FILE ASSIGN TO "SIGPHD01"
001690         ORGANIZATION IS SEQUENTIAL.
001700     SELECT SIGPSU01-FILE ASSIGN TO "SIGPSU01"
001710         ORGANIZATION IS SEQUENTIAL.
001720     SELECT SIGPQA01-FILE ASSIGN TO "SIGPQA01"
001730         ORGANIZATION IS SEQUENTIAL.
001740     SELECT OPTIONAL SIGPBR01-FILE ASSIGN TO "SIGPBR01"
001750         ORGANIZATION IS SEQUENTIAL
001760         FILE STATUS IS WS-PBR-FILE-STATUS.
001770     SELECT SIGEXT01-FILE ASSIGN TO "SIGEXT01"
001780         ORGANIZATION IS SEQUENTIAL.
001790     SELECT SIGAUD01-FILE ASSIGN TO "SIGAUD01"
001800         ORGANIZATION IS SEQUENTIAL.
001810     SELECT SIGREJ01-FILE ASSIGN TO "SIGREJ01"
001820         ORGANIZATION IS SEQUENTIAL.
001830     SELECT SIGHLD02-FILE ASSIGN TO "SIGHLD02"
001840         ORGANIZATION IS SEQUENTIAL.
001850     SELECT SIGSUS01-FILE ASSIGN TO "SIGSUS01"
001860         ORGANIZATION IS SEQUENTIAL.
001870     SELECT SIGQAR01-FILE ASSIGN TO "SIGQAR01"
001880         ORGANIZATION IS SEQUENTIAL.
001890     SELECT SIGSTA01-FILE ASSIGN TO "SIGSTA01"
001900         ORGANIZATION IS SEQUENTIAL.
001910     SELECT SIGCHK01-FILE ASSIGN TO "SIGCHK01"
001920         ORGANIZATION IS SEQUENTIAL.
001930     SELECT SIGJRN01-FILE ASSIGN TO "SIGJRN01"
001940         ORGANIZATION IS SEQUENTIAL.
001950     SELECT OPTIONAL SIGBRG01-FILE ASSIGN TO "SIGBRG01"
001960         ORGANIZATION IS SEQUENTIAL
001970         FILE STATUS IS WS-BRG-FILE-STATUS.
001980     SELECT OPTIONAL SIGSND01-FILE ASSIGN TO "SIGSND01"
001990         ORGANIZATION IS SEQUENTIAL
002000         FILE STATUS IS WS-SND-FILE-STATUS.
002010     SELECT SIGMRP01-FILE ASSIGN TO "SIGMRP01"
002020         ORGANIZATION IS SEQUENTIAL.
002030*
002040 DATA DIVISION.
002050 FILE SECTION.
002060 FD  SIGPRM01-FILE
002070         RECORDING MODE IS F.
002080         COPY SIGPRM01.
002090*
002100 FD  SIGPST01-FILE
002110         RECORDING MODE IS F.
002120         COPY SIGSTA01 REPLACING ==SIGSTA01-RECORD==
002130                              BY ==SIGPST01-RECORD==
002140                       LEADING ==STA== BY ==PST==.
002150*
002160 FD  SIGPCK01-FILE
002170         RECORDING MODE IS F.
002180         COPY SIGCHK01 REPLACING ==SIGCHK01-RECORD==
002190                              BY ==SIGPCK01-RECORD==
002200                       LEADING ==CHK== BY ==PCK==.
002210*
002220 FD  SIGPEX01-FILE
002230         RECORDING MODE IS F.
002240         COPY SIGEXT01 REPLACING ==SIGEXT01-RECORD==
002250                              BY ==SIGPEX01-RECORD==
002260                       ==SIGEXT01-TRAILER==
002270                              BY ==SIGPEX01-TRAILER==
002280                       LEADING ==EXT== BY ==PEX==.
002290*
002300 FD  SIGPAU01-FILE
002310         RECORDING MODE IS F.
002320         COPY SIGAUD01 REPLACING ==SIGAUD01-RECORD==
002330                              BY ==SIGPAU01-RECORD==
002340                       LEADING ==AUD== BY ==PAU==.
002350*
002360 FD  SIGPKY01-FILE
002370         RECORDING MODE IS F.
002380         COPY SIGPKY01.
002390*
002400 FD  SIGPRJ01-FILE
002410         RECORDING MODE IS F.
002420 01  SIGPRJ01-RECORD           PIC X(86).
002430*
002440 FD  SIGPHD01-FILE
002450         RECORDING MODE IS F.
002460 01  SIGPHD01-RECORD           PIC X(33).
002470*
002480 FD  SIGPSU01-FILE
002490         RECORDING MODE IS F.
002500 01  SIGPSU01-RECORD           PIC X(86).
002510*
002520 FD  SIGPQA01-FILE
002530         RECORDING MODE IS F.
002540 01  SIGPQA01-RECORD           PIC X(61).
002550*
002560 FD  SIGPBR01-FILE
002570         RECORDING MODE IS F.
002580         COPY SIGBRG01 REPLACING ==SIGBRG01-RECORD==
002590                              BY ==SIGPBR01-RECORD==
002600                       LEADING ==BRG== BY ==PBR==.
002610*
002620 FD  SIGEXT01-FILE
002630         RECORDING MODE IS F.
002640         COPY SIGEXT01.
002650*
002660 FD  SIGAUD01-FILE
002670         RECORDING MODE IS F.
002680         COPY SIGAUD01.
002690*
002700 FD  SIGREJ01-FILE
002710         RECORDING MODE IS F.
002720         COPY SIGREJ01.
002730*
002740 FD  SIGHLD02-FILE
002750         RECORDING MODE IS F.
002760 01  SIGHLD02-RECORD           PIC X(33).
002770*
002780 FD  SIGSUS01-FILE
002790         RECORDING MODE IS F.
002800         COPY SIGREJ01 REPLACING ==SIGREJ01-RECORD==
002810                              BY ==SIGSUS01-RECORD==
002820                       LEADING ==RJ== BY ==SUS==.
002830*
002840 FD  SIGQAR01-FILE
002850         RECORDING MODE IS F.
002860         COPY SIGQAR01.
002870*
002880 FD  SIGSTA01-FILE
002890         RECORDING MODE IS F.
002900         COPY SIGSTA01.
002910*
002920 FD  SIGCHK01-FILE
002930         RECORDING MODE IS F.
002940         COPY SIGCHK01.
002950*
002960 FD  SIGJRN01-FILE
002970         RECORDING MODE IS F.
002980         COPY SIGSTA01 REPLACING ==SIGSTA01-RECORD==
002990                              BY ==SIGJRN01-RECORD==
003000                       LEADING ==STA== BY ==JRN==.
003010*
003020 FD  SIGBRG01-FILE
003030         RECORDING MODE IS F.
003040         COPY SIGBRG01.
003050*
003060 FD  SIGSND01-FILE
003070         RECORDING MODE IS F.
003080         COPY SIGSND01.
003090*
003100 FD  SIGMRP01-FILE
003110         RECORDING MODE IS F.
003120 01  SIGMRP01-RECORD           PIC X(80).
003130*
003140 WORKING-STORAGE SECTION.
003150* ---------------------------------------------------------
003160*  SWITCHES AND FILE STATUS
003170* ---------------------------------------------------------
003180 77  WS-PRM-FILE-STATUS        PIC X(02).
003190 77  WS-PBR-FILE-STATUS        PIC X(02).
003200 77  WS-BRG-FILE-STATUS        PIC X(02).
003210 77  WS-SND-FILE-STATUS        PIC X(02).
003220 77  WS-PST-EOF-SWITCH         PIC X(01) VALUE "N".
003230         88  END-OF-SIGPST01       VALUE "Y".
003240 77  WS-PCK-EOF-SWITCH         PIC X(01) VALUE "N".
003250         88  END-OF-SIGPCK01       VALUE "Y".
003260 77  WS-PEX-EOF-SWITCH         PIC X(01) VALUE "N".
003270         88  END-OF-SIGPEX01       VALUE "Y".
003280 77  WS-PAU-EOF-SWITCH         PIC X(01) VALUE "N".
003290         88  END-OF-SIGPAU01       VALUE "Y".
003300 77  WS-PKY-EOF-SWITCH         PIC X(01) VALUE "N".
003310         88  END-OF-SIGPKY01       VALUE "Y".
003320 77  WS-PRJ-EOF-SWITCH         PIC X(01) VALUE "N".
003330         88  END-OF-SIGPRJ01       VALUE "Y".
003340 77  WS-PHD-EOF-SWITCH         PIC X(01) VALUE "N".
003350         88  END-OF-SIGPHD01       VALUE "Y".
003360 77  WS-PSU-EOF-SWITCH         PIC X(01) VALUE "N".
003370         88  END-OF-SIGPSU01       VALUE "Y".
003380 77  WS-PQA-EOF-SWITCH         PIC X(01) VALUE "N".
003390         88  END-OF-SIGPQA01       VALUE "Y".
003400 77  WS-PBR-EOF-SWITCH         PIC X(01) VALUE "N".
003410         88  END-OF-SIGPBR01       VALUE "Y".
003420 77  WS-BRG-EOF-SWITCH         PIC X(01) VALUE "N".
003430         88  END-OF-SIGBRG01       VALUE "Y".
003440 77  WS-CTL-FAILED-SWITCH      PIC X(01) VALUE "N".
003450         88  WS-CONTROL-FAILED     VALUE "Y".
003460 77  WS-STEP-SWITCH            PIC X(01) VALUE "Y".
003470         88  WS-IN-STEP            VALUE "Y".
003480         88  WS-OUT-OF-STEP        VALUE "N".
003490 77  WS-STRAY-SWITCH           PIC X(01) VALUE "N".
003500         88  WS-STRAY-ROWS-SEEN    VALUE "Y".
003510 01  WS-CTL-ERROR-MSG          PIC X(60) VALUE SPACES.
003520 01  WS-MSG-NUM-A              PIC 9(4) VALUE 0.
003530 01  WS-MSG-NUM-B              PIC 9(4) VALUE 0.
003540*
003550* ---------------------------------------------------------
003560*  BUSINESS RUN DATE, NIGHT RUN ID AND STAMPS
003570* ---------------------------------------------------------
003580 77  WS-RUN-DATE-NUM           PIC 9(8) VALUE 0.
003590 77  WS-RUN-ID                 PIC 9(8) VALUE 0.
003600 77  WS-START-DATE             PIC 9(8) VALUE 0.
003610 77  WS-START-TIME             PIC 9(8) VALUE 0.
003620 77  WS-END-DATE               PIC 9(8) VALUE 0.
003630 77  WS-END-TIME               PIC 9(8) VALUE 0.
003640 77  WS-FUNCTION-CODE          PIC X(01) VALUE SPACE.
003650 77  WS-REJECT-PCT             PIC 9(3) VALUE 10.
003660 77  WS-RATE-LHS               PIC 9(11) COMP VALUE 0.
003670 77  WS-RATE-RHS               PIC 9(13) COMP VALUE 0.
003680 77  WS-FINAL-RC               PIC 9(2) VALUE 0.
003690*
003700* ---------------------------------------------------------
003710*  PARTITION TABLE  --  ONE SLOT PER SIGPST01 STATUS, IN
003720*  THE ORDER THE PARTITION OUTPUTS ARE CONCATENATED
003730* ---------------------------------------------------------
003740 77  WS-PTN-MAX-ENTRIES        PIC 9(4) COMP VALUE 20.
003750 77  WS-PTN-USED               PIC 9(4) COMP VALUE 0.
003760 77  WS-PTN-SUB                PIC 9(4) COMP VALUE 0.
003770 77  WS-CUR-SEQ                PIC 9(4) COMP VALUE 1.
003780 01  WS-PTN-TABLE.
003790         05  WS-PTN-ENTRY          OCCURS 20 TIMES
003800                                   INDEXED BY WS-PTN-IDX.
003810             10  WS-PTN-NUMBER         PIC X(02).
003820             10  WS-PTN-RUN-ID         PIC 9(8).
003830             10  WS-PTN-GOOD-COUNT     PIC 9(9).
003840             10  WS-PTN-REJECT-COUNT   PIC 9(7).
003850             10  WS-PTN-HOLD-COUNT     PIC 9(7).
003860             10  WS-PTN-QUAR-COUNT     PIC 9(9).
003870             10  WS-PTN-RETURN-CODE    PIC 9(2).
003880             10  WS-PTN-EXT-COUNT      PIC 9(9).
003890             10  WS-PTN-EXT-HASH       PIC S9(7)V9(9)
003900                     SIGN IS LEADING SEPARATE CHARACTER.
003910             10  WS-PTN-DROP-COUNT     PIC 9(7).
003920             10  WS-PTN-TRL-SWITCH     PIC X(01).
003930                 88  WS-PTN-TRAILER-SEEN   VALUE "Y".
003940*
003950* ---------------------------------------------------------
003960*  THE NIGHT'S CHECKPOINT, BUILT FROM THE PARTITIONS'
003970* ---------------------------------------------------------
003980     COPY SIGCHK01 REPLACING ==SIGCHK01-RECORD==
003990                          BY ==WS-NCK-RECORD==
004000                   LEADING ==CHK== BY ==NCK==.
004010 77  WS-CAT-MAX-ENTRIES        PIC 9(4) COMP VALUE 20.
004020 77  WS-CAT-REAL-LIMIT         PIC 9(4) COMP VALUE 19.
004030 77  WS-CAT-SUB                PIC 9(4) COMP VALUE 0.
004040 77  WS-CAT-SLOT               PIC 9(4) COMP VALUE 0.
004050 77  WS-CAT-FOUND-SWITCH       PIC X(01) VALUE "N".
004060         88  WS-CAT-FOUND          VALUE "Y".
004070         88  WS-CAT-NOT-FOUND      VALUE "N".
004080 01  WS-CAT-WANT-NAME          PIC X(10) VALUE SPACES.
004090 77  WS-GRD-MAX-ENTRIES        PIC 9(4) COMP VALUE 20.
004100 77  WS-GRD-SUB                PIC 9(4) COMP VALUE 0.
004110 77  WS-GRD-SLOT               PIC 9(4) COMP VALUE 0.
004120 77  WS-GRD-FOUND-SWITCH       PIC X(01) VALUE "N".
004130         88  WS-GRD-FOUND          VALUE "Y".
004140         88  WS-GRD-NOT-FOUND      VALUE "N".
004150 01  WS-GRD-WANT-GRADE         PIC X(03) VALUE SPACES.
004160 77  WS-SRC-MAX-ENTRIES        PIC 9(4) COMP VALUE 20.
004170 77  WS-SRC-SUB                PIC 9(4) COMP VALUE 0.
004180 77  WS-SRC-SLOT               PIC 9(4) COMP VALUE 0.
004190 77  WS-SRC-FOUND-SWITCH       PIC X(01) VALUE "N".
004200         88  WS-SRC-FOUND          VALUE "Y".
004210         88  WS-SRC-NOT-FOUND      VALUE "N".
004220 77  WS-DUPR-MAX-ENTRIES       PIC 9(4) COMP VALUE 200.
004230 77  WS-DUPR-SUB               PIC 9(4) COMP VALUE 0.
004240*
004250* ---------------------------------------------------------
004260*  SEEN-ID TABLE  --  EVERY RECORD ID ON THE PARTITION
004270*  EXTRACTS, WITH THE EFFECTIVE DATE KEPT AND THE PARTITION
004280*  THAT KEPT IT
004290* ---------------------------------------------------------
004300 77  WS-SEEN-FOUND-SWITCH      PIC X(01) VALUE "N".
004310         88  WS-SEEN-FOUND         VALUE "Y".
004320         88  WS-SEEN-NOT-FOUND     VALUE "N".
004330 77  WS-SEEN-OVFL-SWITCH       PIC X(01) VALUE "N".
004340         88  WS-SEEN-OVERFLOWED    VALUE "Y".
004350 77  WS-SEEN-MAX-ENTRIES       PIC 9(5) COMP VALUE 20000.
004360 77  WS-SEEN-USED              PIC 9(5) COMP VALUE 0.
004370 77  WS-SEEN-SUB               PIC 9(5) COMP VALUE 0.
004380 01  WS-SEEN-TABLE.
004390         05  WS-SEEN-ENTRY         OCCURS 20000 TIMES
004400                                   INDEXED BY WS-SEEN-IDX.
004410             10  WS-SEEN-RECORD-ID     PIC 9(9).
004420             10  WS-SEEN-EFF-DATE      PIC 9(8).
004430             10  WS-SEEN-SEQ           PIC 9(2).
004440             10  WS-SEEN-PARTITION     PIC X(02).
004450*
004460* ---------------------------------------------------------
004470*  CROSS-PARTITION DUPLICATES FOR THE REPORT
004480* ---------------------------------------------------------
004490 77  WS-XDR-OVFL-SWITCH        PIC X(01) VALUE "N".
004500         88  WS-XDR-OVERFLOWED     VALUE "Y".
004510 77  WS-XDR-MAX-ENTRIES        PIC 9(4) COMP VALUE 200.
004520 77  WS-XDR-USED               PIC 9(4) COMP VALUE 0.
004530 77  WS-XDR-SUB                PIC 9(4) COMP VALUE 0.
004540 01  WS-XDR-ACTION-HOLD        PIC X(10) VALUE SPACES.
004550 01  WS-XDR-TABLE.
004560         05  WS-XDR-ENTRY          OCCURS 200 TIMES
004570                                   INDEXED BY WS-XDR-IDX.
004580             10  WS-XDR-RECORD-ID      PIC 9(9).
004590             10  WS-XDR-KEPT-DATE      PIC 9(8).
004600             10  WS-XDR-KEPT-PTN       PIC X(02).
004610             10  WS-XDR-SUSP-DATE      PIC 9(8).
004620             10  WS-XDR-SUSP-PTN       PIC X(02).
004630             10  WS-XDR-ACTION         PIC X(10).
004640*
004650* ---------------------------------------------------------
004660*  NEW REGISTRY ROWS FROM THE PARTITIONS
004670* ---------------------------------------------------------
004680 77  WS-NBR-MAX-ENTRIES        PIC 9(4) COMP VALUE 200.
004690 77  WS-NBR-USED               PIC 9(4) COMP VALUE 0.
004700 77  WS-NBR-SUB                PIC 9(4) COMP VALUE 0.
004710 01  WS-NBR-TABLE.
004720         05  WS-NBR-ENTRY          OCCURS 200 TIMES
004730                                   INDEXED BY WS-NBR-IDX.
004740             10  WS-NBR-ROW            PIC X(66).
004741             10  WS-NBR-SOURCE         PIC X(10).
004742             10  WS-NBR-CREATE-DATE    PIC 9(8).
004743             10  WS-NBR-REC-COUNT      PIC 9(9).
004744             10  WS-NBR-HASH-TOTAL     PIC S9(11)V99
004745                     SIGN IS LEADING SEPARATE CHARACTER.
004750             10  WS-NBR-ON-FILE        PIC X(01).
004760                 88  WS-NBR-REGISTERED     VALUE "Y".
004770*
004780* ---------------------------------------------------------
004790*  RUN COUNTS
004800* ---------------------------------------------------------
004810 77  WS-PCK-COUNT              PIC 9(4) COMP VALUE 0.
004820 77  WS-TRL-COUNT              PIC 9(4) COMP VALUE 0.
004830 77  WS-CTL-ERROR-COUNT        PIC 9(4) COMP VALUE 0.
004840 77  WS-STA-GOOD-TOTAL         PIC 9(9) COMP VALUE 0.
004850 77  WS-STA-REJECT-TOTAL       PIC 9(9) COMP VALUE 0.
004860 77  WS-STA-HOLD-TOTAL         PIC 9(9) COMP VALUE 0.
004870 77  WS-STA-QUAR-TOTAL         PIC 9(9) COMP VALUE 0.
004880 77  WS-STA-QUAR-BATCHES       PIC 9(4) COMP VALUE 0.
004890 77  WS-CHK-GOOD-TOTAL         PIC 9(9) COMP VALUE 0.
004900 77  WS-REJ-WRITE-COUNT        PIC 9(9) COMP VALUE 0.
004910 77  WS-HLD-WRITE-COUNT        PIC 9(9) COMP VALUE 0.
004920 77  WS-SUS-COPY-COUNT         PIC 9(9) COMP VALUE 0.
004930 77  WS-QAR-WRITE-COUNT        PIC 9(9) COMP VALUE 0.
004940 77  WS-PEX-READ-COUNT         PIC 9(9) COMP VALUE 0.
004950 77  WS-XSUP-COUNT             PIC 9(9) COMP VALUE 0.
004960 77  WS-XDROP-COUNT            PIC 9(9) COMP VALUE 0.
004970 77  WS-GOOD-COUNT             PIC 9(9) COMP VALUE 0.
004980 77  WS-BRG-WRITE-COUNT        PIC 9(9) COMP VALUE 0.
004990 77  WS-EXT-HASH               PIC S9(7)V9(9) VALUE 0.
005000*
005010* ---------------------------------------------------------
005020*  CALENDAR DATE EDIT WORK AREAS  --  SAME EDIT SIG01
005030*  APPLIES TO THE SIGPRM01 RUN DATE
005040* ---------------------------------------------------------
005050 77  WS-DATE-VALID-SWITCH      PIC X(01) VALUE "Y".
005060         88  WS-DATE-IS-VALID      VALUE "Y".
005070         88  WS-DATE-NOT-VALID     VALUE "N".
005080 77  WS-VAL-MAX-DD             PIC 9(2) VALUE 0.
005090 77  WS-LEAP-QUOT              PIC 9(4) COMP VALUE 0.
005100 77  WS-LEAP-REM               PIC 9(4) COMP VALUE 0.
005110 01  WS-VAL-DATE.
005120         05  WS-VAL-CCYY           PIC 9(4).
005130         05  WS-VAL-MM             PIC 9(2).
005140         05  WS-VAL-DD             PIC 9(2).
005150 01  WS-VAL-DATE-N REDEFINES WS-VAL-DATE
005160                               PIC 9(8).
005170*
005180* ---------------------------------------------------------
005190*  REPORT CONTROLS AND CURRENT DATE
005200* ---------------------------------------------------------
005210 77  WS-LINE-COUNT             PIC 9(4) COMP VALUE 0.
005220 77  WS-PAGE-COUNT             PIC 9(4) COMP VALUE 0.
005230 77  WS-LINES-PER-PAGE         PIC 9(4) COMP VALUE 50.
005240 01  WS-CURRENT-DATE.
005250         05  WS-CD-YY              PIC 9(2).
005260         05  WS-CD-MM              PIC 9(2).
005270         05  WS-CD-DD              PIC 9(2).
005280*
005290* ---------------------------------------------------------
005300*  REPORT LINE LAYOUTS
005310* ---------------------------------------------------------
005320 01  WS-HEADING-1.
005330         05  FILLER                PIC X(01) VALUE SPACE.
005340         05  FILLER                PIC X(35) VALUE
005350             "SIGMRG1 - PARTITIONED NIGHT MERGE".
005360         05  FILLER                PIC X(06) VALUE SPACES.
005370         05  FILLER                PIC X(06) VALUE "DATE: ".
005380         05  H1-MM                 PIC 99.
005390         05  FILLER                PIC X(01) VALUE "/".
005400         05  H1-DD                 PIC 99.
005410         05  FILLER                PIC X(01) VALUE "/".
005420         05  H1-YY                 PIC 99.
005430         05  FILLER                PIC X(05) VALUE SPACES.
005440         05  FILLER                PIC X(06) VALUE "PAGE: ".
005450         05  H1-PAGE               PIC ZZZ9.
005460*
005470 01  WS-RUN-LINE.
005480         05  FILLER                PIC X(01) VALUE SPACE.
005490         05  FILLER                PIC X(09) VALUE "RUN DATE ".
005500         05  RL-RUN-DATE           PIC 9(8).
005510         05  FILLER                PIC X(17)
005520                 VALUE "   NIGHT RUN ID  ".
005530         05  RL-RUN-ID             PIC 9(8).
005540*
005550 01  WS-HEADING-2.
005560         05  FILLER                PIC X(01) VALUE SPACE.
005570         05  FILLER                PIC X(04) VALUE "SEQ ".
005580         05  FILLER                PIC X(05) VALUE "PTN  ".
005590         05  FILLER                PIC X(09) VALUE "RUN ID".
005600         05  FILLER                PIC X(12) VALUE
005610             "       GOOD ".
005620         05  FILLER                PIC X(10) VALUE
005630             "  REJECTS ".
005640         05  FILLER                PIC X(10) VALUE
005650             "    HOLDS ".
005660         05  FILLER                PIC X(12) VALUE
005670             "QUARANTINED ".
005680         05  FILLER                PIC X(11) VALUE
005690             "  DROPPED  ".
005700         05  FILLER                PIC X(02) VALUE "RC".
005710*
005720 01  WS-PARTITION-LINE.
005730         05  FILLER                PIC X(01) VALUE SPACE.
005740         05  PL-SEQ                PIC Z9.
005750         05  FILLER                PIC X(02) VALUE SPACES.
005760         05  PL-PTN                PIC X(02).
005770         05  FILLER                PIC X(03) VALUE SPACES.
005780         05  PL-RUN-ID             PIC 9(8).
005790         05  FILLER                PIC X(01) VALUE SPACE.
005800         05  PL-GOOD               PIC ZZZ,ZZZ,ZZ9.
005810         05  FILLER                PIC X(01) VALUE SPACE.
005820         05  PL-REJECT             PIC Z,ZZZ,ZZ9.
005830         05  FILLER                PIC X(01) VALUE SPACE.
005840         05  PL-HOLD               PIC Z,ZZZ,ZZ9.
005850         05  FILLER                PIC X(01) VALUE SPACE.
005860         05  PL-QUAR               PIC ZZZ,ZZZ,ZZ9.
005870         05  FILLER                PIC X(01) VALUE SPACE.
005880         05  PL-DROP               PIC Z,ZZZ,ZZ9.
005890         05  FILLER                PIC X(02) VALUE SPACES.
005900         05  PL-RC                 PIC Z9.
005910*
005920 01  WS-XDR-TITLE-LINE.
005930         05  FILLER                PIC X(01) VALUE SPACE.
005940         05  FILLER                PIC X(40) VALUE
005950             "CROSS-PARTITION DUPLICATE RECORD IDS".
005960*
005970 01  WS-XDR-HEADING.
005980         05  FILLER                PIC X(01) VALUE SPACE.
005990         05  FILLER                PIC X(12) VALUE "RECORD ID".
006000         05  FILLER                PIC X(11) VALUE "KEPT DATE".
006010         05  FILLER                PIC X(05) VALUE "PTN".
006020         05  FILLER                PIC X(11) VALUE "SUSP DATE".
006030         05  FILLER                PIC X(05) VALUE "PTN".
006040         05  FILLER                PIC X(10) VALUE "ACTION".
006050*
006060 01  WS-XDR-LINE.
006070         05  FILLER                PIC X(01) VALUE SPACE.
006080         05  XL-RECORD-ID          PIC 9(9).
006090         05  FILLER                PIC X(03) VALUE SPACES.
006100         05  XL-KEPT-DATE          PIC 9(8).
006110         05  FILLER                PIC X(03) VALUE SPACES.
006120         05  XL-KEPT-PTN           PIC X(02).
006130         05  FILLER                PIC X(03) VALUE SPACES.
006140         05  XL-SUSP-DATE          PIC 9(8).
006150         05  FILLER                PIC X(03) VALUE SPACES.
006160         05  XL-SUSP-PTN           PIC X(02).
006170         05  FILLER                PIC X(03) VALUE SPACES.
006180         05  XL-ACTION             PIC X(10).
006190*
006200 01  WS-XDR-OVFL-LINE.
006210         05  FILLER                PIC X(01) VALUE SPACE.
006220         05  FILLER                PIC X(50) VALUE
006230             "*** MORE DUPLICATES THAN THE REPORT CAN LIST ***".
006240*
006250 01  WS-FAILED-LINE.
006260         05  FILLER                PIC X(01) VALUE SPACE.
006270         05  FILLER                PIC X(55) VALUE
006280             "*** MERGE CONTROLS FAILED - SEE THE JOB LOG ***".
006290*
006300 01  WS-SUM-LINE.
006310         05  FILLER                PIC X(01) VALUE SPACE.
006320         05  SL-LABEL              PIC X(34).
006330         05  SL-COUNT              PIC ZZZ,ZZZ,ZZ9.
006340*
006350 PROCEDURE DIVISION.
006360* ===========================================================*
006370*  0000-MAINLINE
006380* ===========================================================*
006390 0000-MAINLINE.
006400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006410     PERFORM 2000-LOAD-PARTITION-STATUS THRU 2000-EXIT.
006420     PERFORM 2100-MERGE-CHECKPOINTS THRU 2100-EXIT.
006430     PERFORM 2200-COPY-REJECTS THRU 2200-EXIT.
006440     PERFORM 2300-COPY-HOLDS THRU 2300-EXIT.
006450     PERFORM 2400-COPY-SUSPENSE THRU 2400-EXIT.
006460     PERFORM 2500-COPY-QUARANTINE THRU 2500-EXIT.
006470     PERFORM 3000-MERGE-EXTRACTS THRU 3000-EXIT.
006480     PERFORM 4000-PROVE-PARTITIONS THRU 4000-EXIT.
006490     PERFORM 8000-TERMINATE THRU 8000-EXIT.
006500     GO TO 9999-EXIT.
006510*
006520* ===========================================================*
006530*  1000-INITIALIZE  --  RUN DATE, NIGHT RUN ID, EMPTY NIGHT
006540*          CHECKPOINT, OUTPUT FILES AND REPORT HEADINGS
006550* ===========================================================*
006560 1000-INITIALIZE.
006570     PERFORM 1100-READ-RUN-PARAMETERS THRU 1100-EXIT.
006580     ACCEPT WS-RUN-ID FROM TIME.
006590     PERFORM 1200-CLEAR-CHECKPOINT THRU 1200-EXIT.
006600     OPEN OUTPUT SIGEXT01-FILE.
006610     OPEN OUTPUT SIGAUD01-FILE.
006620     OPEN OUTPUT SIGSUS01-FILE.
006630     OPEN OUTPUT SIGMRP01-FILE.
006640     ACCEPT WS-CURRENT-DATE FROM DATE.
006650     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
006660     MOVE WS-RUN-DATE-NUM TO RL-RUN-DATE.
006670     MOVE WS-RUN-ID       TO RL-RUN-ID.
006680     WRITE SIGMRP01-RECORD FROM WS-RUN-LINE
006690         AFTER ADVANCING 1.
006700     ADD 1 TO WS-LINE-COUNT.
006710 1000-EXIT.
006720     EXIT.
006730*
006740* ===========================================================*
006750*  1100-READ-RUN-PARAMETERS  --  THE BUSINESS RUN DATE AND
006760*          REJECT LIMIT OFF SIGPRM01, AS SIG01 TAKES THEM
006770* ===========================================================*
006780 1100-READ-RUN-PARAMETERS.
006790     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
006800     OPEN INPUT SIGPRM01-FILE.
006810     IF WS-PRM-FILE-STATUS = "00"
006820         READ SIGPRM01-FILE
006830             AT END
006840                 CONTINUE
006850             NOT AT END
006860                 IF PRM-RUN-DATE IS NUMERIC
006870                     MOVE PRM-RUN-DATE TO WS-VAL-DATE
006880                     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
006890                     IF WS-DATE-IS-VALID
006900                         MOVE WS-VAL-DATE-N TO WS-RUN-DATE-NUM
006910                     END-IF
006920                 END-IF
006930                 IF PRM-REJECT-PCT IS NUMERIC
006940                     MOVE PRM-REJECT-PCT TO WS-REJECT-PCT
006950                 END-IF
006960         END-READ
006970     END-IF.
006980     CLOSE SIGPRM01-FILE.
006990 1100-EXIT.
007000     EXIT.
007010*
007020* ===========================================================*
007030*  1200-CLEAR-CHECKPOINT  --  ZERO THE NIGHT'S CHECKPOINT,
007040*          SLOT BY SLOT (THE SIGNED FIELDS CARRY THEIR OWN
007050*          SIGN BYTE, SO THE RECORD IS NOT MOVED ZEROS WHOLE)
007060* ===========================================================*
007070 1200-CLEAR-CHECKPOINT.
007080     MOVE 0      TO NCK-RECORD-COUNT.
007090     MOVE 0      TO NCK-GOOD-COUNT.
007100     MOVE 0      TO NCK-REJECT-COUNT.
007110     MOVE 0      TO NCK-PAGE-COUNT.
007120     MOVE 0      TO NCK-HOLD-COUNT.
007130     MOVE 0      TO NCK-STALE-COUNT.
007140     MOVE 0      TO NCK-DUP-COUNT.
007150     MOVE 0      TO NCK-EXT-HASH.
007160     MOVE 0      TO NCK-CAT-COUNT-USED.
007170     MOVE "N"    TO NCK-CAT-OVERFLOW-SW.
007180     PERFORM 1210-CLEAR-CATEGORY-SLOT THRU 1210-EXIT
007190         VARYING WS-CAT-SUB FROM 1 BY 1
007200         UNTIL WS-CAT-SUB > WS-CAT-MAX-ENTRIES.
007210     MOVE 0      TO NCK-DUPR-USED.
007220     MOVE "N"    TO NCK-DUPR-OVFL-SW.
007230     PERFORM 1220-CLEAR-DUP-SLOT THRU 1220-EXIT
007240         VARYING WS-DUPR-SUB FROM 1 BY 1
007250         UNTIL WS-DUPR-SUB > WS-DUPR-MAX-ENTRIES.
007260     MOVE 0      TO NCK-GRD-USED.
007270     MOVE 0      TO NCK-NOBAND-COUNT.
007280     PERFORM 1230-CLEAR-GRADE-SLOT THRU 1230-EXIT
007290         VARYING WS-GRD-SUB FROM 1 BY 1
007300         UNTIL WS-GRD-SUB > WS-GRD-MAX-ENTRIES.
007310     MOVE 0      TO NCK-SRC-USED.
007320     PERFORM 1240-CLEAR-SOURCE-SLOT THRU 1240-EXIT
007330         VARYING WS-SRC-SUB FROM 1 BY 1
007340         UNTIL WS-SRC-SUB > WS-SRC-MAX-ENTRIES.
007350 1200-EXIT.
007360     EXIT.
007370*
007380* ===========================================================*
007390*  1210-CLEAR-CATEGORY-SLOT  --  ONE CATEGORY SLOT
007400* ===========================================================*
007410 1210-CLEAR-CATEGORY-SLOT.
007420     MOVE SPACES TO NCK-CAT-NAME(WS-CAT-SUB).
007430     MOVE 0      TO NCK-CAT-REC-COUNT(WS-CAT-SUB).
007440     MOVE 0      TO NCK-CAT-REJ-COUNT(WS-CAT-SUB).
007450     MOVE 0      TO NCK-CAT-MIN-SIGMOID(WS-CAT-SUB).
007460     MOVE 0      TO NCK-CAT-MAX-SIGMOID(WS-CAT-SUB).
007470     MOVE 0      TO NCK-CAT-TOTAL-SIGMOID(WS-CAT-SUB).
007480 1210-EXIT.
007490     EXIT.
007500*
007510* ===========================================================*
007520*  1220-CLEAR-DUP-SLOT  --  ONE DUPLICATE REPORT ROW
007530* ===========================================================*
007540 1220-CLEAR-DUP-SLOT.
007550     MOVE 0      TO NCK-DUPR-RECORD-ID(WS-DUPR-SUB).
007560     MOVE 0      TO NCK-DUPR-KEPT-DATE(WS-DUPR-SUB).
007570     MOVE 0      TO NCK-DUPR-SUSP-DATE(WS-DUPR-SUB).
007580 1220-EXIT.
007590     EXIT.
007600*
007610* ===========================================================*
007620*  1230-CLEAR-GRADE-SLOT  --  ONE GRADE COUNT SLOT
007630* ===========================================================*
007640 1230-CLEAR-GRADE-SLOT.
007650     MOVE SPACES TO NCK-GRD-GRADE(WS-GRD-SUB).
007660     MOVE 0      TO NCK-GRD-COUNT(WS-GRD-SUB).
007670 1230-EXIT.
007680     EXIT.
007690*
007700* ===========================================================*
007710*  1240-CLEAR-SOURCE-SLOT  --  ONE BY-SOURCE SLOT
007720* ===========================================================*
007730 1240-CLEAR-SOURCE-SLOT.
007740     MOVE SPACES TO NCK-SRC-NAME(WS-SRC-SUB).
007750     MOVE 0      TO NCK-SRC-REC-COUNT(WS-SRC-SUB).
007760     MOVE 0      TO NCK-SRC-REJ-COUNT(WS-SRC-SUB).
007770     MOVE 0      TO NCK-SRC-HOLD-COUNT(WS-SRC-SUB).
007780 1240-EXIT.
007790     EXIT.
007800*
007810* ===========================================================*
007820*  1300-WRITE-HEADINGS  --  NEW PAGE, HEADINGS, RESET LINES
007830* ===========================================================*
007840 1300-WRITE-HEADINGS.
007850     ADD 1 TO WS-PAGE-COUNT.
007860     MOVE WS-CD-MM TO H1-MM.
007870     MOVE WS-CD-DD TO H1-DD.
007880     MOVE WS-CD-YY TO H1-YY.
007890     MOVE WS-PAGE-COUNT TO H1-PAGE.
007900     WRITE SIGMRP01-RECORD FROM WS-HEADING-1
007910         AFTER ADVANCING PAGE.
007920     MOVE ZERO TO WS-LINE-COUNT.
007930 1300-EXIT.
007940     EXIT.
007950*
007960* ===========================================================*
007970*  2000-LOAD-PARTITION-STATUS  --  ONE SIGPST01 RECORD PER
007980*          PARTITION.  THE NIGHT STARTED WITH THE EARLIEST
007990*          PARTITION; A PARTITION THAT FAILED ITS OWN CONTROLS
008000*          FAILS THE NIGHT.
008010* ===========================================================*
008020 2000-LOAD-PARTITION-STATUS.
008030     OPEN INPUT SIGPST01-FILE.
008040     PERFORM 2010-READ-ONE-STATUS THRU 2010-EXIT
008050         UNTIL END-OF-SIGPST01.
008060     CLOSE SIGPST01-FILE.
008070     IF WS-PTN-USED = 0
008080         ACCEPT WS-START-DATE FROM DATE YYYYMMDD
008090         ACCEPT WS-START-TIME FROM TIME
008100         MOVE "SIGPST01 HELD NO PARTITION STATUS RECORDS"
008110             TO WS-CTL-ERROR-MSG
008120         PERFORM 9100-CONTROL-FAILURE THRU 9100-EXIT
008130     END-IF.
008140 2000-EXIT.
008150     EXIT.
008160*
008170* ===========================================================*
008180*  2010-READ-ONE-STATUS  --  TABLE ONE PARTITION STATUS
008190* ===========================================================*
008200 2010-READ-ONE-STATUS.
008210     READ SIGPST01-FILE
008220         AT END
008230             SET END-OF-SIGPST01 TO TRUE
008240             GO TO 2010-EXIT
008250     END-READ.
008260     IF WS-PTN-USED NOT < WS-PTN-MAX-ENTRIES
008270         MOVE "MORE PARTITION STATUS RECORDS THAN PARTITIONS"
008280             TO WS-CTL-ERROR-MSG
008290         PERFORM 9100-CONTROL-FAILURE THRU 9100-EXIT
008300         GO TO 2010-EXIT
008310     END-IF.
008320     ADD 1 TO WS-PTN-USED.
008330     SET WS-PTN-IDX TO WS-PTN-USED.
008340     MOVE "--"             TO WS-PTN-NUMBER(WS-PTN-IDX).
008350     MOVE PST-RUN-ID       TO WS-PTN-RUN-ID(WS-PTN-IDX).
008360     MOVE PST-GOOD-COUNT   TO WS-PTN-GOOD-COUNT(WS-PTN-IDX).
008370     MOVE PST-REJECT-COUNT TO WS-PTN-REJECT-COUNT(WS-PTN-IDX).
008380     MOVE PST-HOLD-COUNT   TO WS-PTN-HOLD-COUNT(WS-PTN-IDX).
008390     MOVE PST-QUAR-COUNT   TO WS-PTN-QUAR-COUNT(WS-PTN-IDX).
008400     MOVE PST-RETURN-CODE  TO WS-PTN-RETURN-CODE(WS-PTN-IDX).
008410     MOVE 0                TO WS-PTN-EXT-COUNT(WS-PTN-IDX).
008420     MOVE 0                TO WS-PTN-EXT-HASH(WS-PTN-IDX).
008430     MOVE 0                TO WS-PTN-DROP-COUNT(WS-PTN-IDX).
008440     MOVE "N"              TO WS-PTN-TRL-SWITCH(WS-PTN-IDX).
008450     ADD PST-GOOD-COUNT    TO WS-STA-GOOD-TOTAL.
008460     ADD PST-REJECT-COUNT  TO WS-STA-REJECT-TOTAL.
008470     ADD PST-HOLD-COUNT    TO WS-STA-HOLD-TOTAL.
008480     ADD PST-QUAR-COUNT    TO WS-STA-QUAR-TOTAL.
008490     ADD PST-QUAR-BATCHES  TO WS-STA-QUAR-BATCHES.
008500     IF WS-PTN-USED = 1
008510         MOVE PST-FUNCTION-CODE TO WS-FUNCTION-CODE
008520         MOVE PST-START-DATE    TO WS-START-DATE
008530         MOVE PST-START-TIME    TO WS-START-TIME
008540     ELSE
008550         IF PST-START-DATE < WS-START-DATE
008560            OR (PST-START-DATE = WS-START-DATE
008570                AND PST-START-TIME < WS-START-TIME)
008580             MOVE PST-START-DATE TO WS-START-DATE
008590             MOVE PST-START-TIME TO WS-START-TIME
008600         END-IF
008610     END-IF.
008620     IF PST-RETURN-CODE NOT < 16
008630         MOVE WS-PTN-USED TO WS-MSG-NUM-A
008640         MOVE SPACES TO WS-CTL-ERROR-MSG
008650         STRING "PARTITION STATUS " WS-MSG-NUM-A
008660                " ENDED WITH RETURN CODE " PST-RETURN-CODE
008670             DELIMITED BY SIZE INTO WS-CTL-ERROR-MSG
008680         PERFORM 9100-CONTROL-FAILURE THRU 9100-EXIT
008690     END-IF.
008700 2010-EXIT.
008710     EXIT.
008720*
008730* ===========================================================*
008740*  2100-MERGE-CHECKPOINTS  --  FOLD EACH PARTITION'S END-OF-
008750*          RUN SIGCHK01 INTO THE NIGHT'S.  A CHECKPOINT STILL
008760*          CARRYING A RECORD COUNT IS FROM A PARTITION THAT
008770*          NEVER FINISHED.
008780* ===========================================================*
008790 2100-MERGE-CHECKPOINTS.
008800     OPEN INPUT SIGPCK01-FILE.
008810     PERFORM 2110-MERGE-ONE-CHECKPOINT THRU 2110-EXIT
008820         UNTIL END-OF-SIGPCK01.
008830     CLOSE SIGPCK01-FILE.
008840 2100-EXIT.
008850     EXIT.
008860*
008870* ===========================================================*
008880*  2110-MERGE-ONE-CHECKPOINT  --  COUNTS, THEN THE CATEGORY,
008890*          GRADE, SOURCE AND DUPLICATE TABLES
008900* ===========================================================*
008910 2110-MERGE-ONE-CHECKPOINT.
008920     READ SIGPCK01-FILE
008930         AT END
008940             SET END-OF-SIGPCK01 TO TRUE
008950             GO TO 2110-EXIT
008960     END-READ.
008970     ADD 1 TO WS-PCK-COUNT.
008980     IF PCK-RECORD-COUNT NOT = 0
008990         MOVE WS-PCK-COUNT TO WS-MSG-NUM-A
009000         MOVE SPACES TO WS-CTL-ERROR-MSG
009010         STRING "PARTITION CHECKPOINT " WS-MSG-NUM-A
009020                " IS NOT AN END-OF-RUN CHECKPOINT"
009030             DELIMITED BY SIZE INTO WS-CTL-ERROR-MSG
009040         PERFORM 9100-CONTROL-FAILURE THRU 9100-EXIT
009050     END-IF.
009060     ADD PCK-GOOD-COUNT   TO WS-CHK-GOOD-TOTAL.
009070     ADD PCK-REJECT-COUNT TO NCK-REJECT-COUNT.
009080     ADD PCK-HOLD-COUNT   TO NCK-HOLD-COUNT.
009090     ADD PCK-STALE-COUNT  TO NCK-STALE-COUNT.
009100     ADD PCK-DUP-COUNT    TO NCK-DUP-COUNT.
009110     ADD PCK-NOBAND-COUNT TO NCK-NOBAND-COUNT.
009120     PERFORM 2120-MERGE-ONE-CATEGORY THRU 2120-EXIT
009130         VARYING WS-CAT-SUB FROM 1 BY 1
009140         UNTIL WS-CAT-SUB > PCK-CAT-COUNT-USED
009150            OR WS-CAT-SUB > WS-CAT-REAL-LIMIT.
009160     IF PCK-CAT-OVERFLOW-SW = "Y"
009170         MOVE WS-CAT-MAX-ENTRIES TO WS-CAT-SUB
009180         PERFORM 2120-MERGE-ONE-CATEGORY THRU 2120-EXIT
009190     END-IF.
009200     PERFORM 2130-MERGE-ONE-GRADE THRU 2130-EXIT
009210         VARYING WS-GRD-SUB FROM 1 BY 1
009220         UNTIL WS-GRD-SUB > PCK-GRD-USED
009230            OR WS-GRD-SUB > WS-GRD-MAX-ENTRIES.
009240     PERFORM 2140-MERGE-ONE-SOURCE THRU 2140-EXIT
009250         VARYING WS-SRC-SUB FROM 1 BY 1
009260         UNTIL WS-SRC-SUB > PCK-SRC-USED
009270            OR WS-SRC-SUB > WS-SRC-MAX-ENTRIES.
009280     PERFORM 2150-COPY-ONE-DUP-ROW THRU 2150-EXIT
009290         VARYING WS-DUPR-SUB FROM 1 BY 1
009300         UNTIL WS-DUPR-SUB > PCK-DUPR-USED
009310            OR WS-DUPR-SUB > WS-DUPR-MAX-ENTRIES.
009320     IF PCK-DUPR-OVFL-SW = "Y"
009330         MOVE "Y" TO NCK-DUPR-OVFL-SW
009340     END-IF.
009350 2110-EXIT.
009360     EXIT.
009370*
009380* ===========================================================*
009390*  2120-MERGE-ONE-CATEGORY  --  ADD ONE PARTITION CATEGORY
009400*          SLOT INTO THE NIGHT'S SLOT OF THE SAME NAME
009410* ===========================================================*
009420 2120-MERGE-ONE-CATEGORY.
009430     MOVE PCK-CAT-NAME(WS-CAT-SUB) TO WS-CAT-WANT-NAME.
009440     PERFORM 2125-FIND-NIGHT-CATEGORY THRU 2125-EXIT.
009450     IF PCK-CAT-REC-COUNT(WS-CAT-SUB) > 0
009460         IF NCK-CAT-REC-COUNT(WS-CAT-SLOT) = 0
009470             MOVE PCK-CAT-MIN-SIGMOID(WS-CAT-SUB)
009480                 TO NCK-CAT-MIN-SIGMOID(WS-CAT-SLOT)
009490             MOVE PCK-CAT-MAX-SIGMOID(WS-CAT-SUB)
009500                 TO NCK-CAT-MAX-SIGMOID(WS-CAT-SLOT)
009510         ELSE
009520             IF PCK-CAT-MIN-SIGMOID(WS-CAT-SUB) <
009530                NCK-CAT-MIN-SIGMOID(WS-CAT-SLOT)
009540                 MOVE PCK-CAT-MIN-SIGMOID(WS-CAT-SUB)
009550                     TO NCK-CAT-MIN-SIGMOID(WS-CAT-SLOT)
009560             END-IF
009570             IF PCK-CAT-MAX-SIGMOID(WS-CAT-SUB) >
009580                NCK-CAT-MAX-SIGMOID(WS-CAT-SLOT)
009590                 MOVE PCK-CAT-MAX-SIGMOID(WS-CAT-SUB)
009600                     TO NCK-CAT-MAX-SIGMOID(WS-CAT-SLOT)
009610             END-IF
009620         END-IF
009630     END-IF.
009640     ADD PCK-CAT-REC-COUNT(WS-CAT-SUB)
009650         TO NCK-CAT-REC-COUNT(WS-CAT-SLOT).
009660     ADD PCK-CAT-REJ-COUNT(WS-CAT-SUB)
009670         TO NCK-CAT-REJ-COUNT(WS-CAT-SLOT).
009680     ADD PCK-CAT-TOTAL-SIGMOID(WS-CAT-SUB)
009690         TO NCK-CAT-TOTAL-SIGMOID(WS-CAT-SLOT).
009700 2120-EXIT.
009710     EXIT.
009720*
009730* ===========================================================*
009740*  2125-FIND-NIGHT-CATEGORY  --  THE NIGHT'S SLOT FOR
009750*          WS-CAT-WANT-NAME, ADDED ON FIRST SIGHT.  PAST THE
009760*          LAST REAL SLOT, AND FOR A PARTITION'S OWN OVERFLOW
009770*          BUCKET, IT IS THE OVERFLOW BUCKET, AS IN SIG01.
009780* ===========================================================*
009790 2125-FIND-NIGHT-CATEGORY.
009800     SET WS-CAT-NOT-FOUND TO TRUE.
009810     IF WS-CAT-WANT-NAME NOT = "**OVERFLOW"
009820         PERFORM 2126-TEST-ONE-CATEGORY THRU 2126-EXIT
009830             VARYING WS-CAT-SLOT FROM 1 BY 1
009840             UNTIL WS-CAT-SLOT > NCK-CAT-COUNT-USED
009850                OR WS-CAT-FOUND
009860     END-IF.
009870     IF WS-CAT-FOUND
009880         SUBTRACT 1 FROM WS-CAT-SLOT
009890         GO TO 2125-EXIT
009900     END-IF.
009910     IF WS-CAT-WANT-NAME NOT = "**OVERFLOW"
009920        AND NCK-CAT-COUNT-USED < WS-CAT-REAL-LIMIT
009930         ADD 1 TO NCK-CAT-COUNT-USED
009940         MOVE NCK-CAT-COUNT-USED TO WS-CAT-SLOT
009950         MOVE WS-CAT-WANT-NAME TO NCK-CAT-NAME(WS-CAT-SLOT)
009960         GO TO 2125-EXIT
009970     END-IF.
009980     MOVE WS-CAT-MAX-ENTRIES TO WS-CAT-SLOT.
009990     IF NCK-CAT-OVERFLOW-SW NOT = "Y"
010000         DISPLAY "SIGMRG1 WARNING - NIGHT CATEGORY TABLE FULL, "
010010             "ROUTING " WS-CAT-WANT-NAME " TO THE OVERFLOW BUCKET"
010020         MOVE "Y" TO NCK-CAT-OVERFLOW-SW
010030         MOVE "**OVERFLOW" TO NCK-CAT-NAME(WS-CAT-SLOT)
010040     END-IF.
010050 2125-EXIT.
010060     EXIT.
010070*
010080* ===========================================================*
010090*  2126-TEST-ONE-CATEGORY  --  TEST ONE NIGHT CATEGORY SLOT
010100* ===========================================================*
010110 2126-TEST-ONE-CATEGORY.
010120     IF NCK-CAT-NAME(WS-CAT-SLOT) = WS-CAT-WANT-NAME
010130         SET WS-CAT-FOUND TO TRUE
010140     END-IF.
010150 2126-EXIT.
010160     EXIT.
010170*
010180* ===========================================================*
010190*  2130-MERGE-ONE-GRADE  --  ADD ONE PARTITION GRADE COUNT
010200* ===========================================================*
010210 2130-MERGE-ONE-GRADE.
010220     MOVE PCK-GRD-GRADE(WS-GRD-SUB) TO WS-GRD-WANT-GRADE.
010230     PERFORM 2135-FIND-NIGHT-GRADE THRU 2135-EXIT.
010240     IF WS-GRD-NOT-FOUND
010250         IF NCK-GRD-USED < WS-GRD-MAX-ENTRIES
010260             ADD 1 TO NCK-GRD-USED
010270             MOVE NCK-GRD-USED TO WS-GRD-SLOT
010280             MOVE WS-GRD-WANT-GRADE TO NCK-GRD-GRADE(WS-GRD-SLOT)
010290         ELSE
010300             DISPLAY "SIGMRG1 WARNING - NIGHT GRADE TABLE FULL, "
010310                 WS-GRD-WANT-GRADE " NOT COUNTED"
010320             GO TO 2130-EXIT
010330         END-IF
010340     END-IF.
010350     ADD PCK-GRD-COUNT(WS-GRD-SUB)
010360         TO NCK-GRD-COUNT(WS-GRD-SLOT).
010370 2130-EXIT.
010380     EXIT.
010390*
010400* ===========================================================*
010410*  2135-FIND-NIGHT-GRADE  --  THE NIGHT'S SLOT FOR
010420*          WS-GRD-WANT-GRADE, IF IT HAS ONE
010430* ===========================================================*
010440 2135-FIND-NIGHT-GRADE.
010450     SET WS-GRD-NOT-FOUND TO TRUE.
010460     PERFORM 2136-TEST-ONE-GRADE THRU 2136-EXIT
010470         VARYING WS-GRD-SLOT FROM 1 BY 1
010480         UNTIL WS-GRD-SLOT > NCK-GRD-USED
010490            OR WS-GRD-FOUND.
010500     IF WS-GRD-FOUND
010510         SUBTRACT 1 FROM WS-GRD-SLOT
010520     END-IF.
010530 2135-EXIT.
010540     EXIT.
010550*
010560* ===========================================================*
010570*  2136-TEST-ONE-GRADE  --  TEST ONE NIGHT GRADE SLOT
010580* ===========================================================*
010590 2136-TEST-ONE-GRADE.
010600     IF NCK-GRD-GRADE(WS-GRD-SLOT) = WS-GRD-WANT-GRADE
010610         SET WS-GRD-FOUND TO TRUE
010620     END-IF.
010630 2136-EXIT.
010640     EXIT.
010650*
010660* ===========================================================*
010670*  2140-MERGE-ONE-SOURCE  --  ADD ONE PARTITION BY-SOURCE
010680*          SLOT.  EACH SOURCE RUNS IN ONE PARTITION, BUT THE
010690*          PRIOR-RUN HOLD SWEEP CAN ADD TO A SOURCE ANYWHERE.
010700* ===========================================================*
010710 2140-MERGE-ONE-SOURCE.
010720     SET WS-SRC-NOT-FOUND TO TRUE.
010730     PERFORM 2145-TEST-ONE-SOURCE THRU 2145-EXIT
010740         VARYING WS-SRC-SLOT FROM 1 BY 1
010750         UNTIL WS-SRC-SLOT > NCK-SRC-USED
010760            OR WS-SRC-FOUND.
010770     IF WS-SRC-FOUND
010780         SUBTRACT 1 FROM WS-SRC-SLOT
010790     ELSE
010800         IF NCK-SRC-USED < WS-SRC-MAX-ENTRIES
010810             ADD 1 TO NCK-SRC-USED
010820             MOVE NCK-SRC-USED TO WS-SRC-SLOT
010830             MOVE PCK-SRC-NAME(WS-SRC-SUB)
010840                 TO NCK-SRC-NAME(WS-SRC-SLOT)
010850         ELSE
010860             DISPLAY "SIGMRG1 WARNING - NIGHT SOURCE TABLE FULL, "
010870                 PCK-SRC-NAME(WS-SRC-SUB) " NOT COUNTED"
010880             GO TO 2140-EXIT
010890         END-IF
010900     END-IF.
010910     ADD PCK-SRC-REC-COUNT(WS-SRC-SUB)
010920         TO NCK-SRC-REC-COUNT(WS-SRC-SLOT).
010930     ADD PCK-SRC-REJ-COUNT(WS-SRC-SUB)
010940         TO NCK-SRC-REJ-COUNT(WS-SRC-SLOT).
010950     ADD PCK-SRC-HOLD-COUNT(WS-SRC-SUB)
010960         TO NCK-SRC-HOLD-COUNT(WS-SRC-SLOT).
010970 2140-EXIT.
010980     EXIT.
010990*
011000* ===========================================================*
011010*  2145-TEST-ONE-SOURCE  --  TEST ONE NIGHT SOURCE SLOT
011020* ===========================================================*
011030 2145-TEST-ONE-SOURCE.
011040     IF NCK-SRC-NAME(WS-SRC-SLOT) = PCK-SRC-NAME(WS-SRC-SUB)
011050         SET WS-SRC-FOUND TO TRUE
011060     END-IF.
011070 2145-EXIT.
011080     EXIT.
011090*
011100* ===========================================================*
011110*  2150-COPY-ONE-DUP-ROW  --  A PARTITION'S OWN DUPLICATE
011120*          REPORT ROW GOES ON THE NIGHT'S LIST AS IT STANDS
011130* ===========================================================*
011140 2150-COPY-ONE-DUP-ROW.
011150     IF NCK-DUPR-USED NOT < WS-DUPR-MAX-ENTRIES
011160         MOVE "Y" TO NCK-DUPR-OVFL-SW
011170         GO TO 2150-EXIT
011180     END-IF.
011190     ADD 1 TO NCK-DUPR-USED.
011200     MOVE PCK-DUPR-RECORD-ID(WS-DUPR-SUB)
011210         TO NCK-DUPR-RECORD-ID(NCK-DUPR-USED).
011220     MOVE PCK-DUPR-KEPT-DATE(WS-DUPR-SUB)
011230         TO NCK-DUPR-KEPT-DATE(NCK-DUPR-USED).
011240     MOVE PCK-DUPR-SUSP-DATE(WS-DUPR-SUB)
011250         TO NCK-DUPR-SUSP-DATE(NCK-DUPR-USED).
011260 2150-EXIT.
011270     EXIT.
011280*
011290* ===========================================================*
011300*  2200-COPY-REJECTS  --  THE PARTITIONS' SIGREJ01 RECORDS
011310*          ONTO THE NIGHT'S, COUNTED FOR THE PROOF
011320* ===========================================================*
011330 2200-COPY-REJECTS.
011340     OPEN INPUT SIGPRJ01-FILE.
011350     OPEN OUTPUT SIGREJ01-FILE.
011360     PERFORM 2210-COPY-ONE-REJECT THRU 2210-EXIT
011370         UNTIL END-OF-SIGPRJ01.
011380     CLOSE SIGPRJ01-FILE.
011390     CLOSE SIGREJ01-FILE.
011400 2200-EXIT.
011410     EXIT.
011420*
011430* ===========================================================*
011440*  2210-COPY-ONE-REJECT  --  ONE REJECT RECORD
011450* ===========================================================*
011460 2210-COPY-ONE-REJECT.
011470     READ SIGPRJ01-FILE
011480         AT END
011490             SET END-OF-SIGPRJ01 TO TRUE
011500             GO TO 2210-EXIT
011510     END-READ.
011520     WRITE SIGREJ01-RECORD FROM SIGPRJ01-RECORD.
011530     ADD 1 TO WS-REJ-WRITE-COUNT.
011540 2210-EXIT.
011550     EXIT.
011560*
011570* ===========================================================*
011580*  2300-COPY-HOLDS  --  THE PARTITIONS' SIGHLD02 RECORDS
011590* ===========================================================*
011600 2300-COPY-HOLDS.
011610     OPEN INPUT SIGPHD01-FILE.
011620     OPEN OUTPUT SIGHLD02-FILE.
011630     PERFORM 2310-COPY-ONE-HOLD THRU 2310-EXIT
011640         UNTIL END-OF-SIGPHD01.
011650     CLOSE SIGPHD01-FILE.
011660     CLOSE SIGHLD02-FILE.
011670 2300-EXIT.
011680     EXIT.
011690*
011700* ===========================================================*
011710*  2310-COPY-ONE-HOLD  --  ONE HOLD RECORD
011720* ===========================================================*
011730 2310-COPY-ONE-HOLD.
011740     READ SIGPHD01-FILE
011750         AT END
011760             SET END-OF-SIGPHD01 TO TRUE
011770             GO TO 2310-EXIT
011780     END-READ.
011790     WRITE SIGHLD02-RECORD FROM SIGPHD01-RECORD.
011800     ADD 1 TO WS-HLD-WRITE-COUNT.
011810 2310-EXIT.
011820     EXIT.
011830*
011840* ===========================================================*
011850*  2400-COPY-SUSPENSE  --  THE PARTITIONS' OWN SIGSUS01
011860*          RECORDS.  THE FILE STAYS OPEN FOR THE CROSS-
011870*          PARTITION DUPLICATES THE EXTRACT MERGE SUSPENDS.
011880* ===========================================================*
011890 2400-COPY-SUSPENSE.
011900     OPEN INPUT SIGPSU01-FILE.
011910     PERFORM 2410-COPY-ONE-SUSPENSE THRU 2410-EXIT
011920         UNTIL END-OF-SIGPSU01.
011930     CLOSE SIGPSU01-FILE.
011940 2400-EXIT.
011950     EXIT.
011960*
011970* ===========================================================*
011980*  2410-COPY-ONE-SUSPENSE  --  ONE SUSPENSE RECORD
011990* ===========================================================*
012000 2410-COPY-ONE-SUSPENSE.
012010     READ SIGPSU01-FILE
012020         AT END
012030             SET END-OF-SIGPSU01 TO TRUE
012040             GO TO 2410-EXIT
012050     END-READ.
012060     WRITE SIGSUS01-RECORD FROM SIGPSU01-RECORD.
012070     ADD 1 TO WS-SUS-COPY-COUNT.
012080 2410-EXIT.
012090     EXIT.
012100*
012110* ===========================================================*
012120*  2500-COPY-QUARANTINE  --  THE PARTITIONS' SIGQAR01 RECORDS
012130* ===========================================================*
012140 2500-COPY-QUARANTINE.
012150     OPEN INPUT SIGPQA01-FILE.
012160     OPEN OUTPUT SIGQAR01-FILE.
012170     PERFORM 2510-COPY-ONE-QUARANTINE THRU 2510-EXIT
012180         UNTIL END-OF-SIGPQA01.
012190     CLOSE SIGPQA01-FILE.
012200     CLOSE SIGQAR01-FILE.
012210 2500-EXIT.
012220     EXIT.
012230*
012240* ===========================================================*
012250*  2510-COPY-ONE-QUARANTINE  --  ONE QUARANTINED RECORD
012260* ===========================================================*
012270 2510-COPY-ONE-QUARANTINE.
012280     READ SIGPQA01-FILE
012290         AT END
012300             SET END-OF-SIGPQA01 TO TRUE
012310             GO TO 2510-EXIT
012320     END-READ.
012330     WRITE SIGQAR01-RECORD FROM SIGPQA01-RECORD.
012340     ADD 1 TO WS-QAR-WRITE-COUNT.
012350 2510-EXIT.
012360     EXIT.
012370*
012380* ===========================================================*
012390*  3000-MERGE-EXTRACTS  --  READ THE PARTITION EXTRACTS WITH
012400*          THEIR AUDIT AND DUPLICATE-KEY RECORDS IN STEP.  EACH
012410*          PARTITION'S EXTRACT ENDS IN ITS TRAILER, WHICH CLOSES
012420*          THAT PARTITION'S COUNTS.
012430* ===========================================================*
012440 3000-MERGE-EXTRACTS.
012450     OPEN INPUT SIGPEX01-FILE.
012460     OPEN INPUT SIGPAU01-FILE.
012470     OPEN INPUT SIGPKY01-FILE.
012480     PERFORM 3010-READ-EXTRACT THRU 3010-EXIT
012490         UNTIL END-OF-SIGPEX01
012500            OR WS-OUT-OF-STEP.
012510     IF WS-IN-STEP
012520         PERFORM 3050-CHECK-FILES-ENDED THRU 3050-EXIT
012530     END-IF.
012540     CLOSE SIGPEX01-FILE.
012550     CLOSE SIGPAU01-FILE.
012560     CLOSE SIGPKY01-FILE.
012570 3000-EXIT.
012580     EXIT.
012590*
012600* ===========================================================*
012610*  3010-READ-EXTRACT  --  ONE PARTITION EXTRACT RECORD
012620* ===========================================================*
012630 3010-READ-EXTRACT.
012640     READ SIGPEX01-FILE
012650         AT END
012660             SET END-OF-SIGPEX01 TO TRUE
012670             GO TO 3010-EXIT
012680     END-READ.
012690     IF PEX-TRL-ID = "TRL"
012700         PERFORM 3100-CLOSE-PARTITION THRU 3100-EXIT
012710     ELSE
012720         PERFORM 3200-MERGE-ONE-RECORD THRU 3200-EXIT
012730     END-IF.
012740 3010-EXIT.
012750     EXIT.
012760*
012770* ===========================================================*
012780*  3050-CHECK-FILES-ENDED  --  THE AUDIT AND KEY FILES MUST
012790*          END WITH THE EXTRACTS
012800* ===========================================================*
012810 3050-CHECK-FILES-ENDED.
012820     READ SIGPAU01-FILE
012830         AT END
012840             SET END-OF-SIGPAU01 TO TRUE
012850     END-READ.
012860     IF NOT END-OF-SIGPAU01
012870         MOVE "SIGPAU01 HAS MORE RECORDS THAN SIGPEX01"
012880             TO WS-CTL-ERROR-MSG
012890         PERFORM 9100-CONTROL-FAILURE THRU 9100-EXIT
012900     END-IF.
012910     READ SIGPKY01-FILE
012920         AT END
012930             SET END-OF-SIGPKY01 TO TRUE
012940     END-READ.
012950     IF NOT END-OF-SIGPKY01
012960         MOVE "SIGPKY01 HAS MORE RECORDS THAN SIGPEX01"
012970             TO WS-CTL-ERROR-MSG
012980         PERFORM 9100-CONTROL-FAILURE THRU 9100-EXIT
012990     END-IF.
013000 3050-EXIT.
013010     EXIT.
013020*
013030* ===========================================================*
013040*  3100-CLOSE-PARTITION  --  A PARTITION TRAILER.  PROVE THE
013050*          PARTITION'S RECORDS AGAINST IT AND MOVE ON TO THE
013060*          NEXT PARTITION.
013070* ===========================================================*
013080 3100-CLOSE-PARTITION.
013090     ADD 1 TO WS-TRL-COUNT.
013100     IF WS-CUR-SEQ > WS-PTN-USED
013110         MOVE "MORE EXTRACT TRAILERS THAN PARTITION STATUSES"
013120             TO WS-CTL-ERROR-MSG
013130         PERFORM 9100-CONTROL-FAILURE THRU 9100-EXIT
013140         ADD 1 TO WS-CUR-SEQ
013150         GO TO 3100-EXIT
013160     END-IF.
013170     SET WS-PTN-IDX TO WS-CUR-SEQ.
013180     MOVE WS-CUR-SEQ TO WS-MSG-NUM-A.
013190     MOVE "Y" TO WS-PTN-TRL-SWITCH(WS-PTN-IDX).
013200     IF PEX-TRL-REC-COUNT NOT = WS-PTN-EXT-COUNT(WS-PTN-IDX)
013210        OR PEX-TRL-HASH NOT = WS-PTN-EXT-HASH(WS-PTN-IDX)
013220         MOVE SPACES TO WS-CTL-ERROR-MSG
013230         STRING "PARTITION EXTRACT " WS-MSG-NUM-A
013240                " DOES NOT AGREE WITH ITS TRAILER"
013250             DELIMITED BY SIZE INTO WS-CTL-ERROR-MSG
013260         PERFORM 9100-CONTROL-FAILURE THRU 9100-EXIT
013270     END-IF.
013280     IF PEX-TRL-RUN-DATE NOT = WS-RUN-DATE-NUM
013290         MOVE SPACES TO WS-CTL-ERROR-MSG
013300         STRING "PARTITION EXTRACT " WS-MSG-NUM-A
013310                " IS FOR RUN DATE " PEX-TRL-RUN-DATE
013320             DELIMITED BY SIZE INTO WS-CTL-ERROR-MSG
013330         PERFORM 9100-CONTROL-FAILURE THRU 9100-EXIT
013340     END-IF.
013350     ADD 1 TO WS-CUR-SEQ.
013360 3100-EXIT.
013370     EXIT.
013380*
013390* ===========================================================*
013400*  3200-MERGE-ONE-RECORD  --  ONE COMPUTED RECORD.  ITS AUDIT
013410*          AND KEY RECORDS MUST BE FOR THE SAME RECORD ID; THE
013420*          DUPLICATE CHECK DECIDES WHETHER IT STAYS ON THE
013430*          NIGHT'S EXTRACT.
013440* ===========================================================*
013450 3200-MERGE-ONE-RECORD.
013460     ADD 1 TO WS-PEX-READ-COUNT.
013470     READ SIGPAU01-FILE
013480         AT END
013490             SET END-OF-SIGPAU01 TO TRUE
013500     END-READ.
013510     READ SIGPKY01-FILE
013520         AT END
013530             SET END-OF-SIGPKY01 TO TRUE
013540     END-READ.
013550     IF END-OF-SIGPAU01 OR END-OF-SIGPKY01
013560        OR PAU-RECORD-ID NOT = PEX-RECORD-ID
013570        OR PKY-RECORD-ID NOT = PEX-RECORD-ID
013580         MOVE SPACES TO WS-CTL-ERROR-MSG
013590         STRING "PARTITION FILES OUT OF STEP AT "
013600                "RECORD ID " PEX-RECORD-ID
013610             DELIMITED BY SIZE INTO WS-CTL-ERROR-MSG
013620         PERFORM 9100-CONTROL-FAILURE THRU 9100-EXIT
013630         SET WS-OUT-OF-STEP TO TRUE
013640         GO TO 3200-EXIT
013650     END-IF.
013660     IF WS-CUR-SEQ > WS-PTN-USED
013670         IF NOT WS-STRAY-ROWS-SEEN
013680             MOVE "EXTRACT RECORDS AFTER THE LAST PARTITION"
013690                 TO WS-CTL-ERROR-MSG
013700             PERFORM 9100-CONTROL-FAILURE THRU 9100-EXIT
013710             SET WS-STRAY-ROWS-SEEN TO TRUE
013720         END-IF
013730         GO TO 3200-EXIT
013740     END-IF.
013750     SET WS-PTN-IDX TO WS-CUR-SEQ.
013760     MOVE PKY-PARTITION TO WS-PTN-NUMBER(WS-PTN-IDX).
013770     ADD 1 TO WS-PTN-EXT-COUNT(WS-PTN-IDX).
013780     ADD PEX-SIGMOID TO WS-PTN-EXT-HASH(WS-PTN-IDX).
013790     PERFORM 3300-CHECK-DUPLICATE THRU 3300-EXIT.
013800 3200-EXIT.
013810     EXIT.
013820*
013830* ===========================================================*
013840*  3300-CHECK-DUPLICATE  --  HAS AN EARLIER PARTITION ALREADY
013850*          COMPUTED THIS RECORD ID.  THE PARTITIONS ARE TAKEN
013860*          AS IF THEY HAD RUN ONE AFTER THE OTHER, SO THE RULE
013870*          IS SIG01'S: THE LATEST EFFECTIVE DATE IS KEPT, AND AN
013880*          OCCURRENCE NO LATER THAN THE ONE KEPT IS SUSPENDED.
013890*          REPEATS INSIDE ONE PARTITION WERE SETTLED BY SIG01.
013900* ===========================================================*
013910 3300-CHECK-DUPLICATE.
013920     SET WS-SEEN-NOT-FOUND TO TRUE.
013930     PERFORM 3310-TEST-ONE-SEEN THRU 3310-EXIT
013940         VARYING WS-SEEN-SUB FROM 1 BY 1
013950         UNTIL WS-SEEN-SUB > WS-SEEN-USED
013960            OR WS-SEEN-FOUND.
013970     IF WS-SEEN-NOT-FOUND
013980         PERFORM 3320-ADD-SEEN-ID THRU 3320-EXIT
013990         PERFORM 3500-KEEP-RECORD THRU 3500-EXIT
014000         GO TO 3300-EXIT
014010     END-IF.
014020     IF WS-SEEN-SEQ(WS-SEEN-IDX) = WS-CUR-SEQ
014030         IF PKY-EFF-DATE > WS-SEEN-EFF-DATE(WS-SEEN-IDX)
014040             MOVE PKY-EFF-DATE TO WS-SEEN-EFF-DATE(WS-SEEN-IDX)
014050         END-IF
014060         PERFORM 3500-KEEP-RECORD THRU 3500-EXIT
014070         GO TO 3300-EXIT
014080     END-IF.
014090     ADD 1 TO NCK-DUP-COUNT.
014100     IF PKY-EFF-DATE > WS-SEEN-EFF-DATE(WS-SEEN-IDX)
014110         PERFORM 3330-SUSPEND-PRIOR THRU 3330-EXIT
014120         MOVE PKY-EFF-DATE  TO WS-SEEN-EFF-DATE(WS-SEEN-IDX)
014130         MOVE WS-CUR-SEQ    TO WS-SEEN-SEQ(WS-SEEN-IDX)
014140         MOVE PKY-PARTITION TO WS-SEEN-PARTITION(WS-SEEN-IDX)
014150         PERFORM 3500-KEEP-RECORD THRU 3500-EXIT
014160     ELSE
014170         PERFORM 3340-SUSPEND-CURRENT THRU 3340-EXIT
014180         PERFORM 3400-BACK-OUT-STATS THRU 3400-EXIT
014190     END-IF.
014200 3300-EXIT.
014210     EXIT.
014220*
014230* ===========================================================*
014240*  3310-TEST-ONE-SEEN  --  TEST ONE SEEN-ID TABLE SLOT
014250* ===========================================================*
014260 3310-TEST-ONE-SEEN.
014270     SET WS-SEEN-IDX TO WS-SEEN-SUB.
014280     IF WS-SEEN-RECORD-ID(WS-SEEN-IDX) = PEX-RECORD-ID
014290         SET WS-SEEN-FOUND TO TRUE
014300     END-IF.
014310 3310-EXIT.
014320     EXIT.
014330*
014340* ===========================================================*
014350*  3320-ADD-SEEN-ID  --  FIRST SIGHT OF THIS RECORD ID
014360* ===========================================================*
014370 3320-ADD-SEEN-ID.
014380     IF WS-SEEN-USED < WS-SEEN-MAX-ENTRIES
014390         ADD 1 TO WS-SEEN-USED
014400         SET WS-SEEN-IDX TO WS-SEEN-USED
014410         MOVE PEX-RECORD-ID TO WS-SEEN-RECORD-ID(WS-SEEN-IDX)
014420         MOVE PKY-EFF-DATE  TO WS-SEEN-EFF-DATE(WS-SEEN-IDX)
014430         MOVE WS-CUR-SEQ    TO WS-SEEN-SEQ(WS-SEEN-IDX)
014440         MOVE PKY-PARTITION TO WS-SEEN-PARTITION(WS-SEEN-IDX)
014450     ELSE
014460         IF NOT WS-SEEN-OVERFLOWED
014470             DISPLAY "SIGMRG1 WARNING - SEEN-ID TABLE FULL, "
014480                 "DUPLICATE CHECKING STOPS AT "
014490                 WS-SEEN-MAX-ENTRIES " RECORD IDS"
014500             MOVE "Y" TO WS-SEEN-OVFL-SWITCH
014510         END-IF
014520     END-IF.
014530 3320-EXIT.
014540     EXIT.
014550*
014560* ===========================================================*
014570*  3330-SUSPEND-PRIOR  --  THE LATER PARTITION WINS ON DATE;
014580*          THE EARLIER PARTITION'S RECORD STAYS ON THE FEEDS
014590*          AND IS MARKED SUPERSEDED, AS SIG01 MARKS ITS OWN
014600* ===========================================================*
014610 3330-SUSPEND-PRIOR.
014620     MOVE PEX-RECORD-ID       TO SUS-RECORD-ID.
014630     MOVE WS-SEEN-EFF-DATE(WS-SEEN-IDX) TO SUS-EFF-DATE.
014640     MOVE PKY-SOURCE-CATEGORY TO SUS-SOURCE-CATEGORY.
014650     MOVE SPACES              TO SUS-RAW-INPUT.
014660     MOVE "SUPERSEDED BY LATER EFFECTIVE DATE"
014670         TO SUS-REASON.
014680     WRITE SIGSUS01-RECORD.
014690     ADD 1 TO WS-XSUP-COUNT.
014700     MOVE "SUPERSEDED" TO WS-XDR-ACTION-HOLD.
014710     PERFORM 3350-NOTE-DUP-FOR-REPORT THRU 3350-EXIT.
014720 3330-EXIT.
014730     EXIT.
014740*
014750* ===========================================================*
014760*  3340-SUSPEND-CURRENT  --  THE EARLIER PARTITION KEEPS ITS
014770*          SEAT; THIS RECORD COMES OFF THE NIGHT'S EXTRACT AND
014780*          AUDIT TRAIL AND GOES TO SUSPENSE
014790* ===========================================================*
014800 3340-SUSPEND-CURRENT.
014810     MOVE PEX-RECORD-ID       TO SUS-RECORD-ID.
014820     MOVE PKY-EFF-DATE        TO SUS-EFF-DATE.
014830     MOVE PKY-SOURCE-CATEGORY TO SUS-SOURCE-CATEGORY.
014840     MOVE PKY-RAW-INPUT       TO SUS-RAW-INPUT.
014850     MOVE "DUPLICATE - EARLIER OCCURRENCE KEPT"
014860         TO SUS-REASON.
014870     WRITE SIGSUS01-RECORD.
014880     ADD 1 TO WS-XDROP-COUNT.
014890     ADD 1 TO WS-PTN-DROP-COUNT(WS-PTN-IDX).
014900     MOVE "DROPPED" TO WS-XDR-ACTION-HOLD.
014910     PERFORM 3350-NOTE-DUP-FOR-REPORT THRU 3350-EXIT.
014920 3340-EXIT.
014930     EXIT.
014940*
014950* ===========================================================*
014960*  3350-NOTE-DUP-FOR-REPORT  --  ONE ROW FOR THE NIGHT'S
014970*          DUPLICATE LIST ON SIGCHK01 AND ONE FOR THE MERGE
014980*          REPORT, KEPT VS SUSPENDED
014990* ===========================================================*
015000 3350-NOTE-DUP-FOR-REPORT.
015010     IF NCK-DUPR-USED < WS-DUPR-MAX-ENTRIES
015020         ADD 1 TO NCK-DUPR-USED
015030         MOVE PEX-RECORD-ID TO NCK-DUPR-RECORD-ID(NCK-DUPR-USED)
015040         MOVE SUS-EFF-DATE  TO NCK-DUPR-SUSP-DATE(NCK-DUPR-USED)
015050         IF PKY-EFF-DATE > SUS-EFF-DATE
015060             MOVE PKY-EFF-DATE
015070                 TO NCK-DUPR-KEPT-DATE(NCK-DUPR-USED)
015080         ELSE
015090             MOVE WS-SEEN-EFF-DATE(WS-SEEN-IDX)
015100                 TO NCK-DUPR-KEPT-DATE(NCK-DUPR-USED)
015110         END-IF
015120     ELSE
015130         MOVE "Y" TO NCK-DUPR-OVFL-SW
015140     END-IF.
015150     IF WS-XDR-USED NOT < WS-XDR-MAX-ENTRIES
015160         MOVE "Y" TO WS-XDR-OVFL-SWITCH
015170         GO TO 3350-EXIT
015180     END-IF.
015190     ADD 1 TO WS-XDR-USED.
015200     SET WS-XDR-IDX TO WS-XDR-USED.
015210     MOVE PEX-RECORD-ID      TO WS-XDR-RECORD-ID(WS-XDR-IDX).
015220     MOVE SUS-EFF-DATE       TO WS-XDR-SUSP-DATE(WS-XDR-IDX).
015230     MOVE WS-XDR-ACTION-HOLD TO WS-XDR-ACTION(WS-XDR-IDX).
015240     IF PKY-EFF-DATE > SUS-EFF-DATE
015250         MOVE PKY-EFF-DATE  TO WS-XDR-KEPT-DATE(WS-XDR-IDX)
015260         MOVE PKY-PARTITION TO WS-XDR-KEPT-PTN(WS-XDR-IDX)
015270         MOVE WS-SEEN-PARTITION(WS-SEEN-IDX)
015280             TO WS-XDR-SUSP-PTN(WS-XDR-IDX)
015290     ELSE
015300         MOVE WS-SEEN-EFF-DATE(WS-SEEN-IDX)
015310             TO WS-XDR-KEPT-DATE(WS-XDR-IDX)
015320         MOVE WS-SEEN-PARTITION(WS-SEEN-IDX)
015330             TO WS-XDR-KEPT-PTN(WS-XDR-IDX)
015340         MOVE PKY-PARTITION TO WS-XDR-SUSP-PTN(WS-XDR-IDX)
015350     END-IF.
015360 3350-EXIT.
015370     EXIT.
015380*
015390* ===========================================================*
015400*  3400-BACK-OUT-STATS  --  A DROPPED RECORD WAS COUNTED BY
015410*          ITS PARTITION AS COMPUTED; TAKE IT BACK OUT OF THE
015420*          NIGHT'S CATEGORY AND GRADE COUNTS SO THE CHECKPOINT
015430*          MATCHES THE EXTRACT
015440* ===========================================================*
015450 3400-BACK-OUT-STATS.
015460     MOVE PAU-CATEGORY TO WS-CAT-WANT-NAME.
015470     SET WS-CAT-NOT-FOUND TO TRUE.
015480     PERFORM 2126-TEST-ONE-CATEGORY THRU 2126-EXIT
015490         VARYING WS-CAT-SLOT FROM 1 BY 1
015500         UNTIL WS-CAT-SLOT > NCK-CAT-COUNT-USED
015510            OR WS-CAT-FOUND.
015520     IF WS-CAT-FOUND
015530         SUBTRACT 1 FROM WS-CAT-SLOT
015540     ELSE
015550         MOVE WS-CAT-MAX-ENTRIES TO WS-CAT-SLOT
015560     END-IF.
015570     IF NCK-CAT-REC-COUNT(WS-CAT-SLOT) > 0
015580         SUBTRACT 1 FROM NCK-CAT-REC-COUNT(WS-CAT-SLOT)
015590         SUBTRACT PAU-SIGMOID
015600             FROM NCK-CAT-TOTAL-SIGMOID(WS-CAT-SLOT)
015610     END-IF.
015620     IF PEX-COMP-GRADE = SPACES
015630         GO TO 3400-EXIT
015640     END-IF.
015650     IF PEX-COMP-GRADE = "???"
015660        AND NCK-NOBAND-COUNT > 0
015670         SUBTRACT 1 FROM NCK-NOBAND-COUNT
015680     END-IF.
015690     MOVE PEX-COMP-GRADE TO WS-GRD-WANT-GRADE.
015700     PERFORM 2135-FIND-NIGHT-GRADE THRU 2135-EXIT.
015710     IF WS-GRD-FOUND
015720        AND NCK-GRD-COUNT(WS-GRD-SLOT) > 0
015730         SUBTRACT 1 FROM NCK-GRD-COUNT(WS-GRD-SLOT)
015740     END-IF.
015750 3400-EXIT.
015760     EXIT.
015770*
015780* ===========================================================*
015790*  3500-KEEP-RECORD  --  ONTO THE NIGHT'S EXTRACT AND AUDIT
015800*          TRAIL, THE AUDIT RECORD UNDER THE NIGHT'S RUN ID
015810* ===========================================================*
015820 3500-KEEP-RECORD.
015830     WRITE SIGEXT01-RECORD FROM SIGPEX01-RECORD.
015840     ADD PEX-SIGMOID TO WS-EXT-HASH.
015850     ADD 1 TO WS-GOOD-COUNT.
015860     MOVE SIGPAU01-RECORD TO SIGAUD01-RECORD.
015870     MOVE WS-RUN-ID TO AUD-RUN-ID.
015880     WRITE SIGAUD01-RECORD.
015890 3500-EXIT.
015900     EXIT.
015910*
015920* ===========================================================*
015930*  4000-PROVE-PARTITIONS  --  EVERY PARTITION HAS A STATUS,
015940*          A CHECKPOINT AND AN EXTRACT TRAILER; EACH EXTRACT
015950*          HOLDS THE RECORDS ITS STATUS SAYS WERE GOOD; AND
015960*          THE COPIED REJECT, HOLD AND QUARANTINE FILES HOLD
015970*          WHAT THE STATUSES SAY
015980* ===========================================================*
015990 4000-PROVE-PARTITIONS.
016000     IF WS-PTN-USED = 0
016010         GO TO 4000-EXIT
016020     END-IF.
016030     IF WS-PCK-COUNT NOT = WS-PTN-USED
016040         MOVE WS-PCK-COUNT TO WS-MSG-NUM-A
016050         MOVE WS-PTN-USED  TO WS-MSG-NUM-B
016060         MOVE SPACES TO WS-CTL-ERROR-MSG
016070         STRING "SIGPCK01 HOLDS " WS-MSG-NUM-A
016080                " CHECKPOINTS FOR " WS-MSG-NUM-B " PARTITIONS"
016090             DELIMITED BY SIZE INTO WS-CTL-ERROR-MSG
016100         PERFORM 9100-CONTROL-FAILURE THRU 9100-EXIT
016110     END-IF.
016120     IF WS-CHK-GOOD-TOTAL NOT = WS-STA-GOOD-TOTAL
016130         MOVE "PARTITION CHECKPOINTS DISAGREE WITH THEIR STATUS"
016140             TO WS-CTL-ERROR-MSG
016150         PERFORM 9100-CONTROL-FAILURE THRU 9100-EXIT
016160     END-IF.
016170     IF WS-IN-STEP
016180         PERFORM 4010-PROVE-ONE-PARTITION THRU 4010-EXIT
016190             VARYING WS-PTN-SUB FROM 1 BY 1
016200             UNTIL WS-PTN-SUB > WS-PTN-USED
016210     END-IF.
016220     IF WS-REJ-WRITE-COUNT NOT = WS-STA-REJECT-TOTAL
016230         MOVE "SIGPRJ01 DISAGREES WITH THE PARTITION REJECTS"
016240             TO WS-CTL-ERROR-MSG
016250         PERFORM 9100-CONTROL-FAILURE THRU 9100-EXIT
016260     END-IF.
016270     IF WS-HLD-WRITE-COUNT NOT = WS-STA-HOLD-TOTAL
016280         MOVE "SIGPHD01 DISAGREES WITH THE PARTITION HOLDS"
016290             TO WS-CTL-ERROR-MSG
016300         PERFORM 9100-CONTROL-FAILURE THRU 9100-EXIT
016310     END-IF.
016320     IF WS-QAR-WRITE-COUNT NOT = WS-STA-QUAR-TOTAL
016330         MOVE "SIGPQA01 DISAGREES WITH THE PARTITION QUARANTINE"
016340             TO WS-CTL-ERROR-MSG
016350         PERFORM 9100-CONTROL-FAILURE THRU 9100-EXIT
016360     END-IF.
016370 4000-EXIT.
016380     EXIT.
016390*
016400* ===========================================================*
016410*  4010-PROVE-ONE-PARTITION  --  TRAILER SEEN AND EXTRACT
016420*          COUNT EQUAL TO THE PARTITION'S GOOD COUNT
016430* ===========================================================*
016440 4010-PROVE-ONE-PARTITION.
016450     SET WS-PTN-IDX TO WS-PTN-SUB.
016460     MOVE WS-PTN-SUB TO WS-MSG-NUM-A.
016470     IF NOT WS-PTN-TRAILER-SEEN(WS-PTN-IDX)
016480         MOVE SPACES TO WS-CTL-ERROR-MSG
016490         STRING "NO EXTRACT TRAILER FOR PARTITION STATUS "
016500                WS-MSG-NUM-A
016510             DELIMITED BY SIZE INTO WS-CTL-ERROR-MSG
016520         PERFORM 9100-CONTROL-FAILURE THRU 9100-EXIT
016530         GO TO 4010-EXIT
016540     END-IF.
016550     IF WS-PTN-EXT-COUNT(WS-PTN-IDX) NOT =
016560        WS-PTN-GOOD-COUNT(WS-PTN-IDX)
016570         MOVE SPACES TO WS-CTL-ERROR-MSG
016580         STRING "PARTITION EXTRACT " WS-MSG-NUM-A
016590                " DISAGREES WITH ITS STATUS GOOD COUNT"
016600             DELIMITED BY SIZE INTO WS-CTL-ERROR-MSG
016610         PERFORM 9100-CONTROL-FAILURE THRU 9100-EXIT
016620     END-IF.
016630 4010-EXIT.
016640     EXIT.
016650*
016660* ===========================================================*
016670*  5000-VALIDATE-DATE  --  REAL CALENDAR EDIT ON WS-VAL-DATE,
016680*          MATCHING THE EDIT SIG01 APPLIES
016690* ===========================================================*
016700 5000-VALIDATE-DATE.
016710     SET WS-DATE-IS-VALID TO TRUE.
016720     IF WS-VAL-DATE-N IS NOT NUMERIC
016730        OR WS-VAL-CCYY < 1601
016740        OR WS-VAL-MM < 1 OR WS-VAL-MM > 12
016750         SET WS-DATE-NOT-VALID TO TRUE
016760         GO TO 5000-EXIT
016770     END-IF.
016780     EVALUATE WS-VAL-MM
016790         WHEN 4
016800         WHEN 6
016810         WHEN 9
016820         WHEN 11
016830             MOVE 30 TO WS-VAL-MAX-DD
016840         WHEN 2
016850             PERFORM 5100-SET-FEBRUARY-LIMIT THRU 5100-EXIT
016860         WHEN OTHER
016870             MOVE 31 TO WS-VAL-MAX-DD
016880     END-EVALUATE.
016890     IF WS-VAL-DD < 1 OR WS-VAL-DD > WS-VAL-MAX-DD
016900         SET WS-DATE-NOT-VALID TO TRUE
016910     END-IF.
016920 5000-EXIT.
016930     EXIT.
016940*
016950* ===========================================================*
016960*  5100-SET-FEBRUARY-LIMIT  --  28 OR 29 BY THE LEAP RULES
016970* ===========================================================*
016980 5100-SET-FEBRUARY-LIMIT.
016990     MOVE 28 TO WS-VAL-MAX-DD.
017000     DIVIDE WS-VAL-CCYY BY 4 GIVING WS-LEAP-QUOT
017010         REMAINDER WS-LEAP-REM.
017020     IF WS-LEAP-REM = 0
017030         MOVE 29 TO WS-VAL-MAX-DD
017040         DIVIDE WS-VAL-CCYY BY 100 GIVING WS-LEAP-QUOT
017050             REMAINDER WS-LEAP-REM
017060         IF WS-LEAP-REM = 0
017070             DIVIDE WS-VAL-CCYY BY 400 GIVING WS-LEAP-QUOT
017080                 REMAINDER WS-LEAP-REM
017090             IF WS-LEAP-REM NOT = 0
017100                 MOVE 28 TO WS-VAL-MAX-DD
017110             END-IF
017120         END-IF
017130     END-IF.
017140 5100-EXIT.
017150     EXIT.
017160*
017170* ===========================================================*
017180*  8000-TERMINATE  --  TRAILER, NIGHT CHECKPOINT, RETURN
017190*          CODE, STATUS, REGISTERS, REPORT, CLOSE
017200* ===========================================================*
017210 8000-TERMINATE.
017220     PERFORM 8050-WRITE-EXTRACT-TRAILER THRU 8050-EXIT.
017230     CLOSE SIGEXT01-FILE.
017240     CLOSE SIGAUD01-FILE.
017250     CLOSE SIGSUS01-FILE.
017260     PERFORM 8100-WRITE-CHECKPOINT THRU 8100-EXIT.
017270     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT.
017280     PERFORM 8300-WRITE-RUN-STATUS THRU 8300-EXIT.
017290     PERFORM 8400-WRITE-BATCH-REGISTRY THRU 8400-EXIT.
017300     PERFORM 8500-REGISTER-EXTRACT THRU 8500-EXIT.
017310     PERFORM 8600-WRITE-REPORT THRU 8600-EXIT.
017320     CLOSE SIGMRP01-FILE.
017330 8000-EXIT.
017340     EXIT.
017350*
017360* ===========================================================*
017370*  8050-WRITE-EXTRACT-TRAILER  --  COUNT AND HASH OF THE
017380*          NIGHT'S MERGED FEED
017390* ===========================================================*
017400 8050-WRITE-EXTRACT-TRAILER.
017410     MOVE SPACES          TO SIGEXT01-TRAILER.
017420     MOVE "TRL"           TO EXT-TRL-ID.
017430     MOVE WS-GOOD-COUNT   TO EXT-TRL-REC-COUNT.
017440     MOVE WS-EXT-HASH     TO EXT-TRL-HASH.
017450     MOVE WS-RUN-DATE-NUM TO EXT-TRL-RUN-DATE.
017452     MOVE WS-RUN-ID       TO EXT-TRL-RUN-ID.
017460     WRITE SIGEXT01-TRAILER.
017470 8050-EXIT.
017480     EXIT.
017490*
017500* ===========================================================*
017510*  8100-WRITE-CHECKPOINT  --  THE NIGHT'S END-OF-RUN SIGCHK01,
017520*          FOR SIGRNK1 AND THE REST OF THE SUITE
017530* ===========================================================*
017540 8100-WRITE-CHECKPOINT.
017550     MOVE 0             TO NCK-RECORD-COUNT.
017560     MOVE WS-GOOD-COUNT TO NCK-GOOD-COUNT.
017570     MOVE 0             TO NCK-PAGE-COUNT.
017580     MOVE WS-EXT-HASH   TO NCK-EXT-HASH.
017590     OPEN OUTPUT SIGCHK01-FILE.
017600     WRITE SIGCHK01-RECORD FROM WS-NCK-RECORD.
017610     CLOSE SIGCHK01-FILE.
017620 8100-EXIT.
017630     EXIT.
017640*
017650* ===========================================================*
017660*  8200-SET-RETURN-CODE  --  SIG01'S GRADUATED RESULT ON THE
017670*          MERGED NIGHT.  WARNING (4) ON ANY REJECT, QUARANTINE
017680*          OR UNGRADED RESULT, ERROR (8) WHEN THE REJECT RATE
017690*          PASSES THE LIMIT, HARD FAILURE (16) WHEN NO
017700*          PARTITION HAD ANY DATA OR ON A CONTROL VIOLATION.
017710* ===========================================================*
017720 8200-SET-RETURN-CODE.
017730     MOVE 0 TO WS-FINAL-RC.
017740     IF WS-STA-REJECT-TOTAL > 0
017750         MOVE 4 TO WS-FINAL-RC
017760     END-IF.
017770     IF WS-STA-QUAR-TOTAL > 0
017780         DISPLAY "SIGMRG1 - " WS-STA-QUAR-BATCHES " BATCH(ES) "
017790             "QUARANTINED, STEP SET TO AT LEAST RC 4"
017800         MOVE 4 TO WS-FINAL-RC
017810     END-IF.
017820     IF NCK-NOBAND-COUNT > 0
017830         DISPLAY "SIGMRG1 - " NCK-NOBAND-COUNT " RESULTS FELL IN "
017840             "NO GRADE BAND, STEP SET TO AT LEAST RC 4"
017850         MOVE 4 TO WS-FINAL-RC
017860     END-IF.
017870     COMPUTE WS-RATE-LHS = WS-STA-REJECT-TOTAL * 100.
017880     COMPUTE WS-RATE-RHS = WS-REJECT-PCT *
017890         (WS-GOOD-COUNT + WS-STA-REJECT-TOTAL).
017900     IF WS-STA-REJECT-TOTAL > 0
017910        AND WS-RATE-LHS > WS-RATE-RHS
017920         DISPLAY "SIGMRG1 - REJECT RATE OVER " WS-REJECT-PCT
017930             " PERCENT, STEP SET TO RETURN CODE 8"
017940         MOVE 8 TO WS-FINAL-RC
017950     END-IF.
017960     IF WS-PEX-READ-COUNT = 0
017970        AND WS-STA-REJECT-TOTAL = 0
017980        AND WS-STA-HOLD-TOTAL = 0
017990        AND WS-STA-QUAR-TOTAL = 0
018000        AND WS-SUS-COPY-COUNT = 0
018010         DISPLAY "SIGMRG1 - NO PARTITION HELD ANY DATA RECORDS, "
018020             "STEP SET TO RETURN CODE 16"
018030         MOVE 16 TO WS-FINAL-RC
018040     END-IF.
018050     IF WS-CONTROL-FAILED
018060         DISPLAY "SIGMRG1 - MERGE CONTROL TOTALS FAILED, "
018070             "STEP SET TO RETURN CODE 16"
018080         MOVE 16 TO WS-FINAL-RC
018090     END-IF.
018100     MOVE WS-FINAL-RC TO RETURN-CODE.
018110 8200-EXIT.
018120     EXIT.
018130*
018140* ===========================================================*
018150*  8300-WRITE-RUN-STATUS  --  ONE SIGSTA01 STATUS FOR THE
018160*          WHOLE NIGHT, AND THE SAME ON THE SIGJRN01 JOURNAL
018170* ===========================================================*
018180 8300-WRITE-RUN-STATUS.
018190     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
018200     ACCEPT WS-END-TIME FROM TIME.
018210     OPEN OUTPUT SIGSTA01-FILE.
018220     MOVE WS-RUN-ID           TO STA-RUN-ID.
018230     MOVE WS-START-DATE       TO STA-START-DATE.
018240     MOVE WS-START-TIME       TO STA-START-TIME.
018250     MOVE WS-END-DATE         TO STA-END-DATE.
018260     MOVE WS-END-TIME         TO STA-END-TIME.
018270     MOVE WS-GOOD-COUNT       TO STA-GOOD-COUNT.
018280     MOVE WS-STA-REJECT-TOTAL TO STA-REJECT-COUNT.
018290     MOVE WS-STA-HOLD-TOTAL   TO STA-HOLD-COUNT.
018300     MOVE WS-STA-QUAR-TOTAL   TO STA-QUAR-COUNT.
018310     MOVE WS-STA-QUAR-BATCHES TO STA-QUAR-BATCHES.
018320     MOVE WS-FUNCTION-CODE    TO STA-FUNCTION-CODE.
018330     MOVE WS-FINAL-RC         TO STA-RETURN-CODE.
018340     OPEN EXTEND SIGJRN01-FILE.
018350     MOVE SIGSTA01-RECORD     TO SIGJRN01-RECORD.
018360     WRITE SIGSTA01-RECORD.
018370     WRITE SIGJRN01-RECORD.
018380     CLOSE SIGSTA01-FILE.
018390     CLOSE SIGJRN01-FILE.
018400 8300-EXIT.
018410     EXIT.
018420*
018430* ===========================================================*
018440*  8400-WRITE-BATCH-REGISTRY  --  APPEND THE PARTITIONS' NEW
018450*          SIGBRG01 ROWS UNDER THE NIGHT'S RUN ID.  A NIGHT
018460*          THAT FAILED ITS CONTROLS IS RERUN AND REGISTERS
018470*          NOTHING; A ROW ALREADY ON THE REGISTRY UNDER
018480*          TONIGHT'S DATE (A RERUN OF THE MERGE) IS NOT
018490*          WRITTEN AGAIN.
018500* ===========================================================*
018510 8400-WRITE-BATCH-REGISTRY.
018520     IF WS-CONTROL-FAILED
018530         GO TO 8400-EXIT
018540     END-IF.
018550     OPEN INPUT SIGPBR01-FILE.
018560     IF WS-PBR-FILE-STATUS = "00"
018570         PERFORM 8410-TABLE-ONE-NEW-ROW THRU 8410-EXIT
018580             UNTIL END-OF-SIGPBR01
018590     END-IF.
018600     CLOSE SIGPBR01-FILE.
018610     IF WS-NBR-USED = 0
018620         GO TO 8400-EXIT
018630     END-IF.
018640     OPEN INPUT SIGBRG01-FILE.
018650     IF WS-BRG-FILE-STATUS = "00"
018660         PERFORM 8420-CHECK-ONE-REGISTRY-ROW THRU 8420-EXIT
018670             UNTIL END-OF-SIGBRG01
018680     END-IF.
018690     CLOSE SIGBRG01-FILE.
018700     OPEN EXTEND SIGBRG01-FILE.
018710     PERFORM 8440-REGISTER-ONE-ROW THRU 8440-EXIT
018720         VARYING WS-NBR-SUB FROM 1 BY 1
018730         UNTIL WS-NBR-SUB > WS-NBR-USED.
018740     CLOSE SIGBRG01-FILE.
018750 8400-EXIT.
018760     EXIT.
018770*
018780* ===========================================================*
018790*  8410-TABLE-ONE-NEW-ROW  --  ONE PARTITION REGISTRY ROW
018800* ===========================================================*
018810 8410-TABLE-ONE-NEW-ROW.
018820     READ SIGPBR01-FILE
018830         AT END
018840             SET END-OF-SIGPBR01 TO TRUE
018850             GO TO 8410-EXIT
018860     END-READ.
018870     IF WS-NBR-USED NOT < WS-NBR-MAX-ENTRIES
018880         DISPLAY "SIGMRG1 WARNING - MORE THAN "
018890             WS-NBR-MAX-ENTRIES " NEW REGISTRY ROWS, "
018900             PBR-SOURCE " " PBR-CREATE-DATE " NOT REGISTERED"
018910         GO TO 8410-EXIT
018920     END-IF.
018930     ADD 1 TO WS-NBR-USED.
018940     SET WS-NBR-IDX TO WS-NBR-USED.
018950     MOVE SIGPBR01-RECORD TO WS-NBR-ROW(WS-NBR-IDX).
018952     MOVE PBR-SOURCE      TO WS-NBR-SOURCE(WS-NBR-IDX).
018954     MOVE PBR-CREATE-DATE TO WS-NBR-CREATE-DATE(WS-NBR-IDX).
018956     MOVE PBR-REC-COUNT   TO WS-NBR-REC-COUNT(WS-NBR-IDX).
018958     MOVE PBR-HASH-TOTAL  TO WS-NBR-HASH-TOTAL(WS-NBR-IDX).
018960     MOVE "N"             TO WS-NBR-ON-FILE(WS-NBR-IDX).
018970 8410-EXIT.
018980     EXIT.
018990*
019000* ===========================================================*
019010*  8420-CHECK-ONE-REGISTRY-ROW  --  A REGISTRY ROW FROM
019020*          TONIGHT'S DATE MARKS THE SAME BATCH ALREADY DONE
019030* ===========================================================*
019040 8420-CHECK-ONE-REGISTRY-ROW.
019050     READ SIGBRG01-FILE
019060         AT END
019070             SET END-OF-SIGBRG01 TO TRUE
019080             GO TO 8420-EXIT
019090     END-READ.
019100     IF BRG-RUN-DATE NOT = WS-RUN-DATE-NUM
019110         GO TO 8420-EXIT
019120     END-IF.
019130     PERFORM 8430-MATCH-ONE-NEW-ROW THRU 8430-EXIT
019140         VARYING WS-NBR-SUB FROM 1 BY 1
019150         UNTIL WS-NBR-SUB > WS-NBR-USED.
019160 8420-EXIT.
019170     EXIT.
019180*
019190* ===========================================================*
019200*  8430-MATCH-ONE-NEW-ROW  --  SAME SOURCE, CREATE DATE,
019210*          COUNT AND HASH
019220* ===========================================================*
019230 8430-MATCH-ONE-NEW-ROW.
019240     SET WS-NBR-IDX TO WS-NBR-SUB.
019260     IF WS-NBR-SOURCE(WS-NBR-IDX)          = BRG-SOURCE
019270        AND WS-NBR-CREATE-DATE(WS-NBR-IDX) = BRG-CREATE-DATE
019280        AND WS-NBR-REC-COUNT(WS-NBR-IDX)   = BRG-REC-COUNT
019290        AND WS-NBR-HASH-TOTAL(WS-NBR-IDX)  = BRG-HASH-TOTAL
019300         MOVE "Y" TO WS-NBR-ON-FILE(WS-NBR-IDX)
019310     END-IF.
019320 8430-EXIT.
019330     EXIT.
019340*
019350* ===========================================================*
019360*  8440-REGISTER-ONE-ROW  --  ONE REGISTRY ROW UNDER THE
019370*          NIGHT'S RUN ID
019380* ===========================================================*
019390 8440-REGISTER-ONE-ROW.
019400     SET WS-NBR-IDX TO WS-NBR-SUB.
019410     IF WS-NBR-REGISTERED(WS-NBR-IDX)
019420         GO TO 8440-EXIT
019430     END-IF.
019440     MOVE WS-NBR-ROW(WS-NBR-IDX) TO SIGBRG01-RECORD.
019450     MOVE WS-RUN-DATE-NUM        TO BRG-RUN-DATE.
019460     MOVE WS-RUN-ID              TO BRG-RUN-ID.
019470     WRITE SIGBRG01-RECORD.
019480     ADD 1 TO WS-BRG-WRITE-COUNT.
019490 8440-EXIT.
019500     EXIT.
019510*
019520* ===========================================================*
019530*  8500-REGISTER-EXTRACT  --  APPEND THE NIGHT'S SIGEXT01 TO
019540*          THE SIGSND01 SEND REGISTER.  A FAILED NIGHT IS
019550*          RERUN AND SENDS NOTHING.
019560* ===========================================================*
019570 8500-REGISTER-EXTRACT.
019580     IF WS-CONTROL-FAILED
019590         GO TO 8500-EXIT
019600     END-IF.
019610     MOVE "SIGEXT01"      TO SND-FEED.
019620     MOVE WS-RUN-DATE-NUM TO SND-RUN-DATE.
019630     MOVE WS-RUN-ID       TO SND-RUN-ID.
019640     MOVE WS-GOOD-COUNT   TO SND-REC-COUNT.
019650     MOVE WS-EXT-HASH     TO SND-HASH.
019652     ACCEPT SND-SENT-DATE FROM DATE YYYYMMDD.
019654     ACCEPT SND-SENT-TIME FROM TIME.
019680     OPEN EXTEND SIGSND01-FILE.
019690     WRITE SIGSND01-RECORD.
019700     CLOSE SIGSND01-FILE.
019710 8500-EXIT.
019720     EXIT.
019730*
019740* ===========================================================*
019750*  8600-WRITE-REPORT  --  ONE LINE PER PARTITION, THE CROSS-
019760*          PARTITION DUPLICATES, THEN THE NIGHT'S SUMMARY
019770* ===========================================================*
019780 8600-WRITE-REPORT.
019790     WRITE SIGMRP01-RECORD FROM WS-HEADING-2
019800         AFTER ADVANCING 2.
019810     ADD 2 TO WS-LINE-COUNT.
019820     PERFORM 8610-WRITE-PARTITION-LINE THRU 8610-EXIT
019830         VARYING WS-PTN-SUB FROM 1 BY 1
019840         UNTIL WS-PTN-SUB > WS-PTN-USED.
019850     IF WS-XDR-USED > 0
019860         PERFORM 8620-WRITE-DUP-SECTION THRU 8620-EXIT
019870     END-IF.
019880     PERFORM 8650-WRITE-SUMMARY THRU 8650-EXIT.
019890 8600-EXIT.
019900     EXIT.
019910*
019920* ===========================================================*
019930*  8610-WRITE-PARTITION-LINE  --  ONE PARTITION'S COUNTS
019940* ===========================================================*
019950 8610-WRITE-PARTITION-LINE.
019960     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
019970         PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT
019980         WRITE SIGMRP01-RECORD FROM WS-HEADING-2
019990             AFTER ADVANCING 2
020000         ADD 2 TO WS-LINE-COUNT
020010     END-IF.
020020     SET WS-PTN-IDX TO WS-PTN-SUB.
020030     MOVE WS-PTN-SUB                       TO PL-SEQ.
020040     MOVE WS-PTN-NUMBER(WS-PTN-IDX)        TO PL-PTN.
020050     MOVE WS-PTN-RUN-ID(WS-PTN-IDX)        TO PL-RUN-ID.
020060     MOVE WS-PTN-GOOD-COUNT(WS-PTN-IDX)    TO PL-GOOD.
020070     MOVE WS-PTN-REJECT-COUNT(WS-PTN-IDX)  TO PL-REJECT.
020080     MOVE WS-PTN-HOLD-COUNT(WS-PTN-IDX)    TO PL-HOLD.
020090     MOVE WS-PTN-QUAR-COUNT(WS-PTN-IDX)    TO PL-QUAR.
020100     MOVE WS-PTN-DROP-COUNT(WS-PTN-IDX)    TO PL-DROP.
020110     MOVE WS-PTN-RETURN-CODE(WS-PTN-IDX)   TO PL-RC.
020120     WRITE SIGMRP01-RECORD FROM WS-PARTITION-LINE
020130         AFTER ADVANCING 1.
020140     ADD 1 TO WS-LINE-COUNT.
020150 8610-EXIT.
020160     EXIT.
020170*
020180* ===========================================================*
020190*  8620-WRITE-DUP-SECTION  --  THE CROSS-PARTITION DUPLICATES
020200* ===========================================================*
020210 8620-WRITE-DUP-SECTION.
020220     IF WS-LINE-COUNT + 5 >= WS-LINES-PER-PAGE
020230         PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT
020240     END-IF.
020250     WRITE SIGMRP01-RECORD FROM WS-XDR-TITLE-LINE
020260         AFTER ADVANCING 3.
020270     WRITE SIGMRP01-RECORD FROM WS-XDR-HEADING
020280         AFTER ADVANCING 2.
020290     ADD 5 TO WS-LINE-COUNT.
020300     PERFORM 8630-WRITE-DUP-LINE THRU 8630-EXIT
020310         VARYING WS-XDR-SUB FROM 1 BY 1
020320         UNTIL WS-XDR-SUB > WS-XDR-USED.
020330     IF WS-XDR-OVERFLOWED
020340         WRITE SIGMRP01-RECORD FROM WS-XDR-OVFL-LINE
020350             AFTER ADVANCING 1
020360         ADD 1 TO WS-LINE-COUNT
020370     END-IF.
020380 8620-EXIT.
020390     EXIT.
020400*
020410* ===========================================================*
020420*  8630-WRITE-DUP-LINE  --  ONE CROSS-PARTITION DUPLICATE
020430* ===========================================================*
020440 8630-WRITE-DUP-LINE.
020450     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
020460         PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT
020470         WRITE SIGMRP01-RECORD FROM WS-XDR-HEADING
020480             AFTER ADVANCING 2
020490         ADD 2 TO WS-LINE-COUNT
020500     END-IF.
020510     SET WS-XDR-IDX TO WS-XDR-SUB.
020520     MOVE WS-XDR-RECORD-ID(WS-XDR-IDX) TO XL-RECORD-ID.
020530     MOVE WS-XDR-KEPT-DATE(WS-XDR-IDX) TO XL-KEPT-DATE.
020540     MOVE WS-XDR-KEPT-PTN(WS-XDR-IDX)  TO XL-KEPT-PTN.
020550     MOVE WS-XDR-SUSP-DATE(WS-XDR-IDX) TO XL-SUSP-DATE.
020560     MOVE WS-XDR-SUSP-PTN(WS-XDR-IDX)  TO XL-SUSP-PTN.
020570     MOVE WS-XDR-ACTION(WS-XDR-IDX)    TO XL-ACTION.
020580     WRITE SIGMRP01-RECORD FROM WS-XDR-LINE
020590         AFTER ADVANCING 1.
020600     ADD 1 TO WS-LINE-COUNT.
020610 8630-EXIT.
020620     EXIT.
020630*
020640* ===========================================================*
020650*  8650-WRITE-SUMMARY  --  THE NIGHT'S COUNTS
020660* ===========================================================*
020670 8650-WRITE-SUMMARY.
020680     IF WS-LINE-COUNT + 16 >= WS-LINES-PER-PAGE
020690         PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT
020700     END-IF.
020710     MOVE "PARTITIONS MERGED" TO SL-LABEL.
020720     MOVE WS-PTN-USED TO SL-COUNT.
020730     WRITE SIGMRP01-RECORD FROM WS-SUM-LINE
020740         AFTER ADVANCING 3.
020750     MOVE "PARTITION EXTRACT RECORDS READ" TO SL-LABEL.
020760     MOVE WS-PEX-READ-COUNT TO SL-COUNT.
020770     WRITE SIGMRP01-RECORD FROM WS-SUM-LINE
020780         AFTER ADVANCING 1.
020790     MOVE "  CROSS-PARTITION SUPERSEDED" TO SL-LABEL.
020800     MOVE WS-XSUP-COUNT TO SL-COUNT.
020810     WRITE SIGMRP01-RECORD FROM WS-SUM-LINE
020820         AFTER ADVANCING 1.
020830     MOVE "  CROSS-PARTITION DROPPED" TO SL-LABEL.
020840     MOVE WS-XDROP-COUNT TO SL-COUNT.
020850     WRITE SIGMRP01-RECORD FROM WS-SUM-LINE
020860         AFTER ADVANCING 1.
020870     MOVE "NIGHT EXTRACT RECORDS WRITTEN" TO SL-LABEL.
020880     MOVE WS-GOOD-COUNT TO SL-COUNT.
020890     WRITE SIGMRP01-RECORD FROM WS-SUM-LINE
020900         AFTER ADVANCING 1.
020910     MOVE "REJECT RECORDS" TO SL-LABEL.
020920     MOVE WS-REJ-WRITE-COUNT TO SL-COUNT.
020930     WRITE SIGMRP01-RECORD FROM WS-SUM-LINE
020940         AFTER ADVANCING 1.
020950     MOVE "HOLD RECORDS" TO SL-LABEL.
020960     MOVE WS-HLD-WRITE-COUNT TO SL-COUNT.
020970     WRITE SIGMRP01-RECORD FROM WS-SUM-LINE
020980         AFTER ADVANCING 1.
020990     MOVE "SUSPENSE RECORDS" TO SL-LABEL.
021000     COMPUTE SL-COUNT = WS-SUS-COPY-COUNT + WS-XSUP-COUNT
021010         + WS-XDROP-COUNT.
021020     WRITE SIGMRP01-RECORD FROM WS-SUM-LINE
021030         AFTER ADVANCING 1.
021040     MOVE "QUARANTINED RECORDS" TO SL-LABEL.
021050     MOVE WS-QAR-WRITE-COUNT TO SL-COUNT.
021060     WRITE SIGMRP01-RECORD FROM WS-SUM-LINE
021070         AFTER ADVANCING 1.
021080     MOVE "REGISTRY ROWS APPENDED" TO SL-LABEL.
021090     MOVE WS-BRG-WRITE-COUNT TO SL-COUNT.
021100     WRITE SIGMRP01-RECORD FROM WS-SUM-LINE
021110         AFTER ADVANCING 1.
021120     MOVE "CONTROL ERRORS" TO SL-LABEL.
021130     MOVE WS-CTL-ERROR-COUNT TO SL-COUNT.
021140     WRITE SIGMRP01-RECORD FROM WS-SUM-LINE
021150         AFTER ADVANCING 1.
021160     MOVE "RETURN CODE" TO SL-LABEL.
021170     MOVE WS-FINAL-RC TO SL-COUNT.
021180     WRITE SIGMRP01-RECORD FROM WS-SUM-LINE
021190         AFTER ADVANCING 1.
021200     IF WS-CONTROL-FAILED
021210         WRITE SIGMRP01-RECORD FROM WS-FAILED-LINE
021220             AFTER ADVANCING 2
021230     END-IF.
021240 8650-EXIT.
021250     EXIT.
021260*
021270* ===========================================================*
021280*  9100-CONTROL-FAILURE  --  LOG A CONTROL VIOLATION.  THE
021290*          RUN KEEPS GOING SO EVERY PROBLEM IS REPORTED, BUT
021300*          THE STEP FAILS AT TERMINATION.
021310* ===========================================================*
021320 9100-CONTROL-FAILURE.
021330     DISPLAY "SIGMRG1 CONTROL ERROR - " WS-CTL-ERROR-MSG.
021340     MOVE "Y" TO WS-CTL-FAILED-SWITCH.
021350     ADD 1 TO WS-CTL-ERROR-COUNT.
021360 9100-EXIT.
021370     EXIT.
021380*
021390 9999-EXIT.
021400     STOP RUN.
