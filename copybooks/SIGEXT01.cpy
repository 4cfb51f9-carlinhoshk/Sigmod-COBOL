001234*                  FROM THE SIGBND01 BAND DEFINITIONS, FOR THE
001236*                  DASHBOARD AND THE REVIEW COMMITTEE.  BOTH
001238*                  RECORD FORMS GROW TO 41 BYTES.
001239* 2026-10-15 RS    ADDED EXT-OVR-FLAG, EXT-COMP-SIGMOID AND
001240*                  EXT-COMP-GRADE.  WHEN A SIGOVR01 MANUAL
001241*                  OVERRIDE IS IN FORCE FOR THE RECORD ID,
001242*                  EXT-SIGMOID AND EXT-GRADE CARRY THE OVERRIDE,
001243*                  THE FLAG IS "O" AND THE COMPUTED RESULT AND
001244*                  GRADE RIDE ALONG BEHIND FOR THE DASHBOARD.
001245*                  OTHERWISE THE FLAG IS SPACE AND THE COMP
001246*                  FIELDS REPEAT THE POSTED ONES.  THE HASH
001247*                  TOTAL STAYS ON EXT-SIGMOID.  BOTH RECORD
001248*                  FORMS GROW TO 64 BYTES.
001249* 2026-10-15 RS    ADDED EXT-TRL-RUN-DATE, THE BUSINESS RUN DATE
001250*                  OF THE FEED, OUT OF TRAILER FILLER.  THE
001251*                  RECEIVING SYSTEM QUOTES IT BACK ON ITS SIGACK01
001252*                  ACKNOWLEDGMENT WITH THE COUNT AND HASH IT
001253*                  LOADED.  RECORD LENGTH IS UNCHANGED.
001254* 2026-10-15 RS    ADDED EXT-TRL-RUN-ID OUT OF TRAILER FILLER.
001255*
001256 01  SIGEXT01-RECORD.
001260         05  EXT-RECORD-ID         PIC 9(9).
001270         05  EXT-CATEGORY          PIC X(10).
001280         05  EXT-SIGMOID           PIC S9(9)V9(9)
001290                 SIGN IS LEADING SEPARATE CHARACTER.
001292         05  EXT-GRADE             PIC X(03).
001293         05  EXT-OVR-FLAG          PIC X(01).
001294             88  EXT-OVERRIDDEN        VALUE "O".
001295         05  EXT-COMP-SIGMOID      PIC S9(9)V9(9)
001296                 SIGN IS LEADING SEPARATE CHARACTER.
001297         05  EXT-COMP-GRADE        PIC X(03).
001300*
001310 01  SIGEXT01-TRAILER.
001320         05  EXT-TRL-ID            PIC X(03).
001330         05  EXT-TRL-REC-COUNT     PIC 9(9).
001340         05  EXT-TRL-HASH          PIC S9(7)V9(9)
001350                 SIGN IS LEADING SEPARATE CHARACTER.
001360         05  EXT-TRL-RUN-DATE      PIC 9(8).
001370         05  EXT-TRL-RUN-ID        PIC 9(8).
001380         05  FILLER                PIC X(19).
