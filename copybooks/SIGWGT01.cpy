001120*               USED FOR THE LIVE SIGWGT01 FILE AND FOR THE
001130*               PROPOSED SIGWGT02 FILE READ BY THE SIGSIM1
001140*               WHAT-IF PASS.
001141*
001142*               EVERY ROW IS ONE VERSION OF A CATEGORY'S
001143*               CALIBRATION.  A VERSION CARRIES THE DATE IT
001144*               TAKES EFFECT, ITS APPROVAL STATUS, THE ACTION
001145*               THAT CREATED IT AND THE TWO USERS WHO ENTERED
001146*               AND APPROVED IT.  THE VERSIONS ARE KEPT BY
001147*               SIGCAL1; A READER TAKES, PER CATEGORY, THE
001148*               APPROVED VERSION WITH THE LATEST EFFECTIVE
001149*               DATE NOT AFTER THE BUSINESS RUN DATE, AND A
001150*               DELETE VERSION IN FORCE WITHDRAWS THE
001151*               CATEGORY.  ONLY AN "A" STATUS WITH TWO
001152*               DIFFERENT, NON-BLANK USERS IN ENTERED-BY AND
001153*               APPROVED-BY IS APPROVED.
001154*
001160* MODIFICATION HISTORY
001170* DATE       INIT  DESCRIPTION
001180* ---------- ----  -------------------------------------------
001200*                  SIGSIM1 COULD READ BOTH THE LIVE AND THE
001210*                  PROPOSED CALIBRATION WITHOUT CARRYING ITS
001220*                  OWN COPY OF THE LAYOUT.
001221* 2026-10-15 RS    ADDED THE EFFECTIVE DATE, VERSION STATUS,
001222*                  VERSION ACTION AND ENTERED/APPROVED-BY
001223*                  FIELDS FOR SIGCAL1 EFFECTIVE-DATED
001224*                  MAINTENANCE.  RECORD GROWS TO 69 BYTES.
001225* 2026-10-15 RS    A BLANK VERSION STATUS IS NO LONGER TAKEN
001226*                  AS APPROVED.  SIGCAL1 CONVERTS SUCH A ROW TO
001227*                  A PENDING VERSION.
001230*
001240 01  SIGWGT01-RECORD.
001250         05  WGT-CATEGORY          PIC X(10).
001350         05  WGT-OFFSET-X REDEFINES WGT-OFFSET.
001360             10  WGT-OFFSET-SIGN-X PIC X(01).
001370             10  WGT-OFFSET-DIG-X  PIC X(05).
001380         05  FILLER                PIC X(02).
001390         05  WGT-EFF-DATE          PIC X(08).
001400         05  FILLER                PIC X(01).
001410         05  WGT-VER-STATUS        PIC X(01).
001420             88  WGT-VER-APPROVED      VALUE "A".
001430             88  WGT-VER-PENDING       VALUE "P".
001440         05  FILLER                PIC X(01).
001450         05  WGT-VER-ACTION        PIC X(01).
001460             88  WGT-VER-ADD           VALUE "A".
001470             88  WGT-VER-CHANGE        VALUE "C".
001480             88  WGT-VER-DELETE        VALUE "D".
001490         05  FILLER                PIC X(01).
001500         05  WGT-ENTERED-BY        PIC X(08).
001510         05  FILLER                PIC X(01).
001520         05  WGT-APPROVED-BY       PIC X(08).
001530         05  FILLER                PIC X(01).
001540         05  WGT-APPROVED-DATE     PIC X(08).
