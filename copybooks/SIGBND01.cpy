001120*               SEPARATED SO THE FILE CAN BE KEYED BY HAND,
001130*               AND THE REDEFINED X-VIEWS LET THE LOADER EDIT
001140*               A KEYED ROW BEFORE TRUSTING ITS SIGN BYTES.
001141*
001142*               EVERY ROW IS ONE VERSION OF A BAND, KEYED BY
001143*               GRADE AND CATEGORY.  A VERSION CARRIES THE
001144*               DATE IT TAKES EFFECT, ITS APPROVAL STATUS, THE
001145*               ACTION THAT CREATED IT AND THE TWO USERS WHO
001146*               ENTERED AND APPROVED IT.  THE VERSIONS ARE
001147*               KEPT BY SIGCAL1; A READER TAKES, PER BAND, THE
001148*               APPROVED VERSION WITH THE LATEST EFFECTIVE
001149*               DATE NOT AFTER THE BUSINESS RUN DATE, AND A
001150*               DELETE VERSION IN FORCE WITHDRAWS THE BAND.
001151*               ONLY AN "A" STATUS WITH TWO DIFFERENT, NON-
001152*               BLANK USERS IN ENTERED-BY AND APPROVED-BY IS
001153*               APPROVED.
001154*
001160* MODIFICATION HISTORY
001170* DATE       INIT  DESCRIPTION
001180* ---------- ----  -------------------------------------------
001190* 2026-09-02 RS    ORIGINAL COPYBOOK.
001191* 2026-10-15 RS    ADDED THE EFFECTIVE DATE, VERSION STATUS,
001192*                  VERSION ACTION AND ENTERED/APPROVED-BY
001193*                  FIELDS FOR SIGCAL1 EFFECTIVE-DATED
001194*                  MAINTENANCE.  RECORD GROWS TO 94 BYTES.
001195* 2026-10-15 RS    A BLANK VERSION STATUS IS NO LONGER TAKEN
001196*                  AS APPROVED.  SIGCAL1 CONVERTS SUCH A ROW TO
001197*                  A PENDING VERSION.
001200*
001210 01  SIGBND01-RECORD.
001220         05  BND-GRADE             PIC X(03).
001340         05  BND-HIGH-BOUND-X REDEFINES BND-HIGH-BOUND.
001350             10  BND-HIGH-SIGN-X   PIC X(01).
001360             10  BND-HIGH-DIG-X    PIC X(18).
001370         05  FILLER                PIC X(01).
001380         05  BND-EFF-DATE          PIC X(08).
001390         05  FILLER                PIC X(01).
001400         05  BND-VER-STATUS        PIC X(01).
001410             88  BND-VER-APPROVED      VALUE "A".
001420             88  BND-VER-PENDING       VALUE "P".
001430         05  FILLER                PIC X(01).
001440         05  BND-VER-ACTION        PIC X(01).
001450             88  BND-VER-ADD           VALUE "A".
001460             88  BND-VER-CHANGE        VALUE "C".
001470             88  BND-VER-DELETE        VALUE "D".
001480         05  FILLER                PIC X(01).
001490         05  BND-ENTERED-BY        PIC X(08).
001500         05  FILLER                PIC X(01).
001510         05  BND-APPROVED-BY       PIC X(08).
001520         05  FILLER                PIC X(01).
001530         05  BND-APPROVED-DATE     PIC X(08).
