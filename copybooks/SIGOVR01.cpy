001000*
001010* SIGOVR01  --  MANUAL SCORE OVERRIDE RECORD FOR THE SIG SUITE
001020*
001030* DESCRIPTION:  ONE MANUAL OVERRIDE OF A RECORD ID'S RESULT.  THE
001040*               REVIEW COMMITTEE KEYS AN OVERRIDE WHEN A COMPUTED
001050*               RESULT IS KNOWN TO BE WRONG AND MUST NOT REACH THE
001060*               DASHBOARD OR THE MASTER WHILE THE SOURCE IS FIXED.
001070*               EACH ROW NAMES THE RECORD ID, THE RESULT AND GRADE
001080*               TO POST IN PLACE OF THE COMPUTED ONES, THE FIRST
001090*               AND LAST BUSINESS DATES THE OVERRIDE IS IN FORCE
001100*               (BOTH INCLUSIVE), WHO APPROVED IT AND WHY.  BLANK
001110*               OVERRIDE GRADE KEEPS THE COMPUTED GRADE.  ONCE THE
001120*               EXPIRY DATE PASSES THE ROW IS SIMPLY IGNORED AND
001130*               THE COMPUTED RESULT COMES BACK; NOBODY HAS TO
001140*               DELETE IT.  WHEN TWO ROWS ARE IN FORCE FOR ONE
001150*               RECORD ID THE ONE WITH THE LATER START DATE WINS.
001160*               READ BY SIG01 (EXTRACT) AND SIGUPD1 (MASTER).
001170*               FIELDS ARE BLANK-SEPARATED SO THE FILE CAN BE
001180*               KEYED BY HAND, AND THE REDEFINED X-VIEW LETS THE
001190*               LOADER EDIT A KEYED ROW BEFORE TRUSTING ITS SIGN.
001200*
001210* MODIFICATION HISTORY
001220* DATE       INIT  DESCRIPTION
001230* ---------- ----  -------------------------------------------
001240* 2026-10-15 RS    ORIGINAL COPYBOOK.
001250*
001260 01  SIGOVR01-RECORD.
001270         05  OVR-RECORD-ID         PIC X(09).
001280         05  FILLER                PIC X(01).
001290         05  OVR-RESULT            PIC S9(9)V9(9)
001300                 SIGN IS LEADING SEPARATE CHARACTER.
001310         05  OVR-RESULT-X REDEFINES OVR-RESULT.
001320             10  OVR-RESULT-SIGN-X PIC X(01).
001330             10  OVR-RESULT-DIG-X  PIC X(18).
001340         05  FILLER                PIC X(01).
001350         05  OVR-GRADE             PIC X(03).
001360         05  FILLER                PIC X(01).
001370         05  OVR-START-DATE        PIC X(08).
001380         05  FILLER                PIC X(01).
001390         05  OVR-EXPIRY-DATE       PIC X(08).
001400         05  FILLER                PIC X(01).
001410         05  OVR-APPROVED-BY       PIC X(08).
001420         05  FILLER                PIC X(01).
001430         05  OVR-REASON            PIC X(30).
