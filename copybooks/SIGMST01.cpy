001080*               SEEN WITHOUT DIGGING THROUGH OLD EXTRACTS.
001090*               A PRIOR RUN DATE OF ZERO MEANS THE RECORD ID
001100*               FIRST APPEARED ON THE CURRENT RUN.
001101*               THE SOURCE CATEGORY AND THE BUSINESS GRADE OF
001102*               EACH RESULT RIDE ALONG SO THE GRADE MIGRATION
001103*               CAN BE COUNTED PER CATEGORY OFF THE MASTER.
001104*               THE CURRENT RESULT AND GRADE ARE WHAT WAS
001105*               POSTED; WHEN MST-OVR-FLAG IS "O" THAT IS A
001106*               MANUAL OVERRIDE AND THE COMPUTED VALUES ARE IN
001107*               MST-COMP-SIGMOID AND MST-COMP-GRADE.
001110*
001120* MODIFICATION HISTORY
001130* DATE       INIT  DESCRIPTION
001140* ---------- ----  -------------------------------------------
001141* 2026-08-23 RS    ORIGINAL COPYBOOK.
001142* 2026-10-15 RS    ADDED MST-CATEGORY, MST-PRIOR-GRADE AND
001143*                  MST-CURR-GRADE AT THE END OF THE RECORD FOR
001144*                  THE SIGMIG1 GRADE MIGRATION REPORT.  THE
001145*                  RECORD GROWS TO 79 BYTES.
001146* 2026-10-15 RS    ADDED MST-OVR-FLAG, MST-COMP-SIGMOID AND
001147*                  MST-COMP-GRADE.  WHILE A SIGOVR01 MANUAL
001148*                  OVERRIDE IS IN FORCE THE CURRENT RESULT AND
001149*                  GRADE ARE THE OVERRIDE, THE FLAG IS "O" AND
001150*                  THE COMPUTED RESULT AND GRADE ARE KEPT HERE
001151*                  SO SIGUPD1 CAN PUT THEM BACK WHEN THE
001152*                  OVERRIDE EXPIRES.  RECORD GROWS TO 102 BYTES.
001160*
001170 01  SIGMST01-RECORD.
001180         05  MST-RECORD-ID         PIC 9(9).
001220         05  MST-CURR-SIGMOID      PIC S9(9)V9(9)
001230                 SIGN IS LEADING SEPARATE CHARACTER.
001240         05  MST-CURR-RUN-DATE     PIC 9(8).
001250         05  MST-CATEGORY          PIC X(10).
001260         05  MST-PRIOR-GRADE       PIC X(03).
001270         05  MST-CURR-GRADE        PIC X(03).
001280         05  MST-OVR-FLAG          PIC X(01).
001290             88  MST-OVERRIDDEN        VALUE "O".
001300         05  MST-COMP-SIGMOID      PIC S9(9)V9(9)
001310                 SIGN IS LEADING SEPARATE CHARACTER.
001320         05  MST-COMP-GRADE        PIC X(03).
