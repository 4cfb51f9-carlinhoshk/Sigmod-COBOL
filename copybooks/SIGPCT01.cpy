001000*
001010* SIGPCT01  --  SCORE MASTER POSTING CONTROL RECORD
001020*
001030* DESCRIPTION:  THE ONE RECORD THAT TRAVELS WITH EACH
001040*               GENERATION OF THE SIGMST01 SCORE HISTORY MASTER
001050*               AND SAYS WHICH NIGHT WAS LAST POSTED TO IT --
001060*               THE RUN ID AND BUSINESS RUN DATE OFF THE
001070*               SIGEXT01 TRAILER -- AND THE NIGHT POSTED BEFORE
001080*               THAT, WHICH IS THE ONE A SIGBKO1 BACKOUT
001090*               STEPS BACK TO.  SIGUPD1 READS THE OLD RECORD
001100*               BESIDE SIGMST01 AND WRITES THE NEW ONE BESIDE
001110*               SIGMST02, AS DOES SIGBKO1, SO A MASTER AND ITS
001120*               CONTROL ARE ALWAYS CREATED BY THE SAME STEP.
001130*               PCT-MST-COUNT IS THE NUMBER OF MASTERS IN THE
001140*               GENERATION, CHECKED BY THE NEXT STEP THAT
001150*               READS IT.  PCT-OVR-FLAG IS "O" WHEN THE NIGHT
001160*               WAS POSTED UNDER AN OPERATOR SEQUENCE OVERRIDE,
001162*               WITH THE OPERATOR WHO KEYED IT.  A NIGHT IS
001164*               ITS RUN ID AND RUN DATE TOGETHER; THE RUN ID IS A
001166*               TIME OF DAY AND CAN REPEAT ON ANOTHER NIGHT.
001180*
001190* MODIFICATION HISTORY
001200* DATE       INIT  DESCRIPTION
001210* ---------- ----  -------------------------------------------
001220* 2026-10-15 RS    ORIGINAL COPYBOOK.
001230*
001240 01  SIGPCT01-RECORD.
001250         05  PCT-LAST-RUN-ID       PIC 9(8).
001260         05  PCT-LAST-RUN-DATE     PIC 9(8).
001270         05  PCT-PRIOR-RUN-ID      PIC 9(8).
001280         05  PCT-PRIOR-RUN-DATE    PIC 9(8).
001290         05  PCT-MST-COUNT         PIC 9(9).
001300         05  PCT-POSTED-BY         PIC X(08).
001310         05  PCT-POSTED-DATE       PIC 9(8).
001320         05  PCT-POSTED-TIME       PIC 9(8).
001330         05  PCT-OVR-FLAG          PIC X(01).
001340             88  PCT-OVERRIDDEN        VALUE "O".
001350         05  PCT-OVR-OPERATOR      PIC X(08).
001360         05  FILLER                PIC X(06).
