001272* 2026-09-02 RS    THE EXTRACT RECORD NOW CARRIES EXT-GRADE;
001274*                  THE SORT RECORD FOLLOWS THE NEW 41-BYTE
001276*                  LAYOUT.  RANKING ITSELF IS UNCHANGED.
001278* 2026-10-15 RS    THE EXTRACT RECORD NOW CARRIES THE MANUAL
001280*                  OVERRIDE FLAG AND THE COMPUTED RESULT AND
001282*                  GRADE; THE SORT RECORD FOLLOWS THE NEW 64-BYTE
001284*                  LAYOUT.  RANKING IS ON THE POSTED RESULT, SO AN
001286*                  OVERRIDDEN RECORD RANKS ON ITS OVERRIDE.
001288*
001290 ENVIRONMENT DIVISION.
001300 CONFIGURATION SECTION.
001310 SOURCE-COMPUTER.             SIGMOD-BATCH.
001820         05  SRT-SIGMOID           PIC S9(9)V9(9)
001830                 SIGN IS LEADING SEPARATE CHARACTER.
001832         05  SRT-GRADE             PIC X(03).
001833         05  SRT-OVR-FLAG          PIC X(01).
001834         05  SRT-COMP-SIGMOID      PIC S9(9)V9(9)
001835                 SIGN IS LEADING SEPARATE CHARACTER.
001836         05  SRT-COMP-GRADE        PIC X(03).
001840*
001850 WORKING-STORAGE SECTION.
001860* ---------------------------------------------------------
