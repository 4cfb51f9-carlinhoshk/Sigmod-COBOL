001000*
001010* SIGFCL01  --  EXPECTED-FEED CALENDAR RECORD FOR THE SIG SUITE
001020*
001030* DESCRIPTION:  ONE SOURCE SYSTEM THAT SENDS BATCHES ON SIGIN01,
001040*               KEYED BY THE CTL-HDR-SOURCE ON ITS BATCH HEADER.
001050*               THE SEVEN DUE-DAY BYTES RUN MONDAY TO SUNDAY, "Y"
001060*               WHEN A BATCH IS DUE FOR THAT BUSINESS DAY.  A
001070*               MANDATORY SOURCE THAT DOES NOT ARRIVE ON A DUE
001080*               DAY IS AN ALERT FOR THE SCHEDULER; AN OPTIONAL
001090*               ONE IS A WARNING.  THE RECORD-COUNT RANGE IS THE
001100*               NORMAL NIGHT'S VOLUME (A BLANK OR ZERO MAXIMUM
001110*               MEANS NO UPPER LIMIT).  THE CUTOFF IS THE HHMM
001120*               BY WHICH THE SIG01 RUN THAT TAKES THE BATCH MUST
001130*               HAVE STARTED, ON THE BUSINESS DATE ITSELF ("0" OR
001140*               BLANK) OR THE MORNING AFTER ("1"); A BLANK CUTOFF
001150*               IS NEVER LATE.  READ BY SIGFED1.  FIELDS ARE
001160*               BLANK-SEPARATED SO THE FILE CAN BE KEYED BY HAND,
001170*               AND THE REDEFINED X-VIEWS LET THE LOADER EDIT A
001180*               KEYED ROW BEFORE TRUSTING ITS DIGITS.
001190*
001200* MODIFICATION HISTORY
001210* DATE       INIT  DESCRIPTION
001220* ---------- ----  -------------------------------------------
001230* 2026-10-15 RS    ORIGINAL COPYBOOK.
001240*
001250 01  SIGFCL01-RECORD.
001260         05  FCL-SOURCE            PIC X(10).
001270         05  FILLER                PIC X(01).
001280         05  FCL-DUE-DAYS.
001290             10  FCL-DUE-DAY       PIC X(01)
001300                                   OCCURS 7 TIMES.
001310         05  FILLER                PIC X(01).
001320         05  FCL-MANDATORY         PIC X(01).
001330             88  FCL-IS-MANDATORY      VALUE "Y".
001340             88  FCL-IS-OPTIONAL       VALUE "N" " ".
001350         05  FILLER                PIC X(01).
001360         05  FCL-MIN-COUNT         PIC 9(9).
001370         05  FCL-MIN-COUNT-X REDEFINES FCL-MIN-COUNT
001380                                   PIC X(09).
001390         05  FILLER                PIC X(01).
001400         05  FCL-MAX-COUNT         PIC 9(9).
001410         05  FCL-MAX-COUNT-X REDEFINES FCL-MAX-COUNT
001420                                   PIC X(09).
001430         05  FILLER                PIC X(01).
001440         05  FCL-CUTOFF-TIME       PIC 9(4).
001450         05  FCL-CUTOFF-TIME-X REDEFINES FCL-CUTOFF-TIME.
001460             10  FCL-CUTOFF-HH-X   PIC X(02).
001470             10  FCL-CUTOFF-MM-X   PIC X(02).
001480         05  FILLER                PIC X(01).
001490         05  FCL-CUTOFF-DAY        PIC X(01).
001500             88  FCL-CUTOFF-SAME-DAY   VALUE "0" " ".
001510             88  FCL-CUTOFF-NEXT-DAY   VALUE "1".
001520         05  FILLER                PIC X(01).
001530         05  FCL-DESC              PIC X(20).
