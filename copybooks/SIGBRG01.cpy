001000*
001010* SIGBRG01  --  PERMANENT BATCH REGISTRY RECORD
001020*
001030* DESCRIPTION:  ONE RECORD PER CONTROL BATCH SIG01 HAS SEEN,
001040*               APPENDED AT END OF RUN AND NEVER OVERWRITTEN.
001050*               KEYED BY THE BATCH HEADER SOURCE AND CREATE
001060*               DATE PLUS THE RECORD COUNT AND SCORE HASH THE
001070*               PRE-PASS COUNTED, WITH THE BUSINESS RUN DATE
001080*               AND RUN ID THAT RECEIVED IT AND WHAT BECAME OF
001090*               IT.  A BATCH MATCHING AN ACCEPTED ENTRY FROM
001100*               AN EARLIER NIGHT IS A RESEND AND IS
001110*               QUARANTINED; ITS ROW CARRIES THE RUN DATE THE
001120*               ORIGINAL WAS ACCEPTED.
001130*
001140* MODIFICATION HISTORY
001150* DATE       INIT  DESCRIPTION
001160* ---------- ----  -------------------------------------------
001170* 2026-10-15 RS    ORIGINAL COPYBOOK.
001180*
001190 01  SIGBRG01-RECORD.
001200         05  BRG-SOURCE            PIC X(10).
001210         05  BRG-CREATE-DATE       PIC 9(8).
001220         05  BRG-REC-COUNT         PIC 9(9).
001230         05  BRG-HASH-TOTAL        PIC S9(11)V99
001240                 SIGN IS LEADING SEPARATE CHARACTER.
001250         05  BRG-RUN-DATE          PIC 9(8).
001260         05  BRG-RUN-ID            PIC 9(8).
001270         05  BRG-DISPOSITION       PIC X(01).
001280             88  BRG-ACCEPTED          VALUE "A".
001290             88  BRG-UNBALANCED        VALUE "U".
001300             88  BRG-RESENT            VALUE "R".
001310         05  BRG-FIRST-RUN-DATE    PIC 9(8).
