001000*
001010* SIGACK01  --  OUTBOUND FEED ACKNOWLEDGMENT RECORD
001020*
001030* DESCRIPTION:  ONE RECORD RETURNED BY A RECEIVING SYSTEM FOR
001040*               EACH FEED FILE IT LOADED (OR REFUSED): THE FEED
001050*               NAME (SIGEXT01, SIGREV01, SIGALR01 OR SIGFIN01),
001060*               THE RUN DATE QUOTED FROM THE FEED'S TRAILER, THE
001070*               RECORD COUNT AND HASH TOTAL IT ACTUALLY LOADED,
001080*               COMPUTED THE SAME WAY AS THE TRAILER, AND "A"
001090*               ACCEPTED OR "R" REJECTED, WITH THE DATE IT WAS
001100*               LOADED AND A FREE-FORM REASON.  THE RETURNS ARE
001110*               COLLECTED ON ONE FILE, OLDEST FIRST; A LATER
001120*               ACKNOWLEDGMENT FOR THE SAME FEED AND RUN DATE
001130*               REPLACES AN EARLIER ONE.  READ BY SIGACK1.
001140*
001150* MODIFICATION HISTORY
001160* DATE       INIT  DESCRIPTION
001170* ---------- ----  -------------------------------------------
001180* 2026-10-15 RS    ORIGINAL COPYBOOK.
001190*
001200 01  SIGACK01-RECORD.
001210         05  ACK-FEED              PIC X(08).
001220         05  ACK-RUN-DATE          PIC 9(8).
001230         05  ACK-RUN-DATE-X REDEFINES ACK-RUN-DATE
001240                                   PIC X(08).
001250         05  ACK-REC-COUNT         PIC 9(9).
001260         05  ACK-REC-COUNT-X REDEFINES ACK-REC-COUNT
001270                                   PIC X(09).
001280         05  ACK-HASH              PIC S9(11)V9(9)
001290                 SIGN IS LEADING SEPARATE CHARACTER.
001300         05  ACK-HASH-X REDEFINES ACK-HASH.
001310             10  ACK-HASH-SIGN-X   PIC X(01).
001320             10  ACK-HASH-DIGITS-X PIC X(20).
001330         05  ACK-STATUS            PIC X(01).
001340             88  ACK-ACCEPTED          VALUE "A".
001350             88  ACK-REJECTED          VALUE "R".
001360         05  ACK-LOAD-DATE         PIC 9(8).
001370         05  ACK-REASON            PIC X(20).
