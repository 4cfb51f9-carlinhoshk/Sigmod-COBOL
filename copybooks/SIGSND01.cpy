001000*
001010* SIGSND01  --  OUTBOUND FEED SEND REGISTER RECORD
001020*
001030* DESCRIPTION:  ONE RECORD PER OUTBOUND FEED FILE THE SUITE
001040*               HAS CLOSED AND HANDED ON, APPENDED BY THE
001050*               PROGRAM THAT WROTE THE FEED AND NEVER
001060*               OVERWRITTEN: SIG01 (SIGEXT01, THE DASHBOARD),
001070*               SIGBKO1 (SIGREV01, REVERSALS), SIGWCH1 (SIGALR01,
001080*               THE PAGER DESK) AND SIGMON1 (SIGFIN01, FINANCE).
001090*               KEYED BY THE FEED NAME AND THE RUN DATE ON ITS
001100*               TRAILER, WITH THE TRAILER'S RECORD COUNT AND
001110*               HASH TOTAL, THE SIG01 RUN ID THE FEED CAME FROM
001120*               (ZERO WHEN THERE IS NONE) AND WHEN IT WAS
001130*               WRITTEN.  A LATER ROW FOR THE SAME FEED AND RUN
001140*               DATE IS A RERUN AND REPLACES THE EARLIER ONE.
001142*               SND-RUN-DATE IS THE BUSINESS DATE; SND-SENT-DATE
001144*               AND SND-SENT-TIME ARE ALWAYS THE SYSTEM DATE AND
001146*               TIME THE ROW WAS APPENDED, TAKEN BY EVERY WRITER
001148*               WITH ACCEPT FROM DATE YYYYMMDD AND FROM TIME.
001150*               SIGACK1 MATCHES THE REGISTER AGAINST THE
001160*               SIGACK01 ACKNOWLEDGMENTS THE RECEIVERS RETURN.
001170*
001180* MODIFICATION HISTORY
001190* DATE       INIT  DESCRIPTION
001200* ---------- ----  -------------------------------------------
001210* 2026-10-15 RS    ORIGINAL COPYBOOK.
001212* 2026-10-15 RS    SND-SENT-DATE IS THE SYSTEM DATE FOR EVERY
001214*                  WRITER.
001220*
001230 01  SIGSND01-RECORD.
001240         05  SND-FEED              PIC X(08).
001250         05  SND-RUN-DATE          PIC 9(8).
001260         05  SND-RUN-ID            PIC 9(8).
001270         05  SND-REC-COUNT         PIC 9(9).
001280         05  SND-HASH              PIC S9(11)V9(9)
001290                 SIGN IS LEADING SEPARATE CHARACTER.
001300         05  SND-SENT-DATE         PIC 9(8).
001310         05  SND-SENT-TIME         PIC 9(8).
