001000*
001010* SIGQAR01  --  QUARANTINED INPUT RECORD FOR THE SIG SUITE
001020*
001030* DESCRIPTION:  ONE RECORD OF A CONTROL BATCH SIG01 SET ASIDE
001040*               WHOLE.  THE ORIGINAL SIGREC01 IMAGE COMES
001050*               FIRST, UNCHANGED, FOLLOWED BY THE BATCH HEADER
001060*               SOURCE AND CREATE DATE AND THE REASON THE
001070*               BATCH WAS QUARANTINED -- "UNBALANCED" WHEN THE
001080*               TRAILER COUNT OR HASH WAS OFF OR MISSING,
001090*               "RESENT" WHEN THE SIGBRG01 BATCH REGISTRY SHOWS
001100*               THE SAME BATCH ACCEPTED ON AN EARLIER NIGHT.
001110*
001120* MODIFICATION HISTORY
001130* DATE       INIT  DESCRIPTION
001140* ---------- ----  -------------------------------------------
001150* 2026-10-15 RS    ORIGINAL COPYBOOK.  SPLIT OUT OF SIG01 AND
001160*                  SIGBAL1 (WHERE THE RECORD WAS A BARE 33-BYTE
001170*                  IMAGE) AND WIDENED WITH THE BATCH SOURCE,
001180*                  CREATE DATE AND QUARANTINE REASON.
001190*
001200 01  SIGQAR01-RECORD.
001210         05  QAR-RECORD-IMAGE      PIC X(33).
001220         05  QAR-SOURCE            PIC X(10).
001230         05  QAR-CREATE-DATE       PIC 9(8).
001240         05  QAR-REASON            PIC X(10).
001250             88  QAR-UNBALANCED        VALUE "UNBALANCED".
001260             88  QAR-RESENT            VALUE "RESENT".
