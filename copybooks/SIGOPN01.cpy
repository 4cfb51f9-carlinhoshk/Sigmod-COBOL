001000*
001010* SIGOPN01  --  OPEN EXCEPTIONS INVENTORY RECORD
001020*
001030* DESCRIPTION:  ONE UNRESOLVED EXCEPTION CARRIED FROM NIGHT TO
001040*               NIGHT BY SIGOPN1.  AN ITEM IS OPENED THE FIRST
001050*               NIGHT A RECORD ID TURNS UP ON SIGREJ01 (REJECT),
001060*               SIGHLD02 (HOLD), SIGSUS01 (SUSPENSE) OR SIGQAR01
001070*               (QUARANTINE), AND KEEPS ITS OPEN DATE UNTIL THE
001080*               RECORD ID IS COMPUTED, RESUBMITTED THROUGH
001090*               SIGFIX1 OR RELEASED FROM HOLD, WHEN IT IS
001100*               DROPPED FROM THE NEXT GENERATION.  THE IDENTITY
001110*               FIELDS ARE THE ORIGINAL INPUT BYTES, KEPT AS
001120*               CHARACTER SO A BAD RECORD CARRIES THROUGH
001130*               UNCHANGED.
001140*
001150* MODIFICATION HISTORY
001160* DATE       INIT  DESCRIPTION
001170* ---------- ----  -------------------------------------------
001180* 2026-10-15 RS    ORIGINAL COPYBOOK.
001190*
001200 01  SIGOPN01-RECORD.
001210         05  OPN-TYPE              PIC X(01).
001220             88  OPN-REJECT            VALUE "R".
001230             88  OPN-HOLD              VALUE "H".
001240             88  OPN-SUSPENSE          VALUE "S".
001250             88  OPN-QUARANTINE        VALUE "Q".
001260         05  OPN-RECORD-ID         PIC X(09).
001270         05  OPN-EFF-DATE          PIC X(08).
001280         05  OPN-SOURCE            PIC X(10).
001290         05  OPN-CATEGORY          PIC X(10).
001300         05  OPN-RAW-INPUT         PIC X(06).
001310         05  OPN-OPEN-DATE         PIC 9(8).
001320         05  OPN-OPEN-DATE-X REDEFINES OPN-OPEN-DATE
001330                                   PIC X(08).
001340         05  OPN-LAST-SEEN-DATE    PIC 9(8).
001350         05  OPN-SEEN-COUNT        PIC 9(4).
001360         05  OPN-REASON            PIC X(45).
001370         05  FILLER                PIC X(11).
