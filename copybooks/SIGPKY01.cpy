001000*
001010* SIGPKY01  --  PARTITION DUPLICATE-KEY RECORD
001020*
001030* DESCRIPTION:  ONE RECORD PER RESULT A PARTITIONED SIG01 STEP
001040*               COMPUTED, WRITTEN IN STEP WITH ITS SIGEXT01 AND
001050*               SIGAUD01 RECORDS.  CARRIES WHAT THE EXTRACT AND
001060*               AUDIT TRAIL DO NOT -- THE EFFECTIVE DATE, THE
001070*               RAW SCORE BYTES AND THE BATCH SOURCE -- SO THE
001080*               SIGMRG1 MERGE CAN CARRY THE DUPLICATE RECORD-ID
001090*               CHECK ACROSS PARTITIONS AND SUSPEND A LOSING
001100*               OCCURRENCE EXACTLY AS A SINGLE RUN WOULD.
001110*
001120* MODIFICATION HISTORY
001130* DATE       INIT  DESCRIPTION
001140* ---------- ----  -------------------------------------------
001150* 2026-10-15 RS    ORIGINAL COPYBOOK.
001160*
001170 01  SIGPKY01-RECORD.
001180         05  PKY-PARTITION         PIC 9(2).
001190         05  PKY-RECORD-ID         PIC 9(9).
001200         05  PKY-EFF-DATE          PIC 9(8).
001210         05  PKY-SOURCE-CATEGORY   PIC X(10).
001220         05  PKY-RAW-INPUT         PIC X(06).
001230         05  PKY-SOURCE            PIC X(10).
001240         05  FILLER                PIC X(05).
