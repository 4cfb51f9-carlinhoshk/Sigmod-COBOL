001470*                  TO WORKING STORAGE BEFORE THEIR FILES CLOSE
001480*                  -- THE PROOF WAS READING FD RECORD AREAS
001490*                  WHOSE CONTENTS ARE UNDEFINED AFTER CLOSE.
001491* 2026-10-15 RS    SIGQAR01 NOW COMES FROM ITS OWN COPYBOOK -- THE
001492*                  RECORD IMAGE IS FOLLOWED BY THE BATCH SOURCE,
001493*                  CREATE DATE AND QUARANTINE REASON (A RESENT
001494*                  BATCH IS QUARANTINED AS WELL AS AN UNBALANCED
001495*                  ONE).  THE PROOF STILL COUNTS RECORDS ONLY.
001500*
001510 ENVIRONMENT DIVISION.
001520 CONFIGURATION SECTION.
002220*
002230 FD  SIGQAR01-FILE
002240         RECORDING MODE IS F.
002242         COPY SIGQAR01.
002260*
002270 FD  SIGSTA02-FILE
002280         RECORDING MODE IS F.
