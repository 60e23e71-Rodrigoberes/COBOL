      *               session table refuses the run outright instead
      *               of silently dropping - and then rewriting away -
      *               the catalog entries past the cap.
      * 2026-10-15 RO Unload record widened to 256 bytes, as written
      *               by RESPALDA-MAESTRO.
      * 2026-10-15 RO Unload record widened to 320 bytes, as written
      *               by RESPALDA-MAESTRO.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONA-RESPALDOS.
           05 UN-RECORD-TYPE   PIC X.
              88 UNLOAD-TRAILER VALUE 'T'.
           05 UN-TRAILER-COUNT PIC 9(8).
           05 FILLER           PIC X(311).

       FD  RETENTION-CTL-FILE.
       01  RETENTION-CTL-REC.
