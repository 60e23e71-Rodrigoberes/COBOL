      *          PARM: an optional cutoff timestamp
      *          (YYYYMMDD-HHMMSS, or just YYYYMMDD, which covers the
      *          whole of that day); journal entries after the cutoff
      *          are not replayed. No PARM, or ALL, replays
      *          everything. An optional second word names the master
      *          to replay onto (CUSTMAST.DAT when absent), so a
      *          recovery drill can roll a restored copy forward.
      * Tectonics: cobc
      *****************************************************************
      * Modification History:
      *               its day (YYYYMMDD-999999) before the compare, so
      *               "up to the 15th" replays the 15th's entries
      *               instead of stopping just short of them.
      * 2026-10-15 RO Journal record image widened to 256 bytes for
      *               the master's postal code, locality and province.
      * 2026-10-15 RO Journal record image widened to 320 bytes for
      *               the master's minor flag and guardian number.
      * 2026-10-15 RO An optional second PARM word names the master to
      *               replay onto, for recovery drills run on a copy.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVANZA-MAESTRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN USING WS-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
           05 CM-DIRECCION-2   PIC X(30).
           05 CM-TELEFONO      PIC X(12).
           05 CM-DOC-ID        PIC X(12).
           05 CM-RISK-RATING   PIC X.
              88 RISK-RATING-LOW    VALUE 'L'.
              88 RISK-RATING-MEDIUM VALUE 'M'.
              88 RISK-RATING-HIGH   VALUE 'H'.
           05 CM-NEXT-REVIEW   PIC 9(8).
           05 CM-LAST-REVIEW   PIC 9(8).
           05 CM-DOC-EXPIRY    PIC 9(8).
           05 CM-CODIGO-POSTAL PIC X(8).
           05 CM-LOCALIDAD     PIC X(30).
           05 CM-PROVINCIA     PIC X(20).
           05 CM-MAIL-STATUS   PIC X.
              88 ADDRESS-UNDELIVERABLE VALUE 'U'.
           05 CM-RETURNED-DATE PIC 9(8).
           05 CM-MINOR-FLAG    PIC X.
              88 CUSTOMER-IS-MINOR  VALUE 'M'.
           05 CM-GUARDIAN-NUMBER PIC 9(8).
           05 CM-BRANCH-CODE   PIC X(4).
           05 CM-CONTACT-CHANNEL PIC X.
           05 CM-EMAIL         PIC X(32).
           05 CM-CONSENT-DATE  PIC 9(8).

       FD  MASTER-JOURNAL-FILE.
       01  MASTER-JOURNAL-REC.
           05 FILLER           PIC X.
           05 MJ-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X.
           05 MJ-RECORD-IMAGE  PIC X(320).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-JOURNAL-FILE-STATUS PIC XX.
       01 WS-PARM                PIC X(50).
       01 WS-PARM-CUTOFF         PIC X(15) VALUE SPACES.
       01 WS-PARM-MASTER-NAME    PIC X(30) VALUE SPACES.
       01 WS-MASTER-NAME         PIC X(30) VALUE "CUSTMAST.DAT".
       01 WS-CUTOFF-STAMP        PIC X(15) VALUE HIGH-VALUES.
       01 WS-JOURNAL-EOF-SWITCH  PIC X VALUE 'N'.
          88 JOURNAL-FILE-EOF VALUE 'Y'.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-CUTOFF, WS-PARM-MASTER-NAME
           IF WS-PARM-MASTER-NAME NOT = SPACES
               MOVE WS-PARM-MASTER-NAME TO WS-MASTER-NAME
               DISPLAY "REPLAYING ONTO " WS-MASTER-NAME
           END-IF
           IF WS-PARM-CUTOFF = "ALL" OR "all"
               MOVE SPACES TO WS-PARM-CUTOFF
           END-IF
           IF WS-PARM-CUTOFF NOT = SPACES
               MOVE WS-PARM-CUTOFF TO WS-CUTOFF-STAMP
      * a date-only cutoff means the whole of that day: pad it out
      * past any HHMMSS so entries stamped on the cutoff day replay
      * too, instead of comparing below every timestamp of the day
