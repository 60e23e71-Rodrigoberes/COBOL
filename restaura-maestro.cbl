      *          indexed customer master from the unload and reports
      *          records restored. A count mismatch refuses the load
      *          outright -- better no restore than a short one.
      *          A refused or short load ends with RETURN-CODE 8.
      *
      *          PARM: the unload file name, e.g.
      *          RESTAURA-MAESTRO "CUSTUNLD.20260822.DAT", optionally
      *          followed by the master to rebuild (CUSTMAST.DAT when
      *          absent), so a recovery drill can rebuild a copy and
      *          leave the live master alone.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN USING WS-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

       FD  UNLOAD-FILE.
       01  UNLOAD-REC.
           05 UN-RECORD-TYPE   PIC X.
              88 UNLOAD-TRAILER VALUE 'T'.
           05 UN-TRAILER-COUNT PIC 9(8).
           05 FILLER           PIC X(311).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS PIC XX.
       01 WS-UNLOAD-FILE-STATUS PIC XX.
       01 WS-PARM              PIC X(62) VALUE SPACES.
       01 WS-UNLOAD-NAME       PIC X(30) VALUE SPACES.
       01 WS-MASTER-NAME       PIC X(30) VALUE "CUSTMAST.DAT".
       01 WS-PARM-MASTER-NAME  PIC X(30) VALUE SPACES.
       01 WS-UNLOAD-EOF-SWITCH PIC X VALUE 'N'.
          88 UNLOAD-FILE-EOF VALUE 'Y'.
       01 WS-DATA-COUNT        PIC 9(8) VALUE ZERO.
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-UNLOAD-NAME, WS-PARM-MASTER-NAME
           IF WS-PARM-MASTER-NAME NOT = SPACES
               MOVE WS-PARM-MASTER-NAME TO WS-MASTER-NAME
           END-IF
           MOVE 8 TO RETURN-CODE
           IF WS-UNLOAD-NAME = SPACES
               DISPLAY "UNLOAD FILE NAME REQUIRED ON THE PARM"
           ELSE
           MOVE 'N' TO WS-UNLOAD-EOF-SWITCH
           OPEN INPUT UNLOAD-FILE
           OPEN OUTPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "RELOAD REFUSED - " WS-MASTER-NAME
                   " CANNOT BE WRITTEN, STATUS " WS-MASTER-FILE-STATUS
               CLOSE UNLOAD-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-UNLOAD-RECORD
           PERFORM UNTIL UNLOAD-FILE-EOF
               IF NOT UNLOAD-TRAILER
           CLOSE UNLOAD-FILE
           CLOSE CUSTOMER-MASTER-FILE
           DISPLAY "RECORDS RESTORED: " WS-RESTORED-COUNT
               " TO " WS-MASTER-NAME
           IF WS-RESTORED-COUNT = WS-TRAILER-COUNT
               DISPLAY "RELOAD COMPLETE AND IN BALANCE"
               MOVE ZERO TO RETURN-CODE
           ELSE
               DISPLAY "WARNING - RESTORED COUNT DOES NOT MATCH "
                   "TRAILER"
