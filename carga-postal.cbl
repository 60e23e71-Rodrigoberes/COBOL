      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Postal reference load. Takes the postal supplier's
      *          file on the POSTFEED.DAT feed (shop-standard header,
      *          feed name POSTREF, and trailer count, checked against
      *          the FEEDREG.DAT registry like every other feed) and
      *          rebuilds the POSTREF.DAT keyed reference VALIDA-
      *          DOMICILIO checks addresses against. The feed carries
      *          three kinds of record:
      *            L  a postal code with its locality and province;
      *            S  a street lying in a postal code, spelled as the
      *               supplier standardizes it;
      *            A  an alias of a street (an abbreviation, an old
      *               name, a common misspelling) and the standard
      *               name it stands for.
      *          Streets and aliases are keyed on the postal code and
      *          the CLAVE-CALLE key of the name; the locality record
      *          on the postal code alone. A bad feed refuses the load
      *          and the reference in force stays. Malformed records
      *          and repeated keys are listed and skipped, and end the
      *          run with a warning. AUDITA-DOMICILIOS should be run
      *          after a new reference is loaded.
      *
      *          PARM: the operator id the load runs under.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-POSTAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL-FEED-FILE ASSIGN TO "POSTFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTFEED-FILE-STATUS.
           SELECT POSTAL-REFERENCE-FILE ASSIGN TO "POSTREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-RECORD-KEY
               FILE STATUS IS WS-POSTREF-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  POSTAL-FEED-FILE.
       01  POSTAL-FEED-REC.
           05 PF-RECORD-TYPE   PIC X.
              88 PF-IS-LOCALITY     VALUE 'L'.
              88 PF-IS-STREET       VALUE 'S'.
              88 PF-IS-ALIAS        VALUE 'A'.
           05 PF-CODIGO-POSTAL PIC X(8).
           05 PF-NAME          PIC X(30).
           05 PF-DETAIL        PIC X(30).
           05 PF-PROVINCIA REDEFINES PF-DETAIL PIC X(20).
           05 PF-STANDARD-NAME REDEFINES PF-DETAIL PIC X(30).
       01  PF-FEED-CONTROL-REC.
           05 PF-RECORD-ID     PIC X(3).
              88 POSTAL-FEED-HEADER  VALUE "HDR".
              88 POSTAL-FEED-TRAILER VALUE "TRL".
           05 PF-CONTROL-DATA.
              10 PF-FEED-NAME  PIC X(8).
              10 PF-FEED-DATE  PIC 9(8).
              10 PF-FEED-SEQ   PIC X(4).
           05 PF-TRAILER-COUNT REDEFINES PF-CONTROL-DATA
                               PIC 9(8).

       FD  POSTAL-REFERENCE-FILE.
       01  POSTAL-REFERENCE-REC.
           05 PR-RECORD-KEY.
              10 PR-CODIGO-POSTAL PIC X(8).
              10 PR-STREET-KEY PIC X(30).
           05 PR-RECORD-TYPE   PIC X.
              88 PR-IS-LOCALITY     VALUE 'L'.
              88 PR-IS-STREET       VALUE 'S'.
              88 PR-IS-ALIAS        VALUE 'A'.
           05 PR-LOCALIDAD     PIC X(30).
           05 PR-PROVINCIA     PIC X(20).
           05 PR-STREET-NAME   PIC X(30).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-POSTFEED-FILE-STATUS PIC XX.
       01 WS-POSTREF-FILE-STATUS  PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-PARM.
          05 WS-PARM-OPERATOR-ID  PIC X(8).
       01 WS-RUN-MODE             PIC X VALUE 'B'.
       01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01 WS-OPERID-VALID-SW      PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.
       01 WS-REFUSED-SWITCH       PIC X VALUE 'N'.
          88 RUN-WAS-REFUSED VALUE 'Y'.
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01 WS-FEED-EOF-SWITCH      PIC X VALUE 'N'.
          88 POSTAL-FEED-EOF VALUE 'Y'.
       01 WS-FEED-OK-SWITCH       PIC X VALUE 'N'.
          88 FEED-IS-VALID VALUE 'Y'.
       01 WS-FEED-TRAILER-SW      PIC X VALUE 'N'.
          88 FEED-TRAILER-SEEN VALUE 'Y'.
       01 WS-FEED-DATA-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-FEED-TRAILER-COUNT   PIC 9(8) VALUE ZERO.
       01 WS-RF-ACTION            PIC X.
       01 WS-RF-FEED-NAME         PIC X(8) VALUE "POSTREF".
       01 WS-RF-FEED-DATE         PIC 9(8) VALUE ZERO.
       01 WS-RF-FEED-SEQ          PIC 9(4) VALUE 1.
       01 WS-RF-RESULT            PIC X.
       01 WS-PLACE-NAME           PIC X(30).
       01 WS-REJECT-REASON        PIC X(24).
       01 WS-LOCALITY-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-STREET-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-ALIAS-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-LOADED-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-REJECTED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-EDITED-COUNT         PIC Z(7)9.
       01 WS-ALERT-SEVERITY       PIC X(8).
       01 WS-ALERT-MESSAGE        PIC X(60).
       01 WS-JOURNAL-EVENT        PIC X(5).
       01 WS-JOURNAL-PROGRAM      PIC X(18) VALUE "CARGA-POSTAL".
       01 WS-JOURNAL-RECORDS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-REJECTS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-STATUS       PIC X(8) VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
          05 FILLER               PIC X(7).
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM READ-BUSINESS-DATE
           PERFORM WRITE-RUN-JOURNAL-START
           PERFORM RESOLVE-OPERATOR-ID
           IF RUN-WAS-REFUSED
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM VALIDATE-FEED-FILE
           IF NOT FEED-IS-VALID
               DISPLAY "POSTAL REFERENCE LOAD REFUSED - BAD POSTFEED "
                   "FEED, REFERENCE IN FORCE KEPT"
               MOVE "SEVERE" TO WS-ALERT-SEVERITY
               MOVE "POSTAL REFERENCE LOAD REFUSED - BAD POSTFEED FEED"
                   TO WS-ALERT-MESSAGE
               CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
                   WS-JOURNAL-PROGRAM, WS-ALERT-MESSAGE
               SET RUN-WAS-REFUSED TO TRUE
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM LOAD-THE-REFERENCE
           PERFORM REGISTER-POSTED-FEED
           DISPLAY "POSTAL CODES LOADED:       " WS-LOCALITY-COUNT
           DISPLAY "STREETS LOADED:            " WS-STREET-COUNT
           DISPLAY "STREET ALIASES LOADED:     " WS-ALIAS-COUNT
           DISPLAY "RECORDS REJECTED:          " WS-REJECTED-COUNT
           IF WS-REJECTED-COUNT > ZERO
               MOVE WS-REJECTED-COUNT TO WS-EDITED-COUNT
               MOVE "WARNING" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "POSTAL REFERENCE LOAD REJECTED" DELIMITED BY SIZE
                      WS-EDITED-COUNT DELIMITED BY SIZE
                      " RECORDS" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
                   WS-JOURNAL-PROGRAM, WS-ALERT-MESSAGE
           END-IF
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * VALIDATE-FEED-FILE makes the shop-standard pre-pass before the
      * reference in force is touched: header naming the POSTREF feed
      * for the cycle's business date, trailer count matching the
      * records, and a name, date and sequence not already on the
      * FEEDREG.DAT registry.
      *----------------------------------------------------------------
       VALIDATE-FEED-FILE.
           MOVE 'N' TO WS-FEED-OK-SWITCH
           MOVE 'N' TO WS-FEED-TRAILER-SW
           MOVE 'N' TO WS-FEED-EOF-SWITCH
           MOVE ZERO TO WS-FEED-DATA-COUNT
           OPEN INPUT POSTAL-FEED-FILE
           IF WS-POSTFEED-FILE-STATUS NOT = "00"
               DISPLAY "FEED REFUSED - POSTFEED.DAT NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-POSTAL-FEED-RECORD
           IF POSTAL-FEED-EOF OR NOT POSTAL-FEED-HEADER
               DISPLAY "FEED REFUSED - HEADER MISSING ON POSTFEED"
           ELSE
           IF PF-FEED-NAME NOT = "POSTREF"
               DISPLAY "FEED REFUSED - WRONG FEED NAME: "
                   PF-FEED-NAME
           ELSE
           IF PF-FEED-DATE NOT = WS-BUSINESS-DATE
               DISPLAY "FEED REFUSED - HEADER DATE " PF-FEED-DATE
                   " NOT CYCLE DATE " WS-BUSINESS-DATE
           ELSE
               IF PF-FEED-SEQ IS NUMERIC
                   MOVE PF-FEED-SEQ TO WS-RF-FEED-SEQ
               ELSE
                   MOVE 1 TO WS-RF-FEED-SEQ
               END-IF
               PERFORM COUNT-FEED-RECORDS
           END-IF
           END-IF
           END-IF
           CLOSE POSTAL-FEED-FILE
           IF FEED-IS-VALID
               MOVE 'C' TO WS-RF-ACTION
               MOVE WS-BUSINESS-DATE TO WS-RF-FEED-DATE
               CALL "REGISTRA-FEED" USING WS-RF-ACTION,
                   WS-RF-FEED-NAME, WS-RF-FEED-DATE, WS-RF-FEED-SEQ,
                   WS-FEED-DATA-COUNT, WS-RF-RESULT
               IF WS-RF-RESULT = 'Y'
                   DISPLAY "FEED REFUSED - POSTREF SEQUENCE "
                       WS-RF-FEED-SEQ " ALREADY LOADED ON "
                       WS-RF-FEED-DATE
                   MOVE 'N' TO WS-FEED-OK-SWITCH
               END-IF
           END-IF.

       COUNT-FEED-RECORDS.
           PERFORM READ-POSTAL-FEED-RECORD
           PERFORM UNTIL POSTAL-FEED-EOF
               IF POSTAL-FEED-TRAILER
                   SET FEED-TRAILER-SEEN TO TRUE
                   MOVE PF-TRAILER-COUNT TO WS-FEED-TRAILER-COUNT
               ELSE
                   ADD 1 TO WS-FEED-DATA-COUNT
               END-IF
               PERFORM READ-POSTAL-FEED-RECORD
           END-PERFORM
           IF NOT FEED-TRAILER-SEEN
               DISPLAY "FEED REFUSED - TRAILER MISSING ON POSTFEED"
           ELSE
               IF WS-FEED-DATA-COUNT = WS-FEED-TRAILER-COUNT
                   SET FEED-IS-VALID TO TRUE
               ELSE
                   DISPLAY "FEED REFUSED - TRAILER COUNT "
                       WS-FEED-TRAILER-COUNT " BUT "
                       WS-FEED-DATA-COUNT " RECORDS ON POSTFEED"
               END-IF
           END-IF.

       READ-POSTAL-FEED-RECORD.
           READ POSTAL-FEED-FILE
               AT END SET POSTAL-FEED-EOF TO TRUE
           END-READ.

       REGISTER-POSTED-FEED.
           MOVE 'R' TO WS-RF-ACTION
           CALL "REGISTRA-FEED" USING WS-RF-ACTION,
               WS-RF-FEED-NAME, WS-RF-FEED-DATE, WS-RF-FEED-SEQ,
               WS-FEED-DATA-COUNT, WS-RF-RESULT.

      *----------------------------------------------------------------
      * LOAD-THE-REFERENCE rebuilds POSTREF.DAT from the feed's
      * records.
      *----------------------------------------------------------------
       LOAD-THE-REFERENCE.
           MOVE 'N' TO WS-FEED-EOF-SWITCH
           OPEN INPUT POSTAL-FEED-FILE
           OPEN OUTPUT POSTAL-REFERENCE-FILE
           PERFORM READ-POSTAL-FEED-RECORD
           PERFORM UNTIL POSTAL-FEED-EOF
               IF NOT POSTAL-FEED-HEADER AND NOT POSTAL-FEED-TRAILER
                   PERFORM LOAD-ONE-FEED-RECORD
               END-IF
               PERFORM READ-POSTAL-FEED-RECORD
           END-PERFORM
           CLOSE POSTAL-REFERENCE-FILE
           CLOSE POSTAL-FEED-FILE.

      *----------------------------------------------------------------
      * LOAD-ONE-FEED-RECORD checks one supplier record and writes it
      * to the reference under its key. A record missing what its
      * kind needs, or repeating a key already loaded, is skipped.
      *----------------------------------------------------------------
       LOAD-ONE-FEED-RECORD.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO POSTAL-REFERENCE-REC
           MOVE FUNCTION UPPER-CASE(PF-CODIGO-POSTAL)
               TO PR-CODIGO-POSTAL
           MOVE PF-RECORD-TYPE TO PR-RECORD-TYPE
           EVALUATE TRUE
               WHEN PF-CODIGO-POSTAL = SPACES
                   MOVE "POSTAL CODE BLANK" TO WS-REJECT-REASON
               WHEN PF-NAME = SPACES
                   MOVE "NAME BLANK" TO WS-REJECT-REASON
               WHEN PF-IS-LOCALITY
                   IF PF-PROVINCIA = SPACES
                       MOVE "PROVINCE BLANK" TO WS-REJECT-REASON
                   ELSE
                       MOVE PF-NAME      TO PR-LOCALIDAD
                       MOVE PF-PROVINCIA TO PR-PROVINCIA
                   END-IF
               WHEN PF-IS-STREET
                   MOVE PF-NAME TO WS-PLACE-NAME
                   CALL "CLAVE-CALLE" USING WS-PLACE-NAME,
                       PR-STREET-KEY
                   MOVE PF-NAME TO PR-STREET-NAME
               WHEN PF-IS-ALIAS
                   IF PF-STANDARD-NAME = SPACES
                       MOVE "STANDARD NAME BLANK" TO WS-REJECT-REASON
                   ELSE
                       MOVE PF-NAME TO WS-PLACE-NAME
                       CALL "CLAVE-CALLE" USING WS-PLACE-NAME,
                           PR-STREET-KEY
                       MOVE PF-STANDARD-NAME TO PR-STREET-NAME
                   END-IF
               WHEN OTHER
                   MOVE "RECORD TYPE UNKNOWN" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
                   AND NOT PR-IS-LOCALITY
                   AND PR-STREET-KEY = SPACES
               MOVE "STREET NAME UNREADABLE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               WRITE POSTAL-REFERENCE-REC
                   INVALID KEY
                       MOVE "KEY ALREADY LOADED" TO WS-REJECT-REASON
               END-WRITE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RECORD REJECTED - " WS-REJECT-REASON ": "
                   PF-RECORD-TYPE " " PF-CODIGO-POSTAL " " PF-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOADED-COUNT
           EVALUATE TRUE
               WHEN PR-IS-LOCALITY
                   ADD 1 TO WS-LOCALITY-COUNT
               WHEN PR-IS-STREET
                   ADD 1 TO WS-STREET-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ALIAS-COUNT
           END-EVALUATE.

       RESOLVE-OPERATOR-ID.
           MOVE WS-PARM-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE 'N' TO WS-OPERID-VALID-SW
           IF WS-OPERATOR-ID NOT = SPACES
               CALL "VALIDA-OPERADOR" USING WS-OPERATOR-ID,
                   WS-JOURNAL-PROGRAM, WS-OPERID-VALID-SW,
                   WS-OPERATOR-ROLE
           END-IF
           IF NOT OPERATOR-IS-VALID
               DISPLAY "RUN REFUSED - INVALID OPERATOR ID: "
                   WS-OPERATOR-ID
               SET RUN-WAS-REFUSED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * READ-BUSINESS-DATE loads the cycle's business date operations
      * sets once per cycle in BUSDATE.DAT, falling back to today's
      * wall-clock date when the control file isn't there.
      *----------------------------------------------------------------
       READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TS-DATE TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-FILE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       IF BUSINESS-DATE-REC IS NUMERIC
                           MOVE BUSINESS-DATE-REC TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      *----------------------------------------------------------------
      * WRITE-RUN-JOURNAL-START and WRITE-RUN-JOURNAL-END record this
      * run in the shared run journal through REGISTRA-CORRIDA.
      * Rejected supplier records end the run with a warning.
      *----------------------------------------------------------------
       WRITE-RUN-JOURNAL-START.
           MOVE "START" TO WS-JOURNAL-EVENT
           MOVE ZERO TO WS-JOURNAL-RECORDS
           MOVE ZERO TO WS-JOURNAL-REJECTS
           MOVE SPACES TO WS-JOURNAL-STATUS
           CALL "REGISTRA-CORRIDA" USING WS-JOURNAL-EVENT,
               WS-JOURNAL-PROGRAM, WS-RUN-MODE, WS-JOURNAL-RECORDS,
               WS-JOURNAL-REJECTS, WS-JOURNAL-STATUS.

       WRITE-RUN-JOURNAL-END.
           MOVE "END" TO WS-JOURNAL-EVENT
           MOVE WS-LOADED-COUNT   TO WS-JOURNAL-RECORDS
           MOVE WS-REJECTED-COUNT TO WS-JOURNAL-REJECTS
           IF RUN-WAS-REFUSED
               MOVE "SEVERE" TO WS-JOURNAL-STATUS
           ELSE
               IF WS-REJECTED-COUNT > ZERO
                   MOVE "WARNING" TO WS-JOURNAL-STATUS
               ELSE
                   MOVE "CLEAN" TO WS-JOURNAL-STATUS
               END-IF
           END-IF
           CALL "REGISTRA-CORRIDA" USING WS-JOURNAL-EVENT,
               WS-JOURNAL-PROGRAM, WS-RUN-MODE, WS-JOURNAL-RECORDS,
               WS-JOURNAL-REJECTS, WS-JOURNAL-STATUS
           EVALUATE WS-JOURNAL-STATUS
               WHEN "SEVERE"
                   MOVE 8 TO RETURN-CODE
               WHEN "WARNING"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM CARGA-POSTAL.
