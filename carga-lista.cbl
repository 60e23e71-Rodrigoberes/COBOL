      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Sanctions and watch-list load. Takes the regulator's
      *          list on the WLFEED.DAT feed (shop-standard header,
      *          feed name WATCHLST, and trailer count, checked against
      *          the FEEDREG.DAT registry like every other feed) and
      *          replaces WATCHLST.DAT with it, each entry stamped with
      *          the CLAVE-FONETICA sounds-like keys of its surname and
      *          given name so onboarding can screen against it. A bad
      *          or oversize feed refuses the load and the list in
      *          force stays. A new list is followed by a full rescreen
      *          of CUSTMAST.DAT through CRIBA-LISTA: every customer
      *          not closed is screened, and potential matches go to
      *          the SCREENQ.DAT review queue for REVISA-COINCIDENCIAS.
      *
      *          PARM: the operator id the load runs under.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-LISTA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-FEED-FILE ASSIGN TO "WLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WLFEED-FILE-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHLST-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-FEED-FILE.
       01  WATCH-FEED-REC.
           05 WF-ENTRY-ID      PIC X(10).
           05 WF-NOMBRE        PIC X(16).
           05 WF-APELLIDO      PIC X(32).
           05 WF-DOC-ID        PIC X(12).
           05 WF-SOURCE        PIC X(8).
       01  WF-FEED-CONTROL-REC.
           05 WF-RECORD-ID     PIC X(3).
              88 WL-FEED-HEADER  VALUE "HDR".
              88 WL-FEED-TRAILER VALUE "TRL".
           05 WF-CONTROL-DATA.
              10 WF-FEED-NAME  PIC X(8).
              10 WF-FEED-DATE  PIC 9(8).
              10 WF-FEED-SEQ   PIC X(4).
           05 WF-TRAILER-COUNT REDEFINES WF-CONTROL-DATA
                               PIC 9(8).

       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-REC.
           05 WL-ENTRY-ID      PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 WL-NOMBRE        PIC X(16).
           05 FILLER           PIC X VALUE SPACE.
           05 WL-APELLIDO      PIC X(32).
           05 FILLER           PIC X VALUE SPACE.
           05 WL-DOC-ID        PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 WL-SOURCE        PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WL-SURNAME-KEY   PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 WL-GIVEN-KEY     PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 WL-LOADED-DATE   PIC 9(8).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-REC.
           05 CM-CUSTOMER-NUMBER PIC 9(8).
           05 CM-CUSTOMER-NAME.
              10 CM-NOMBRE     PIC X(16).
              10 CM-APELLIDO   PIC X(32).
           05 CM-EDAD          PIC X(3).
           05 CM-STATUS        PIC X.
              88 CUSTOMER-ACTIVE    VALUE 'A'.
              88 CUSTOMER-SUSPENDED VALUE 'S'.
              88 CUSTOMER-CLOSED    VALUE 'C'.
           05 CM-STATUS-DATE   PIC 9(8).
           05 CM-FECHA-NAC     PIC 9(8).
           05 CM-DIRECCION-1   PIC X(30).
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

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-WLFEED-FILE-STATUS   PIC XX.
       01 WS-WATCHLST-FILE-STATUS PIC XX.
       01 WS-MASTER-FILE-STATUS   PIC XX.
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
          88 WATCH-FEED-EOF VALUE 'Y'.
       01 WS-MASTER-EOF-SWITCH    PIC X VALUE 'N'.
          88 MASTER-FILE-EOF VALUE 'Y'.
       01 WS-FEED-OK-SWITCH       PIC X VALUE 'N'.
          88 FEED-IS-VALID VALUE 'Y'.
       01 WS-FEED-TRAILER-SW      PIC X VALUE 'N'.
          88 FEED-TRAILER-SEEN VALUE 'Y'.
       01 WS-FEED-DATA-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-FEED-TRAILER-COUNT   PIC 9(8) VALUE ZERO.
      * the most entries CRIBA-LISTA can hold for screening
       01 WS-LIST-CAPACITY        PIC 9(8) VALUE 5000.
       01 WS-RF-ACTION            PIC X.
       01 WS-RF-FEED-NAME         PIC X(8) VALUE "WATCHLST".
       01 WS-RF-FEED-DATE         PIC 9(8) VALUE ZERO.
       01 WS-RF-FEED-SEQ          PIC 9(4) VALUE 1.
       01 WS-RF-RESULT            PIC X.
       01 WS-KEY-NAME-IN          PIC X(32).
       01 WS-LOADED-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-SCREENED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-NEW-HIT-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-KNOWN-HIT-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-CR-SOURCE            PIC X VALUE 'R'.
       01 WS-CR-RESULT            PIC X.
       01 WS-CR-ENTRY-ID          PIC X(10).
       01 WS-CR-MATCH-ON          PIC X(8).
       01 WS-CR-HIT-NUMBER        PIC 9(8).
       01 WS-EDITED-COUNT         PIC Z(7)9.
       01 WS-ALERT-SEVERITY       PIC X(8).
       01 WS-ALERT-MESSAGE        PIC X(60).
       01 WS-JOURNAL-EVENT        PIC X(5).
       01 WS-JOURNAL-PROGRAM      PIC X(18) VALUE "CARGA-LISTA".
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
               DISPLAY "WATCH-LIST LOAD REFUSED - BAD WLFEED FEED, "
                   "LIST IN FORCE KEPT"
               MOVE "SEVERE" TO WS-ALERT-SEVERITY
               MOVE "WATCH-LIST LOAD REFUSED - BAD WLFEED FEED"
                   TO WS-ALERT-MESSAGE
               CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
                   WS-JOURNAL-PROGRAM, WS-ALERT-MESSAGE
               SET RUN-WAS-REFUSED TO TRUE
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM LOAD-THE-LIST
           PERFORM REGISTER-POSTED-FEED
           DISPLAY "WATCH-LIST ENTRIES LOADED: " WS-LOADED-COUNT
           PERFORM RESCREEN-THE-MASTER
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * VALIDATE-FEED-FILE makes the shop-standard pre-pass before the
      * list in force is touched: header naming the WATCHLST feed for
      * the cycle's business date, trailer count matching the entries,
      * no more entries than the screen can hold, and a name, date and
      * sequence not already on the FEEDREG.DAT registry.
      *----------------------------------------------------------------
       VALIDATE-FEED-FILE.
           MOVE 'N' TO WS-FEED-OK-SWITCH
           MOVE 'N' TO WS-FEED-TRAILER-SW
           MOVE 'N' TO WS-FEED-EOF-SWITCH
           MOVE ZERO TO WS-FEED-DATA-COUNT
           OPEN INPUT WATCH-FEED-FILE
           IF WS-WLFEED-FILE-STATUS NOT = "00"
               DISPLAY "FEED REFUSED - WLFEED.DAT NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-WATCH-FEED-RECORD
           IF WATCH-FEED-EOF OR NOT WL-FEED-HEADER
               DISPLAY "FEED REFUSED - HEADER MISSING ON WLFEED"
           ELSE
           IF WF-FEED-NAME NOT = "WATCHLST"
               DISPLAY "FEED REFUSED - WRONG FEED NAME: "
                   WF-FEED-NAME
           ELSE
           IF WF-FEED-DATE NOT = WS-BUSINESS-DATE
               DISPLAY "FEED REFUSED - HEADER DATE " WF-FEED-DATE
                   " NOT CYCLE DATE " WS-BUSINESS-DATE
           ELSE
               IF WF-FEED-SEQ IS NUMERIC
                   MOVE WF-FEED-SEQ TO WS-RF-FEED-SEQ
               ELSE
                   MOVE 1 TO WS-RF-FEED-SEQ
               END-IF
               PERFORM COUNT-FEED-RECORDS
           END-IF
           END-IF
           END-IF
           CLOSE WATCH-FEED-FILE
           IF FEED-IS-VALID
                   AND WS-FEED-DATA-COUNT > WS-LIST-CAPACITY
               DISPLAY "FEED REFUSED - " WS-FEED-DATA-COUNT
                   " ENTRIES, SCREEN HOLDS " WS-LIST-CAPACITY
               MOVE 'N' TO WS-FEED-OK-SWITCH
           END-IF
           IF FEED-IS-VALID
               MOVE 'C' TO WS-RF-ACTION
               MOVE WS-BUSINESS-DATE TO WS-RF-FEED-DATE
               CALL "REGISTRA-FEED" USING WS-RF-ACTION,
                   WS-RF-FEED-NAME, WS-RF-FEED-DATE, WS-RF-FEED-SEQ,
                   WS-FEED-DATA-COUNT, WS-RF-RESULT
               IF WS-RF-RESULT = 'Y'
                   DISPLAY "FEED REFUSED - WATCHLST SEQUENCE "
                       WS-RF-FEED-SEQ " ALREADY LOADED ON "
                       WS-RF-FEED-DATE
                   MOVE 'N' TO WS-FEED-OK-SWITCH
               END-IF
           END-IF.

       COUNT-FEED-RECORDS.
           PERFORM READ-WATCH-FEED-RECORD
           PERFORM UNTIL WATCH-FEED-EOF
               IF WL-FEED-TRAILER
                   SET FEED-TRAILER-SEEN TO TRUE
                   MOVE WF-TRAILER-COUNT TO WS-FEED-TRAILER-COUNT
               ELSE
                   ADD 1 TO WS-FEED-DATA-COUNT
               END-IF
               PERFORM READ-WATCH-FEED-RECORD
           END-PERFORM
           IF NOT FEED-TRAILER-SEEN
               DISPLAY "FEED REFUSED - TRAILER MISSING ON WLFEED"
           ELSE
               IF WS-FEED-DATA-COUNT = WS-FEED-TRAILER-COUNT
                   SET FEED-IS-VALID TO TRUE
               ELSE
                   DISPLAY "FEED REFUSED - TRAILER COUNT "
                       WS-FEED-TRAILER-COUNT " BUT "
                       WS-FEED-DATA-COUNT " RECORDS ON WLFEED"
               END-IF
           END-IF.

       READ-WATCH-FEED-RECORD.
           READ WATCH-FEED-FILE
               AT END SET WATCH-FEED-EOF TO TRUE
           END-READ.

       REGISTER-POSTED-FEED.
           MOVE 'R' TO WS-RF-ACTION
           CALL "REGISTRA-FEED" USING WS-RF-ACTION,
               WS-RF-FEED-NAME, WS-RF-FEED-DATE, WS-RF-FEED-SEQ,
               WS-FEED-DATA-COUNT, WS-RF-RESULT.

      *----------------------------------------------------------------
      * LOAD-THE-LIST replaces WATCHLST.DAT with the feed's entries,
      * each carrying the sounds-like keys CRIBA-LISTA matches on.
      *----------------------------------------------------------------
       LOAD-THE-LIST.
           MOVE ZERO TO WS-LOADED-COUNT
           MOVE 'N' TO WS-FEED-EOF-SWITCH
           OPEN INPUT WATCH-FEED-FILE
           OPEN OUTPUT WATCH-LIST-FILE
           PERFORM READ-WATCH-FEED-RECORD
           PERFORM UNTIL WATCH-FEED-EOF
               IF NOT WL-FEED-HEADER AND NOT WL-FEED-TRAILER
                   PERFORM WRITE-WATCH-LIST-ENTRY
               END-IF
               PERFORM READ-WATCH-FEED-RECORD
           END-PERFORM
           CLOSE WATCH-LIST-FILE
           CLOSE WATCH-FEED-FILE.

       WRITE-WATCH-LIST-ENTRY.
           MOVE SPACES TO WATCH-LIST-REC
           MOVE WF-ENTRY-ID TO WL-ENTRY-ID
           MOVE WF-NOMBRE   TO WL-NOMBRE
           MOVE WF-APELLIDO TO WL-APELLIDO
           MOVE WF-DOC-ID   TO WL-DOC-ID
           MOVE WF-SOURCE   TO WL-SOURCE
           MOVE WF-APELLIDO TO WS-KEY-NAME-IN
           CALL "CLAVE-FONETICA" USING WS-KEY-NAME-IN, WL-SURNAME-KEY
           MOVE WF-NOMBRE TO WS-KEY-NAME-IN
           CALL "CLAVE-FONETICA" USING WS-KEY-NAME-IN, WL-GIVEN-KEY
           MOVE WS-BUSINESS-DATE TO WL-LOADED-DATE
           WRITE WATCH-LIST-REC
           ADD 1 TO WS-LOADED-COUNT.

      *----------------------------------------------------------------
      * RESCREEN-THE-MASTER screens every customer not closed against
      * the list just loaded. CRIBA-LISTA queues the new potential
      * matches; those already on the queue are only counted. The
      * master is read only -- nothing changes on it until an officer
      * confirms a match.
      *----------------------------------------------------------------
       RESCREEN-THE-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "NO CUSTOMER MASTER TO RESCREEN - STATUS "
                   WS-MASTER-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-MASTER-RECORD
           PERFORM UNTIL MASTER-FILE-EOF OR RUN-WAS-REFUSED
               IF NOT CUSTOMER-CLOSED
                   PERFORM SCREEN-ONE-CUSTOMER
               END-IF
               PERFORM READ-MASTER-RECORD
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE
           DISPLAY "CUSTOMERS RESCREENED:      " WS-SCREENED-COUNT
           DISPLAY "NEW HITS FOR REVIEW:       " WS-NEW-HIT-COUNT
           DISPLAY "HITS ALREADY ON THE QUEUE: " WS-KNOWN-HIT-COUNT
           IF WS-NEW-HIT-COUNT > ZERO
               MOVE WS-NEW-HIT-COUNT TO WS-EDITED-COUNT
               MOVE "WARNING" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "WATCH-LIST RESCREEN QUEUED" DELIMITED BY SIZE
                      WS-EDITED-COUNT DELIMITED BY SIZE
                      " HITS FOR REVIEW" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
                   WS-JOURNAL-PROGRAM, WS-ALERT-MESSAGE
           END-IF.

       READ-MASTER-RECORD.
           READ CUSTOMER-MASTER-FILE NEXT
               AT END SET MASTER-FILE-EOF TO TRUE
           END-READ.

       SCREEN-ONE-CUSTOMER.
           ADD 1 TO WS-SCREENED-COUNT
           CALL "CRIBA-LISTA" USING WS-CR-SOURCE, CM-CUSTOMER-NUMBER,
               CM-NOMBRE, CM-APELLIDO, CM-DOC-ID, WS-CR-RESULT,
               WS-CR-ENTRY-ID, WS-CR-MATCH-ON, WS-CR-HIT-NUMBER
           EVALUATE WS-CR-RESULT
               WHEN 'Y'
                   IF WS-CR-HIT-NUMBER > ZERO
                       ADD 1 TO WS-NEW-HIT-COUNT
                       DISPLAY "POTENTIAL MATCH - CUSTOMER "
                           CM-CUSTOMER-NUMBER " ENTRY "
                           WS-CR-ENTRY-ID " ON " WS-CR-MATCH-ON
                   ELSE
                       ADD 1 TO WS-KNOWN-HIT-COUNT
                   END-IF
               WHEN 'E'
                   DISPLAY "RESCREEN STOPPED - WATCH LIST UNUSABLE"
                   SET RUN-WAS-REFUSED TO TRUE
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
      * run in the shared run journal through REGISTRA-CORRIDA. New
      * hits waiting for review end the run with a warning.
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
           MOVE WS-LOADED-COUNT  TO WS-JOURNAL-RECORDS
           MOVE WS-NEW-HIT-COUNT TO WS-JOURNAL-REJECTS
           IF RUN-WAS-REFUSED
               MOVE "SEVERE" TO WS-JOURNAL-STATUS
           ELSE
               IF WS-NEW-HIT-COUNT > ZERO
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

       END PROGRAM CARGA-LISTA.
