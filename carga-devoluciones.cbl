      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Returned-mail load. Letters from GENERA-CARTAS, bulk
      *          statements from ESTADO-DE-CUENTA and campaign mail
      *          from CAMPEXT.DAT that come back undeliverable are
      *          sent to us by the mail house on the DEVOLUC.DAT feed
      *          (shop-standard header, feed name RETMAIL, and trailer
      *          count, checked against the FEEDREG.DAT registry like
      *          every other feed). Each return is matched to its
      *          customer by number and the master is marked with the
      *          returned-mail flag and the date the piece came back,
      *          with a CORREO history record and a journal image.
      *          From then on the letters, the bulk statements and
      *          the campaign extract pass the customer by, until the
      *          address is amended through REASIGNAR-VALORES or
      *          CAMBIA-DOMICILIO, which lift the flag.
      *
      *          A return that names no customer, a closed customer,
      *          or an address line 1 other than the one now on file
      *          (the address was amended after the piece was mailed)
      *          marks nothing and is listed with its reason on
      *          DEVOLUCX.DAT. A return for a customer already marked
      *          keeps the first return's date. INFORME-DEVUELTOS
      *          lists every customer currently unreachable by post.
      *
      *          PARM: the operator id the load runs under.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-DEVOLUCIONES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNS-FEED-FILE ASSIGN TO "DEVOLUC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETFEED-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT MASTER-LOCK-FILE ASSIGN TO "MSTLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLOCK-FILE-STATUS.
           SELECT REASSIGN-HISTORY-FILE ASSIGN TO "REASGHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT RETURNS-EXCEPTION-FILE ASSIGN TO "DEVOLUCX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RETURNS-FEED-FILE.
       01  RETURNS-FEED-REC.
           05 RT-CUSTOMER-NUMBER PIC X(8).
           05 RT-RETURN-DATE   PIC X(8).
           05 RT-SOURCE        PIC X(4).
              88 RT-FROM-LETTERS    VALUE "CART".
              88 RT-FROM-STATEMENTS VALUE "ESTA".
              88 RT-FROM-CAMPAIGN   VALUE "CAMP".
           05 RT-DIRECCION-1   PIC X(30).
           05 RT-REASON        PIC X(24).
       01  RT-FEED-CONTROL-REC.
           05 RT-RECORD-ID     PIC X(3).
              88 RETURNS-FEED-HEADER  VALUE "HDR".
              88 RETURNS-FEED-TRAILER VALUE "TRL".
           05 RT-CONTROL-DATA.
              10 RT-FEED-NAME  PIC X(8).
              10 RT-FEED-DATE  PIC 9(8).
              10 RT-FEED-SEQ   PIC X(4).
           05 RT-TRAILER-COUNT REDEFINES RT-CONTROL-DATA
                               PIC 9(8).

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

       FD  MASTER-LOCK-FILE.
       01  MASTER-LOCK-REC     PIC X(8).

       FD  REASSIGN-HISTORY-FILE.
       01  REASSIGN-HISTORY-REC.
           05 RH-SEQ-NO        PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-FIELD-NAME    PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-OLD-VALUE     PIC X(32).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-NEW-VALUE     PIC X(32).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-CHECKER-ID    PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-EFFECTIVE-DATE PIC 9(8).

       FD  RETURNS-EXCEPTION-FILE.
       01  RETURNS-EXCEPTION-REC.
           05 RX-CUSTOMER-NUMBER PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RX-SOURCE        PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 RX-RETURN-DATE   PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RX-DIRECCION-1   PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 RX-REASON        PIC X(24).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-RETFEED-FILE-STATUS  PIC XX.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-HISTORY-FILE-STATUS  PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-MLOCK-FILE-STATUS    PIC XX.
       01 WS-MLOCK-SWITCH         PIC X VALUE 'N'.
          88 MASTER-LOCK-HELD VALUE 'Y'.
       01 WS-MLOCK-TRY-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-MLOCK-TRY-LIMIT      PIC 9(2) VALUE 10.
       01 WS-MLOCK-WAIT-SECS      PIC 9(4) COMP VALUE 1.
       01 WS-MJ-ACTION            PIC X(8).
       01 WS-MJ-PROGRAM           PIC X(18) VALUE "CARGA-DEVOLUCIONES".
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
          88 RETURNS-FEED-EOF VALUE 'Y'.
       01 WS-FEED-OK-SWITCH       PIC X VALUE 'N'.
          88 FEED-IS-VALID VALUE 'Y'.
       01 WS-FEED-TRAILER-SW      PIC X VALUE 'N'.
          88 FEED-TRAILER-SEEN VALUE 'Y'.
       01 WS-FEED-DATA-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-FEED-TRAILER-COUNT   PIC 9(8) VALUE ZERO.
       01 WS-RF-ACTION            PIC X.
       01 WS-RF-FEED-NAME         PIC X(8) VALUE "RETMAIL".
       01 WS-RF-FEED-DATE         PIC 9(8) VALUE ZERO.
       01 WS-RF-FEED-SEQ          PIC 9(4) VALUE 1.
       01 WS-RF-RESULT            PIC X.
       01 WS-FOUND-SWITCH         PIC X VALUE 'N'.
          88 CUSTOMER-FOUND VALUE 'Y'.
       01 WS-EXCEPTION-REASON     PIC X(24).
       01 WS-RETURNED-KEY         PIC X(30).
       01 WS-ON-FILE-KEY          PIC X(30).
       01 WS-RETURNS-READ         PIC 9(8) VALUE ZERO.
       01 WS-MARKED-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-REPEAT-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-EXCEPTION-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-HIST-SEQ-NO          PIC 9(8) VALUE ZERO.
       01 WS-HIST-SEQ-NAME        PIC X(8) VALUE "REASGHST".
       01 WS-NUMFAIL-SWITCH       PIC X VALUE 'N'.
          88 NUMBERING-FAILED VALUE 'Y'.
       01 WS-EDITED-COUNT         PIC Z(7)9.
       01 WS-ALERT-SEVERITY       PIC X(8).
       01 WS-ALERT-MESSAGE        PIC X(60).
       01 WS-JOURNAL-EVENT        PIC X(5).
       01 WS-JOURNAL-PROGRAM      PIC X(18) VALUE "CARGA-DEVOLUCIONES".
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
               DISPLAY "RETURNED-MAIL LOAD REFUSED - BAD RETMAIL "
                   "FEED, NOTHING MARKED"
               MOVE "SEVERE" TO WS-ALERT-SEVERITY
               MOVE "RETURNED-MAIL LOAD REFUSED - BAD RETMAIL FEED"
                   TO WS-ALERT-MESSAGE
               CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
                   WS-JOURNAL-PROGRAM, WS-ALERT-MESSAGE
               SET RUN-WAS-REFUSED TO TRUE
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM APPLY-THE-RETURNS
           IF RUN-WAS-REFUSED
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM REGISTER-POSTED-FEED
           DISPLAY "RETURNS READ:              " WS-RETURNS-READ
           DISPLAY "ADDRESSES MARKED:          " WS-MARKED-COUNT
           DISPLAY "ALREADY MARKED:            " WS-REPEAT-COUNT
           DISPLAY "RETURNS NOT APPLIED:       " WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "EXCEPTIONS WRITTEN TO DEVOLUCX.DAT"
               MOVE WS-EXCEPTION-COUNT TO WS-EDITED-COUNT
               MOVE "WARNING" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "RETURNED-MAIL LOAD LEFT" DELIMITED BY SIZE
                      WS-EDITED-COUNT DELIMITED BY SIZE
                      " RETURNS UNAPPLIED" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
                   WS-JOURNAL-PROGRAM, WS-ALERT-MESSAGE
           END-IF
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * VALIDATE-FEED-FILE makes the shop-standard pre-pass before the
      * master is touched: header naming the RETMAIL feed for the
      * cycle's business date, trailer count matching the records,
      * and a name, date and sequence not already on the FEEDREG.DAT
      * registry -- a mail-house file loaded twice would only repeat
      * the marks, but the registry is how operations sees it came.
      *----------------------------------------------------------------
       VALIDATE-FEED-FILE.
           MOVE 'N' TO WS-FEED-OK-SWITCH
           MOVE 'N' TO WS-FEED-TRAILER-SW
           MOVE 'N' TO WS-FEED-EOF-SWITCH
           MOVE ZERO TO WS-FEED-DATA-COUNT
           OPEN INPUT RETURNS-FEED-FILE
           IF WS-RETFEED-FILE-STATUS NOT = "00"
               DISPLAY "FEED REFUSED - DEVOLUC.DAT NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RETURNS-FEED-RECORD
           IF RETURNS-FEED-EOF OR NOT RETURNS-FEED-HEADER
               DISPLAY "FEED REFUSED - HEADER MISSING ON RETMAIL"
           ELSE
           IF RT-FEED-NAME NOT = "RETMAIL"
               DISPLAY "FEED REFUSED - WRONG FEED NAME: "
                   RT-FEED-NAME
           ELSE
           IF RT-FEED-DATE NOT = WS-BUSINESS-DATE
               DISPLAY "FEED REFUSED - HEADER DATE " RT-FEED-DATE
                   " NOT CYCLE DATE " WS-BUSINESS-DATE
           ELSE
               IF RT-FEED-SEQ IS NUMERIC
                   MOVE RT-FEED-SEQ TO WS-RF-FEED-SEQ
               ELSE
                   MOVE 1 TO WS-RF-FEED-SEQ
               END-IF
               PERFORM COUNT-FEED-RECORDS
           END-IF
           END-IF
           END-IF
           CLOSE RETURNS-FEED-FILE
           IF FEED-IS-VALID
               MOVE 'C' TO WS-RF-ACTION
               MOVE WS-BUSINESS-DATE TO WS-RF-FEED-DATE
               CALL "REGISTRA-FEED" USING WS-RF-ACTION,
                   WS-RF-FEED-NAME, WS-RF-FEED-DATE, WS-RF-FEED-SEQ,
                   WS-FEED-DATA-COUNT, WS-RF-RESULT
               IF WS-RF-RESULT = 'Y'
                   DISPLAY "FEED REFUSED - RETMAIL SEQUENCE "
                       WS-RF-FEED-SEQ " ALREADY LOADED ON "
                       WS-RF-FEED-DATE
                   MOVE 'N' TO WS-FEED-OK-SWITCH
               END-IF
           END-IF.

       COUNT-FEED-RECORDS.
           PERFORM READ-RETURNS-FEED-RECORD
           PERFORM UNTIL RETURNS-FEED-EOF
               IF RETURNS-FEED-TRAILER
                   SET FEED-TRAILER-SEEN TO TRUE
                   MOVE RT-TRAILER-COUNT TO WS-FEED-TRAILER-COUNT
               ELSE
                   ADD 1 TO WS-FEED-DATA-COUNT
               END-IF
               PERFORM READ-RETURNS-FEED-RECORD
           END-PERFORM
           IF NOT FEED-TRAILER-SEEN
               DISPLAY "FEED REFUSED - TRAILER MISSING ON RETMAIL"
           ELSE
               IF WS-FEED-DATA-COUNT = WS-FEED-TRAILER-COUNT
                   SET FEED-IS-VALID TO TRUE
               ELSE
                   DISPLAY "FEED REFUSED - TRAILER COUNT "
                       WS-FEED-TRAILER-COUNT " BUT "
                       WS-FEED-DATA-COUNT " RECORDS ON RETMAIL"
               END-IF
           END-IF.

       READ-RETURNS-FEED-RECORD.
           READ RETURNS-FEED-FILE
               AT END SET RETURNS-FEED-EOF TO TRUE
           END-READ.

       REGISTER-POSTED-FEED.
           MOVE 'R' TO WS-RF-ACTION
           CALL "REGISTRA-FEED" USING WS-RF-ACTION,
               WS-RF-FEED-NAME, WS-RF-FEED-DATE, WS-RF-FEED-SEQ,
               WS-FEED-DATA-COUNT, WS-RF-RESULT.

      *----------------------------------------------------------------
      * APPLY-THE-RETURNS works the feed's returns against the master
      * under the master lock, one at a time.
      *----------------------------------------------------------------
       APPLY-THE-RETURNS.
           PERFORM ACQUIRE-MASTER-LOCK
           IF NOT MASTER-LOCK-HELD
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-FILE-STATUS
               PERFORM RELEASE-MASTER-LOCK
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FEED-EOF-SWITCH
           OPEN INPUT RETURNS-FEED-FILE
           OPEN OUTPUT RETURNS-EXCEPTION-FILE
           PERFORM READ-RETURNS-FEED-RECORD
           PERFORM UNTIL RETURNS-FEED-EOF
               IF NOT RETURNS-FEED-HEADER
                       AND NOT RETURNS-FEED-TRAILER
                   ADD 1 TO WS-RETURNS-READ
                   PERFORM APPLY-ONE-RETURN
               END-IF
               PERFORM READ-RETURNS-FEED-RECORD
           END-PERFORM
           CLOSE RETURNS-EXCEPTION-FILE
           CLOSE RETURNS-FEED-FILE
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM RELEASE-MASTER-LOCK.

      *----------------------------------------------------------------
      * APPLY-ONE-RETURN matches one returned piece to its customer
      * and marks the address undeliverable. The line 1 the piece was
      * mailed to is compared with the line on file on their
      * CLAVE-CALLE keys: a different line means the address was
      * amended after mailing and the new one has not failed yet.
      *----------------------------------------------------------------
       APPLY-ONE-RETURN.
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE 'N' TO WS-FOUND-SWITCH
           IF RT-CUSTOMER-NUMBER IS NUMERIC
               MOVE RT-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTOMER-MASTER-FILE
                   KEY IS CM-CUSTOMER-NUMBER
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-SWITCH
                   NOT INVALID KEY
                       SET CUSTOMER-FOUND TO TRUE
               END-READ
           END-IF
           IF RT-RETURN-DATE IS NOT NUMERIC
                   OR RT-RETURN-DATE = ZERO
                   OR RT-RETURN-DATE > WS-BUSINESS-DATE
               MOVE "RETURN DATE INVALID" TO WS-EXCEPTION-REASON
           ELSE
           IF NOT CUSTOMER-FOUND
               MOVE "CUSTOMER NOT FOUND" TO WS-EXCEPTION-REASON
           ELSE
           IF CUSTOMER-CLOSED
               MOVE "CUSTOMER IS CLOSED" TO WS-EXCEPTION-REASON
           ELSE
               IF RT-DIRECCION-1 NOT = SPACES
                   CALL "CLAVE-CALLE" USING RT-DIRECCION-1,
                       WS-RETURNED-KEY
                   CALL "CLAVE-CALLE" USING CM-DIRECCION-1,
                       WS-ON-FILE-KEY
                   IF WS-RETURNED-KEY NOT = WS-ON-FILE-KEY
                       MOVE "ADDRESS ALREADY AMENDED"
                           TO WS-EXCEPTION-REASON
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           IF WS-EXCEPTION-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-RECORD
               EXIT PARAGRAPH
           END-IF
           IF ADDRESS-UNDELIVERABLE
               ADD 1 TO WS-REPEAT-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-MAIL-HISTORY-RECORD
           IF NUMBERING-FAILED
               MOVE "NUMBERING UNAVAILABLE" TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-RECORD
               EXIT PARAGRAPH
           END-IF
           SET ADDRESS-UNDELIVERABLE TO TRUE
           MOVE RT-RETURN-DATE TO CM-RETURNED-DATE
           REWRITE CUSTOMER-MASTER-REC
           PERFORM JOURNAL-MASTER-REWRITE
           ADD 1 TO WS-MARKED-COUNT
           DISPLAY "ADDRESS MARKED UNDELIVERABLE: "
               CM-CUSTOMER-NUMBER " (" RT-SOURCE ")".

       WRITE-EXCEPTION-RECORD.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO RETURNS-EXCEPTION-REC
           MOVE RT-CUSTOMER-NUMBER  TO RX-CUSTOMER-NUMBER
           MOVE RT-SOURCE           TO RX-SOURCE
           MOVE RT-RETURN-DATE      TO RX-RETURN-DATE
           MOVE RT-DIRECCION-1      TO RX-DIRECCION-1
           MOVE WS-EXCEPTION-REASON TO RX-REASON
           WRITE RETURNS-EXCEPTION-REC
           DISPLAY "RETURN NOT APPLIED - " WS-EXCEPTION-REASON ": "
               RT-CUSTOMER-NUMBER.

      *----------------------------------------------------------------
      * WRITE-MAIL-HISTORY-RECORD logs the returned-mail mark as a
      * CORREO change the same way REASIGNAR-VALORES logs one,
      * numbered from the shared REASGHST series. A zero from
      * SIGUIENTE-NUMERO leaves the account unmarked and flags the
      * run severe.
      *----------------------------------------------------------------
       WRITE-MAIL-HISTORY-RECORD.
           MOVE 'N' TO WS-NUMFAIL-SWITCH
           CALL "SIGUIENTE-NUMERO" USING WS-HIST-SEQ-NAME,
               WS-HIST-SEQ-NO
           IF WS-HIST-SEQ-NO = ZERO
               SET NUMBERING-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REASSIGN-HISTORY-REC
           MOVE WS-HIST-SEQ-NO     TO RH-SEQ-NO
           MOVE CM-CUSTOMER-NUMBER TO RH-CUSTOMER-NUMBER
           MOVE "CORREO"           TO RH-FIELD-NAME
           MOVE CM-MAIL-STATUS     TO RH-OLD-VALUE
           MOVE 'U'                TO RH-NEW-VALUE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO RH-TIMESTAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
               INTO RH-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE WS-OPERATOR-ID   TO RH-OPERATOR-ID
           MOVE SPACES           TO RH-CHECKER-ID
           MOVE ZERO             TO RH-EFFECTIVE-DATE
           OPEN EXTEND REASSIGN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT REASSIGN-HISTORY-FILE
           END-IF
           WRITE REASSIGN-HISTORY-REC
           CLOSE REASSIGN-HISTORY-FILE.

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
      * Returns left unapplied end the run with a warning; a refused
      * run or a numbering failure ends it severe.
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
           MOVE WS-MARKED-COUNT    TO WS-JOURNAL-RECORDS
           MOVE WS-EXCEPTION-COUNT TO WS-JOURNAL-REJECTS
           IF RUN-WAS-REFUSED OR NUMBERING-FAILED
               MOVE "SEVERE" TO WS-JOURNAL-STATUS
           ELSE
               IF WS-EXCEPTION-COUNT > ZERO
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

      *----------------------------------------------------------------
      * ACQUIRE-MASTER-LOCK holds MSTLOCK.DAT open WITH LOCK for the
      * whole master update window -- the same exclusive-lock
      * discipline SEQLOCK.DAT gives the sequence file -- waiting a
      * second and retrying while another job has it, and giving up
      * with a hard refusal after the retries run out. Inquiry-only
      * programs never touch the lock and keep reading.
      *----------------------------------------------------------------
       ACQUIRE-MASTER-LOCK.
           MOVE 'N' TO WS-MLOCK-SWITCH
           MOVE ZERO TO WS-MLOCK-TRY-COUNT
           PERFORM UNTIL MASTER-LOCK-HELD
                   OR WS-MLOCK-TRY-COUNT >= WS-MLOCK-TRY-LIMIT
               ADD 1 TO WS-MLOCK-TRY-COUNT
               OPEN EXTEND MASTER-LOCK-FILE WITH LOCK
               IF WS-MLOCK-FILE-STATUS = "35"
                   OPEN OUTPUT MASTER-LOCK-FILE WITH LOCK
               END-IF
               IF WS-MLOCK-FILE-STATUS = "00"
                   SET MASTER-LOCK-HELD TO TRUE
               ELSE
                   CALL "C$SLEEP" USING WS-MLOCK-WAIT-SECS
               END-IF
           END-PERFORM
           IF NOT MASTER-LOCK-HELD
               DISPLAY "CUSTOMER MASTER LOCKED BY ANOTHER JOB - "
                   "UPDATES REFUSED"
           END-IF.

       RELEASE-MASTER-LOCK.
           IF MASTER-LOCK-HELD
               CLOSE MASTER-LOCK-FILE
               MOVE 'N' TO WS-MLOCK-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * JOURNAL-MASTER-REWRITE logs the master record image just
      * posted to the MSTJRNL.DAT forward-recovery journal through
      * REGISTRA-MAESTRO, so AVANZA-MAESTRO can replay the day's
      * updates on top of a restored unload.
      *----------------------------------------------------------------
       JOURNAL-MASTER-REWRITE.
           MOVE "REWRITE" TO WS-MJ-ACTION
           CALL "REGISTRA-MAESTRO" USING WS-MJ-ACTION,
               WS-MJ-PROGRAM, CUSTOMER-MASTER-REC.

       END PROGRAM CARGA-DEVOLUCIONES.
