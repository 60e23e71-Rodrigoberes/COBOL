      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Death-notice load. When a customer dies the account
      *          used to be closed by hand, days later, and the
      *          letters, statements and campaign mail kept going out
      *          in the meantime. The bereavement desk now keys each
      *          death notice onto the DEFUNC.DAT feed (shop-standard
      *          header, feed name DEFUNC, and trailer count, checked
      *          against the FEEDREG.DAT registry like every other
      *          feed): the deceased's document id and/or name and
      *          date of birth, the date of death, and the executor's
      *          name and address.
      *
      *          A notice is matched to its customer by document id
      *          when it carries one that is on file, otherwise by
      *          name (accents folded through NORMALIZA-NOMBRE) plus
      *          date of birth. The customer matched is placed in the
      *          DECEASED status, effective the date of death, with a
      *          STATUS history record and a journal image, and an
      *          estate case is opened on ESTATE.DAT (number from the
      *          ESTATE series) carrying the executor. From then on
      *          postings, amendments, routine letters, statements and
      *          campaign mail are refused for the customer;
      *          GENERA-CARTAS prints the one estate letter to the
      *          executor, BAJA-DE-CLIENTES settles the ledger and
      *          closes the account on the same case, and
      *          INFORME-SUCESIONES follows each case to the end.
      *
      *          A notice matching no customer or more than one, a
      *          customer already closed or already notified, a bad
      *          date of death, or no executor named marks nothing and
      *          is listed with its reason on DEFUNCX.DAT.
      *
      *          PARM: the operator id the load runs under.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-DEFUNCIONES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEATH-NOTICE-FILE ASSIGN TO "DEFUNC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.
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
           SELECT ESTATE-CASE-FILE ASSIGN TO "ESTATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CASE-NUMBER
               ALTERNATE RECORD KEY IS ES-CUSTOMER-NUMBER
               FILE STATUS IS WS-ESTATE-FILE-STATUS.
           SELECT MASTER-LOCK-FILE ASSIGN TO "MSTLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLOCK-FILE-STATUS.
           SELECT REASSIGN-HISTORY-FILE ASSIGN TO "REASGHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT NOTICE-EXCEPTION-FILE ASSIGN TO "DEFUNCX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DEATH-NOTICE-FILE.
       01  DEATH-NOTICE-REC.
           05 DN-DOC-ID        PIC X(12).
           05 DN-NOMBRE        PIC X(16).
           05 DN-APELLIDO      PIC X(32).
           05 DN-FECHA-NAC     PIC X(8).
           05 DN-DEATH-DATE    PIC X(8).
           05 DN-EXECUTOR-NAME PIC X(32).
           05 DN-EXEC-DIRECCION-1 PIC X(30).
           05 DN-EXEC-DIRECCION-2 PIC X(30).
           05 DN-EXEC-CODIGO-POSTAL PIC X(8).
           05 DN-EXEC-LOCALIDAD PIC X(30).
       01  DN-FEED-CONTROL-REC.
           05 DN-RECORD-ID     PIC X(3).
              88 NOTICE-FEED-HEADER  VALUE "HDR".
              88 NOTICE-FEED-TRAILER VALUE "TRL".
           05 DN-CONTROL-DATA.
              10 DN-FEED-NAME  PIC X(8).
              10 DN-FEED-DATE  PIC 9(8).
              10 DN-FEED-SEQ   PIC X(4).
           05 DN-TRAILER-COUNT REDEFINES DN-CONTROL-DATA
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
              88 CUSTOMER-DECEASED  VALUE 'D'.
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

       FD  ESTATE-CASE-FILE.
       01  ESTATE-CASE-REC.
           05 ES-CASE-NUMBER   PIC 9(8).
           05 ES-CUSTOMER-NUMBER PIC 9(8).
           05 ES-DOC-ID        PIC X(12).
           05 ES-DEATH-DATE    PIC 9(8).
           05 ES-NOTIFIED-DATE PIC 9(8).
           05 ES-MATCHED-BY    PIC X.
              88 MATCHED-BY-DOCUMENT VALUE 'D'.
              88 MATCHED-BY-NAME     VALUE 'N'.
           05 ES-PRIOR-STATUS  PIC X.
           05 ES-EXECUTOR-NAME PIC X(32).
           05 ES-EXEC-DIRECCION-1 PIC X(30).
           05 ES-EXEC-DIRECCION-2 PIC X(30).
           05 ES-EXEC-CODIGO-POSTAL PIC X(8).
           05 ES-EXEC-LOCALIDAD PIC X(30).
           05 ES-LETTER-DATE   PIC 9(8).
           05 ES-SETTLEMENT-TYPE PIC X.
           05 ES-SETTLEMENT-AMOUNT PIC 9(10)V99.
           05 ES-SETTLEMENT-REF PIC 9(8).
           05 ES-CLOSED-DATE   PIC 9(8).
           05 ES-STATUS        PIC X.
              88 ESTATE-CASE-OPEN     VALUE 'O'.
              88 ESTATE-CASE-FINISHED VALUE 'F'.
           05 ES-OPERATOR-ID   PIC X(8).

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

       FD  NOTICE-EXCEPTION-FILE.
       01  NOTICE-EXCEPTION-REC.
           05 DX-DOC-ID        PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 DX-NOMBRE        PIC X(16).
           05 FILLER           PIC X VALUE SPACE.
           05 DX-APELLIDO      PIC X(32).
           05 FILLER           PIC X VALUE SPACE.
           05 DX-FECHA-NAC     PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 DX-CUSTOMER-NUMBER PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 DX-REASON        PIC X(24).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-NOTICE-FILE-STATUS   PIC XX.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-ESTATE-FILE-STATUS   PIC XX.
       01 WS-HISTORY-FILE-STATUS  PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-MLOCK-FILE-STATUS    PIC XX.
       01 WS-MLOCK-SWITCH         PIC X VALUE 'N'.
          88 MASTER-LOCK-HELD VALUE 'Y'.
       01 WS-MLOCK-TRY-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-MLOCK-TRY-LIMIT      PIC 9(2) VALUE 10.
       01 WS-MLOCK-WAIT-SECS      PIC 9(4) COMP VALUE 1.
       01 WS-MJ-ACTION            PIC X(8).
       01 WS-MJ-PROGRAM           PIC X(18) VALUE "CARGA-DEFUNCIONES".
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
          88 NOTICE-FEED-EOF VALUE 'Y'.
       01 WS-FEED-OK-SWITCH       PIC X VALUE 'N'.
          88 FEED-IS-VALID VALUE 'Y'.
       01 WS-FEED-TRAILER-SW      PIC X VALUE 'N'.
          88 FEED-TRAILER-SEEN VALUE 'Y'.
       01 WS-FEED-DATA-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-FEED-TRAILER-COUNT   PIC 9(8) VALUE ZERO.
       01 WS-RF-ACTION            PIC X.
       01 WS-RF-FEED-NAME         PIC X(8) VALUE "DEFUNC".
       01 WS-RF-FEED-DATE         PIC 9(8) VALUE ZERO.
       01 WS-RF-FEED-SEQ          PIC 9(4) VALUE 1.
       01 WS-RF-RESULT            PIC X.
       01 WS-MASTER-EOF-SWITCH    PIC X VALUE 'N'.
          88 MASTER-FILE-EOF VALUE 'Y'.
       01 WS-FOUND-SWITCH         PIC X VALUE 'N'.
          88 CUSTOMER-FOUND VALUE 'Y'.
       01 WS-NOTICE-TABLE.
          05 WS-NT-COUNT          PIC 9(4) COMP VALUE ZERO.
          05 WS-NT-ENTRY OCCURS 500.
             10 WS-NT-IMAGE       PIC X(206).
             10 WS-NT-DOC-ID      PIC X(12).
             10 WS-NT-FECHA-NAC   PIC X(8).
             10 WS-NT-FOLDED-NAME PIC X(48).
             10 WS-NT-DOC-MATCHES PIC 9(4) COMP.
             10 WS-NT-DOC-CUSTOMER PIC 9(8).
             10 WS-NT-NAME-MATCHES PIC 9(4) COMP.
             10 WS-NT-NAME-CUSTOMER PIC 9(8).
       01 WS-NT-LIMIT             PIC 9(4) COMP VALUE 500.
       01 WS-NT-IDX               PIC 9(4) COMP VALUE ZERO.
       01 WS-FOLD-INPUT           PIC X(80).
       01 WS-FOLD-OUTPUT          PIC X(80).
       01 WS-FOLD-NOMBRE-LENGTH   PIC 9(2) VALUE 16.
       01 WS-FOLD-APELLIDO-LENGTH PIC 9(2) VALUE 32.
       01 WS-FOLDED-NAME.
          05 WS-FOLDED-NOMBRE     PIC X(16).
          05 WS-FOLDED-APELLIDO   PIC X(32).
       01 WS-MASTER-FOLDED-NAME   PIC X(48).
       01 WS-MATCHED-NUMBER       PIC 9(8) VALUE ZERO.
       01 WS-MATCHED-BY           PIC X VALUE SPACE.
       01 WS-MATCH-COUNT          PIC 9(4) COMP VALUE ZERO.
       01 WS-DEATH-DATE           PIC 9(8) VALUE ZERO.
       01 WS-DATE-MIN-YEAR        PIC 9(4) VALUE 1900.
       01 WS-VF-RESULTS.
          05 WS-VF-IS-VALID       PIC X.
             88 DEATH-DATE-IS-VALID VALUE 'Y'.
          05 WS-VF-REASON         PIC X(24).
       01 WS-EXCEPTION-REASON     PIC X(24).
       01 WS-NOTICES-READ         PIC 9(8) VALUE ZERO.
       01 WS-MARKED-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-EXCEPTION-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-HIST-SEQ-NO          PIC 9(8) VALUE ZERO.
       01 WS-HIST-SEQ-NAME        PIC X(8) VALUE "REASGHST".
       01 WS-CASE-SEQ-NO          PIC 9(8) VALUE ZERO.
       01 WS-CASE-SEQ-NAME        PIC X(8) VALUE "ESTATE".
       01 WS-NUMFAIL-SWITCH       PIC X VALUE 'N'.
          88 NUMBERING-FAILED VALUE 'Y'.
       01 WS-NUMFAIL-SEEN-SWITCH  PIC X VALUE 'N'.
          88 NUMBERING-FAILED-IN-RUN VALUE 'Y'.
       01 WS-CASE-WRITTEN-SW      PIC X VALUE 'N'.
          88 CASE-WAS-WRITTEN VALUE 'Y'.
       01 WS-EDITED-COUNT         PIC Z(7)9.
       01 WS-ALERT-SEVERITY       PIC X(8).
       01 WS-ALERT-MESSAGE        PIC X(60).
       01 WS-JOURNAL-EVENT        PIC X(5).
       01 WS-JOURNAL-PROGRAM      PIC X(18) VALUE "CARGA-DEFUNCIONES".
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
               DISPLAY "DEATH-NOTICE LOAD REFUSED - BAD DEFUNC FEED, "
                   "NOTHING MARKED"
               MOVE "SEVERE" TO WS-ALERT-SEVERITY
               MOVE "DEATH-NOTICE LOAD REFUSED - BAD DEFUNC FEED"
                   TO WS-ALERT-MESSAGE
               CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
                   WS-JOURNAL-PROGRAM, WS-ALERT-MESSAGE
               SET RUN-WAS-REFUSED TO TRUE
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM LOAD-NOTICE-TABLE
           PERFORM APPLY-THE-NOTICES
           IF RUN-WAS-REFUSED
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM REGISTER-POSTED-FEED
           DISPLAY "NOTICES READ:              " WS-NOTICES-READ
           DISPLAY "CUSTOMERS MARKED DECEASED: " WS-MARKED-COUNT
           DISPLAY "NOTICES NOT APPLIED:       " WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "EXCEPTIONS WRITTEN TO DEFUNCX.DAT"
               MOVE WS-EXCEPTION-COUNT TO WS-EDITED-COUNT
               MOVE "WARNING" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "DEATH-NOTICE LOAD LEFT" DELIMITED BY SIZE
                      WS-EDITED-COUNT DELIMITED BY SIZE
                      " NOTICES UNAPPLIED" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
                   WS-JOURNAL-PROGRAM, WS-ALERT-MESSAGE
           END-IF
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * VALIDATE-FEED-FILE makes the shop-standard pre-pass before the
      * master is touched: header naming the DEFUNC feed for the
      * cycle's business date, trailer count matching the records,
      * a name, date and sequence not already on the FEEDREG.DAT
      * registry, and no more notices than one run's table holds.
      *----------------------------------------------------------------
       VALIDATE-FEED-FILE.
           MOVE 'N' TO WS-FEED-OK-SWITCH
           MOVE 'N' TO WS-FEED-TRAILER-SW
           MOVE 'N' TO WS-FEED-EOF-SWITCH
           MOVE ZERO TO WS-FEED-DATA-COUNT
           OPEN INPUT DEATH-NOTICE-FILE
           IF WS-NOTICE-FILE-STATUS NOT = "00"
               DISPLAY "FEED REFUSED - DEFUNC.DAT NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NOTICE-FEED-RECORD
           IF NOTICE-FEED-EOF OR NOT NOTICE-FEED-HEADER
               DISPLAY "FEED REFUSED - HEADER MISSING ON DEFUNC"
           ELSE
           IF DN-FEED-NAME NOT = "DEFUNC"
               DISPLAY "FEED REFUSED - WRONG FEED NAME: "
                   DN-FEED-NAME
           ELSE
           IF DN-FEED-DATE NOT = WS-BUSINESS-DATE
               DISPLAY "FEED REFUSED - HEADER DATE " DN-FEED-DATE
                   " NOT CYCLE DATE " WS-BUSINESS-DATE
           ELSE
               IF DN-FEED-SEQ IS NUMERIC
                   MOVE DN-FEED-SEQ TO WS-RF-FEED-SEQ
               ELSE
                   MOVE 1 TO WS-RF-FEED-SEQ
               END-IF
               PERFORM COUNT-FEED-RECORDS
           END-IF
           END-IF
           END-IF
           CLOSE DEATH-NOTICE-FILE
           IF FEED-IS-VALID AND WS-FEED-DATA-COUNT > WS-NT-LIMIT
               DISPLAY "FEED REFUSED - " WS-FEED-DATA-COUNT
                   " NOTICES, MORE THAN ONE RUN TAKES (500)"
               MOVE 'N' TO WS-FEED-OK-SWITCH
           END-IF
           IF FEED-IS-VALID
               MOVE 'C' TO WS-RF-ACTION
               MOVE WS-BUSINESS-DATE TO WS-RF-FEED-DATE
               CALL "REGISTRA-FEED" USING WS-RF-ACTION,
                   WS-RF-FEED-NAME, WS-RF-FEED-DATE, WS-RF-FEED-SEQ,
                   WS-FEED-DATA-COUNT, WS-RF-RESULT
               IF WS-RF-RESULT = 'Y'
                   DISPLAY "FEED REFUSED - DEFUNC SEQUENCE "
                       WS-RF-FEED-SEQ " ALREADY LOADED ON "
                       WS-RF-FEED-DATE
                   MOVE 'N' TO WS-FEED-OK-SWITCH
               END-IF
           END-IF.

       COUNT-FEED-RECORDS.
           PERFORM READ-NOTICE-FEED-RECORD
           PERFORM UNTIL NOTICE-FEED-EOF
               IF NOTICE-FEED-TRAILER
                   SET FEED-TRAILER-SEEN TO TRUE
                   MOVE DN-TRAILER-COUNT TO WS-FEED-TRAILER-COUNT
               ELSE
                   ADD 1 TO WS-FEED-DATA-COUNT
               END-IF
               PERFORM READ-NOTICE-FEED-RECORD
           END-PERFORM
           IF NOT FEED-TRAILER-SEEN
               DISPLAY "FEED REFUSED - TRAILER MISSING ON DEFUNC"
           ELSE
               IF WS-FEED-DATA-COUNT = WS-FEED-TRAILER-COUNT
                   SET FEED-IS-VALID TO TRUE
               ELSE
                   DISPLAY "FEED REFUSED - TRAILER COUNT "
                       WS-FEED-TRAILER-COUNT " BUT "
                       WS-FEED-DATA-COUNT " RECORDS ON DEFUNC"
               END-IF
           END-IF.

       READ-NOTICE-FEED-RECORD.
           READ DEATH-NOTICE-FILE
               AT END SET NOTICE-FEED-EOF TO TRUE
           END-READ.

       REGISTER-POSTED-FEED.
           MOVE 'R' TO WS-RF-ACTION
           CALL "REGISTRA-FEED" USING WS-RF-ACTION,
               WS-RF-FEED-NAME, WS-RF-FEED-DATE, WS-RF-FEED-SEQ,
               WS-FEED-DATA-COUNT, WS-RF-RESULT.

      *----------------------------------------------------------------
      * LOAD-NOTICE-TABLE takes the feed's notices into memory with
      * each one's folded name, so the whole master is matched
      * against all of them in a single pass.
      *----------------------------------------------------------------
       LOAD-NOTICE-TABLE.
           MOVE ZERO TO WS-NT-COUNT
           MOVE 'N' TO WS-FEED-EOF-SWITCH
           OPEN INPUT DEATH-NOTICE-FILE
           PERFORM READ-NOTICE-FEED-RECORD
           PERFORM UNTIL NOTICE-FEED-EOF
               IF NOT NOTICE-FEED-HEADER AND NOT NOTICE-FEED-TRAILER
                   ADD 1 TO WS-NT-COUNT
                   MOVE DEATH-NOTICE-REC TO WS-NT-IMAGE(WS-NT-COUNT)
                   MOVE DN-DOC-ID TO WS-NT-DOC-ID(WS-NT-COUNT)
                   MOVE DN-FECHA-NAC TO WS-NT-FECHA-NAC(WS-NT-COUNT)
                   MOVE DN-NOMBRE TO WS-FOLD-INPUT
                   CALL "NORMALIZA-NOMBRE" USING WS-FOLD-INPUT,
                       WS-FOLD-NOMBRE-LENGTH, WS-FOLD-OUTPUT
                   MOVE FUNCTION UPPER-CASE(WS-FOLD-OUTPUT(1:16))
                       TO WS-FOLDED-NOMBRE
                   MOVE DN-APELLIDO TO WS-FOLD-INPUT
                   CALL "NORMALIZA-NOMBRE" USING WS-FOLD-INPUT,
                       WS-FOLD-APELLIDO-LENGTH, WS-FOLD-OUTPUT
                   MOVE FUNCTION UPPER-CASE(WS-FOLD-OUTPUT(1:32))
                       TO WS-FOLDED-APELLIDO
                   MOVE WS-FOLDED-NAME
                       TO WS-NT-FOLDED-NAME(WS-NT-COUNT)
                   MOVE ZERO TO WS-NT-DOC-MATCHES(WS-NT-COUNT)
                   MOVE ZERO TO WS-NT-DOC-CUSTOMER(WS-NT-COUNT)
                   MOVE ZERO TO WS-NT-NAME-MATCHES(WS-NT-COUNT)
                   MOVE ZERO TO WS-NT-NAME-CUSTOMER(WS-NT-COUNT)
               END-IF
               PERFORM READ-NOTICE-FEED-RECORD
           END-PERFORM
           CLOSE DEATH-NOTICE-FILE.

      *----------------------------------------------------------------
      * APPLY-THE-NOTICES matches the notices against the master in
      * one pass under the master lock, then applies them one at a
      * time in feed order.
      *----------------------------------------------------------------
       APPLY-THE-NOTICES.
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
           OPEN I-O ESTATE-CASE-FILE
           IF WS-ESTATE-FILE-STATUS = "35"
               OPEN OUTPUT ESTATE-CASE-FILE
               CLOSE ESTATE-CASE-FILE
               OPEN I-O ESTATE-CASE-FILE
           END-IF
           IF WS-ESTATE-FILE-STATUS NOT = "00"
               DISPLAY "DEATH-NOTICE LOAD REFUSED - ESTATE.DAT NOT "
                   "AVAILABLE (" WS-ESTATE-FILE-STATUS ")"
               CLOSE CUSTOMER-MASTER-FILE
               PERFORM RELEASE-MASTER-LOCK
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM MATCH-NOTICES-TO-MASTER
           OPEN OUTPUT NOTICE-EXCEPTION-FILE
           MOVE ZERO TO WS-NT-IDX
           PERFORM UNTIL WS-NT-IDX >= WS-NT-COUNT
               ADD 1 TO WS-NT-IDX
               ADD 1 TO WS-NOTICES-READ
               MOVE WS-NT-IMAGE(WS-NT-IDX) TO DEATH-NOTICE-REC
               PERFORM APPLY-ONE-NOTICE
           END-PERFORM
           CLOSE NOTICE-EXCEPTION-FILE
           CLOSE ESTATE-CASE-FILE
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM RELEASE-MASTER-LOCK.

      *----------------------------------------------------------------
      * MATCH-NOTICES-TO-MASTER reads the master once from the lowest
      * customer number and counts, for every notice, the customers
      * carrying its document id and the customers whose folded name
      * and date of birth are its own, keeping the last of each.
      *----------------------------------------------------------------
       MATCH-NOTICES-TO-MASTER.
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           MOVE ZERO TO CM-CUSTOMER-NUMBER
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CM-CUSTOMER-NUMBER
               INVALID KEY
                   SET MASTER-FILE-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-MASTER
           PERFORM UNTIL MASTER-FILE-EOF
               MOVE CM-NOMBRE TO WS-FOLD-INPUT
               CALL "NORMALIZA-NOMBRE" USING WS-FOLD-INPUT,
                   WS-FOLD-NOMBRE-LENGTH, WS-FOLD-OUTPUT
               MOVE FUNCTION UPPER-CASE(WS-FOLD-OUTPUT(1:16))
                   TO WS-FOLDED-NOMBRE
               MOVE CM-APELLIDO TO WS-FOLD-INPUT
               CALL "NORMALIZA-NOMBRE" USING WS-FOLD-INPUT,
                   WS-FOLD-APELLIDO-LENGTH, WS-FOLD-OUTPUT
               MOVE FUNCTION UPPER-CASE(WS-FOLD-OUTPUT(1:32))
                   TO WS-FOLDED-APELLIDO
               MOVE WS-FOLDED-NAME TO WS-MASTER-FOLDED-NAME
               MOVE ZERO TO WS-NT-IDX
               PERFORM UNTIL WS-NT-IDX >= WS-NT-COUNT
                   ADD 1 TO WS-NT-IDX
                   PERFORM MATCH-ONE-NOTICE
               END-PERFORM
               PERFORM READ-NEXT-MASTER
           END-PERFORM.

       READ-NEXT-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END SET MASTER-FILE-EOF TO TRUE
           END-READ.

       MATCH-ONE-NOTICE.
           IF WS-NT-DOC-ID(WS-NT-IDX) NOT = SPACES
                   AND WS-NT-DOC-ID(WS-NT-IDX) = CM-DOC-ID
               ADD 1 TO WS-NT-DOC-MATCHES(WS-NT-IDX)
               MOVE CM-CUSTOMER-NUMBER
                   TO WS-NT-DOC-CUSTOMER(WS-NT-IDX)
           END-IF
           IF WS-NT-FECHA-NAC(WS-NT-IDX) IS NUMERIC
                   AND WS-NT-FECHA-NAC(WS-NT-IDX) = CM-FECHA-NAC
                   AND WS-NT-FOLDED-NAME(WS-NT-IDX)
                       = WS-MASTER-FOLDED-NAME
                   AND WS-MASTER-FOLDED-NAME(17:32) NOT = SPACES
               ADD 1 TO WS-NT-NAME-MATCHES(WS-NT-IDX)
               MOVE CM-CUSTOMER-NUMBER
                   TO WS-NT-NAME-CUSTOMER(WS-NT-IDX)
           END-IF.

      *----------------------------------------------------------------
      * APPLY-ONE-NOTICE settles which customer the notice names -- by
      * document id when the id is on file, by name and date of birth
      * otherwise -- and marks that one customer deceased. Anything
      * short of exactly one live customer is left for the desk.
      *----------------------------------------------------------------
       APPLY-ONE-NOTICE.
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE ZERO TO WS-MATCHED-NUMBER
           IF WS-NT-DOC-MATCHES(WS-NT-IDX) > ZERO
               MOVE 'D' TO WS-MATCHED-BY
               MOVE WS-NT-DOC-MATCHES(WS-NT-IDX) TO WS-MATCH-COUNT
               MOVE WS-NT-DOC-CUSTOMER(WS-NT-IDX) TO WS-MATCHED-NUMBER
           ELSE
               MOVE 'N' TO WS-MATCHED-BY
               MOVE WS-NT-NAME-MATCHES(WS-NT-IDX) TO WS-MATCH-COUNT
               MOVE WS-NT-NAME-CUSTOMER(WS-NT-IDX)
                   TO WS-MATCHED-NUMBER
           END-IF
           PERFORM CHECK-DEATH-DATE
           IF NOT DEATH-DATE-IS-VALID
               MOVE "DEATH DATE INVALID" TO WS-EXCEPTION-REASON
           ELSE
           IF DN-EXECUTOR-NAME = SPACES
                   OR DN-EXEC-DIRECCION-1 = SPACES
               MOVE "EXECUTOR NOT NAMED" TO WS-EXCEPTION-REASON
           ELSE
           IF WS-MATCH-COUNT = ZERO
               MOVE "NO MATCHING CUSTOMER" TO WS-EXCEPTION-REASON
           ELSE
           IF WS-MATCH-COUNT > 1
               MOVE "MORE THAN ONE MATCH" TO WS-EXCEPTION-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-EXCEPTION-REASON = SPACES
               PERFORM READ-MATCHED-CUSTOMER
               IF NOT CUSTOMER-FOUND
                   MOVE "NO MATCHING CUSTOMER" TO WS-EXCEPTION-REASON
               ELSE
               IF CUSTOMER-CLOSED
                   MOVE "CUSTOMER IS CLOSED" TO WS-EXCEPTION-REASON
               ELSE
               IF CUSTOMER-DECEASED
                   MOVE "ALREADY NOTIFIED" TO WS-EXCEPTION-REASON
               END-IF
               END-IF
               END-IF
           END-IF
           IF WS-EXCEPTION-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ESTATE-CASE
           IF NOT CASE-WAS-WRITTEN
               PERFORM WRITE-EXCEPTION-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-STATUS-HISTORY-RECORD
           IF NUMBERING-FAILED
               MOVE "NUMBERING UNAVAILABLE" TO WS-EXCEPTION-REASON
               DELETE ESTATE-CASE-FILE RECORD
               PERFORM WRITE-EXCEPTION-RECORD
               EXIT PARAGRAPH
           END-IF
           SET CUSTOMER-DECEASED TO TRUE
           MOVE WS-DEATH-DATE TO CM-STATUS-DATE
           REWRITE CUSTOMER-MASTER-REC
           PERFORM JOURNAL-MASTER-REWRITE
           ADD 1 TO WS-MARKED-COUNT
           DISPLAY "CUSTOMER MARKED DECEASED: " CM-CUSTOMER-NUMBER
               " - ESTATE CASE " ES-CASE-NUMBER.

      *----------------------------------------------------------------
      * CHECK-DEATH-DATE takes a date of death that VALIDA-FECHA
      * finds a real calendar date not after the business date.
      *----------------------------------------------------------------
       CHECK-DEATH-DATE.
           MOVE ZERO TO WS-DEATH-DATE
           CALL "VALIDA-FECHA" USING DN-DEATH-DATE, WS-BUSINESS-DATE,
               WS-DATE-MIN-YEAR, WS-VF-RESULTS
           IF DEATH-DATE-IS-VALID
               MOVE DN-DEATH-DATE TO WS-DEATH-DATE
           END-IF.

       READ-MATCHED-CUSTOMER.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE WS-MATCHED-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * OPEN-ESTATE-CASE writes the new estate case, numbered from the
      * ESTATE series, before the master is touched, so there is
      * never a deceased customer without the case that follows the
      * estate to its closure.
      *----------------------------------------------------------------
       OPEN-ESTATE-CASE.
           MOVE 'N' TO WS-CASE-WRITTEN-SW
           MOVE 'N' TO WS-NUMFAIL-SWITCH
           CALL "SIGUIENTE-NUMERO" USING WS-CASE-SEQ-NAME,
               WS-CASE-SEQ-NO
           IF WS-CASE-SEQ-NO = ZERO
               SET NUMBERING-FAILED TO TRUE
               SET NUMBERING-FAILED-IN-RUN TO TRUE
               MOVE "NUMBERING UNAVAILABLE" TO WS-EXCEPTION-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ESTATE-CASE-REC
           MOVE WS-CASE-SEQ-NO        TO ES-CASE-NUMBER
           MOVE CM-CUSTOMER-NUMBER    TO ES-CUSTOMER-NUMBER
           MOVE CM-DOC-ID             TO ES-DOC-ID
           MOVE WS-DEATH-DATE         TO ES-DEATH-DATE
           MOVE WS-BUSINESS-DATE      TO ES-NOTIFIED-DATE
           MOVE WS-MATCHED-BY         TO ES-MATCHED-BY
           MOVE CM-STATUS             TO ES-PRIOR-STATUS
           MOVE DN-EXECUTOR-NAME      TO ES-EXECUTOR-NAME
           MOVE DN-EXEC-DIRECCION-1   TO ES-EXEC-DIRECCION-1
           MOVE DN-EXEC-DIRECCION-2   TO ES-EXEC-DIRECCION-2
           MOVE DN-EXEC-CODIGO-POSTAL TO ES-EXEC-CODIGO-POSTAL
           MOVE DN-EXEC-LOCALIDAD     TO ES-EXEC-LOCALIDAD
           MOVE ZERO                  TO ES-LETTER-DATE
           MOVE ZERO                  TO ES-SETTLEMENT-AMOUNT
           MOVE ZERO                  TO ES-SETTLEMENT-REF
           MOVE ZERO                  TO ES-CLOSED-DATE
           SET ESTATE-CASE-OPEN TO TRUE
           MOVE WS-OPERATOR-ID        TO ES-OPERATOR-ID
           WRITE ESTATE-CASE-REC
               INVALID KEY
                   MOVE "ESTATE CASE ON FILE" TO WS-EXCEPTION-REASON
               NOT INVALID KEY
                   SET CASE-WAS-WRITTEN TO TRUE
           END-WRITE.

       WRITE-EXCEPTION-RECORD.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO NOTICE-EXCEPTION-REC
           MOVE DN-DOC-ID           TO DX-DOC-ID
           MOVE DN-NOMBRE           TO DX-NOMBRE
           MOVE DN-APELLIDO         TO DX-APELLIDO
           MOVE DN-FECHA-NAC        TO DX-FECHA-NAC
           IF WS-MATCHED-NUMBER NOT = ZERO
               MOVE WS-MATCHED-NUMBER TO DX-CUSTOMER-NUMBER
           END-IF
           MOVE WS-EXCEPTION-REASON TO DX-REASON
           WRITE NOTICE-EXCEPTION-REC
           DISPLAY "NOTICE NOT APPLIED - " WS-EXCEPTION-REASON ": "
               DN-NOMBRE " " DN-APELLIDO.

      *----------------------------------------------------------------
      * WRITE-STATUS-HISTORY-RECORD logs the move to DECEASED as a
      * STATUS change the way SUSPENDE-DORMIDOS logs a suspension,
      * effective the date of death, numbered from the shared
      * REASGHST series. A zero from SIGUIENTE-NUMERO leaves the
      * customer unmarked and flags the run severe.
      *----------------------------------------------------------------
       WRITE-STATUS-HISTORY-RECORD.
           MOVE 'N' TO WS-NUMFAIL-SWITCH
           CALL "SIGUIENTE-NUMERO" USING WS-HIST-SEQ-NAME,
               WS-HIST-SEQ-NO
           IF WS-HIST-SEQ-NO = ZERO
               SET NUMBERING-FAILED TO TRUE
               SET NUMBERING-FAILED-IN-RUN TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REASSIGN-HISTORY-REC
           MOVE WS-HIST-SEQ-NO     TO RH-SEQ-NO
           MOVE CM-CUSTOMER-NUMBER TO RH-CUSTOMER-NUMBER
           MOVE "STATUS"           TO RH-FIELD-NAME
           MOVE CM-STATUS          TO RH-OLD-VALUE
           MOVE 'D'                TO RH-NEW-VALUE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO RH-TIMESTAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
               INTO RH-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE WS-OPERATOR-ID   TO RH-OPERATOR-ID
           MOVE SPACES           TO RH-CHECKER-ID
           MOVE WS-DEATH-DATE    TO RH-EFFECTIVE-DATE
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
      * Notices left unapplied end the run with a warning; a refused
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
           IF RUN-WAS-REFUSED OR NUMBERING-FAILED-IN-RUN
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

       END PROGRAM CARGA-DEFUNCIONES.
