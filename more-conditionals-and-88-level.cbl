      *               than classifying the base on hand-edited
      *               boundaries. AJUSTA-CONTROLES stamps the seal
      *               when it sets the bands.
      * 2026-10-15 RO Master-file and projection modes now read the
      *               night's MSTFOTO.DAT snapshot that FOTO-MAESTRO
      *               takes instead of CUSTMAST.DAT, checking through
      *               COMPRUEBA-FOTO that it is complete and of this
      *               business date before the pass and that the count
      *               read matches after it; a stale, unfinished or
      *               short snapshot refuses the run severe.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORE-CONDICIONALES.
           SELECT EDAD-SNAPSHOT-FILE ASSIGN TO "EDADSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "MSTFOTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
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

       WORKING-STORAGE SECTION.
       01 EDAD                 PIC 9(3) VALUE ZERO.
          88 MASTER-FILE-EOF    VALUE 'Y'.
       01 WS-BAND-CTL-STATUS    PIC XX.
       01 WS-MASTER-FILE-STATUS PIC XX.
       01 WS-FOTO-ACTION        PIC X.
       01 WS-FOTO-RECORDS       PIC 9(8) VALUE ZERO.
       01 WS-FOTO-RESULT        PIC X.
       01 WS-FOTO-SWITCH        PIC X VALUE 'N'.
          88 MASTER-SNAPSHOT-REFUSED VALUE 'Y'.
       01 WS-BAND-COUNTERS.
          05 WS-JOVEN-COUNT     PIC 9(8) VALUE ZERO.
          05 WS-MADURO-COUNT    PIC 9(8) VALUE ZERO.
      * time.
      *----------------------------------------------------------------
       CLASSIFY-CUSTOMER-MASTER.
           PERFORM CHECK-MASTER-SNAPSHOT
           IF MASTER-SNAPSHOT-REFUSED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN OUTPUT EDAD-REJECT-FILE
           OPEN OUTPUT EDAD-CLASS-OUTPUT-FILE
                   PERFORM READ-MASTER-RECORD
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
               PERFORM CHECK-SNAPSHOT-COUNT
           END-IF
           CLOSE EDAD-REJECT-FILE
           CLOSE EDAD-CLASS-OUTPUT-FILE
           IF MASTER-SNAPSHOT-REFUSED
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-DEMOGRAPHIC-REPORT
           PERFORM WRITE-SNAPSHOT-RECORD
           PERFORM DECLARE-CLASSIFICATION-TOTALS.
       READ-MASTER-RECORD.
           READ CUSTOMER-MASTER-FILE NEXT
               AT END SET MASTER-FILE-EOF TO TRUE
               NOT AT END ADD 1 TO WS-FOTO-RECORDS
           END-READ.

      *----------------------------------------------------------------
      * CHECK-MASTER-SNAPSHOT and CHECK-SNAPSHOT-COUNT bracket a pass
      * over the night's master snapshot (MSTFOTO.DAT, taken by
      * FOTO-MAESTRO): before it, the snapshot must be complete and
      * of this business date; after it, the records read must match
      * the count FOTO-MAESTRO wrote. Either failure refuses the run.
      *----------------------------------------------------------------
       CHECK-MASTER-SNAPSHOT.
           MOVE 'O' TO WS-FOTO-ACTION
           MOVE ZERO TO WS-FOTO-RECORDS
           CALL "COMPRUEBA-FOTO" USING WS-FOTO-ACTION,
               WS-JOURNAL-PROGRAM, WS-FOTO-RECORDS, WS-FOTO-RESULT
           IF WS-FOTO-RESULT NOT = 'Y'
               SET MASTER-SNAPSHOT-REFUSED TO TRUE
           END-IF.

       CHECK-SNAPSHOT-COUNT.
           MOVE 'C' TO WS-FOTO-ACTION
           CALL "COMPRUEBA-FOTO" USING WS-FOTO-ACTION,
               WS-JOURNAL-PROGRAM, WS-FOTO-RECORDS, WS-FOTO-RESULT
           IF WS-FOTO-RESULT NOT = 'Y'
               SET MASTER-SNAPSHOT-REFUSED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * PROJECT-DEMOGRAPHICS ages every ACTIVE customer's birth date
      * forward zero, one, three, and five years against the same
           MOVE 1 TO WS-PJ-YEARS-AHEAD(2)
           MOVE 3 TO WS-PJ-YEARS-AHEAD(3)
           MOVE 5 TO WS-PJ-YEARS-AHEAD(4)
           PERFORM CHECK-MASTER-SNAPSHOT
           IF MASTER-SNAPSHOT-REFUSED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
               PERFORM READ-MASTER-RECORD
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM CHECK-SNAPSHOT-COUNT
           IF MASTER-SNAPSHOT-REFUSED
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-PROJECTION-REPORT.

       PROJECT-ONE-CUSTOMER.
           MOVE "END" TO WS-JOURNAL-EVENT
           MOVE WS-TOTAL-COUNT TO WS-JOURNAL-RECORDS
           MOVE WS-INVALID-COUNT TO WS-JOURNAL-REJECTS
           IF CONTROL-FILE-TAMPERED OR MASTER-SNAPSHOT-REFUSED
               MOVE "SEVERE" TO WS-JOURNAL-STATUS
           ELSE
               IF WS-JOURNAL-REJECTS > ZERO
