      *               by more than 500 customers is truncated, and
      *               that is counted and reported. Report content and
      *               reasons are unchanged.
      * 2026-10-15 RO Names are folded through NORMALIZA-NOMBRE
      *               before they are upper-cased and squeezed, so
      *               MUÑOZ groups with MUNOZ and GÓMEZ with GOMEZ and
      *               an accent keyed on one record and not the other
      *               reports as the same name instead of a name off
      *               by one character -- or as no pair at all. The
      *               report still shows both names as stored.
      * 2026-10-15 RO The sweep now reads the night's MSTFOTO.DAT
      *               master snapshot instead of CUSTMAST.DAT, checked
      *               through COMPRUEBA-FOTO before the run and after
      *               each pass; a stale, unfinished or short snapshot
      *               ends the run with return code 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETECTA-DUPLICADOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "MSTFOTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT DUP-REPORT-FILE ASSIGN TO "DUPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  DUP-REPORT-FILE.
       01  DUP-REPORT-REC.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS PIC XX.
       01 WS-FOTO-PROGRAM       PIC X(18) VALUE "DETECTA-DUPLICADOS".
       01 WS-FOTO-ACTION        PIC X.
       01 WS-FOTO-RECORDS       PIC 9(8) VALUE ZERO.
       01 WS-FOTO-RESULT        PIC X.
       01 WS-FOTO-SWITCH        PIC X VALUE 'N'.
          88 MASTER-SNAPSHOT-REFUSED VALUE 'Y'.
       01 WS-MASTER-EOF-SWITCH  PIC X VALUE 'N'.
          88 MASTER-FILE-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH    PIC X VALUE 'N'.
       01 WS-NORM-OUTPUT        PIC X(32).
       01 WS-NORM-IN-POS        PIC 9(3) COMP VALUE ZERO.
       01 WS-NORM-OUT-POS       PIC 9(3) COMP VALUE ZERO.
       01 WS-FOLD-INPUT         PIC X(80).
       01 WS-FOLD-LENGTH        PIC 9(2) VALUE 32.
       01 WS-FOLD-OUTPUT        PIC X(80).
       01 WS-COMPARE-A          PIC X(32).
       01 WS-COMPARE-B          PIC X(32).
       01 WS-COMPARE-POS        PIC 9(3) COMP VALUE ZERO.
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM CHECK-MASTER-SNAPSHOT
           IF MASTER-SNAPSHOT-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CLEARED-PAIRS
           OPEN OUTPUT DUP-REPORT-FILE
           MOVE 1 TO WS-SWEEP-PASS
               ON ASCENDING KEY DS-NORM-APELLIDO DS-NORM-NOMBRE
               INPUT PROCEDURE IS RELEASE-NORMALIZED-NAMES
               OUTPUT PROCEDURE IS COMPARE-WITHIN-GROUPS
           PERFORM CHECK-SNAPSHOT-COUNT
           IF MASTER-SNAPSHOT-REFUSED
               CLOSE DUP-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 2 TO WS-SWEEP-PASS
           SORT DUP-SORT-FILE
               ON ASCENDING KEY DS-NORM-NOMBRE DS-NORM-APELLIDO
               INPUT PROCEDURE IS RELEASE-NORMALIZED-NAMES
               OUTPUT PROCEDURE IS COMPARE-WITHIN-GROUPS
           CLOSE DUP-REPORT-FILE
           PERFORM CHECK-SNAPSHOT-COUNT
           IF MASTER-SNAPSHOT-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CUSTOMERS EXAMINED:    " WS-EXAMINED-COUNT
           DISPLAY "LIKELY DUPLICATE PAIRS: " WS-FLAGGED-COUNT
           DISPLAY "PAIRS SUPPRESSED (NOT-A-DUPLICATE): "
       RELEASE-NORMALIZED-NAMES SECTION.
       RNM-MAIN.
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           MOVE ZERO TO WS-FOTO-RECORDS
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               GO TO RNM-EXIT
       READ-MASTER-RECORD.
           READ CUSTOMER-MASTER-FILE NEXT
               AT END SET MASTER-FILE-EOF TO TRUE
               NOT AT END ADD 1 TO WS-FOTO-RECORDS
           END-READ.

      *----------------------------------------------------------------
      * NORMALIZE-NAME-FIELD folds accented letters to plain ones,
      * upper-cases WS-NORM-INPUT and squeezes every space out, so
      * "Juan  Pérez" and "JUAN PEREZ" normalize to the same value.
      *----------------------------------------------------------------
       NORMALIZE-NAME-FIELD.
           MOVE WS-NORM-INPUT TO WS-FOLD-INPUT
           CALL "NORMALIZA-NOMBRE" USING WS-FOLD-INPUT,
               WS-FOLD-LENGTH, WS-FOLD-OUTPUT
           MOVE FUNCTION UPPER-CASE(WS-FOLD-OUTPUT(1:32))
               TO WS-NORM-INPUT
           MOVE SPACES TO WS-NORM-OUTPUT
           MOVE ZERO TO WS-NORM-IN-POS
           MOVE ZERO TO WS-NORM-OUT-POS
               AT END SET DISPOSITION-FILE-EOF TO TRUE
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
               WS-FOTO-PROGRAM, WS-FOTO-RECORDS, WS-FOTO-RESULT
           IF WS-FOTO-RESULT NOT = 'Y'
               SET MASTER-SNAPSHOT-REFUSED TO TRUE
           END-IF.

       CHECK-SNAPSHOT-COUNT.
           MOVE 'C' TO WS-FOTO-ACTION
           CALL "COMPRUEBA-FOTO" USING WS-FOTO-ACTION,
               WS-FOTO-PROGRAM, WS-FOTO-RECORDS, WS-FOTO-RESULT
           IF WS-FOTO-RESULT NOT = 'Y'
               SET MASTER-SNAPSHOT-REFUSED TO TRUE
           END-IF.

       END PROGRAM DETECTA-DUPLICADOS.
