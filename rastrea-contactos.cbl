      *               different addresses together and splitting
      *               matching ones apart. The normalizer squeezes
      *               the spacing either way.
      * 2026-10-15 RO The address grouping key is now the postal code
      *               and the CLAVE-CALLE key of each line, so the
      *               same street spelled with or without points,
      *               spaces or accents groups together, and the same
      *               street in two towns no longer does.
      * 2026-10-15 RO The sweep now reads the night's MSTFOTO.DAT
      *               master snapshot instead of CUSTMAST.DAT, checked
      *               through COMPRUEBA-FOTO before the run and after
      *               each pass; a stale, unfinished or short snapshot
      *               ends the run with return code 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RASTREA-CONTACTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "MSTFOTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT XREF-SORT-FILE ASSIGN TO "XREFSORT.TMP".
           SELECT XREF-REPORT-FILE ASSIGN TO "XREFRPT.DAT"
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

       SD  XREF-SORT-FILE.
       01  XREF-SORT-REC.
           05 XS-GROUP-KEY     PIC X(68).
           05 XS-NUMBER        PIC 9(8).
           05 XS-STATUS        PIC X.
           05 XS-NORM-APELLIDO PIC X(32).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS PIC XX.
       01 WS-FOTO-PROGRAM       PIC X(18) VALUE "RASTREA-CONTACTOS".
       01 WS-FOTO-ACTION        PIC X.
       01 WS-FOTO-RECORDS       PIC 9(8) VALUE ZERO.
       01 WS-FOTO-RESULT        PIC X.
       01 WS-FOTO-SWITCH        PIC X VALUE 'N'.
          88 MASTER-SNAPSHOT-REFUSED VALUE 'Y'.
       01 WS-MASTER-EOF-SWITCH  PIC X VALUE 'N'.
          88 MASTER-FILE-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH    PIC X VALUE 'N'.
       01 WS-NORM-OUTPUT        PIC X(60).
       01 WS-NORM-IN-POS        PIC 9(3) COMP VALUE ZERO.
       01 WS-NORM-OUT-POS       PIC 9(3) COMP VALUE ZERO.
       01 WS-CONTACT-KEY        PIC X(68).
       01 WS-ADDRESS-KEY REDEFINES WS-CONTACT-KEY.
          05 WS-AK-CODIGO-POSTAL PIC X(8).
          05 WS-AK-LINE-1       PIC X(30).
          05 WS-AK-LINE-2       PIC X(30).
       01 WS-GROUP-TABLE.
          05 WS-GROUP-COUNT     PIC 9(3) COMP VALUE ZERO.
          05 WS-GROUP-ENTRY OCCURS 200.
             10 WS-GE-NORM-APELLIDO PIC X(32).
             10 WS-GE-NOMBRE        PIC X(16).
             10 WS-GE-APELLIDO      PIC X(32).
       01 WS-GROUP-KEY          PIC X(68).
       01 WS-GROUP-IDX          PIC 9(3) COMP VALUE ZERO.
       01 WS-GROUP-OVERFLOW     PIC 9(7) VALUE ZERO.
       01 WS-SAME-SURNAME-SW    PIC X VALUE 'Y'.
           IF WS-MIN-GROUP-SIZE < 2
               MOVE 2 TO WS-MIN-GROUP-SIZE
           END-IF
           PERFORM CHECK-MASTER-SNAPSHOT
           IF MASTER-SNAPSHOT-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT XREF-REPORT-FILE
           MOVE 1 TO WS-SWEEP-PASS
           SORT XREF-SORT-FILE
               ON ASCENDING KEY XS-GROUP-KEY
               INPUT PROCEDURE IS RELEASE-CONTACT-KEYS
               OUTPUT PROCEDURE IS REPORT-LARGE-GROUPS
           PERFORM CHECK-SNAPSHOT-COUNT
           IF MASTER-SNAPSHOT-REFUSED
               CLOSE XREF-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 2 TO WS-SWEEP-PASS
           SORT XREF-SORT-FILE
               ON ASCENDING KEY XS-GROUP-KEY
               INPUT PROCEDURE IS RELEASE-CONTACT-KEYS
               OUTPUT PROCEDURE IS REPORT-LARGE-GROUPS
           CLOSE XREF-REPORT-FILE
           PERFORM CHECK-SNAPSHOT-COUNT
           IF MASTER-SNAPSHOT-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "SHARED-PHONE GROUPS REPORTED:   "
               WS-PHONE-GROUPS
           DISPLAY "SHARED-ADDRESS GROUPS REPORTED: "
           STOP RUN.

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

      *----------------------------------------------------------------
      * RELEASE-CONTACT-KEYS reads the whole master snapshot (both
      * passes read it, and each pass's count is checked against
      * FOTO-MAESTRO's) and releases one
      * record per customer keyed on the pass's normalized contact
      * field -- the phone on pass one, the postal code and two
      * address lines on pass two -- with blanks skipped (no phone on
      * file groups nobody).
      *----------------------------------------------------------------
       RELEASE-CONTACT-KEYS SECTION.
       RCK-MAIN.
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           MOVE ZERO TO WS-FOTO-RECORDS
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               GO TO RCK-EXIT
               IF WS-SWEEP-PASS = 1
                   MOVE SPACES TO WS-NORM-INPUT
                   MOVE CM-TELEFONO TO WS-NORM-INPUT
                   PERFORM NORMALIZE-CONTACT-FIELD
                   MOVE WS-NORM-OUTPUT TO WS-CONTACT-KEY
               ELSE
      * each line is keyed whole, at its fixed position, through
      * CLAVE-CALLE -- letters and digits only, accents folded -- and
      * an address with neither line on file groups nobody
                   MOVE CM-CODIGO-POSTAL TO WS-AK-CODIGO-POSTAL
                   CALL "CLAVE-CALLE" USING CM-DIRECCION-1,
                       WS-AK-LINE-1
                   CALL "CLAVE-CALLE" USING CM-DIRECCION-2,
                       WS-AK-LINE-2
                   IF WS-AK-LINE-1 = SPACES
                           AND WS-AK-LINE-2 = SPACES
                       MOVE SPACES TO WS-CONTACT-KEY
                   END-IF
               END-IF
               IF WS-CONTACT-KEY NOT = SPACES
                       AND WS-CONTACT-KEY NOT = ALL "0"
                   MOVE WS-CONTACT-KEY TO XS-GROUP-KEY
                   MOVE CM-CUSTOMER-NUMBER TO XS-NUMBER
                   MOVE CM-STATUS TO XS-STATUS
                   MOVE SPACES TO WS-NORM-INPUT
       READ-MASTER-RECORD.
           READ CUSTOMER-MASTER-FILE NEXT
               AT END SET MASTER-FILE-EOF TO TRUE
               NOT AT END ADD 1 TO WS-FOTO-RECORDS
           END-READ.

      *----------------------------------------------------------------
