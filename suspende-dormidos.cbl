      *               trailing layout (RH-CHECKER-ID, RH-EFFECTIVE-
      *               DATE; spaces/zero here), so REASGHST.DAT keeps
      *               one record layout across all its writers.
      * 2026-10-15 RO DORMRPT.DAT now carries each account's branch,
      *               and the accounts suspended are broken down by
      *               branch at the end of the sweep.
      * 2026-10-15 RO Report filed under its business date and
      *               cataloged through ARCHIVA-INFORME.
      * 2026-10-15 RO DORMRPT.DAT now ends with a SUBTOTAL record per
      *               branch in branch-code order and a TOTAL record
      *               (trailer layout redefining the detail), so the
      *               archived report carries the branch breakdown.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENDE-DORMIDOS.
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

       FD  DORMANT-REPORT-FILE.
       01  DORMANT-REPORT-REC.
           05 DM-DETAIL.
              10 DM-CUSTOMER-NUMBER PIC 9(8).
              10 FILLER           PIC X VALUE SPACE.
              10 DM-NOMBRE        PIC X(16).
              10 FILLER           PIC X VALUE SPACE.
              10 DM-APELLIDO      PIC X(32).
              10 FILLER           PIC X VALUE SPACE.
              10 DM-LAST-ACTIVITY PIC 9(8).
              10 FILLER           PIC X VALUE SPACE.
              10 DM-BUSINESS-DATE PIC 9(8).
              10 FILLER           PIC X VALUE SPACE.
              10 DM-BRANCH-CODE   PIC X(4).
      * trailer records follow the details: one SUBTOTAL per branch in
      * branch-code order, then the TOTAL. Their type word sits where a
      * detail carries its (numeric) customer number.
           05 DM-TRAILER REDEFINES DM-DETAIL.
              10 DT-RECORD-TYPE   PIC X(8).
                 88 DT-BRANCH-SUBTOTAL VALUE "SUBTOTAL".
                 88 DT-GRAND-TOTAL     VALUE "TOTAL".
              10 FILLER           PIC X.
              10 DT-BRANCH-CODE   PIC X(4).
              10 FILLER           PIC X.
              10 DT-SUSPENDED-COUNT PIC 9(8).
              10 FILLER           PIC X.
              10 DT-EXAMINED-COUNT PIC 9(8).
              10 FILLER           PIC X.
              10 DT-BUSINESS-DATE PIC 9(8).
              10 FILLER           PIC X(41).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).
       01 WS-LAST-ACTIVITY       PIC 9(8) VALUE ZERO.
       01 WS-EXAMINED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-SUSPENDED-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-BRANCH-TABLE.
          05 WS-BR-ENTRY OCCURS 100.
             10 WS-BR-CODE       PIC X(4).
             10 WS-BR-SUSPENDED  PIC 9(8).
       01 WS-BRANCH-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-BRANCH-IDX          PIC 9(3) VALUE ZERO.
       01 WS-THIS-BRANCH-IDX     PIC 9(3) VALUE ZERO.
       01 WS-INSERT-IDX          PIC 9(3) VALUE ZERO.
       01 WS-THIS-BRANCH         PIC X(4).
       01 WS-HIST-SEQ-NO         PIC 9(8) VALUE ZERO.
       01 WS-HIST-SEQ-NAME       PIC X(8) VALUE "REASGHST".
       01 WS-NUMFAIL-SWITCH      PIC X VALUE 'N'.
          05 WS-TS-DATE          PIC X(8).
          05 WS-TS-TIME          PIC X(6).
          05 FILLER              PIC X(7).
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "DORMRPT.DAT".
      ******************************************************************
       PROCEDURE DIVISION.

               END-IF
               PERFORM READ-MASTER-RECORD
           END-PERFORM
           PERFORM WRITE-BRANCH-TOTALS
           CLOSE DORMANT-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-JOURNAL-PROGRAM,
               WS-ARCHIVE-REPORT
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM RELEASE-MASTER-LOCK.

           MOVE CM-APELLIDO        TO DM-APELLIDO
           MOVE WS-LAST-ACTIVITY   TO DM-LAST-ACTIVITY
           MOVE WS-BUSINESS-DATE   TO DM-BUSINESS-DATE
           MOVE CM-BRANCH-CODE     TO DM-BRANCH-CODE
           WRITE DORMANT-REPORT-REC
           DISPLAY "SUSPENDED DORMANT ACCOUNT: "
               CM-CUSTOMER-NUMBER
           MOVE CM-BRANCH-CODE TO WS-THIS-BRANCH
           IF WS-THIS-BRANCH = SPACES
               MOVE "NONE" TO WS-THIS-BRANCH
           END-IF
           PERFORM FIND-BRANCH-SLOT
           IF WS-THIS-BRANCH-IDX > ZERO
               ADD 1 TO WS-BR-SUSPENDED(WS-THIS-BRANCH-IDX)
           END-IF.

      *----------------------------------------------------------------
      * FIND-BRANCH-SLOT finds the branch's line in the subtotal table,
      * opening a new one the first time the branch is seen. The table
      * is kept in branch-code order, so the subtotals come out in
      * that order: a new branch is slotted in ahead of the first code
      * above it, the lines below moving down one.
      *----------------------------------------------------------------
       FIND-BRANCH-SLOT.
           MOVE ZERO TO WS-THIS-BRANCH-IDX
           MOVE ZERO TO WS-INSERT-IDX
           MOVE ZERO TO WS-BRANCH-IDX
           PERFORM UNTIL WS-THIS-BRANCH-IDX > ZERO
                   OR WS-INSERT-IDX > ZERO
                   OR WS-BRANCH-IDX >= WS-BRANCH-COUNT
               ADD 1 TO WS-BRANCH-IDX
               IF WS-BR-CODE(WS-BRANCH-IDX) = WS-THIS-BRANCH
                   MOVE WS-BRANCH-IDX TO WS-THIS-BRANCH-IDX
               END-IF
               IF WS-BR-CODE(WS-BRANCH-IDX) > WS-THIS-BRANCH
                   MOVE WS-BRANCH-IDX TO WS-INSERT-IDX
               END-IF
           END-PERFORM
           IF WS-THIS-BRANCH-IDX > ZERO OR WS-BRANCH-COUNT >= 100
               EXIT PARAGRAPH
           END-IF
           IF WS-INSERT-IDX = ZERO
               COMPUTE WS-INSERT-IDX = WS-BRANCH-COUNT + 1
           END-IF
           PERFORM VARYING WS-BRANCH-IDX FROM WS-BRANCH-COUNT BY -1
                   UNTIL WS-BRANCH-IDX < WS-INSERT-IDX
               MOVE WS-BR-ENTRY(WS-BRANCH-IDX)
                   TO WS-BR-ENTRY(WS-BRANCH-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-BRANCH-COUNT
           MOVE WS-INSERT-IDX TO WS-THIS-BRANCH-IDX
           MOVE WS-THIS-BRANCH TO WS-BR-CODE(WS-THIS-BRANCH-IDX)
           MOVE ZERO TO WS-BR-SUSPENDED(WS-THIS-BRANCH-IDX).

      *----------------------------------------------------------------
      * WRITE-BRANCH-TOTALS closes DORMRPT.DAT with the accounts
      * suspended broken down by branch (NONE for customers not yet
      * given one), one SUBTOTAL record per branch in branch-code
      * order, and a TOTAL record with the accounts examined and
      * suspended. Each subtotal is echoed to the console.
      *----------------------------------------------------------------
       WRITE-BRANCH-TOTALS.
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               MOVE SPACES TO DORMANT-REPORT-REC
               SET DT-BRANCH-SUBTOTAL TO TRUE
               MOVE WS-BR-CODE(WS-BRANCH-IDX) TO DT-BRANCH-CODE
               MOVE WS-BR-SUSPENDED(WS-BRANCH-IDX)
                   TO DT-SUSPENDED-COUNT
               MOVE ZERO TO DT-EXAMINED-COUNT
               MOVE WS-BUSINESS-DATE TO DT-BUSINESS-DATE
               WRITE DORMANT-REPORT-REC
               DISPLAY "  SUSPENDED AT BRANCH "
                   WS-BR-CODE(WS-BRANCH-IDX) ":  "
                   WS-BR-SUSPENDED(WS-BRANCH-IDX)
           END-PERFORM
           MOVE SPACES TO DORMANT-REPORT-REC
           SET DT-GRAND-TOTAL TO TRUE
           MOVE WS-SUSPENDED-COUNT TO DT-SUSPENDED-COUNT
           MOVE WS-EXAMINED-COUNT  TO DT-EXAMINED-COUNT
           MOVE WS-BUSINESS-DATE   TO DT-BUSINESS-DATE
           WRITE DORMANT-REPORT-REC.

      *----------------------------------------------------------------
      * WRITE-STATUS-HISTORY-RECORD logs the A-to-S status change the
