      *          hand-typed. Selects a single business date (PARM
      *          YYYYMMDD, defaulting to the cycle's business date),
      *          prints the run date in the heading with page
      *          numbering, one line per account opened with its
      *          opening branch, a trailer with the total accounts
      *          opened, and the accounts opened at each branch
      *          (NONE for an account carried without a branch).
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           05 NA-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X.
           05 NA-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 NA-BRANCH-CODE   PIC X(4).
           05 FILLER           PIC X.
           05 NA-OPERATOR-ID   PIC X(8).

       FD  PRINT-REPORT-FILE.
       01  PRINT-LINE          PIC X(132).
       01 WS-PAGE-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-LINES-PER-PAGE    PIC 9(3) VALUE 55.
       01 WS-OPENED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-BRANCH-TABLE.
          05 WS-BR-ENTRY OCCURS 100.
             10 WS-BR-CODE     PIC X(4).
             10 WS-BR-OPENED   PIC 9(8).
       01 WS-BRANCH-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-BRANCH-IDX        PIC 9(3) VALUE ZERO.
       01 WS-THIS-BRANCH-IDX   PIC 9(3) VALUE ZERO.
       01 WS-THIS-BRANCH       PIC X(4).
       01 WS-HEADING-1.
          05 FILLER            PIC X(34)
             VALUE "DAILY NEW ACCOUNTS REPORT    FOR ".
          05 FILLER            PIC X(17) VALUE "NAME".
          05 FILLER            PIC X(33) VALUE "SURNAME".
          05 FILLER            PIC X(5)  VALUE "AGE".
          05 FILLER            PIC X(28) VALUE "OPENED AT".
          05 FILLER            PIC X(39) VALUE "BRANCH".
       01 WS-DETAIL-LINE.
          05 DT-CUSTOMER-NUMBER PIC 9(8).
          05 FILLER            PIC XX VALUE SPACES.
          05 DT-EDAD           PIC X(3).
          05 FILLER            PIC XX VALUE SPACES.
          05 DT-TIMESTAMP      PIC X(26).
          05 FILLER            PIC XX VALUE SPACES.
          05 DT-BRANCH-CODE    PIC X(4).
       01 WS-TRAILER-LINE.
          05 FILLER            PIC X(22)
             VALUE "TOTAL ACCOUNTS OPENED:".
          05 FILLER            PIC X VALUE SPACE.
          05 TR-TOTAL          PIC ZZZZZZZ9.
       01 WS-BRANCH-TOTAL-LINE.
          05 FILLER            PIC X(7) VALUE "BRANCH ".
          05 BT-BRANCH-CODE    PIC X(4).
          05 FILLER            PIC X(11) VALUE " OPENED:".
          05 FILLER            PIC X VALUE SPACE.
          05 BT-OPENED         PIC ZZZZZZZ9.
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "INFORME-ALTAS".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "NEWACCT.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

               MOVE WS-OPENED-COUNT TO TR-TOTAL
               MOVE WS-TRAILER-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM PRINT-BRANCH-TOTALS
               CLOSE PRINT-REPORT-FILE
               CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
                   WS-ARCHIVE-REPORT
               CLOSE NEW-ACCOUNTS-REPORT-FILE
               DISPLAY "ACCOUNTS OPENED " WS-REPORT-DATE ": "
                   WS-OPENED-COUNT
           MOVE NA-APELLIDO        TO DT-APELLIDO
           MOVE NA-EDAD            TO DT-EDAD
           MOVE NA-TIMESTAMP       TO DT-TIMESTAMP
           MOVE NA-BRANCH-CODE     TO DT-BRANCH-CODE
           MOVE WS-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE NA-BRANCH-CODE TO WS-THIS-BRANCH
           IF WS-THIS-BRANCH = SPACES
               MOVE "NONE" TO WS-THIS-BRANCH
           END-IF
           PERFORM FIND-BRANCH-SLOT
           IF WS-THIS-BRANCH-IDX > ZERO
               ADD 1 TO WS-BR-OPENED(WS-THIS-BRANCH-IDX)
           END-IF.

      *----------------------------------------------------------------
      * FIND-BRANCH-SLOT finds the branch's line in the subtotal table,
      * opening a new one the first time the branch is seen.
      *----------------------------------------------------------------
       FIND-BRANCH-SLOT.
           MOVE ZERO TO WS-THIS-BRANCH-IDX
           MOVE ZERO TO WS-BRANCH-IDX
           PERFORM UNTIL WS-THIS-BRANCH-IDX > ZERO
                   OR WS-BRANCH-IDX >= WS-BRANCH-COUNT
               ADD 1 TO WS-BRANCH-IDX
               IF WS-BR-CODE(WS-BRANCH-IDX) = WS-THIS-BRANCH
                   MOVE WS-BRANCH-IDX TO WS-THIS-BRANCH-IDX
               END-IF
           END-PERFORM
           IF WS-THIS-BRANCH-IDX = ZERO AND WS-BRANCH-COUNT < 100
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-THIS-BRANCH-IDX
               MOVE WS-THIS-BRANCH TO WS-BR-CODE(WS-THIS-BRANCH-IDX)
               MOVE ZERO TO WS-BR-OPENED(WS-THIS-BRANCH-IDX)
           END-IF.

      *----------------------------------------------------------------
      * PRINT-BRANCH-TOTALS prints the accounts opened at each branch
      * under the grand total, in the order the branches were met.
      *----------------------------------------------------------------
       PRINT-BRANCH-TOTALS.
           IF WS-BRANCH-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               MOVE WS-BR-CODE(WS-BRANCH-IDX)   TO BT-BRANCH-CODE
               MOVE WS-BR-OPENED(WS-BRANCH-IDX) TO BT-OPENED
               MOVE WS-BRANCH-TOTAL-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM.

       PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
