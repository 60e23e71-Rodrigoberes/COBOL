      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Ledger mini-statement. Lists one customer's postings
      *          from the LEDGHIST.DAT ledger history for a range of
      *          business dates -- posting reference, debit/credit,
      *          amount, and the running balance each posting left --
      *          between an opening balance (the balance after the
      *          last posting before the range) and a closing balance,
      *          with the current LEDGER.DAT balance alongside, so a
      *          balance dispute is answered from one page instead of
      *          from old feed files. Inquiry only: nothing is
      *          updated and the master lock is never taken.
      *
      *          PARM: <customer> <from> <to>; whatever is absent is
      *          prompted for. Dates are YYYYMMDD business dates.
      *          The statement goes to EXTRACTO.RPT and the console.
      * Tectonics: cobc
      *****************************************************************
      * Modification History:
      * 2026-10-15 RO Each posting line shows its transaction code and,
      *               for a reversal or correction, the reference of
      *               the posting it undoes.
      * 2026-10-15 RO Report filed under its business date and
      *               cataloged through ARCHIVA-INFORME.
      * 2026-10-15 RO LEDGER-REC carries the currency the balance is
      *               held in.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO-MOVIMIENTOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT LEDGER-HISTORY-FILE ASSIGN TO "LEDGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGHIST-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "EXTRACTO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05 LG-CUSTOMER-NUMBER PIC 9(8).
           05 LG-BALANCE       PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 LG-LAST-POSTED   PIC 9(8).
           05 LG-CURRENCY      PIC X(3).

       FD  LEDGER-HISTORY-FILE.
       01  LEDGER-HISTORY-REC.
           05 LH-POSTING-REF   PIC 9(8).
           05 FILLER           PIC X.
           05 LH-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X.
           05 LH-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 LH-DEBIT-CREDIT  PIC X.
           05 FILLER           PIC X.
           05 LH-AMOUNT        PIC 9(10)V99.
           05 FILLER           PIC X.
           05 LH-BALANCE-AFTER PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 LH-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X.
           05 LH-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X.
           05 LH-TRAN-CODE     PIC X(4).
           05 FILLER           PIC X.
           05 LH-RELATED-REF   PIC 9(8).
           05 FILLER           PIC X.
           05 LH-REASON        PIC X(24).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-FILE-STATUS   PIC XX.
       01 WS-LEDGHIST-FILE-STATUS PIC XX.
       01 WS-PARM                 PIC X(30).
       01 WS-PARM-TOKEN-1         PIC X(8).
       01 WS-PARM-TOKEN-2         PIC X(8).
       01 WS-PARM-TOKEN-3         PIC X(8).
       01 WS-CUSTOMER-NUMBER      PIC 9(8) VALUE ZERO.
       01 WS-FROM-DATE            PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE              PIC 9(8) VALUE ZERO.
       01 WS-HISTORY-EOF-SWITCH   PIC X VALUE 'N'.
          88 HISTORY-FILE-EOF VALUE 'Y'.
       01 WS-LEDGER-FOUND-SWITCH  PIC X VALUE 'N'.
          88 LEDGER-REC-FOUND VALUE 'Y'.
       01 WS-OPENING-BALANCE      PIC S9(12)V99 VALUE ZERO.
       01 WS-CLOSING-BALANCE      PIC S9(12)V99 VALUE ZERO.
       01 WS-RANGE-DEBIT-TOTAL    PIC 9(14)V99 VALUE ZERO.
       01 WS-RANGE-CREDIT-TOTAL   PIC 9(14)V99 VALUE ZERO.
       01 WS-POSTING-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-EDITED-AMOUNT        PIC Z(9)9.99.
       01 WS-EDITED-BALANCE       PIC -Z(11)9.99.
       01 WS-EDITED-TOTAL         PIC Z(13)9.99.
       01 WS-REPORT-TEXT          PIC X(40).
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "EXTRACTO-MOVIM".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "EXTRACTO.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
               WS-PARM-TOKEN-3
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-TOKEN-1, WS-PARM-TOKEN-2,
                    WS-PARM-TOKEN-3
           IF WS-PARM-TOKEN-1 IS NUMERIC
               MOVE WS-PARM-TOKEN-1 TO WS-CUSTOMER-NUMBER
           ELSE
               DISPLAY "PLEASE INTRODUCE THE CUSTOMER NUMBER"
               ACCEPT WS-CUSTOMER-NUMBER
           END-IF
           IF WS-PARM-TOKEN-2 IS NUMERIC
               MOVE WS-PARM-TOKEN-2 TO WS-FROM-DATE
           ELSE
               DISPLAY "PLEASE INTRODUCE THE FROM DATE (YYYYMMDD)"
               ACCEPT WS-FROM-DATE
           END-IF
           IF WS-PARM-TOKEN-3 IS NUMERIC
               MOVE WS-PARM-TOKEN-3 TO WS-TO-DATE
           ELSE
               DISPLAY "PLEASE INTRODUCE THE TO DATE (YYYYMMDD)"
               ACCEPT WS-TO-DATE
           END-IF
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "TO DATE " WS-TO-DATE " IS BEFORE FROM DATE "
                   WS-FROM-DATE " - NOTHING PRINTED"
               STOP RUN
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           PERFORM PRINT-STATEMENT-HEADING
           PERFORM FIND-OPENING-BALANCE
           PERFORM PRINT-RANGE-POSTINGS
           PERFORM PRINT-STATEMENT-TOTALS
           CLOSE STATEMENT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           DISPLAY "MINI-STATEMENT WRITTEN TO EXTRACTO.RPT FOR "
               WS-CUSTOMER-NUMBER
           STOP RUN.

       PRINT-STATEMENT-HEADING.
           MOVE SPACES TO STATEMENT-LINE
           STRING "LEDGER MINI-STATEMENT FOR CUSTOMER "
                      DELIMITED BY SIZE
                  WS-CUSTOMER-NUMBER DELIMITED BY SIZE
                  " FROM "           DELIMITED BY SIZE
                  WS-FROM-DATE       DELIMITED BY SIZE
                  " TO "             DELIMITED BY SIZE
                  WS-TO-DATE         DELIMITED BY SIZE
               INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE ALL "-" TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "DATE     REFERENCE  D/C        AMOUNT   "
                      DELIMITED BY SIZE
                  "BALANCE AFTER CODE OF"  DELIMITED BY SIZE
               INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE.

      *----------------------------------------------------------------
      * FIND-OPENING-BALANCE takes the balance left by the customer's
      * last posting before the range. The history is appended in
      * posting order, so the last such record read is the one that
      * counts; a customer with nothing before the range opens at
      * zero.
      *----------------------------------------------------------------
       FIND-OPENING-BALANCE.
           MOVE ZERO TO WS-OPENING-BALANCE
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT LEDGER-HISTORY-FILE
           IF WS-LEDGHIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-HISTORY-RECORD
           PERFORM UNTIL HISTORY-FILE-EOF
               IF LH-CUSTOMER-NUMBER = WS-CUSTOMER-NUMBER
                       AND LH-BUSINESS-DATE < WS-FROM-DATE
                   MOVE LH-BALANCE-AFTER TO WS-OPENING-BALANCE
               END-IF
               PERFORM READ-HISTORY-RECORD
           END-PERFORM
           CLOSE LEDGER-HISTORY-FILE.

      *----------------------------------------------------------------
      * PRINT-RANGE-POSTINGS lists every posting for the customer
      * dated inside the range, carrying the closing balance forward
      * from the opening one so an empty range closes where it opened.
      *----------------------------------------------------------------
       PRINT-RANGE-POSTINGS.
           MOVE WS-OPENING-BALANCE TO WS-EDITED-BALANCE
           MOVE SPACES TO STATEMENT-LINE
           STRING "OPENING BALANCE                        "
                      DELIMITED BY SIZE
                  WS-EDITED-BALANCE DELIMITED BY SIZE
               INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-OPENING-BALANCE TO WS-CLOSING-BALANCE
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT LEDGER-HISTORY-FILE
           IF WS-LEDGHIST-FILE-STATUS NOT = "00"
               MOVE "NO LEDGER HISTORY ON FILE" TO STATEMENT-LINE
               PERFORM WRITE-STATEMENT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-HISTORY-RECORD
           PERFORM UNTIL HISTORY-FILE-EOF
               IF LH-CUSTOMER-NUMBER = WS-CUSTOMER-NUMBER
                       AND LH-BUSINESS-DATE >= WS-FROM-DATE
                       AND LH-BUSINESS-DATE <= WS-TO-DATE
                   PERFORM PRINT-ONE-POSTING
               END-IF
               PERFORM READ-HISTORY-RECORD
           END-PERFORM
           CLOSE LEDGER-HISTORY-FILE
           IF WS-POSTING-COUNT = ZERO
               MOVE "NO POSTINGS IN THE RANGE" TO STATEMENT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF.

       PRINT-ONE-POSTING.
           ADD 1 TO WS-POSTING-COUNT
           IF LH-DEBIT-CREDIT = 'D'
               ADD LH-AMOUNT TO WS-RANGE-DEBIT-TOTAL
           ELSE
               ADD LH-AMOUNT TO WS-RANGE-CREDIT-TOTAL
           END-IF
           MOVE LH-BALANCE-AFTER TO WS-CLOSING-BALANCE
           MOVE LH-AMOUNT        TO WS-EDITED-AMOUNT
           MOVE LH-BALANCE-AFTER TO WS-EDITED-BALANCE
           MOVE SPACES TO STATEMENT-LINE
           STRING LH-BUSINESS-DATE  DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  LH-POSTING-REF    DELIMITED BY SIZE
                  "   "             DELIMITED BY SIZE
                  LH-DEBIT-CREDIT   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-EDITED-AMOUNT  DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-EDITED-BALANCE DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  LH-TRAN-CODE      DELIMITED BY SIZE
               INTO STATEMENT-LINE
           IF LH-RELATED-REF IS NUMERIC AND LH-RELATED-REF > ZERO
               MOVE LH-RELATED-REF TO STATEMENT-LINE(60:8)
           END-IF
           PERFORM WRITE-STATEMENT-LINE.

      *----------------------------------------------------------------
      * PRINT-STATEMENT-TOTALS closes the statement with the range's
      * debit and credit totals, the closing balance, and the balance
      * LEDGER.DAT holds now, which differs from the closing balance
      * only when there were postings after the range.
      *----------------------------------------------------------------
       PRINT-STATEMENT-TOTALS.
           MOVE ALL "-" TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE "POSTINGS IN RANGE" TO WS-REPORT-TEXT
           MOVE WS-POSTING-COUNT TO WS-EDITED-TOTAL
           PERFORM WRITE-TOTAL-LINE
           MOVE "DEBITS IN RANGE" TO WS-REPORT-TEXT
           MOVE WS-RANGE-DEBIT-TOTAL TO WS-EDITED-TOTAL
           PERFORM WRITE-TOTAL-LINE
           MOVE "CREDITS IN RANGE" TO WS-REPORT-TEXT
           MOVE WS-RANGE-CREDIT-TOTAL TO WS-EDITED-TOTAL
           PERFORM WRITE-TOTAL-LINE
           MOVE WS-CLOSING-BALANCE TO WS-EDITED-BALANCE
           MOVE SPACES TO STATEMENT-LINE
           STRING "CLOSING BALANCE                        "
                      DELIMITED BY SIZE
                  WS-EDITED-BALANCE DELIMITED BY SIZE
               INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           PERFORM LOOK-UP-CURRENT-BALANCE
           MOVE SPACES TO STATEMENT-LINE
           IF LEDGER-REC-FOUND
               MOVE LG-BALANCE TO WS-EDITED-BALANCE
               STRING "CURRENT LEDGER BALANCE                 "
                          DELIMITED BY SIZE
                      WS-EDITED-BALANCE DELIMITED BY SIZE
                      " LAST POSTED "   DELIMITED BY SIZE
                      LG-LAST-POSTED    DELIMITED BY SIZE
                   INTO STATEMENT-LINE
           ELSE
               MOVE "NO BALANCE ON LEDGER.DAT FOR THIS CUSTOMER"
                   TO STATEMENT-LINE
           END-IF
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO STATEMENT-LINE
           STRING WS-REPORT-TEXT  DELIMITED BY SIZE
                  WS-EDITED-TOTAL DELIMITED BY SIZE
               INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE.

       LOOK-UP-CURRENT-BALANCE.
           MOVE 'N' TO WS-LEDGER-FOUND-SWITCH
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "00"
               MOVE WS-CUSTOMER-NUMBER TO LG-CUSTOMER-NUMBER
               READ LEDGER-FILE
                   KEY IS LG-CUSTOMER-NUMBER
                   INVALID KEY
                       MOVE 'N' TO WS-LEDGER-FOUND-SWITCH
                   NOT INVALID KEY
                       SET LEDGER-REC-FOUND TO TRUE
               END-READ
               CLOSE LEDGER-FILE
           END-IF.

       WRITE-STATEMENT-LINE.
           WRITE STATEMENT-LINE
           DISPLAY STATEMENT-LINE(1:79).

       READ-HISTORY-RECORD.
           READ LEDGER-HISTORY-FILE
               AT END SET HISTORY-FILE-EOF TO TRUE
           END-READ.

       END PROGRAM EXTRACTO-MOVIMIENTOS.
