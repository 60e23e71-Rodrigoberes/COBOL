      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Month-end close of the customer ledger. Runs on the
      *          day CALENDAR.DAT marks as month-end (CAL-MONTH-END)
      *          and, under the ledger lock, freezes the month: every
      *          customer's balance is snapshotted to LEDGSNAP.DAT
      *          under the period (YYYYMM) being closed, and the GL
      *          summary finance reports from is written to
      *          GLSUMM.RPT -- opening balance (the previous close's
      *          snapshot), debits and credits posted since that
      *          close from LEDGHIST.DAT, of which interest (INTR)
      *          and fees (FEE), and the closing balance -- with the
      *          difference that proves opening + credits - debits =
      *          closing -- then the same figures by the currency the
      *          balances are held in (snapshotted with each balance)
      *          and the whole ledger in base currency at the rates on
      *          FXRATE.DAT. LEDGPER.DAT then records the period closed,
      *          the close date, the last posting reference the close
      *          took in, and the operator. From then on VERIFICA-
      *          PERIODO refuses any posting dated into the closed
      *          period unless a supervisor authorizes it as a back-
      *          dated adjustment; such adjustments are counted on the
      *          next close's summary. A period is closed once only;
      *          a close on a day the calendar does not mark as
      *          month-end must be forced.
      *
      *          PARM: <operator id> [F]  (F = close even though the
      *          business date is not the calendar month-end)
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRA-MES.
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
           SELECT SNAPSHOT-FILE ASSIGN TO "LEDGSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.
           SELECT PERIOD-CTL-FILE ASSIGN TO "LEDGPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT LEDGER-LOCK-FILE ASSIGN TO "LEDGLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LLOCK-FILE-STATUS.
           SELECT SUMMARY-REPORT-FILE ASSIGN TO "GLSUMM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
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
           05 FILLER           PIC X VALUE SPACE.
           05 LH-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 LH-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 LH-DEBIT-CREDIT  PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 LH-AMOUNT        PIC 9(10)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 LH-BALANCE-AFTER PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X VALUE SPACE.
           05 LH-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 LH-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X VALUE SPACE.
           05 LH-TRAN-CODE     PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 LH-RELATED-REF   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 LH-REASON        PIC X(24).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-REC.
           05 LS-PERIOD        PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 LS-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 LS-BALANCE       PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X VALUE SPACE.
           05 LS-SNAPSHOT-DATE PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 LS-CURRENCY      PIC X(3).

       FD  PERIOD-CTL-FILE.
       01  PERIOD-CTL-REC.
           05 LP-CLOSED-PERIOD PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 LP-CLOSE-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 LP-LAST-REF      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 LP-OPERATOR-ID   PIC X(8).

       FD  CALENDAR-FILE.
       01  CALENDAR-REC.
           05 CAL-DATE         PIC 9(8).
           05 FILLER           PIC X.
           05 CAL-DAY-TYPE     PIC X.
              88 CALENDAR-WORKING-DAY VALUE 'W'.
              88 CALENDAR-HOLIDAY     VALUE 'H'.
           05 FILLER           PIC X.
           05 CAL-MONTH-END    PIC X.
              88 CALENDAR-MONTH-END VALUE 'M' 'Y'.

       FD  LEDGER-LOCK-FILE.
       01  LEDGER-LOCK-REC     PIC X(8).

       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-LINE PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-FILE-STATUS   PIC XX.
       01 WS-LEDGHIST-FILE-STATUS PIC XX.
       01 WS-SNAPSHOT-FILE-STATUS PIC XX.
       01 WS-PERIOD-FILE-STATUS   PIC XX.
       01 WS-CALENDAR-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-LLOCK-FILE-STATUS    PIC XX.
       01 WS-LLOCK-SWITCH         PIC X VALUE 'N'.
          88 LEDGER-LOCK-HELD VALUE 'Y'.
       01 WS-LLOCK-TRY-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-LLOCK-TRY-LIMIT      PIC 9(2) VALUE 10.
       01 WS-LLOCK-WAIT-SECS      PIC 9(4) COMP VALUE 1.
       01 WS-PARM                 PIC X(30).
       01 WS-PARM-OPERATOR-ID     PIC X(8).
       01 WS-PARM-TOKEN-2         PIC X(8).
       01 WS-FORCE-SWITCH         PIC X VALUE 'N'.
          88 FORCE-RUN-REQUESTED VALUE 'Y'.
       01 WS-RUN-MODE             PIC X VALUE 'B'.
       01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01 WS-OPERID-VALID-SW      PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.
       01 WS-REFUSED-SWITCH       PIC X VALUE 'N'.
          88 RUN-WAS-REFUSED VALUE 'Y'.
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01 WS-MONTH-END-SWITCH     PIC X VALUE 'N'.
          88 TODAY-IS-MONTH-END VALUE 'Y'.
       01 WS-CALENDAR-EOF-SWITCH  PIC X VALUE 'N'.
          88 CALENDAR-FILE-EOF VALUE 'Y'.
       01 WS-LEDGER-EOF-SWITCH    PIC X VALUE 'N'.
          88 LEDGER-FILE-EOF VALUE 'Y'.
       01 WS-LEDGHIST-EOF-SWITCH  PIC X VALUE 'N'.
          88 LEDGHIST-FILE-EOF VALUE 'Y'.
       01 WS-SNAPSHOT-EOF-SWITCH  PIC X VALUE 'N'.
          88 SNAPSHOT-FILE-EOF VALUE 'Y'.
       01 WS-OPENING-SWITCH       PIC X VALUE 'N'.
          88 OPENING-WAS-DERIVED VALUE 'Y'.
       01 WS-PRIOR-PERIOD         PIC 9(6) VALUE ZERO.
       01 WS-PRIOR-LAST-REF       PIC 9(8) VALUE ZERO.
       01 WS-CLOSE-PERIOD         PIC 9(6) VALUE ZERO.
       01 WS-LAST-REF-TAKEN       PIC 9(8) VALUE ZERO.
       01 WS-OPENING-BALANCE      PIC S9(14)V99 VALUE ZERO.
       01 WS-CLOSING-BALANCE      PIC S9(14)V99 VALUE ZERO.
       01 WS-TOTAL-DEBITS         PIC S9(14)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS        PIC S9(14)V99 VALUE ZERO.
       01 WS-TOTAL-INTEREST       PIC S9(14)V99 VALUE ZERO.
       01 WS-TOTAL-FEES           PIC S9(14)V99 VALUE ZERO.
       01 WS-DIFFERENCE           PIC S9(14)V99 VALUE ZERO.
       01 WS-REPORT-AMOUNT        PIC S9(14)V99 VALUE ZERO.
       01 WS-SNAPSHOT-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-POSTING-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-BACKDATED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-EDITED-TOTAL         PIC -Z(13)9.99.
       01 WS-EDITED-COUNT         PIC Z(7)9.
       01 WS-REPORT-TEXT          PIC X(40).
      * the close broken down by currency, each in its own currency
       01 WS-CURRENCY-TABLE.
          05 WS-CY-ENTRY OCCURS 50.
             10 WS-CY-CODE        PIC X(3).
             10 WS-CY-OPENING     PIC S9(14)V99.
             10 WS-CY-DEBITS      PIC S9(14)V99.
             10 WS-CY-CREDITS     PIC S9(14)V99.
             10 WS-CY-CLOSING     PIC S9(14)V99.
       01 WS-CURRENCY-COUNT       PIC 9(2) VALUE ZERO.
       01 WS-CURRENCY-IDX         PIC 9(2) VALUE ZERO.
       01 WS-THIS-CURRENCY-IDX    PIC 9(2) VALUE ZERO.
       01 WS-THIS-CURRENCY        PIC X(3).
       01 WS-FX-CURRENCY          PIC X(3).
       01 WS-FX-AMOUNT            PIC S9(14)V99 VALUE ZERO.
       01 WS-FX-BASE-AMOUNT       PIC S9(14)V99 VALUE ZERO.
       01 WS-FX-RATE              PIC 9(5)V9(6) VALUE ZERO.
       01 WS-FX-BASE-CURRENCY     PIC X(3) VALUE SPACES.
       01 WS-FX-RESULT            PIC X.
       01 WS-NO-RATE-COUNT        PIC 9(2) VALUE ZERO.
       01 WS-BASE-OPENING         PIC S9(14)V99 VALUE ZERO.
       01 WS-BASE-DEBITS          PIC S9(14)V99 VALUE ZERO.
       01 WS-BASE-CREDITS         PIC S9(14)V99 VALUE ZERO.
       01 WS-BASE-CLOSING         PIC S9(14)V99 VALUE ZERO.
       01 WS-EDITED-RATE          PIC Z(4)9.9(6).
       01 WS-JOURNAL-EVENT        PIC X(5).
       01 WS-JOURNAL-PROGRAM      PIC X(18) VALUE "CIERRA-MES".
       01 WS-JOURNAL-RECORDS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-REJECTS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-STATUS       PIC X(8) VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
          05 FILLER               PIC X(7).
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "GLSUMM.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-OPERATOR-ID WS-PARM-TOKEN-2
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-OPERATOR-ID, WS-PARM-TOKEN-2
           IF WS-PARM-TOKEN-2(1:1) = 'F' OR WS-PARM-TOKEN-2(1:1) = 'f'
               SET FORCE-RUN-REQUESTED TO TRUE
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM WRITE-RUN-JOURNAL-START
           PERFORM RESOLVE-OPERATOR-ID
           IF RUN-WAS-REFUSED
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           MOVE WS-BUSINESS-DATE(1:6) TO WS-CLOSE-PERIOD
           PERFORM READ-PERIOD-CONTROL
           IF WS-PRIOR-PERIOD >= WS-CLOSE-PERIOD
               DISPLAY "CLOSE REFUSED - PERIOD " WS-CLOSE-PERIOD
                   " IS ALREADY CLOSED (CLOSED THROUGH "
                   WS-PRIOR-PERIOD ")"
               SET RUN-WAS-REFUSED TO TRUE
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM CHECK-MONTH-END
           IF NOT TODAY-IS-MONTH-END
               IF FORCE-RUN-REQUESTED
                   DISPLAY WS-BUSINESS-DATE " IS NOT THE CALENDAR "
                       "MONTH-END - CLOSE FORCED BY " WS-OPERATOR-ID
               ELSE
                   DISPLAY "CLOSE REFUSED - " WS-BUSINESS-DATE
                       " IS NOT THE CALENDAR MONTH-END"
                   DISPLAY "ADD THE FORCE FLAG F TO CLOSE ANYWAY"
                   SET RUN-WAS-REFUSED TO TRUE
                   PERFORM WRITE-RUN-JOURNAL-END
                   STOP RUN
               END-IF
           END-IF
           PERFORM ACQUIRE-LEDGER-LOCK
           IF NOT LEDGER-LOCK-HELD
               SET RUN-WAS-REFUSED TO TRUE
           ELSE
               PERFORM CLOSE-THE-PERIOD
               PERFORM RELEASE-LEDGER-LOCK
           END-IF
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * READ-PERIOD-CONTROL picks up the last close from LEDGPER.DAT:
      * the period closed and the last posting reference it took in.
      * No file means the ledger has never been closed.
      *----------------------------------------------------------------
       READ-PERIOD-CONTROL.
           MOVE ZERO TO WS-PRIOR-PERIOD
           MOVE ZERO TO WS-PRIOR-LAST-REF
           OPEN INPUT PERIOD-CTL-FILE
           IF WS-PERIOD-FILE-STATUS = "00"
               READ PERIOD-CTL-FILE
                   NOT AT END
                       IF LP-CLOSED-PERIOD IS NUMERIC
                           MOVE LP-CLOSED-PERIOD TO WS-PRIOR-PERIOD
                       END-IF
                       IF LP-LAST-REF IS NUMERIC
                           MOVE LP-LAST-REF TO WS-PRIOR-LAST-REF
                       END-IF
               END-READ
               CLOSE PERIOD-CTL-FILE
           END-IF.

      *----------------------------------------------------------------
      * CHECK-MONTH-END looks the business date up on the business
      * calendar; only the day marked month-end closes the month.
      *----------------------------------------------------------------
       CHECK-MONTH-END.
           MOVE 'N' TO WS-MONTH-END-SWITCH
           MOVE 'N' TO WS-CALENDAR-EOF-SWITCH
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "NO CALENDAR ON FILE - MONTH-END CANNOT BE "
                   "CONFIRMED"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CALENDAR-RECORD
           PERFORM UNTIL CALENDAR-FILE-EOF
               IF CAL-DATE IS NUMERIC
                       AND CAL-DATE = WS-BUSINESS-DATE
                       AND CALENDAR-MONTH-END
                   SET TODAY-IS-MONTH-END TO TRUE
               END-IF
               PERFORM READ-CALENDAR-RECORD
           END-PERFORM
           CLOSE CALENDAR-FILE.

       READ-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END SET CALENDAR-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * CLOSE-THE-PERIOD does the close proper: the opening balance
      * from the last snapshot, the month's movement from the ledger
      * history, the new snapshot, the GL summary, and last of all
      * the period control record -- so a close that fails part way
      * leaves the period open to be closed again.
      *----------------------------------------------------------------
       CLOSE-THE-PERIOD.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "CLOSE REFUSED - LEDGER.DAT NOT AVAILABLE ("
                   WS-LEDGER-FILE-STATUS ")"
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FX-CURRENCY
           MOVE ZERO TO WS-FX-AMOUNT
           CALL "CONVIERTE-DIVISA" USING WS-FX-CURRENCY,
               WS-FX-AMOUNT, WS-FX-BASE-AMOUNT, WS-FX-RATE,
               WS-FX-BASE-CURRENCY, WS-FX-RESULT
           PERFORM SUM-OPENING-SNAPSHOT
           PERFORM SUM-PERIOD-POSTINGS
           PERFORM WRITE-BALANCE-SNAPSHOT
           CLOSE LEDGER-FILE
           IF OPENING-WAS-DERIVED
               COMPUTE WS-OPENING-BALANCE = WS-CLOSING-BALANCE
                   - WS-TOTAL-CREDITS + WS-TOTAL-DEBITS
               PERFORM VARYING WS-CURRENCY-IDX FROM 1 BY 1
                       UNTIL WS-CURRENCY-IDX > WS-CURRENCY-COUNT
                   COMPUTE WS-CY-OPENING(WS-CURRENCY-IDX) =
                       WS-CY-CLOSING(WS-CURRENCY-IDX)
                       - WS-CY-CREDITS(WS-CURRENCY-IDX)
                       + WS-CY-DEBITS(WS-CURRENCY-IDX)
               END-PERFORM
           END-IF
           COMPUTE WS-DIFFERENCE = WS-OPENING-BALANCE
               + WS-TOTAL-CREDITS - WS-TOTAL-DEBITS
               - WS-CLOSING-BALANCE
           PERFORM WRITE-GL-SUMMARY
           PERFORM WRITE-PERIOD-CONTROL
           DISPLAY "PERIOD " WS-CLOSE-PERIOD " CLOSED - "
               WS-SNAPSHOT-COUNT " BALANCES SNAPSHOTTED"
           IF WS-DIFFERENCE NOT = ZERO
               DISPLAY "GL SUMMARY DOES NOT BALANCE - SEE GLSUMM.RPT"
           END-IF
           DISPLAY "GL SUMMARY WRITTEN TO GLSUMM.RPT".

      *----------------------------------------------------------------
      * SUM-OPENING-SNAPSHOT totals the snapshot the previous close
      * left on LEDGSNAP.DAT. Before the first close there is no
      * snapshot, and the opening is derived back from the closing
      * balance and the month's movement instead.
      *----------------------------------------------------------------
       SUM-OPENING-SNAPSHOT.
           MOVE ZERO TO WS-OPENING-BALANCE
           IF WS-PRIOR-PERIOD = ZERO
               SET OPENING-WAS-DERIVED TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-FILE-STATUS NOT = "00"
               SET OPENING-WAS-DERIVED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SNAPSHOT-EOF-SWITCH
           PERFORM READ-SNAPSHOT-RECORD
           PERFORM UNTIL SNAPSHOT-FILE-EOF
               IF LS-PERIOD IS NUMERIC
                       AND LS-PERIOD = WS-PRIOR-PERIOD
                       AND LS-BALANCE IS NUMERIC
                   ADD LS-BALANCE TO WS-OPENING-BALANCE
                   MOVE LS-CURRENCY TO WS-THIS-CURRENCY
                   PERFORM FIND-CURRENCY-ENTRY
                   IF WS-THIS-CURRENCY-IDX > ZERO
                       ADD LS-BALANCE
                           TO WS-CY-OPENING(WS-THIS-CURRENCY-IDX)
                   END-IF
               END-IF
               PERFORM READ-SNAPSHOT-RECORD
           END-PERFORM
           CLOSE SNAPSHOT-FILE.

       READ-SNAPSHOT-RECORD.
           READ SNAPSHOT-FILE
               AT END SET SNAPSHOT-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * SUM-PERIOD-POSTINGS totals every LEDGHIST.DAT entry posted
      * since the last close (reference above the one it took in),
      * whatever program posted it: debits and credits, interest
      * capitalized (INTR) and fees charged (FEE). An entry dated
      * into a period already closed got there as a supervisor-
      * authorized back-dated adjustment and is counted as such.
      *----------------------------------------------------------------
       SUM-PERIOD-POSTINGS.
           MOVE WS-PRIOR-LAST-REF TO WS-LAST-REF-TAKEN
           OPEN INPUT LEDGER-HISTORY-FILE
           IF WS-LEDGHIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LEDGHIST-EOF-SWITCH
           PERFORM READ-LEDGHIST-RECORD
           PERFORM UNTIL LEDGHIST-FILE-EOF
               IF LH-POSTING-REF IS NUMERIC
                       AND LH-POSTING-REF > WS-PRIOR-LAST-REF
                       AND LH-AMOUNT IS NUMERIC
                   PERFORM TAKE-IN-ONE-POSTING
               END-IF
               PERFORM READ-LEDGHIST-RECORD
           END-PERFORM
           CLOSE LEDGER-HISTORY-FILE.

       READ-LEDGHIST-RECORD.
           READ LEDGER-HISTORY-FILE
               AT END SET LEDGHIST-FILE-EOF TO TRUE
           END-READ.

       TAKE-IN-ONE-POSTING.
           ADD 1 TO WS-POSTING-COUNT
           IF LH-POSTING-REF > WS-LAST-REF-TAKEN
               MOVE LH-POSTING-REF TO WS-LAST-REF-TAKEN
           END-IF
           MOVE LH-CUSTOMER-NUMBER TO LG-CUSTOMER-NUMBER
           READ LEDGER-FILE
               KEY IS LG-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE SPACES TO LG-CURRENCY
           END-READ
           MOVE LG-CURRENCY TO WS-THIS-CURRENCY
           PERFORM FIND-CURRENCY-ENTRY
           IF LH-DEBIT-CREDIT = 'D'
               ADD LH-AMOUNT TO WS-TOTAL-DEBITS
               IF LH-TRAN-CODE = "FEE"
                   ADD LH-AMOUNT TO WS-TOTAL-FEES
               END-IF
               IF WS-THIS-CURRENCY-IDX > ZERO
                   ADD LH-AMOUNT TO WS-CY-DEBITS(WS-THIS-CURRENCY-IDX)
               END-IF
           ELSE
               ADD LH-AMOUNT TO WS-TOTAL-CREDITS
               IF LH-TRAN-CODE = "INTR"
                   ADD LH-AMOUNT TO WS-TOTAL-INTEREST
               END-IF
               IF WS-THIS-CURRENCY-IDX > ZERO
                   ADD LH-AMOUNT TO WS-CY-CREDITS(WS-THIS-CURRENCY-IDX)
               END-IF
           END-IF
           IF WS-PRIOR-PERIOD NOT = ZERO
                   AND LH-BUSINESS-DATE IS NUMERIC
                   AND LH-BUSINESS-DATE(1:6) <= WS-PRIOR-PERIOD
               ADD 1 TO WS-BACKDATED-COUNT
           END-IF.

      *----------------------------------------------------------------
      * FIND-CURRENCY-ENTRY finds (or opens) the currency table line
      * for WS-THIS-CURRENCY; a blank currency is the base currency.
      *----------------------------------------------------------------
       FIND-CURRENCY-ENTRY.
           IF WS-THIS-CURRENCY = SPACES
               MOVE WS-FX-BASE-CURRENCY TO WS-THIS-CURRENCY
           END-IF
           MOVE ZERO TO WS-THIS-CURRENCY-IDX
           MOVE ZERO TO WS-CURRENCY-IDX
           PERFORM UNTIL WS-THIS-CURRENCY-IDX > ZERO
                   OR WS-CURRENCY-IDX >= WS-CURRENCY-COUNT
               ADD 1 TO WS-CURRENCY-IDX
               IF WS-CY-CODE(WS-CURRENCY-IDX) = WS-THIS-CURRENCY
                   MOVE WS-CURRENCY-IDX TO WS-THIS-CURRENCY-IDX
               END-IF
           END-PERFORM
           IF WS-THIS-CURRENCY-IDX = ZERO AND WS-CURRENCY-COUNT < 50
               ADD 1 TO WS-CURRENCY-COUNT
               MOVE WS-CURRENCY-COUNT TO WS-THIS-CURRENCY-IDX
               MOVE WS-THIS-CURRENCY
                   TO WS-CY-CODE(WS-THIS-CURRENCY-IDX)
               MOVE ZERO TO WS-CY-OPENING(WS-THIS-CURRENCY-IDX)
               MOVE ZERO TO WS-CY-DEBITS(WS-THIS-CURRENCY-IDX)
               MOVE ZERO TO WS-CY-CREDITS(WS-THIS-CURRENCY-IDX)
               MOVE ZERO TO WS-CY-CLOSING(WS-THIS-CURRENCY-IDX)
           END-IF.

      *----------------------------------------------------------------
      * WRITE-BALANCE-SNAPSHOT appends every customer's balance to
      * LEDGSNAP.DAT under the period being closed; the total is the
      * closing balance, and the next close's opening.
      *----------------------------------------------------------------
       WRITE-BALANCE-SNAPSHOT.
           MOVE ZERO TO WS-CLOSING-BALANCE
           OPEN EXTEND SNAPSHOT-FILE
           IF WS-SNAPSHOT-FILE-STATUS = "35"
               OPEN OUTPUT SNAPSHOT-FILE
           END-IF
           MOVE 'N' TO WS-LEDGER-EOF-SWITCH
           MOVE ZERO TO LG-CUSTOMER-NUMBER
           START LEDGER-FILE KEY IS NOT LESS THAN LG-CUSTOMER-NUMBER
               INVALID KEY
                   SET LEDGER-FILE-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-LEDGER
           PERFORM UNTIL LEDGER-FILE-EOF
               MOVE SPACES TO SNAPSHOT-REC
               MOVE WS-CLOSE-PERIOD    TO LS-PERIOD
               MOVE LG-CUSTOMER-NUMBER TO LS-CUSTOMER-NUMBER
               MOVE LG-BALANCE         TO LS-BALANCE
               MOVE WS-BUSINESS-DATE   TO LS-SNAPSHOT-DATE
               MOVE LG-CURRENCY        TO LS-CURRENCY
               WRITE SNAPSHOT-REC
               ADD LG-BALANCE TO WS-CLOSING-BALANCE
               MOVE LG-CURRENCY TO WS-THIS-CURRENCY
               PERFORM FIND-CURRENCY-ENTRY
               IF WS-THIS-CURRENCY-IDX > ZERO
                   ADD LG-BALANCE TO WS-CY-CLOSING(WS-THIS-CURRENCY-IDX)
               END-IF
               ADD 1 TO WS-SNAPSHOT-COUNT
               PERFORM READ-NEXT-LEDGER
           END-PERFORM
           CLOSE SNAPSHOT-FILE.

       READ-NEXT-LEDGER.
           READ LEDGER-FILE NEXT RECORD
               AT END SET LEDGER-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * WRITE-GL-SUMMARY prints the figures finance posts to the
      * general ledger for the month, and the difference that must
      * be zero: opening + credits - debits - closing.
      *----------------------------------------------------------------
       WRITE-GL-SUMMARY.
           OPEN OUTPUT SUMMARY-REPORT-FILE
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "GL SUMMARY FOR PERIOD " DELIMITED BY SIZE
                  WS-CLOSE-PERIOD          DELIMITED BY SIZE
                  " - CLOSED "             DELIMITED BY SIZE
                  WS-BUSINESS-DATE         DELIMITED BY SIZE
                  " BY "                   DELIMITED BY SIZE
                  WS-OPERATOR-ID           DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE ALL "-" TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           IF OPENING-WAS-DERIVED
               MOVE "OPENING BALANCE (DERIVED)" TO WS-REPORT-TEXT
           ELSE
               MOVE "OPENING BALANCE" TO WS-REPORT-TEXT
           END-IF
           MOVE WS-OPENING-BALANCE TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "LESS DEBITS POSTED" TO WS-REPORT-TEXT
           MOVE WS-TOTAL-DEBITS TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  OF WHICH FEES" TO WS-REPORT-TEXT
           MOVE WS-TOTAL-FEES TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "PLUS CREDITS POSTED" TO WS-REPORT-TEXT
           MOVE WS-TOTAL-CREDITS TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  OF WHICH INTEREST" TO WS-REPORT-TEXT
           MOVE WS-TOTAL-INTEREST TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "CLOSING BALANCE" TO WS-REPORT-TEXT
           MOVE WS-CLOSING-BALANCE TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "DIFFERENCE" TO WS-REPORT-TEXT
           MOVE WS-DIFFERENCE TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE ALL "-" TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE "POSTINGS TAKEN IN" TO WS-REPORT-TEXT
           MOVE WS-POSTING-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "  OF WHICH BACK-DATED ADJUSTMENTS" TO WS-REPORT-TEXT
           MOVE WS-BACKDATED-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "BALANCES SNAPSHOTTED" TO WS-REPORT-TEXT
           MOVE WS-SNAPSHOT-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           PERFORM WRITE-CURRENCY-SECTION
           IF WS-DIFFERENCE NOT = ZERO
               MOVE "*** OUT OF BALANCE ***" TO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
           END-IF
           CLOSE SUMMARY-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-JOURNAL-PROGRAM,
               WS-ARCHIVE-REPORT.

      *----------------------------------------------------------------
      * WRITE-CURRENCY-SECTION breaks the figures above down by the
      * currency the balances are held in, each currency's own
      * opening + credits - debits = closing, with the month-end rate
      * on FXRATE.DAT and each figure converted to base currency
      * through CONVIERTE-DIVISA; then the whole ledger in base
      * currency, which is what finance posts to the general ledger.
      * A currency with no rate on file is left out of the base
      * totals and flagged.
      *----------------------------------------------------------------
       WRITE-CURRENCY-SECTION.
           MOVE ALL "-" TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE "BASE CURRENCY" TO WS-REPORT-TEXT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING WS-REPORT-TEXT      DELIMITED BY SIZE
                  WS-FX-BASE-CURRENCY DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE ZERO TO WS-BASE-OPENING
           MOVE ZERO TO WS-BASE-DEBITS
           MOVE ZERO TO WS-BASE-CREDITS
           MOVE ZERO TO WS-BASE-CLOSING
           MOVE ZERO TO WS-NO-RATE-COUNT
           PERFORM VARYING WS-CURRENCY-IDX FROM 1 BY 1
                   UNTIL WS-CURRENCY-IDX > WS-CURRENCY-COUNT
               PERFORM WRITE-ONE-CURRENCY
           END-PERFORM
           MOVE "OPENING BALANCE IN BASE CURRENCY" TO WS-REPORT-TEXT
           MOVE WS-BASE-OPENING TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "DEBITS POSTED IN BASE CURRENCY" TO WS-REPORT-TEXT
           MOVE WS-BASE-DEBITS TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "CREDITS POSTED IN BASE CURRENCY" TO WS-REPORT-TEXT
           MOVE WS-BASE-CREDITS TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "CLOSING BALANCE IN BASE CURRENCY" TO WS-REPORT-TEXT
           MOVE WS-BASE-CLOSING TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           IF WS-NO-RATE-COUNT > ZERO
               MOVE "*** CURRENCY WITH NO RATE LEFT OUT OF BASE ***"
                   TO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
               DISPLAY "CURRENCY WITH NO RATE ON FXRATE.DAT - BASE "
                   "TOTALS INCOMPLETE"
           END-IF.

       WRITE-ONE-CURRENCY.
           MOVE WS-CY-CODE(WS-CURRENCY-IDX) TO WS-FX-CURRENCY
           MOVE SPACES TO WS-REPORT-TEXT
           STRING "CURRENCY " DELIMITED BY SIZE
                  WS-FX-CURRENCY DELIMITED BY SIZE
                  " OPENING" DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           MOVE WS-CY-OPENING(WS-CURRENCY-IDX) TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-REPORT-AMOUNT TO WS-FX-AMOUNT
           PERFORM CONVERT-TO-BASE
           ADD WS-FX-BASE-AMOUNT TO WS-BASE-OPENING
           MOVE SPACES TO WS-REPORT-TEXT
           STRING "CURRENCY " DELIMITED BY SIZE
                  WS-FX-CURRENCY DELIMITED BY SIZE
                  " DEBITS" DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           MOVE WS-CY-DEBITS(WS-CURRENCY-IDX) TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-REPORT-AMOUNT TO WS-FX-AMOUNT
           PERFORM CONVERT-TO-BASE
           ADD WS-FX-BASE-AMOUNT TO WS-BASE-DEBITS
           MOVE SPACES TO WS-REPORT-TEXT
           STRING "CURRENCY " DELIMITED BY SIZE
                  WS-FX-CURRENCY DELIMITED BY SIZE
                  " CREDITS" DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           MOVE WS-CY-CREDITS(WS-CURRENCY-IDX) TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-REPORT-AMOUNT TO WS-FX-AMOUNT
           PERFORM CONVERT-TO-BASE
           ADD WS-FX-BASE-AMOUNT TO WS-BASE-CREDITS
           MOVE SPACES TO WS-REPORT-TEXT
           STRING "CURRENCY " DELIMITED BY SIZE
                  WS-FX-CURRENCY DELIMITED BY SIZE
                  " CLOSING" DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           MOVE WS-CY-CLOSING(WS-CURRENCY-IDX) TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-REPORT-AMOUNT TO WS-FX-AMOUNT
           PERFORM CONVERT-TO-BASE
           ADD WS-FX-BASE-AMOUNT TO WS-BASE-CLOSING
           MOVE SPACES TO WS-REPORT-TEXT
           STRING "CURRENCY " DELIMITED BY SIZE
                  WS-FX-CURRENCY DELIMITED BY SIZE
                  " RATE" DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           IF WS-FX-RESULT = 'Y'
               MOVE WS-FX-RATE TO WS-EDITED-RATE
               STRING WS-REPORT-TEXT DELIMITED BY SIZE
                      "    "         DELIMITED BY SIZE
                      WS-EDITED-RATE DELIMITED BY SIZE
                   INTO SUMMARY-REPORT-LINE
           ELSE
               ADD 1 TO WS-NO-RATE-COUNT
               STRING WS-REPORT-TEXT DELIMITED BY SIZE
                      "  NO RATE ON FILE" DELIMITED BY SIZE
                   INTO SUMMARY-REPORT-LINE
           END-IF
           WRITE SUMMARY-REPORT-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           STRING "CURRENCY " DELIMITED BY SIZE
                  WS-FX-CURRENCY DELIMITED BY SIZE
                  " CLOSING IN BASE" DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           MOVE WS-FX-BASE-AMOUNT TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE.

       CONVERT-TO-BASE.
           CALL "CONVIERTE-DIVISA" USING WS-FX-CURRENCY,
               WS-FX-AMOUNT, WS-FX-BASE-AMOUNT, WS-FX-RATE,
               WS-FX-BASE-CURRENCY, WS-FX-RESULT.

       WRITE-COUNT-LINE.
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING WS-REPORT-TEXT  DELIMITED BY SIZE
                  WS-EDITED-COUNT DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-REPORT-AMOUNT TO WS-EDITED-TOTAL
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING WS-REPORT-TEXT  DELIMITED BY SIZE
                  WS-EDITED-TOTAL DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE.

      *----------------------------------------------------------------
      * WRITE-PERIOD-CONTROL replaces LEDGPER.DAT with the period
      * just closed, which is what VERIFICA-PERIODO checks postings
      * against from now on.
      *----------------------------------------------------------------
       WRITE-PERIOD-CONTROL.
           OPEN OUTPUT PERIOD-CTL-FILE
           MOVE SPACES TO PERIOD-CTL-REC
           MOVE WS-CLOSE-PERIOD   TO LP-CLOSED-PERIOD
           MOVE WS-BUSINESS-DATE  TO LP-CLOSE-DATE
           MOVE WS-LAST-REF-TAKEN TO LP-LAST-REF
           MOVE WS-OPERATOR-ID    TO LP-OPERATOR-ID
           WRITE PERIOD-CTL-REC
           CLOSE PERIOD-CTL-FILE.

      *----------------------------------------------------------------
      * ACQUIRE-LEDGER-LOCK holds LEDGLOCK.DAT open WITH LOCK for the
      * whole close, so no posting can land between the history scan
      * and the snapshot.
      *----------------------------------------------------------------
       ACQUIRE-LEDGER-LOCK.
           MOVE 'N' TO WS-LLOCK-SWITCH
           MOVE ZERO TO WS-LLOCK-TRY-COUNT
           PERFORM UNTIL LEDGER-LOCK-HELD
                   OR WS-LLOCK-TRY-COUNT >= WS-LLOCK-TRY-LIMIT
               ADD 1 TO WS-LLOCK-TRY-COUNT
               OPEN EXTEND LEDGER-LOCK-FILE WITH LOCK
               IF WS-LLOCK-FILE-STATUS = "35"
                   OPEN OUTPUT LEDGER-LOCK-FILE WITH LOCK
               END-IF
               IF WS-LLOCK-FILE-STATUS = "00"
                   SET LEDGER-LOCK-HELD TO TRUE
               ELSE
                   CALL "C$SLEEP" USING WS-LLOCK-WAIT-SECS
               END-IF
           END-PERFORM
           IF NOT LEDGER-LOCK-HELD
               DISPLAY "CLOSE REFUSED - LEDGER LOCKED BY ANOTHER JOB"
           END-IF.

       RELEASE-LEDGER-LOCK.
           IF LEDGER-LOCK-HELD
               CLOSE LEDGER-LOCK-FILE
               MOVE 'N' TO WS-LLOCK-SWITCH
           END-IF.

       RESOLVE-OPERATOR-ID.
           MOVE WS-PARM-OPERATOR-ID TO WS-OPERATOR-ID
           CALL "VALIDA-OPERADOR" USING WS-OPERATOR-ID,
               WS-JOURNAL-PROGRAM, WS-OPERID-VALID-SW,
               WS-OPERATOR-ROLE
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
      * run in the shared run journal through REGISTRA-CORRIDA. A
      * summary that does not balance ends the run with a warning.
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
           MOVE WS-SNAPSHOT-COUNT TO WS-JOURNAL-RECORDS
           MOVE ZERO TO WS-JOURNAL-REJECTS
           IF RUN-WAS-REFUSED
               MOVE "SEVERE" TO WS-JOURNAL-STATUS
           ELSE
               IF WS-DIFFERENCE NOT = ZERO
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

       END PROGRAM CIERRA-MES.
