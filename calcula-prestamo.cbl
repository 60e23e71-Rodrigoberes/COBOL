      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Loan repayment quotes. Given the principal, the
      *          annual rate in percent, the term in months and the
      *          first payment date, works out the level monthly
      *          installment and prints the full amortization table
      *          on PRESTAMO.RPT: installment number, due date,
      *          installment, interest, principal repaid and the
      *          balance remaining. Each month's interest is the
      *          balance times the annual rate over 1200 and goes
      *          through the shared MULTIPLICA-NUMEROS / DIVIDE-
      *          NUMEROS package, so the ROUNDPOL.DAT policy decides
      *          every cent exactly as it does for the ledger; the
      *          level installment is rounded to the cent the same
      *          way. The final installment repays whatever balance
      *          is left, absorbing the rounding drift of the term,
      *          and the report shows by how much it differs from the
      *          level installment. Due dates fall on the first
      *          payment day of each following month (the last day
      *          of a shorter month) and roll forward over any day
      *          CALENDAR.DAT marks as not a working day.
      *
      *          PARM: blank for a quote keyed at the desk; B to
      *          prepare a schedule for every quote on PRESTQTE.DAT
      *          (quote id, principal, annual rate, term in months,
      *          first payment date YYYYMMDD, separated by a space).
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULA-PRESTAMO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-FILE ASSIGN TO "PRESTQTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT SCHEDULE-REPORT-FILE ASSIGN TO "PRESTAMO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE.
       01  QUOTE-REC.
           05 QT-QUOTE-ID      PIC X(8).
           05 FILLER           PIC X.
           05 QT-PRINCIPAL     PIC 9(10)V99.
           05 FILLER           PIC X.
           05 QT-ANNUAL-RATE   PIC 9(2)V99.
           05 FILLER           PIC X.
           05 QT-TERM-MONTHS   PIC 9(3).
           05 FILLER           PIC X.
           05 QT-FIRST-DUE-DATE PIC 9(8).

       FD  CALENDAR-FILE.
       01  CALENDAR-REC.
           05 CAL-DATE         PIC 9(8).
           05 FILLER           PIC X.
           05 CAL-DAY-TYPE     PIC X.
              88 CALENDAR-WORKING-DAY VALUE 'W'.
              88 CALENDAR-HOLIDAY     VALUE 'H'.
           05 FILLER           PIC X.
           05 CAL-MONTH-END    PIC X.

       FD  SCHEDULE-REPORT-FILE.
       01  SCHEDULE-REPORT-LINE PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-QUOTE-FILE-STATUS    PIC XX.
       01 WS-CALENDAR-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-PARM                 PIC X(30).
       01 WS-PARM-MODE            PIC X.
          88 BATCH-MODE-REQUESTED VALUE 'B' 'b'.
       01 WS-RUN-MODE             PIC X VALUE 'I'.
       01 WS-REFUSED-SWITCH       PIC X VALUE 'N'.
          88 RUN-WAS-REFUSED VALUE 'Y'.
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01 WS-QUOTE-EOF-SWITCH     PIC X VALUE 'N'.
          88 QUOTE-FILE-EOF VALUE 'Y'.
       01 WS-CALENDAR-EOF-SWITCH  PIC X VALUE 'N'.
          88 CALENDAR-FILE-EOF VALUE 'Y'.
       01 WS-WORKING-SWITCH       PIC X VALUE 'Y'.
          88 DATE-IS-WORKING-DAY VALUE 'Y'.
       01 WS-ANOTHER-ANSWER       PIC X VALUE 'Y'.
          88 NO-MORE-QUOTES VALUE 'N' 'n'.
      * the business calendar, held in core for the due-date rolls
       01 WS-CALENDAR-TABLE.
          05 WS-CALENDAR-COUNT    PIC 9(4) COMP VALUE ZERO.
          05 WS-CALENDAR-ENTRY OCCURS 2000.
             10 WS-CT-DATE        PIC 9(8).
             10 WS-CT-DAY-TYPE    PIC X.
       01 WS-CAL-IDX              PIC 9(4) COMP VALUE ZERO.
       01 WS-ROLL-COUNT           PIC 9(2) VALUE ZERO.
      * the quote being scheduled, keyed or read from PRESTQTE.DAT
       01 WS-QUOTE.
          05 WS-QUOTE-ID          PIC X(8).
          05 WS-PRINCIPAL         PIC 9(10)V99.
          05 WS-ANNUAL-RATE       PIC 9(10)V99.
          05 WS-TERM-MONTHS       PIC 9(3).
          05 WS-FIRST-DUE-DATE    PIC 9(8).
       01 WS-QUOTE-REMARK         PIC X(40).
       01 WS-MAX-PRINCIPAL        PIC 9(10)V99 VALUE 99999999.99.
       01 WS-MAX-TERM             PIC 9(3) VALUE 480.
      * keyed entry, taken the way people write a number
       01 WS-INPUT-STRING         PIC X(20).
       01 WS-NUMBER-PROMPT        PIC X(40).
       01 WS-ENTERED-NUMBER       PIC S9(11)V9(4) VALUE ZERO.
       01 WS-NUMBER-OK-SWITCH     PIC X VALUE 'N'.
          88 NUMBER-ENTRY-OK VALUE 'Y'.
      * the level installment: r = rate / 1200, g = (1 + r) ** n,
      * installment = principal x r x g / (g - 1)
       01 WS-MONTHLY-RATE         PIC 9V9(12) VALUE ZERO.
       01 WS-GROWTH-FACTOR        PIC 9(9)V9(9) VALUE ZERO.
       01 WS-ANNUITY-NUMERATOR    PIC 9(12)V9(6) VALUE ZERO.
       01 WS-RAW-INSTALLMENT      PIC 9(10)V9(6) VALUE ZERO.
       01 WS-LEVEL-INSTALLMENT    PIC 9(10)V99 VALUE ZERO.
       01 WS-RATE-DIVISOR         PIC 9(10)V99 VALUE 1200.
       01 WS-CENTS-PER-UNIT       PIC 9(10)V99 VALUE 100.
       01 WS-OPERAND-1            PIC 9(10)V99 VALUE ZERO.
       01 WS-OPERAND-2            PIC 9(10)V99 VALUE ZERO.
       01 WS-CALC-RESULT          PIC S9(12)V99 SIGN LEADING
                                  SEPARATE VALUE ZERO.
       01 WS-CALC-REMAINDER       PIC 9(10)V99 VALUE ZERO.
       01 WS-CALC-STATUS          PIC X(20).
      * one line of the amortization table
       01 WS-INSTALLMENT-NO       PIC 9(3) VALUE ZERO.
       01 WS-BALANCE              PIC 9(10)V99 VALUE ZERO.
       01 WS-PERIOD-INTEREST      PIC 9(10)V99 VALUE ZERO.
       01 WS-PERIOD-PRINCIPAL     PIC 9(10)V99 VALUE ZERO.
       01 WS-PERIOD-INSTALLMENT   PIC 9(10)V99 VALUE ZERO.
       01 WS-FINAL-ADJUSTMENT     PIC S9(10)V99 VALUE ZERO.
       01 WS-TOTAL-REPAID         PIC 9(12)V99 VALUE ZERO.
       01 WS-TOTAL-INTEREST       PIC 9(12)V99 VALUE ZERO.
       01 WS-SCHEDULE-SWITCH      PIC X VALUE 'Y'.
          88 SCHEDULE-IS-GOOD VALUE 'Y'.
      * due-date arithmetic, as the standing-order run does it
       01 WS-ROLLED-DATE          PIC 9(8) VALUE ZERO.
       01 WS-DAY-NUMBER           PIC 9(8) VALUE ZERO.
       01 WS-MONTHS-ON            PIC 9(6) VALUE ZERO.
       01 WS-MONTH-INDEX          PIC 9(6) VALUE ZERO.
       01 WS-DATE-PARTS.
          05 WS-DP-YEAR           PIC 9(4).
          05 WS-DP-MONTH          PIC 9(2).
          05 WS-DP-DAY            PIC 9(2).
       01 WS-DATE-PARTS-N REDEFINES WS-DATE-PARTS PIC 9(8).
       01 WS-START-PARTS.
          05 WS-SP-YEAR           PIC 9(4).
          05 WS-SP-MONTH          PIC 9(2).
          05 WS-SP-DAY            PIC 9(2).
       01 WS-DAYS-IN-MONTH        PIC 9(2) VALUE ZERO.
       01 WS-LEAP-REMAINDER       PIC 9(4) VALUE ZERO.
       01 WS-QUOTES-READ          PIC 9(8) VALUE ZERO.
       01 WS-SCHEDULED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-REJECTED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-EDITED-NO            PIC ZZ9.
       01 WS-EDITED-AMOUNT        PIC Z(9)9.99.
       01 WS-EDITED-INSTALLMENT   PIC Z(9)9.99.
       01 WS-EDITED-INTEREST      PIC Z(9)9.99.
       01 WS-EDITED-PRINCIPAL     PIC Z(9)9.99.
       01 WS-EDITED-BALANCE       PIC Z(9)9.99.
       01 WS-EDITED-ADJUSTMENT    PIC -Z(9)9.99.
       01 WS-EDITED-TOTAL         PIC Z(11)9.99.
       01 WS-EDITED-RATE          PIC Z9.99.
       01 WS-EDITED-TERM          PIC ZZ9.
       01 WS-EDITED-COUNT         PIC Z(7)9.
       01 WS-REPORT-TEXT          PIC X(40).
       01 WS-JOURNAL-EVENT        PIC X(5).
       01 WS-JOURNAL-PROGRAM      PIC X(18)
                                  VALUE "CALCULA-PRESTAMO".
       01 WS-JOURNAL-RECORDS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-REJECTS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-STATUS       PIC X(8) VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
          05 FILLER               PIC X(7).
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "PRESTAMO.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACE TO WS-PARM-MODE
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-MODE
           IF BATCH-MODE-REQUESTED
               MOVE 'B' TO WS-RUN-MODE
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM WRITE-RUN-JOURNAL-START
           PERFORM LOAD-CALENDAR
           OPEN OUTPUT SCHEDULE-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           IF BATCH-MODE-REQUESTED
               PERFORM SCHEDULE-QUOTE-FILE
           ELSE
               PERFORM SCHEDULE-KEYED-QUOTES
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE SCHEDULE-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-JOURNAL-PROGRAM,
               WS-ARCHIVE-REPORT
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * LOAD-CALENDAR holds CALENDAR.DAT in core. Without a calendar
      * every day counts as a working day and no due date rolls.
      *----------------------------------------------------------------
       LOAD-CALENDAR.
           MOVE ZERO TO WS-CALENDAR-COUNT
           MOVE 'N' TO WS-CALENDAR-EOF-SWITCH
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "NO CALENDAR ON FILE - DUE DATES ARE NOT "
                   "ROLLED"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CALENDAR-RECORD
           PERFORM UNTIL CALENDAR-FILE-EOF
               IF CAL-DATE IS NUMERIC AND WS-CALENDAR-COUNT < 2000
                   ADD 1 TO WS-CALENDAR-COUNT
                   MOVE CAL-DATE TO WS-CT-DATE(WS-CALENDAR-COUNT)
                   MOVE CAL-DAY-TYPE
                       TO WS-CT-DAY-TYPE(WS-CALENDAR-COUNT)
               END-IF
               PERFORM READ-CALENDAR-RECORD
           END-PERFORM
           CLOSE CALENDAR-FILE.

       READ-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END SET CALENDAR-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * SCHEDULE-QUOTE-FILE prepares a schedule for every quote on
      * PRESTQTE.DAT; a quote that fails its checks is listed on the
      * report with the reason and the run ends with a warning.
      *----------------------------------------------------------------
       SCHEDULE-QUOTE-FILE.
           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-FILE-STATUS NOT = "00"
               DISPLAY "QUOTE RUN REFUSED - PRESTQTE.DAT NOT "
                   "AVAILABLE (" WS-QUOTE-FILE-STATUS ")"
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-QUOTE-EOF-SWITCH
           PERFORM READ-QUOTE-RECORD
           PERFORM UNTIL QUOTE-FILE-EOF
               ADD 1 TO WS-QUOTES-READ
               PERFORM LOAD-QUOTE-RECORD
               PERFORM SCHEDULE-ONE-QUOTE
               PERFORM READ-QUOTE-RECORD
           END-PERFORM
           CLOSE QUOTE-FILE.

       READ-QUOTE-RECORD.
           READ QUOTE-FILE
               AT END SET QUOTE-FILE-EOF TO TRUE
           END-READ.

       LOAD-QUOTE-RECORD.
           MOVE SPACES TO WS-QUOTE-REMARK
           MOVE QT-QUOTE-ID TO WS-QUOTE-ID
           MOVE ZERO TO WS-PRINCIPAL WS-ANNUAL-RATE WS-TERM-MONTHS
                        WS-FIRST-DUE-DATE
           IF QT-PRINCIPAL IS NOT NUMERIC
               MOVE "PRINCIPAL NOT NUMERIC" TO WS-QUOTE-REMARK
               EXIT PARAGRAPH
           END-IF
           IF QT-ANNUAL-RATE IS NOT NUMERIC
               MOVE "ANNUAL RATE NOT NUMERIC" TO WS-QUOTE-REMARK
               EXIT PARAGRAPH
           END-IF
           IF QT-TERM-MONTHS IS NOT NUMERIC
               MOVE "TERM NOT NUMERIC" TO WS-QUOTE-REMARK
               EXIT PARAGRAPH
           END-IF
           IF QT-FIRST-DUE-DATE IS NOT NUMERIC
               MOVE "FIRST PAYMENT DATE NOT NUMERIC"
                   TO WS-QUOTE-REMARK
               EXIT PARAGRAPH
           END-IF
           MOVE QT-PRINCIPAL      TO WS-PRINCIPAL
           MOVE QT-ANNUAL-RATE    TO WS-ANNUAL-RATE
           MOVE QT-TERM-MONTHS    TO WS-TERM-MONTHS
           MOVE QT-FIRST-DUE-DATE TO WS-FIRST-DUE-DATE.

      *----------------------------------------------------------------
      * SCHEDULE-KEYED-QUOTES takes quotes at the desk one after
      * another until the operator has no more, showing the level
      * installment on screen; the schedules go to PRESTAMO.RPT to
      * be printed for the customer.
      *----------------------------------------------------------------
       SCHEDULE-KEYED-QUOTES.
           MOVE 'Y' TO WS-ANOTHER-ANSWER
           PERFORM UNTIL NO-MORE-QUOTES
               ADD 1 TO WS-QUOTES-READ
               PERFORM ACCEPT-KEYED-QUOTE
               PERFORM SCHEDULE-ONE-QUOTE
               DISPLAY "ANOTHER QUOTE? (Y/N)"
               MOVE SPACE TO WS-ANOTHER-ANSWER
               ACCEPT WS-ANOTHER-ANSWER
           END-PERFORM.

       ACCEPT-KEYED-QUOTE.
           MOVE SPACES TO WS-QUOTE-REMARK
           MOVE SPACES TO WS-QUOTE-ID
           STRING "DESK" DELIMITED BY SIZE
                  WS-QUOTES-READ(5:4) DELIMITED BY SIZE
               INTO WS-QUOTE-ID
           MOVE "LOAN PRINCIPAL:" TO WS-NUMBER-PROMPT
           PERFORM ACCEPT-HUMAN-NUMBER
           MOVE ZERO TO WS-PRINCIPAL
           IF WS-ENTERED-NUMBER < ZERO
                   OR WS-ENTERED-NUMBER > WS-MAX-PRINCIPAL
               MOVE "PRINCIPAL OUT OF RANGE" TO WS-QUOTE-REMARK
           ELSE
               MOVE WS-ENTERED-NUMBER TO WS-PRINCIPAL
           END-IF
           MOVE "ANNUAL RATE IN PERCENT:" TO WS-NUMBER-PROMPT
           PERFORM ACCEPT-HUMAN-NUMBER
           MOVE ZERO TO WS-ANNUAL-RATE
           IF WS-ENTERED-NUMBER < ZERO OR WS-ENTERED-NUMBER > 99.99
               IF WS-QUOTE-REMARK = SPACES
                   MOVE "ANNUAL RATE OUT OF RANGE" TO WS-QUOTE-REMARK
               END-IF
           ELSE
               MOVE WS-ENTERED-NUMBER TO WS-ANNUAL-RATE
           END-IF
           MOVE "TERM IN MONTHS:" TO WS-NUMBER-PROMPT
           PERFORM ACCEPT-HUMAN-NUMBER
           MOVE ZERO TO WS-TERM-MONTHS
           IF WS-ENTERED-NUMBER < 1 OR WS-ENTERED-NUMBER > WS-MAX-TERM
               IF WS-QUOTE-REMARK = SPACES
                   MOVE "TERM OUT OF RANGE" TO WS-QUOTE-REMARK
               END-IF
           ELSE
               MOVE WS-ENTERED-NUMBER TO WS-TERM-MONTHS
           END-IF
           MOVE "FIRST PAYMENT DATE (YYYYMMDD):" TO WS-NUMBER-PROMPT
           PERFORM ACCEPT-HUMAN-NUMBER
           MOVE ZERO TO WS-FIRST-DUE-DATE
           IF WS-ENTERED-NUMBER < ZERO
                   OR WS-ENTERED-NUMBER > 99999999
               IF WS-QUOTE-REMARK = SPACES
                   MOVE "FIRST PAYMENT DATE NOT VALID"
                       TO WS-QUOTE-REMARK
               END-IF
           ELSE
               MOVE WS-ENTERED-NUMBER TO WS-FIRST-DUE-DATE
           END-IF.

      *----------------------------------------------------------------
      * ACCEPT-HUMAN-NUMBER takes a number the way people write it --
      * optional decimal point, leading spaces -- converts it through
      * NUMVAL, and reprompts on anything non-numeric.
      *----------------------------------------------------------------
       ACCEPT-HUMAN-NUMBER.
           MOVE 'N' TO WS-NUMBER-OK-SWITCH
           PERFORM UNTIL NUMBER-ENTRY-OK
               DISPLAY WS-NUMBER-PROMPT
               MOVE SPACES TO WS-INPUT-STRING
               ACCEPT WS-INPUT-STRING
               IF WS-INPUT-STRING NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-INPUT-STRING) = ZERO
                   COMPUTE WS-ENTERED-NUMBER =
                       FUNCTION NUMVAL(WS-INPUT-STRING)
                       ON SIZE ERROR
                           MOVE -1 TO WS-ENTERED-NUMBER
                   END-COMPUTE
                   SET NUMBER-ENTRY-OK TO TRUE
               ELSE
                   DISPLAY "INVALID NUMBER - PLEASE TRY AGAIN"
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * SCHEDULE-ONE-QUOTE checks the quote, works out its level
      * installment and writes its amortization table, or lists the
      * quote as rejected with the reason.
      *----------------------------------------------------------------
       SCHEDULE-ONE-QUOTE.
           IF WS-QUOTE-REMARK = SPACES
               PERFORM VALIDATE-QUOTE
           END-IF
           IF WS-QUOTE-REMARK = SPACES
               PERFORM COMPUTE-LEVEL-INSTALLMENT
           END-IF
           IF WS-QUOTE-REMARK NOT = SPACES
               PERFORM REJECT-THE-QUOTE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-QUOTE-HEADING
           PERFORM WRITE-AMORTIZATION-TABLE
           IF NOT SCHEDULE-IS-GOOD
               PERFORM REJECT-THE-QUOTE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-QUOTE-TOTALS
           ADD 1 TO WS-SCHEDULED-COUNT
           IF NOT BATCH-MODE-REQUESTED
               MOVE WS-LEVEL-INSTALLMENT TO WS-EDITED-INSTALLMENT
               DISPLAY "QUOTE " WS-QUOTE-ID " LEVEL INSTALLMENT "
                   WS-EDITED-INSTALLMENT
               MOVE WS-PERIOD-INSTALLMENT TO WS-EDITED-INSTALLMENT
               DISPLAY "FINAL INSTALLMENT          "
                   WS-EDITED-INSTALLMENT
               MOVE WS-TOTAL-INTEREST TO WS-EDITED-TOTAL
               DISPLAY "TOTAL INTEREST           " WS-EDITED-TOTAL
               DISPLAY "SCHEDULE WRITTEN TO PRESTAMO.RPT"
           END-IF.

       VALIDATE-QUOTE.
           EVALUATE TRUE
               WHEN WS-PRINCIPAL = ZERO
                   MOVE "PRINCIPAL MUST BE ABOVE ZERO"
                       TO WS-QUOTE-REMARK
               WHEN WS-PRINCIPAL > WS-MAX-PRINCIPAL
                   MOVE "PRINCIPAL OUT OF RANGE" TO WS-QUOTE-REMARK
               WHEN WS-ANNUAL-RATE > 99.99
                   MOVE "ANNUAL RATE OUT OF RANGE" TO WS-QUOTE-REMARK
               WHEN WS-TERM-MONTHS = ZERO
                       OR WS-TERM-MONTHS > WS-MAX-TERM
                   MOVE "TERM OUT OF RANGE" TO WS-QUOTE-REMARK
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-FIRST-DUE-DATE)
                       NOT = ZERO
                   MOVE "FIRST PAYMENT DATE NOT VALID"
                       TO WS-QUOTE-REMARK
           END-EVALUATE.

      *----------------------------------------------------------------
      * COMPUTE-LEVEL-INSTALLMENT works the annuity formula to six
      * places, then takes it to the cent through DIVIDE-NUMEROS so
      * ROUNDPOL.DAT decides the last cent. At a zero rate the
      * installment is simply the principal over the term.
      *----------------------------------------------------------------
       COMPUTE-LEVEL-INSTALLMENT.
           MOVE ZERO TO WS-LEVEL-INSTALLMENT
           IF WS-ANNUAL-RATE = ZERO
               MOVE WS-PRINCIPAL TO WS-OPERAND-1
               MOVE WS-TERM-MONTHS TO WS-OPERAND-2
           ELSE
               COMPUTE WS-MONTHLY-RATE ROUNDED =
                   WS-ANNUAL-RATE / 1200
               COMPUTE WS-GROWTH-FACTOR ROUNDED =
                   (1 + WS-MONTHLY-RATE) ** WS-TERM-MONTHS
                   ON SIZE ERROR
                       MOVE "RATE AND TERM OUT OF RANGE"
                           TO WS-QUOTE-REMARK
                       EXIT PARAGRAPH
               END-COMPUTE
               COMPUTE WS-ANNUITY-NUMERATOR ROUNDED =
                   WS-PRINCIPAL * WS-MONTHLY-RATE * WS-GROWTH-FACTOR
                   ON SIZE ERROR
                       MOVE "RATE AND TERM OUT OF RANGE"
                           TO WS-QUOTE-REMARK
                       EXIT PARAGRAPH
               END-COMPUTE
               COMPUTE WS-RAW-INSTALLMENT ROUNDED =
                   WS-ANNUITY-NUMERATOR / (WS-GROWTH-FACTOR - 1)
                   ON SIZE ERROR
                       MOVE "RATE AND TERM OUT OF RANGE"
                           TO WS-QUOTE-REMARK
                       EXIT PARAGRAPH
               END-COMPUTE
               COMPUTE WS-OPERAND-1 = WS-RAW-INSTALLMENT * 100
                   ON SIZE ERROR
                       MOVE "INSTALLMENT OUT OF RANGE"
                           TO WS-QUOTE-REMARK
                       EXIT PARAGRAPH
               END-COMPUTE
               MOVE WS-CENTS-PER-UNIT TO WS-OPERAND-2
           END-IF
           CALL "DIVIDE-NUMEROS" USING WS-OPERAND-1, WS-OPERAND-2,
               WS-CALC-RESULT, WS-CALC-REMAINDER, WS-CALC-STATUS
           IF WS-CALC-STATUS NOT = "OK" OR WS-CALC-RESULT <= ZERO
               MOVE "INSTALLMENT OUT OF RANGE" TO WS-QUOTE-REMARK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CALC-RESULT TO WS-LEVEL-INSTALLMENT.

      *----------------------------------------------------------------
      * WRITE-AMORTIZATION-TABLE writes one line per installment.
      * Interest on the balance comes first; the rest of the
      * installment repays principal. The last installment repays
      * the whole remaining balance whatever the level installment,
      * so the rounding drift of the term lands there, and an
      * installment that would overpay the balance early is cut to
      * clear it.
      *----------------------------------------------------------------
       WRITE-AMORTIZATION-TABLE.
           SET SCHEDULE-IS-GOOD TO TRUE
           MOVE WS-PRINCIPAL TO WS-BALANCE
           MOVE ZERO TO WS-TOTAL-REPAID WS-TOTAL-INTEREST
           MOVE ZERO TO WS-FINAL-ADJUSTMENT
           PERFORM VARYING WS-INSTALLMENT-NO FROM 1 BY 1
                   UNTIL WS-INSTALLMENT-NO > WS-TERM-MONTHS
                      OR NOT SCHEDULE-IS-GOOD
               PERFORM COMPUTE-ONE-INSTALLMENT
               IF SCHEDULE-IS-GOOD
                   PERFORM COMPUTE-DUE-DATE
                   PERFORM WRITE-INSTALLMENT-LINE
               END-IF
           END-PERFORM.

       COMPUTE-ONE-INSTALLMENT.
           MOVE ZERO TO WS-PERIOD-INTEREST
           IF WS-ANNUAL-RATE > ZERO AND WS-BALANCE > ZERO
               CALL "MULTIPLICA-NUMEROS" USING WS-BALANCE,
                   WS-ANNUAL-RATE, WS-CALC-RESULT, WS-CALC-STATUS
               IF WS-CALC-STATUS NOT = "OK"
                       OR WS-CALC-RESULT > 9999999999.99
                   MOVE "INTEREST OVERFLOW" TO WS-QUOTE-REMARK
                   MOVE 'N' TO WS-SCHEDULE-SWITCH
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CALC-RESULT TO WS-OPERAND-1
               CALL "DIVIDE-NUMEROS" USING WS-OPERAND-1,
                   WS-RATE-DIVISOR, WS-CALC-RESULT, WS-CALC-REMAINDER,
                   WS-CALC-STATUS
               IF WS-CALC-STATUS NOT = "OK"
                   MOVE "INTEREST OVERFLOW" TO WS-QUOTE-REMARK
                   MOVE 'N' TO WS-SCHEDULE-SWITCH
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CALC-RESULT TO WS-PERIOD-INTEREST
           END-IF
           MOVE WS-LEVEL-INSTALLMENT TO WS-PERIOD-INSTALLMENT
           CALL "RESTA-NUMEROS" USING WS-PERIOD-INSTALLMENT,
               WS-PERIOD-INTEREST, WS-CALC-RESULT, WS-CALC-STATUS
           IF WS-CALC-STATUS NOT = "OK" OR WS-CALC-RESULT < ZERO
               MOVE "INSTALLMENT BELOW THE INTEREST DUE"
                   TO WS-QUOTE-REMARK
               MOVE 'N' TO WS-SCHEDULE-SWITCH
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CALC-RESULT TO WS-PERIOD-PRINCIPAL
           IF WS-INSTALLMENT-NO = WS-TERM-MONTHS
                   OR WS-PERIOD-PRINCIPAL > WS-BALANCE
               MOVE WS-BALANCE TO WS-PERIOD-PRINCIPAL
               CALL "SUMA-NUMEROS" USING WS-PERIOD-PRINCIPAL,
                   WS-PERIOD-INTEREST, WS-CALC-RESULT, WS-CALC-STATUS
               IF WS-CALC-STATUS NOT = "OK"
                       OR WS-CALC-RESULT > 9999999999.99
                   MOVE "INSTALLMENT OVERFLOW" TO WS-QUOTE-REMARK
                   MOVE 'N' TO WS-SCHEDULE-SWITCH
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CALC-RESULT TO WS-PERIOD-INSTALLMENT
               COMPUTE WS-FINAL-ADJUSTMENT =
                   WS-PERIOD-INSTALLMENT - WS-LEVEL-INSTALLMENT
           END-IF
           CALL "RESTA-NUMEROS" USING WS-BALANCE,
               WS-PERIOD-PRINCIPAL, WS-CALC-RESULT, WS-CALC-STATUS
           MOVE WS-CALC-RESULT TO WS-BALANCE
           ADD WS-PERIOD-INSTALLMENT TO WS-TOTAL-REPAID
           ADD WS-PERIOD-INTEREST TO WS-TOTAL-INTEREST.

      *----------------------------------------------------------------
      * COMPUTE-DUE-DATE puts installment n on the first payment day
      * n - 1 months on (the month's last day when it is shorter),
      * rolled forward to a working day on the business calendar.
      *----------------------------------------------------------------
       COMPUTE-DUE-DATE.
           COMPUTE WS-MONTHS-ON = WS-INSTALLMENT-NO - 1
           PERFORM ADD-MONTHS-TO-START
           MOVE WS-DATE-PARTS-N TO WS-ROLLED-DATE
           PERFORM ROLL-TO-WORKING-DAY.

       ADD-MONTHS-TO-START.
           MOVE WS-FIRST-DUE-DATE TO WS-START-PARTS
           COMPUTE WS-MONTH-INDEX = WS-SP-MONTH - 1 + WS-MONTHS-ON
           COMPUTE WS-DP-YEAR = WS-SP-YEAR + (WS-MONTH-INDEX / 12)
           COMPUTE WS-DP-MONTH = FUNCTION MOD(WS-MONTH-INDEX 12) + 1
           PERFORM COMPUTE-DAYS-IN-MONTH
           IF WS-SP-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-DP-DAY
           ELSE
               MOVE WS-SP-DAY TO WS-DP-DAY
           END-IF.

       COMPUTE-DAYS-IN-MONTH.
           EVALUATE WS-DP-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN OTHER
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   COMPUTE WS-LEAP-REMAINDER =
                       FUNCTION MOD(WS-DP-YEAR 4)
                   IF WS-LEAP-REMAINDER = ZERO
                       COMPUTE WS-LEAP-REMAINDER =
                           FUNCTION MOD(WS-DP-YEAR 100)
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       ELSE
                           COMPUTE WS-LEAP-REMAINDER =
                               FUNCTION MOD(WS-DP-YEAR 400)
                           IF WS-LEAP-REMAINDER = ZERO
                               MOVE 29 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * ROLL-TO-WORKING-DAY moves WS-ROLLED-DATE forward a day at a
      * time while the calendar marks it as anything but a working
      * day. A date the calendar doesn't cover is taken as working.
      *----------------------------------------------------------------
       ROLL-TO-WORKING-DAY.
           MOVE ZERO TO WS-ROLL-COUNT
           PERFORM CHECK-WORKING-DAY
           PERFORM UNTIL DATE-IS-WORKING-DAY OR WS-ROLL-COUNT > 30
               ADD 1 TO WS-ROLL-COUNT
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-ROLLED-DATE) + 1
               COMPUTE WS-ROLLED-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               PERFORM CHECK-WORKING-DAY
           END-PERFORM.

       CHECK-WORKING-DAY.
           SET DATE-IS-WORKING-DAY TO TRUE
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CALENDAR-COUNT
               IF WS-CT-DATE(WS-CAL-IDX) = WS-ROLLED-DATE
                   IF WS-CT-DAY-TYPE(WS-CAL-IDX) NOT = 'W'
                       MOVE 'N' TO WS-WORKING-SWITCH
                   END-IF
                   MOVE WS-CALENDAR-COUNT TO WS-CAL-IDX
               END-IF
           END-PERFORM.

       REJECT-THE-QUOTE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           STRING "QUOTE "        DELIMITED BY SIZE
                  WS-QUOTE-ID     DELIMITED BY SIZE
                  " REJECTED - "  DELIMITED BY SIZE
                  WS-QUOTE-REMARK DELIMITED BY SIZE
               INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           DISPLAY "QUOTE " WS-QUOTE-ID " REJECTED - "
               WS-QUOTE-REMARK.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING "LOAN REPAYMENT SCHEDULES PREPARED "
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE ALL "=" TO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE.

      *----------------------------------------------------------------
      * WRITE-QUOTE-HEADING opens one quote's schedule with its terms
      * and level installment, then the table's column heading.
      *----------------------------------------------------------------
       WRITE-QUOTE-HEADING.
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE WS-PRINCIPAL TO WS-EDITED-AMOUNT
           MOVE WS-ANNUAL-RATE TO WS-EDITED-RATE
           MOVE WS-TERM-MONTHS TO WS-EDITED-TERM
           STRING "QUOTE "          DELIMITED BY SIZE
                  WS-QUOTE-ID       DELIMITED BY SIZE
                  "  PRINCIPAL "    DELIMITED BY SIZE
                  WS-EDITED-AMOUNT  DELIMITED BY SIZE
                  "  RATE "         DELIMITED BY SIZE
                  WS-EDITED-RATE    DELIMITED BY SIZE
                  "%  TERM "        DELIMITED BY SIZE
                  WS-EDITED-TERM    DELIMITED BY SIZE
                  " MONTHS  FIRST PAYMENT " DELIMITED BY SIZE
                  WS-FIRST-DUE-DATE DELIMITED BY SIZE
               INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE WS-LEVEL-INSTALLMENT TO WS-EDITED-INSTALLMENT
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING "LEVEL MONTHLY INSTALLMENT " DELIMITED BY SIZE
                  WS-EDITED-INSTALLMENT        DELIMITED BY SIZE
               INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE ALL "-" TO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING " NO DUE DATE     INSTALLMENT      INTEREST"
                      DELIMITED BY SIZE
                  "     PRINCIPAL       BALANCE" DELIMITED BY SIZE
               INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE.

       WRITE-INSTALLMENT-LINE.
           MOVE WS-INSTALLMENT-NO     TO WS-EDITED-NO
           MOVE WS-PERIOD-INSTALLMENT TO WS-EDITED-INSTALLMENT
           MOVE WS-PERIOD-INTEREST    TO WS-EDITED-INTEREST
           MOVE WS-PERIOD-PRINCIPAL   TO WS-EDITED-PRINCIPAL
           MOVE WS-BALANCE            TO WS-EDITED-BALANCE
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING WS-EDITED-NO          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ROLLED-DATE        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-INSTALLMENT DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-INTEREST    DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-PRINCIPAL   DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-BALANCE     DELIMITED BY SIZE
               INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE.

      *----------------------------------------------------------------
      * WRITE-QUOTE-TOTALS closes a schedule with the total repaid,
      * the total interest and how far the final installment moved
      * from the level installment to clear the rounding drift.
      *----------------------------------------------------------------
       WRITE-QUOTE-TOTALS.
           MOVE ALL "-" TO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE "TOTAL REPAID" TO WS-REPORT-TEXT
           MOVE WS-TOTAL-REPAID TO WS-EDITED-TOTAL
           PERFORM WRITE-TOTAL-LINE
           MOVE "TOTAL INTEREST" TO WS-REPORT-TEXT
           MOVE WS-TOTAL-INTEREST TO WS-EDITED-TOTAL
           PERFORM WRITE-TOTAL-LINE
           MOVE WS-FINAL-ADJUSTMENT TO WS-EDITED-ADJUSTMENT
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING "FINAL INSTALLMENT ADJUSTED BY" DELIMITED BY SIZE
                  "           "                   DELIMITED BY SIZE
                  WS-EDITED-ADJUSTMENT            DELIMITED BY SIZE
               INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING WS-REPORT-TEXT  DELIMITED BY SIZE
                  WS-EDITED-TOTAL DELIMITED BY SIZE
               INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE ALL "=" TO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE "QUOTES READ" TO WS-REPORT-TEXT
           MOVE WS-QUOTES-READ TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "QUOTES SCHEDULED" TO WS-REPORT-TEXT
           MOVE WS-SCHEDULED-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "QUOTES REJECTED" TO WS-REPORT-TEXT
           MOVE WS-REJECTED-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           IF BATCH-MODE-REQUESTED
               DISPLAY "QUOTES READ:      " WS-QUOTES-READ
               DISPLAY "QUOTES SCHEDULED: " WS-SCHEDULED-COUNT
               DISPLAY "QUOTES REJECTED:  " WS-REJECTED-COUNT
               DISPLAY "SCHEDULES WRITTEN TO PRESTAMO.RPT"
           END-IF.

       WRITE-COUNT-LINE.
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING WS-REPORT-TEXT  DELIMITED BY SIZE
                  WS-EDITED-COUNT DELIMITED BY SIZE
               INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE.

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
      * run in the shared run journal through REGISTRA-CORRIDA, so
      * ESTADO-NOCTURNO can show the night at a glance and flag a run
      * that started but never finished.
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
           MOVE WS-SCHEDULED-COUNT TO WS-JOURNAL-RECORDS
           MOVE WS-REJECTED-COUNT  TO WS-JOURNAL-REJECTS
           IF RUN-WAS-REFUSED
               MOVE "SEVERE" TO WS-JOURNAL-STATUS
           ELSE
               IF WS-REJECTED-COUNT > ZERO
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

       END PROGRAM CALCULA-PRESTAMO.
