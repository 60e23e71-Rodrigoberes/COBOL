      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Nightly interest accrual and capitalization over the
      *          customer ledger. Every credit balance on LEDGER.DAT
      *          accrues at the rate of its tier on the INTRATE.DAT
      *          rate table (balance floor, annual rate in percent;
      *          the highest floor the balance reaches sets the rate
      *          for the whole balance), actual days since the last
      *          accrual over a 365-day year. The arithmetic goes
      *          through the shared SUMA-NUMEROS / MULTIPLICA-NUMEROS
      *          / DIVIDE-NUMEROS package, so the ROUNDPOL.DAT policy
      *          the package applies shapes every quotient. Accrued
      *          interest is carried on INTACCR.DAT in cents to the
      *          hundredth of a cent, so nothing is lost to daily
      *          rounding. On the CALENDAR.DAT month-end day the
      *          accrual capitalizes: it is credited to the balance
      *          as a ledger posting (code INTR on LEDGHIST.DAT with a
      *          posting reference, operator and timestamp) under the
      *          ledger lock, and the next trial balance lists it with
      *          the other postings made outside the feed. A customer
      *          already accrued for the business date is passed over,
      *          so a rerun never accrues a day twice. INTACCR.RPT
      *          ties out: opening accrual plus tonight's accrual less
      *          the accrual capitalized is the closing accrual.
      *
      *          PARM: the night operator id, then optionally the
      *          supervisor id authorizing a run whose business date
      *          falls in a closed period.
      * Tectonics: cobc
      *****************************************************************
      * Modification History:
      * 2026-10-15 RO A run whose business date falls in a period
      *               CIERRA-MES has closed is refused unless the
      *               supervisor id given after the operator on the
      *               PARM authorizes it as a back-dated adjustment
      *               (VERIFICA-PERIODO).
      * 2026-10-15 RO Report filed under its business date and
      *               cataloged through ARCHIVA-INFORME.
      * 2026-10-15 RO LEDGER-REC carries the currency the balance is
      *               held in; interest accrues in that currency.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUMULA-INTERESES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO "INTACCR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IA-CUSTOMER-NUMBER
               FILE STATUS IS WS-ACCRUAL-FILE-STATUS.
           SELECT RATE-TABLE-FILE ASSIGN TO "INTRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT LEDGER-HISTORY-FILE ASSIGN TO "LEDGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGHIST-FILE-STATUS.
           SELECT LEDGER-LOCK-FILE ASSIGN TO "LEDGLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LLOCK-FILE-STATUS.
           SELECT ACCRUAL-REPORT-FILE ASSIGN TO "INTACCR.RPT"
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

       FD  ACCRUAL-FILE.
       01  ACCRUAL-REC.
           05 IA-CUSTOMER-NUMBER PIC 9(8).
           05 IA-ACCRUED-CENTS PIC 9(10)V99.
           05 IA-LAST-ACCRUAL-DATE PIC 9(8).
           05 IA-LAST-CAPITALIZED  PIC 9(8).

       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-REC.
           05 IR-TIER-FLOOR    PIC 9(10)V99.
           05 FILLER           PIC X.
           05 IR-ANNUAL-RATE   PIC 9(2)V99.

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

       FD  LEDGER-LOCK-FILE.
       01  LEDGER-LOCK-REC     PIC X(8).

       FD  ACCRUAL-REPORT-FILE.
       01  ACCRUAL-REPORT-LINE PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-FILE-STATUS   PIC XX.
       01 WS-ACCRUAL-FILE-STATUS  PIC XX.
       01 WS-RATE-FILE-STATUS     PIC XX.
       01 WS-CALENDAR-FILE-STATUS PIC XX.
       01 WS-LEDGHIST-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-LLOCK-FILE-STATUS    PIC XX.
       01 WS-LLOCK-SWITCH         PIC X VALUE 'N'.
          88 LEDGER-LOCK-HELD VALUE 'Y'.
       01 WS-LLOCK-TRY-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-LLOCK-TRY-LIMIT      PIC 9(2) VALUE 10.
       01 WS-LLOCK-WAIT-SECS      PIC 9(4) COMP VALUE 1.
       01 WS-PARM                 PIC X(30).
       01 WS-PARM-OPERATOR-ID     PIC X(8).
       01 WS-PARM-SUPERVISOR-ID   PIC X(8).
       01 WS-PERIOD-RESULT        PIC X VALUE 'O'.
          88 PERIOD-IS-CLOSED VALUE 'C'.
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
       01 WS-RATE-EOF-SWITCH      PIC X VALUE 'N'.
          88 RATE-FILE-EOF VALUE 'Y'.
       01 WS-ACCRUAL-FOUND-SWITCH PIC X VALUE 'N'.
          88 ACCRUAL-REC-FOUND VALUE 'Y'.
       01 WS-RATE-TABLE.
          05 WS-RATE-COUNT        PIC 9(2) COMP VALUE ZERO.
          05 WS-RATE-ENTRY OCCURS 20.
             10 WS-RT-FLOOR       PIC 9(10)V99.
             10 WS-RT-RATE        PIC 9(2)V99.
       01 WS-RATE-IDX             PIC 9(2) COMP VALUE ZERO.
       01 WS-TIER-FLOOR           PIC 9(10)V99 VALUE ZERO.
       01 WS-TIER-RATE            PIC 9(10)V99 VALUE ZERO.
       01 WS-ACCRUAL-DAYS         PIC 9(10)V99 VALUE ZERO.
       01 WS-DAYS-IN-YEAR         PIC 9(10)V99 VALUE 365.
       01 WS-CENTS-PER-UNIT       PIC 9(10)V99 VALUE 100.
       01 WS-OPERAND-1            PIC 9(10)V99 VALUE ZERO.
       01 WS-OPERAND-2            PIC 9(10)V99 VALUE ZERO.
       01 WS-CALC-RESULT          PIC S9(12)V99 SIGN LEADING
                                  SEPARATE VALUE ZERO.
       01 WS-CALC-REMAINDER       PIC 9(10)V99 VALUE ZERO.
       01 WS-CALC-STATUS          PIC X(20).
       01 WS-TODAY-CENTS          PIC 9(10)V99 VALUE ZERO.
       01 WS-OPENING-CENTS        PIC 9(10)V99 VALUE ZERO.
       01 WS-INTEREST-AMOUNT      PIC 9(10)V99 VALUE ZERO.
       01 WS-BALANCE-ABS          PIC 9(10)V99 VALUE ZERO.
       01 WS-POSTING-REF          PIC 9(8) VALUE ZERO.
       01 WS-POSTING-SEQ-NAME     PIC X(8) VALUE "LEDGHIST".
       01 WS-LINE-REMARK          PIC X(24).
       01 WS-ACCRUED-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-CAPITALIZED-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-REJECTED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-OPENING-CENTS  PIC 9(14)V99 VALUE ZERO.
       01 WS-TOTAL-TODAY-CENTS    PIC 9(14)V99 VALUE ZERO.
       01 WS-TOTAL-CAPITAL-CENTS  PIC 9(14)V99 VALUE ZERO.
       01 WS-TOTAL-CLOSING-CENTS  PIC 9(14)V99 VALUE ZERO.
       01 WS-TOTAL-INTEREST-POSTED PIC 9(14)V99 VALUE ZERO.
       01 WS-REPORT-AMOUNT        PIC S9(14)V9(4) VALUE ZERO.
       01 WS-UNITS-4DP            PIC 9(12)V9(4) VALUE ZERO.
       01 WS-EDITED-BALANCE       PIC -Z(11)9.99.
       01 WS-EDITED-RATE          PIC Z9.99.
       01 WS-EDITED-DAYS          PIC ZZZ9.
       01 WS-EDITED-INTEREST-4DP  PIC Z(9)9.9999.
       01 WS-EDITED-ACCRUED-4DP   PIC Z(9)9.9999.
       01 WS-EDITED-TOTAL-4DP     PIC -Z(13)9.9999.
       01 WS-EDITED-COUNT         PIC Z(7)9.
       01 WS-REPORT-TEXT          PIC X(40).
       01 WS-JOURNAL-EVENT        PIC X(5).
       01 WS-JOURNAL-PROGRAM      PIC X(18)
                                  VALUE "ACUMULA-INTERESES".
       01 WS-JOURNAL-RECORDS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-REJECTS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-STATUS       PIC X(8) VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
          05 FILLER               PIC X(7).
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "INTACCR.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-OPERATOR-ID WS-PARM-SUPERVISOR-ID
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-OPERATOR-ID, WS-PARM-SUPERVISOR-ID
           PERFORM READ-BUSINESS-DATE
           PERFORM WRITE-RUN-JOURNAL-START
           PERFORM RESOLVE-OPERATOR-ID
           IF RUN-WAS-REFUSED
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           CALL "VERIFICA-PERIODO" USING WS-BUSINESS-DATE,
               WS-JOURNAL-PROGRAM, WS-OPERATOR-ID,
               WS-PARM-SUPERVISOR-ID, WS-PERIOD-RESULT
           IF PERIOD-IS-CLOSED
               DISPLAY "ACCRUAL RUN REFUSED - BUSINESS DATE IN CLOSED "
                   "PERIOD"
               SET RUN-WAS-REFUSED TO TRUE
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM LOAD-RATE-TABLE
           IF WS-RATE-COUNT = ZERO
               DISPLAY "ACCRUAL RUN REFUSED - NO RATE TIERS ON "
                   "INTRATE.DAT"
               SET RUN-WAS-REFUSED TO TRUE
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM CHECK-MONTH-END
           PERFORM ACQUIRE-LEDGER-LOCK
           IF NOT LEDGER-LOCK-HELD
               SET RUN-WAS-REFUSED TO TRUE
           ELSE
               PERFORM ACCRUE-THE-LEDGER
               PERFORM RELEASE-LEDGER-LOCK
           END-IF
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * LOAD-RATE-TABLE reads the rate tiers from INTRATE.DAT. Tiers
      * may be in any order; the tier applied to a balance is the one
      * with the highest floor the balance reaches.
      *----------------------------------------------------------------
       LOAD-RATE-TABLE.
           MOVE ZERO TO WS-RATE-COUNT
           MOVE 'N' TO WS-RATE-EOF-SWITCH
           OPEN INPUT RATE-TABLE-FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RATE-RECORD
           PERFORM UNTIL RATE-FILE-EOF
               IF IR-TIER-FLOOR IS NUMERIC
                       AND IR-ANNUAL-RATE IS NUMERIC
                       AND WS-RATE-COUNT < 20
                   ADD 1 TO WS-RATE-COUNT
                   MOVE IR-TIER-FLOOR  TO WS-RT-FLOOR(WS-RATE-COUNT)
                   MOVE IR-ANNUAL-RATE TO WS-RT-RATE(WS-RATE-COUNT)
               END-IF
               PERFORM READ-RATE-RECORD
           END-PERFORM
           CLOSE RATE-TABLE-FILE.

       READ-RATE-RECORD.
           READ RATE-TABLE-FILE
               AT END SET RATE-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * CHECK-MONTH-END looks the business date up on the business
      * calendar; capitalization happens only on the day the
      * calendar marks as month-end, and never without a calendar.
      *----------------------------------------------------------------
       CHECK-MONTH-END.
           MOVE 'N' TO WS-MONTH-END-SWITCH
           MOVE 'N' TO WS-CALENDAR-EOF-SWITCH
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "NO CALENDAR ON FILE - ACCRUAL ONLY, NO "
                   "CAPITALIZATION"
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
           CLOSE CALENDAR-FILE
           IF TODAY-IS-MONTH-END
               DISPLAY "MONTH-END " WS-BUSINESS-DATE
                   " - ACCRUED INTEREST CAPITALIZES TONIGHT"
           END-IF.

       READ-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END SET CALENDAR-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * ACCRUE-THE-LEDGER walks LEDGER.DAT in customer order, accruing
      * each balance onto its INTACCR.DAT record and, at month-end,
      * capitalizing it, then closes the report with its tie-out.
      *----------------------------------------------------------------
       ACCRUE-THE-LEDGER.
           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL RUN REFUSED - LEDGER.DAT NOT "
                   "AVAILABLE (" WS-LEDGER-FILE-STATUS ")"
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCRUAL-FILE
           IF WS-ACCRUAL-FILE-STATUS = "35"
               OPEN OUTPUT ACCRUAL-FILE
               CLOSE ACCRUAL-FILE
               OPEN I-O ACCRUAL-FILE
           END-IF
           OPEN EXTEND LEDGER-HISTORY-FILE
           IF WS-LEDGHIST-FILE-STATUS = "35"
               OPEN OUTPUT LEDGER-HISTORY-FILE
           END-IF
           OPEN OUTPUT ACCRUAL-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           MOVE 'N' TO WS-LEDGER-EOF-SWITCH
           PERFORM READ-NEXT-LEDGER
           PERFORM UNTIL LEDGER-FILE-EOF
               PERFORM ACCRUE-ONE-CUSTOMER
               PERFORM READ-NEXT-LEDGER
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE ACCRUAL-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-JOURNAL-PROGRAM,
               WS-ARCHIVE-REPORT
           CLOSE LEDGER-HISTORY-FILE
           CLOSE ACCRUAL-FILE
           CLOSE LEDGER-FILE.

       READ-NEXT-LEDGER.
           READ LEDGER-FILE NEXT RECORD
               AT END SET LEDGER-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * ACCRUE-ONE-CUSTOMER accrues the days elapsed since the
      * customer's last accrual (one day on the first), passing over
      * a customer already accrued for this business date. Interest
      * for the period, in cents, is balance times annual percentage
      * rate times days over 365.
      *----------------------------------------------------------------
       ACCRUE-ONE-CUSTOMER.
           MOVE SPACES TO WS-LINE-REMARK
           MOVE ZERO TO WS-TODAY-CENTS
           MOVE ZERO TO WS-TIER-RATE
           MOVE LG-CUSTOMER-NUMBER TO IA-CUSTOMER-NUMBER
           MOVE 'N' TO WS-ACCRUAL-FOUND-SWITCH
           READ ACCRUAL-FILE
               KEY IS IA-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE LG-CUSTOMER-NUMBER TO IA-CUSTOMER-NUMBER
                   MOVE ZERO TO IA-ACCRUED-CENTS
                   MOVE ZERO TO IA-LAST-ACCRUAL-DATE
                   MOVE ZERO TO IA-LAST-CAPITALIZED
               NOT INVALID KEY
                   SET ACCRUAL-REC-FOUND TO TRUE
           END-READ
           IF IA-LAST-ACCRUAL-DATE >= WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE IA-ACCRUED-CENTS TO WS-OPENING-CENTS
           ADD IA-ACCRUED-CENTS TO WS-TOTAL-OPENING-CENTS
           IF IA-LAST-ACCRUAL-DATE = ZERO
               MOVE 1 TO WS-ACCRUAL-DAYS
           ELSE
               COMPUTE WS-ACCRUAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                 - FUNCTION INTEGER-OF-DATE(IA-LAST-ACCRUAL-DATE)
           END-IF
           IF LG-BALANCE > ZERO
               PERFORM COMPUTE-PERIOD-INTEREST
           END-IF
           IF WS-CALC-STATUS NOT = "OK" AND LG-BALANCE > ZERO
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "ACCRUAL OVERFLOW" TO WS-LINE-REMARK
               MOVE ZERO TO WS-TODAY-CENTS
           ELSE
               IF WS-TODAY-CENTS > ZERO
                   MOVE IA-ACCRUED-CENTS TO WS-OPERAND-1
                   MOVE WS-TODAY-CENTS   TO WS-OPERAND-2
                   CALL "SUMA-NUMEROS" USING WS-OPERAND-1,
                       WS-OPERAND-2, WS-CALC-RESULT, WS-CALC-STATUS
                   IF WS-CALC-STATUS = "OK"
                           AND WS-CALC-RESULT <= 9999999999.99
                       MOVE WS-CALC-RESULT TO IA-ACCRUED-CENTS
                       ADD 1 TO WS-ACCRUED-COUNT
                       ADD WS-TODAY-CENTS TO WS-TOTAL-TODAY-CENTS
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE "ACCRUAL OVERFLOW" TO WS-LINE-REMARK
                       MOVE ZERO TO WS-TODAY-CENTS
                   END-IF
               END-IF
           END-IF
           MOVE WS-BUSINESS-DATE TO IA-LAST-ACCRUAL-DATE
           IF TODAY-IS-MONTH-END
                   AND IA-LAST-CAPITALIZED < WS-BUSINESS-DATE
                   AND IA-ACCRUED-CENTS > ZERO
               PERFORM CAPITALIZE-ACCRUAL
           END-IF
           ADD IA-ACCRUED-CENTS TO WS-TOTAL-CLOSING-CENTS
           IF ACCRUAL-REC-FOUND
               REWRITE ACCRUAL-REC
           ELSE
               WRITE ACCRUAL-REC
           END-IF
           IF WS-TODAY-CENTS > ZERO OR WS-LINE-REMARK NOT = SPACES
               PERFORM WRITE-CUSTOMER-LINE
           END-IF.

      *----------------------------------------------------------------
      * COMPUTE-PERIOD-INTEREST finds the balance's tier and works
      * balance x rate x days / 365 through the arithmetic package,
      * checking each intermediate still fits the package's operand.
      *----------------------------------------------------------------
       COMPUTE-PERIOD-INTEREST.
           MOVE "OK" TO WS-CALC-STATUS
           IF LG-BALANCE > 9999999999.99
               MOVE "OVERFLOW" TO WS-CALC-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE LG-BALANCE TO WS-BALANCE-ABS
           PERFORM FIND-BALANCE-TIER
           IF WS-TIER-RATE = ZERO
               EXIT PARAGRAPH
           END-IF
           CALL "MULTIPLICA-NUMEROS" USING WS-BALANCE-ABS,
               WS-TIER-RATE, WS-CALC-RESULT, WS-CALC-STATUS
           IF WS-CALC-STATUS NOT = "OK"
               EXIT PARAGRAPH
           END-IF
           IF WS-CALC-RESULT > 9999999999.99
               MOVE "OVERFLOW" TO WS-CALC-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CALC-RESULT TO WS-OPERAND-1
           CALL "MULTIPLICA-NUMEROS" USING WS-OPERAND-1,
               WS-ACCRUAL-DAYS, WS-CALC-RESULT, WS-CALC-STATUS
           IF WS-CALC-STATUS NOT = "OK"
               EXIT PARAGRAPH
           END-IF
           IF WS-CALC-RESULT > 9999999999.99
               MOVE "OVERFLOW" TO WS-CALC-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CALC-RESULT TO WS-OPERAND-1
           CALL "DIVIDE-NUMEROS" USING WS-OPERAND-1,
               WS-DAYS-IN-YEAR, WS-CALC-RESULT, WS-CALC-REMAINDER,
               WS-CALC-STATUS
           IF WS-CALC-STATUS = "OK"
               MOVE WS-CALC-RESULT TO WS-TODAY-CENTS
           END-IF.

       FIND-BALANCE-TIER.
           MOVE ZERO TO WS-TIER-FLOOR
           MOVE ZERO TO WS-TIER-RATE
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-FLOOR(WS-RATE-IDX) <= WS-BALANCE-ABS
                       AND WS-RT-FLOOR(WS-RATE-IDX) >= WS-TIER-FLOOR
                   MOVE WS-RT-FLOOR(WS-RATE-IDX) TO WS-TIER-FLOOR
                   MOVE WS-RT-RATE(WS-RATE-IDX)  TO WS-TIER-RATE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * CAPITALIZE-ACCRUAL turns the accrued cents into whole-cent
      * interest (DIVIDE-NUMEROS, so the ROUNDPOL.DAT policy decides
      * the last cent), credits it to the balance and records the
      * posting on LEDGHIST.DAT. The accrual then starts again from
      * zero; the fraction of a cent given up or rounded up is
      * totalled on the report as the rounding difference.
      *----------------------------------------------------------------
       CAPITALIZE-ACCRUAL.
           MOVE IA-ACCRUED-CENTS TO WS-OPERAND-1
           CALL "DIVIDE-NUMEROS" USING WS-OPERAND-1,
               WS-CENTS-PER-UNIT, WS-CALC-RESULT, WS-CALC-REMAINDER,
               WS-CALC-STATUS
           IF WS-CALC-STATUS NOT = "OK"
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "CAPITALIZATION FAILED" TO WS-LINE-REMARK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CALC-RESULT TO WS-INTEREST-AMOUNT
           IF WS-INTEREST-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF LG-BALANCE < ZERO
               COMPUTE WS-BALANCE-ABS = LG-BALANCE * -1
               CALL "RESTA-NUMEROS" USING WS-INTEREST-AMOUNT,
                   WS-BALANCE-ABS, WS-CALC-RESULT, WS-CALC-STATUS
           ELSE
               MOVE LG-BALANCE TO WS-BALANCE-ABS
               CALL "SUMA-NUMEROS" USING WS-BALANCE-ABS,
                   WS-INTEREST-AMOUNT, WS-CALC-RESULT, WS-CALC-STATUS
           END-IF
           IF WS-CALC-STATUS NOT = "OK"
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "AMOUNT OVERFLOW" TO WS-LINE-REMARK
               EXIT PARAGRAPH
           END-IF
           CALL "SIGUIENTE-NUMERO" USING WS-POSTING-SEQ-NAME,
               WS-POSTING-REF
           IF WS-POSTING-REF = ZERO
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "POSTING REF UNAVAILABLE" TO WS-LINE-REMARK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CALC-RESULT TO LG-BALANCE
           MOVE WS-BUSINESS-DATE TO LG-LAST-POSTED
           REWRITE LEDGER-REC
           PERFORM WRITE-LEDGER-HISTORY-RECORD
           ADD 1 TO WS-CAPITALIZED-COUNT
           ADD IA-ACCRUED-CENTS TO WS-TOTAL-CAPITAL-CENTS
           ADD WS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST-POSTED
           MOVE "CAPITALIZED" TO WS-LINE-REMARK
           MOVE ZERO TO IA-ACCRUED-CENTS
           MOVE WS-BUSINESS-DATE TO IA-LAST-CAPITALIZED.

       WRITE-LEDGER-HISTORY-RECORD.
           MOVE SPACES TO LEDGER-HISTORY-REC
           MOVE WS-POSTING-REF     TO LH-POSTING-REF
           MOVE LG-CUSTOMER-NUMBER TO LH-CUSTOMER-NUMBER
           MOVE WS-BUSINESS-DATE   TO LH-BUSINESS-DATE
           MOVE 'C'                TO LH-DEBIT-CREDIT
           MOVE WS-INTEREST-AMOUNT TO LH-AMOUNT
           MOVE LG-BALANCE         TO LH-BALANCE-AFTER
           MOVE WS-OPERATOR-ID     TO LH-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO LH-TIMESTAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
               INTO LH-TIMESTAMP
           MOVE "INTR"             TO LH-TRAN-CODE
           MOVE ZERO               TO LH-RELATED-REF
           MOVE "INTEREST CAPITALIZED" TO LH-REASON
           WRITE LEDGER-HISTORY-REC.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           STRING "INTEREST ACCRUAL FOR BUSINESS DATE "
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE
           IF TODAY-IS-MONTH-END
               MOVE "(MONTH-END - CAPITALIZATION)"
                   TO ACCRUAL-REPORT-LINE(45:28)
           END-IF
           WRITE ACCRUAL-REPORT-LINE
           MOVE ALL "-" TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           STRING "CUSTOMER        BALANCE        RATE DAYS"
                      DELIMITED BY SIZE
                  "      ACCRUED NOW    ACCRUED TO DATE"
                      DELIMITED BY SIZE
                  " REMARK"    DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE.

      *----------------------------------------------------------------
      * WRITE-CUSTOMER-LINE shows one customer's accrual in currency
      * units to four places, the accrual to date after tonight (zero
      * once capitalized), and any remark.
      *----------------------------------------------------------------
       WRITE-CUSTOMER-LINE.
           MOVE LG-BALANCE TO WS-EDITED-BALANCE
           MOVE WS-TIER-RATE TO WS-EDITED-RATE
           MOVE WS-ACCRUAL-DAYS TO WS-EDITED-DAYS
           COMPUTE WS-UNITS-4DP = WS-TODAY-CENTS / 100
           MOVE WS-UNITS-4DP TO WS-EDITED-INTEREST-4DP
           COMPUTE WS-UNITS-4DP = IA-ACCRUED-CENTS / 100
           MOVE WS-UNITS-4DP TO WS-EDITED-ACCRUED-4DP
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           STRING LG-CUSTOMER-NUMBER     DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-EDITED-BALANCE      DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-EDITED-RATE         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-EDITED-DAYS         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-EDITED-INTEREST-4DP DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-EDITED-ACCRUED-4DP  DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-LINE-REMARK         DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE.

      *----------------------------------------------------------------
      * WRITE-REPORT-TOTALS prints the tie-out finance proves the run
      * by: opening accrual + accrued tonight - accrual capitalized =
      * closing accrual, all in currency units to four places, with
      * the interest actually credited and its rounding difference.
      *----------------------------------------------------------------
       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           MOVE "CUSTOMERS ACCRUED" TO WS-REPORT-TEXT
           MOVE WS-ACCRUED-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "CUSTOMERS CAPITALIZED" TO WS-REPORT-TEXT
           MOVE WS-CAPITALIZED-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "CUSTOMERS IN ERROR" TO WS-REPORT-TEXT
           MOVE WS-REJECTED-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "OPENING ACCRUAL" TO WS-REPORT-TEXT
           COMPUTE WS-REPORT-AMOUNT = WS-TOTAL-OPENING-CENTS / 100
           PERFORM WRITE-AMOUNT-LINE
           MOVE "PLUS ACCRUED TONIGHT" TO WS-REPORT-TEXT
           COMPUTE WS-REPORT-AMOUNT = WS-TOTAL-TODAY-CENTS / 100
           PERFORM WRITE-AMOUNT-LINE
           MOVE "LESS ACCRUAL CAPITALIZED" TO WS-REPORT-TEXT
           COMPUTE WS-REPORT-AMOUNT = WS-TOTAL-CAPITAL-CENTS / 100
           PERFORM WRITE-AMOUNT-LINE
           MOVE "CLOSING ACCRUAL" TO WS-REPORT-TEXT
           COMPUTE WS-REPORT-AMOUNT = WS-TOTAL-CLOSING-CENTS / 100
           PERFORM WRITE-AMOUNT-LINE
           MOVE "INTEREST CREDITED TO BALANCES" TO WS-REPORT-TEXT
           MOVE WS-TOTAL-INTEREST-POSTED TO WS-REPORT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "ROUNDING ON CAPITALIZATION" TO WS-REPORT-TEXT
           COMPUTE WS-REPORT-AMOUNT = WS-TOTAL-INTEREST-POSTED
               - (WS-TOTAL-CAPITAL-CENTS / 100)
           PERFORM WRITE-AMOUNT-LINE
           DISPLAY "CUSTOMERS ACCRUED:     " WS-ACCRUED-COUNT
           DISPLAY "CUSTOMERS CAPITALIZED: " WS-CAPITALIZED-COUNT
           DISPLAY "CUSTOMERS IN ERROR:    " WS-REJECTED-COUNT
           DISPLAY "ACCRUAL REPORT WRITTEN TO INTACCR.RPT".

       WRITE-COUNT-LINE.
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           STRING WS-REPORT-TEXT  DELIMITED BY SIZE
                  WS-EDITED-COUNT DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-REPORT-AMOUNT TO WS-EDITED-TOTAL-4DP
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           STRING WS-REPORT-TEXT      DELIMITED BY SIZE
                  WS-EDITED-TOTAL-4DP DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE.

      *----------------------------------------------------------------
      * ACQUIRE-LEDGER-LOCK holds LEDGLOCK.DAT open WITH LOCK for the
      * whole run, the same discipline the posting run keeps, so no
      * posting or reversal can move a balance between its accrual
      * and its capitalization.
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
               DISPLAY "ACCRUAL RUN REFUSED - LEDGER LOCKED BY "
                   "ANOTHER JOB"
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
           MOVE WS-ACCRUED-COUNT  TO WS-JOURNAL-RECORDS
           MOVE WS-REJECTED-COUNT TO WS-JOURNAL-REJECTS
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

       END PROGRAM ACUMULA-INTERESES.
