      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Daily standing-order run. Regular transfers and
      *          scheduled debits used to be keyed into the feed by
      *          hand every month; they now live on the STORDER.DAT
      *          standing-order file (order number, customer, debit
      *          or credit, amount, frequency, start and end dates,
      *          description). Frequencies are W weekly, F every two
      *          weeks, M monthly, Q quarterly and A yearly, counted
      *          from the start date; a monthly day past the end of a
      *          shorter month falls on that month's last day, and an
      *          end date of zero means the order runs until
      *          cancelled. A due date that CALENDAR.DAT marks as a
      *          non-working day rolls to the next working day. Every
      *          order falling due on the business date goes out on
      *          the LEDGSTO.DAT feed in the LEDGTRAN layout with the
      *          shop header and trailer, its totals declared through
      *          DECLARA-TOTALES (each item carrying the currency of
      *          the customer's LEDGER.DAT balance, the order amount
      *          being in that currency), so CONTABILIZA-MOVIMIENTOS
      *          posts it with the night's feed (code STO on the
      *          history) and CONTADOR balances it. An order for a
      *          customer who is no longer ACTIVE, or missing from the
      *          master, is skipped; skipped and malformed orders are
      *          listed on STORDER.RPT with every item generated.
      *          STOCTL.DAT holds the last business date generated,
      *          and a second run for the same date is refused unless
      *          forced.
      *
      *          PARM: <operator id> [F]
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJECUTA-ORDENES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.
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
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT ORDER-FEED-FILE ASSIGN TO "LEDGSTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT ORDER-REPORT-FILE ASSIGN TO "STORDER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDER-CTL-FILE ASSIGN TO "STOCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCTL-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-REC.
           05 SO-ORDER-NUMBER  PIC 9(8).
           05 FILLER           PIC X.
           05 SO-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X.
           05 SO-DEBIT-CREDIT  PIC X.
              88 ORDER-IS-DEBIT  VALUE 'D'.
              88 ORDER-IS-CREDIT VALUE 'C'.
           05 FILLER           PIC X.
           05 SO-AMOUNT        PIC 9(10)V99.
           05 FILLER           PIC X.
           05 SO-FREQUENCY     PIC X.
              88 ORDER-WEEKLY      VALUE 'W'.
              88 ORDER-FORTNIGHTLY VALUE 'F'.
              88 ORDER-MONTHLY     VALUE 'M'.
              88 ORDER-QUARTERLY   VALUE 'Q'.
              88 ORDER-YEARLY      VALUE 'A'.
              88 ORDER-FREQUENCY-VALID VALUE 'W' 'F' 'M' 'Q' 'A'.
           05 FILLER           PIC X.
           05 SO-START-DATE    PIC 9(8).
           05 FILLER           PIC X.
           05 SO-END-DATE      PIC 9(8).
           05 FILLER           PIC X.
           05 SO-DESCRIPTION   PIC X(30).

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

       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05 LG-CUSTOMER-NUMBER PIC 9(8).
           05 LG-BALANCE       PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 LG-LAST-POSTED   PIC 9(8).
           05 LG-CURRENCY      PIC X(3).

       FD  CALENDAR-FILE.
       01  CALENDAR-REC.
           05 CAL-DATE         PIC 9(8).
           05 FILLER           PIC X.
           05 CAL-DAY-TYPE     PIC X.
              88 CALENDAR-WORKING-DAY VALUE 'W'.
              88 CALENDAR-HOLIDAY     VALUE 'H'.
           05 FILLER           PIC X.
           05 CAL-MONTH-END    PIC X.

       FD  ORDER-FEED-FILE.
       01  ORDER-TRAN-REC.
           05 OT-CUSTOMER-NUMBER PIC 9(8).
           05 OT-DEBIT-CREDIT  PIC X.
           05 OT-AMOUNT        PIC 9(10)V99.
           05 OT-CURRENCY      PIC X(3).
       01  ORDER-CONTROL-REC.
           05 OC-RECORD-ID     PIC X(3).
           05 OC-CONTROL-DATA.
              10 OC-FEED-NAME  PIC X(8).
              10 OC-FEED-DATE  PIC 9(8).
           05 OC-TRAILER-COUNT REDEFINES OC-CONTROL-DATA
                               PIC 9(8).

       FD  ORDER-REPORT-FILE.
       01  ORDER-REPORT-REC.
           05 OR-ORDER-NUMBER  PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 OR-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 OR-DEBIT-CREDIT  PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 OR-AMOUNT        PIC Z(9)9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 OR-DUE-DATE      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 OR-ACTION        PIC X(9).
           05 FILLER           PIC X VALUE SPACE.
           05 OR-REMARK        PIC X(30).
       01  ORDER-REPORT-LINE   PIC X(90).

       FD  ORDER-CTL-FILE.
       01  ORDER-CTL-REC.
           05 OK-LAST-DATE     PIC 9(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ORDER-FILE-STATUS    PIC XX.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-CALENDAR-FILE-STATUS PIC XX.
       01 WS-LEDGER-FILE-STATUS   PIC XX.
       01 WS-LEDGER-OPEN-SWITCH   PIC X VALUE 'N'.
          88 LEDGER-IS-OPEN VALUE 'Y'.
       01 WS-FEED-FILE-STATUS     PIC XX.
       01 WS-STOCTL-FILE-STATUS   PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
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
       01 WS-LAST-DATE            PIC 9(8) VALUE ZERO.
       01 WS-ORDER-EOF-SWITCH     PIC X VALUE 'N'.
          88 ORDER-FILE-EOF VALUE 'Y'.
       01 WS-CALENDAR-EOF-SWITCH  PIC X VALUE 'N'.
          88 CALENDAR-FILE-EOF VALUE 'Y'.
       01 WS-FOUND-SWITCH         PIC X VALUE 'N'.
          88 CUSTOMER-FOUND VALUE 'Y'.
       01 WS-DUE-SWITCH           PIC X VALUE 'N'.
          88 ORDER-IS-DUE VALUE 'Y'.
       01 WS-WORKING-SWITCH       PIC X VALUE 'Y'.
          88 DATE-IS-WORKING-DAY VALUE 'Y'.
      * the business calendar, held in core for the due-date rolls
       01 WS-CALENDAR-TABLE.
          05 WS-CALENDAR-COUNT    PIC 9(4) COMP VALUE ZERO.
          05 WS-CALENDAR-ENTRY OCCURS 2000.
             10 WS-CT-DATE        PIC 9(8).
             10 WS-CT-DAY-TYPE    PIC X.
       01 WS-CAL-IDX              PIC 9(4) COMP VALUE ZERO.
       01 WS-ROLL-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-OCCURRENCE-NO        PIC 9(5) VALUE ZERO.
       01 WS-OCCURRENCE-DATE      PIC 9(8) VALUE ZERO.
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
       01 WS-SKIP-REASON          PIC X(30).
       01 WS-LINE-ACTION          PIC X(9).
       01 WS-ORDERS-READ          PIC 9(8) VALUE ZERO.
       01 WS-GENERATED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-SKIPPED-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-INVALID-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-GENERATED-DEBITS     PIC 9(14)V99 VALUE ZERO.
       01 WS-GENERATED-CREDITS    PIC 9(14)V99 VALUE ZERO.
       01 WS-EDITED-TOTAL         PIC Z(13)9.99.
       01 WS-EDITED-COUNT         PIC Z(7)9.
       01 WS-REPORT-TEXT          PIC X(40).
       01 WS-DECLARE-FILE-NAME    PIC X(30) VALUE "LEDGSTO.DAT".
       01 WS-DECLARE-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-DECLARE-AMOUNT       PIC 9(16) VALUE ZERO.
       01 WS-JOURNAL-EVENT        PIC X(5).
       01 WS-JOURNAL-PROGRAM      PIC X(18)
                                  VALUE "EJECUTA-ORDENES".
       01 WS-JOURNAL-RECORDS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-REJECTS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-STATUS       PIC X(8) VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
          05 FILLER               PIC X(7).
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "STORDER.RPT".
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
           PERFORM CHECK-DATE-NOT-GENERATED
           IF NOT RUN-WAS-REFUSED
               PERFORM LOAD-CALENDAR
               PERFORM GENERATE-DUE-ORDERS
           END-IF
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * CHECK-DATE-NOT-GENERATED refuses a second run for the same
      * business date, which would post every due order twice; the
      * force flag lets operations rerun after a refused feed.
      *----------------------------------------------------------------
       CHECK-DATE-NOT-GENERATED.
           MOVE ZERO TO WS-LAST-DATE
           OPEN INPUT ORDER-CTL-FILE
           IF WS-STOCTL-FILE-STATUS = "00"
               READ ORDER-CTL-FILE
                   NOT AT END
                       IF OK-LAST-DATE IS NUMERIC
                           MOVE OK-LAST-DATE TO WS-LAST-DATE
                       END-IF
               END-READ
               CLOSE ORDER-CTL-FILE
           END-IF
           IF WS-LAST-DATE >= WS-BUSINESS-DATE
               IF FORCE-RUN-REQUESTED
                   DISPLAY "ORDERS ALREADY GENERATED FOR "
                       WS-LAST-DATE " - RERUN FORCED BY "
                       WS-OPERATOR-ID
               ELSE
                   DISPLAY "STANDING ORDER RUN REFUSED - ORDERS "
                       "ALREADY GENERATED FOR " WS-LAST-DATE
                   DISPLAY "ADD THE FORCE FLAG F TO RERUN"
                   SET RUN-WAS-REFUSED TO TRUE
               END-IF
           END-IF.

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
      * GENERATE-DUE-ORDERS reads the standing-order file, writes a
      * feed item for each order due today, then closes the feed with
      * its trailer, declares its totals and records the date run.
      *----------------------------------------------------------------
       GENERATE-DUE-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-ORDER-FILE-STATUS NOT = "00"
               DISPLAY "NO STANDING ORDERS ON STORDER.DAT - EMPTY "
                   "FEED WRITTEN"
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "STANDING ORDER RUN REFUSED - CUSTMAST.DAT "
                   "NOT AVAILABLE"
               IF WS-ORDER-FILE-STATUS = "00"
                   CLOSE STANDING-ORDER-FILE
               END-IF
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LEDGER-OPEN-SWITCH
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "00"
               SET LEDGER-IS-OPEN TO TRUE
           END-IF
           OPEN OUTPUT ORDER-FEED-FILE
           OPEN OUTPUT ORDER-REPORT-FILE
           PERFORM WRITE-FEED-HEADER
           PERFORM WRITE-REPORT-HEADING
           IF WS-ORDER-FILE-STATUS = "00"
               MOVE 'N' TO WS-ORDER-EOF-SWITCH
               PERFORM READ-ORDER-RECORD
               PERFORM UNTIL ORDER-FILE-EOF
                   PERFORM PROCESS-ONE-ORDER
                   PERFORM READ-ORDER-RECORD
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF
           PERFORM WRITE-FEED-TRAILER
           PERFORM WRITE-REPORT-TOTALS
           CLOSE ORDER-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-JOURNAL-PROGRAM,
               WS-ARCHIVE-REPORT
           CLOSE ORDER-FEED-FILE
           IF LEDGER-IS-OPEN
               CLOSE LEDGER-FILE
           END-IF
           CLOSE CUSTOMER-MASTER-FILE
      * the header and trailer are records on the file too, and the
      * hash total is the item amounts in cents
           COMPUTE WS-DECLARE-COUNT = WS-GENERATED-COUNT + 2
           COMPUTE WS-DECLARE-AMOUNT =
               (WS-GENERATED-DEBITS + WS-GENERATED-CREDITS) * 100
           CALL "DECLARA-TOTALES" USING WS-JOURNAL-PROGRAM,
               WS-DECLARE-FILE-NAME, WS-DECLARE-COUNT,
               WS-DECLARE-AMOUNT
           OPEN OUTPUT ORDER-CTL-FILE
           MOVE WS-BUSINESS-DATE TO OK-LAST-DATE
           WRITE ORDER-CTL-REC
           CLOSE ORDER-CTL-FILE.

       READ-ORDER-RECORD.
           READ STANDING-ORDER-FILE
               AT END SET ORDER-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * PROCESS-ONE-ORDER edits the order, finds whether one of its
      * occurrences lands on the business date after the working-day
      * roll, and either generates the item or reports why it was
      * skipped. Orders not due today leave no trace.
      *----------------------------------------------------------------
       PROCESS-ONE-ORDER.
           ADD 1 TO WS-ORDERS-READ
           MOVE SPACES TO WS-SKIP-REASON
           IF SO-ORDER-NUMBER IS NOT NUMERIC
                   OR SO-CUSTOMER-NUMBER IS NOT NUMERIC
                   OR SO-AMOUNT IS NOT NUMERIC
                   OR SO-START-DATE IS NOT NUMERIC
                   OR SO-END-DATE IS NOT NUMERIC
               MOVE "INVALID ORDER - NOT NUMERIC" TO WS-SKIP-REASON
           END-IF
           IF WS-SKIP-REASON = SPACES
                   AND NOT ORDER-IS-DEBIT AND NOT ORDER-IS-CREDIT
               MOVE "INVALID ORDER - DEBIT/CREDIT" TO WS-SKIP-REASON
           END-IF
           IF WS-SKIP-REASON = SPACES AND NOT ORDER-FREQUENCY-VALID
               MOVE "INVALID ORDER - FREQUENCY" TO WS-SKIP-REASON
           END-IF
           IF WS-SKIP-REASON = SPACES
               IF FUNCTION TEST-DATE-YYYYMMDD(SO-START-DATE)
                       NOT = ZERO
                   MOVE "INVALID ORDER - START DATE"
                       TO WS-SKIP-REASON
               END-IF
           END-IF
           IF WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-INVALID-COUNT
               MOVE ZERO TO WS-ROLLED-DATE
               MOVE "INVALID" TO WS-LINE-ACTION
               PERFORM WRITE-ORDER-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DUE-OCCURRENCE
           IF NOT ORDER-IS-DUE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOK-UP-ORDER-CUSTOMER
           EVALUATE TRUE
               WHEN NOT CUSTOMER-FOUND
                   MOVE "CUSTOMER NOT ON MASTER" TO WS-SKIP-REASON
               WHEN CUSTOMER-SUSPENDED
                   MOVE "CUSTOMER SUSPENDED" TO WS-SKIP-REASON
               WHEN CUSTOMER-CLOSED
                   MOVE "CUSTOMER CLOSED" TO WS-SKIP-REASON
               WHEN CUSTOMER-DECEASED
                   MOVE "CUSTOMER DECEASED" TO WS-SKIP-REASON
               WHEN NOT CUSTOMER-ACTIVE
                   MOVE "CUSTOMER NOT ACTIVE" TO WS-SKIP-REASON
           END-EVALUATE
           IF WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "SKIPPED" TO WS-LINE-ACTION
               PERFORM WRITE-ORDER-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ORDER-TRAN-REC
           MOVE SO-CUSTOMER-NUMBER TO OT-CUSTOMER-NUMBER
           MOVE SO-DEBIT-CREDIT    TO OT-DEBIT-CREDIT
           MOVE SO-AMOUNT          TO OT-AMOUNT
           PERFORM LOOK-UP-ORDER-CURRENCY
           WRITE ORDER-TRAN-REC
           ADD 1 TO WS-GENERATED-COUNT
           IF ORDER-IS-DEBIT
               ADD SO-AMOUNT TO WS-GENERATED-DEBITS
           ELSE
               ADD SO-AMOUNT TO WS-GENERATED-CREDITS
           END-IF
           MOVE SO-DESCRIPTION TO WS-SKIP-REASON
           MOVE "GENERATED" TO WS-LINE-ACTION
           PERFORM WRITE-ORDER-LINE.

      *----------------------------------------------------------------
      * FIND-DUE-OCCURRENCE steps through the order's occurrences from
      * its start date, rolling each onto a working day, until one
      * lands on the business date or they pass it (or the order's
      * end date). An occurrence counts against the end date on its
      * scheduled date, before the roll.
      *----------------------------------------------------------------
       FIND-DUE-OCCURRENCE.
           MOVE 'N' TO WS-DUE-SWITCH
           MOVE ZERO TO WS-OCCURRENCE-NO
           MOVE SO-START-DATE TO WS-OCCURRENCE-DATE
           PERFORM UNTIL ORDER-IS-DUE
                   OR WS-OCCURRENCE-DATE > WS-BUSINESS-DATE
                   OR (SO-END-DATE > ZERO
                       AND WS-OCCURRENCE-DATE > SO-END-DATE)
               MOVE WS-OCCURRENCE-DATE TO WS-ROLLED-DATE
               PERFORM ROLL-TO-WORKING-DAY
               IF WS-ROLLED-DATE = WS-BUSINESS-DATE
                   SET ORDER-IS-DUE TO TRUE
               ELSE
                   ADD 1 TO WS-OCCURRENCE-NO
                   PERFORM COMPUTE-OCCURRENCE-DATE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * COMPUTE-OCCURRENCE-DATE works occurrence n out from the start
      * date each time (not from the previous occurrence), so a
      * monthly order on the 31st clipped to the 30th one month comes
      * back to the 31st the next.
      *----------------------------------------------------------------
       COMPUTE-OCCURRENCE-DATE.
           EVALUATE TRUE
               WHEN ORDER-WEEKLY
                   COMPUTE WS-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(SO-START-DATE)
                       + (WS-OCCURRENCE-NO * 7)
                   COMPUTE WS-OCCURRENCE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               WHEN ORDER-FORTNIGHTLY
                   COMPUTE WS-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(SO-START-DATE)
                       + (WS-OCCURRENCE-NO * 14)
                   COMPUTE WS-OCCURRENCE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               WHEN ORDER-MONTHLY
                   MOVE WS-OCCURRENCE-NO TO WS-MONTHS-ON
                   PERFORM ADD-MONTHS-TO-START
               WHEN ORDER-QUARTERLY
                   COMPUTE WS-MONTHS-ON = WS-OCCURRENCE-NO * 3
                   PERFORM ADD-MONTHS-TO-START
               WHEN ORDER-YEARLY
                   COMPUTE WS-MONTHS-ON = WS-OCCURRENCE-NO * 12
                   PERFORM ADD-MONTHS-TO-START
           END-EVALUATE.

       ADD-MONTHS-TO-START.
           MOVE SO-START-DATE TO WS-START-PARTS
           COMPUTE WS-MONTH-INDEX = WS-SP-MONTH - 1 + WS-MONTHS-ON
           COMPUTE WS-DP-YEAR = WS-SP-YEAR + (WS-MONTH-INDEX / 12)
           COMPUTE WS-DP-MONTH = FUNCTION MOD(WS-MONTH-INDEX 12) + 1
           PERFORM COMPUTE-DAYS-IN-MONTH
           IF WS-SP-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-DP-DAY
           ELSE
               MOVE WS-SP-DAY TO WS-DP-DAY
           END-IF
           MOVE WS-DATE-PARTS-N TO WS-OCCURRENCE-DATE.

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

       LOOK-UP-ORDER-CUSTOMER.
           MOVE SO-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           MOVE 'N' TO WS-FOUND-SWITCH
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * LOOK-UP-ORDER-CURRENCY tags the item with the currency the
      * customer's LEDGER.DAT balance is held in (the order amount is
      * in that currency), so CONTABILIZA-MOVIMIENTOS matches it to
      * the account. No ledger record leaves it blank (base currency).
      *----------------------------------------------------------------
       LOOK-UP-ORDER-CURRENCY.
           MOVE SPACES TO OT-CURRENCY
           IF LEDGER-IS-OPEN
               MOVE SO-CUSTOMER-NUMBER TO LG-CUSTOMER-NUMBER
               READ LEDGER-FILE
                   KEY IS LG-CUSTOMER-NUMBER
                   INVALID KEY
                       MOVE SPACES TO OT-CURRENCY
                   NOT INVALID KEY
                       MOVE LG-CURRENCY TO OT-CURRENCY
               END-READ
           END-IF.

       WRITE-FEED-HEADER.
           MOVE SPACES TO ORDER-CONTROL-REC
           MOVE "HDR"     TO OC-RECORD-ID
           MOVE "LEDGSTO" TO OC-FEED-NAME
           MOVE WS-BUSINESS-DATE TO OC-FEED-DATE
           WRITE ORDER-CONTROL-REC.

       WRITE-FEED-TRAILER.
           MOVE SPACES TO ORDER-CONTROL-REC
           MOVE "TRL" TO OC-RECORD-ID
           MOVE WS-GENERATED-COUNT TO OC-TRAILER-COUNT
           WRITE ORDER-CONTROL-REC.

       WRITE-ORDER-LINE.
           MOVE SPACES TO ORDER-REPORT-REC
           MOVE WS-LINE-ACTION     TO OR-ACTION
           MOVE SO-ORDER-NUMBER    TO OR-ORDER-NUMBER
           MOVE SO-CUSTOMER-NUMBER TO OR-CUSTOMER-NUMBER
           MOVE SO-DEBIT-CREDIT    TO OR-DEBIT-CREDIT
           IF SO-AMOUNT IS NUMERIC
               MOVE SO-AMOUNT TO OR-AMOUNT
           END-IF
           MOVE WS-ROLLED-DATE     TO OR-DUE-DATE
           MOVE WS-SKIP-REASON     TO OR-REMARK
           WRITE ORDER-REPORT-REC.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO ORDER-REPORT-LINE
           STRING "STANDING ORDERS DUE ON BUSINESS DATE "
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO ORDER-REPORT-LINE
           WRITE ORDER-REPORT-LINE
           MOVE ALL "-" TO ORDER-REPORT-LINE
           WRITE ORDER-REPORT-LINE
           MOVE SPACES TO ORDER-REPORT-LINE
           STRING "ORDER    CUSTOMER D        AMOUNT DUE      "
                      DELIMITED BY SIZE
                  "ACTION    REMARK" DELIMITED BY SIZE
               INTO ORDER-REPORT-LINE
           WRITE ORDER-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO ORDER-REPORT-LINE
           WRITE ORDER-REPORT-LINE
           MOVE "ORDERS ON FILE" TO WS-REPORT-TEXT
           MOVE WS-ORDERS-READ TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ITEMS GENERATED" TO WS-REPORT-TEXT
           MOVE WS-GENERATED-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "DUE ORDERS SKIPPED - CUSTOMER NOT ACTIVE"
               TO WS-REPORT-TEXT
           MOVE WS-SKIPPED-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "INVALID ORDERS" TO WS-REPORT-TEXT
           MOVE WS-INVALID-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "DEBITS GENERATED" TO WS-REPORT-TEXT
           MOVE WS-GENERATED-DEBITS TO WS-EDITED-TOTAL
           PERFORM WRITE-TOTAL-LINE
           MOVE "CREDITS GENERATED" TO WS-REPORT-TEXT
           MOVE WS-GENERATED-CREDITS TO WS-EDITED-TOTAL
           PERFORM WRITE-TOTAL-LINE
           DISPLAY "STANDING ORDER ITEMS GENERATED: "
               WS-GENERATED-COUNT
           DISPLAY "DUE ORDERS SKIPPED:             " WS-SKIPPED-COUNT
           DISPLAY "INVALID ORDERS:                 " WS-INVALID-COUNT
           DISPLAY "ORDER FEED WRITTEN TO LEDGSTO.DAT, REPORT TO "
               "STORDER.RPT".

       WRITE-COUNT-LINE.
           MOVE SPACES TO ORDER-REPORT-LINE
           STRING WS-REPORT-TEXT  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-EDITED-COUNT DELIMITED BY SIZE
               INTO ORDER-REPORT-LINE
           WRITE ORDER-REPORT-LINE.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO ORDER-REPORT-LINE
           STRING WS-REPORT-TEXT  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-EDITED-TOTAL DELIMITED BY SIZE
               INTO ORDER-REPORT-LINE
           WRITE ORDER-REPORT-LINE.

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
           MOVE WS-GENERATED-COUNT TO WS-JOURNAL-RECORDS
           MOVE WS-INVALID-COUNT TO WS-JOURNAL-REJECTS
           IF RUN-WAS-REFUSED
               MOVE "SEVERE" TO WS-JOURNAL-STATUS
           ELSE
               IF WS-INVALID-COUNT > ZERO OR WS-SKIPPED-COUNT > ZERO
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

       END PROGRAM EJECUTA-ORDENES.
