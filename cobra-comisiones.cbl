      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Monthly account maintenance fee run. The fee used to
      *          be keyed into LEDGTRAN.DAT by hand, and the waivers
      *          were whatever someone remembered. The fee and its
      *          waiver rules now come from the FEESCHED.DAT fee
      *          schedule (effective date, fee amount, balance at or
      *          above which the fee is waived, age under which a
      *          customer counts as a minor; the latest line in
      *          effect on the business date applies). Every customer
      *          on CUSTMAST.DAT is charged the fee unless SUSPENDED,
      *          CLOSED or DECEASED, a minor, or holding a LEDGER.DAT
      *          balance at or above the threshold. The charges go out
      *          as the LEDGFEE.DAT debit feed in the LEDGTRAN layout,
      *          with the shop header and trailer, and its totals are
      *          declared through DECLARA-TOTALES, so CONTABILIZA-
      *          MOVIMIENTOS posts it with the night's feed and
      *          CONTADOR balances it. FEERPT.RPT lists every fee
      *          charged or waived with the reason. The schedule is in
      *          base currency: a balance held in another currency is
      *          valued against the threshold, and charged the fee, at
      *          the day's rate (CONVIERTE-DIVISA), the fee item
      *          carrying the balance's currency. FEECTL.DAT holds
      *          the last month charged, and a second run in the same
      *          month is refused unless forced.
      *
      *          PARM: <operator id> [F]
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRA-COMISIONES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
           SELECT FEE-FEED-FILE ASSIGN TO "LEDGFEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT FEE-REPORT-FILE ASSIGN TO "FEERPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-CTL-FILE ASSIGN TO "FEECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEECTL-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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

       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-REC.
           05 FS-EFFECTIVE-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 FS-FEE-AMOUNT    PIC 9(10)V99.
           05 FILLER           PIC X.
           05 FS-WAIVE-BALANCE PIC 9(10)V99.
           05 FILLER           PIC X.
           05 FS-MINOR-AGE     PIC 9(3).

       FD  FEE-FEED-FILE.
       01  FEE-TRAN-REC.
           05 FT-CUSTOMER-NUMBER PIC 9(8).
           05 FT-DEBIT-CREDIT  PIC X.
           05 FT-AMOUNT        PIC 9(10)V99.
           05 FT-CURRENCY      PIC X(3).
       01  FEE-CONTROL-REC.
           05 FC-RECORD-ID     PIC X(3).
           05 FC-CONTROL-DATA.
              10 FC-FEED-NAME  PIC X(8).
              10 FC-FEED-DATE  PIC 9(8).
           05 FC-TRAILER-COUNT REDEFINES FC-CONTROL-DATA
                               PIC 9(8).

       FD  FEE-REPORT-FILE.
       01  FEE-REPORT-REC.
           05 FR-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 FR-CUSTOMER-NAME PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 FR-ACTION        PIC X(7).
           05 FILLER           PIC X VALUE SPACE.
           05 FR-AMOUNT        PIC Z(9)9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 FR-REASON        PIC X(24).
           05 FILLER           PIC X VALUE SPACE.
           05 FR-CURRENCY      PIC X(3).
           05 FILLER           PIC X VALUE SPACE.
           05 FR-CHARGED-AMOUNT PIC Z(9)9.99.
       01  FEE-REPORT-LINE     PIC X(104).

       FD  FEE-CTL-FILE.
       01  FEE-CTL-REC.
           05 FK-LAST-MONTH    PIC 9(6).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-LEDGER-FILE-STATUS   PIC XX.
       01 WS-SCHEDULE-FILE-STATUS PIC XX.
       01 WS-FEED-FILE-STATUS     PIC XX.
       01 WS-FEECTL-FILE-STATUS   PIC XX.
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
       01 WS-BUSINESS-MONTH       PIC 9(6) VALUE ZERO.
       01 WS-LAST-MONTH           PIC 9(6) VALUE ZERO.
       01 WS-MASTER-EOF-SWITCH    PIC X VALUE 'N'.
          88 MASTER-FILE-EOF VALUE 'Y'.
       01 WS-SCHEDULE-EOF-SWITCH  PIC X VALUE 'N'.
          88 SCHEDULE-FILE-EOF VALUE 'Y'.
       01 WS-SCHEDULE-SWITCH      PIC X VALUE 'N'.
          88 SCHEDULE-FOUND VALUE 'Y'.
       01 WS-LEDGER-OPEN-SWITCH   PIC X VALUE 'N'.
          88 LEDGER-IS-OPEN VALUE 'Y'.
       01 WS-FEE-SCHEDULE.
          05 WS-FEE-EFFECTIVE     PIC 9(8) VALUE ZERO.
          05 WS-FEE-AMOUNT        PIC 9(10)V99 VALUE ZERO.
          05 WS-FEE-WAIVE-BALANCE PIC 9(10)V99 VALUE ZERO.
          05 WS-FEE-MINOR-AGE     PIC 9(3) VALUE 18.
       01 WS-CUSTOMER-AGE         PIC 9(3) VALUE ZERO.
       01 WS-CUSTOMER-BALANCE     PIC S9(12)V99 VALUE ZERO.
       01 WS-CUSTOMER-CURRENCY    PIC X(3) VALUE SPACES.
       01 WS-FEE-CHARGED          PIC 9(10)V99 VALUE ZERO.
       01 WS-FEED-AMOUNT-TOTAL    PIC 9(14)V99 VALUE ZERO.
       01 WS-FX-AMOUNT            PIC S9(14)V99 VALUE ZERO.
       01 WS-FX-BASE-AMOUNT       PIC S9(14)V99 VALUE ZERO.
       01 WS-FX-RATE              PIC 9(5)V9(6) VALUE ZERO.
       01 WS-FX-BASE-CURRENCY     PIC X(3) VALUE SPACES.
       01 WS-FX-RESULT            PIC X.
       01 WS-WAIVE-REASON         PIC X(24).
       01 WS-CHARGED-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-WAIVED-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-CHARGED-TOTAL        PIC 9(14)V99 VALUE ZERO.
       01 WS-WAIVED-TOTAL         PIC 9(14)V99 VALUE ZERO.
       01 WS-EDITED-TOTAL         PIC Z(13)9.99.
       01 WS-EDITED-COUNT         PIC Z(7)9.
       01 WS-DECLARE-FILE-NAME    PIC X(30) VALUE "LEDGFEE.DAT".
       01 WS-DECLARE-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-DECLARE-AMOUNT       PIC 9(16) VALUE ZERO.
       01 WS-JOURNAL-EVENT        PIC X(5).
       01 WS-JOURNAL-PROGRAM      PIC X(18)
                                  VALUE "COBRA-COMISIONES".
       01 WS-JOURNAL-RECORDS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-REJECTS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-STATUS       PIC X(8) VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
          05 FILLER               PIC X(7).
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "FEERPT.RPT".
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
           PERFORM CHECK-MONTH-NOT-CHARGED
           IF NOT RUN-WAS-REFUSED
               PERFORM LOAD-FEE-SCHEDULE
               IF NOT SCHEDULE-FOUND
                   DISPLAY "FEE RUN REFUSED - NO FEESCHED.DAT LINE IN "
                       "EFFECT ON " WS-BUSINESS-DATE
                   SET RUN-WAS-REFUSED TO TRUE
               END-IF
           END-IF
           IF NOT RUN-WAS-REFUSED
               PERFORM CHARGE-THE-FEES
           END-IF
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * CHECK-MONTH-NOT-CHARGED refuses a second fee run in the same
      * business month; the force flag lets operations rerun after a
      * refused feed, and the run says so on the console.
      *----------------------------------------------------------------
       CHECK-MONTH-NOT-CHARGED.
           MOVE WS-BUSINESS-DATE(1:6) TO WS-BUSINESS-MONTH
           MOVE ZERO TO WS-LAST-MONTH
           OPEN INPUT FEE-CTL-FILE
           IF WS-FEECTL-FILE-STATUS = "00"
               READ FEE-CTL-FILE
                   NOT AT END
                       IF FK-LAST-MONTH IS NUMERIC
                           MOVE FK-LAST-MONTH TO WS-LAST-MONTH
                       END-IF
               END-READ
               CLOSE FEE-CTL-FILE
           END-IF
           IF WS-LAST-MONTH >= WS-BUSINESS-MONTH
               IF FORCE-RUN-REQUESTED
                   DISPLAY "FEES ALREADY CHARGED FOR " WS-LAST-MONTH
                       " - RERUN FORCED BY " WS-OPERATOR-ID
               ELSE
                   DISPLAY "FEE RUN REFUSED - FEES ALREADY CHARGED "
                       "FOR " WS-LAST-MONTH
                   DISPLAY "ADD THE FORCE FLAG F TO RERUN"
                   SET RUN-WAS-REFUSED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * LOAD-FEE-SCHEDULE takes the schedule line with the latest
      * effective date on or before the business date; a zero minor
      * age on the line means the usual 18.
      *----------------------------------------------------------------
       LOAD-FEE-SCHEDULE.
           MOVE 'N' TO WS-SCHEDULE-SWITCH
           MOVE 'N' TO WS-SCHEDULE-EOF-SWITCH
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-SCHEDULE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SCHEDULE-RECORD
           PERFORM UNTIL SCHEDULE-FILE-EOF
               IF FS-EFFECTIVE-DATE IS NUMERIC
                       AND FS-FEE-AMOUNT IS NUMERIC
                       AND FS-WAIVE-BALANCE IS NUMERIC
                       AND FS-EFFECTIVE-DATE <= WS-BUSINESS-DATE
                       AND FS-EFFECTIVE-DATE >= WS-FEE-EFFECTIVE
                   SET SCHEDULE-FOUND TO TRUE
                   MOVE FS-EFFECTIVE-DATE TO WS-FEE-EFFECTIVE
                   MOVE FS-FEE-AMOUNT     TO WS-FEE-AMOUNT
                   MOVE FS-WAIVE-BALANCE  TO WS-FEE-WAIVE-BALANCE
                   MOVE 18 TO WS-FEE-MINOR-AGE
                   IF FS-MINOR-AGE IS NUMERIC AND FS-MINOR-AGE > ZERO
                       MOVE FS-MINOR-AGE TO WS-FEE-MINOR-AGE
                   END-IF
               END-IF
               PERFORM READ-SCHEDULE-RECORD
           END-PERFORM
           CLOSE FEE-SCHEDULE-FILE.

       READ-SCHEDULE-RECORD.
           READ FEE-SCHEDULE-FILE
               AT END SET SCHEDULE-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * CHARGE-THE-FEES walks the master in customer order, writing a
      * debit to the fee feed or a waiver line to the report for each
      * customer, then closes the feed with its trailer, declares its
      * totals and records the month charged.
      *----------------------------------------------------------------
       CHARGE-THE-FEES.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "FEE RUN REFUSED - CUSTMAST.DAT NOT AVAILABLE"
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LEDGER-OPEN-SWITCH
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "00"
               SET LEDGER-IS-OPEN TO TRUE
           END-IF
           OPEN OUTPUT FEE-FEED-FILE
           OPEN OUTPUT FEE-REPORT-FILE
           PERFORM WRITE-FEED-HEADER
           PERFORM WRITE-REPORT-HEADING
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           PERFORM READ-NEXT-MASTER
           PERFORM UNTIL MASTER-FILE-EOF
               PERFORM CHARGE-ONE-CUSTOMER
               PERFORM READ-NEXT-MASTER
           END-PERFORM
           PERFORM WRITE-FEED-TRAILER
           PERFORM WRITE-REPORT-TOTALS
           CLOSE FEE-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-JOURNAL-PROGRAM,
               WS-ARCHIVE-REPORT
           CLOSE FEE-FEED-FILE
           IF LEDGER-IS-OPEN
               CLOSE LEDGER-FILE
           END-IF
           CLOSE CUSTOMER-MASTER-FILE
      * the header and trailer are records on the file too, and the
      * hash total is the fee amounts on the feed in cents
           COMPUTE WS-DECLARE-COUNT = WS-CHARGED-COUNT + 2
           COMPUTE WS-DECLARE-AMOUNT = WS-FEED-AMOUNT-TOTAL * 100
           CALL "DECLARA-TOTALES" USING WS-JOURNAL-PROGRAM,
               WS-DECLARE-FILE-NAME, WS-DECLARE-COUNT,
               WS-DECLARE-AMOUNT
           OPEN OUTPUT FEE-CTL-FILE
           MOVE WS-BUSINESS-MONTH TO FK-LAST-MONTH
           WRITE FEE-CTL-REC
           CLOSE FEE-CTL-FILE.

       READ-NEXT-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END SET MASTER-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * CHARGE-ONE-CUSTOMER applies the waivers in order -- status,
      * then minority, then balance -- and charges the fee when none
      * of them applies. The first waiver that fits is the reason
      * reported.
      *----------------------------------------------------------------
       CHARGE-ONE-CUSTOMER.
           MOVE SPACES TO WS-WAIVE-REASON
           IF CUSTOMER-SUSPENDED
               MOVE "CUSTOMER SUSPENDED" TO WS-WAIVE-REASON
           END-IF
           IF CUSTOMER-CLOSED
               MOVE "CUSTOMER CLOSED" TO WS-WAIVE-REASON
           END-IF
           IF CUSTOMER-DECEASED
               MOVE "CUSTOMER DECEASED" TO WS-WAIVE-REASON
           END-IF
           IF WS-WAIVE-REASON = SPACES AND CM-EDAD IS NUMERIC
               MOVE CM-EDAD TO WS-CUSTOMER-AGE
               IF WS-CUSTOMER-AGE < WS-FEE-MINOR-AGE
                   MOVE "MINOR" TO WS-WAIVE-REASON
               END-IF
           END-IF
           IF WS-WAIVE-REASON = SPACES
               PERFORM LOOK-UP-BALANCE
               IF WS-FX-RESULT NOT = 'Y'
                   MOVE "NO RATE FOR CURRENCY" TO WS-WAIVE-REASON
               END-IF
           END-IF
           IF WS-WAIVE-REASON = SPACES
               IF WS-FEE-WAIVE-BALANCE > ZERO
                       AND WS-CUSTOMER-BALANCE >= WS-FEE-WAIVE-BALANCE
                   MOVE "BALANCE ABOVE THRESHOLD" TO WS-WAIVE-REASON
               END-IF
           END-IF
           MOVE SPACES TO FEE-REPORT-REC
           MOVE CM-CUSTOMER-NUMBER TO FR-CUSTOMER-NUMBER
           MOVE CM-CUSTOMER-NAME   TO FR-CUSTOMER-NAME
           MOVE WS-FEE-AMOUNT      TO FR-AMOUNT
           IF WS-WAIVE-REASON = SPACES
               PERFORM PRICE-FEE-IN-ACCOUNT-CURRENCY
               MOVE SPACES TO FEE-TRAN-REC
               MOVE CM-CUSTOMER-NUMBER TO FT-CUSTOMER-NUMBER
               MOVE 'D'                TO FT-DEBIT-CREDIT
               MOVE WS-FEE-CHARGED     TO FT-AMOUNT
               MOVE WS-CUSTOMER-CURRENCY TO FT-CURRENCY
               WRITE FEE-TRAN-REC
               ADD 1 TO WS-CHARGED-COUNT
               ADD WS-FEE-AMOUNT TO WS-CHARGED-TOTAL
               ADD WS-FEE-CHARGED TO WS-FEED-AMOUNT-TOTAL
               IF WS-CUSTOMER-CURRENCY NOT = SPACES AND
                       WS-CUSTOMER-CURRENCY NOT = WS-FX-BASE-CURRENCY
                   MOVE WS-CUSTOMER-CURRENCY TO FR-CURRENCY
                   MOVE WS-FEE-CHARGED TO FR-CHARGED-AMOUNT
               END-IF
               MOVE "CHARGED" TO FR-ACTION
               MOVE "MONTHLY MAINTENANCE FEE" TO FR-REASON
           ELSE
               ADD 1 TO WS-WAIVED-COUNT
               ADD WS-FEE-AMOUNT TO WS-WAIVED-TOTAL
               MOVE "WAIVED" TO FR-ACTION
               MOVE WS-WAIVE-REASON TO FR-REASON
           END-IF
           WRITE FEE-REPORT-REC.

      *----------------------------------------------------------------
      * LOOK-UP-BALANCE takes the customer's balance and the currency
      * it is held in, and values the balance in base currency, the
      * currency the fee schedule is written in, through CONVIERTE-
      * DIVISA. A balance in a currency with no rate on file cannot
      * be valued and the fee is not charged.
      *----------------------------------------------------------------
       LOOK-UP-BALANCE.
           MOVE ZERO TO WS-CUSTOMER-BALANCE
           MOVE SPACES TO WS-CUSTOMER-CURRENCY
           IF LEDGER-IS-OPEN
               MOVE CM-CUSTOMER-NUMBER TO LG-CUSTOMER-NUMBER
               READ LEDGER-FILE
                   KEY IS LG-CUSTOMER-NUMBER
                   INVALID KEY
                       MOVE ZERO TO WS-CUSTOMER-BALANCE
                   NOT INVALID KEY
                       MOVE LG-BALANCE TO WS-CUSTOMER-BALANCE
                       MOVE LG-CURRENCY TO WS-CUSTOMER-CURRENCY
               END-READ
           END-IF
           MOVE WS-CUSTOMER-BALANCE TO WS-FX-AMOUNT
           CALL "CONVIERTE-DIVISA" USING WS-CUSTOMER-CURRENCY,
               WS-FX-AMOUNT, WS-FX-BASE-AMOUNT, WS-FX-RATE,
               WS-FX-BASE-CURRENCY, WS-FX-RESULT
           IF WS-FX-RESULT = 'Y'
               MOVE WS-FX-BASE-AMOUNT TO WS-CUSTOMER-BALANCE
           END-IF.

      *----------------------------------------------------------------
      * PRICE-FEE-IN-ACCOUNT-CURRENCY turns the scheduled fee into the
      * currency of the balance it is charged to, at the rate
      * LOOK-UP-BALANCE found, so the fee item posts to a foreign
      * balance without a currency mismatch.
      *----------------------------------------------------------------
       PRICE-FEE-IN-ACCOUNT-CURRENCY.
           MOVE WS-FEE-AMOUNT TO WS-FEE-CHARGED
           IF WS-FX-RATE > ZERO AND WS-FX-RATE NOT = 1
               COMPUTE WS-FEE-CHARGED ROUNDED =
                   WS-FEE-AMOUNT / WS-FX-RATE
           END-IF.

       WRITE-FEED-HEADER.
           MOVE SPACES TO FEE-CONTROL-REC
           MOVE "HDR"     TO FC-RECORD-ID
           MOVE "LEDGFEE" TO FC-FEED-NAME
           MOVE WS-BUSINESS-DATE TO FC-FEED-DATE
           WRITE FEE-CONTROL-REC.

       WRITE-FEED-TRAILER.
           MOVE SPACES TO FEE-CONTROL-REC
           MOVE "TRL" TO FC-RECORD-ID
           MOVE WS-CHARGED-COUNT TO FC-TRAILER-COUNT
           WRITE FEE-CONTROL-REC.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO FEE-REPORT-LINE
           STRING "MONTHLY MAINTENANCE FEES FOR " DELIMITED BY SIZE
                  WS-BUSINESS-MONTH DELIMITED BY SIZE
                  " - SCHEDULE OF "  DELIMITED BY SIZE
                  WS-FEE-EFFECTIVE  DELIMITED BY SIZE
               INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE
           MOVE ALL "-" TO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE
           MOVE SPACES TO FEE-REPORT-LINE
           STRING "CUSTOMER NAME                           ACTION  "
                      DELIMITED BY SIZE
                  "          FEE REASON" DELIMITED BY SIZE
               INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE
           MOVE WS-CHARGED-COUNT TO WS-EDITED-COUNT
           MOVE WS-CHARGED-TOTAL TO WS-EDITED-TOTAL
           MOVE SPACES TO FEE-REPORT-LINE
           STRING "FEES CHARGED " DELIMITED BY SIZE
                  WS-EDITED-COUNT DELIMITED BY SIZE
                  "  TOTAL "      DELIMITED BY SIZE
                  WS-EDITED-TOTAL DELIMITED BY SIZE
               INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE
           MOVE WS-WAIVED-COUNT TO WS-EDITED-COUNT
           MOVE WS-WAIVED-TOTAL TO WS-EDITED-TOTAL
           MOVE SPACES TO FEE-REPORT-LINE
           STRING "FEES WAIVED  " DELIMITED BY SIZE
                  WS-EDITED-COUNT DELIMITED BY SIZE
                  "  TOTAL "      DELIMITED BY SIZE
                  WS-EDITED-TOTAL DELIMITED BY SIZE
               INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE
           DISPLAY "FEES CHARGED: " WS-CHARGED-COUNT
           DISPLAY "FEES WAIVED:  " WS-WAIVED-COUNT
           DISPLAY "FEE FEED WRITTEN TO LEDGFEE.DAT, REPORT TO "
               "FEERPT.RPT".

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
           MOVE WS-CHARGED-COUNT TO WS-JOURNAL-RECORDS
           MOVE ZERO TO WS-JOURNAL-REJECTS
           IF RUN-WAS-REFUSED
               MOVE "SEVERE" TO WS-JOURNAL-STATUS
           ELSE
               MOVE "CLEAN" TO WS-JOURNAL-STATUS
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

       END PROGRAM COBRA-COMISIONES.
