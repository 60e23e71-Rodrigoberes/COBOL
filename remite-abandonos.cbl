      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Unclaimed-balance escheatment. SUSPENDE-DORMIDOS
      *          suspends a dormant customer but the money stays on
      *          LEDGER.DAT; the law wants a balance nobody has claimed
      *          for the statutory period handed to the state. Each
      *          run works in two passes over ESCHEAT.DAT, one case per
      *          customer:
      *          - a case whose notice period has run out is settled:
      *            when the customer has come forward since the notice
      *            (no longer SUSPENDED, history or a customer posting
      *            dated after it) or has no credit balance left, the
      *            case is withdrawn; otherwise the whole balance is
      *            posted out of the account (code ESCH on LEDGHIST.
      *            DAT, under the ledger lock, never into a closed
      *            period) and the case marked remitted;
      *          - every SUSPENDED customer with a credit balance and
      *            no history or customer posting for the statutory
      *            period is given a case, dated today, with the
      *            deadline the notice period sets. GENERA-CARTAS mails
      *            the last-chance notice off the case that night.
      *          The balances remitted are listed on the state's
      *          unclaimed-property report (ESCHSTAT.RPT) and on our
      *          certificate of what was remitted (ESCHCERT.RPT), both
      *          filed through ARCHIVA-INFORME. The statutory period
      *          in months and the notice period in days come from
      *          ESCHCTL.DAT (60 months and 90 days when absent).
      *          The owner's document id on the state's report goes
      *          through ENMASCARA-DATO like every other printed
      *          document id; a trailing FULL=<operator> prints it
      *          whole when that operator's role allows it, each full
      *          view logged on SEGLOG.DAT.
      *
      *          PARM: the operator id the remittances post under.
      *          [FULL=<operator>]
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMITE-ABANDONOS.
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
           SELECT ESCHEAT-CASE-FILE ASSIGN TO "ESCHEAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-CUSTOMER-NUMBER
               FILE STATUS IS WS-ESCHEAT-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT LEDGER-HISTORY-FILE ASSIGN TO "LEDGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGHIST-FILE-STATUS.
           SELECT LEDGER-LOCK-FILE ASSIGN TO "LEDGLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LLOCK-FILE-STATUS.
           SELECT REASSIGN-HISTORY-FILE ASSIGN TO "REASGHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT ESCHEAT-CTL-FILE ASSIGN TO "ESCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHCTL-FILE-STATUS.
           SELECT STATE-REPORT-FILE ASSIGN TO "ESCHSTAT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERTIFICATE-FILE ASSIGN TO "ESCHCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  ESCHEAT-CASE-FILE.
       01  ESCHEAT-CASE-REC.
           05 EC-CUSTOMER-NUMBER PIC 9(8).
           05 EC-STATUS        PIC X.
              88 ESCHEAT-NOTICED    VALUE 'N'.
              88 ESCHEAT-REMITTED   VALUE 'R'.
              88 ESCHEAT-WITHDRAWN  VALUE 'W'.
           05 EC-DORMANT-SINCE PIC 9(8).
           05 EC-NOTICE-DATE   PIC 9(8).
           05 EC-DEADLINE      PIC 9(8).
           05 EC-NOTICE-BALANCE PIC 9(10)V99.
           05 EC-CURRENCY      PIC X(3).
           05 EC-CLOSED-DATE   PIC 9(8).
           05 EC-REMIT-AMOUNT  PIC 9(10)V99.
           05 EC-POSTING-REF   PIC 9(8).
           05 EC-REASON        PIC X(24).
           05 EC-OPERATOR-ID   PIC X(8).

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
              88 CUSTOMER-POSTING VALUE "FEED" "STO " "TELL"
                                      SPACES.
           05 FILLER           PIC X VALUE SPACE.
           05 LH-RELATED-REF   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 LH-REASON        PIC X(24).

       FD  LEDGER-LOCK-FILE.
       01  LEDGER-LOCK-REC     PIC X(8).

       FD  REASSIGN-HISTORY-FILE.
       01  REASSIGN-HISTORY-REC.
           05 RH-SEQ-NO        PIC 9(8).
           05 FILLER           PIC X.
           05 RH-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X.
           05 RH-FIELD-NAME    PIC X(8).
           05 FILLER           PIC X.
           05 RH-OLD-VALUE     PIC X(32).
           05 FILLER           PIC X.
           05 RH-NEW-VALUE     PIC X(32).
           05 FILLER           PIC X.
           05 RH-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X.
           05 RH-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 RH-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X.
           05 RH-CHECKER-ID    PIC X(8).
           05 FILLER           PIC X.
           05 RH-EFFECTIVE-DATE PIC 9(8).

       FD  ESCHEAT-CTL-FILE.
       01  ESCHEAT-CTL-REC.
           05 XC-PERIOD-MONTHS PIC 9(3).
           05 FILLER           PIC X.
           05 XC-NOTICE-DAYS   PIC 9(3).

       FD  STATE-REPORT-FILE.
       01  STATE-REPORT-LINE   PIC X(132).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE    PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-ESCHEAT-FILE-STATUS  PIC XX.
       01 WS-LEDGER-FILE-STATUS   PIC XX.
       01 WS-LEDGHIST-FILE-STATUS PIC XX.
       01 WS-HISTORY-FILE-STATUS  PIC XX.
       01 WS-ESCHCTL-FILE-STATUS  PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-LLOCK-FILE-STATUS    PIC XX.
       01 WS-LLOCK-SWITCH         PIC X VALUE 'N'.
          88 LEDGER-LOCK-HELD VALUE 'Y'.
       01 WS-LLOCK-TRY-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-LLOCK-TRY-LIMIT      PIC 9(2) VALUE 10.
       01 WS-LLOCK-WAIT-SECS      PIC 9(4) COMP VALUE 1.
       01 WS-PARM                 PIC X(40).
       01 WS-PARM-BODY            PIC X(40).
       01 WS-PARM-OPERATOR-ID     PIC X(8).
       01 WS-FULL-OPERATOR-ID     PIC X(8) VALUE SPACES.
       01 WS-FULL-OPERATOR-ROLE   PIC X(10) VALUE SPACES.
       01 WS-FULL-VALID-SW        PIC X VALUE 'N'.
          88 FULL-OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-MASK-VALUE           PIC X(32).
       01 WS-MASK-SHOWN           PIC X.
          88 MASK-SHOWN-FULL VALUE 'F'.
       01 WS-SECURITY-EVENT       PIC X(8) VALUE "DOCVIEW".
       01 WS-SUBJECT-ID           PIC X(8).
       01 WS-RUN-MODE             PIC X VALUE 'B'.
       01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01 WS-OPERID-VALID-SW      PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.
       01 WS-NO-SUPERVISOR        PIC X(8) VALUE SPACES.
       01 WS-PERIOD-RESULT        PIC X VALUE 'O'.
          88 PERIOD-IS-CLOSED VALUE 'C'.
       01 WS-REFUSED-SWITCH       PIC X VALUE 'N'.
          88 RUN-WAS-REFUSED VALUE 'Y'.
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-MONTHS        PIC 9(3) VALUE 60.
       01 WS-NOTICE-DAYS          PIC 9(3) VALUE 90.
       01 WS-CUTOFF-DATE          PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
          05 WS-CUT-YEAR          PIC 9(4).
          05 WS-CUT-MONTH         PIC 9(2).
          05 WS-CUT-DAY           PIC 9(2).
       01 WS-TOTAL-MONTHS         PIC S9(7) COMP VALUE ZERO.
       01 WS-BUSDATE-PARTS.
          05 WS-BD-YEAR           PIC 9(4).
          05 WS-BD-MONTH          PIC 9(2).
          05 WS-BD-DAY            PIC 9(2).
       01 WS-DEADLINE-DATE        PIC 9(8) VALUE ZERO.
       01 WS-MASTER-EOF-SWITCH    PIC X VALUE 'N'.
          88 MASTER-FILE-EOF VALUE 'Y'.
       01 WS-ESCHEAT-EOF-SWITCH   PIC X VALUE 'N'.
          88 ESCHEAT-FILE-EOF VALUE 'Y'.
       01 WS-HISTORY-EOF-SWITCH   PIC X VALUE 'N'.
          88 HISTORY-FILE-EOF VALUE 'Y'.
       01 WS-LEDGHIST-EOF-SWITCH  PIC X VALUE 'N'.
          88 LEDGHIST-FILE-EOF VALUE 'Y'.
       01 WS-FOUND-SWITCH         PIC X VALUE 'N'.
          88 RECORD-WAS-FOUND VALUE 'Y'.
       01 WS-CASE-SWITCH          PIC X VALUE 'N'.
          88 CUSTOMER-HAS-CASE VALUE 'Y'.
      * customers with history or a customer posting on or after the
      * cutoff, with the latest such date; as in the dormancy sweep,
      * an overflow could hand a live customer's money to the state,
      * so it refuses the whole run instead
       01 WS-RECENT-TABLE.
          05 WS-RECENT-COUNT      PIC 9(5) COMP VALUE ZERO.
          05 WS-RECENT-ENTRY OCCURS 5000.
             10 WS-RECENT-NUMBER  PIC 9(8).
             10 WS-RECENT-DATE    PIC 9(8).
       01 WS-RECENT-IDX           PIC 9(5) COMP VALUE ZERO.
       01 WS-RECENT-FOUND-IDX     PIC 9(5) COMP VALUE ZERO.
       01 WS-RECENT-OVERFLOW      PIC 9(7) VALUE ZERO.
       01 WS-NOTE-NUMBER          PIC 9(8) VALUE ZERO.
       01 WS-NOTE-DATE            PIC 9(8) VALUE ZERO.
       01 WS-LAST-ACTIVITY        PIC 9(8) VALUE ZERO.
       01 WS-CLAIM-REASON         PIC X(24) VALUE SPACES.
       01 WS-POSTING-REF          PIC 9(8) VALUE ZERO.
       01 WS-POSTING-SEQ-NAME     PIC X(8) VALUE "LEDGHIST".
       01 WS-REMIT-AMOUNT         PIC 9(10)V99 VALUE ZERO.
       01 WS-FX-AMOUNT            PIC S9(14)V99 VALUE ZERO.
       01 WS-FX-BASE-AMOUNT       PIC S9(14)V99 VALUE ZERO.
       01 WS-FX-RATE              PIC 9(5)V9(6) VALUE ZERO.
       01 WS-FX-BASE-CURRENCY     PIC X(3) VALUE SPACES.
       01 WS-FX-RESULT            PIC X VALUE 'N'.
          88 AMOUNT-WAS-CONVERTED VALUE 'Y'.
       01 WS-ACCOUNT-CURRENCY     PIC X(3) VALUE SPACES.
       01 WS-SUSPENDED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-NOTICE-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-MATURED-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-REMITTED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-WITHDRAWN-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-DEFERRED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-NO-RATE-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-REMITTED-BASE-TOTAL  PIC S9(14)V99 VALUE ZERO.
       01 WS-EDITED-AMOUNT        PIC Z(9)9.99.
       01 WS-EDITED-BASE          PIC -Z(11)9.99.
       01 WS-EDITED-TOTAL         PIC -Z(13)9.99.
       01 WS-EDITED-COUNT         PIC Z(7)9.
       01 WS-REPORT-TEXT          PIC X(40).
       01 WS-OWNER-NAME           PIC X(50).
       01 WS-OWNER-PLACE          PIC X(62).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
          05 FILLER               PIC X(7).
       01 WS-ARCHIVE-PROGRAM      PIC X(18)
                                  VALUE "REMITE-ABANDONOS".
       01 WS-ARCHIVE-REPORT       PIC X(30).
       01 WS-ALERT-SEVERITY       PIC X(8).
       01 WS-ALERT-MESSAGE        PIC X(60).
       01 WS-JOURNAL-EVENT        PIC X(5).
       01 WS-JOURNAL-PROGRAM      PIC X(18) VALUE "REMITE-ABANDONOS".
       01 WS-JOURNAL-RECORDS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-REJECTS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-STATUS       PIC X(8) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-BODY WS-PARM-OPERATOR-ID
           UNSTRING WS-PARM DELIMITED BY "FULL="
               INTO WS-PARM-BODY, WS-FULL-OPERATOR-ID
           UNSTRING WS-PARM-BODY DELIMITED BY ALL SPACE
               INTO WS-PARM-OPERATOR-ID
           PERFORM READ-BUSINESS-DATE
           PERFORM WRITE-RUN-JOURNAL-START
           PERFORM RESOLVE-OPERATOR-ID
           IF RUN-WAS-REFUSED
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM AUTHORIZE-FULL-VALUES
           PERFORM READ-ESCHEAT-CONTROL
           PERFORM COMPUTE-CUTOFF-DATE
           COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                + WS-NOTICE-DAYS)
           DISPLAY "ESCHEATMENT RUN - UNCLAIMED SINCE "
               WS-CUTOFF-DATE " (" WS-PERIOD-MONTHS " MONTHS)"
           PERFORM LOAD-RECENT-ACTIVITY
           IF WS-RECENT-OVERFLOW > ZERO
               DISPLAY "RECENT-ACTIVITY TABLE FULL - RUN REFUSED, "
                   "NOTHING NOTICED OR REMITTED"
               SET RUN-WAS-REFUSED TO TRUE
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM OPEN-RUN-FILES
           IF RUN-WAS-REFUSED
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ACCOUNT-CURRENCY
           MOVE ZERO TO WS-FX-AMOUNT
           CALL "CONVIERTE-DIVISA" USING WS-ACCOUNT-CURRENCY,
               WS-FX-AMOUNT, WS-FX-BASE-AMOUNT, WS-FX-RATE,
               WS-FX-BASE-CURRENCY, WS-FX-RESULT
           OPEN OUTPUT STATE-REPORT-FILE
           OPEN OUTPUT CERTIFICATE-FILE
           PERFORM WRITE-STATE-HEADING
           PERFORM WRITE-CERTIFICATE-HEADING
           PERFORM SETTLE-MATURED-CASES
           PERFORM NOTICE-NEW-CASES
           PERFORM WRITE-STATE-TOTALS
           PERFORM WRITE-CERTIFICATE-TOTALS
           CLOSE STATE-REPORT-FILE
           CLOSE CERTIFICATE-FILE
           PERFORM CLOSE-RUN-FILES
           MOVE "ESCHSTAT.RPT" TO WS-ARCHIVE-REPORT
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           MOVE "ESCHCERT.RPT" TO WS-ARCHIVE-REPORT
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           DISPLAY "SUSPENDED CUSTOMERS EXAMINED: " WS-SUSPENDED-COUNT
           DISPLAY "LAST-CHANCE NOTICES ISSUED:   " WS-NOTICE-COUNT
           DISPLAY "CASES PAST THEIR DEADLINE:    " WS-MATURED-COUNT
           DISPLAY "  BALANCES REMITTED:          " WS-REMITTED-COUNT
           DISPLAY "  CASES WITHDRAWN:            " WS-WITHDRAWN-COUNT
           DISPLAY "  REMITTANCES DEFERRED:       " WS-DEFERRED-COUNT
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * READ-ESCHEAT-CONTROL loads the statutory period (months) and
      * the notice period (days) from their control file, keeping the
      * factory 60 months and 90 days for a figure that is missing or
      * carries nonsense.
      *----------------------------------------------------------------
       READ-ESCHEAT-CONTROL.
           OPEN INPUT ESCHEAT-CTL-FILE
           IF WS-ESCHCTL-FILE-STATUS = "00"
               READ ESCHEAT-CTL-FILE
                   NOT AT END
                       IF XC-PERIOD-MONTHS IS NUMERIC
                               AND XC-PERIOD-MONTHS > ZERO
                           MOVE XC-PERIOD-MONTHS TO WS-PERIOD-MONTHS
                       END-IF
                       IF XC-NOTICE-DAYS IS NUMERIC
                               AND XC-NOTICE-DAYS > ZERO
                           MOVE XC-NOTICE-DAYS TO WS-NOTICE-DAYS
                       END-IF
               END-READ
               CLOSE ESCHEAT-CTL-FILE
           END-IF.

      *----------------------------------------------------------------
      * COMPUTE-CUTOFF-DATE winds the business date back the statutory
      * period, clamping the day to 28 so the result is a real date in
      * any month -- the same arithmetic as the dormancy sweep.
      *----------------------------------------------------------------
       COMPUTE-CUTOFF-DATE.
           MOVE WS-BUSINESS-DATE TO WS-BUSDATE-PARTS
           COMPUTE WS-TOTAL-MONTHS =
               (WS-BD-YEAR * 12) + WS-BD-MONTH - 1
               - WS-PERIOD-MONTHS
           COMPUTE WS-CUT-YEAR  = WS-TOTAL-MONTHS / 12
           COMPUTE WS-CUT-MONTH =
               WS-TOTAL-MONTHS - (WS-CUT-YEAR * 12) + 1
           IF WS-BD-DAY > 28
               MOVE 28 TO WS-CUT-DAY
           ELSE
               MOVE WS-BD-DAY TO WS-CUT-DAY
           END-IF.

      *----------------------------------------------------------------
      * LOAD-RECENT-ACTIVITY keeps, for every customer with a history
      * record or a posting of the customer's own (the feed, standing
      * orders and the teller window; interest, fees and the bank's
      * corrections do not count) on or after the cutoff, the latest
      * such date. A notice is always later than the cutoff, so the
      * same table answers whether a noticed customer has come
      * forward since.
      *----------------------------------------------------------------
       LOAD-RECENT-ACTIVITY.
           MOVE ZERO TO WS-RECENT-COUNT
           MOVE ZERO TO WS-RECENT-OVERFLOW
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT REASSIGN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM READ-HISTORY-RECORD
               PERFORM UNTIL HISTORY-FILE-EOF
                   IF RH-BUSINESS-DATE IS NUMERIC
                           AND RH-BUSINESS-DATE >= WS-CUTOFF-DATE
                       MOVE RH-CUSTOMER-NUMBER TO WS-NOTE-NUMBER
                       MOVE RH-BUSINESS-DATE   TO WS-NOTE-DATE
                       PERFORM NOTE-RECENT-CUSTOMER
                   END-IF
                   PERFORM READ-HISTORY-RECORD
               END-PERFORM
               CLOSE REASSIGN-HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-LEDGHIST-EOF-SWITCH
           OPEN INPUT LEDGER-HISTORY-FILE
           IF WS-LEDGHIST-FILE-STATUS = "00"
               PERFORM READ-LEDGHIST-RECORD
               PERFORM UNTIL LEDGHIST-FILE-EOF
                   IF CUSTOMER-POSTING
                           AND LH-BUSINESS-DATE IS NUMERIC
                           AND LH-BUSINESS-DATE >= WS-CUTOFF-DATE
                       MOVE LH-CUSTOMER-NUMBER TO WS-NOTE-NUMBER
                       MOVE LH-BUSINESS-DATE   TO WS-NOTE-DATE
                       PERFORM NOTE-RECENT-CUSTOMER
                   END-IF
                   PERFORM READ-LEDGHIST-RECORD
               END-PERFORM
               CLOSE LEDGER-HISTORY-FILE
           END-IF.

       READ-HISTORY-RECORD.
           READ REASSIGN-HISTORY-FILE
               AT END SET HISTORY-FILE-EOF TO TRUE
           END-READ.

       READ-LEDGHIST-RECORD.
           READ LEDGER-HISTORY-FILE
               AT END SET LEDGHIST-FILE-EOF TO TRUE
           END-READ.

       NOTE-RECENT-CUSTOMER.
           PERFORM FIND-RECENT-CUSTOMER
           IF WS-RECENT-FOUND-IDX > ZERO
               IF WS-NOTE-DATE > WS-RECENT-DATE(WS-RECENT-FOUND-IDX)
                   MOVE WS-NOTE-DATE
                       TO WS-RECENT-DATE(WS-RECENT-FOUND-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-RECENT-COUNT < 5000
               ADD 1 TO WS-RECENT-COUNT
               MOVE WS-NOTE-NUMBER TO WS-RECENT-NUMBER(WS-RECENT-COUNT)
               MOVE WS-NOTE-DATE   TO WS-RECENT-DATE(WS-RECENT-COUNT)
           ELSE
               ADD 1 TO WS-RECENT-OVERFLOW
           END-IF.

      *----------------------------------------------------------------
      * FIND-RECENT-CUSTOMER looks WS-NOTE-NUMBER up in the recent
      * activity table; WS-LAST-ACTIVITY is the latest date found, or
      * zero when the customer has been quiet since the cutoff.
      *----------------------------------------------------------------
       FIND-RECENT-CUSTOMER.
           MOVE ZERO TO WS-RECENT-FOUND-IDX
           MOVE ZERO TO WS-LAST-ACTIVITY
           MOVE ZERO TO WS-RECENT-IDX
           PERFORM UNTIL WS-RECENT-FOUND-IDX > ZERO
                   OR WS-RECENT-IDX >= WS-RECENT-COUNT
               ADD 1 TO WS-RECENT-IDX
               IF WS-RECENT-NUMBER(WS-RECENT-IDX) = WS-NOTE-NUMBER
                   MOVE WS-RECENT-IDX TO WS-RECENT-FOUND-IDX
                   MOVE WS-RECENT-DATE(WS-RECENT-IDX)
                       TO WS-LAST-ACTIVITY
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * OPEN-RUN-FILES takes the ledger lock for the whole run, the
      * same discipline the posting run keeps, and opens the master,
      * the ledger and the case file (created on the first run).
      *----------------------------------------------------------------
       OPEN-RUN-FILES.
           PERFORM ACQUIRE-LEDGER-LOCK
           IF NOT LEDGER-LOCK-HELD
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-FILE-STATUS
               PERFORM RELEASE-LEDGER-LOCK
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "LEDGER.DAT NOT AVAILABLE - STATUS "
                   WS-LEDGER-FILE-STATUS
               CLOSE CUSTOMER-MASTER-FILE
               PERFORM RELEASE-LEDGER-LOCK
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ESCHEAT-CASE-FILE
           IF WS-ESCHEAT-FILE-STATUS = "35"
               OPEN OUTPUT ESCHEAT-CASE-FILE
               CLOSE ESCHEAT-CASE-FILE
               OPEN I-O ESCHEAT-CASE-FILE
           END-IF
           IF WS-ESCHEAT-FILE-STATUS NOT = "00"
               DISPLAY "ESCHEAT.DAT NOT AVAILABLE - STATUS "
                   WS-ESCHEAT-FILE-STATUS
               CLOSE LEDGER-FILE
               CLOSE CUSTOMER-MASTER-FILE
               PERFORM RELEASE-LEDGER-LOCK
               SET RUN-WAS-REFUSED TO TRUE
           END-IF.

       CLOSE-RUN-FILES.
           CLOSE ESCHEAT-CASE-FILE
           CLOSE LEDGER-FILE
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM RELEASE-LEDGER-LOCK.

      *----------------------------------------------------------------
      * SETTLE-MATURED-CASES walks the open cases whose notice period
      * ended on or before the business date and either withdraws or
      * remits each one.
      *----------------------------------------------------------------
       SETTLE-MATURED-CASES.
           MOVE 'N' TO WS-ESCHEAT-EOF-SWITCH
           MOVE ZERO TO EC-CUSTOMER-NUMBER
           START ESCHEAT-CASE-FILE
               KEY IS NOT LESS THAN EC-CUSTOMER-NUMBER
               INVALID KEY
                   SET ESCHEAT-FILE-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-ESCHEAT-CASE
           PERFORM UNTIL ESCHEAT-FILE-EOF
               IF ESCHEAT-NOTICED
                       AND EC-DEADLINE <= WS-BUSINESS-DATE
                   ADD 1 TO WS-MATURED-COUNT
                   PERFORM SETTLE-ONE-CASE
               END-IF
               PERFORM READ-NEXT-ESCHEAT-CASE
           END-PERFORM.

       READ-NEXT-ESCHEAT-CASE.
           READ ESCHEAT-CASE-FILE NEXT RECORD
               AT END SET ESCHEAT-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * SETTLE-ONE-CASE decides a matured case. The customer has come
      * forward when no longer SUSPENDED (reactivated, closed or
      * deceased -- an estate is settled through the executor) or
      * when there is history or a customer posting dated after the
      * notice; a case with no credit balance left has nothing to
      * remit. Either withdraws the case. Anything else is remitted.
      *----------------------------------------------------------------
       SETTLE-ONE-CASE.
           MOVE SPACES TO WS-CLAIM-REASON
           MOVE EC-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           PERFORM READ-MASTER-BY-KEY
           IF NOT RECORD-WAS-FOUND
               MOVE "NO MASTER RECORD" TO WS-CLAIM-REASON
           ELSE
               IF NOT CUSTOMER-SUSPENDED
                   MOVE "NO LONGER SUSPENDED" TO WS-CLAIM-REASON
               END-IF
           END-IF
           IF WS-CLAIM-REASON = SPACES
               MOVE EC-CUSTOMER-NUMBER TO WS-NOTE-NUMBER
               PERFORM FIND-RECENT-CUSTOMER
               IF WS-LAST-ACTIVITY > EC-NOTICE-DATE
                   MOVE "CUSTOMER CAME FORWARD" TO WS-CLAIM-REASON
               END-IF
           END-IF
           IF WS-CLAIM-REASON = SPACES
               MOVE EC-CUSTOMER-NUMBER TO LG-CUSTOMER-NUMBER
               PERFORM READ-LEDGER-BY-KEY
               IF NOT RECORD-WAS-FOUND OR LG-BALANCE NOT > ZERO
                   MOVE "NO CREDIT BALANCE LEFT" TO WS-CLAIM-REASON
               END-IF
           END-IF
           IF WS-CLAIM-REASON NOT = SPACES
               SET ESCHEAT-WITHDRAWN TO TRUE
               MOVE WS-BUSINESS-DATE TO EC-CLOSED-DATE
               MOVE WS-CLAIM-REASON  TO EC-REASON
               MOVE WS-OPERATOR-ID   TO EC-OPERATOR-ID
               PERFORM REWRITE-ESCHEAT-CASE
               ADD 1 TO WS-WITHDRAWN-COUNT
               DISPLAY "ESCHEATMENT WITHDRAWN: " EC-CUSTOMER-NUMBER
                   " " WS-CLAIM-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM REMIT-ONE-BALANCE.

       READ-MASTER-BY-KEY.
           MOVE 'N' TO WS-FOUND-SWITCH
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET RECORD-WAS-FOUND TO TRUE
           END-READ.

       READ-LEDGER-BY-KEY.
           MOVE 'N' TO WS-FOUND-SWITCH
           READ LEDGER-FILE
               KEY IS LG-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET RECORD-WAS-FOUND TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * REMIT-ONE-BALANCE posts the whole credit balance out of the
      * account as code ESCH, with its own posting reference and the
      * operator on the PARM, and is refused like any posting when the
      * business date falls in a closed period -- the case then stays
      * open and is remitted on the first run the period allows.
      *----------------------------------------------------------------
       REMIT-ONE-BALANCE.
           CALL "VERIFICA-PERIODO" USING WS-BUSINESS-DATE,
               WS-JOURNAL-PROGRAM, WS-OPERATOR-ID, WS-NO-SUPERVISOR,
               WS-PERIOD-RESULT
           IF PERIOD-IS-CLOSED
               DISPLAY "REMITTANCE DEFERRED - PERIOD CLOSED: "
                   EC-CUSTOMER-NUMBER
               ADD 1 TO WS-DEFERRED-COUNT
               EXIT PARAGRAPH
           END-IF
           CALL "SIGUIENTE-NUMERO" USING WS-POSTING-SEQ-NAME,
               WS-POSTING-REF
           IF WS-POSTING-REF = ZERO
               DISPLAY "REMITTANCE DEFERRED - POSTING REFERENCE "
                   "UNAVAILABLE: " EC-CUSTOMER-NUMBER
               ADD 1 TO WS-DEFERRED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE LG-BALANCE TO WS-REMIT-AMOUNT
           MOVE ZERO TO LG-BALANCE
           MOVE WS-BUSINESS-DATE TO LG-LAST-POSTED
           REWRITE LEDGER-REC
               INVALID KEY
                   DISPLAY "REMITTANCE DEFERRED - LEDGER NOT "
                       "UPDATED: " EC-CUSTOMER-NUMBER
                   ADD 1 TO WS-DEFERRED-COUNT
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM WRITE-LEDGER-HISTORY-RECORD
           SET ESCHEAT-REMITTED TO TRUE
           MOVE WS-BUSINESS-DATE TO EC-CLOSED-DATE
           MOVE WS-REMIT-AMOUNT  TO EC-REMIT-AMOUNT
           MOVE WS-POSTING-REF   TO EC-POSTING-REF
           MOVE LG-CURRENCY      TO EC-CURRENCY
           MOVE "REMITTED TO THE STATE" TO EC-REASON
           MOVE WS-OPERATOR-ID   TO EC-OPERATOR-ID
           PERFORM REWRITE-ESCHEAT-CASE
           ADD 1 TO WS-REMITTED-COUNT
           PERFORM CONVERT-REMITTANCE
           PERFORM WRITE-STATE-DETAIL
           PERFORM WRITE-CERTIFICATE-DETAIL
           MOVE WS-REMIT-AMOUNT TO WS-EDITED-AMOUNT
           DISPLAY "BALANCE REMITTED: " EC-CUSTOMER-NUMBER " "
               WS-EDITED-AMOUNT " REF " WS-POSTING-REF.

       WRITE-LEDGER-HISTORY-RECORD.
           MOVE SPACES TO LEDGER-HISTORY-REC
           MOVE WS-POSTING-REF     TO LH-POSTING-REF
           MOVE EC-CUSTOMER-NUMBER TO LH-CUSTOMER-NUMBER
           MOVE WS-BUSINESS-DATE   TO LH-BUSINESS-DATE
           MOVE 'D'                TO LH-DEBIT-CREDIT
           MOVE WS-REMIT-AMOUNT    TO LH-AMOUNT
           MOVE LG-BALANCE         TO LH-BALANCE-AFTER
           MOVE WS-OPERATOR-ID     TO LH-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO LH-TIMESTAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
               INTO LH-TIMESTAMP
           MOVE "ESCH"             TO LH-TRAN-CODE
           MOVE ZERO               TO LH-RELATED-REF
           MOVE "REMITTED AS UNCLAIMED" TO LH-REASON
           OPEN EXTEND LEDGER-HISTORY-FILE
           IF WS-LEDGHIST-FILE-STATUS = "35"
               OPEN OUTPUT LEDGER-HISTORY-FILE
           END-IF
           WRITE LEDGER-HISTORY-REC
           CLOSE LEDGER-HISTORY-FILE.

       REWRITE-ESCHEAT-CASE.
           REWRITE ESCHEAT-CASE-REC
               INVALID KEY
                   DISPLAY "ESCHEATMENT CASE NOT UPDATED: "
                       EC-CUSTOMER-NUMBER
           END-REWRITE.

      *----------------------------------------------------------------
      * CONVERT-REMITTANCE values the amount remitted in the base
      * currency for the report totals; an amount in a currency with
      * no rate on file is still remitted but left out of the base
      * total and flagged.
      *----------------------------------------------------------------
       CONVERT-REMITTANCE.
           MOVE WS-REMIT-AMOUNT TO WS-FX-AMOUNT
           MOVE EC-CURRENCY TO WS-ACCOUNT-CURRENCY
           CALL "CONVIERTE-DIVISA" USING WS-ACCOUNT-CURRENCY,
               WS-FX-AMOUNT, WS-FX-BASE-AMOUNT, WS-FX-RATE,
               WS-FX-BASE-CURRENCY, WS-FX-RESULT
           IF WS-ACCOUNT-CURRENCY = SPACES
               MOVE WS-FX-BASE-CURRENCY TO WS-ACCOUNT-CURRENCY
           END-IF
           IF AMOUNT-WAS-CONVERTED
               ADD WS-FX-BASE-AMOUNT TO WS-REMITTED-BASE-TOTAL
           ELSE
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.

      *----------------------------------------------------------------
      * NOTICE-NEW-CASES sweeps the master for SUSPENDED customers
      * quiet since the cutoff with a credit balance, and opens a case
      * for each one not already noticed or remitted. A withdrawn case
      * is reopened when the customer has gone quiet again.
      *----------------------------------------------------------------
       NOTICE-NEW-CASES.
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           MOVE ZERO TO CM-CUSTOMER-NUMBER
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CM-CUSTOMER-NUMBER
               INVALID KEY
                   SET MASTER-FILE-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-MASTER
           PERFORM UNTIL MASTER-FILE-EOF
               IF CUSTOMER-SUSPENDED
                   ADD 1 TO WS-SUSPENDED-COUNT
                   PERFORM JUDGE-ONE-CUSTOMER
               END-IF
               PERFORM READ-NEXT-MASTER
           END-PERFORM.

       READ-NEXT-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END SET MASTER-FILE-EOF TO TRUE
           END-READ.

       JUDGE-ONE-CUSTOMER.
           MOVE CM-CUSTOMER-NUMBER TO WS-NOTE-NUMBER
           PERFORM FIND-RECENT-CUSTOMER
           IF WS-RECENT-FOUND-IDX > ZERO
               EXIT PARAGRAPH
           END-IF
           IF CM-STATUS-DATE >= WS-CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE CM-CUSTOMER-NUMBER TO EC-CUSTOMER-NUMBER
           MOVE 'N' TO WS-CASE-SWITCH
           READ ESCHEAT-CASE-FILE
               KEY IS EC-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-CASE-SWITCH
               NOT INVALID KEY
                   SET CUSTOMER-HAS-CASE TO TRUE
           END-READ
           IF CUSTOMER-HAS-CASE AND NOT ESCHEAT-WITHDRAWN
               EXIT PARAGRAPH
           END-IF
           MOVE CM-CUSTOMER-NUMBER TO LG-CUSTOMER-NUMBER
           PERFORM READ-LEDGER-BY-KEY
           IF NOT RECORD-WAS-FOUND OR LG-BALANCE NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ESCHEAT-CASE.

      *----------------------------------------------------------------
      * OPEN-ESCHEAT-CASE records the notice: today's date, the
      * deadline, and the balance and currency the notice quotes.
      *----------------------------------------------------------------
       OPEN-ESCHEAT-CASE.
           MOVE SPACES TO ESCHEAT-CASE-REC
           MOVE CM-CUSTOMER-NUMBER TO EC-CUSTOMER-NUMBER
           SET ESCHEAT-NOTICED TO TRUE
           MOVE CM-STATUS-DATE    TO EC-DORMANT-SINCE
           MOVE WS-BUSINESS-DATE  TO EC-NOTICE-DATE
           MOVE WS-DEADLINE-DATE  TO EC-DEADLINE
           MOVE LG-BALANCE        TO EC-NOTICE-BALANCE
           MOVE LG-CURRENCY       TO EC-CURRENCY
           MOVE ZERO              TO EC-CLOSED-DATE
           MOVE ZERO              TO EC-REMIT-AMOUNT
           MOVE ZERO              TO EC-POSTING-REF
           MOVE "LAST-CHANCE NOTICE" TO EC-REASON
           MOVE WS-OPERATOR-ID    TO EC-OPERATOR-ID
           IF CUSTOMER-HAS-CASE
               PERFORM REWRITE-ESCHEAT-CASE
           ELSE
               WRITE ESCHEAT-CASE-REC
                   INVALID KEY
                       DISPLAY "ESCHEATMENT CASE NOT WRITTEN: "
                           EC-CUSTOMER-NUMBER
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           ADD 1 TO WS-NOTICE-COUNT
           DISPLAY "LAST-CHANCE NOTICE DUE: " EC-CUSTOMER-NUMBER
               " DEADLINE " EC-DEADLINE.

      *----------------------------------------------------------------
      * The state's report lists each owner's name, last known
      * address and identity document, the property (account number,
      * amount and currency), the date the account went dormant and
      * the date the owner was given notice.
      *----------------------------------------------------------------
       WRITE-STATE-HEADING.
           MOVE SPACES TO STATE-REPORT-LINE
           STRING "HOLDER REPORT OF UNCLAIMED PROPERTY - BUSINESS "
                      DELIMITED BY SIZE
                  "DATE " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO STATE-REPORT-LINE
           WRITE STATE-REPORT-LINE
           MOVE SPACES TO STATE-REPORT-LINE
           STRING "PROPERTY TYPE: DORMANT DEPOSIT ACCOUNT BALANCES"
                      DELIMITED BY SIZE
                  "   STATUTORY PERIOD (MONTHS): " DELIMITED BY SIZE
                  WS-PERIOD-MONTHS DELIMITED BY SIZE
               INTO STATE-REPORT-LINE
           WRITE STATE-REPORT-LINE
           MOVE SPACES TO STATE-REPORT-LINE
           WRITE STATE-REPORT-LINE
           MOVE SPACES TO STATE-REPORT-LINE
           STRING "ACCOUNT  OWNER NAME                     "
                      DELIMITED BY SIZE
                  "                    DOCUMENT ID  DORMANT"
                      DELIMITED BY SIZE
                  "  NOTICED         AMOUNT CUR POSTING"
                      DELIMITED BY SIZE
               INTO STATE-REPORT-LINE
           WRITE STATE-REPORT-LINE
           MOVE SPACES TO STATE-REPORT-LINE
           STRING "         LAST KNOWN ADDRESS             "
                      DELIMITED BY SIZE
                  "                                 SINCE  "
                      DELIMITED BY SIZE
                  "  ON                         REF"
                      DELIMITED BY SIZE
               INTO STATE-REPORT-LINE
           WRITE STATE-REPORT-LINE
           MOVE ALL "-" TO STATE-REPORT-LINE
           WRITE STATE-REPORT-LINE.

       WRITE-STATE-DETAIL.
           MOVE CM-DOC-ID TO WS-MASK-VALUE
           CALL "ENMASCARA-DATO" USING WS-FULL-OPERATOR-ROLE,
               WS-MASK-VALUE, WS-MASK-SHOWN
           IF MASK-SHOWN-FULL AND CM-DOC-ID NOT = SPACES
               MOVE EC-CUSTOMER-NUMBER TO WS-SUBJECT-ID
               CALL "REGISTRA-SEGURIDAD" USING WS-SECURITY-EVENT,
                   WS-FULL-OPERATOR-ID, WS-JOURNAL-PROGRAM,
                   WS-SUBJECT-ID
           END-IF
           MOVE SPACES TO WS-OWNER-NAME
           STRING CM-APELLIDO DELIMITED BY "  "
                  ", "        DELIMITED BY SIZE
                  CM-NOMBRE   DELIMITED BY "  "
               INTO WS-OWNER-NAME
           MOVE WS-REMIT-AMOUNT TO WS-EDITED-AMOUNT
           MOVE SPACES TO STATE-REPORT-LINE
           STRING EC-CUSTOMER-NUMBER  DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-OWNER-NAME       DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-MASK-VALUE(1:12) DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  EC-DORMANT-SINCE    DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  EC-NOTICE-DATE      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-EDITED-AMOUNT    DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-ACCOUNT-CURRENCY DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-POSTING-REF      DELIMITED BY SIZE
               INTO STATE-REPORT-LINE
           WRITE STATE-REPORT-LINE
           MOVE SPACES TO STATE-REPORT-LINE
           STRING "         " DELIMITED BY SIZE
                  CM-DIRECCION-1 DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  CM-DIRECCION-2 DELIMITED BY SIZE
               INTO STATE-REPORT-LINE
           WRITE STATE-REPORT-LINE
           MOVE SPACES TO WS-OWNER-PLACE
           STRING CM-CODIGO-POSTAL DELIMITED BY "  "
                  " "              DELIMITED BY SIZE
                  CM-LOCALIDAD     DELIMITED BY "  "
                  ", "             DELIMITED BY SIZE
                  CM-PROVINCIA     DELIMITED BY "  "
               INTO WS-OWNER-PLACE
           MOVE SPACES TO STATE-REPORT-LINE
           STRING "         " DELIMITED BY SIZE
                  WS-OWNER-PLACE DELIMITED BY SIZE
               INTO STATE-REPORT-LINE
           WRITE STATE-REPORT-LINE.

       WRITE-STATE-TOTALS.
           MOVE ALL "-" TO STATE-REPORT-LINE
           WRITE STATE-REPORT-LINE
           IF WS-REMITTED-COUNT = ZERO
               MOVE "NO PROPERTY REMITTED THIS RUN"
                   TO STATE-REPORT-LINE
               WRITE STATE-REPORT-LINE
           END-IF
           MOVE "OWNERS REPORTED" TO WS-REPORT-TEXT
           MOVE WS-REMITTED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO STATE-REPORT-LINE
           STRING WS-REPORT-TEXT  DELIMITED BY SIZE
                  WS-EDITED-COUNT DELIMITED BY SIZE
               INTO STATE-REPORT-LINE
           WRITE STATE-REPORT-LINE
           MOVE WS-REMITTED-BASE-TOTAL TO WS-EDITED-TOTAL
           MOVE SPACES TO STATE-REPORT-LINE
           STRING "TOTAL REMITTED IN BASE CURRENCY " DELIMITED BY SIZE
                  WS-FX-BASE-CURRENCY DELIMITED BY SIZE
                  "    "              DELIMITED BY SIZE
                  WS-EDITED-TOTAL     DELIMITED BY SIZE
               INTO STATE-REPORT-LINE
           WRITE STATE-REPORT-LINE
           IF WS-NO-RATE-COUNT > ZERO
               MOVE WS-NO-RATE-COUNT TO WS-EDITED-COUNT
               MOVE SPACES TO STATE-REPORT-LINE
               STRING "AMOUNTS WITH NO RATE ON FILE - NOT IN TOTAL "
                          DELIMITED BY SIZE
                      WS-EDITED-COUNT DELIMITED BY SIZE
                   INTO STATE-REPORT-LINE
               WRITE STATE-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------
      * The certificate is the bank's own record of what left the
      * books: every remittance with its posting reference, the
      * amount in the account's currency and in base currency, the
      * run's counts, and the operator the postings went out under.
      *----------------------------------------------------------------
       WRITE-CERTIFICATE-HEADING.
           MOVE "CERTIFICATE OF UNCLAIMED PROPERTY REMITTED"
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "BUSINESS DATE " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  "   POSTED UNDER OPERATOR " DELIMITED BY SIZE
                  WS-OPERATOR-ID   DELIMITED BY SIZE
               INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "WE CERTIFY THAT THE BALANCES BELOW WERE POSTED OUT OF "
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "THE ACCOUNTS NAMED AND REMITTED TO THE STATE AS "
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "UNCLAIMED PROPERTY, THE OWNERS HAVING BEEN GIVEN "
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "NOTICE AND NOT HAVING COME FORWARD."
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "POSTING  ACCOUNT         AMOUNT CUR"
                      DELIMITED BY SIZE
                  "      BASE AMOUNT" DELIMITED BY SIZE
               INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE ALL "-" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

       WRITE-CERTIFICATE-DETAIL.
           MOVE WS-REMIT-AMOUNT TO WS-EDITED-AMOUNT
           MOVE SPACES TO CERTIFICATE-LINE
           IF AMOUNT-WAS-CONVERTED
               MOVE WS-FX-BASE-AMOUNT TO WS-EDITED-BASE
               STRING WS-POSTING-REF      DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      EC-CUSTOMER-NUMBER  DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      WS-EDITED-AMOUNT    DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      WS-ACCOUNT-CURRENCY DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      WS-EDITED-BASE      DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
           ELSE
               STRING WS-POSTING-REF      DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      EC-CUSTOMER-NUMBER  DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      WS-EDITED-AMOUNT    DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      WS-ACCOUNT-CURRENCY DELIMITED BY SIZE
                      "   NO RATE ON FILE" DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
           END-IF
           WRITE CERTIFICATE-LINE.

       WRITE-CERTIFICATE-TOTALS.
           MOVE ALL "-" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "BALANCES REMITTED" TO WS-REPORT-TEXT
           MOVE WS-REMITTED-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-CERTIFICATE-COUNT
           MOVE WS-REMITTED-BASE-TOTAL TO WS-EDITED-TOTAL
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "TOTAL REMITTED IN BASE CURRENCY " DELIMITED BY SIZE
                  WS-FX-BASE-CURRENCY DELIMITED BY SIZE
                  "    "              DELIMITED BY SIZE
                  WS-EDITED-TOTAL     DELIMITED BY SIZE
               INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "REMITTANCES DEFERRED" TO WS-REPORT-TEXT
           MOVE WS-DEFERRED-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-CERTIFICATE-COUNT
           MOVE "CASES WITHDRAWN (CLAIMED OR NIL)" TO WS-REPORT-TEXT
           MOVE WS-WITHDRAWN-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-CERTIFICATE-COUNT
           MOVE "LAST-CHANCE NOTICES ISSUED" TO WS-REPORT-TEXT
           MOVE WS-NOTICE-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-CERTIFICATE-COUNT
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "CERTIFIED BY ______________________________  "
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "COUNTERSIGNED ______________________________ "
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

       WRITE-CERTIFICATE-COUNT.
           MOVE SPACES TO CERTIFICATE-LINE
           STRING WS-REPORT-TEXT  DELIMITED BY SIZE
                  WS-EDITED-COUNT DELIMITED BY SIZE
               INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

      *----------------------------------------------------------------
      * RESOLVE-OPERATOR-ID settles who the remittances post under: the
      * run is unattended, so a missing or invalid id on the PARM
      * refuses it rather than prompting.
      *----------------------------------------------------------------
       RESOLVE-OPERATOR-ID.
           MOVE WS-PARM-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE 'N' TO WS-OPERID-VALID-SW
           IF WS-OPERATOR-ID NOT = SPACES
               CALL "VALIDA-OPERADOR" USING WS-OPERATOR-ID,
                   WS-JOURNAL-PROGRAM, WS-OPERID-VALID-SW,
                   WS-OPERATOR-ROLE
           END-IF
           IF NOT OPERATOR-IS-VALID
               DISPLAY "RUN REFUSED - INVALID OPERATOR ID: "
                   WS-OPERATOR-ID
               SET RUN-WAS-REFUSED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * AUTHORIZE-FULL-VALUES looks up the operator named on FULL= and
      * keeps the role that decides whether the document id prints
      * whole on the state's report. An unknown operator leaves it
      * masked.
      *----------------------------------------------------------------
       AUTHORIZE-FULL-VALUES.
           IF WS-FULL-OPERATOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "VALIDA-OPERADOR" USING WS-FULL-OPERATOR-ID,
               WS-JOURNAL-PROGRAM, WS-FULL-VALID-SW,
               WS-FULL-OPERATOR-ROLE
           IF NOT FULL-OPERATOR-IS-VALID
               DISPLAY "UNKNOWN OPERATOR ON FULL= - "
                   "DOCUMENT IDS WILL BE MASKED"
               MOVE SPACES TO WS-FULL-OPERATOR-ID
                   WS-FULL-OPERATOR-ROLE
           END-IF.

      *----------------------------------------------------------------
      * ACQUIRE-LEDGER-LOCK holds LEDGLOCK.DAT open WITH LOCK while the
      * run posts, the same discipline the posting run keeps.
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
               DISPLAY "LEDGER LOCKED BY ANOTHER JOB - RUN REFUSED"
           END-IF.

       RELEASE-LEDGER-LOCK.
           IF LEDGER-LOCK-HELD
               CLOSE LEDGER-LOCK-FILE
               MOVE 'N' TO WS-LLOCK-SWITCH
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
      * remittance the period or numbering held back, or an amount
      * with no rate to value it, ends the run with a warning and an
      * alert.
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
           MOVE WS-SUSPENDED-COUNT TO WS-JOURNAL-RECORDS
           MOVE WS-DEFERRED-COUNT  TO WS-JOURNAL-REJECTS
           IF RUN-WAS-REFUSED
               MOVE "SEVERE" TO WS-JOURNAL-STATUS
           ELSE
               IF WS-DEFERRED-COUNT > ZERO OR WS-NO-RATE-COUNT > ZERO
                   MOVE "WARNING" TO WS-JOURNAL-STATUS
                   PERFORM RAISE-REMITTANCE-ALERT
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

       RAISE-REMITTANCE-ALERT.
           MOVE "WARNING" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           IF WS-DEFERRED-COUNT > ZERO
               MOVE WS-DEFERRED-COUNT TO WS-EDITED-COUNT
               STRING "ESCHEATMENT DEFERRED" DELIMITED BY SIZE
                      WS-EDITED-COUNT DELIMITED BY SIZE
                      " REMITTANCES" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
           ELSE
               MOVE WS-NO-RATE-COUNT TO WS-EDITED-COUNT
               STRING "ESCHEATMENT REMITTED" DELIMITED BY SIZE
                      WS-EDITED-COUNT DELIMITED BY SIZE
                      " AMOUNTS WITH NO RATE" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
           END-IF
           CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
               WS-JOURNAL-PROGRAM, WS-ALERT-MESSAGE.

       END PROGRAM REMITE-ABANDONOS.
