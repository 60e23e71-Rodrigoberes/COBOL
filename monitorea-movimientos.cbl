      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Large and unusual transaction monitoring. Runs after
      *          each posting run over the customer movements the
      *          ledger took in from the feeds and the teller window
      *          (LEDGHIST.DAT codes FEED, STO and TELL) since the
      *          last monitoring run -- the posting reference reached
      *          is kept on MONCTL.DAT, so a posting is examined once
      *          -- and flags:
      *            LARGE       a single movement at or above the
      *                        reporting threshold;
      *            STRUCTURING several movements just under the
      *                        threshold (at or above the near
      *                        percentage of it) for one customer
      *                        within the rolling window of days,
      *                        at least one of them new tonight;
      *            DORMANT     movement on an account whose previous
      *                        movement is older than the dormancy
      *                        period.
      *          Thresholds come from MONPARM.DAT (threshold, near
      *          percent, window days, near count, dormant days,
      *          severe multiple), with shop defaults when absent.
      *          Every flag opens a case on the MONCASE.DAT case file
      *          (number from the MONCASE series) for an analyst to
      *          disposition through DISPONE-CASOS, and is listed on
      *          MONITOR.RPT. Severe hits -- structuring, and single
      *          movements at the severe multiple of the threshold --
      *          also raise an alert through EMITE-ALERTA.
      *
      *          PARM: the operator id the run goes under.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONITOREA-MOVIMIENTOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-HISTORY-FILE ASSIGN TO "LEDGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGHIST-FILE-STATUS.
           SELECT MONITOR-PARM-FILE ASSIGN TO "MONPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONPARM-FILE-STATUS.
           SELECT MONITOR-CTL-FILE ASSIGN TO "MONCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONCTL-FILE-STATUS.
           SELECT CASE-FILE ASSIGN TO "MONCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-CASE-NUMBER
               FILE STATUS IS WS-CASE-FILE-STATUS.
           SELECT MONITOR-REPORT-FILE ASSIGN TO "MONITOR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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
              88 CUSTOMER-MOVEMENT VALUE "FEED" "STO" "TELL".
           05 FILLER           PIC X VALUE SPACE.
           05 LH-RELATED-REF   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 LH-REASON        PIC X(24).

       FD  MONITOR-PARM-FILE.
       01  MONITOR-PARM-REC.
           05 MP-LARGE-THRESHOLD PIC 9(10)V99.
           05 FILLER           PIC X.
           05 MP-NEAR-PERCENT  PIC 9(3).
           05 FILLER           PIC X.
           05 MP-WINDOW-DAYS   PIC 9(3).
           05 FILLER           PIC X.
           05 MP-NEAR-COUNT    PIC 9(2).
           05 FILLER           PIC X.
           05 MP-DORMANT-DAYS  PIC 9(4).
           05 FILLER           PIC X.
           05 MP-SEVERE-MULTIPLE PIC 9(2).

       FD  MONITOR-CTL-FILE.
       01  MONITOR-CTL-REC.
           05 MK-LAST-REF      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 MK-LAST-DATE     PIC 9(8).

       FD  CASE-FILE.
       01  CASE-REC.
           05 MC-CASE-NUMBER   PIC 9(8).
           05 MC-CUSTOMER-NUMBER PIC 9(8).
           05 MC-RULE          PIC X(12).
           05 MC-SEVERITY      PIC X(8).
           05 MC-POSTING-REF   PIC 9(8).
           05 MC-AMOUNT        PIC 9(12)V99.
           05 MC-OPENED-DATE   PIC 9(8).
           05 MC-DETAIL        PIC X(40).
           05 MC-STATUS        PIC X.
              88 CASE-IS-OPEN     VALUE 'O'.
              88 CASE-IS-CLEARED  VALUE 'C'.
              88 CASE-IS-REPORTED VALUE 'R'.
           05 MC-ANALYST-ID    PIC X(8).
           05 MC-DISPOSED-DATE PIC 9(8).
           05 MC-NOTE          PIC X(30).

       FD  MONITOR-REPORT-FILE.
       01  MONITOR-REPORT-LINE PIC X(120).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-LEDGHIST-FILE-STATUS PIC XX.
       01 WS-MONPARM-FILE-STATUS  PIC XX.
       01 WS-MONCTL-FILE-STATUS   PIC XX.
       01 WS-CASE-FILE-STATUS     PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-PARM.
          05 WS-PARM-OPERATOR-ID  PIC X(8).
       01 WS-RUN-MODE             PIC X VALUE 'B'.
       01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01 WS-OPERID-VALID-SW      PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.
       01 WS-REFUSED-SWITCH       PIC X VALUE 'N'.
          88 RUN-WAS-REFUSED VALUE 'Y'.
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01 WS-LEDGHIST-EOF-SWITCH  PIC X VALUE 'N'.
          88 LEDGHIST-FILE-EOF VALUE 'Y'.
       01 WS-TABLE-FULL-SWITCH    PIC X VALUE 'N'.
          88 TABLES-ARE-FULL VALUE 'Y'.
      * monitoring thresholds, MONPARM.DAT or the shop defaults
       01 WS-LARGE-THRESHOLD      PIC 9(10)V99 VALUE 10000.00.
       01 WS-NEAR-PERCENT         PIC 9(3) VALUE 90.
       01 WS-WINDOW-DAYS          PIC 9(3) VALUE 5.
       01 WS-NEAR-COUNT-MIN       PIC 9(2) VALUE 3.
       01 WS-DORMANT-DAYS         PIC 9(4) VALUE 180.
       01 WS-SEVERE-MULTIPLE      PIC 9(2) VALUE 5.
       01 WS-NEAR-FLOOR           PIC 9(10)V99 VALUE ZERO.
       01 WS-SEVERE-AMOUNT        PIC 9(12)V99 VALUE ZERO.
       01 WS-WINDOW-START         PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-LAST-REF       PIC 9(8) VALUE ZERO.
       01 WS-LAST-REF-TAKEN       PIC 9(8) VALUE ZERO.
       01 WS-IDLE-DAYS            PIC S9(8) VALUE ZERO.
      * the movements new since the last run
       01 WS-MOVEMENT-TABLE.
          05 WS-MOVE-COUNT        PIC 9(4) COMP VALUE ZERO.
          05 WS-MOVE-ENTRY OCCURS 3000.
             10 WS-MV-REF         PIC 9(8).
             10 WS-MV-CUSTOMER    PIC 9(8).
             10 WS-MV-AMOUNT      PIC 9(10)V99.
       01 WS-MOVE-IDX             PIC 9(4) COMP VALUE ZERO.
      * the customers those movements belong to
       01 WS-CUSTOMER-TABLE.
          05 WS-CUST-COUNT        PIC 9(4) COMP VALUE ZERO.
          05 WS-CUST-ENTRY OCCURS 2000.
             10 WS-CU-NUMBER      PIC 9(8).
             10 WS-CU-PRIOR-DATE  PIC 9(8).
             10 WS-CU-NEAR-COUNT  PIC 9(4).
             10 WS-CU-NEAR-TOTAL  PIC 9(12)V99.
             10 WS-CU-NEAR-TODAY  PIC X.
             10 WS-CU-NEW-TOTAL   PIC 9(12)V99.
             10 WS-CU-FIRST-REF   PIC 9(8).
       01 WS-CUST-IDX             PIC 9(4) COMP VALUE ZERO.
       01 WS-THIS-CUST-IDX        PIC 9(4) COMP VALUE ZERO.
      * the case being opened
       01 WS-CASE-SEQ-NAME        PIC X(8) VALUE "MONCASE".
       01 WS-CASE-NUMBER          PIC 9(8) VALUE ZERO.
       01 WS-CASE-CUSTOMER        PIC 9(8) VALUE ZERO.
       01 WS-CASE-RULE            PIC X(12).
       01 WS-CASE-SEVERITY        PIC X(8).
       01 WS-CASE-REF             PIC 9(8) VALUE ZERO.
       01 WS-CASE-AMOUNT          PIC 9(12)V99 VALUE ZERO.
       01 WS-CASE-DETAIL          PIC X(40).
       01 WS-EDITED-AMOUNT        PIC Z(11)9.99.
       01 WS-EDITED-COUNT         PIC Z(7)9.
       01 WS-EDITED-DAYS          PIC Z(7)9.
       01 WS-EXAMINED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-LARGE-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-STRUCTURING-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-DORMANT-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-SEVERE-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-CASE-FAILED-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-REPORT-TEXT          PIC X(40).
       01 WS-ALERT-SEVERITY       PIC X(8).
       01 WS-ALERT-MESSAGE        PIC X(60).
       01 WS-JOURNAL-EVENT        PIC X(5).
       01 WS-JOURNAL-PROGRAM      PIC X(18)
                                  VALUE "MONITOREA-MOVIMIEN".
       01 WS-JOURNAL-RECORDS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-REJECTS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-STATUS       PIC X(8) VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
          05 FILLER               PIC X(7).
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "MONITOR.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM READ-BUSINESS-DATE
           PERFORM WRITE-RUN-JOURNAL-START
           PERFORM RESOLVE-OPERATOR-ID
           IF RUN-WAS-REFUSED
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM LOAD-MONITOR-PARAMETERS
           PERFORM READ-MONITOR-CONTROL
           OPEN INPUT LEDGER-HISTORY-FILE
           IF WS-LEDGHIST-FILE-STATUS NOT = "00"
               DISPLAY "NO LEDGER HISTORY ON FILE - NOTHING TO MONITOR"
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           CLOSE LEDGER-HISTORY-FILE
           PERFORM COLLECT-NEW-MOVEMENTS
           IF WS-MOVE-COUNT = ZERO
               DISPLAY "NO NEW CUSTOMER MOVEMENTS SINCE POSTING REF "
                   WS-PRIOR-LAST-REF
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM SCAN-CUSTOMER-HISTORY
           OPEN I-O CASE-FILE
           IF WS-CASE-FILE-STATUS = "35"
               OPEN OUTPUT CASE-FILE
               CLOSE CASE-FILE
               OPEN I-O CASE-FILE
           END-IF
           IF WS-CASE-FILE-STATUS NOT = "00"
               DISPLAY "MONITORING RUN REFUSED - MONCASE.DAT NOT "
                   "AVAILABLE (" WS-CASE-FILE-STATUS ")"
               SET RUN-WAS-REFUSED TO TRUE
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           OPEN OUTPUT MONITOR-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM CHECK-LARGE-MOVEMENTS
           PERFORM CHECK-CUSTOMER-PATTERNS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE MONITOR-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-JOURNAL-PROGRAM,
               WS-ARCHIVE-REPORT
           CLOSE CASE-FILE
           PERFORM WRITE-MONITOR-CONTROL
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * LOAD-MONITOR-PARAMETERS takes the thresholds compliance sets
      * on MONPARM.DAT, keeping the shop default for any field that
      * is missing or zero.
      *----------------------------------------------------------------
       LOAD-MONITOR-PARAMETERS.
           OPEN INPUT MONITOR-PARM-FILE
           IF WS-MONPARM-FILE-STATUS = "00"
               READ MONITOR-PARM-FILE
                   NOT AT END
                       PERFORM TAKE-MONITOR-PARAMETERS
               END-READ
               CLOSE MONITOR-PARM-FILE
           END-IF
           COMPUTE WS-NEAR-FLOOR ROUNDED =
               WS-LARGE-THRESHOLD * WS-NEAR-PERCENT / 100
           COMPUTE WS-SEVERE-AMOUNT =
               WS-LARGE-THRESHOLD * WS-SEVERE-MULTIPLE
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - WS-WINDOW-DAYS + 1)
           MOVE WS-LARGE-THRESHOLD TO WS-EDITED-AMOUNT
           DISPLAY "REPORTING THRESHOLD " WS-EDITED-AMOUNT
               " - STRUCTURING WINDOW FROM " WS-WINDOW-START.

       TAKE-MONITOR-PARAMETERS.
           IF MP-LARGE-THRESHOLD IS NUMERIC
                   AND MP-LARGE-THRESHOLD > ZERO
               MOVE MP-LARGE-THRESHOLD TO WS-LARGE-THRESHOLD
           END-IF
           IF MP-NEAR-PERCENT IS NUMERIC
                   AND MP-NEAR-PERCENT > ZERO
                   AND MP-NEAR-PERCENT < 100
               MOVE MP-NEAR-PERCENT TO WS-NEAR-PERCENT
           END-IF
           IF MP-WINDOW-DAYS IS NUMERIC AND MP-WINDOW-DAYS > ZERO
               MOVE MP-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           IF MP-NEAR-COUNT IS NUMERIC AND MP-NEAR-COUNT > 1
               MOVE MP-NEAR-COUNT TO WS-NEAR-COUNT-MIN
           END-IF
           IF MP-DORMANT-DAYS IS NUMERIC AND MP-DORMANT-DAYS > ZERO
               MOVE MP-DORMANT-DAYS TO WS-DORMANT-DAYS
           END-IF
           IF MP-SEVERE-MULTIPLE IS NUMERIC
                   AND MP-SEVERE-MULTIPLE > ZERO
               MOVE MP-SEVERE-MULTIPLE TO WS-SEVERE-MULTIPLE
           END-IF.

       READ-MONITOR-CONTROL.
           MOVE ZERO TO WS-PRIOR-LAST-REF
           OPEN INPUT MONITOR-CTL-FILE
           IF WS-MONCTL-FILE-STATUS = "00"
               READ MONITOR-CTL-FILE
                   NOT AT END
                       IF MK-LAST-REF IS NUMERIC
                           MOVE MK-LAST-REF TO WS-PRIOR-LAST-REF
                       END-IF
               END-READ
               CLOSE MONITOR-CTL-FILE
           END-IF
           MOVE WS-PRIOR-LAST-REF TO WS-LAST-REF-TAKEN.

      *----------------------------------------------------------------
      * COLLECT-NEW-MOVEMENTS gathers the customer movements posted
      * since the last run, and the customers they belong to. When
      * the tables fill, the rest are left for the next run: the
      * posting reference reached only covers what was taken in.
      *----------------------------------------------------------------
       COLLECT-NEW-MOVEMENTS.
           MOVE ZERO TO WS-MOVE-COUNT
           MOVE ZERO TO WS-CUST-COUNT
           MOVE 'N' TO WS-LEDGHIST-EOF-SWITCH
           OPEN INPUT LEDGER-HISTORY-FILE
           PERFORM READ-LEDGHIST-RECORD
           PERFORM UNTIL LEDGHIST-FILE-EOF OR TABLES-ARE-FULL
               IF LH-POSTING-REF IS NUMERIC
                       AND LH-POSTING-REF > WS-PRIOR-LAST-REF
                       AND CUSTOMER-MOVEMENT
                       AND LH-AMOUNT IS NUMERIC
                   PERFORM TAKE-IN-ONE-MOVEMENT
               END-IF
               PERFORM READ-LEDGHIST-RECORD
           END-PERFORM
           CLOSE LEDGER-HISTORY-FILE
           IF TABLES-ARE-FULL
               DISPLAY "MONITORING TABLES FULL AT POSTING REF "
                   WS-LAST-REF-TAKEN " - RERUN TO CONTINUE"
           END-IF.

       READ-LEDGHIST-RECORD.
           READ LEDGER-HISTORY-FILE
               AT END SET LEDGHIST-FILE-EOF TO TRUE
           END-READ.

       TAKE-IN-ONE-MOVEMENT.
           PERFORM FIND-CUSTOMER-ENTRY
           IF WS-THIS-CUST-IDX = ZERO
               IF WS-CUST-COUNT >= 2000
                   SET TABLES-ARE-FULL TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CUST-COUNT
               MOVE WS-CUST-COUNT TO WS-THIS-CUST-IDX
               MOVE LH-CUSTOMER-NUMBER TO WS-CU-NUMBER(WS-CUST-COUNT)
               MOVE ZERO TO WS-CU-PRIOR-DATE(WS-CUST-COUNT)
               MOVE ZERO TO WS-CU-NEAR-COUNT(WS-CUST-COUNT)
               MOVE ZERO TO WS-CU-NEAR-TOTAL(WS-CUST-COUNT)
               MOVE 'N' TO WS-CU-NEAR-TODAY(WS-CUST-COUNT)
               MOVE ZERO TO WS-CU-NEW-TOTAL(WS-CUST-COUNT)
               MOVE LH-POSTING-REF TO WS-CU-FIRST-REF(WS-CUST-COUNT)
           END-IF
           IF WS-MOVE-COUNT >= 3000
               SET TABLES-ARE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MOVE-COUNT
           MOVE LH-POSTING-REF     TO WS-MV-REF(WS-MOVE-COUNT)
           MOVE LH-CUSTOMER-NUMBER TO WS-MV-CUSTOMER(WS-MOVE-COUNT)
           MOVE LH-AMOUNT          TO WS-MV-AMOUNT(WS-MOVE-COUNT)
           ADD LH-AMOUNT TO WS-CU-NEW-TOTAL(WS-THIS-CUST-IDX)
           IF LH-AMOUNT >= WS-NEAR-FLOOR
                   AND LH-AMOUNT < WS-LARGE-THRESHOLD
               MOVE 'Y' TO WS-CU-NEAR-TODAY(WS-THIS-CUST-IDX)
           END-IF
           IF LH-POSTING-REF > WS-LAST-REF-TAKEN
               MOVE LH-POSTING-REF TO WS-LAST-REF-TAKEN
           END-IF
           ADD 1 TO WS-EXAMINED-COUNT.

       FIND-CUSTOMER-ENTRY.
           MOVE ZERO TO WS-THIS-CUST-IDX
           MOVE ZERO TO WS-CUST-IDX
           PERFORM UNTIL WS-THIS-CUST-IDX > ZERO
                   OR WS-CUST-IDX >= WS-CUST-COUNT
               ADD 1 TO WS-CUST-IDX
               IF WS-CU-NUMBER(WS-CUST-IDX) = LH-CUSTOMER-NUMBER
                   MOVE WS-CUST-IDX TO WS-THIS-CUST-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * SCAN-CUSTOMER-HISTORY reads the history again for the
      * customers just collected: each one's last movement before
      * tonight's (for dormancy) and the near-threshold movements
      * inside the rolling window, tonight's included (for
      * structuring). Postings beyond the reference reached are left
      * to the next run.
      *----------------------------------------------------------------
       SCAN-CUSTOMER-HISTORY.
           MOVE 'N' TO WS-LEDGHIST-EOF-SWITCH
           OPEN INPUT LEDGER-HISTORY-FILE
           PERFORM READ-LEDGHIST-RECORD
           PERFORM UNTIL LEDGHIST-FILE-EOF
               IF LH-POSTING-REF IS NUMERIC
                       AND LH-POSTING-REF <= WS-LAST-REF-TAKEN
                       AND CUSTOMER-MOVEMENT
                       AND LH-AMOUNT IS NUMERIC
                       AND LH-BUSINESS-DATE IS NUMERIC
                   PERFORM FIND-CUSTOMER-ENTRY
                   IF WS-THIS-CUST-IDX > ZERO
                       PERFORM NOTE-CUSTOMER-HISTORY
                   END-IF
               END-IF
               PERFORM READ-LEDGHIST-RECORD
           END-PERFORM
           CLOSE LEDGER-HISTORY-FILE.

       NOTE-CUSTOMER-HISTORY.
           IF LH-POSTING-REF <= WS-PRIOR-LAST-REF
                   AND LH-BUSINESS-DATE
                       > WS-CU-PRIOR-DATE(WS-THIS-CUST-IDX)
               MOVE LH-BUSINESS-DATE
                   TO WS-CU-PRIOR-DATE(WS-THIS-CUST-IDX)
           END-IF
           IF LH-AMOUNT >= WS-NEAR-FLOOR
                   AND LH-AMOUNT < WS-LARGE-THRESHOLD
                   AND LH-BUSINESS-DATE >= WS-WINDOW-START
                   AND LH-BUSINESS-DATE <= WS-BUSINESS-DATE
               ADD 1 TO WS-CU-NEAR-COUNT(WS-THIS-CUST-IDX)
               ADD LH-AMOUNT TO WS-CU-NEAR-TOTAL(WS-THIS-CUST-IDX)
           END-IF.

      *----------------------------------------------------------------
      * CHECK-LARGE-MOVEMENTS opens a LARGE case for every new
      * movement at or above the reporting threshold; at the severe
      * multiple of the threshold the case is SEVERE.
      *----------------------------------------------------------------
       CHECK-LARGE-MOVEMENTS.
           MOVE ZERO TO WS-MOVE-IDX
           PERFORM UNTIL WS-MOVE-IDX >= WS-MOVE-COUNT
               ADD 1 TO WS-MOVE-IDX
               IF WS-MV-AMOUNT(WS-MOVE-IDX) >= WS-LARGE-THRESHOLD
                   MOVE WS-MV-CUSTOMER(WS-MOVE-IDX) TO WS-CASE-CUSTOMER
                   MOVE "LARGE" TO WS-CASE-RULE
                   MOVE WS-MV-REF(WS-MOVE-IDX) TO WS-CASE-REF
                   MOVE WS-MV-AMOUNT(WS-MOVE-IDX) TO WS-CASE-AMOUNT
                   IF WS-CASE-AMOUNT >= WS-SEVERE-AMOUNT
                       MOVE "SEVERE" TO WS-CASE-SEVERITY
                   ELSE
                       MOVE "WARNING" TO WS-CASE-SEVERITY
                   END-IF
                   MOVE "SINGLE MOVEMENT OVER THRESHOLD"
                       TO WS-CASE-DETAIL
                   PERFORM OPEN-MONITORING-CASE
                   ADD 1 TO WS-LARGE-COUNT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * CHECK-CUSTOMER-PATTERNS looks at each customer with new
      * movements: a STRUCTURING case when the near-threshold
      * movements in the window reach the near count and one of them
      * is new tonight (so the same pattern is not reopened every
      * night of the window), and a DORMANT case when the previous
      * movement is older than the dormancy period. A customer with
      * no earlier movement at all is new, not dormant.
      *----------------------------------------------------------------
       CHECK-CUSTOMER-PATTERNS.
           MOVE ZERO TO WS-CUST-IDX
           PERFORM UNTIL WS-CUST-IDX >= WS-CUST-COUNT
               ADD 1 TO WS-CUST-IDX
               MOVE WS-CU-NUMBER(WS-CUST-IDX) TO WS-CASE-CUSTOMER
               MOVE WS-CU-FIRST-REF(WS-CUST-IDX) TO WS-CASE-REF
               IF WS-CU-NEAR-TODAY(WS-CUST-IDX) = 'Y'
                       AND WS-CU-NEAR-COUNT(WS-CUST-IDX)
                           >= WS-NEAR-COUNT-MIN
                   MOVE "STRUCTURING" TO WS-CASE-RULE
                   MOVE "SEVERE" TO WS-CASE-SEVERITY
                   MOVE WS-CU-NEAR-TOTAL(WS-CUST-IDX) TO WS-CASE-AMOUNT
                   MOVE WS-CU-NEAR-COUNT(WS-CUST-IDX) TO WS-EDITED-COUNT
                   MOVE SPACES TO WS-CASE-DETAIL
                   STRING "NEAR-THRESHOLD MOVEMENTS IN WINDOW:"
                              DELIMITED BY SIZE
                          WS-EDITED-COUNT DELIMITED BY SIZE
                       INTO WS-CASE-DETAIL
                   PERFORM OPEN-MONITORING-CASE
                   ADD 1 TO WS-STRUCTURING-COUNT
               END-IF
               IF WS-CU-PRIOR-DATE(WS-CUST-IDX) > ZERO
                   COMPUTE WS-IDLE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                     - FUNCTION INTEGER-OF-DATE(
                           WS-CU-PRIOR-DATE(WS-CUST-IDX))
                   IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                       MOVE "DORMANT" TO WS-CASE-RULE
                       MOVE "WARNING" TO WS-CASE-SEVERITY
                       MOVE WS-CU-NEW-TOTAL(WS-CUST-IDX)
                           TO WS-CASE-AMOUNT
                       MOVE WS-IDLE-DAYS TO WS-EDITED-DAYS
                       MOVE SPACES TO WS-CASE-DETAIL
                       STRING "MOVEMENT AFTER IDLE DAYS:"
                                  DELIMITED BY SIZE
                              WS-EDITED-DAYS DELIMITED BY SIZE
                           INTO WS-CASE-DETAIL
                       PERFORM OPEN-MONITORING-CASE
                       ADD 1 TO WS-DORMANT-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * OPEN-MONITORING-CASE numbers the case from the MONCASE series
      * and writes it to MONCASE.DAT open for an analyst, lists it on
      * the report, and raises an alert for a SEVERE case.
      *----------------------------------------------------------------
       OPEN-MONITORING-CASE.
           CALL "SIGUIENTE-NUMERO" USING WS-CASE-SEQ-NAME,
               WS-CASE-NUMBER
           IF WS-CASE-NUMBER = ZERO
               DISPLAY "CASE NOT OPENED - NUMBERING UNAVAILABLE: "
                   WS-CASE-RULE " " WS-CASE-CUSTOMER
               ADD 1 TO WS-CASE-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CASE-REC
           MOVE WS-CASE-NUMBER   TO MC-CASE-NUMBER
           MOVE WS-CASE-CUSTOMER TO MC-CUSTOMER-NUMBER
           MOVE WS-CASE-RULE     TO MC-RULE
           MOVE WS-CASE-SEVERITY TO MC-SEVERITY
           MOVE WS-CASE-REF      TO MC-POSTING-REF
           MOVE WS-CASE-AMOUNT   TO MC-AMOUNT
           MOVE WS-BUSINESS-DATE TO MC-OPENED-DATE
           MOVE WS-CASE-DETAIL   TO MC-DETAIL
           SET CASE-IS-OPEN TO TRUE
           MOVE ZERO TO MC-DISPOSED-DATE
           WRITE CASE-REC
               INVALID KEY
                   DISPLAY "CASE NOT OPENED - CASE " WS-CASE-NUMBER
                       " ALREADY ON MONCASE.DAT"
                   ADD 1 TO WS-CASE-FAILED-COUNT
                   EXIT PARAGRAPH
           END-WRITE
           PERFORM WRITE-CASE-LINE
           IF WS-CASE-SEVERITY = "SEVERE"
               ADD 1 TO WS-SEVERE-COUNT
               MOVE "SEVERE" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "MONITORING CASE " DELIMITED BY SIZE
                      WS-CASE-NUMBER     DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-CASE-RULE       DELIMITED BY SPACE
                      " CUSTOMER "       DELIMITED BY SIZE
                      WS-CASE-CUSTOMER   DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
                   WS-JOURNAL-PROGRAM, WS-ALERT-MESSAGE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO MONITOR-REPORT-LINE
           STRING "TRANSACTION MONITORING FOR BUSINESS DATE "
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  " - POSTINGS AFTER REF " DELIMITED BY SIZE
                  WS-PRIOR-LAST-REF DELIMITED BY SIZE
               INTO MONITOR-REPORT-LINE
           WRITE MONITOR-REPORT-LINE
           MOVE ALL "-" TO MONITOR-REPORT-LINE
           WRITE MONITOR-REPORT-LINE
           MOVE SPACES TO MONITOR-REPORT-LINE
           STRING "CASE     CUSTOMER RULE         SEVERITY POSTING "
                      DELIMITED BY SIZE
                  "          AMOUNT DETAIL" DELIMITED BY SIZE
               INTO MONITOR-REPORT-LINE
           WRITE MONITOR-REPORT-LINE.

       WRITE-CASE-LINE.
           MOVE WS-CASE-AMOUNT TO WS-EDITED-AMOUNT
           MOVE SPACES TO MONITOR-REPORT-LINE
           STRING WS-CASE-NUMBER   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-CASE-CUSTOMER DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-CASE-RULE     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-CASE-SEVERITY DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-CASE-REF      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-EDITED-AMOUNT DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-CASE-DETAIL   DELIMITED BY SIZE
               INTO MONITOR-REPORT-LINE
           WRITE MONITOR-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO MONITOR-REPORT-LINE
           WRITE MONITOR-REPORT-LINE
           MOVE "MOVEMENTS EXAMINED" TO WS-REPORT-TEXT
           MOVE WS-EXAMINED-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "LARGE CASES OPENED" TO WS-REPORT-TEXT
           MOVE WS-LARGE-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "STRUCTURING CASES OPENED" TO WS-REPORT-TEXT
           MOVE WS-STRUCTURING-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "DORMANT CASES OPENED" TO WS-REPORT-TEXT
           MOVE WS-DORMANT-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "SEVERE CASES ALERTED" TO WS-REPORT-TEXT
           MOVE WS-SEVERE-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "CASES NOT OPENED" TO WS-REPORT-TEXT
           MOVE WS-CASE-FAILED-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           DISPLAY "MOVEMENTS EXAMINED:   " WS-EXAMINED-COUNT
           DISPLAY "LARGE CASES:          " WS-LARGE-COUNT
           DISPLAY "STRUCTURING CASES:    " WS-STRUCTURING-COUNT
           DISPLAY "DORMANT CASES:        " WS-DORMANT-COUNT
           DISPLAY "MONITORING REPORT WRITTEN TO MONITOR.RPT".

       WRITE-COUNT-LINE.
           MOVE SPACES TO MONITOR-REPORT-LINE
           STRING WS-REPORT-TEXT  DELIMITED BY SIZE
                  WS-EDITED-COUNT DELIMITED BY SIZE
               INTO MONITOR-REPORT-LINE
           WRITE MONITOR-REPORT-LINE.

       WRITE-MONITOR-CONTROL.
           OPEN OUTPUT MONITOR-CTL-FILE
           MOVE SPACES TO MONITOR-CTL-REC
           MOVE WS-LAST-REF-TAKEN TO MK-LAST-REF
           MOVE WS-BUSINESS-DATE  TO MK-LAST-DATE
           WRITE MONITOR-CTL-REC
           CLOSE MONITOR-CTL-FILE.

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
      * run in the shared run journal through REGISTRA-CORRIDA. A run
      * that raised severe cases, or could not open one, ends with a
      * warning so the night's status shows it.
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
           MOVE WS-EXAMINED-COUNT    TO WS-JOURNAL-RECORDS
           MOVE WS-CASE-FAILED-COUNT TO WS-JOURNAL-REJECTS
           IF RUN-WAS-REFUSED
               MOVE "SEVERE" TO WS-JOURNAL-STATUS
           ELSE
               IF WS-SEVERE-COUNT > ZERO
                       OR WS-CASE-FAILED-COUNT > ZERO
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

       END PROGRAM MONITOREA-MOVIMIENTOS.
