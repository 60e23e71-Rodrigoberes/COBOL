      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Daily foreign currency revaluation report. Walks
      *          LEDGER.DAT in customer order and lists on FXREVAL.RPT
      *          every balance held in a currency other than the base
      *          currency, with its value in base currency at the
      *          prior rate and at the rate in force on FXRATE.DAT
      *          (both as CARGA-CAMBIOS last loaded them) and the gain
      *          or loss the day's rate movement made on it. Closes
      *          with the balances and the gain or loss per currency
      *          and the net revaluation in base currency, for the
      *          accountants to book. A foreign balance whose currency
      *          has no rate on file cannot be valued; it is listed as
      *          such and ends the run with a warning.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVALUA-SALDOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "FXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATE-FILE-STATUS.
           SELECT REVALUATION-REPORT-FILE ASSIGN TO "FXREVAL.RPT"
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

       FD  RATE-FILE.
       01  RATE-REC.
           05 FX-CURRENCY      PIC X(3).
           05 FILLER           PIC X.
           05 FX-RATE          PIC 9(5)V9(6).
           05 FILLER           PIC X.
           05 FX-RATE-DATE     PIC 9(8).
           05 FILLER           PIC X.
           05 FX-PRIOR-RATE    PIC 9(5)V9(6).
           05 FILLER           PIC X.
           05 FX-PRIOR-DATE    PIC 9(8).
           05 FILLER           PIC X.
           05 FX-BASE-FLAG     PIC X.
              88 FX-IS-BASE-CURRENCY VALUE 'B'.

       FD  REVALUATION-REPORT-FILE.
       01  REVALUATION-REPORT-LINE PIC X(120).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-FILE-STATUS   PIC XX.
       01 WS-FXRATE-FILE-STATUS   PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-RUN-MODE             PIC X VALUE 'B'.
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01 WS-LEDGER-EOF-SWITCH    PIC X VALUE 'N'.
          88 LEDGER-FILE-EOF VALUE 'Y'.
       01 WS-RATE-EOF-SWITCH      PIC X VALUE 'N'.
          88 RATE-FILE-EOF VALUE 'Y'.
       01 WS-BASE-CURRENCY        PIC X(3) VALUE SPACES.
      *    One entry per currency on FXRATE.DAT, with the day's totals.
       01 WS-RATE-TABLE.
          05 WS-RATE-COUNT        PIC 9(2) COMP VALUE ZERO.
          05 WS-RATE-ENTRY OCCURS 50.
             10 WS-RT-CURRENCY    PIC X(3).
             10 WS-RT-RATE        PIC 9(5)V9(6).
             10 WS-RT-PRIOR-RATE  PIC 9(5)V9(6).
             10 WS-RT-BALANCES    PIC 9(8).
             10 WS-RT-NATIVE      PIC S9(14)V99.
             10 WS-RT-AT-PRIOR    PIC S9(14)V99.
             10 WS-RT-AT-CURRENT  PIC S9(14)V99.
       01 WS-RATE-IDX             PIC 9(2) COMP VALUE ZERO.
       01 WS-FOUND-IDX            PIC 9(2) COMP VALUE ZERO.
       01 WS-AT-PRIOR             PIC S9(14)V99 VALUE ZERO.
       01 WS-AT-CURRENT           PIC S9(14)V99 VALUE ZERO.
       01 WS-GAIN-LOSS            PIC S9(14)V99 VALUE ZERO.
       01 WS-TOTAL-AT-PRIOR       PIC S9(14)V99 VALUE ZERO.
       01 WS-TOTAL-AT-CURRENT     PIC S9(14)V99 VALUE ZERO.
       01 WS-CUSTOMERS-READ       PIC 9(8) VALUE ZERO.
       01 WS-FOREIGN-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-NO-RATE-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-EDITED-BALANCE       PIC -Z(11)9.99.
       01 WS-EDITED-PRIOR         PIC -Z(11)9.99.
       01 WS-EDITED-CURRENT       PIC -Z(11)9.99.
       01 WS-EDITED-GAIN-LOSS     PIC -Z(11)9.99.
       01 WS-EDITED-RATE          PIC Z(4)9.9(6).
       01 WS-EDITED-PRIOR-RATE    PIC Z(4)9.9(6).
       01 WS-EDITED-TOTAL         PIC -Z(13)9.99.
       01 WS-EDITED-COUNT         PIC Z(7)9.
       01 WS-REPORT-TEXT          PIC X(40).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
          05 FILLER               PIC X(7).
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "REVALUA-SALDOS".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "FXREVAL.RPT".
       01 WS-ALERT-SEVERITY       PIC X(8).
       01 WS-ALERT-MESSAGE        PIC X(60).
       01 WS-JOURNAL-EVENT        PIC X(5).
       01 WS-JOURNAL-PROGRAM      PIC X(18) VALUE "REVALUA-SALDOS".
       01 WS-JOURNAL-RECORDS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-REJECTS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-STATUS       PIC X(8) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE
           PERFORM WRITE-RUN-JOURNAL-START
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "LEDGER.DAT NOT AVAILABLE - STATUS "
                   WS-LEDGER-FILE-STATUS
               MOVE "SEVERE" TO WS-JOURNAL-STATUS
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM LOAD-RATE-TABLE
           OPEN OUTPUT REVALUATION-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM READ-NEXT-LEDGER
           PERFORM UNTIL LEDGER-FILE-EOF
               PERFORM REVALUE-ONE-BALANCE
               PERFORM READ-NEXT-LEDGER
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REVALUATION-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           CLOSE LEDGER-FILE
           IF WS-NO-RATE-COUNT > ZERO
               MOVE WS-NO-RATE-COUNT TO WS-EDITED-COUNT
               MOVE "WARNING" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "REVALUATION FOUND" DELIMITED BY SIZE
                      WS-EDITED-COUNT DELIMITED BY SIZE
                      " BALANCES WITH NO RATE" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
                   WS-JOURNAL-PROGRAM, WS-ALERT-MESSAGE
               MOVE "WARNING" TO WS-JOURNAL-STATUS
           ELSE
               MOVE "CLEAN" TO WS-JOURNAL-STATUS
           END-IF
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

       READ-NEXT-LEDGER.
           READ LEDGER-FILE NEXT RECORD
               AT END SET LEDGER-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * LOAD-RATE-TABLE holds FXRATE.DAT in core with a zero total
      * for each currency.
      *----------------------------------------------------------------
       LOAD-RATE-TABLE.
           MOVE ZERO TO WS-RATE-COUNT
           OPEN INPUT RATE-FILE
           IF WS-FXRATE-FILE-STATUS NOT = "00"
               DISPLAY "FXRATE.DAT NOT AVAILABLE - NO FOREIGN BALANCE "
                   "CAN BE VALUED"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RATE-RECORD
           PERFORM UNTIL RATE-FILE-EOF
               IF FX-IS-BASE-CURRENCY
                   MOVE FX-CURRENCY TO WS-BASE-CURRENCY
               END-IF
               IF FX-CURRENCY NOT = SPACES AND NOT FX-IS-BASE-CURRENCY
                       AND WS-RATE-COUNT < 50
                   ADD 1 TO WS-RATE-COUNT
                   MOVE FX-CURRENCY   TO WS-RT-CURRENCY(WS-RATE-COUNT)
                   MOVE FX-RATE       TO WS-RT-RATE(WS-RATE-COUNT)
                   MOVE FX-PRIOR-RATE
                       TO WS-RT-PRIOR-RATE(WS-RATE-COUNT)
                   MOVE ZERO TO WS-RT-BALANCES(WS-RATE-COUNT)
                   MOVE ZERO TO WS-RT-NATIVE(WS-RATE-COUNT)
                   MOVE ZERO TO WS-RT-AT-PRIOR(WS-RATE-COUNT)
                   MOVE ZERO TO WS-RT-AT-CURRENT(WS-RATE-COUNT)
               END-IF
               PERFORM READ-RATE-RECORD
           END-PERFORM
           CLOSE RATE-FILE.

       READ-RATE-RECORD.
           READ RATE-FILE
               AT END SET RATE-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * REVALUE-ONE-BALANCE values a foreign balance at the prior and
      * the current rate; the difference is what the day's movement
      * gained (or lost) the bank in base currency. Balances in the
      * base currency, blank or named, are not revalued.
      *----------------------------------------------------------------
       REVALUE-ONE-BALANCE.
           ADD 1 TO WS-CUSTOMERS-READ
           IF LG-CURRENCY = SPACES OR LG-CURRENCY = WS-BASE-CURRENCY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FOREIGN-COUNT
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-CURRENCY(WS-RATE-IDX) = LG-CURRENCY
                   MOVE WS-RATE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO
               ADD 1 TO WS-NO-RATE-COUNT
               PERFORM WRITE-NO-RATE-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AT-PRIOR ROUNDED =
               LG-BALANCE * WS-RT-PRIOR-RATE(WS-FOUND-IDX)
           COMPUTE WS-AT-CURRENT ROUNDED =
               LG-BALANCE * WS-RT-RATE(WS-FOUND-IDX)
           COMPUTE WS-GAIN-LOSS = WS-AT-CURRENT - WS-AT-PRIOR
           ADD 1 TO WS-RT-BALANCES(WS-FOUND-IDX)
           ADD LG-BALANCE TO WS-RT-NATIVE(WS-FOUND-IDX)
           ADD WS-AT-PRIOR TO WS-RT-AT-PRIOR(WS-FOUND-IDX)
           ADD WS-AT-CURRENT TO WS-RT-AT-CURRENT(WS-FOUND-IDX)
           ADD WS-AT-PRIOR TO WS-TOTAL-AT-PRIOR
           ADD WS-AT-CURRENT TO WS-TOTAL-AT-CURRENT
           PERFORM WRITE-BALANCE-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REVALUATION-REPORT-LINE
           STRING "FOREIGN CURRENCY REVALUATION FOR BUSINESS DATE "
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE  DELIMITED BY SIZE
                  " - BASE CURRENCY " DELIMITED BY SIZE
                  WS-BASE-CURRENCY  DELIMITED BY SIZE
               INTO REVALUATION-REPORT-LINE
           WRITE REVALUATION-REPORT-LINE
           MOVE ALL "-" TO REVALUATION-REPORT-LINE
           WRITE REVALUATION-REPORT-LINE
           MOVE SPACES TO REVALUATION-REPORT-LINE
           STRING "CUSTOMER CUR          BALANCE   PRIOR RATE "
                      DELIMITED BY SIZE
                  "   AT PRIOR RATE CURRENT RATE  AT"
                      DELIMITED BY SIZE
                  " CURRENT RATE        GAIN/LOSS"
                      DELIMITED BY SIZE
               INTO REVALUATION-REPORT-LINE
           WRITE REVALUATION-REPORT-LINE.

       WRITE-BALANCE-LINE.
           MOVE LG-BALANCE TO WS-EDITED-BALANCE
           MOVE WS-RT-PRIOR-RATE(WS-FOUND-IDX) TO WS-EDITED-PRIOR-RATE
           MOVE WS-AT-PRIOR TO WS-EDITED-PRIOR
           MOVE WS-RT-RATE(WS-FOUND-IDX) TO WS-EDITED-RATE
           MOVE WS-AT-CURRENT TO WS-EDITED-CURRENT
           MOVE WS-GAIN-LOSS TO WS-EDITED-GAIN-LOSS
           MOVE SPACES TO REVALUATION-REPORT-LINE
           STRING LG-CUSTOMER-NUMBER   DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  LG-CURRENCY          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-EDITED-BALANCE    DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-EDITED-PRIOR-RATE DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-EDITED-PRIOR      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-EDITED-RATE       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-EDITED-CURRENT    DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-EDITED-GAIN-LOSS  DELIMITED BY SIZE
               INTO REVALUATION-REPORT-LINE
           WRITE REVALUATION-REPORT-LINE.

       WRITE-NO-RATE-LINE.
           MOVE LG-BALANCE TO WS-EDITED-BALANCE
           MOVE SPACES TO REVALUATION-REPORT-LINE
           STRING LG-CUSTOMER-NUMBER   DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  LG-CURRENCY          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-EDITED-BALANCE    DELIMITED BY SIZE
                  "   NO RATE ON FILE - NOT VALUED"
                                       DELIMITED BY SIZE
               INTO REVALUATION-REPORT-LINE
           WRITE REVALUATION-REPORT-LINE.

      *----------------------------------------------------------------
      * WRITE-REPORT-TOTALS closes with each currency's balances and
      * gain or loss, then the net revaluation across all of them.
      *----------------------------------------------------------------
       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO REVALUATION-REPORT-LINE
           WRITE REVALUATION-REPORT-LINE
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-BALANCES(WS-RATE-IDX) > ZERO
                   PERFORM WRITE-CURRENCY-TOTALS
               END-IF
           END-PERFORM
           MOVE ALL "-" TO REVALUATION-REPORT-LINE
           WRITE REVALUATION-REPORT-LINE
           MOVE "CUSTOMERS ON THE LEDGER" TO WS-REPORT-TEXT
           MOVE WS-CUSTOMERS-READ TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "FOREIGN CURRENCY BALANCES" TO WS-REPORT-TEXT
           MOVE WS-FOREIGN-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "BALANCES WITH NO RATE ON FILE" TO WS-REPORT-TEXT
           MOVE WS-NO-RATE-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ALL FOREIGN AT PRIOR RATES" TO WS-REPORT-TEXT
           MOVE WS-TOTAL-AT-PRIOR TO WS-EDITED-TOTAL
           PERFORM WRITE-AMOUNT-LINE
           MOVE "ALL FOREIGN AT CURRENT RATES" TO WS-REPORT-TEXT
           MOVE WS-TOTAL-AT-CURRENT TO WS-EDITED-TOTAL
           PERFORM WRITE-AMOUNT-LINE
           COMPUTE WS-GAIN-LOSS = WS-TOTAL-AT-CURRENT
               - WS-TOTAL-AT-PRIOR
           MOVE "NET REVALUATION GAIN/LOSS" TO WS-REPORT-TEXT
           MOVE WS-GAIN-LOSS TO WS-EDITED-TOTAL
           PERFORM WRITE-AMOUNT-LINE
           DISPLAY "FOREIGN CURRENCY BALANCES:  " WS-FOREIGN-COUNT
           DISPLAY "BALANCES WITH NO RATE:      " WS-NO-RATE-COUNT
           DISPLAY "NET REVALUATION GAIN/LOSS:  " WS-EDITED-TOTAL
           DISPLAY "REVALUATION REPORT WRITTEN TO FXREVAL.RPT".

       WRITE-CURRENCY-TOTALS.
           MOVE SPACES TO WS-REPORT-TEXT
           STRING "CURRENCY " DELIMITED BY SIZE
                  WS-RT-CURRENCY(WS-RATE-IDX) DELIMITED BY SIZE
                  " BALANCES" DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           MOVE WS-RT-BALANCES(WS-RATE-IDX) TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           STRING "  TOTAL IN " DELIMITED BY SIZE
                  WS-RT-CURRENCY(WS-RATE-IDX) DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           MOVE WS-RT-NATIVE(WS-RATE-IDX) TO WS-EDITED-TOTAL
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  AT PRIOR RATE" TO WS-REPORT-TEXT
           MOVE WS-RT-AT-PRIOR(WS-RATE-IDX) TO WS-EDITED-TOTAL
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  AT CURRENT RATE" TO WS-REPORT-TEXT
           MOVE WS-RT-AT-CURRENT(WS-RATE-IDX) TO WS-EDITED-TOTAL
           PERFORM WRITE-AMOUNT-LINE
           COMPUTE WS-GAIN-LOSS = WS-RT-AT-CURRENT(WS-RATE-IDX)
               - WS-RT-AT-PRIOR(WS-RATE-IDX)
           MOVE "  REVALUATION GAIN/LOSS" TO WS-REPORT-TEXT
           MOVE WS-GAIN-LOSS TO WS-EDITED-TOTAL
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE SPACES TO REVALUATION-REPORT-LINE
           STRING WS-REPORT-TEXT  DELIMITED BY SIZE
                  WS-EDITED-COUNT DELIMITED BY SIZE
               INTO REVALUATION-REPORT-LINE
           WRITE REVALUATION-REPORT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE SPACES TO REVALUATION-REPORT-LINE
           STRING WS-REPORT-TEXT  DELIMITED BY SIZE
                  WS-EDITED-TOTAL DELIMITED BY SIZE
               INTO REVALUATION-REPORT-LINE
           WRITE REVALUATION-REPORT-LINE.

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
      * foreign balance left unvalued ends the run with a warning.
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
           MOVE WS-FOREIGN-COUNT TO WS-JOURNAL-RECORDS
           MOVE WS-NO-RATE-COUNT TO WS-JOURNAL-REJECTS
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

       END PROGRAM REVALUA-SALDOS.
