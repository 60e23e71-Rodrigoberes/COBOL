      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Daily exchange rate load. Takes the treasury's rate
      *          file on the FXFEED.DAT feed (shop-standard header,
      *          feed name FXRATES, and trailer count, checked against
      *          the FEEDREG.DAT registry like every other feed) and
      *          rebuilds FXRATE.DAT, the rate table CONVIERTE-DIVISA
      *          converts ledger money by. The feed carries one record
      *          per currency:
      *            B  the base currency the books are kept in, whose
      *               rate is one by definition; exactly one per feed;
      *            R  a foreign currency and the units of base
      *               currency one unit of it buys.
      *          Each currency's rate in force before the load is kept
      *          on the new table as its prior rate, so REVALUA-SALDOS
      *          can show the effect of the day's movement; loading the
      *          same day twice keeps the prior rate of the first load.
      *          A bad feed, a feed without exactly one base record or
      *          one naming a different base currency from the table
      *          in force refuses the load and the rates in force
      *          stay. Malformed or repeated records are listed and
      *          skipped, and a currency in force that the feed leaves
      *          out keeps its old rate; either ends the run with a
      *          warning.
      *
      *          PARM: the operator id the load runs under.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-CAMBIOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FEED-FILE ASSIGN TO "FXFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXFEED-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "FXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATE-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FEED-FILE.
       01  RATE-FEED-REC.
           05 RF-RECORD-TYPE   PIC X.
              88 RF-IS-BASE         VALUE 'B'.
              88 RF-IS-RATE         VALUE 'R'.
           05 RF-CURRENCY      PIC X(3).
           05 FILLER           PIC X.
           05 RF-RATE          PIC 9(5)V9(6).
       01  RF-FEED-CONTROL-REC.
           05 RF-RECORD-ID     PIC X(3).
              88 RATE-FEED-HEADER  VALUE "HDR".
              88 RATE-FEED-TRAILER VALUE "TRL".
           05 RF-CONTROL-DATA.
              10 RF-FEED-NAME  PIC X(8).
              10 RF-FEED-DATE  PIC 9(8).
              10 RF-FEED-SEQ   PIC X(4).
           05 RF-TRAILER-COUNT REDEFINES RF-CONTROL-DATA
                               PIC 9(8).

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

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FXFEED-FILE-STATUS   PIC XX.
       01 WS-FXRATE-FILE-STATUS   PIC XX.
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
       01 WS-FEED-EOF-SWITCH      PIC X VALUE 'N'.
          88 RATE-FEED-EOF VALUE 'Y'.
       01 WS-RATE-EOF-SWITCH      PIC X VALUE 'N'.
          88 RATE-FILE-EOF VALUE 'Y'.
       01 WS-FEED-OK-SWITCH       PIC X VALUE 'N'.
          88 FEED-IS-VALID VALUE 'Y'.
       01 WS-FEED-TRAILER-SW      PIC X VALUE 'N'.
          88 FEED-TRAILER-SEEN VALUE 'Y'.
       01 WS-FEED-DATA-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-FEED-TRAILER-COUNT   PIC 9(8) VALUE ZERO.
       01 WS-FEED-BASE-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-FEED-BASE-CURRENCY   PIC X(3) VALUE SPACES.
       01 WS-OLD-BASE-CURRENCY    PIC X(3) VALUE SPACES.
       01 WS-RF-ACTION            PIC X.
       01 WS-RF-FEED-NAME         PIC X(8) VALUE "FXRATES".
       01 WS-RF-FEED-DATE         PIC 9(8) VALUE ZERO.
       01 WS-RF-FEED-SEQ          PIC 9(4) VALUE 1.
       01 WS-RF-RESULT            PIC X.
       01 WS-REJECT-REASON        PIC X(24).
      *    The rates in force before the load, from FXRATE.DAT.
       01 WS-OLD-RATE-TABLE.
          05 WS-OLD-COUNT         PIC 9(2) COMP VALUE ZERO.
          05 WS-OLD-ENTRY OCCURS 50.
             10 WS-OLD-CURRENCY   PIC X(3).
             10 WS-OLD-RATE       PIC 9(5)V9(6).
             10 WS-OLD-RATE-DATE  PIC 9(8).
             10 WS-OLD-PRIOR-RATE PIC 9(5)V9(6).
             10 WS-OLD-PRIOR-DATE PIC 9(8).
             10 WS-OLD-BASE-FLAG  PIC X.
             10 WS-OLD-ON-FEED    PIC X.
      *    The table being built from the feed.
       01 WS-NEW-RATE-TABLE.
          05 WS-NEW-COUNT         PIC 9(2) COMP VALUE ZERO.
          05 WS-NEW-ENTRY OCCURS 50.
             10 WS-NEW-CURRENCY   PIC X(3).
             10 WS-NEW-RATE       PIC 9(5)V9(6).
             10 WS-NEW-RATE-DATE  PIC 9(8).
             10 WS-NEW-PRIOR-RATE PIC 9(5)V9(6).
             10 WS-NEW-PRIOR-DATE PIC 9(8).
             10 WS-NEW-BASE-FLAG  PIC X.
       01 WS-OLD-IDX              PIC 9(2) COMP VALUE ZERO.
       01 WS-NEW-IDX              PIC 9(2) COMP VALUE ZERO.
       01 WS-FOUND-IDX            PIC 9(2) COMP VALUE ZERO.
       01 WS-LOADED-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-REJECTED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-KEPT-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-EDITED-COUNT         PIC Z(7)9.
       01 WS-ALERT-SEVERITY       PIC X(8).
       01 WS-ALERT-MESSAGE        PIC X(60).
       01 WS-JOURNAL-EVENT        PIC X(5).
       01 WS-JOURNAL-PROGRAM      PIC X(18) VALUE "CARGA-CAMBIOS".
       01 WS-JOURNAL-RECORDS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-REJECTS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-STATUS       PIC X(8) VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
          05 FILLER               PIC X(7).
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
           PERFORM LOAD-RATES-IN-FORCE
           PERFORM VALIDATE-FEED-FILE
           IF NOT FEED-IS-VALID
               DISPLAY "EXCHANGE RATE LOAD REFUSED - BAD FXFEED "
                   "FEED, RATES IN FORCE KEPT"
               MOVE "SEVERE" TO WS-ALERT-SEVERITY
               MOVE "EXCHANGE RATE LOAD REFUSED - BAD FXFEED FEED"
                   TO WS-ALERT-MESSAGE
               CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
                   WS-JOURNAL-PROGRAM, WS-ALERT-MESSAGE
               SET RUN-WAS-REFUSED TO TRUE
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM BUILD-THE-NEW-TABLE
           PERFORM CARRY-RATES-NOT-ON-FEED
           PERFORM WRITE-THE-RATE-TABLE
           PERFORM REGISTER-POSTED-FEED
           DISPLAY "BASE CURRENCY:             " WS-FEED-BASE-CURRENCY
           DISPLAY "RATES LOADED:              " WS-LOADED-COUNT
           DISPLAY "RATES KEPT, NOT ON FEED:   " WS-KEPT-COUNT
           DISPLAY "RECORDS REJECTED:          " WS-REJECTED-COUNT
           IF WS-REJECTED-COUNT > ZERO OR WS-KEPT-COUNT > ZERO
               COMPUTE WS-EDITED-COUNT =
                   WS-REJECTED-COUNT + WS-KEPT-COUNT
               MOVE "WARNING" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "EXCHANGE RATE LOAD LEFT" DELIMITED BY SIZE
                      WS-EDITED-COUNT DELIMITED BY SIZE
                      " RATES REJECTED OR STALE" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
                   WS-JOURNAL-PROGRAM, WS-ALERT-MESSAGE
           END-IF
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * LOAD-RATES-IN-FORCE holds the current FXRATE.DAT in core; the
      * first load of all finds none.
      *----------------------------------------------------------------
       LOAD-RATES-IN-FORCE.
           MOVE ZERO TO WS-OLD-COUNT
           MOVE 'N' TO WS-RATE-EOF-SWITCH
           OPEN INPUT RATE-FILE
           IF WS-FXRATE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RATE-RECORD
           PERFORM UNTIL RATE-FILE-EOF
               IF FX-CURRENCY NOT = SPACES AND WS-OLD-COUNT < 50
                   ADD 1 TO WS-OLD-COUNT
                   MOVE FX-CURRENCY   TO WS-OLD-CURRENCY(WS-OLD-COUNT)
                   MOVE FX-RATE       TO WS-OLD-RATE(WS-OLD-COUNT)
                   MOVE FX-RATE-DATE  TO WS-OLD-RATE-DATE(WS-OLD-COUNT)
                   MOVE FX-PRIOR-RATE
                       TO WS-OLD-PRIOR-RATE(WS-OLD-COUNT)
                   MOVE FX-PRIOR-DATE
                       TO WS-OLD-PRIOR-DATE(WS-OLD-COUNT)
                   MOVE FX-BASE-FLAG  TO WS-OLD-BASE-FLAG(WS-OLD-COUNT)
                   MOVE 'N'           TO WS-OLD-ON-FEED(WS-OLD-COUNT)
                   IF FX-IS-BASE-CURRENCY
                       MOVE FX-CURRENCY TO WS-OLD-BASE-CURRENCY
                   END-IF
               END-IF
               PERFORM READ-RATE-RECORD
           END-PERFORM
           CLOSE RATE-FILE.

       READ-RATE-RECORD.
           READ RATE-FILE
               AT END SET RATE-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * VALIDATE-FEED-FILE makes the shop-standard pre-pass before the
      * rates in force are touched: header naming the FXRATES feed for
      * the cycle's business date, trailer count matching the records,
      * and a name, date and sequence not already on the FEEDREG.DAT
      * registry. The feed must also name exactly one base currency,
      * and the same one the books have been kept in until now.
      *----------------------------------------------------------------
       VALIDATE-FEED-FILE.
           MOVE 'N' TO WS-FEED-OK-SWITCH
           MOVE 'N' TO WS-FEED-TRAILER-SW
           MOVE 'N' TO WS-FEED-EOF-SWITCH
           MOVE ZERO TO WS-FEED-DATA-COUNT
           MOVE ZERO TO WS-FEED-BASE-COUNT
           OPEN INPUT RATE-FEED-FILE
           IF WS-FXFEED-FILE-STATUS NOT = "00"
               DISPLAY "FEED REFUSED - FXFEED.DAT NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RATE-FEED-RECORD
           IF RATE-FEED-EOF OR NOT RATE-FEED-HEADER
               DISPLAY "FEED REFUSED - HEADER MISSING ON FXFEED"
           ELSE
           IF RF-FEED-NAME NOT = "FXRATES"
               DISPLAY "FEED REFUSED - WRONG FEED NAME: "
                   RF-FEED-NAME
           ELSE
           IF RF-FEED-DATE NOT = WS-BUSINESS-DATE
               DISPLAY "FEED REFUSED - HEADER DATE " RF-FEED-DATE
                   " NOT CYCLE DATE " WS-BUSINESS-DATE
           ELSE
               IF RF-FEED-SEQ IS NUMERIC
                   MOVE RF-FEED-SEQ TO WS-RF-FEED-SEQ
               ELSE
                   MOVE 1 TO WS-RF-FEED-SEQ
               END-IF
               PERFORM COUNT-FEED-RECORDS
           END-IF
           END-IF
           END-IF
           CLOSE RATE-FEED-FILE
           IF FEED-IS-VALID
               PERFORM CHECK-BASE-CURRENCY
           END-IF
           IF FEED-IS-VALID
               MOVE 'C' TO WS-RF-ACTION
               MOVE WS-BUSINESS-DATE TO WS-RF-FEED-DATE
               CALL "REGISTRA-FEED" USING WS-RF-ACTION,
                   WS-RF-FEED-NAME, WS-RF-FEED-DATE, WS-RF-FEED-SEQ,
                   WS-FEED-DATA-COUNT, WS-RF-RESULT
               IF WS-RF-RESULT = 'Y'
                   DISPLAY "FEED REFUSED - FXRATES SEQUENCE "
                       WS-RF-FEED-SEQ " ALREADY LOADED ON "
                       WS-RF-FEED-DATE
                   MOVE 'N' TO WS-FEED-OK-SWITCH
               END-IF
           END-IF.

       COUNT-FEED-RECORDS.
           PERFORM READ-RATE-FEED-RECORD
           PERFORM UNTIL RATE-FEED-EOF
               IF RATE-FEED-TRAILER
                   SET FEED-TRAILER-SEEN TO TRUE
                   MOVE RF-TRAILER-COUNT TO WS-FEED-TRAILER-COUNT
               ELSE
                   ADD 1 TO WS-FEED-DATA-COUNT
                   IF RF-IS-BASE
                       ADD 1 TO WS-FEED-BASE-COUNT
                       MOVE RF-CURRENCY TO WS-FEED-BASE-CURRENCY
                   END-IF
               END-IF
               PERFORM READ-RATE-FEED-RECORD
           END-PERFORM
           IF NOT FEED-TRAILER-SEEN
               DISPLAY "FEED REFUSED - TRAILER MISSING ON FXFEED"
           ELSE
               IF WS-FEED-DATA-COUNT = WS-FEED-TRAILER-COUNT
                   SET FEED-IS-VALID TO TRUE
               ELSE
                   DISPLAY "FEED REFUSED - TRAILER COUNT "
                       WS-FEED-TRAILER-COUNT " BUT "
                       WS-FEED-DATA-COUNT " RECORDS ON FXFEED"
               END-IF
           END-IF.

       CHECK-BASE-CURRENCY.
           IF WS-FEED-BASE-COUNT NOT = 1
                   OR WS-FEED-BASE-CURRENCY = SPACES
               DISPLAY "FEED REFUSED - " WS-FEED-BASE-COUNT
                   " BASE CURRENCY RECORDS ON FXFEED, ONE REQUIRED"
               MOVE 'N' TO WS-FEED-OK-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF WS-OLD-BASE-CURRENCY NOT = SPACES
                   AND WS-OLD-BASE-CURRENCY NOT = WS-FEED-BASE-CURRENCY
               DISPLAY "FEED REFUSED - BASE CURRENCY "
                   WS-FEED-BASE-CURRENCY " ON FXFEED BUT BOOKS KEPT IN "
                   WS-OLD-BASE-CURRENCY
               MOVE 'N' TO WS-FEED-OK-SWITCH
           END-IF.

       READ-RATE-FEED-RECORD.
           READ RATE-FEED-FILE
               AT END SET RATE-FEED-EOF TO TRUE
           END-READ.

       REGISTER-POSTED-FEED.
           MOVE 'R' TO WS-RF-ACTION
           CALL "REGISTRA-FEED" USING WS-RF-ACTION,
               WS-RF-FEED-NAME, WS-RF-FEED-DATE, WS-RF-FEED-SEQ,
               WS-FEED-DATA-COUNT, WS-RF-RESULT.

      *----------------------------------------------------------------
      * BUILD-THE-NEW-TABLE takes each feed record into the new table.
      *----------------------------------------------------------------
       BUILD-THE-NEW-TABLE.
           MOVE ZERO TO WS-NEW-COUNT
           MOVE 'N' TO WS-FEED-EOF-SWITCH
           OPEN INPUT RATE-FEED-FILE
           PERFORM READ-RATE-FEED-RECORD
           PERFORM UNTIL RATE-FEED-EOF
               IF NOT RATE-FEED-HEADER AND NOT RATE-FEED-TRAILER
                   PERFORM LOAD-ONE-FEED-RECORD
               END-IF
               PERFORM READ-RATE-FEED-RECORD
           END-PERFORM
           CLOSE RATE-FEED-FILE.

      *----------------------------------------------------------------
      * LOAD-ONE-FEED-RECORD checks one rate and adds it to the new
      * table, with the rate it replaces as its prior rate. When the
      * rate in force was itself loaded today (a second load on the
      * same day) the prior rate stays the one before it, so the
      * day's movement is still measured from the previous day. A
      * currency new to the table starts with no movement.
      *----------------------------------------------------------------
       LOAD-ONE-FEED-RECORD.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN RF-CURRENCY = SPACES
                   MOVE "CURRENCY BLANK" TO WS-REJECT-REASON
               WHEN NOT RF-IS-BASE AND NOT RF-IS-RATE
                   MOVE "RECORD TYPE UNKNOWN" TO WS-REJECT-REASON
               WHEN RF-IS-RATE AND RF-CURRENCY = WS-FEED-BASE-CURRENCY
                   MOVE "RATE GIVEN FOR BASE" TO WS-REJECT-REASON
               WHEN RF-IS-RATE AND RF-RATE IS NOT NUMERIC
                   MOVE "RATE NOT NUMERIC" TO WS-REJECT-REASON
               WHEN RF-IS-RATE AND RF-RATE = ZERO
                   MOVE "RATE ZERO" TO WS-REJECT-REASON
               WHEN WS-NEW-COUNT NOT < 50
                   MOVE "RATE TABLE FULL" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                       UNTIL WS-NEW-IDX > WS-NEW-COUNT
                   IF WS-NEW-CURRENCY(WS-NEW-IDX) = RF-CURRENCY
                       MOVE "CURRENCY REPEATED" TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RECORD REJECTED - " WS-REJECT-REASON ": "
                   RF-RECORD-TYPE " " RF-CURRENCY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEW-COUNT
           MOVE RF-CURRENCY TO WS-NEW-CURRENCY(WS-NEW-COUNT)
           MOVE WS-BUSINESS-DATE TO WS-NEW-RATE-DATE(WS-NEW-COUNT)
           IF RF-IS-BASE
               MOVE 1 TO WS-NEW-RATE(WS-NEW-COUNT)
               MOVE 'B' TO WS-NEW-BASE-FLAG(WS-NEW-COUNT)
           ELSE
               MOVE RF-RATE TO WS-NEW-RATE(WS-NEW-COUNT)
               MOVE SPACE TO WS-NEW-BASE-FLAG(WS-NEW-COUNT)
           END-IF
           MOVE WS-NEW-RATE(WS-NEW-COUNT)
               TO WS-NEW-PRIOR-RATE(WS-NEW-COUNT)
           MOVE WS-BUSINESS-DATE TO WS-NEW-PRIOR-DATE(WS-NEW-COUNT)
           PERFORM FIND-RATE-IN-FORCE
           IF WS-FOUND-IDX > ZERO
               MOVE 'Y' TO WS-OLD-ON-FEED(WS-FOUND-IDX)
               IF WS-OLD-RATE-DATE(WS-FOUND-IDX) = WS-BUSINESS-DATE
                   MOVE WS-OLD-PRIOR-RATE(WS-FOUND-IDX)
                       TO WS-NEW-PRIOR-RATE(WS-NEW-COUNT)
                   MOVE WS-OLD-PRIOR-DATE(WS-FOUND-IDX)
                       TO WS-NEW-PRIOR-DATE(WS-NEW-COUNT)
               ELSE
                   MOVE WS-OLD-RATE(WS-FOUND-IDX)
                       TO WS-NEW-PRIOR-RATE(WS-NEW-COUNT)
                   MOVE WS-OLD-RATE-DATE(WS-FOUND-IDX)
                       TO WS-NEW-PRIOR-DATE(WS-NEW-COUNT)
               END-IF
           END-IF
           ADD 1 TO WS-LOADED-COUNT.

       FIND-RATE-IN-FORCE.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               IF WS-OLD-CURRENCY(WS-OLD-IDX) = RF-CURRENCY
                   MOVE WS-OLD-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * CARRY-RATES-NOT-ON-FEED keeps a currency in force that today's
      * feed (or a rejected record on it) left out, at its old rate
      * and rate date, so balances in it still convert; its prior
      * rate is set to that rate, as nothing moved it today.
      *----------------------------------------------------------------
       CARRY-RATES-NOT-ON-FEED.
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               IF WS-OLD-ON-FEED(WS-OLD-IDX) = 'N'
                       AND WS-OLD-BASE-FLAG(WS-OLD-IDX) NOT = 'B'
                       AND WS-NEW-COUNT < 50
                   ADD 1 TO WS-NEW-COUNT
                   ADD 1 TO WS-KEPT-COUNT
                   MOVE WS-OLD-CURRENCY(WS-OLD-IDX)
                       TO WS-NEW-CURRENCY(WS-NEW-COUNT)
                   MOVE WS-OLD-RATE(WS-OLD-IDX)
                       TO WS-NEW-RATE(WS-NEW-COUNT)
                   MOVE WS-OLD-RATE-DATE(WS-OLD-IDX)
                       TO WS-NEW-RATE-DATE(WS-NEW-COUNT)
                   MOVE WS-OLD-RATE(WS-OLD-IDX)
                       TO WS-NEW-PRIOR-RATE(WS-NEW-COUNT)
                   MOVE WS-OLD-RATE-DATE(WS-OLD-IDX)
                       TO WS-NEW-PRIOR-DATE(WS-NEW-COUNT)
                   MOVE SPACE TO WS-NEW-BASE-FLAG(WS-NEW-COUNT)
                   DISPLAY "RATE NOT ON FEED - "
                       WS-OLD-CURRENCY(WS-OLD-IDX)
                       " KEPT AT RATE OF "
                       WS-OLD-RATE-DATE(WS-OLD-IDX)
               END-IF
           END-PERFORM.

       WRITE-THE-RATE-TABLE.
           OPEN OUTPUT RATE-FILE
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               MOVE SPACES TO RATE-REC
               MOVE WS-NEW-CURRENCY(WS-NEW-IDX)   TO FX-CURRENCY
               MOVE WS-NEW-RATE(WS-NEW-IDX)       TO FX-RATE
               MOVE WS-NEW-RATE-DATE(WS-NEW-IDX)  TO FX-RATE-DATE
               MOVE WS-NEW-PRIOR-RATE(WS-NEW-IDX) TO FX-PRIOR-RATE
               MOVE WS-NEW-PRIOR-DATE(WS-NEW-IDX) TO FX-PRIOR-DATE
               MOVE WS-NEW-BASE-FLAG(WS-NEW-IDX)  TO FX-BASE-FLAG
               WRITE RATE-REC
           END-PERFORM
           CLOSE RATE-FILE.

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
      * run in the shared run journal through REGISTRA-CORRIDA.
      * Rejected or stale rates end the run with a warning.
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
           MOVE WS-LOADED-COUNT   TO WS-JOURNAL-RECORDS
           MOVE WS-REJECTED-COUNT TO WS-JOURNAL-REJECTS
           IF RUN-WAS-REFUSED
               MOVE "SEVERE" TO WS-JOURNAL-STATUS
           ELSE
               IF WS-REJECTED-COUNT > ZERO OR WS-KEPT-COUNT > ZERO
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

       END PROGRAM CARGA-CAMBIOS.
