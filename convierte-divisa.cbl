      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able currency conversion for everything that
      *          reports ledger money in the base currency. The day's
      *          rates are on FXRATE.DAT, rebuilt each morning by
      *          CARGA-CAMBIOS from the rate feed: one record per
      *          currency with the units of base currency one unit
      *          buys, the rate before it, and the base currency
      *          itself flagged 'B' at a rate of one. The file is read
      *          once, on the first call of the run. Given a currency
      *          and an amount in it, hands back the amount in base
      *          currency (rounded to the cent), the rate used and the
      *          base currency code. A blank currency is the base
      *          currency -- every balance booked before the ledger
      *          carried a currency is -- and always converts at one.
      *          Result 'Y' when converted; 'N' when the currency has
      *          no rate on file, in which case the base amount is
      *          zero and the caller decides what that means.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-DIVISA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "FXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  WS-RATE-FILE-STATUS     PIC XX.
       01  WS-LOADED-SWITCH        PIC X VALUE 'N'.
           88 RATES-ARE-LOADED VALUE 'Y'.
       01  WS-RATE-EOF-SWITCH      PIC X VALUE 'N'.
           88 RATE-FILE-EOF VALUE 'Y'.
       01  WS-BASE-CURRENCY        PIC X(3) VALUE SPACES.
       01  WS-RATE-TABLE.
           05 WS-RATE-COUNT        PIC 9(2) COMP VALUE ZERO.
           05 WS-RATE-ENTRY OCCURS 50.
              10 WS-RT-CURRENCY    PIC X(3).
              10 WS-RT-RATE        PIC 9(5)V9(6).
       01  WS-RATE-IDX             PIC 9(2) COMP VALUE ZERO.
       01  WS-FOUND-IDX            PIC 9(2) COMP VALUE ZERO.

       LINKAGE SECTION.
       01  CD-CURRENCY         PIC X(3).
       01  CD-AMOUNT           PIC S9(14)V99.
       01  CD-BASE-AMOUNT      PIC S9(14)V99.
       01  CD-RATE             PIC 9(5)V9(6).
       01  CD-BASE-CURRENCY    PIC X(3).
       01  CD-RESULT           PIC X.

       PROCEDURE DIVISION USING CD-CURRENCY, CD-AMOUNT,
           CD-BASE-AMOUNT, CD-RATE, CD-BASE-CURRENCY, CD-RESULT.
       MAIN-LOGIC.
           IF NOT RATES-ARE-LOADED
               PERFORM LOAD-RATE-TABLE
           END-IF
           MOVE WS-BASE-CURRENCY TO CD-BASE-CURRENCY
           MOVE ZERO TO CD-BASE-AMOUNT
           MOVE ZERO TO CD-RATE
           MOVE 'N' TO CD-RESULT
           IF CD-CURRENCY = SPACES OR CD-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO CD-RATE
               MOVE CD-AMOUNT TO CD-BASE-AMOUNT
               MOVE 'Y' TO CD-RESULT
               GOBACK
           END-IF
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-CURRENCY(WS-RATE-IDX) = CD-CURRENCY
                   MOVE WS-RATE-IDX TO WS-FOUND-IDX
                   MOVE WS-RATE-COUNT TO WS-RATE-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO
               GOBACK
           END-IF
           MOVE WS-RT-RATE(WS-FOUND-IDX) TO CD-RATE
           COMPUTE CD-BASE-AMOUNT ROUNDED = CD-AMOUNT * CD-RATE
               ON SIZE ERROR
                   MOVE ZERO TO CD-BASE-AMOUNT
                   GOBACK
           END-COMPUTE
           MOVE 'Y' TO CD-RESULT
           GOBACK.

      *----------------------------------------------------------------
      * LOAD-RATE-TABLE holds FXRATE.DAT in core for the run. With no
      * rate file only the base currency (blank) converts.
      *----------------------------------------------------------------
       LOAD-RATE-TABLE.
           SET RATES-ARE-LOADED TO TRUE
           MOVE ZERO TO WS-RATE-COUNT
           MOVE 'N' TO WS-RATE-EOF-SWITCH
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RATE-RECORD
           PERFORM UNTIL RATE-FILE-EOF
               IF FX-IS-BASE-CURRENCY
                   MOVE FX-CURRENCY TO WS-BASE-CURRENCY
               END-IF
               IF FX-CURRENCY NOT = SPACES AND FX-RATE IS NUMERIC
                       AND WS-RATE-COUNT < 50
                   ADD 1 TO WS-RATE-COUNT
                   MOVE FX-CURRENCY TO WS-RT-CURRENCY(WS-RATE-COUNT)
                   MOVE FX-RATE     TO WS-RT-RATE(WS-RATE-COUNT)
               END-IF
               PERFORM READ-RATE-RECORD
           END-PERFORM
           CLOSE RATE-FILE.

       READ-RATE-RECORD.
           READ RATE-FILE
               AT END SET RATE-FILE-EOF TO TRUE
           END-READ.

       END PROGRAM CONVIERTE-DIVISA.
