      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able single-transaction ledger poster for the
      *          daytime desks. Given a customer, D or C, an amount in
      *          the account's currency, a transaction code, the
      *          operator, a reason and (optionally) a related posting
      *          reference, it takes the ledger lock the posting run
      *          and ANULA-MOVIMIENTO keep, refuses a customer not on
      *          the master, closed or deceased, applies the amount
      *          through SUMA-NUMEROS / RESTA-NUMEROS, refuses a debit
      *          that would take the balance past the customer's
      *          credit limit on LEDGLIM.DAT (zero when none is on
      *          file) exactly as the posting run does -- except for a
      *          CONV opening balance, which is the position a customer
      *          taken over on a portfolio conversion already holds
      *          and not new lending -- and writes the posting to
      *          LEDGER.DAT and LEDGHIST.DAT under a reference from
      *          the LEDGHIST series. A business date in a month
      *          already closed is refused through VERIFICA-PERIODO,
      *          as in every other ledger poster. The next
      *          CONTABILIZA-MOVIMIENTOS trial balance carries it in
      *          its outside-the-feed section and control proof.
      *          Returns the posting reference, the balance after, the
      *          account's currency, and a refusal reason -- spaces
      *          when the transaction posted.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIENTA-MOVIMIENTO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
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
           SELECT CREDIT-LIMIT-FILE ASSIGN TO "LEDGLIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LL-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGLIM-FILE-STATUS.
           SELECT LEDGER-HISTORY-FILE ASSIGN TO "LEDGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGHIST-FILE-STATUS.
           SELECT LEDGER-LOCK-FILE ASSIGN TO "LEDGLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LLOCK-FILE-STATUS.
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

       FD  CREDIT-LIMIT-FILE.
       01  CREDIT-LIMIT-REC.
           05 LL-CUSTOMER-NUMBER PIC 9(8).
           05 LL-CREDIT-LIMIT  PIC 9(10)V99.
           05 LL-LAST-CHANGED  PIC 9(8).
           05 LL-MAKER-ID      PIC X(8).
           05 LL-CHECKER-ID    PIC X(8).

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

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-FILE-STATUS   PIC XX.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-LEDGLIM-FILE-STATUS  PIC XX.
       01 WS-LEDGHIST-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-LLOCK-FILE-STATUS    PIC XX.
       01 WS-LLOCK-SWITCH         PIC X VALUE 'N'.
          88 LEDGER-LOCK-HELD VALUE 'Y'.
       01 WS-LLOCK-TRY-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-LLOCK-TRY-LIMIT      PIC 9(2) VALUE 10.
       01 WS-LLOCK-WAIT-SECS      PIC 9(4) COMP VALUE 1.
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01 WS-THIS-PROGRAM         PIC X(18)
                                  VALUE "ASIENTA-MOVIMIENTO".
       01 WS-SUPERVISOR-ID        PIC X(8) VALUE SPACES.
       01 WS-PERIOD-RESULT        PIC X VALUE 'O'.
          88 PERIOD-IS-CLOSED VALUE 'C'.
       01 WS-FOUND-SWITCH         PIC X VALUE 'N'.
          88 CUSTOMER-FOUND VALUE 'Y'.
       01 WS-LEDGER-FOUND-SWITCH  PIC X VALUE 'N'.
          88 LEDGER-REC-FOUND VALUE 'Y'.
       01 WS-TRAN-DEBIT-CREDIT    PIC X.
          88 TRAN-IS-DEBIT  VALUE 'D'.
          88 TRAN-IS-CREDIT VALUE 'C'.
       01 WS-POSTING-REF          PIC 9(8) VALUE ZERO.
       01 WS-POSTING-SEQ-NAME     PIC X(8) VALUE "LEDGHIST".
       01 WS-BALANCE-ABS          PIC 9(10)V99 VALUE ZERO.
       01 WS-CALC-RESULT          PIC S9(12)V99 SIGN LEADING
                                  SEPARATE VALUE ZERO.
       01 WS-CALC-STATUS          PIC X(20).
       01 WS-CUSTOMER-LIMIT       PIC 9(10)V99 VALUE ZERO.
       01 WS-OVERDRAWN-BY         PIC S9(12)V99 VALUE ZERO.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
          05 FILLER               PIC X(7).

       LINKAGE SECTION.
       01 AM-CUSTOMER-NUMBER      PIC 9(8).
       01 AM-DEBIT-CREDIT         PIC X.
       01 AM-AMOUNT               PIC 9(10)V99.
       01 AM-TRAN-CODE            PIC X(4).
       01 AM-OPERATOR-ID          PIC X(8).
       01 AM-REASON               PIC X(24).
       01 AM-RELATED-REF          PIC 9(8).
       01 AM-POSTING-REF          PIC 9(8).
       01 AM-BALANCE-AFTER        PIC S9(12)V99 SIGN LEADING
                                  SEPARATE.
       01 AM-CURRENCY             PIC X(3).
       01 AM-REFUSE-REASON        PIC X(24).
      ******************************************************************
       PROCEDURE DIVISION USING AM-CUSTOMER-NUMBER, AM-DEBIT-CREDIT,
           AM-AMOUNT, AM-TRAN-CODE, AM-OPERATOR-ID, AM-REASON,
           AM-RELATED-REF, AM-POSTING-REF, AM-BALANCE-AFTER,
           AM-CURRENCY, AM-REFUSE-REASON.

       MAIN-LOGIC.
           MOVE ZERO TO AM-POSTING-REF
           MOVE ZERO TO AM-BALANCE-AFTER
           MOVE SPACES TO AM-CURRENCY
           MOVE SPACES TO AM-REFUSE-REASON
           MOVE AM-DEBIT-CREDIT TO WS-TRAN-DEBIT-CREDIT
           IF NOT TRAN-IS-DEBIT AND NOT TRAN-IS-CREDIT
               MOVE "INVALID DEBIT/CREDIT" TO AM-REFUSE-REASON
               GOBACK
           END-IF
           IF AM-AMOUNT IS NOT NUMERIC OR AM-AMOUNT = ZERO
               MOVE "INVALID AMOUNT" TO AM-REFUSE-REASON
               GOBACK
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM ACQUIRE-LEDGER-LOCK
           IF NOT LEDGER-LOCK-HELD
               MOVE "LEDGER LOCKED BY ANOTHER JOB"
                   TO AM-REFUSE-REASON
               GOBACK
           END-IF
           PERFORM CHECK-CUSTOMER-STATUS
           IF AM-REFUSE-REASON = SPACES
               PERFORM CHECK-POSTING-PERIOD
           END-IF
           IF AM-REFUSE-REASON = SPACES
               PERFORM APPLY-TO-LEDGER
           END-IF
           PERFORM RELEASE-LEDGER-LOCK
           GOBACK.

       CHECK-CUSTOMER-STATUS.
           MOVE 'N' TO WS-FOUND-SWITCH
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "00"
               MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTOMER-MASTER-FILE
                   KEY IS CM-CUSTOMER-NUMBER
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-SWITCH
                   NOT INVALID KEY
                       SET CUSTOMER-FOUND TO TRUE
               END-READ
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           IF NOT CUSTOMER-FOUND
               MOVE "CUSTOMER NOT FOUND" TO AM-REFUSE-REASON
           ELSE
               IF CUSTOMER-CLOSED
                   MOVE "CUSTOMER IS CLOSED" TO AM-REFUSE-REASON
               END-IF
               IF CUSTOMER-DECEASED
                   MOVE "CUSTOMER IS DECEASED" TO AM-REFUSE-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CHECK-POSTING-PERIOD refuses a posting on a business date that
      * falls in a month CIERRA-MES has closed, as every other ledger
      * poster does. No supervisor is offered: a back-dated
      * adjustment is not a desk posting.
      *----------------------------------------------------------------
       CHECK-POSTING-PERIOD.
           MOVE SPACES TO WS-SUPERVISOR-ID
           CALL "VERIFICA-PERIODO" USING WS-BUSINESS-DATE,
               WS-THIS-PROGRAM, AM-OPERATOR-ID, WS-SUPERVISOR-ID,
               WS-PERIOD-RESULT
           IF PERIOD-IS-CLOSED
               MOVE "PERIOD CLOSED" TO AM-REFUSE-REASON
           END-IF.

      *----------------------------------------------------------------
      * APPLY-TO-LEDGER reads (or starts) the balance, moves it, and
      * writes it back with its history record; the reference is
      * taken only once the amount is known to post, so a refusal
      * leaves no gap in the LEDGHIST series. A balance that cannot
      * be written back refuses the posting with no history record
      * and no reference returned, so LEDGHIST.DAT never carries a
      * posting LEDGER.DAT does not.
      *----------------------------------------------------------------
       APPLY-TO-LEDGER.
           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               MOVE "LEDGER NOT AVAILABLE" TO AM-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE AM-CUSTOMER-NUMBER TO LG-CUSTOMER-NUMBER
           MOVE 'N' TO WS-LEDGER-FOUND-SWITCH
           READ LEDGER-FILE
               KEY IS LG-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE AM-CUSTOMER-NUMBER TO LG-CUSTOMER-NUMBER
                   MOVE ZERO TO LG-BALANCE
                   MOVE ZERO TO LG-LAST-POSTED
                   MOVE SPACES TO LG-CURRENCY
               NOT INVALID KEY
                   SET LEDGER-REC-FOUND TO TRUE
           END-READ
           PERFORM APPLY-AMOUNT-TO-BALANCE
           IF AM-REFUSE-REASON = SPACES AND TRAN-IS-DEBIT
                   AND WS-CALC-RESULT < ZERO
                   AND AM-TRAN-CODE NOT = "CONV"
               PERFORM CHECK-CREDIT-LIMIT
           END-IF
           IF AM-REFUSE-REASON = SPACES
               CALL "SIGUIENTE-NUMERO" USING WS-POSTING-SEQ-NAME,
                   WS-POSTING-REF
               IF WS-POSTING-REF = ZERO
                   MOVE "POSTING REF UNAVAILABLE" TO AM-REFUSE-REASON
               END-IF
           END-IF
           IF AM-REFUSE-REASON = SPACES
               MOVE WS-CALC-RESULT TO LG-BALANCE
               MOVE WS-BUSINESS-DATE TO LG-LAST-POSTED
               IF LEDGER-REC-FOUND
                   REWRITE LEDGER-REC
                       INVALID KEY
                           MOVE "LEDGER UPDATE FAILED"
                               TO AM-REFUSE-REASON
                   END-REWRITE
               ELSE
                   WRITE LEDGER-REC
                       INVALID KEY
                           MOVE "LEDGER UPDATE FAILED"
                               TO AM-REFUSE-REASON
                   END-WRITE
               END-IF
               IF WS-LEDGER-FILE-STATUS NOT = "00"
                   MOVE "LEDGER UPDATE FAILED" TO AM-REFUSE-REASON
               END-IF
           END-IF
           IF AM-REFUSE-REASON NOT = SPACES
               MOVE ZERO TO WS-POSTING-REF
           ELSE
               PERFORM WRITE-LEDGER-HISTORY-RECORD
               MOVE WS-POSTING-REF TO AM-POSTING-REF
               MOVE LG-BALANCE     TO AM-BALANCE-AFTER
               MOVE LG-CURRENCY    TO AM-CURRENCY
           END-IF
           CLOSE LEDGER-FILE.

      *----------------------------------------------------------------
      * APPLY-AMOUNT-TO-BALANCE lays out the four sign cases through
      * the shared SUMA-NUMEROS / RESTA-NUMEROS package exactly as
      * the posting run does; an OVERFLOW status refuses the posting.
      *----------------------------------------------------------------
       APPLY-AMOUNT-TO-BALANCE.
           MOVE SPACES TO WS-CALC-STATUS
           IF LG-BALANCE < ZERO
               COMPUTE WS-BALANCE-ABS = LG-BALANCE * -1
           ELSE
               MOVE LG-BALANCE TO WS-BALANCE-ABS
           END-IF
           IF TRAN-IS-CREDIT
               IF LG-BALANCE < ZERO
                   CALL "RESTA-NUMEROS" USING AM-AMOUNT,
                       WS-BALANCE-ABS, WS-CALC-RESULT,
                       WS-CALC-STATUS
               ELSE
                   CALL "SUMA-NUMEROS" USING WS-BALANCE-ABS,
                       AM-AMOUNT, WS-CALC-RESULT, WS-CALC-STATUS
               END-IF
           ELSE
               IF LG-BALANCE < ZERO
                   CALL "SUMA-NUMEROS" USING WS-BALANCE-ABS,
                       AM-AMOUNT, WS-CALC-RESULT, WS-CALC-STATUS
                   IF WS-CALC-STATUS = "OK"
                       COMPUTE WS-CALC-RESULT = WS-CALC-RESULT * -1
                   END-IF
               ELSE
                   CALL "RESTA-NUMEROS" USING WS-BALANCE-ABS,
                       AM-AMOUNT, WS-CALC-RESULT, WS-CALC-STATUS
               END-IF
           END-IF
           IF WS-CALC-STATUS NOT = "OK"
               MOVE "AMOUNT OVERFLOW" TO AM-REFUSE-REASON
           END-IF.

      *----------------------------------------------------------------
      * CHECK-CREDIT-LIMIT holds a debit that leaves the balance
      * overdrawn to the customer's limit on LEDGLIM.DAT, with no
      * limit on file (or no file) meaning no overdraft at all.
      *----------------------------------------------------------------
       CHECK-CREDIT-LIMIT.
           MOVE ZERO TO WS-CUSTOMER-LIMIT
           OPEN INPUT CREDIT-LIMIT-FILE
           IF WS-LEDGLIM-FILE-STATUS = "00"
               MOVE AM-CUSTOMER-NUMBER TO LL-CUSTOMER-NUMBER
               READ CREDIT-LIMIT-FILE
                   KEY IS LL-CUSTOMER-NUMBER
                   INVALID KEY
                       MOVE ZERO TO WS-CUSTOMER-LIMIT
                   NOT INVALID KEY
                       MOVE LL-CREDIT-LIMIT TO WS-CUSTOMER-LIMIT
               END-READ
               CLOSE CREDIT-LIMIT-FILE
           END-IF
           COMPUTE WS-OVERDRAWN-BY = WS-CALC-RESULT * -1
           IF WS-OVERDRAWN-BY > WS-CUSTOMER-LIMIT
               MOVE "OVER CREDIT LIMIT" TO AM-REFUSE-REASON
           END-IF.

       WRITE-LEDGER-HISTORY-RECORD.
           OPEN EXTEND LEDGER-HISTORY-FILE
           IF WS-LEDGHIST-FILE-STATUS = "35"
               OPEN OUTPUT LEDGER-HISTORY-FILE
           END-IF
           MOVE SPACES TO LEDGER-HISTORY-REC
           MOVE WS-POSTING-REF        TO LH-POSTING-REF
           MOVE AM-CUSTOMER-NUMBER    TO LH-CUSTOMER-NUMBER
           MOVE WS-BUSINESS-DATE      TO LH-BUSINESS-DATE
           MOVE WS-TRAN-DEBIT-CREDIT  TO LH-DEBIT-CREDIT
           MOVE AM-AMOUNT             TO LH-AMOUNT
           MOVE LG-BALANCE            TO LH-BALANCE-AFTER
           MOVE AM-OPERATOR-ID        TO LH-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO LH-TIMESTAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
               INTO LH-TIMESTAMP
           MOVE AM-TRAN-CODE          TO LH-TRAN-CODE
           IF AM-RELATED-REF IS NUMERIC
               MOVE AM-RELATED-REF    TO LH-RELATED-REF
           ELSE
               MOVE ZERO              TO LH-RELATED-REF
           END-IF
           MOVE AM-REASON             TO LH-REASON
           WRITE LEDGER-HISTORY-REC
           CLOSE LEDGER-HISTORY-FILE.

      *----------------------------------------------------------------
      * ACQUIRE-LEDGER-LOCK holds LEDGLOCK.DAT open WITH LOCK for the
      * read-and-rewrite of a balance, the same discipline the
      * posting run keeps, waiting and retrying while another job has
      * it and giving up after the retries run out.
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
           END-PERFORM.

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

       END PROGRAM ASIENTA-MOVIMIENTO.
