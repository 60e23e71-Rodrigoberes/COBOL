      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Reversal and correction of a posted ledger
      *          transaction. The only remedy used to be an
      *          opposite-sign transaction keyed into the next feed
      *          with nothing tying it to the original. Here the
      *          operator names the original posting by its LEDGHIST
      *          posting reference and gives a reason; the program
      *          backs the exact amount out of LEDGER.DAT once and for
      *          all -- a posting already reversed, or itself a
      *          reversal, is refused -- and writes the reversal to
      *          LEDGHIST.DAT as code REVR carrying the original's
      *          reference, the operator, and the reason. A corrected
      *          amount may then be posted as code CORR tied to the
      *          same original. Both sit on the ledger history beside
      *          the original, and the next CONTABILIZA-MOVIMIENTOS
      *          trial balance lists them in its outside-the-feed
      *          section.
      *
      *          PARM: the operator id; prompted for when absent.
      * Tectonics: cobc
      *****************************************************************
      * Modification History:
      * 2026-10-15 RO When the business date falls in a period
      *               CIERRA-MES has closed, nothing posts unless a
      *               supervisor authorizes the session as a back-
      *               dated adjustment (VERIFICA-PERIODO).
      * 2026-10-15 RO The settlement BAJA-DE-CLIENTES posts when it
      *               closes an account (code SETL) is refused: it
      *               cannot be reversed onto a closed account.
      * 2026-10-15 RO A reversal onto the account of a deceased customer
      *               is refused; the estate settlement in BAJA-DE-
      *               CLIENTES takes the balance as it stands.
      * 2026-10-15 RO Interactive sign-on now asks for the operator's
      *               password through AUTENTICA-OPERADOR.
      * 2026-10-15 RO A supervisor authorizing postings into a closed
      *               period now keys the supervisor's password too.
      * 2026-10-15 RO The ledger record carries the balance's currency;
      *               a reversal is booked in the currency of the
      *               account it reverses on, and an account it opens
      *               is in the base currency.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANULA-MOVIMIENTO.
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
              88 POSTING-IS-REVERSAL   VALUE "REVR".
              88 POSTING-IS-CORRECTION VALUE "CORR".
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
       01 WS-LEDGHIST-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-LLOCK-FILE-STATUS    PIC XX.
       01 WS-LLOCK-SWITCH         PIC X VALUE 'N'.
          88 LEDGER-LOCK-HELD VALUE 'Y'.
       01 WS-LLOCK-TRY-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-LLOCK-TRY-LIMIT      PIC 9(2) VALUE 10.
       01 WS-LLOCK-WAIT-SECS      PIC 9(4) COMP VALUE 1.
       01 WS-PARM.
          05 WS-PARM-OPERATOR-ID  PIC X(8).
       01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01 WS-OPERID-VALID-SW      PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.
       01 WS-THIS-PROGRAM         PIC X(18) VALUE "ANULA-MOVIMIENTO".
       01 WS-SUPERVISOR-ID        PIC X(8) VALUE SPACES.
       01 WS-SUPER-AUTH-SW        PIC X VALUE 'N'.
          88 SUPERVISOR-SIGNED-ON VALUE 'Y'.
       01 WS-PERIOD-RESULT        PIC X VALUE 'O'.
          88 PERIOD-IS-CLOSED VALUE 'C'.
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01 WS-HISTORY-EOF-SWITCH   PIC X VALUE 'N'.
          88 HISTORY-FILE-EOF VALUE 'Y'.
       01 WS-ORIGINAL-SWITCH      PIC X VALUE 'N'.
          88 ORIGINAL-FOUND VALUE 'Y'.
       01 WS-REVERSED-SWITCH      PIC X VALUE 'N'.
          88 ORIGINAL-ALREADY-REVERSED VALUE 'Y'.
       01 WS-FOUND-SWITCH         PIC X VALUE 'N'.
          88 CUSTOMER-FOUND VALUE 'Y'.
       01 WS-LEDGER-FOUND-SWITCH  PIC X VALUE 'N'.
          88 LEDGER-REC-FOUND VALUE 'Y'.
       01 WS-DONE-SWITCH          PIC X VALUE 'N'.
          88 OPERATOR-IS-DONE VALUE 'Y'.
       01 WS-WANTED-REF           PIC 9(8) VALUE ZERO.
       01 WS-ORIGINAL-POSTING.
          05 WS-OR-POSTING-REF    PIC 9(8).
          05 WS-OR-CUSTOMER-NUMBER PIC 9(8).
          05 WS-OR-BUSINESS-DATE  PIC 9(8).
          05 WS-OR-DEBIT-CREDIT   PIC X.
          05 WS-OR-AMOUNT         PIC 9(10)V99.
          05 WS-OR-TRAN-CODE      PIC X(4).
       01 WS-REVERSAL-REF         PIC 9(8) VALUE ZERO.
       01 WS-REASON               PIC X(24) VALUE SPACES.
       01 WS-ANSWER               PIC X(3).
       01 WS-REFUSE-REASON        PIC X(40).
      * the transaction being applied: a reversal, or a correction
       01 WS-TRAN-CODE            PIC X(4).
       01 WS-TRAN-DEBIT-CREDIT    PIC X.
          88 TRAN-IS-DEBIT  VALUE 'D'.
          88 TRAN-IS-CREDIT VALUE 'C'.
       01 WS-TRAN-AMOUNT          PIC 9(10)V99 VALUE ZERO.
       01 WS-POSTING-REF          PIC 9(8) VALUE ZERO.
       01 WS-POSTING-SEQ-NAME     PIC X(8) VALUE "LEDGHIST".
       01 WS-POSTED-SWITCH        PIC X VALUE 'N'.
          88 TRANSACTION-POSTED VALUE 'Y'.
       01 WS-BALANCE-ABS          PIC 9(10)V99 VALUE ZERO.
       01 WS-CALC-RESULT          PIC S9(12)V99 SIGN LEADING
                                  SEPARATE VALUE ZERO.
       01 WS-CALC-STATUS          PIC X(20).
       01 WS-NUMBER-TEXT          PIC X(20).
       01 WS-EDITED-AMOUNT        PIC Z(9)9.99.
       01 WS-EDITED-BALANCE       PIC -Z(11)9.99.
       01 WS-REVERSED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-CORRECTED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
          05 FILLER               PIC X(7).
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM READ-BUSINESS-DATE
           PERFORM SIGN-ON-OPERATOR
           PERFORM CHECK-POSTING-PERIOD
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM REVERSE-ONE-POSTING
           END-PERFORM
           DISPLAY "POSTINGS REVERSED:   " WS-REVERSED-COUNT
           DISPLAY "CORRECTIONS POSTED:  " WS-CORRECTED-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * SIGN-ON-OPERATOR takes the operator id from the PARM the menu
      * passes, prompting until a valid one is given when there is
      * none -- every reversal carries who made it.
      *----------------------------------------------------------------
       SIGN-ON-OPERATOR.
           MOVE WS-PARM-OPERATOR-ID TO WS-OPERATOR-ID
           IF WS-OPERATOR-ID NOT = SPACES
               CALL "VALIDA-OPERADOR" USING WS-OPERATOR-ID,
                   WS-THIS-PROGRAM, WS-OPERID-VALID-SW,
                   WS-OPERATOR-ROLE
           END-IF
           PERFORM UNTIL OPERATOR-IS-VALID
               DISPLAY "PLEASE INTRODUCE YOUR OPERATOR ID"
               ACCEPT WS-OPERATOR-ID
               CALL "VALIDA-OPERADOR" USING WS-OPERATOR-ID,
                   WS-THIS-PROGRAM, WS-OPERID-VALID-SW,
                   WS-OPERATOR-ROLE
               IF OPERATOR-IS-VALID
                   CALL "AUTENTICA-OPERADOR" USING WS-OPERATOR-ID,
                       WS-THIS-PROGRAM, WS-OPERID-VALID-SW
                   IF NOT OPERATOR-IS-VALID
                       DISPLAY "SIGN-ON REFUSED - TRY AGAIN"
                   END-IF
               ELSE
                   DISPLAY "UNKNOWN OPERATOR ID - TRY AGAIN"
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * CHECK-POSTING-PERIOD stops the session before anything posts
      * when the business date falls in a period CIERRA-MES has
      * closed, unless a supervisor signs in to authorize the
      * session's postings as back-dated adjustments.
      *----------------------------------------------------------------
       CHECK-POSTING-PERIOD.
           MOVE SPACES TO WS-SUPERVISOR-ID
           CALL "VERIFICA-PERIODO" USING WS-BUSINESS-DATE,
               WS-THIS-PROGRAM, WS-OPERATOR-ID, WS-SUPERVISOR-ID,
               WS-PERIOD-RESULT
           IF NOT PERIOD-IS-CLOSED
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SUPERVISOR ID TO AUTHORIZE (BLANK TO FINISH)"
           ACCEPT WS-SUPERVISOR-ID
           IF WS-SUPERVISOR-ID NOT = SPACES
               CALL "VERIFICA-PERIODO" USING WS-BUSINESS-DATE,
                   WS-THIS-PROGRAM, WS-OPERATOR-ID, WS-SUPERVISOR-ID,
                   WS-PERIOD-RESULT
               IF NOT PERIOD-IS-CLOSED
                   CALL "AUTENTICA-OPERADOR" USING WS-SUPERVISOR-ID,
                       WS-THIS-PROGRAM, WS-SUPER-AUTH-SW
                   IF NOT SUPERVISOR-SIGNED-ON
                       SET PERIOD-IS-CLOSED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-SUPERVISOR-ID = SPACES OR PERIOD-IS-CLOSED
               DISPLAY "NOTHING CAN BE POSTED - BUSINESS DATE IN "
                   "CLOSED PERIOD"
               SET OPERATOR-IS-DONE TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * REVERSE-ONE-POSTING takes a posting reference (zero to
      * finish), shows the original, takes the reason and a
      * confirmation, and posts the reversal -- then offers the
      * corrected amount, if there is one, as a posting of its own.
      *----------------------------------------------------------------
       REVERSE-ONE-POSTING.
           DISPLAY "POSTING REFERENCE TO REVERSE (0 TO FINISH)"
           MOVE ZERO TO WS-WANTED-REF
           ACCEPT WS-WANTED-REF
           IF WS-WANTED-REF = ZERO
               SET OPERATOR-IS-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ORIGINAL-POSTING
           IF NOT ORIGINAL-FOUND
               DISPLAY "NO POSTING " WS-WANTED-REF " ON LEDGHIST.DAT"
               EXIT PARAGRAPH
           END-IF
           IF WS-OR-TRAN-CODE = "REVR"
               DISPLAY "POSTING " WS-WANTED-REF " IS ITSELF A "
                   "REVERSAL - IT CANNOT BE REVERSED"
               EXIT PARAGRAPH
           END-IF
           IF WS-OR-TRAN-CODE = "SETL"
               DISPLAY "POSTING " WS-WANTED-REF " SETTLED A CLOSED "
                   "ACCOUNT - IT CANNOT BE REVERSED"
               EXIT PARAGRAPH
           END-IF
           IF ORIGINAL-ALREADY-REVERSED
               DISPLAY "POSTING " WS-WANTED-REF " WAS ALREADY "
                   "REVERSED - REFUSED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OR-AMOUNT TO WS-EDITED-AMOUNT
           DISPLAY "ORIGINAL: CUSTOMER " WS-OR-CUSTOMER-NUMBER
               " " WS-OR-DEBIT-CREDIT " " WS-EDITED-AMOUNT
               " POSTED " WS-OR-BUSINESS-DATE
           MOVE SPACES TO WS-REASON
           PERFORM UNTIL WS-REASON NOT = SPACES
               DISPLAY "REASON FOR THE REVERSAL"
               ACCEPT WS-REASON
           END-PERFORM
           DISPLAY "REVERSE THIS POSTING? (YES/NO)"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "YES" AND WS-ANSWER NOT = "yes"
               DISPLAY "NOTHING REVERSED"
               EXIT PARAGRAPH
           END-IF
           MOVE "REVR" TO WS-TRAN-CODE
           IF WS-OR-DEBIT-CREDIT = 'D'
               MOVE 'C' TO WS-TRAN-DEBIT-CREDIT
           ELSE
               MOVE 'D' TO WS-TRAN-DEBIT-CREDIT
           END-IF
           MOVE WS-OR-AMOUNT TO WS-TRAN-AMOUNT
           PERFORM POST-LEDGER-TRANSACTION
           IF NOT TRANSACTION-POSTED
               DISPLAY "REVERSAL REFUSED - " WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REVERSED-COUNT
           MOVE WS-POSTING-REF TO WS-REVERSAL-REF
           DISPLAY "POSTING " WS-WANTED-REF " REVERSED BY "
               WS-REVERSAL-REF
           PERFORM OFFER-CORRECTION.

      *----------------------------------------------------------------
      * OFFER-CORRECTION posts the amount that should have been
      * posted in the first place, tied to the same original, when
      * the reversal was the first half of a correction.
      *----------------------------------------------------------------
       OFFER-CORRECTION.
           DISPLAY "POST A CORRECTED AMOUNT FOR THIS POSTING? (Y/N)"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER(1:1) NOT = 'Y' AND WS-ANSWER(1:1) NOT = 'y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-TRAN-DEBIT-CREDIT
           PERFORM UNTIL TRAN-IS-DEBIT OR TRAN-IS-CREDIT
               DISPLAY "CORRECTED DEBIT OR CREDIT (D/C)"
               ACCEPT WS-TRAN-DEBIT-CREDIT
               MOVE FUNCTION UPPER-CASE(WS-TRAN-DEBIT-CREDIT)
                   TO WS-TRAN-DEBIT-CREDIT
           END-PERFORM
           MOVE ZERO TO WS-TRAN-AMOUNT
           PERFORM UNTIL WS-TRAN-AMOUNT > ZERO
               DISPLAY "CORRECTED AMOUNT"
               MOVE SPACES TO WS-NUMBER-TEXT
               ACCEPT WS-NUMBER-TEXT
               IF WS-NUMBER-TEXT NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-NUMBER-TEXT) = ZERO
                   COMPUTE WS-TRAN-AMOUNT =
                       FUNCTION NUMVAL(WS-NUMBER-TEXT)
               ELSE
                   DISPLAY "INVALID AMOUNT - PLEASE TRY AGAIN"
               END-IF
           END-PERFORM
           MOVE "CORR" TO WS-TRAN-CODE
           PERFORM POST-LEDGER-TRANSACTION
           IF TRANSACTION-POSTED
               ADD 1 TO WS-CORRECTED-COUNT
               DISPLAY "CORRECTION POSTED AS " WS-POSTING-REF
           ELSE
               DISPLAY "CORRECTION REFUSED - " WS-REFUSE-REASON
           END-IF.

      *----------------------------------------------------------------
      * FIND-ORIGINAL-POSTING reads the ledger history once for the
      * wanted reference, noting on the same pass whether a reversal
      * naming it is already there.
      *----------------------------------------------------------------
       FIND-ORIGINAL-POSTING.
           MOVE 'N' TO WS-ORIGINAL-SWITCH
           MOVE 'N' TO WS-REVERSED-SWITCH
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT LEDGER-HISTORY-FILE
           IF WS-LEDGHIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-HISTORY-RECORD
           PERFORM UNTIL HISTORY-FILE-EOF
               IF LH-POSTING-REF = WS-WANTED-REF
                   SET ORIGINAL-FOUND TO TRUE
                   MOVE LH-POSTING-REF     TO WS-OR-POSTING-REF
                   MOVE LH-CUSTOMER-NUMBER TO WS-OR-CUSTOMER-NUMBER
                   MOVE LH-BUSINESS-DATE   TO WS-OR-BUSINESS-DATE
                   MOVE LH-DEBIT-CREDIT    TO WS-OR-DEBIT-CREDIT
                   MOVE LH-AMOUNT          TO WS-OR-AMOUNT
                   MOVE LH-TRAN-CODE       TO WS-OR-TRAN-CODE
               END-IF
               IF POSTING-IS-REVERSAL
                       AND LH-RELATED-REF IS NUMERIC
                       AND LH-RELATED-REF = WS-WANTED-REF
                   SET ORIGINAL-ALREADY-REVERSED TO TRUE
               END-IF
               PERFORM READ-HISTORY-RECORD
           END-PERFORM
           CLOSE LEDGER-HISTORY-FILE.

       READ-HISTORY-RECORD.
           READ LEDGER-HISTORY-FILE
               AT END SET HISTORY-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * POST-LEDGER-TRANSACTION applies the reversal or correction to
      * the customer's balance under the ledger lock. A reversal is
      * checked again once the lock is held, so two desks reversing
      * the same posting at once still back it out only once.
      *----------------------------------------------------------------
       POST-LEDGER-TRANSACTION.
           MOVE 'N' TO WS-POSTED-SWITCH
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM ACQUIRE-LEDGER-LOCK
           IF NOT LEDGER-LOCK-HELD
               MOVE "LEDGER LOCKED BY ANOTHER JOB"
                   TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAN-CODE = "REVR"
               PERFORM FIND-ORIGINAL-POSTING
               IF ORIGINAL-ALREADY-REVERSED
                   MOVE "ALREADY REVERSED" TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM CHECK-CUSTOMER-STATUS
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM APPLY-TO-LEDGER
           END-IF
           PERFORM RELEASE-LEDGER-LOCK.

       CHECK-CUSTOMER-STATUS.
           MOVE 'N' TO WS-FOUND-SWITCH
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "00"
               MOVE WS-OR-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
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
               MOVE "CUSTOMER NOT FOUND" TO WS-REFUSE-REASON
           ELSE
               IF CUSTOMER-CLOSED
                   MOVE "CUSTOMER IS CLOSED" TO WS-REFUSE-REASON
               END-IF
               IF CUSTOMER-DECEASED
                   MOVE "CUSTOMER IS DECEASED" TO WS-REFUSE-REASON
               END-IF
           END-IF.

       APPLY-TO-LEDGER.
           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               MOVE "LEDGER NOT AVAILABLE" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OR-CUSTOMER-NUMBER TO LG-CUSTOMER-NUMBER
           MOVE 'N' TO WS-LEDGER-FOUND-SWITCH
           READ LEDGER-FILE
               KEY IS LG-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE WS-OR-CUSTOMER-NUMBER TO LG-CUSTOMER-NUMBER
                   MOVE ZERO TO LG-BALANCE
                   MOVE ZERO TO LG-LAST-POSTED
                   MOVE SPACES TO LG-CURRENCY
               NOT INVALID KEY
                   SET LEDGER-REC-FOUND TO TRUE
           END-READ
           PERFORM APPLY-AMOUNT-TO-BALANCE
           IF WS-REFUSE-REASON = SPACES
               CALL "SIGUIENTE-NUMERO" USING WS-POSTING-SEQ-NAME,
                   WS-POSTING-REF
               IF WS-POSTING-REF = ZERO
                   MOVE "POSTING REF UNAVAILABLE" TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-CALC-RESULT TO LG-BALANCE
               MOVE WS-BUSINESS-DATE TO LG-LAST-POSTED
               IF LEDGER-REC-FOUND
                   REWRITE LEDGER-REC
               ELSE
                   WRITE LEDGER-REC
               END-IF
               PERFORM WRITE-LEDGER-HISTORY-RECORD
               SET TRANSACTION-POSTED TO TRUE
               MOVE LG-BALANCE TO WS-EDITED-BALANCE
               DISPLAY "NEW BALANCE: " WS-EDITED-BALANCE
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
                   CALL "RESTA-NUMEROS" USING WS-TRAN-AMOUNT,
                       WS-BALANCE-ABS, WS-CALC-RESULT,
                       WS-CALC-STATUS
               ELSE
                   CALL "SUMA-NUMEROS" USING WS-BALANCE-ABS,
                       WS-TRAN-AMOUNT, WS-CALC-RESULT, WS-CALC-STATUS
               END-IF
           ELSE
               IF LG-BALANCE < ZERO
                   CALL "SUMA-NUMEROS" USING WS-BALANCE-ABS,
                       WS-TRAN-AMOUNT, WS-CALC-RESULT, WS-CALC-STATUS
                   IF WS-CALC-STATUS = "OK"
                       COMPUTE WS-CALC-RESULT = WS-CALC-RESULT * -1
                   END-IF
               ELSE
                   CALL "RESTA-NUMEROS" USING WS-BALANCE-ABS,
                       WS-TRAN-AMOUNT, WS-CALC-RESULT, WS-CALC-STATUS
               END-IF
           END-IF
           IF WS-CALC-STATUS NOT = "OK"
               MOVE "AMOUNT OVERFLOW" TO WS-REFUSE-REASON
           END-IF.

       WRITE-LEDGER-HISTORY-RECORD.
           OPEN EXTEND LEDGER-HISTORY-FILE
           IF WS-LEDGHIST-FILE-STATUS = "35"
               OPEN OUTPUT LEDGER-HISTORY-FILE
           END-IF
           MOVE SPACES TO LEDGER-HISTORY-REC
           MOVE WS-POSTING-REF        TO LH-POSTING-REF
           MOVE WS-OR-CUSTOMER-NUMBER TO LH-CUSTOMER-NUMBER
           MOVE WS-BUSINESS-DATE      TO LH-BUSINESS-DATE
           MOVE WS-TRAN-DEBIT-CREDIT  TO LH-DEBIT-CREDIT
           MOVE WS-TRAN-AMOUNT        TO LH-AMOUNT
           MOVE LG-BALANCE            TO LH-BALANCE-AFTER
           MOVE WS-OPERATOR-ID        TO LH-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO LH-TIMESTAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
               INTO LH-TIMESTAMP
           MOVE WS-TRAN-CODE          TO LH-TRAN-CODE
           MOVE WS-OR-POSTING-REF     TO LH-RELATED-REF
           MOVE WS-REASON             TO LH-REASON
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
           END-PERFORM
           IF NOT LEDGER-LOCK-HELD
               DISPLAY "LEDGER LOCKED BY ANOTHER JOB - "
                   "POSTING REFUSED"
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

       END PROGRAM ANULA-MOVIMIENTO.
