      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Daytime teller window on the ledger. The operator
      *          looks up a customer's balance and most recent
      *          postings, and posts a single debit or credit at once
      *          through ASIENTA-MOVIMIENTO under the ledger lock, as
      *          code TELL. Each operator role carries the largest
      *          amount it may post on its own (AUTORIZA-IMPORTE,
      *          set by the security administrator in MANTIENE-
      *          OPERADORES); a posting above the operator's
      *          authority does not post but is queued on
      *          PENDAPRV.DAT, field code P, for a supervisor to
      *          release in APRUEBA-CAMBIOS. Ordinary operators see
      *          and post only to customers of their own branch.
      *          When the business date falls in a period CIERRA-MES
      *          has closed, the window is inquiry only. Teller
      *          postings are in the night's CONTABILIZA-MOVIMIENTOS
      *          trial balance and control proof with the other
      *          postings made outside the feed.
      *
      *          PARM: the operator id; prompted for when absent. The
      *          operator's password is asked for either way.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIENDE-VENTANILLA.
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
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDAPRV-FILE-STATUS.
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
           05 FILLER           PIC X VALUE SPACE.
           05 LH-RELATED-REF   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 LH-REASON        PIC X(24).

       FD  PENDING-APPROVAL-FILE.
       01  PENDING-APPROVAL-REC.
           05 PA-SEQ-NO        PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 PA-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 PA-FIELD-CODE    PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 PA-NEW-VALUE     PIC X(32).
           05 FILLER           PIC X VALUE SPACE.
           05 PA-MAKER-ID      PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 PA-BUSINESS-DATE PIC 9(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-FILE-STATUS   PIC XX.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-LEDGHIST-FILE-STATUS PIC XX.
       01 WS-PENDAPRV-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-PARM.
          05 WS-PARM-OPERATOR-ID  PIC X(8).
       01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01 WS-OPERID-VALID-SW      PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.
       01 WS-THIS-PROGRAM         PIC X(18)
                                  VALUE "ATIENDE-VENTANILLA".
       01 WS-SUPERVISOR-ID        PIC X(8) VALUE SPACES.
       01 WS-PERIOD-RESULT        PIC X VALUE 'O'.
          88 PERIOD-IS-CLOSED VALUE 'C'.
       01 WS-VS-ACTION            PIC X VALUE 'O'.
       01 WS-VS-BRANCH-CODE       PIC X(4) VALUE SPACES.
       01 WS-VS-SCOPE             PIC X VALUE 'A'.
          88 OPERATOR-ON-ALL-BRANCHES VALUE 'A'.
       01 WS-VS-BRANCH-NAME       PIC X(30).
       01 WS-VS-RESULT            PIC X.
      * the operator's posting authority from AUTORIZA-IMPORTE
       01 WS-AI-FUNCTION          PIC X VALUE 'L'.
       01 WS-AUTHORITY-AMOUNT     PIC 9(10)V99 VALUE ZERO.
       01 WS-AUTHORITY-RESULT     PIC X VALUE 'N'.
          88 AUTHORITY-ON-FILE VALUE 'Y'.
       01 WS-POSTING-SWITCH       PIC X VALUE 'Y'.
          88 POSTINGS-ALLOWED VALUE 'Y'.
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01 WS-DONE-SWITCH          PIC X VALUE 'N'.
          88 OPERATOR-IS-DONE VALUE 'Y'.
       01 WS-FOUND-SWITCH         PIC X VALUE 'N'.
          88 CUSTOMER-FOUND VALUE 'Y'.
       01 WS-SCOPE-SWITCH         PIC X VALUE 'Y'.
          88 CUSTOMER-IN-SCOPE VALUE 'Y'.
       01 WS-LEDGER-FOUND-SWITCH  PIC X VALUE 'N'.
          88 LEDGER-REC-FOUND VALUE 'Y'.
       01 WS-HISTORY-EOF-SWITCH   PIC X VALUE 'N'.
          88 HISTORY-FILE-EOF VALUE 'Y'.
       01 WS-OPTION               PIC X.
       01 WS-ANSWER               PIC X(3).
       01 WS-WANTED-CUSTOMER      PIC 9(8) VALUE ZERO.
       01 WS-NUMBER-TEXT          PIC X(20).
      * the transaction being keyed at the window
       01 WS-TELLER-CODE          PIC X(4) VALUE "TELL".
       01 WS-TRAN-DEBIT-CREDIT    PIC X.
          88 TRAN-IS-DEBIT  VALUE 'D'.
          88 TRAN-IS-CREDIT VALUE 'C'.
       01 WS-TRAN-AMOUNT          PIC 9(10)V99 VALUE ZERO.
       01 WS-TELLER-REASON        PIC X(19) VALUE SPACES.
       01 WS-POST-REASON          PIC X(24) VALUE SPACES.
       01 WS-RELATED-REF          PIC 9(8) VALUE ZERO.
       01 WS-POSTING-REF          PIC 9(8) VALUE ZERO.
       01 WS-BALANCE-AFTER        PIC S9(12)V99 SIGN LEADING
                                  SEPARATE VALUE ZERO.
       01 WS-POSTED-CURRENCY      PIC X(3) VALUE SPACES.
       01 WS-REFUSE-REASON        PIC X(24) VALUE SPACES.
      * a posting over the operator's authority as PENDAPRV carries
      * it in PA-NEW-VALUE for APRUEBA-CAMBIOS to release
       01 WS-QUEUED-POSTING.
          05 WS-QP-DEBIT-CREDIT   PIC X.
          05 WS-QP-AMOUNT         PIC 9(10)V99.
          05 WS-QP-REASON         PIC X(19).
       01 WS-PEND-SEQ-NAME        PIC X(8) VALUE "PENDAPRV".
       01 WS-PEND-SEQ-NO          PIC 9(8) VALUE ZERO.
      * the customer's last postings, oldest first, for the inquiry
       01 WS-RECENT-MAX           PIC 9(2) VALUE 10.
       01 WS-RECENT-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-RECENT-IDX           PIC 9(2) COMP VALUE ZERO.
       01 WS-RECENT-TABLE.
          05 WS-RECENT-ENTRY OCCURS 10 TIMES.
             10 WS-RC-POSTING-REF PIC 9(8).
             10 WS-RC-BUSINESS-DATE PIC 9(8).
             10 WS-RC-DEBIT-CREDIT PIC X.
             10 WS-RC-AMOUNT      PIC 9(10)V99.
             10 WS-RC-BALANCE-AFTER PIC S9(12)V99 SIGN LEADING
                                  SEPARATE.
             10 WS-RC-TRAN-CODE   PIC X(4).
       01 WS-EDITED-AMOUNT        PIC Z(9)9.99.
       01 WS-EDITED-BALANCE       PIC -Z(11)9.99.
       01 WS-INQUIRY-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-POSTED-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-QUEUED-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-REFUSED-COUNT        PIC 9(5) VALUE ZERO.
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
           PERFORM LOOK-UP-POSTING-AUTHORITY
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM SERVE-ONE-REQUEST
           END-PERFORM
           DISPLAY "BALANCE INQUIRIES:   " WS-INQUIRY-COUNT
           DISPLAY "POSTINGS MADE:       " WS-POSTED-COUNT
           DISPLAY "QUEUED FOR APPROVAL: " WS-QUEUED-COUNT
           DISPLAY "POSTINGS REFUSED:    " WS-REFUSED-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * SIGN-ON-OPERATOR takes the operator id from the PARM the menu
      * passes, prompting until a valid one is given when there is
      * none, then fetches the operator's home branch and scope
      * through VALIDA-SUCURSAL. The window moves money up to the
      * role's authority, so a PARM id must still give its password
      * through AUTENTICA-OPERADOR; a refusal falls back to the
      * prompt.
      *----------------------------------------------------------------
       SIGN-ON-OPERATOR.
           MOVE WS-PARM-OPERATOR-ID TO WS-OPERATOR-ID
           IF WS-OPERATOR-ID NOT = SPACES
               CALL "VALIDA-OPERADOR" USING WS-OPERATOR-ID,
                   WS-THIS-PROGRAM, WS-OPERID-VALID-SW,
                   WS-OPERATOR-ROLE
               IF OPERATOR-IS-VALID
                   CALL "AUTENTICA-OPERADOR" USING WS-OPERATOR-ID,
                       WS-THIS-PROGRAM, WS-OPERID-VALID-SW
               END-IF
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
           END-PERFORM
           MOVE 'O' TO WS-VS-ACTION
           CALL "VALIDA-SUCURSAL" USING WS-VS-ACTION,
               WS-OPERATOR-ID, WS-VS-BRANCH-CODE, WS-VS-SCOPE,
               WS-VS-BRANCH-NAME, WS-VS-RESULT.

      *----------------------------------------------------------------
      * CHECK-POSTING-PERIOD leaves the window open for inquiry only
      * when the business date falls in a period CIERRA-MES has
      * closed; back-dated adjustments are not a teller's business.
      *----------------------------------------------------------------
       CHECK-POSTING-PERIOD.
           MOVE SPACES TO WS-SUPERVISOR-ID
           CALL "VERIFICA-PERIODO" USING WS-BUSINESS-DATE,
               WS-THIS-PROGRAM, WS-OPERATOR-ID, WS-SUPERVISOR-ID,
               WS-PERIOD-RESULT
           IF PERIOD-IS-CLOSED
               MOVE 'N' TO WS-POSTING-SWITCH
               DISPLAY "BUSINESS DATE IN CLOSED PERIOD - INQUIRY ONLY"
           END-IF.

       LOOK-UP-POSTING-AUTHORITY.
           MOVE 'L' TO WS-AI-FUNCTION
           CALL "AUTORIZA-IMPORTE" USING WS-AI-FUNCTION,
               WS-OPERATOR-ROLE, WS-AUTHORITY-AMOUNT, WS-OPERATOR-ID,
               WS-AUTHORITY-RESULT
           IF AUTHORITY-ON-FILE
               MOVE WS-AUTHORITY-AMOUNT TO WS-EDITED-AMOUNT
               DISPLAY "YOUR POSTING AUTHORITY: " WS-EDITED-AMOUNT
           ELSE
               MOVE ZERO TO WS-AUTHORITY-AMOUNT
               DISPLAY "NO POSTING AUTHORITY SET FOR ROLE "
                   WS-OPERATOR-ROLE " - EVERY POSTING GOES TO "
                   "APPROVAL"
           END-IF.

       SERVE-ONE-REQUEST.
           DISPLAY " "
           DISPLAY "1 - BALANCE AND RECENT POSTINGS"
           DISPLAY "2 - POST A DEBIT OR CREDIT"
           DISPLAY "0 - FINISH"
           MOVE SPACE TO WS-OPTION
           ACCEPT WS-OPTION
           EVALUATE WS-OPTION
               WHEN '1'
                   PERFORM SHOW-CUSTOMER-BALANCE
               WHEN '2'
                   PERFORM POST-AT-THE-WINDOW
               WHEN '0'
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID OPTION - PLEASE TRY AGAIN"
           END-EVALUATE.

      *----------------------------------------------------------------
      * SHOW-CUSTOMER-BALANCE shows the customer, the ledger balance
      * with its currency and last posting date, and the customer's
      * last postings from LEDGHIST.DAT.
      *----------------------------------------------------------------
       SHOW-CUSTOMER-BALANCE.
           PERFORM TAKE-CUSTOMER
           IF NOT CUSTOMER-FOUND OR NOT CUSTOMER-IN-SCOPE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INQUIRY-COUNT
           PERFORM READ-LEDGER-BALANCE
           IF LEDGER-REC-FOUND
               MOVE LG-BALANCE TO WS-EDITED-BALANCE
               DISPLAY "BALANCE:  " WS-EDITED-BALANCE " "
                   LG-CURRENCY
               DISPLAY "LAST POSTED: " LG-LAST-POSTED
           ELSE
               DISPLAY "NO LEDGER BALANCE ON FILE"
           END-IF
           PERFORM LOAD-RECENT-POSTINGS
           IF WS-RECENT-COUNT = ZERO
               DISPLAY "NO POSTINGS ON LEDGHIST.DAT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RECENT POSTINGS:"
           DISPLAY "REFERENCE DATE      D/C       AMOUNT CODE"
               "    BALANCE AFTER"
           PERFORM VARYING WS-RECENT-IDX FROM 1 BY 1
                   UNTIL WS-RECENT-IDX > WS-RECENT-COUNT
               MOVE WS-RC-AMOUNT(WS-RECENT-IDX) TO WS-EDITED-AMOUNT
               MOVE WS-RC-BALANCE-AFTER(WS-RECENT-IDX)
                   TO WS-EDITED-BALANCE
               DISPLAY WS-RC-POSTING-REF(WS-RECENT-IDX) "  "
                   WS-RC-BUSINESS-DATE(WS-RECENT-IDX) "  "
                   WS-RC-DEBIT-CREDIT(WS-RECENT-IDX) "  "
                   WS-EDITED-AMOUNT " "
                   WS-RC-TRAN-CODE(WS-RECENT-IDX) " "
                   WS-EDITED-BALANCE
           END-PERFORM.

      *----------------------------------------------------------------
      * TAKE-CUSTOMER reads the customer keyed at the window. A
      * customer of another branch is named to an ordinary operator
      * by number only, as CONSULTA-CLIENTES does, and goes no further.
      *----------------------------------------------------------------
       TAKE-CUSTOMER.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 'Y' TO WS-SCOPE-SWITCH
           DISPLAY "CUSTOMER NUMBER (0 TO CANCEL)"
           MOVE ZERO TO WS-WANTED-CUSTOMER
           ACCEPT WS-WANTED-CUSTOMER
           IF WS-WANTED-CUSTOMER = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTMAST.DAT CANNOT BE OPENED, STATUS "
                   WS-MASTER-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WANTED-CUSTOMER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-NUMBER
               INVALID KEY
                   DISPLAY "NO CUSTOMER " WS-WANTED-CUSTOMER
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ
           CLOSE CUSTOMER-MASTER-FILE
           IF NOT CUSTOMER-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NOT OPERATOR-ON-ALL-BRANCHES
                   AND CM-BRANCH-CODE NOT = SPACES
                   AND CM-BRANCH-CODE NOT = WS-VS-BRANCH-CODE
               MOVE 'N' TO WS-SCOPE-SWITCH
               DISPLAY "CUSTOMER NUMBER: " CM-CUSTOMER-NUMBER
                   " - HELD AT BRANCH " CM-BRANCH-CODE
                   ", NOT YOUR BRANCH"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CUSTOMER NUMBER: " CM-CUSTOMER-NUMBER
           DISPLAY "NAME:    " CM-NOMBRE " " CM-APELLIDO
           DISPLAY "BRANCH:  " CM-BRANCH-CODE
           EVALUATE TRUE
               WHEN CUSTOMER-CLOSED
                   DISPLAY "STATUS:  CLOSED " CM-STATUS-DATE
               WHEN CUSTOMER-DECEASED
                   DISPLAY "STATUS:  DECEASED " CM-STATUS-DATE
               WHEN CUSTOMER-SUSPENDED
                   DISPLAY "STATUS:  SUSPENDED " CM-STATUS-DATE
               WHEN OTHER
                   DISPLAY "STATUS:  ACTIVE"
           END-EVALUATE.

       READ-LEDGER-BALANCE.
           MOVE 'N' TO WS-LEDGER-FOUND-SWITCH
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CM-CUSTOMER-NUMBER TO LG-CUSTOMER-NUMBER
           READ LEDGER-FILE
               KEY IS LG-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-LEDGER-FOUND-SWITCH
               NOT INVALID KEY
                   SET LEDGER-REC-FOUND TO TRUE
           END-READ
           CLOSE LEDGER-FILE.

      *----------------------------------------------------------------
      * LOAD-RECENT-POSTINGS reads the ledger history once, keeping
      * the customer's last postings: when the table is full the
      * oldest drops off the top as the next one goes on the bottom.
      *----------------------------------------------------------------
       LOAD-RECENT-POSTINGS.
           MOVE ZERO TO WS-RECENT-COUNT
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT LEDGER-HISTORY-FILE
           IF WS-LEDGHIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HISTORY-FILE-EOF
               READ LEDGER-HISTORY-FILE
                   AT END
                       SET HISTORY-FILE-EOF TO TRUE
                   NOT AT END
                       IF LH-CUSTOMER-NUMBER = CM-CUSTOMER-NUMBER
                           PERFORM KEEP-RECENT-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-HISTORY-FILE.

       KEEP-RECENT-POSTING.
           IF WS-RECENT-COUNT < WS-RECENT-MAX
               ADD 1 TO WS-RECENT-COUNT
           ELSE
               PERFORM VARYING WS-RECENT-IDX FROM 2 BY 1
                       UNTIL WS-RECENT-IDX > WS-RECENT-MAX
                   MOVE WS-RECENT-ENTRY(WS-RECENT-IDX)
                       TO WS-RECENT-ENTRY(WS-RECENT-IDX - 1)
               END-PERFORM
           END-IF
           MOVE LH-POSTING-REF   TO WS-RC-POSTING-REF(WS-RECENT-COUNT)
           MOVE LH-BUSINESS-DATE
               TO WS-RC-BUSINESS-DATE(WS-RECENT-COUNT)
           MOVE LH-DEBIT-CREDIT  TO WS-RC-DEBIT-CREDIT(WS-RECENT-COUNT)
           MOVE LH-AMOUNT        TO WS-RC-AMOUNT(WS-RECENT-COUNT)
           MOVE LH-BALANCE-AFTER
               TO WS-RC-BALANCE-AFTER(WS-RECENT-COUNT)
           MOVE LH-TRAN-CODE     TO WS-RC-TRAN-CODE(WS-RECENT-COUNT).

      *----------------------------------------------------------------
      * POST-AT-THE-WINDOW takes one debit or credit and, on the
      * operator's confirmation, posts it when it is within the
      * operator's authority or queues it for approval when it is not.
      *----------------------------------------------------------------
       POST-AT-THE-WINDOW.
           IF NOT POSTINGS-ALLOWED
               DISPLAY "NOTHING CAN BE POSTED - BUSINESS DATE IN "
                   "CLOSED PERIOD"
               EXIT PARAGRAPH
           END-IF
           PERFORM TAKE-CUSTOMER
           IF NOT CUSTOMER-FOUND OR NOT CUSTOMER-IN-SCOPE
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-CLOSED OR CUSTOMER-DECEASED
               DISPLAY "POSTING REFUSED - ACCOUNT IS NOT OPEN"
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LEDGER-BALANCE
           IF LEDGER-REC-FOUND
               MOVE LG-BALANCE TO WS-EDITED-BALANCE
               DISPLAY "BALANCE:  " WS-EDITED-BALANCE " "
                   LG-CURRENCY
           END-IF
           MOVE SPACE TO WS-TRAN-DEBIT-CREDIT
           PERFORM UNTIL TRAN-IS-DEBIT OR TRAN-IS-CREDIT
               DISPLAY "DEBIT OR CREDIT (D/C)"
               ACCEPT WS-TRAN-DEBIT-CREDIT
               MOVE FUNCTION UPPER-CASE(WS-TRAN-DEBIT-CREDIT)
                   TO WS-TRAN-DEBIT-CREDIT
           END-PERFORM
           MOVE ZERO TO WS-TRAN-AMOUNT
           PERFORM UNTIL WS-TRAN-AMOUNT > ZERO
               DISPLAY "AMOUNT, IN THE ACCOUNT'S CURRENCY"
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
           MOVE SPACES TO WS-TELLER-REASON
           PERFORM UNTIL WS-TELLER-REASON NOT = SPACES
               DISPLAY "REASON FOR THE POSTING"
               ACCEPT WS-TELLER-REASON
           END-PERFORM
           MOVE WS-TRAN-AMOUNT TO WS-EDITED-AMOUNT
           DISPLAY "CUSTOMER " CM-CUSTOMER-NUMBER " "
               WS-TRAN-DEBIT-CREDIT " " WS-EDITED-AMOUNT
           DISPLAY "POST THIS TRANSACTION? (YES/NO)"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "YES" AND WS-ANSWER NOT = "yes"
               DISPLAY "NOTHING POSTED"
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAN-AMOUNT > WS-AUTHORITY-AMOUNT
               PERFORM QUEUE-FOR-APPROVAL
           ELSE
               PERFORM POST-TELLER-TRANSACTION
           END-IF.

       POST-TELLER-TRANSACTION.
           MOVE WS-TELLER-REASON TO WS-POST-REASON
           MOVE ZERO TO WS-RELATED-REF
           CALL "ASIENTA-MOVIMIENTO" USING CM-CUSTOMER-NUMBER,
               WS-TRAN-DEBIT-CREDIT, WS-TRAN-AMOUNT, WS-TELLER-CODE,
               WS-OPERATOR-ID, WS-POST-REASON, WS-RELATED-REF,
               WS-POSTING-REF, WS-BALANCE-AFTER, WS-POSTED-CURRENCY,
               WS-REFUSE-REASON
           IF WS-REFUSE-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "POSTING REFUSED - " WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           MOVE WS-BALANCE-AFTER TO WS-EDITED-BALANCE
           DISPLAY "POSTED AS " WS-POSTING-REF
           DISPLAY "NEW BALANCE: " WS-EDITED-BALANCE " "
               WS-POSTED-CURRENCY.

      *----------------------------------------------------------------
      * QUEUE-FOR-APPROVAL puts a posting above the operator's
      * authority on PENDAPRV.DAT under a number from the PENDAPRV
      * series, as the maker-checker queue takes master changes.
      * Nothing moves on the ledger until a supervisor releases it.
      *----------------------------------------------------------------
       QUEUE-FOR-APPROVAL.
           CALL "SIGUIENTE-NUMERO" USING WS-PEND-SEQ-NAME,
               WS-PEND-SEQ-NO
           IF WS-PEND-SEQ-NO = ZERO
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "POSTING NOT QUEUED - SEQUENCE UNAVAILABLE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRAN-DEBIT-CREDIT TO WS-QP-DEBIT-CREDIT
           MOVE WS-TRAN-AMOUNT       TO WS-QP-AMOUNT
           MOVE WS-TELLER-REASON     TO WS-QP-REASON
           MOVE SPACES TO PENDING-APPROVAL-REC
           MOVE WS-PEND-SEQ-NO       TO PA-SEQ-NO
           MOVE CM-CUSTOMER-NUMBER   TO PA-CUSTOMER-NUMBER
           MOVE 'P'                  TO PA-FIELD-CODE
           MOVE WS-QUEUED-POSTING    TO PA-NEW-VALUE
           MOVE WS-OPERATOR-ID       TO PA-MAKER-ID
           MOVE WS-BUSINESS-DATE     TO PA-BUSINESS-DATE
           OPEN EXTEND PENDING-APPROVAL-FILE
           IF WS-PENDAPRV-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-APPROVAL-FILE
           END-IF
           WRITE PENDING-APPROVAL-REC
           CLOSE PENDING-APPROVAL-FILE
           ADD 1 TO WS-QUEUED-COUNT
           MOVE WS-AUTHORITY-AMOUNT TO WS-EDITED-AMOUNT
           DISPLAY "ABOVE YOUR AUTHORITY OF " WS-EDITED-AMOUNT
           DISPLAY "POSTING QUEUED FOR APPROVAL - REFERENCE "
               WS-PEND-SEQ-NO.

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

       END PROGRAM ATIENDE-VENTANILLA.
