      *               trailing layout (RH-CHECKER-ID, RH-EFFECTIVE-
      *               DATE; spaces/zero here), so REASGHST.DAT keeps
      *               one record layout across all its writers.
      * 2026-10-15 RO Field code L, a customer's ledger credit limit,
      *               is released onto LEDGLIM.DAT (the record is
      *               created on the customer's first limit) with the
      *               maker's and checker's ids on it, and the change
      *               is logged to REASGHST.DAT like the others.
      * 2026-10-15 RO Saved master image widened to 256 bytes for the
      *               master's postal code, locality and province.
      * 2026-10-15 RO A pending change for a customer marked deceased
      *               since it was keyed is refused at release, whatever
      *               the field.
      * 2026-10-15 RO Saved master image widened to 320 bytes for the
      *               master's minor flag and guardian number.
      * 2026-10-15 RO Interactive sign-on now asks for the operator's
      *               password through AUTENTICA-OPERADOR.
      * 2026-10-15 RO Field code P, a teller posting queued by ATIENDE-
      *               VENTANILLA because it was over the teller's
      *               authority, is posted through ASIENTA-MOVIMIENTO on
      *               release. A checker cannot release one above the
      *               checker's own role authority (AUTORIZA-IMPORTE).
      * 2026-10-15 RO The approval log record is cleared before it is
      *               built, so its separators are written as spaces.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRUEBA-CAMBIOS.
               ALTERNATE RECORD KEY IS CM-DOC-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT CREDIT-LIMIT-FILE ASSIGN TO "LEDGLIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LL-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGLIM-FILE-STATUS.
           SELECT MASTER-LOCK-FILE ASSIGN TO "MSTLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLOCK-FILE-STATUS.
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

       FD  MASTER-LOCK-FILE.
       01  MASTER-LOCK-REC     PIC X(8).
       01 WS-HISTORY-FILE-STATUS  PIC XX.
       01 WS-APRVLOG-FILE-STATUS  PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-LEDGLIM-FILE-STATUS  PIC XX.
       01 WS-LIMIT-FOUND-SWITCH   PIC X VALUE 'N'.
          88 LIMIT-REC-FOUND VALUE 'Y'.
       01 WS-EDITED-LIMIT         PIC Z(9)9.99.
       01 WS-OLD-LIMIT            PIC 9(10)V99 VALUE ZERO.
       01 WS-OLD-LIMIT-DIGITS REDEFINES WS-OLD-LIMIT PIC X(12).
       01 WS-CHECKER-ID           PIC X(8) VALUE SPACES.
       01 WS-CHECKER-VALID-SW     PIC X VALUE 'N'.
          88 CHECKER-IS-VALID VALUE 'Y'.
       01 WS-HIST-FIELD-NAME      PIC X(8).
       01 WS-HIST-SEQ-NO          PIC 9(8) VALUE ZERO.
       01 WS-HIST-SEQ-NAME        PIC X(8) VALUE "REASGHST".
       01 WS-SAVED-MASTER-REC     PIC X(320).
       01 WS-SAVED-NAME           PIC X(48).
       01 WS-SAVED-DOC-ID         PIC X(12).
       01 WS-DUP-SWITCH           PIC X VALUE 'N'.
       01 WS-RELEASED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-REFUSED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-RETAINED-COUNT       PIC 9(5) VALUE ZERO.
      * field code P, a teller posting above the maker's authority:
      * PA-NEW-VALUE carries D/C, the amount and the teller's reason
       01 WS-QUEUED-POSTING.
          05 WS-QP-DEBIT-CREDIT   PIC X.
          05 WS-QP-AMOUNT         PIC 9(10)V99.
          05 WS-QP-REASON         PIC X(19).
       01 WS-AI-FUNCTION          PIC X VALUE 'L'.
       01 WS-CHECKER-AUTHORITY    PIC 9(10)V99 VALUE ZERO.
       01 WS-AUTHORITY-RESULT     PIC X VALUE 'N'.
          88 AUTHORITY-ON-FILE VALUE 'Y'.
       01 WS-SUPERVISOR-ID        PIC X(8) VALUE SPACES.
       01 WS-PERIOD-RESULT        PIC X VALUE 'O'.
          88 PERIOD-IS-CLOSED VALUE 'C'.
       01 WS-TELLER-CODE          PIC X(4) VALUE "TELL".
       01 WS-POST-REASON          PIC X(24) VALUE SPACES.
       01 WS-RELATED-REF          PIC 9(8) VALUE ZERO.
       01 WS-POSTING-REF          PIC 9(8) VALUE ZERO.
       01 WS-BALANCE-AFTER        PIC S9(12)V99 SIGN LEADING
                                  SEPARATE VALUE ZERO.
       01 WS-POSTED-CURRENCY      PIC X(3) VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
               DISPLAY "SIGN-ON REFUSED - NOTHING RELEASED"
               STOP RUN
           END-IF
           PERFORM LOOK-UP-CHECKER-AUTHORITY
           OPEN INPUT PENDING-APPROVAL-FILE
           IF WS-PENDAPRV-FILE-STATUS NOT = "00"
               DISPLAY "NO PENDING CHANGES ON PENDAPRV.DAT"
           DISPLAY "REFERENCE: " PA-SEQ-NO "  CUSTOMER "
               PA-CUSTOMER-NUMBER
           DISPLAY "FIELD " PA-FIELD-CODE " NEW VALUE: " PA-NEW-VALUE
           IF PA-FIELD-CODE = 'L' AND PA-NEW-VALUE(1:12) IS NUMERIC
               MOVE PA-NEW-VALUE(1:12) TO LL-CREDIT-LIMIT
               MOVE LL-CREDIT-LIMIT TO WS-EDITED-LIMIT
               DISPLAY "NEW CREDIT LIMIT: " WS-EDITED-LIMIT
           END-IF
           IF PA-FIELD-CODE = 'P'
               MOVE PA-NEW-VALUE TO WS-QUEUED-POSTING
               IF WS-QP-AMOUNT IS NUMERIC
                   MOVE WS-QP-AMOUNT TO WS-EDITED-LIMIT
                   DISPLAY "TELLER POSTING: " WS-QP-DEBIT-CREDIT " "
                       WS-EDITED-LIMIT " " WS-QP-REASON
                   IF WS-QP-AMOUNT > WS-CHECKER-AUTHORITY
                       DISPLAY "POSTING " PA-SEQ-NO " IS ABOVE "
                           "YOUR OWN AUTHORITY - A SENIOR OPERATOR "
                           "MUST REVIEW IT"
                       PERFORM KEEP-ITEM-PENDING
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           DISPLAY "MADE BY " PA-MAKER-ID " ON " PA-BUSINESS-DATE
           DISPLAY "R = RELEASE, X = REFUSE, S = SKIP"
           MOVE SPACES TO WS-ANSWER
               PERFORM LOG-REFUSED-CHANGE
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-DECEASED
               MOVE "CUSTOMER IS DECEASED" TO WS-REFUSE-REASON
               PERFORM LOG-REFUSED-CHANGE
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-RELEASED-CHANGE
           IF CHANGE-WAS-APPLIED
               IF PA-FIELD-CODE NOT = 'P'
                   PERFORM WRITE-HISTORY-RECORD
               END-IF
               PERFORM LOG-RELEASED-CHANGE
               ADD 1 TO WS-RELEASED-COUNT
               DISPLAY "CHANGE RELEASED: " PA-SEQ-NO
                   REWRITE CUSTOMER-MASTER-REC
                   PERFORM JOURNAL-MASTER-REWRITE
                   SET CHANGE-WAS-APPLIED TO TRUE
               WHEN 'L'
                   PERFORM APPLY-CREDIT-LIMIT-CHANGE
               WHEN 'P'
                   PERFORM APPLY-TELLER-POSTING
               WHEN OTHER
                   MOVE "UNKNOWN FIELD CODE" TO WS-REFUSE-REASON
           END-EVALUATE.

      *----------------------------------------------------------------
      * APPLY-CREDIT-LIMIT-CHANGE sets the customer's limit on
      * LEDGLIM.DAT, the file the posting run checks debits against.
      * The old limit (zero when the customer had none) goes to the
      * history record; the limit record carries both ids.
      *----------------------------------------------------------------
       APPLY-CREDIT-LIMIT-CHANGE.
           IF PA-NEW-VALUE(1:12) IS NOT NUMERIC
               MOVE "INVALID CREDIT LIMIT" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CREDIT-LIMIT-FILE
           IF WS-LEDGLIM-FILE-STATUS = "35"
               OPEN OUTPUT CREDIT-LIMIT-FILE
               CLOSE CREDIT-LIMIT-FILE
               OPEN I-O CREDIT-LIMIT-FILE
           END-IF
           IF WS-LEDGLIM-FILE-STATUS NOT = "00"
               MOVE "LIMIT FILE UNAVAILABLE" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE PA-CUSTOMER-NUMBER TO LL-CUSTOMER-NUMBER
           MOVE 'N' TO WS-LIMIT-FOUND-SWITCH
           READ CREDIT-LIMIT-FILE
               KEY IS LL-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE ZERO TO LL-CREDIT-LIMIT
               NOT INVALID KEY
                   SET LIMIT-REC-FOUND TO TRUE
           END-READ
           MOVE LL-CREDIT-LIMIT TO WS-OLD-LIMIT
           MOVE WS-OLD-LIMIT-DIGITS TO WS-OLD-VALUE
           MOVE PA-CUSTOMER-NUMBER TO LL-CUSTOMER-NUMBER
           MOVE PA-NEW-VALUE(1:12) TO LL-CREDIT-LIMIT
           MOVE WS-BUSINESS-DATE TO LL-LAST-CHANGED
           MOVE PA-MAKER-ID TO LL-MAKER-ID
           MOVE WS-CHECKER-ID TO LL-CHECKER-ID
           IF LIMIT-REC-FOUND
               REWRITE CREDIT-LIMIT-REC
           ELSE
               WRITE CREDIT-LIMIT-REC
           END-IF
           IF WS-LEDGLIM-FILE-STATUS = "00"
               MOVE "CRLIMIT" TO WS-HIST-FIELD-NAME
               SET CHANGE-WAS-APPLIED TO TRUE
           ELSE
               MOVE "LIMIT NOT UPDATED" TO WS-REFUSE-REASON
           END-IF
           CLOSE CREDIT-LIMIT-FILE.

      *----------------------------------------------------------------
      * APPLY-TELLER-POSTING posts a teller transaction that was over
      * the teller's authority through ASIENTA-MOVIMIENTO, exactly as
      * the window would have, under the teller's id as the operator
      * who took it; the approval log carries both ids. It posts on
      * today's business date, so not into a closed period.
      *----------------------------------------------------------------
       APPLY-TELLER-POSTING.
           MOVE PA-NEW-VALUE TO WS-QUEUED-POSTING
           IF WS-QP-AMOUNT IS NOT NUMERIC
               MOVE "INVALID POSTING AMOUNT" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SUPERVISOR-ID
           CALL "VERIFICA-PERIODO" USING WS-BUSINESS-DATE,
               WS-THIS-PROGRAM, WS-CHECKER-ID, WS-SUPERVISOR-ID,
               WS-PERIOD-RESULT
           IF PERIOD-IS-CLOSED
               MOVE "POSTING PERIOD CLOSED" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QP-REASON TO WS-POST-REASON
           MOVE ZERO TO WS-RELATED-REF
           CALL "ASIENTA-MOVIMIENTO" USING PA-CUSTOMER-NUMBER,
               WS-QP-DEBIT-CREDIT, WS-QP-AMOUNT, WS-TELLER-CODE,
               PA-MAKER-ID, WS-POST-REASON, WS-RELATED-REF,
               WS-POSTING-REF, WS-BALANCE-AFTER, WS-POSTED-CURRENCY,
               WS-REFUSE-REASON
           IF WS-REFUSE-REASON = SPACES
               DISPLAY "POSTED AS " WS-POSTING-REF
               SET CHANGE-WAS-APPLIED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * CHECK-DUPLICATE-NEW-KEY and CHECK-DUPLICATE-DOC-ID probe the
      * alternate keys for the prospective new value, restoring the
           CLOSE REASSIGN-HISTORY-FILE.

       LOG-RELEASED-CHANGE.
           MOVE SPACES TO APPROVAL-LOG-REC
           MOVE "RELEASED" TO AP-ACTION
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM WRITE-APPROVAL-LOG-RECORD.

       LOG-REFUSED-CHANGE.
           MOVE SPACES TO APPROVAL-LOG-REC
           MOVE "REFUSED" TO AP-ACTION
           PERFORM WRITE-APPROVAL-LOG-RECORD
           ADD 1 TO WS-REFUSED-COUNT
               CALL "VALIDA-OPERADOR" USING WS-CHECKER-ID,
                   WS-THIS-PROGRAM, WS-CHECKER-VALID-SW,
                   WS-CHECKER-ROLE
               IF CHECKER-IS-VALID
                   CALL "AUTENTICA-OPERADOR" USING WS-CHECKER-ID,
                       WS-THIS-PROGRAM, WS-CHECKER-VALID-SW
                   IF NOT CHECKER-IS-VALID
                       DISPLAY "SIGN-ON REFUSED - TRY AGAIN"
                   END-IF
               ELSE
                   DISPLAY "UNKNOWN OPERATOR ID - TRY AGAIN"
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * LOOK-UP-CHECKER-AUTHORITY takes the checker's own posting
      * authority from AUTORIZA-IMPORTE: a teller posting above it
      * waits for someone more senior. No amount set means none.
      *----------------------------------------------------------------
       LOOK-UP-CHECKER-AUTHORITY.
           MOVE 'L' TO WS-AI-FUNCTION
           CALL "AUTORIZA-IMPORTE" USING WS-AI-FUNCTION,
               WS-CHECKER-ROLE, WS-CHECKER-AUTHORITY, WS-CHECKER-ID,
               WS-AUTHORITY-RESULT
           IF NOT AUTHORITY-ON-FILE
               MOVE ZERO TO WS-CHECKER-AUTHORITY
           END-IF.

      *----------------------------------------------------------------
      * READ-BUSINESS-DATE loads the cycle's business date operations
      * sets once per cycle in BUSDATE.DAT, falling back to today's
