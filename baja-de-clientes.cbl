      *          the closed-accounts file, and removes the master
      *          record. Mode 'B' reads a file of closure requests and
      *          runs each through the same closure logic unattended.
      *
      *          PARM: <mode> <operator id>  (mode 'B' for batch; the
      *          operator id is needed only to post a settlement and
      *          is prompted for when absent in interactive mode)
      * Tectonics: cobc
      *****************************************************************
      * Modification History:
      *               so concurrent writers can no longer interleave
      *               on the indexed master. Inquiry programs read
      *               without the lock.
      * 2026-10-15 RO A customer whose LEDGER.DAT balance is not zero
      *               is no longer closed as it stands: the closure
      *               must post a settlement bringing the balance to
      *               zero -- a final payout of a credit balance or a
      *               write-off of a debit balance -- as code SETL on
      *               LEDGHIST.DAT under the ledger lock, confirmed
      *               interactively or flagged 'S' on the batch
      *               request, or it is refused. The closure record
      *               carries the settlement type, amount and posting
      *               reference.
      * 2026-10-15 RO A customer CARGA-DEFUNCIONES has marked deceased
      *               is closed like any other, settlement included, and
      *               the closure finishes the customer's ESTATE.DAT
      *               case with the settlement type, amount, posting
      *               reference and closure date.
      * 2026-10-15 RO Closing a customer now warns of the customer's
      *               open RELACION.DAT relationships -- before the
      *               confirmation interactively, after the closure in
      *               batch -- calling out a ward or principal left
      *               without a guardian or attorney. They are left
      *               open for the desk to end or move.
      * 2026-10-15 RO The operator now signs on before an interactive
      *               closure, and a closure of a customer outside
      *               an ordinary operator's home branch is rejected,
      *               interactively and on a batch run whose PARM
      *               names a valid operator.
      * 2026-10-15 RO Interactive sign-on now asks for the operator's
      *               password through AUTENTICA-OPERADOR.
      * 2026-10-15 RO The closing operator's id is carried on the
      *               CLOSEDAC.DAT record.
      * 2026-10-15 RO LEDGER-REC carries the currency the balance is
      *               held in.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAJA-DE-CLIENTES.
           SELECT CLOSED-ACCOUNTS-FILE ASSIGN TO "CLOSEDAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-FILE-STATUS.
           SELECT ESTATE-CASE-FILE ASSIGN TO "ESTATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CASE-NUMBER
               ALTERNATE RECORD KEY IS ES-CUSTOMER-NUMBER
               FILE STATUS IS WS-ESTATE-FILE-STATUS.
           SELECT RELATIONSHIP-FILE ASSIGN TO "RELACION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-REL-NUMBER
               ALTERNATE RECORD KEY IS RL-CUSTOMER-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RL-RELATED-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-RELACION-FILE-STATUS.
           SELECT CLOSURE-REQUEST-FILE ASSIGN TO "BAJAREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAJAREQ-FILE-STATUS.
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
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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

       FD  MASTER-LOCK-FILE.
       01  MASTER-LOCK-REC     PIC X(8).
           05 CL-EDAD          PIC X(3).
           05 FILLER           PIC X VALUE SPACE.
           05 CL-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X VALUE SPACE.
           05 CL-SETTLEMENT-TYPE PIC X.
              88 SETTLED-BY-PAYOUT    VALUE 'P'.
              88 SETTLED-BY-WRITE-OFF VALUE 'W'.
           05 FILLER           PIC X VALUE SPACE.
           05 CL-SETTLEMENT-AMOUNT PIC 9(10)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 CL-SETTLEMENT-REF PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 CL-OPERATOR-ID   PIC X(8).

       FD  ESTATE-CASE-FILE.
       01  ESTATE-CASE-REC.
           05 ES-CASE-NUMBER   PIC 9(8).
           05 ES-CUSTOMER-NUMBER PIC 9(8).
           05 ES-DOC-ID        PIC X(12).
           05 ES-DEATH-DATE    PIC 9(8).
           05 ES-NOTIFIED-DATE PIC 9(8).
           05 ES-MATCHED-BY    PIC X.
           05 ES-PRIOR-STATUS  PIC X.
           05 ES-EXECUTOR-NAME PIC X(32).
           05 ES-EXEC-DIRECCION-1 PIC X(30).
           05 ES-EXEC-DIRECCION-2 PIC X(30).
           05 ES-EXEC-CODIGO-POSTAL PIC X(8).
           05 ES-EXEC-LOCALIDAD PIC X(30).
           05 ES-LETTER-DATE   PIC 9(8).
           05 ES-SETTLEMENT-TYPE PIC X.
           05 ES-SETTLEMENT-AMOUNT PIC 9(10)V99.
           05 ES-SETTLEMENT-REF PIC 9(8).
           05 ES-CLOSED-DATE   PIC 9(8).
           05 ES-STATUS        PIC X.
              88 ESTATE-CASE-OPEN     VALUE 'O'.
              88 ESTATE-CASE-FINISHED VALUE 'F'.
           05 ES-OPERATOR-ID   PIC X(8).

       FD  RELATIONSHIP-FILE.
       01  RELATIONSHIP-REC.
           05 RL-REL-NUMBER    PIC 9(8).
           05 RL-CUSTOMER-NUMBER PIC 9(8).
           05 RL-RELATED-NUMBER PIC 9(8).
           05 RL-TYPE          PIC X(2).
              88 REL-GUARDIAN        VALUE "GU".
              88 REL-POWER-OF-ATTY   VALUE "PA".
           05 RL-EFFECTIVE-DATE PIC 9(8).
           05 RL-END-DATE      PIC 9(8).
           05 RL-STATUS        PIC X.
              88 RELATION-OPEN      VALUE 'O'.
              88 RELATION-ENDED     VALUE 'E'.
           05 RL-OPERATOR-ID   PIC X(8).
           05 RL-END-OPERATOR-ID PIC X(8).
           05 RL-END-REASON    PIC X(24).

       FD  CLOSURE-REQUEST-FILE.
       01  CLOSURE-REQUEST-REC.
           05 BQ-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X.
           05 BQ-SETTLE-FLAG   PIC X.
              88 BQ-SETTLEMENT-AUTHORIZED VALUE 'S' 's'.

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
           05 FILLER           PIC X VALUE SPACE.
           05 LH-RELATED-REF   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 LH-REASON        PIC X(24).

       FD  LEDGER-LOCK-FILE.
       01  LEDGER-LOCK-REC     PIC X(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-MLOCK-FILE-STATUS  PIC XX.
       01 WS-MLOCK-WAIT-SECS    PIC 9(4) COMP VALUE 1.
       01 WS-MJ-ACTION          PIC X(8).
       01 WS-MJ-PROGRAM         PIC X(18) VALUE "BAJA-DE-CLIENTES".
       01 WS-PARM.
          05 WS-RUN-MODE        PIC X.
             88 BATCH-MODE-REQUESTED VALUE 'B', 'b'.
          05 FILLER             PIC X.
          05 WS-PARM-OPERATOR-ID PIC X(8).
       01 WS-MASTER-FILE-STATUS PIC XX.
       01 WS-CLOSED-FILE-STATUS PIC XX.
       01 WS-ESTATE-FILE-STATUS PIC XX.
       01 WS-RELACION-FILE-STATUS PIC XX.
       01 WS-REL-EOF-SWITCH     PIC X VALUE 'N'.
          88 RELATION-SCAN-DONE VALUE 'Y'.
       01 WS-OPEN-REL-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-REL-WARNED-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-DECEASED-SWITCH    PIC X VALUE 'N'.
          88 CLOSING-AN-ESTATE VALUE 'Y'.
       01 WS-BAJAREQ-FILE-STATUS PIC XX.
       01 WS-LEDGER-FILE-STATUS PIC XX.
       01 WS-LEDGHIST-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS PIC XX.
       01 WS-LLOCK-FILE-STATUS  PIC XX.
       01 WS-LLOCK-SWITCH       PIC X VALUE 'N'.
          88 LEDGER-LOCK-HELD VALUE 'Y'.
       01 WS-LLOCK-TRY-COUNT    PIC 9(2) VALUE ZERO.
       01 WS-LLOCK-TRY-LIMIT    PIC 9(2) VALUE 10.
       01 WS-LLOCK-WAIT-SECS    PIC 9(4) COMP VALUE 1.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-OPERID-VALID-SW    PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-OPERATOR-ROLE      PIC X(10) VALUE SPACES.
       01 WS-NO-SUPERVISOR      PIC X(8) VALUE SPACES.
       01 WS-VS-ACTION          PIC X VALUE 'O'.
       01 WS-VS-BRANCH-CODE     PIC X(4) VALUE SPACES.
       01 WS-VS-SCOPE           PIC X VALUE 'A'.
          88 OPERATOR-ON-ALL-BRANCHES VALUE 'A'.
       01 WS-VS-BRANCH-NAME     PIC X(30).
       01 WS-VS-RESULT          PIC X.
       01 WS-BRANCH-SCOPE-SWITCH PIC X VALUE 'Y'.
          88 CUSTOMER-IN-SCOPE VALUE 'Y'.
       01 WS-PERIOD-RESULT      PIC X VALUE 'O'.
          88 PERIOD-IS-CLOSED VALUE 'C'.
       01 WS-BUSINESS-DATE      PIC 9(8) VALUE ZERO.
       01 WS-LEDGER-BALANCE     PIC S9(12)V99 VALUE ZERO.
       01 WS-SETTLE-SWITCH      PIC X VALUE 'N'.
          88 SETTLEMENT-AUTHORIZED VALUE 'Y'.
       01 WS-SETTLED-SWITCH     PIC X VALUE 'N'.
          88 SETTLEMENT-POSTED VALUE 'Y'.
       01 WS-SETTLEMENT-TYPE    PIC X VALUE SPACE.
       01 WS-SETTLEMENT-AMOUNT  PIC 9(10)V99 VALUE ZERO.
       01 WS-SETTLEMENT-DC      PIC X VALUE SPACE.
       01 WS-SETTLEMENT-REASON  PIC X(24) VALUE SPACES.
       01 WS-POSTING-REF        PIC 9(8) VALUE ZERO.
       01 WS-POSTING-SEQ-NAME   PIC X(8) VALUE "LEDGHIST".
       01 WS-EDITED-BALANCE     PIC -Z(11)9.99.
       01 WS-ANSWER             PIC X(3).
       01 WS-CUSTOMER-NUMBER    PIC 9(8) VALUE ZERO.
       01 WS-CONFIRM-NUMBER     PIC 9(8) VALUE ZERO.
       01 WS-CLOSURE-SEQ-NO     PIC 9(8) VALUE ZERO.
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM READ-BUSINESS-DATE
           PERFORM ACQUIRE-MASTER-LOCK
           IF NOT MASTER-LOCK-HELD
               MOVE 8 TO RETURN-CODE
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-FILE-STATUS
           ELSE
               IF BATCH-MODE-REQUESTED
                   PERFORM BATCH-PROCESS-CLOSURES
               ELSE
                   PERFORM INTERACTIVE-CLOSURE
           PERFORM RELEASE-MASTER-LOCK
           DISPLAY "ACCOUNTS CLOSED:   " WS-CLOSED-COUNT
           DISPLAY "CLOSURES REJECTED: " WS-REJECT-COUNT
           DISPLAY "WITH OPEN RELATIONS:" WS-REL-WARNED-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * slip can't remove the wrong account.
      *----------------------------------------------------------------
       INTERACTIVE-CLOSURE.
           PERFORM RESOLVE-OPERATOR-ID
           PERFORM RESOLVE-OPERATOR-BRANCH
           DISPLAY "PLEASE INTRODUCE THE CUSTOMER NUMBER TO CLOSE"
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM LOOK-UP-CUSTOMER
               DISPLAY "CUSTOMER NOT FOUND: " WS-CUSTOMER-NUMBER
               ADD 1 TO WS-REJECT-COUNT
           ELSE
           IF NOT CUSTOMER-IN-SCOPE
               DISPLAY "CLOSURE REJECTED - CUSTOMER BELONGS TO BRANCH "
                   CM-BRANCH-CODE ": " WS-CUSTOMER-NUMBER
               ADD 1 TO WS-REJECT-COUNT
           ELSE
           IF CUSTOMER-CLOSED
               DISPLAY "CLOSURE REJECTED - ALREADY CLOSED: "
                   WS-CUSTOMER-NUMBER
               DISPLAY "ABOUT TO CLOSE CUSTOMER " CM-CUSTOMER-NUMBER
               DISPLAY "NAME:    " CM-NOMBRE
               DISPLAY "SURNAME: " CM-APELLIDO
               IF CUSTOMER-DECEASED
                   DISPLAY "CUSTOMER DECEASED - THE CLOSURE FINISHES "
                       "THE ESTATE CASE"
               END-IF
               PERFORM WARN-OPEN-RELATIONSHIPS
               DISPLAY "RE-ENTER THE CUSTOMER NUMBER TO CONFIRM"
               ACCEPT WS-CONFIRM-NUMBER
               IF WS-CONFIRM-NUMBER = WS-CUSTOMER-NUMBER
                   PERFORM CONFIRM-SETTLEMENT
                   PERFORM CLOSE-THE-ACCOUNT
               ELSE
                   DISPLAY "ENTRIES DO NOT MATCH - ACCOUNT NOT CLOSED"
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
           IF WS-BAJAREQ-FILE-STATUS NOT = "00"
               DISPLAY "CLOSURE REQUEST FILE NOT FOUND"
           ELSE
               PERFORM RESOLVE-OPERATOR-ID
               IF OPERATOR-IS-VALID
                   PERFORM RESOLVE-OPERATOR-BRANCH
               END-IF
               PERFORM READ-CLOSURE-REQUEST
               PERFORM UNTIL CLOSURE-REQUEST-EOF
                   MOVE BQ-CUSTOMER-NUMBER TO WS-CUSTOMER-NUMBER
                   PERFORM LOOK-UP-CUSTOMER
                   IF CUSTOMER-FOUND AND NOT CUSTOMER-IN-SCOPE
                       DISPLAY "CLOSURE REJECTED - CUSTOMER BELONGS "
                           "TO BRANCH " CM-BRANCH-CODE ": "
                           WS-CUSTOMER-NUMBER
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                   IF CUSTOMER-FOUND AND CUSTOMER-CLOSED
                       DISPLAY "CLOSURE REJECTED - ALREADY "
                           "CLOSED: " WS-CUSTOMER-NUMBER
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                   IF CUSTOMER-FOUND
                       MOVE 'N' TO WS-SETTLE-SWITCH
                       IF BQ-SETTLEMENT-AUTHORIZED
                           SET SETTLEMENT-AUTHORIZED TO TRUE
                       END-IF
                       PERFORM CLOSE-THE-ACCOUNT
                       IF CUSTOMER-CLOSED
                           PERFORM WARN-OPEN-RELATIONSHIPS
                       END-IF
                   ELSE
                       DISPLAY "CLOSURE REJECTED - CUSTOMER NOT "
                           "FOUND: " WS-CUSTOMER-NUMBER
                       ADD 1 TO WS-REJECT-COUNT
                   END-IF
                   END-IF
                   END-IF
                   PERFORM READ-CLOSURE-REQUEST
               END-PERFORM
               CLOSE CLOSURE-REQUEST-FILE
                   MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ
           MOVE 'Y' TO WS-BRANCH-SCOPE-SWITCH
           IF CUSTOMER-FOUND
                   AND NOT OPERATOR-ON-ALL-BRANCHES
                   AND CM-BRANCH-CODE NOT = SPACES
                   AND CM-BRANCH-CODE NOT = WS-VS-BRANCH-CODE
               MOVE 'N' TO WS-BRANCH-SCOPE-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * RESOLVE-OPERATOR-BRANCH fetches the operator's home branch and
      * scope through the shared VALIDA-SUCURSAL subroutine: an
      * ordinary operator with a home branch closes only customers of
      * that branch (or not yet given one). A batch run with no valid
      * operator on the PARM is not scoped, as before.
      *----------------------------------------------------------------
       RESOLVE-OPERATOR-BRANCH.
           MOVE 'O' TO WS-VS-ACTION
           CALL "VALIDA-SUCURSAL" USING WS-VS-ACTION,
               WS-OPERATOR-ID, WS-VS-BRANCH-CODE, WS-VS-SCOPE,
               WS-VS-BRANCH-NAME, WS-VS-RESULT.

      *----------------------------------------------------------------
      * CONFIRM-SETTLEMENT shows the operator the ledger balance the
      * account still holds, if any, and asks whether the settlement
      * that brings it to zero is to be posted with the closure.
      *----------------------------------------------------------------
       CONFIRM-SETTLEMENT.
           MOVE 'N' TO WS-SETTLE-SWITCH
           PERFORM READ-LEDGER-BALANCE
           IF WS-LEDGER-BALANCE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LEDGER-BALANCE TO WS-EDITED-BALANCE
           DISPLAY "LEDGER BALANCE: " WS-EDITED-BALANCE
           IF WS-LEDGER-BALANCE > ZERO
               DISPLAY "POST A FINAL PAYOUT OF THE BALANCE AND CLOSE? "
                   "(YES/NO)"
           ELSE
               DISPLAY "WRITE OFF THE BALANCE OWED AND CLOSE? (YES/NO)"
           END-IF
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "YES" OR WS-ANSWER = "yes"
               SET SETTLEMENT-AUTHORIZED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * READ-LEDGER-BALANCE looks the customer up on LEDGER.DAT; a
      * customer with no ledger record, or no ledger at all, has
      * nothing to settle.
      *----------------------------------------------------------------
       READ-LEDGER-BALANCE.
           MOVE ZERO TO WS-LEDGER-BALANCE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-NUMBER TO LG-CUSTOMER-NUMBER
           READ LEDGER-FILE
               KEY IS LG-CUSTOMER-NUMBER
               NOT INVALID KEY
                   MOVE LG-BALANCE TO WS-LEDGER-BALANCE
           END-READ
           CLOSE LEDGER-FILE.

      *----------------------------------------------------------------
      * CLOSE-THE-ACCOUNT settles the ledger first when there is a
      * balance left -- refusing the closure when the settlement was
      * not authorized or cannot be posted -- then writes the closure
      * audit record and only then freezes the master record by
      * setting its status to CLOSED with today's effective date, so
      * there is never a closed account without its closure trail or
      * with money still on its ledger, and the record stays visible
      * for the regulators. Closing a deceased customer's account
      * finishes the estate case with the settlement posted.
      *----------------------------------------------------------------
       CLOSE-THE-ACCOUNT.
           MOVE 'N' TO WS-DECEASED-SWITCH
           IF CUSTOMER-DECEASED
               SET CLOSING-AN-ESTATE TO TRUE
           END-IF
           MOVE 'N' TO WS-SETTLED-SWITCH
           MOVE SPACE TO WS-SETTLEMENT-TYPE
           MOVE ZERO TO WS-SETTLEMENT-AMOUNT
           MOVE ZERO TO WS-POSTING-REF
           PERFORM READ-LEDGER-BALANCE
           IF WS-LEDGER-BALANCE NOT = ZERO
               IF NOT SETTLEMENT-AUTHORIZED
                   DISPLAY "CLOSURE REFUSED - LEDGER BALANCE NOT "
                       "SETTLED: " WS-CUSTOMER-NUMBER
                   ADD 1 TO WS-REJECT-COUNT
                   EXIT PARAGRAPH
               END-IF
               PERFORM SETTLE-THE-LEDGER
               IF NOT SETTLEMENT-POSTED
                   ADD 1 TO WS-REJECT-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CALL "SIGUIENTE-NUMERO" USING WS-CLOSURE-SEQ-NAME,
               WS-CLOSURE-SEQ-NO
      * a zero from SIGUIENTE-NUMERO means no number was issued --
           REWRITE CUSTOMER-MASTER-REC
           PERFORM JOURNAL-MASTER-REWRITE
           ADD 1 TO WS-CLOSED-COUNT
           DISPLAY "ACCOUNT CLOSED: " WS-CUSTOMER-NUMBER
           IF CLOSING-AN-ESTATE
               PERFORM FINISH-ESTATE-CASE
           END-IF.

      *----------------------------------------------------------------
      * FINISH-ESTATE-CASE records on the customer's ESTATE.DAT case
      * the settlement that closed the account -- type, amount and
      * LEDGHIST.DAT posting reference, all blank when there was no
      * balance -- with the closure date, and marks the case
      * finished. A deceased customer with no case on file is shown
      * for the bereavement desk; the closure itself stands.
      *----------------------------------------------------------------
       FINISH-ESTATE-CASE.
           OPEN I-O ESTATE-CASE-FILE
           IF WS-ESTATE-FILE-STATUS NOT = "00"
               DISPLAY "ESTATE CASE FILE NOT AVAILABLE - CASE NOT "
                   "FINISHED FOR: " WS-CUSTOMER-NUMBER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-NUMBER TO ES-CUSTOMER-NUMBER
           READ ESTATE-CASE-FILE
               KEY IS ES-CUSTOMER-NUMBER
               INVALID KEY
                   DISPLAY "NO ESTATE CASE ON FILE FOR DECEASED "
                       "CUSTOMER: " WS-CUSTOMER-NUMBER
               NOT INVALID KEY
                   MOVE WS-SETTLEMENT-TYPE   TO ES-SETTLEMENT-TYPE
                   MOVE WS-SETTLEMENT-AMOUNT TO ES-SETTLEMENT-AMOUNT
                   MOVE WS-POSTING-REF       TO ES-SETTLEMENT-REF
                   MOVE WS-BUSINESS-DATE     TO ES-CLOSED-DATE
                   SET ESTATE-CASE-FINISHED TO TRUE
                   REWRITE ESTATE-CASE-REC
                   DISPLAY "ESTATE CASE FINISHED: " ES-CASE-NUMBER
           END-READ
           CLOSE ESTATE-CASE-FILE.

      *----------------------------------------------------------------
      * WARN-OPEN-RELATIONSHIPS lists the customer's open
      * relationships on RELACION.DAT -- before the confirmation when
      * closing interactively, after the closure in batch -- so the
      * desk can end or move them through RELACIONES-CLIENTE. They are
      * not ended here: a joint holder or household member stays a
      * customer in their own right. A ward or principal left without
      * a guardian or attorney is called out.
      *----------------------------------------------------------------
       WARN-OPEN-RELATIONSHIPS.
           MOVE ZERO TO WS-OPEN-REL-COUNT
           OPEN INPUT RELATIONSHIP-FILE
           IF WS-RELACION-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-NUMBER TO RL-CUSTOMER-NUMBER
           MOVE 'N' TO WS-REL-EOF-SWITCH
           START RELATIONSHIP-FILE
               KEY IS EQUAL TO RL-CUSTOMER-NUMBER
               INVALID KEY
                   SET RELATION-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL RELATION-SCAN-DONE
               READ RELATIONSHIP-FILE NEXT RECORD
                   AT END SET RELATION-SCAN-DONE TO TRUE
               END-READ
               IF NOT RELATION-SCAN-DONE
                   IF RL-CUSTOMER-NUMBER NOT = WS-CUSTOMER-NUMBER
                       SET RELATION-SCAN-DONE TO TRUE
                   ELSE
                       IF RELATION-OPEN
                           ADD 1 TO WS-OPEN-REL-COUNT
                           DISPLAY "OPEN RELATIONSHIP " RL-REL-NUMBER
                               ": " RL-TYPE " TO " RL-RELATED-NUMBER
                           IF REL-GUARDIAN OR REL-POWER-OF-ATTY
                               DISPLAY "  CUSTOMER " RL-RELATED-NUMBER
                                   " NEEDS A NEW GUARDIAN OR ATTORNEY"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CUSTOMER-NUMBER TO RL-RELATED-NUMBER
           MOVE 'N' TO WS-REL-EOF-SWITCH
           START RELATIONSHIP-FILE
               KEY IS EQUAL TO RL-RELATED-NUMBER
               INVALID KEY
                   SET RELATION-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL RELATION-SCAN-DONE
               READ RELATIONSHIP-FILE NEXT RECORD
                   AT END SET RELATION-SCAN-DONE TO TRUE
               END-READ
               IF NOT RELATION-SCAN-DONE
                   IF RL-RELATED-NUMBER NOT = WS-CUSTOMER-NUMBER
                       SET RELATION-SCAN-DONE TO TRUE
                   ELSE
                       IF RELATION-OPEN
                           ADD 1 TO WS-OPEN-REL-COUNT
                           DISPLAY "OPEN RELATIONSHIP " RL-REL-NUMBER
                               ": " RL-TYPE " FROM "
                               RL-CUSTOMER-NUMBER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RELATIONSHIP-FILE
           IF WS-OPEN-REL-COUNT > ZERO
               ADD 1 TO WS-REL-WARNED-COUNT
               DISPLAY "WARNING - " WS-OPEN-REL-COUNT
                   " OPEN RELATIONSHIPS FOR " WS-CUSTOMER-NUMBER
                   " - REVIEW THROUGH RELACIONES-CLIENTE"
           END-IF.

       WRITE-CLOSURE-RECORD.
           MOVE SPACES TO CLOSED-ACCOUNTS-REC
           MOVE CM-NOMBRE           TO CL-NOMBRE
           MOVE CM-APELLIDO         TO CL-APELLIDO
           MOVE CM-EDAD             TO CL-EDAD
           MOVE WS-SETTLEMENT-TYPE  TO CL-SETTLEMENT-TYPE
           MOVE WS-SETTLEMENT-AMOUNT TO CL-SETTLEMENT-AMOUNT
           MOVE WS-POSTING-REF      TO CL-SETTLEMENT-REF
           MOVE WS-OPERATOR-ID      TO CL-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO CL-TIMESTAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
           WRITE CLOSED-ACCOUNTS-REC
           CLOSE CLOSED-ACCOUNTS-FILE.

      *----------------------------------------------------------------
      * SETTLE-THE-LEDGER posts the settlement that brings the balance
      * to zero, under the ledger lock the posting run keeps: a credit
      * balance is paid out (a debit), a debit balance is written off
      * (a credit). It goes on LEDGHIST.DAT as code SETL with its own
      * posting reference and the operator who closed the account,
      * and is refused, like any posting, when the business date falls
      * in a closed period.
      *----------------------------------------------------------------
       SETTLE-THE-LEDGER.
           PERFORM RESOLVE-OPERATOR-ID
           IF NOT OPERATOR-IS-VALID
               DISPLAY "CLOSURE REFUSED - SETTLEMENT NEEDS A VALID "
                   "OPERATOR ID: " WS-CUSTOMER-NUMBER
               EXIT PARAGRAPH
           END-IF
           CALL "VERIFICA-PERIODO" USING WS-BUSINESS-DATE,
               WS-MJ-PROGRAM, WS-OPERATOR-ID, WS-NO-SUPERVISOR,
               WS-PERIOD-RESULT
           IF PERIOD-IS-CLOSED
               DISPLAY "CLOSURE REFUSED - SETTLEMENT WOULD POST INTO "
                   "A CLOSED PERIOD: " WS-CUSTOMER-NUMBER
               EXIT PARAGRAPH
           END-IF
           PERFORM ACQUIRE-LEDGER-LOCK
           IF NOT LEDGER-LOCK-HELD
               EXIT PARAGRAPH
           END-IF
           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "CLOSURE REFUSED - LEDGER.DAT NOT AVAILABLE ("
                   WS-LEDGER-FILE-STATUS ")"
               PERFORM RELEASE-LEDGER-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-NUMBER TO LG-CUSTOMER-NUMBER
           READ LEDGER-FILE
               KEY IS LG-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE ZERO TO LG-BALANCE
           END-READ
           IF LG-BALANCE = ZERO
               SET SETTLEMENT-POSTED TO TRUE
           ELSE
               PERFORM POST-SETTLEMENT
           END-IF
           CLOSE LEDGER-FILE
           PERFORM RELEASE-LEDGER-LOCK.

       POST-SETTLEMENT.
           IF LG-BALANCE > ZERO
               MOVE 'P' TO WS-SETTLEMENT-TYPE
               MOVE 'D' TO WS-SETTLEMENT-DC
               MOVE "FINAL PAYOUT ON CLOSURE" TO WS-SETTLEMENT-REASON
               COMPUTE WS-SETTLEMENT-AMOUNT = LG-BALANCE
           ELSE
               MOVE 'W' TO WS-SETTLEMENT-TYPE
               MOVE 'C' TO WS-SETTLEMENT-DC
               MOVE "WRITE-OFF ON CLOSURE" TO WS-SETTLEMENT-REASON
               COMPUTE WS-SETTLEMENT-AMOUNT = LG-BALANCE * -1
           END-IF
           CALL "SIGUIENTE-NUMERO" USING WS-POSTING-SEQ-NAME,
               WS-POSTING-REF
           IF WS-POSTING-REF = ZERO
               DISPLAY "CLOSURE REFUSED - POSTING REFERENCE "
                   "UNAVAILABLE: " WS-CUSTOMER-NUMBER
               MOVE SPACE TO WS-SETTLEMENT-TYPE
               MOVE ZERO TO WS-SETTLEMENT-AMOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO LG-BALANCE
           MOVE WS-BUSINESS-DATE TO LG-LAST-POSTED
           REWRITE LEDGER-REC
               INVALID KEY
                   DISPLAY "CLOSURE REFUSED - LEDGER NOT UPDATED: "
                       WS-CUSTOMER-NUMBER
                   MOVE SPACE TO WS-SETTLEMENT-TYPE
                   MOVE ZERO TO WS-SETTLEMENT-AMOUNT
                   MOVE ZERO TO WS-POSTING-REF
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM WRITE-LEDGER-HISTORY-RECORD
           SET SETTLEMENT-POSTED TO TRUE
           MOVE WS-SETTLEMENT-AMOUNT TO WS-EDITED-BALANCE
           DISPLAY "SETTLEMENT POSTED: " WS-EDITED-BALANCE
               " REF " WS-POSTING-REF.

       WRITE-LEDGER-HISTORY-RECORD.
           MOVE SPACES TO LEDGER-HISTORY-REC
           MOVE WS-POSTING-REF       TO LH-POSTING-REF
           MOVE WS-CUSTOMER-NUMBER   TO LH-CUSTOMER-NUMBER
           MOVE WS-BUSINESS-DATE     TO LH-BUSINESS-DATE
           MOVE WS-SETTLEMENT-DC     TO LH-DEBIT-CREDIT
           MOVE WS-SETTLEMENT-AMOUNT TO LH-AMOUNT
           MOVE LG-BALANCE           TO LH-BALANCE-AFTER
           MOVE WS-OPERATOR-ID       TO LH-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO LH-TIMESTAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
               INTO LH-TIMESTAMP
           MOVE "SETL"               TO LH-TRAN-CODE
           MOVE ZERO                 TO LH-RELATED-REF
           MOVE WS-SETTLEMENT-REASON TO LH-REASON
           OPEN EXTEND LEDGER-HISTORY-FILE
           IF WS-LEDGHIST-FILE-STATUS = "35"
               OPEN OUTPUT LEDGER-HISTORY-FILE
           END-IF
           WRITE LEDGER-HISTORY-REC
           CLOSE LEDGER-HISTORY-FILE.

      *----------------------------------------------------------------
      * RESOLVE-OPERATOR-ID settles, once, who is posting the
      * settlement: a batch run must carry a valid operator id on the
      * PARM, an interactive run is prompted until one is keyed.
      *----------------------------------------------------------------
       RESOLVE-OPERATOR-ID.
           IF OPERATOR-IS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PARM-OPERATOR-ID TO WS-OPERATOR-ID
           IF WS-OPERATOR-ID NOT = SPACES
               CALL "VALIDA-OPERADOR" USING WS-OPERATOR-ID,
                   WS-MJ-PROGRAM, WS-OPERID-VALID-SW,
                   WS-OPERATOR-ROLE
           END-IF
           IF BATCH-MODE-REQUESTED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OPERATOR-IS-VALID
               DISPLAY "PLEASE INTRODUCE YOUR OPERATOR ID"
               ACCEPT WS-OPERATOR-ID
               CALL "VALIDA-OPERADOR" USING WS-OPERATOR-ID,
                   WS-MJ-PROGRAM, WS-OPERID-VALID-SW,
                   WS-OPERATOR-ROLE
               IF OPERATOR-IS-VALID
                   CALL "AUTENTICA-OPERADOR" USING WS-OPERATOR-ID,
                       WS-MJ-PROGRAM, WS-OPERID-VALID-SW
                   IF NOT OPERATOR-IS-VALID
                       DISPLAY "SIGN-ON REFUSED - TRY AGAIN"
                   END-IF
               ELSE
                   DISPLAY "UNKNOWN OPERATOR ID - TRY AGAIN"
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * ACQUIRE-LEDGER-LOCK holds LEDGLOCK.DAT open WITH LOCK while the
      * settlement posts, the same discipline the posting run keeps.
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
               DISPLAY "CLOSURE REFUSED - LEDGER LOCKED BY ANOTHER "
                   "JOB: " WS-CUSTOMER-NUMBER
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
      * ACQUIRE-MASTER-LOCK holds MSTLOCK.DAT open WITH LOCK for the
