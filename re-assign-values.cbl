      *               override) is rejected AMBIGUOUS NAME instead of
      *               silently amending whichever twin the keyed read
      *               returned.
      * 2026-10-15 RO A customer's ledger credit limit is now amendable
      *               here -- batch field code L (twelve digits, the
      *               last two the cents) and a matching interactive
      *               step -- and, like the other sensitive fields,
      *               queues on PENDAPRV.DAT for APRUEBA-CAMBIOS to
      *               release onto LEDGLIM.DAT.
      * 2026-10-15 RO Document-id amendments (interactive and batch
      *               field code D) are now checked through the shared
      *               VALIDA-DOCUMENTO subroutine -- DNI length rules,
      *               CUIT/CUIL prefix and check digit -- instead of
      *               the numeric class test, the same edit onboarding
      *               applies, and the validator's reason is reported.
      * 2026-10-15 RO An address change now keys the postal code,
      *               locality and province with the two lines and is
      *               checked through the shared VALIDA-DOMICILIO
      *               subroutine against the postal reference; a
      *               passing address is stored the reference's way and
      *               each changed part is logged (CODPOST, LOCALID,
      *               PROVINC). Batch field code 1 is checked the same
      *               way against the customer's postal code, and the
      *               new field code P changes the postal code, taking
      *               locality and province from the reference.
      * 2026-10-15 RO Any address amendment (interactive, or batch
      *               field codes 1, 2 and P) now lifts the returned-
      *               mail flag CARGA-DEVOLUCIONES sets, logged as a
      *               CORREO change, so the customer is mailed again.
      * 2026-10-15 RO A customer CARGA-DEFUNCIONES has marked deceased
      *               takes no amendment, keyed or batch, as for a
      *               closed account.
      * 2026-10-15 RO An ordinary operator with a home branch now
      *               works only customers of that branch (or not
      *               yet given one), interactively, in the surname
      *               list and on the change-request feed, where an
      *               out-of-branch request rejects as CUSTOMER IN
      *               OTHER BRANCH. The saved-record copy used by
      *               the ambiguous-name probe now mirrors the whole
      *               master layout (minor flag, guardian, branch).
      * 2026-10-15 RO Interactive sign-on now asks for the operator's
      *               password through AUTENTICA-OPERADOR.
      * 2026-10-15 RO A customer's preferred contact channel (post,
      *               email or SMS), email address and consent date are
      *               now maintained like the other master fields, at
      *               the screen and in batch (field codes C, M and K),
      *               each change history-logged. An email or SMS
      *               choice is checked through VALIDA-CANAL before it
      *               is taken, and the consent date follows a move
      *               onto or off post.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REASIGNAR-VALORES.
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
       01 WS-OPERID-VALID-SW       PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-OPERATOR-ROLE         PIC X(10) VALUE SPACES.
       01 WS-VS-ACTION             PIC X VALUE 'O'.
       01 WS-VS-BRANCH-CODE        PIC X(4) VALUE SPACES.
       01 WS-VS-SCOPE              PIC X VALUE 'A'.
          88 OPERATOR-ON-ALL-BRANCHES VALUE 'A'.
       01 WS-VS-BRANCH-NAME        PIC X(30).
       01 WS-VS-RESULT             PIC X.
       01 WS-BRANCH-SCOPE-SWITCH   PIC X VALUE 'Y'.
          88 CUSTOMER-IN-SCOPE VALUE 'Y'.
       01 WS-REFUSED-SWITCH        PIC X VALUE 'N'.
          88 RUN-WAS-REFUSED VALUE 'Y'.
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-CONFIRM-PROMPT        PIC X(40).
       01 WS-NEW-VALUE             PIC X(32).
       01 WS-NEW-STATUS            PIC X.
       01 WS-LIMIT-TEXT            PIC X(16).
       01 WS-NEW-LIMIT             PIC 9(10)V99 VALUE ZERO.
       01 WS-NEW-LIMIT-DIGITS REDEFINES WS-NEW-LIMIT PIC X(12).
       01 WS-SEARCH-APELLIDO       PIC X(32) VALUE SPACES.
       01 WS-HISTORY-LIST-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-NUMFAIL-SWITCH        PIC X VALUE 'N'.
       01 WS-FNAC-RESULTS.
          05 WS-VF-IS-VALID        PIC X.
          05 WS-VF-REASON          PIC X(24).
       01 WS-DOCV-INPUT            PIC X(12).
       01 WS-DOCV-RESULTS.
          05 WS-VD-IS-VALID        PIC X.
          05 WS-VD-DOC-TYPE        PIC X(4).
          05 WS-VD-REASON          PIC X(24).
       01 WS-NEW-CHANNEL           PIC X.
          88 NEW-CHANNEL-IS-POST  VALUE 'P'.
          88 NEW-CHANNEL-IS-VALID VALUE 'P' 'E' 'S'.
       01 WS-OLD-CHANNEL           PIC X.
       01 WS-NEW-EMAIL             PIC X(32).
       01 WS-EMAIL-INPUT           PIC X(32).
       01 WS-NEW-CONSENT-DATE      PIC 9(8).
       01 WS-CHANV-RESULTS.
          05 WS-VC-ROUTE           PIC X.
          05 WS-VC-ADDRESS         PIC X(32).
          05 WS-VC-REASON          PIC X(24).
       01 WS-NEW-DIRECCION-1       PIC X(30).
       01 WS-NEW-DIRECCION-2       PIC X(30).
       01 WS-NEW-CODIGO-POSTAL     PIC X(8).
       01 WS-NEW-LOCALIDAD         PIC X(30).
       01 WS-NEW-PROVINCIA         PIC X(20).
       01 WS-ADDRV-RESULTS.
          05 WS-VM-IS-VALID        PIC X.
          05 WS-VM-REASON          PIC X(24).
          05 WS-VM-STD-DIRECCION-1 PIC X(30).
          05 WS-VM-STD-CODIGO-POSTAL PIC X(8).
          05 WS-VM-STD-LOCALIDAD   PIC X(30).
          05 WS-VM-STD-PROVINCIA   PIC X(20).
       01 WS-DECLARE-FILE-NAME     PIC X(30) VALUE "CHGRSLT.DAT".
       01 WS-DECLARE-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-DECLARE-AMOUNT        PIC 9(16) VALUE ZERO.
          05 WS-SAVED-DIRECCION-2  PIC X(30).
          05 WS-SAVED-TELEFONO     PIC X(12).
          05 WS-SAVED-DOC-ID       PIC X(12).
          05 WS-SAVED-RISK-RATING  PIC X.
          05 WS-SAVED-NEXT-REVIEW  PIC 9(8).
          05 WS-SAVED-LAST-REVIEW  PIC 9(8).
          05 WS-SAVED-DOC-EXPIRY   PIC 9(8).
          05 WS-SAVED-CODIGO-POSTAL PIC X(8).
          05 WS-SAVED-LOCALIDAD    PIC X(30).
          05 WS-SAVED-PROVINCIA    PIC X(20).
          05 WS-SAVED-MAIL-STATUS  PIC X.
          05 WS-SAVED-RETURNED-DATE PIC 9(8).
          05 WS-SAVED-MINOR-FLAG   PIC X.
          05 WS-SAVED-GUARDIAN-NUMBER PIC 9(8).
          05 WS-SAVED-BRANCH-CODE  PIC X(4).
          05 WS-SAVED-CONTACT-CHANNEL PIC X.
          05 WS-SAVED-EMAIL        PIC X(32).
          05 WS-SAVED-CONSENT-DATE PIC 9(8).
       01 WS-DOCDUP-SWITCH         PIC X VALUE 'N'.
          88 DUPLICATE-DOC-FOUND VALUE 'Y'.
       01 WS-DUP-SWITCH            PIC X VALUE 'N'.
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM RESOLVE-OPERATOR-BRANCH
           IF WS-RUN-MODE = 'B' OR WS-RUN-MODE = 'b'
               PERFORM ACQUIRE-MASTER-LOCK
               IF MASTER-LOCK-HELD
                   PERFORM OPEN-CUSTOMER-MASTER
                   PERFORM LOOK-UP-CUSTOMER
                   IF CUSTOMER-FOUND
                       PERFORM CHECK-CUSTOMER-BRANCH
                   END-IF
                   IF CUSTOMER-FOUND
                       IF NOT CUSTOMER-IN-SCOPE
                           DISPLAY "CUSTOMER " WS-CUSTOMER-NUMBER
                               " BELONGS TO BRANCH " CM-BRANCH-CODE
                               " - NOT YOUR BRANCH"
                       ELSE
                       IF CUSTOMER-CLOSED
                           DISPLAY "CUSTOMER " WS-CUSTOMER-NUMBER
                               " IS CLOSED - NO CHANGES ALLOWED"
                       ELSE
                       IF CUSTOMER-DECEASED
                           DISPLAY "CUSTOMER " WS-CUSTOMER-NUMBER
                               " IS DECEASED - NO CHANGES ALLOWED"
                       ELSE
                           PERFORM DISPLAY-CURRENT-VALUES
                           PERFORM RE-ASSIGN-VALUES
                       END-IF
                       END-IF
                       END-IF
                   ELSE
                       DISPLAY "CUSTOMER NOT FOUND: "
                           WS-CUSTOMER-NUMBER
               END-READ
               IF NOT SURNAME-LIST-DONE
                   IF CM-APELLIDO = WS-SEARCH-APELLIDO
                       PERFORM CHECK-CUSTOMER-BRANCH
                       IF CUSTOMER-IN-SCOPE
                           SET CUSTOMER-FOUND TO TRUE
                           DISPLAY CM-CUSTOMER-NUMBER " " CM-NOMBRE
                               " " CM-APELLIDO " STATUS " CM-STATUS
                       END-IF
                   ELSE
                       SET SURNAME-LIST-DONE TO TRUE
                   END-IF
           PERFORM REASSIGN-FECHA-NAC
           PERFORM REASSIGN-DIRECCION
           PERFORM REASSIGN-TELEFONO
           PERFORM REASSIGN-CONTACT-CHANNEL
           PERFORM REASSIGN-DOC-ID
           PERFORM REASSIGN-STATUS
           PERFORM REASSIGN-CREDIT-LIMIT
           PERFORM REWRITE-MASTER-RECORD.

      *----------------------------------------------------------------
      * REASSIGN-DIRECCION, REASSIGN-TELEFONO, and REASSIGN-DOC-ID walk
      * the newer master fields through the same double-entry,
      * history-logged transaction as the name fields; a new document
      * id is probed against the document alternate key first. The
      * address is keyed whole -- both lines, postal code, locality
      * and province -- and checked through VALIDA-DOMICILIO before
      * any of it is taken: a failing address leaves all five parts
      * as they were, a passing one is stored the reference's way.
      * With no postal reference on file the address is taken as
      * keyed, with a warning.
      *----------------------------------------------------------------
       REASSIGN-DIRECCION.
           MOVE "PLEASE INTRODUCE THE NEW ADDRESS LINE 1"
               TO WS-NEW-PROMPT
           MOVE "PLEASE RE-ENTER THE NEW ADDRESS LINE 1"
               TO WS-CONFIRM-PROMPT
           PERFORM ACCEPT-AND-CONFIRM-VALUE
           MOVE WS-NEW-VALUE TO WS-NEW-DIRECCION-1
           MOVE "PLEASE INTRODUCE THE NEW ADDRESS LINE 2"
               TO WS-NEW-PROMPT
           MOVE "PLEASE RE-ENTER THE NEW ADDRESS LINE 2"
               TO WS-CONFIRM-PROMPT
           PERFORM ACCEPT-AND-CONFIRM-VALUE
           MOVE WS-NEW-VALUE TO WS-NEW-DIRECCION-2
           MOVE "PLEASE INTRODUCE THE NEW POSTAL CODE"
               TO WS-NEW-PROMPT
           MOVE "PLEASE RE-ENTER THE NEW POSTAL CODE"
               TO WS-CONFIRM-PROMPT
           PERFORM ACCEPT-AND-CONFIRM-VALUE
           MOVE WS-NEW-VALUE TO WS-NEW-CODIGO-POSTAL
           MOVE "PLEASE INTRODUCE THE NEW LOCALITY"
               TO WS-NEW-PROMPT
           MOVE "PLEASE RE-ENTER THE NEW LOCALITY"
               TO WS-CONFIRM-PROMPT
           PERFORM ACCEPT-AND-CONFIRM-VALUE
           MOVE WS-NEW-VALUE TO WS-NEW-LOCALIDAD
           MOVE "PLEASE INTRODUCE THE NEW PROVINCE"
               TO WS-NEW-PROMPT
           MOVE "PLEASE RE-ENTER THE NEW PROVINCE"
               TO WS-CONFIRM-PROMPT
           PERFORM ACCEPT-AND-CONFIRM-VALUE
           MOVE WS-NEW-VALUE TO WS-NEW-PROVINCIA
           CALL "VALIDA-DOMICILIO" USING WS-NEW-DIRECCION-1,
               WS-NEW-CODIGO-POSTAL, WS-NEW-LOCALIDAD,
               WS-NEW-PROVINCIA, WS-ADDRV-RESULTS
           EVALUATE WS-VM-IS-VALID
               WHEN 'Y'
                   MOVE WS-VM-STD-DIRECCION-1   TO WS-NEW-DIRECCION-1
                   MOVE WS-VM-STD-CODIGO-POSTAL TO WS-NEW-CODIGO-POSTAL
                   MOVE WS-VM-STD-LOCALIDAD     TO WS-NEW-LOCALIDAD
                   MOVE WS-VM-STD-PROVINCIA     TO WS-NEW-PROVINCIA
               WHEN 'U'
                   DISPLAY "POSTAL REFERENCE NOT AVAILABLE - ADDRESS "
                       "TAKEN AS KEYED"
               WHEN OTHER
                   DISPLAY "ADDRESS NOT CHANGED - " WS-VM-REASON
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM APPLY-NEW-ADDRESS.

      *----------------------------------------------------------------
      * APPLY-NEW-ADDRESS moves an accepted address onto the master
      * record and logs one history entry per part.
      *----------------------------------------------------------------
       APPLY-NEW-ADDRESS.
           MOVE CM-DIRECCION-1 TO WS-OLD-VALUE
           MOVE WS-NEW-DIRECCION-1 TO WS-NEW-VALUE
           MOVE WS-NEW-DIRECCION-1 TO CM-DIRECCION-1
           MOVE "DIREC-1" TO WS-HIST-FIELD-NAME
           PERFORM WRITE-HISTORY-RECORD
           MOVE CM-DIRECCION-2 TO WS-OLD-VALUE
           MOVE WS-NEW-DIRECCION-2 TO WS-NEW-VALUE
           MOVE WS-NEW-DIRECCION-2 TO CM-DIRECCION-2
           MOVE "DIREC-2" TO WS-HIST-FIELD-NAME
           PERFORM WRITE-HISTORY-RECORD
           MOVE CM-CODIGO-POSTAL TO WS-OLD-VALUE
           MOVE WS-NEW-CODIGO-POSTAL TO WS-NEW-VALUE
           MOVE WS-NEW-CODIGO-POSTAL TO CM-CODIGO-POSTAL
           MOVE "CODPOST" TO WS-HIST-FIELD-NAME
           PERFORM WRITE-HISTORY-RECORD
           MOVE CM-LOCALIDAD TO WS-OLD-VALUE
           MOVE WS-NEW-LOCALIDAD TO WS-NEW-VALUE
           MOVE WS-NEW-LOCALIDAD TO CM-LOCALIDAD
           MOVE "LOCALID" TO WS-HIST-FIELD-NAME
           PERFORM WRITE-HISTORY-RECORD
           MOVE CM-PROVINCIA TO WS-OLD-VALUE
           MOVE WS-NEW-PROVINCIA TO WS-NEW-VALUE
           MOVE WS-NEW-PROVINCIA TO CM-PROVINCIA
           MOVE "PROVINC" TO WS-HIST-FIELD-NAME
           PERFORM WRITE-HISTORY-RECORD
           PERFORM CLEAR-RETURNED-MAIL.

      *----------------------------------------------------------------
      * CLEAR-RETURNED-MAIL lifts the returned-mail flag when the
      * address it was raised against is amended: the new address is
      * presumed good until the mail house sends it back too.
      *----------------------------------------------------------------
       CLEAR-RETURNED-MAIL.
           IF NOT ADDRESS-UNDELIVERABLE
               EXIT PARAGRAPH
           END-IF
           MOVE CM-MAIL-STATUS TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           MOVE SPACE TO CM-MAIL-STATUS
           MOVE ZERO TO CM-RETURNED-DATE
           MOVE "CORREO" TO WS-HIST-FIELD-NAME
           PERFORM WRITE-HISTORY-RECORD.

       REASSIGN-TELEFONO.
               PERFORM WRITE-HISTORY-RECORD
           END-IF.

      *----------------------------------------------------------------
      * REASSIGN-CONTACT-CHANNEL takes how the customer wants letters,
      * statements and campaign mail: P post, E email, S SMS, blank
      * to keep the channel on file. On email the address is asked
      * for too (blank keeps it). An email or SMS choice must pass
      * VALIDA-CANAL with the address it would go to, or nothing is
      * changed; the phone used for SMS is the one just maintained.
      *----------------------------------------------------------------
       REASSIGN-CONTACT-CHANNEL.
           DISPLAY "NEW CONTACT CHANNEL - P POST, E EMAIL, S SMS "
               "(BLANK TO KEEP " CM-CONTACT-CHANNEL ")"
           MOVE SPACE TO WS-NEW-CHANNEL
           ACCEPT WS-NEW-CHANNEL
           IF WS-NEW-CHANNEL = SPACE
               MOVE CM-CONTACT-CHANNEL TO WS-NEW-CHANNEL
           END-IF
           IF WS-NEW-CHANNEL = SPACE
               MOVE 'P' TO WS-NEW-CHANNEL
           END-IF
           IF NOT NEW-CHANNEL-IS-VALID
               DISPLAY "INVALID CHANNEL - NOT CHANGED"
               EXIT PARAGRAPH
           END-IF
           MOVE CM-EMAIL TO WS-NEW-EMAIL
           IF WS-NEW-CHANNEL = 'E'
               DISPLAY "NEW EMAIL ADDRESS (BLANK TO KEEP "
                   CM-EMAIL ")"
               MOVE SPACES TO WS-EMAIL-INPUT
               ACCEPT WS-EMAIL-INPUT
               IF WS-EMAIL-INPUT NOT = SPACES
                   MOVE WS-EMAIL-INPUT TO WS-NEW-EMAIL
               END-IF
           END-IF
           IF NOT NEW-CHANNEL-IS-POST
               CALL "VALIDA-CANAL" USING WS-NEW-CHANNEL, WS-NEW-EMAIL,
                   CM-TELEFONO, WS-BUSINESS-DATE, WS-CHANV-RESULTS
               IF WS-VC-ROUTE NOT = WS-NEW-CHANNEL
                   DISPLAY "CONTACT CHANNEL NOT CHANGED - "
                       WS-VC-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-NEW-EMAIL NOT = CM-EMAIL
               MOVE CM-EMAIL TO WS-OLD-VALUE
               MOVE WS-NEW-EMAIL TO WS-NEW-VALUE
               MOVE WS-NEW-EMAIL TO CM-EMAIL
               MOVE "EMAIL" TO WS-HIST-FIELD-NAME
               PERFORM WRITE-HISTORY-RECORD
           END-IF
           MOVE CM-CONTACT-CHANNEL TO WS-OLD-CHANNEL
           IF WS-OLD-CHANNEL = SPACE
               MOVE 'P' TO WS-OLD-CHANNEL
           END-IF
           IF WS-NEW-CHANNEL NOT = WS-OLD-CHANNEL
               PERFORM SET-CONSENT-FOR-CHANNEL
               MOVE CM-CONTACT-CHANNEL TO WS-OLD-VALUE
               MOVE WS-NEW-CHANNEL TO WS-NEW-VALUE
               MOVE WS-NEW-CHANNEL TO CM-CONTACT-CHANNEL
               MOVE "CANAL" TO WS-HIST-FIELD-NAME
               PERFORM WRITE-HISTORY-RECORD
               DISPLAY "YOU UPDATED THE CONTACT CHANNEL TO: "
                   CM-CONTACT-CHANNEL
           END-IF.

      *----------------------------------------------------------------
      * SET-CONSENT-FOR-CHANNEL keeps the consent date in step with a
      * channel change, history-logged: moving off post onto email or
      * SMS is the customer's consent as of today's business date,
      * moving back to post withdraws it, and a move between email
      * and SMS keeps the consent already given. The channel itself
      * must still be the old one when this runs.
      *----------------------------------------------------------------
       SET-CONSENT-FOR-CHANNEL.
           MOVE CM-CONSENT-DATE TO WS-NEW-CONSENT-DATE
           IF NEW-CHANNEL-IS-POST
               MOVE ZERO TO WS-NEW-CONSENT-DATE
           ELSE
               IF WS-OLD-CHANNEL = 'P'
                       OR CM-CONSENT-DATE IS NOT NUMERIC
                       OR CM-CONSENT-DATE = ZERO
                   MOVE WS-BUSINESS-DATE TO WS-NEW-CONSENT-DATE
               END-IF
           END-IF
           IF CM-CONSENT-DATE IS NOT NUMERIC
                   OR WS-NEW-CONSENT-DATE NOT = CM-CONSENT-DATE
               MOVE CM-CONSENT-DATE TO WS-OLD-VALUE
               MOVE WS-NEW-CONSENT-DATE TO WS-NEW-VALUE
               MOVE WS-NEW-CONSENT-DATE TO CM-CONSENT-DATE
               MOVE "CONSENT" TO WS-HIST-FIELD-NAME
               PERFORM WRITE-HISTORY-RECORD
           END-IF.

       REASSIGN-DOC-ID.
           MOVE CM-DOC-ID TO WS-OLD-VALUE
           MOVE "PLEASE INTRODUCE THE NEW DOCUMENT ID"
           MOVE "PLEASE RE-ENTER THE NEW DOCUMENT ID"
               TO WS-CONFIRM-PROMPT
           PERFORM ACCEPT-AND-CONFIRM-VALUE
           PERFORM VALIDATE-DOC-ID-VALUE
           IF WS-VD-IS-VALID NOT = 'Y'
               DISPLAY "DOCUMENT NOT CHANGED - " WS-VD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-MASTER-REC TO WS-SAVED-MASTER-REC
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * REASSIGN-CREDIT-LIMIT takes a new ledger credit limit -- how
      * far the posting run may take the balance overdrawn -- as an
      * amount with optional decimals. An empty entry keeps the
      * current limit. The limit is a sensitive field, so it queues
      * for approval as twelve digits (last two the cents).
      *----------------------------------------------------------------
       REASSIGN-CREDIT-LIMIT.
           DISPLAY "NEW CREDIT LIMIT, E.G. 1500.00 (BLANK TO KEEP "
               "THE CURRENT LIMIT)"
           MOVE SPACES TO WS-LIMIT-TEXT
           ACCEPT WS-LIMIT-TEXT
           IF WS-LIMIT-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-LIMIT-TEXT) NOT = ZERO
               DISPLAY "INVALID AMOUNT - CREDIT LIMIT NOT CHANGED"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-LIMIT-TEXT) < ZERO
                   OR FUNCTION NUMVAL(WS-LIMIT-TEXT) > 9999999999.99
               DISPLAY "INVALID AMOUNT - CREDIT LIMIT NOT CHANGED"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LIMIT-TEXT) TO WS-NEW-LIMIT
           MOVE SPACES TO WS-NEW-VALUE
           MOVE WS-NEW-LIMIT-DIGITS TO WS-NEW-VALUE
           MOVE 'L' TO WS-PEND-FIELD-CODE
           PERFORM QUEUE-PENDING-CHANGE.

      *----------------------------------------------------------------
      * REWRITE-MASTER-RECORD commits the maintained values back to the
      * customer's master record under its unchanged customer number.
                       DISPLAY "PLEASE INTRODUCE YOUR OPERATOR ID"
                       ACCEPT WS-OPERATOR-ID
                       PERFORM VALIDATE-OPERATOR-ID
                       IF OPERATOR-IS-VALID
                           CALL "AUTENTICA-OPERADOR" USING
                               WS-OPERATOR-ID, WS-JOURNAL-PROGRAM,
                               WS-OPERID-VALID-SW
                           IF NOT OPERATOR-IS-VALID
                               DISPLAY "SIGN-ON REFUSED - TRY AGAIN"
                           END-IF
                       ELSE
                           DISPLAY "UNKNOWN OPERATOR ID - TRY AGAIN"
                       END-IF
                   END-PERFORM
               WS-JOURNAL-PROGRAM, WS-OPERID-VALID-SW,
               WS-OPERATOR-ROLE.

      *----------------------------------------------------------------
      * RESOLVE-OPERATOR-BRANCH fetches the operator's home branch and
      * scope through the shared VALIDA-SUCURSAL subroutine. An
      * ordinary operator with a home branch works only the customers
      * of that branch; supervisors, night operations and operators
      * not yet given a branch work every branch.
      * CHECK-CUSTOMER-BRANCH holds the customer in hand against that
      * scope. A customer not yet given a branch is open to everyone.
      *----------------------------------------------------------------
       RESOLVE-OPERATOR-BRANCH.
           MOVE 'O' TO WS-VS-ACTION
           CALL "VALIDA-SUCURSAL" USING WS-VS-ACTION,
               WS-OPERATOR-ID, WS-VS-BRANCH-CODE, WS-VS-SCOPE,
               WS-VS-BRANCH-NAME, WS-VS-RESULT.

       CHECK-CUSTOMER-BRANCH.
           MOVE 'Y' TO WS-BRANCH-SCOPE-SWITCH
           IF NOT OPERATOR-ON-ALL-BRANCHES
                   AND CM-BRANCH-CODE NOT = SPACES
                   AND CM-BRANCH-CODE NOT = WS-VS-BRANCH-CODE
               MOVE 'N' TO WS-BRANCH-SCOPE-SWITCH
           END-IF.

       READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TS-DATE TO WS-BUSINESS-DATE
           END-READ
           IF CUSTOMER-FOUND
               PERFORM CHECK-AMBIGUOUS-NAME
               PERFORM CHECK-CUSTOMER-BRANCH
           END-IF
           IF NOT CUSTOMER-FOUND
               DISPLAY "CHANGE REQUEST REJECTED - CUSTOMER NOT FOUND: "
                   MOVE "REJECTED" TO WS-REQUEST-STATUS
                   MOVE "AMBIGUOUS NAME" TO WS-REQUEST-REASON
               ELSE
               IF NOT CUSTOMER-IN-SCOPE
                   DISPLAY "CHANGE REQUEST REJECTED - CUSTOMER IS "
                       "IN BRANCH " CM-BRANCH-CODE ": " CR-NOMBRE
                   MOVE "REJECTED" TO WS-REQUEST-STATUS
                   MOVE "CUSTOMER IN OTHER BRANCH" TO WS-REQUEST-REASON
               ELSE
               IF CUSTOMER-CLOSED
                   DISPLAY "CHANGE REQUEST REJECTED - CUSTOMER IS "
                       "CLOSED: " CR-NOMBRE
                   MOVE "REJECTED" TO WS-REQUEST-STATUS
                   MOVE "CUSTOMER IS CLOSED" TO WS-REQUEST-REASON
               ELSE
               IF CUSTOMER-DECEASED
                   DISPLAY "CHANGE REQUEST REJECTED - CUSTOMER IS "
                       "DECEASED: " CR-NOMBRE
                   MOVE "REJECTED" TO WS-REQUEST-STATUS
                   MOVE "CUSTOMER IS DECEASED" TO WS-REQUEST-REASON
               ELSE
               IF CR-NEW-VALUE = SPACES
                   DISPLAY
                       "CHANGE REQUEST REJECTED - BLANK NEW VALUE: "
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
                       MOVE "INVALID STATUS" TO WS-REQUEST-REASON
                   END-IF
               WHEN "1"
                   PERFORM CHECK-BATCH-DIRECCION
                   IF WS-REQUEST-STATUS = "REJECTED"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CLEAR-RETURNED-MAIL
                   MOVE CM-DIRECCION-1 TO WS-OLD-VALUE
                   MOVE WS-NEW-DIRECCION-1 TO WS-NEW-VALUE
                   MOVE WS-NEW-DIRECCION-1 TO CM-DIRECCION-1
                   MOVE "DIREC-1" TO WS-HIST-FIELD-NAME
                   REWRITE CUSTOMER-MASTER-REC
                   PERFORM JOURNAL-MASTER-REWRITE
               WHEN "P"
                   PERFORM CHECK-BATCH-CODIGO-POSTAL
                   IF WS-REQUEST-STATUS = "REJECTED"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM APPLY-BATCH-CODIGO-POSTAL
               WHEN "2"
                   PERFORM CLEAR-RETURNED-MAIL
                   MOVE CM-DIRECCION-2 TO WS-OLD-VALUE
                   MOVE CR-NEW-VALUE TO WS-NEW-VALUE
                   MOVE CR-NEW-VALUE TO CM-DIRECCION-2
                   END-IF
               WHEN "D"
                   MOVE CR-NEW-VALUE TO WS-NEW-VALUE
                   PERFORM VALIDATE-DOC-ID-VALUE
                   IF WS-VD-IS-VALID NOT = 'Y'
                       DISPLAY "CHANGE REQUEST REJECTED - DOCUMENT "
                           WS-VD-REASON ": " CR-NEW-VALUE(1:12)
                       MOVE "INVALID" TO WS-HIST-FIELD-NAME
                       MOVE "REJECTED" TO WS-REQUEST-STATUS
                       MOVE WS-VD-REASON TO WS-REQUEST-REASON
                       EXIT PARAGRAPH
                   END-IF
                   MOVE CUSTOMER-MASTER-REC TO WS-SAVED-MASTER-REC
                       REWRITE CUSTOMER-MASTER-REC
                       PERFORM JOURNAL-MASTER-REWRITE
                   END-IF
               WHEN "L"
                   IF CR-NEW-VALUE(1:12) IS NUMERIC
                       MOVE SPACES TO WS-NEW-VALUE
                       MOVE CR-NEW-VALUE(1:12) TO WS-NEW-VALUE
                       MOVE 'L' TO WS-PEND-FIELD-CODE
                       PERFORM QUEUE-BATCH-CHANGE
                   ELSE
                       DISPLAY "CHANGE REQUEST REJECTED - CREDIT "
                           "LIMIT MUST BE 12 DIGITS: "
                           CR-NEW-VALUE(1:12)
                       MOVE "INVALID" TO WS-HIST-FIELD-NAME
                       MOVE "REJECTED" TO WS-REQUEST-STATUS
                       MOVE "NON-NUMERIC CREDIT LIMIT"
                           TO WS-REQUEST-REASON
                   END-IF
               WHEN "C"
                   PERFORM APPLY-BATCH-CONTACT-CHANNEL
               WHEN "M"
                   MOVE 'E' TO WS-NEW-CHANNEL
                   MOVE CR-NEW-VALUE TO WS-NEW-EMAIL
                   CALL "VALIDA-CANAL" USING WS-NEW-CHANNEL,
                       WS-NEW-EMAIL, CM-TELEFONO, WS-BUSINESS-DATE,
                       WS-CHANV-RESULTS
                   IF WS-VC-ROUTE NOT = 'E'
                       DISPLAY "CHANGE REQUEST REJECTED - "
                           WS-VC-REASON ": " CR-NEW-VALUE
                       MOVE "INVALID" TO WS-HIST-FIELD-NAME
                       MOVE "REJECTED" TO WS-REQUEST-STATUS
                       MOVE WS-VC-REASON TO WS-REQUEST-REASON
                   ELSE
                       MOVE CM-EMAIL TO WS-OLD-VALUE
                       MOVE CR-NEW-VALUE TO WS-NEW-VALUE
                       MOVE CR-NEW-VALUE TO CM-EMAIL
                       MOVE "EMAIL" TO WS-HIST-FIELD-NAME
                       REWRITE CUSTOMER-MASTER-REC
                       PERFORM JOURNAL-MASTER-REWRITE
                   END-IF
               WHEN "K"
                   MOVE CR-NEW-VALUE(1:8) TO WS-FNAC-INPUT
                   CALL "VALIDA-FECHA" USING WS-FNAC-INPUT,
                       WS-BUSINESS-DATE, WS-FNAC-MIN-YEAR,
                       WS-FNAC-RESULTS
                   IF WS-VF-IS-VALID NOT = 'Y'
                       DISPLAY "CHANGE REQUEST REJECTED - BAD CONSENT "
                           "DATE: " CR-NEW-VALUE(1:8)
                       MOVE "INVALID" TO WS-HIST-FIELD-NAME
                       MOVE "REJECTED" TO WS-REQUEST-STATUS
                       MOVE WS-VF-REASON TO WS-REQUEST-REASON
                   ELSE
                       MOVE CM-CONSENT-DATE TO WS-OLD-VALUE
                       MOVE CR-NEW-VALUE(1:8) TO WS-NEW-VALUE
                       MOVE WS-FNAC-INPUT TO CM-CONSENT-DATE
                       MOVE "CONSENT" TO WS-HIST-FIELD-NAME
                       REWRITE CUSTOMER-MASTER-REC
                       PERFORM JOURNAL-MASTER-REWRITE
                   END-IF
               WHEN OTHER
                   DISPLAY
                       "CHANGE REQUEST REJECTED - INVALID FIELD CODE"
               DISPLAY "CHANGE APPLIED: " WS-HIST-FIELD-NAME
           END-IF.

      *----------------------------------------------------------------
      * APPLY-BATCH-CONTACT-CHANNEL takes a batch channel change (P,
      * E or S in the first byte). An email or SMS channel must pass
      * VALIDA-CANAL against the email address and phone already on
      * the master -- a feed moving a customer to email sends the M
      * address change ahead of the C -- and the consent date moves
      * with the channel as it does at the screen.
      *----------------------------------------------------------------
       APPLY-BATCH-CONTACT-CHANNEL.
           MOVE CR-NEW-VALUE(1:1) TO WS-NEW-CHANNEL
           IF NOT NEW-CHANNEL-IS-VALID
               DISPLAY "CHANGE REQUEST REJECTED - INVALID CHANNEL: "
                   CR-NEW-VALUE(1:1)
               MOVE "INVALID" TO WS-HIST-FIELD-NAME
               MOVE "REJECTED" TO WS-REQUEST-STATUS
               MOVE "INVALID CHANNEL" TO WS-REQUEST-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT NEW-CHANNEL-IS-POST
               CALL "VALIDA-CANAL" USING WS-NEW-CHANNEL, CM-EMAIL,
                   CM-TELEFONO, WS-BUSINESS-DATE, WS-CHANV-RESULTS
               IF WS-VC-ROUTE NOT = WS-NEW-CHANNEL
                   DISPLAY "CHANGE REQUEST REJECTED - "
                       WS-VC-REASON ": " CR-NOMBRE
                   MOVE "INVALID" TO WS-HIST-FIELD-NAME
                   MOVE "REJECTED" TO WS-REQUEST-STATUS
                   MOVE WS-VC-REASON TO WS-REQUEST-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE CM-CONTACT-CHANNEL TO WS-OLD-CHANNEL
           IF WS-OLD-CHANNEL = SPACE
               MOVE 'P' TO WS-OLD-CHANNEL
           END-IF
           PERFORM SET-CONSENT-FOR-CHANNEL
           MOVE CM-CONTACT-CHANNEL TO WS-OLD-VALUE
           MOVE WS-NEW-CHANNEL TO WS-NEW-VALUE
           MOVE WS-NEW-CHANNEL TO CM-CONTACT-CHANNEL
           MOVE "CANAL" TO WS-HIST-FIELD-NAME
           REWRITE CUSTOMER-MASTER-REC
           PERFORM JOURNAL-MASTER-REWRITE.

      *----------------------------------------------------------------
      * CHECK-BATCH-DIRECCION checks a batch address line 1 through
      * VALIDA-DOMICILIO against the postal code, locality and
      * province already on the master, and leaves the line to store
      * -- the reference's spelling when it passes -- in WS-NEW-
      * DIRECCION-1. A customer with no postal code on file yet (an
      * account opened before postal codes were kept) cannot be
      * checked and has the line taken as keyed, as does every
      * customer while the postal reference is not on file;
      * AUDITA-DOMICILIOS lists such addresses for follow-up.
      *----------------------------------------------------------------
       CHECK-BATCH-DIRECCION.
           MOVE CR-NEW-VALUE TO WS-NEW-DIRECCION-1
           IF CM-CODIGO-POSTAL = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "VALIDA-DOMICILIO" USING WS-NEW-DIRECCION-1,
               CM-CODIGO-POSTAL, CM-LOCALIDAD, CM-PROVINCIA,
               WS-ADDRV-RESULTS
           EVALUATE WS-VM-IS-VALID
               WHEN 'Y'
                   MOVE WS-VM-STD-DIRECCION-1 TO WS-NEW-DIRECCION-1
               WHEN 'U'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CHANGE REQUEST REJECTED - ADDRESS "
                       WS-VM-REASON ": " CR-NEW-VALUE(1:30)
                   MOVE "INVALID" TO WS-HIST-FIELD-NAME
                   MOVE "REJECTED" TO WS-REQUEST-STATUS
                   MOVE WS-VM-REASON TO WS-REQUEST-REASON
           END-EVALUATE.

      *----------------------------------------------------------------
      * CHECK-BATCH-CODIGO-POSTAL checks a batch postal-code change
      * through VALIDA-DOMICILIO against the address line 1 on the
      * master, with locality and province left blank so that both
      * come from the reference. The code, locality and province to
      * store are left in WS-NEW-CODIGO-POSTAL, WS-NEW-LOCALIDAD and
      * WS-NEW-PROVINCIA; with no postal reference on file only the
      * code is changed, as keyed.
      *----------------------------------------------------------------
       CHECK-BATCH-CODIGO-POSTAL.
           MOVE CR-NEW-VALUE(1:8) TO WS-NEW-CODIGO-POSTAL
           MOVE SPACES TO WS-NEW-LOCALIDAD
           MOVE SPACES TO WS-NEW-PROVINCIA
           CALL "VALIDA-DOMICILIO" USING CM-DIRECCION-1,
               WS-NEW-CODIGO-POSTAL, WS-NEW-LOCALIDAD,
               WS-NEW-PROVINCIA, WS-ADDRV-RESULTS
           EVALUATE WS-VM-IS-VALID
               WHEN 'Y'
                   MOVE WS-VM-STD-CODIGO-POSTAL TO WS-NEW-CODIGO-POSTAL
                   MOVE WS-VM-STD-LOCALIDAD     TO WS-NEW-LOCALIDAD
                   MOVE WS-VM-STD-PROVINCIA     TO WS-NEW-PROVINCIA
               WHEN 'U'
                   MOVE CM-LOCALIDAD TO WS-NEW-LOCALIDAD
                   MOVE CM-PROVINCIA TO WS-NEW-PROVINCIA
               WHEN OTHER
                   DISPLAY "CHANGE REQUEST REJECTED - ADDRESS "
                       WS-VM-REASON ": " CR-NEW-VALUE(1:8)
                   MOVE "INVALID" TO WS-HIST-FIELD-NAME
                   MOVE "REJECTED" TO WS-REQUEST-STATUS
                   MOVE WS-VM-REASON TO WS-REQUEST-REASON
           END-EVALUATE.

      *----------------------------------------------------------------
      * APPLY-BATCH-CODIGO-POSTAL stores a checked postal-code change.
      * A locality or province the reference changed along with it
      * is logged here; the postal code itself is logged by the
      * caller, as every batch change is.
      *----------------------------------------------------------------
       APPLY-BATCH-CODIGO-POSTAL.
           PERFORM CLEAR-RETURNED-MAIL
           IF WS-NEW-LOCALIDAD NOT = CM-LOCALIDAD
               MOVE CM-LOCALIDAD TO WS-OLD-VALUE
               MOVE WS-NEW-LOCALIDAD TO WS-NEW-VALUE
               MOVE WS-NEW-LOCALIDAD TO CM-LOCALIDAD
               MOVE "LOCALID" TO WS-HIST-FIELD-NAME
               PERFORM WRITE-HISTORY-RECORD
           END-IF
           IF WS-NEW-PROVINCIA NOT = CM-PROVINCIA
               MOVE CM-PROVINCIA TO WS-OLD-VALUE
               MOVE WS-NEW-PROVINCIA TO WS-NEW-VALUE
               MOVE WS-NEW-PROVINCIA TO CM-PROVINCIA
               MOVE "PROVINC" TO WS-HIST-FIELD-NAME
               PERFORM WRITE-HISTORY-RECORD
           END-IF
           MOVE CM-CODIGO-POSTAL TO WS-OLD-VALUE
           MOVE WS-NEW-CODIGO-POSTAL TO WS-NEW-VALUE
           MOVE WS-NEW-CODIGO-POSTAL TO CM-CODIGO-POSTAL
           MOVE "CODPOST" TO WS-HIST-FIELD-NAME
           REWRITE CUSTOMER-MASTER-REC
           PERFORM JOURNAL-MASTER-REWRITE.

      *----------------------------------------------------------------
      * QUEUE-BATCH-CHANGE routes a sensitive batch amendment to the
      * pending-approval queue and marks the request QUEUED on the
      * VALIDATE-NUM12-VALUE requires the first twelve bytes of the
      * keyed value to be fully numeric (trailing spaces counting as
      * zeros), the same CLASIFICA-CAMPO edit onboarding applies to
      * the phone at capture.
      *----------------------------------------------------------------
       VALIDATE-NUM12-VALUE.
           MOVE 'Y' TO WS-NUM12-SWITCH
               MOVE 'N' TO WS-NUM12-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * VALIDATE-DOC-ID-VALUE runs the keyed document id through the
      * shared VALIDA-DOCUMENTO rules for its document type; anything
      * keyed past the twelve bytes a document id holds is refused as
      * too long rather than cut short.
      *----------------------------------------------------------------
       VALIDATE-DOC-ID-VALUE.
           MOVE WS-NEW-VALUE(1:12) TO WS-DOCV-INPUT
           CALL "VALIDA-DOCUMENTO" USING WS-DOCV-INPUT, WS-DOCV-RESULTS
           IF WS-VD-IS-VALID = 'Y' AND WS-NEW-VALUE(13:20) NOT = SPACES
               MOVE 'N' TO WS-VD-IS-VALID
               MOVE "DOC ID LENGTH INVALID" TO WS-VD-REASON
           END-IF.

       CHECK-DUPLICATE-DOC-ID.
           MOVE 'N' TO WS-DOCDUP-SWITCH
           IF CM-DOC-ID NOT = WS-SAVED-DOC-ID
