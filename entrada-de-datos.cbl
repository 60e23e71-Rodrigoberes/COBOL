      *               so concurrent writers can no longer interleave
      *               on the indexed master. Inquiry programs read
      *               without the lock.
      * 2026-10-15 RO Every signup, form or batch, is now screened
      *               against the sanctions watch list through
      *               CRIBA-LISTA (sounds-like name key and document
      *               id) before it is created. A potential match is
      *               held on suspense as WATCH-LIST HOLD with the hit
      *               queued on SCREENQ.DAT for compliance, instead of
      *               becoming an account.
      * 2026-10-15 RO The form and the batch feed now capture the
      *               identity document's expiry date (blank when the
      *               feed does not carry it yet); a date that is not
      *               real, or already past, sends the signup to
      *               suspense. Every account now starts with a
      *               medium KYC risk rating, the onboarding as its
      *               last review, and its next periodic review
      *               scheduled through PROXIMA-REVISION.
      * 2026-10-15 RO The document id is now checked through the shared
      *               VALIDA-DOCUMENTO subroutine -- DNI length rules,
      *               CUIT/CUIL prefix and check digit -- instead of
      *               the numeric class test alone, so a transposed
      *               digit goes to suspense with the validator's
      *               reason instead of defeating the uniqueness check.
      * 2026-10-15 RO The duplicate-customer check no longer misses a
      *               name because of an accent: when the exact name
      *               key finds nothing, the FONETICO.DAT entries that
      *               share the surname's sounds-like key are compared
      *               with accents folded through NORMALIZA-NOMBRE and
      *               case ignored, so MUNOZ against a MUÑOZ already
      *               on file is a duplicate like any other. The name
      *               is still stored as keyed.
      * 2026-10-15 RO The form and the batch feed now capture the
      *               postal code, locality and province as fields of
      *               their own, and the address is checked against
      *               the POSTREF.DAT postal reference through
      *               VALIDA-DOMICILIO: a postal code that is blank,
      *               malformed or unknown, a locality or province
      *               not its own, or a street not in it sends the
      *               signup to suspense with the validator's reason.
      *               A good address is stored as the reference
      *               spells it. With no reference loaded the address
      *               is taken as keyed, with a console warning.
      * 2026-10-15 RO A signup under 18 by birth date against the
      *               business date is now onboarded as a minor and
      *               must name a guardian: an existing active
      *               customer who is an adult. The link is kept on
      *               the master; a minor keyed with no guardian, or
      *               one who doesn't qualify, goes to suspense with
      *               the reason. The form asks for the guardian's
      *               number and ONBOARD.DAT carries it at the end.
      * 2026-10-15 RO A minor's guardian is also recorded on
      *               RELACION.DAT as a GU relationship through
      *               REGISTRA-RELACION.
      * 2026-10-15 RO A signup can now name the prospect it came from
      *               on PROSPECT.DAT, on the form or at the end of an
      *               ONBOARD.DAT record: the name, phone and address
      *               captured on the prospect fill whatever is blank,
      *               and the prospect is marked converted into the new
      *               customer through ENLAZA-PROSPECTO. Suspense
      *               records carry the prospect number.
      * 2026-10-15 RO Every new account is opened at a branch: the form
      *               asks for the opening branch code and ONBOARD.DAT
      *               carries it at the end. It is checked against the
      *               SUCURSAL.DAT branch reference through VALIDA-
      *               SUCURSAL and a signup with no branch, or one not
      *               on file, goes to suspense. The branch is kept on
      *               the master and on the NEWACCT.DAT row, and
      *               suspense records carry it.
      * 2026-10-15 RO Both ids signing a duplicate override now key
      *               their passwords through AUTENTICA-OPERADOR.
      * 2026-10-15 RO The interactive form now signs the keying
      *               operator on up front; the id is carried on the
      *               NEWACCT.DAT record (batch onboarding carries
      *               ONBOARD) and stands as the capturing operator
      *               of a duplicate override, which no longer asks
      *               for it a second time.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTRADA-DE-DATOS.
           SELECT DUP-OVERRIDE-FILE ASSIGN TO "DUPOVRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPOVRD-FILE-STATUS.
           SELECT PHONETIC-KEY-FILE ASSIGN TO "FONETICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FK-RECORD-KEY
               FILE STATUS IS WS-FONETICO-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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
           05 ES-TELEFONO      PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 ES-DOC-ID        PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 ES-DOC-EXPIRY    PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ES-CODIGO-POSTAL PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ES-LOCALIDAD     PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 ES-PROVINCIA     PIC X(20).
           05 FILLER           PIC X.
           05 ES-GUARDIAN-NUMBER PIC X(8).
           05 FILLER           PIC X.
           05 ES-PROSPECT-NUMBER PIC X(8).
           05 FILLER           PIC X.
           05 ES-BRANCH-CODE   PIC X(4).

       FD  ONBOARD-INPUT-FILE.
       01  ONBOARD-INPUT-REC.
           05 OI-DIRECCION-2   PIC X(30).
           05 OI-TELEFONO      PIC X(12).
           05 OI-DOC-ID        PIC X(12).
           05 OI-DOC-EXPIRY    PIC X(8).
           05 OI-CODIGO-POSTAL PIC X(8).
           05 OI-LOCALIDAD     PIC X(30).
           05 OI-PROVINCIA     PIC X(20).
           05 OI-GUARDIAN-NUMBER PIC X(8).
           05 OI-PROSPECT-NUMBER PIC X(8).
           05 OI-BRANCH-CODE   PIC X(4).
       01  NF-FEED-CONTROL-REC.
           05 NF-RECORD-ID   PIC X(3).
              88 ONB-FEED-HEADER  VALUE "HDR".
           05 NA-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X VALUE SPACE.
           05 NA-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 NA-BRANCH-CODE   PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 NA-OPERATOR-ID   PIC X(8).

       FD  ONBOARD-RESTART-FILE.
       01  ONBOARD-RESTART-REC.
           05 FILLER           PIC X VALUE SPACE.
           05 DO-BUSINESS-DATE PIC 9(8).

       FD  PHONETIC-KEY-FILE.
       01  PHONETIC-KEY-REC.
           05 FK-RECORD-KEY.
              10 FK-APELLIDO-KEY PIC X(10).
              10 FK-CUSTOMER-NUMBER PIC 9(8).
           05 FK-NOMBRE-KEY    PIC X(10).
           05 FK-NOMBRE        PIC X(16).
           05 FK-APELLIDO      PIC X(32).

       WORKING-STORAGE SECTION.
       01 WS-RF-ACTION          PIC X.
       01 WS-RF-FEED-NAME       PIC X(8).
       01 DIRECCION-2 PIC X(30) VALUE SPACES.
       01 TELEFONO PIC X(12) VALUE SPACES.
       01 DOC-ID PIC X(12) VALUE SPACES.
       01 DOC-EXPIRY PIC X(8) VALUE SPACES.
       01 CODIGO-POSTAL PIC X(8) VALUE SPACES.
       01 LOCALIDAD PIC X(30) VALUE SPACES.
       01 PROVINCIA PIC X(20) VALUE SPACES.
       01 GUARDIAN-NUMBER PIC X(8) VALUE SPACES.
       01 PROSPECT-NUMBER PIC X(8) VALUE SPACES.
       01 BRANCH-CODE PIC X(4) VALUE SPACES.
       01 WS-MAJORITY-AGE PIC 9(2) VALUE 18.
       01 WS-FNAC-NUMERIC PIC 9(8) VALUE ZERO.
       01 WS-AGE-YEARS PIC 9(4) VALUE ZERO.
       01 WS-GUARDIAN-NUMERIC PIC 9(8) VALUE ZERO.
       01 WS-MINOR-SWITCH PIC X VALUE 'N'.
          88 SIGNUP-IS-MINOR VALUE 'Y'.
       01 WS-GUARD-SWITCH PIC X VALUE 'Y'.
          88 GUARDIAN-IS-VALID VALUE 'Y'.
       01 WS-ADDR-SWITCH PIC X VALUE 'Y'.
          88 ADDRESS-IS-VALID VALUE 'Y'.
       01 WS-BRANCH-SWITCH PIC X VALUE 'Y'.
          88 BRANCH-IS-VALID VALUE 'Y'.
       01 WS-VS-ACTION PIC X VALUE 'B'.
       01 WS-VS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-VS-SCOPE PIC X.
       01 WS-VS-BRANCH-NAME PIC X(30).
       01 WS-VS-RESULT PIC X.
       01 WS-ADDRV-RESULTS.
          05 WS-VM-IS-VALID      PIC X.
          05 WS-VM-REASON        PIC X(24).
          05 WS-VM-STD-DIRECCION-1 PIC X(30).
          05 WS-VM-STD-CODIGO-POSTAL PIC X(8).
          05 WS-VM-STD-LOCALIDAD PIC X(30).
          05 WS-VM-STD-PROVINCIA PIC X(20).
       01 WS-DEXP-SWITCH PIC X VALUE 'Y'.
          88 DOC-EXPIRY-IS-VALID VALUE 'Y'.
       01 WS-DEXP-CEILING PIC 9(8) VALUE 99991231.
       01 WS-DEXP-MIN-YEAR PIC 9(4) VALUE ZERO.
       01 WS-DEXP-NUMERIC PIC 9(8) VALUE ZERO.
       01 WS-PR-RISK-RATING PIC X VALUE 'M'.
       01 WS-PR-NEXT-REVIEW PIC 9(8) VALUE ZERO.
       01 WS-PR-GRACE-DAYS PIC 9(3) VALUE ZERO.
       01 WS-NUM12-CLASS-INPUT PIC X(12).
       01 WS-NUM12-CLASS-LENGTH PIC 9(2) VALUE 12.
       01 WS-NUM12-SWITCH PIC X VALUE 'Y'.
       01 WS-FNAC-RESULTS.
          05 WS-VF-IS-VALID   PIC X.
          05 WS-VF-REASON     PIC X(24).
       01 WS-DOCV-RESULTS.
          05 WS-VD-IS-VALID   PIC X.
          05 WS-VD-DOC-TYPE   PIC X(4).
          05 WS-VD-REASON     PIC X(24).
       01 WS-MASTER-FILE-STATUS PIC XX.
       01 WS-SUSPENSE-FILE-STATUS PIC XX.
       01 WS-ONBOARD-FILE-STATUS PIC XX.
          88 NEWACCT-COUNT-EOF VALUE 'Y'.
       01 WS-SUSPENSE-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-DUP-REJECT-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-HELD-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-WATCH-HOLD-SWITCH   PIC X VALUE 'N'.
          88 SIGNUP-IS-HELD VALUE 'Y'.
       01 WS-CR-SOURCE           PIC X VALUE 'O'.
       01 WS-CR-CUSTOMER-NUMBER  PIC 9(8) VALUE ZERO.
       01 WS-CR-RESULT           PIC X.
       01 WS-CR-ENTRY-ID         PIC X(10).
       01 WS-CR-MATCH-ON         PIC X(8).
       01 WS-CR-HIT-NUMBER       PIC 9(8).
       01 WS-SUSPENSE-REASON     PIC X(24) VALUE "NON-NUMERIC AGE".
       01 WS-NUMBER-ISSUED-SW    PIC X VALUE 'Y'.
          88 CUSTOMER-NUMBER-ISSUED VALUE 'Y'.
       01 WS-EXISTING-NUMBER    PIC 9(8) VALUE ZERO.
       01 WS-EXISTING-STATUS    PIC X VALUE SPACE.
       01 WS-EXISTING-DOC-ID    PIC X(12) VALUE SPACES.
       01 WS-FONETICO-FILE-STATUS PIC XX.
       01 WS-FONETICO-EOF-SW    PIC X VALUE 'N'.
          88 PHONETIC-LIST-DONE VALUE 'Y'.
       01 WS-KEY-NAME-IN        PIC X(32).
       01 WS-WANTED-KEY         PIC X(10).
       01 WS-FOLD-INPUT         PIC X(80).
       01 WS-FOLD-LENGTH        PIC 9(2) VALUE ZERO.
       01 WS-FOLD-OUTPUT        PIC X(80).
       01 WS-FOLD-NOMBRE        PIC X(16).
       01 WS-FOLD-APELLIDO      PIC X(32).
       01 WS-FOLDED-NAME        PIC X(48).
       01 WS-WANTED-FOLDED-NAME PIC X(48).
       01 WS-OVERRIDE-ANSWER    PIC X(3).
       01 WS-CAPTURE-OPERATOR   PIC X(8) VALUE SPACES.
       01 WS-ONBOARD-OPERATOR   PIC X(8) VALUE "ONBOARD".
       01 WS-SUPERVISOR-ID      PIC X(8) VALUE SPACES.
       01 WS-CAPTURE-VALID-SW   PIC X VALUE 'N'.
          88 CAPTURE-ID-IS-VALID VALUE 'Y'.
       01 WS-SUPER-VALID-SW     PIC X VALUE 'N'.
          88 SUPERVISOR-IS-VALID VALUE 'Y'.
       01 WS-SUPER-REFUSED-SW   PIC X VALUE 'N'.
          88 SUPERVISOR-SIGNON-REFUSED VALUE 'Y'.
       01 WS-CAPTURE-ROLE       PIC X(10) VALUE SPACES.
       01 WS-SUPERVISOR-ROLE    PIC X(10) VALUE SPACES.
       01 WS-OVERRIDE-SWITCH    PIC X VALUE 'N'.
          88 ONBOARD-INPUT-EOF VALUE 'Y'.
       01 WS-CUSTOMER-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-CUSTNUM-SEQ-NAME PIC X(8) VALUE "CUSTNUM".
       01 WS-RR-ACTION PIC X.
       01 WS-RR-REL-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-RR-TYPE PIC X(2) VALUE "GU".
       01 WS-RR-DATE PIC 9(8) VALUE ZERO.
       01 WS-RR-OPERATOR-ID PIC X(8) VALUE "ONBOARD".
       01 WS-RR-REASON PIC X(24) VALUE SPACES.
       01 WS-RR-RESULT PIC X.
       01 WS-EP-ACTION PIC X.
       01 WS-EP-PROSPECT-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-EP-OPERATOR-ID PIC X(8) VALUE "ONBOARD".
       01 WS-EP-DETAILS.
          05 WS-EP-NOMBRE        PIC X(16).
          05 WS-EP-APELLIDO      PIC X(32).
          05 WS-EP-TELEFONO      PIC X(12).
          05 WS-EP-DIRECCION-1   PIC X(30).
          05 WS-EP-DIRECCION-2   PIC X(30).
          05 WS-EP-CODIGO-POSTAL PIC X(8).
          05 WS-EP-LOCALIDAD     PIC X(30).
          05 WS-EP-PROVINCIA     PIC X(20).
       01 WS-EP-RESULT PIC X.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE   PIC X(8).
          05 WS-TS-TIME   PIC X(6).
       MAIN-LOGIC.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE
           PERFORM READ-BUSINESS-DATE
           IF WS-RUN-MODE NOT = 'B' AND WS-RUN-MODE NOT = 'b'
               PERFORM SIGN-ON-CAPTURE-OPERATOR
           END-IF
           PERFORM WRITE-RUN-JOURNAL-START
           PERFORM ACQUIRE-MASTER-LOCK
           IF NOT MASTER-LOCK-HELD
           PERFORM VALIDATE-EDAD
           PERFORM VALIDATE-FECHA-NAC
           PERFORM VALIDATE-PHONE-AND-DOCUMENT
           PERFORM VALIDATE-DOC-EXPIRY
           PERFORM VALIDATE-ADDRESS
           PERFORM VALIDATE-GUARDIAN
           PERFORM VALIDATE-BRANCH
           IF EDAD-IS-VALID AND FECHA-NAC-IS-VALID
                   AND (NOT NUM12-FIELD-IS-VALID
                        OR NOT DOC-EXPIRY-IS-VALID
                        OR NOT ADDRESS-IS-VALID
                        OR NOT GUARDIAN-IS-VALID
                        OR NOT BRANCH-IS-VALID)
               PERFORM WRITE-EDAD-SUSPENSE-RECORD
               DISPLAY "ACCOUNT REJECTED - " WS-SUSPENSE-REASON
               ADD 1 TO WS-SUSPENSE-COUNT
                       "ON FILE: " DOC-ID
                   ADD 1 TO WS-DUP-REJECT-COUNT
               ELSE
                   PERFORM SCREEN-NEW-SIGNUP
                   IF NOT SIGNUP-IS-HELD
                       PERFORM WRITE-CUSTOMER-RECORD
                       IF CUSTOMER-NUMBER-ISSUED
                           PERFORM WRITE-NEW-ACCOUNT-REPORT-RECORD
                           PERFORM DISPLAY-FORM-DATA
                           ADD 1 TO WS-CREATED-COUNT
                       END-IF
                   END-IF
               END-IF
               END-IF
               MOVE OI-DIRECCION-2 TO DIRECCION-2
               MOVE OI-TELEFONO  TO TELEFONO
               MOVE OI-DOC-ID    TO DOC-ID
               MOVE OI-DOC-EXPIRY TO DOC-EXPIRY
               MOVE OI-CODIGO-POSTAL TO CODIGO-POSTAL
               MOVE OI-LOCALIDAD TO LOCALIDAD
               MOVE OI-PROVINCIA TO PROVINCIA
               MOVE OI-GUARDIAN-NUMBER TO GUARDIAN-NUMBER
               MOVE OI-PROSPECT-NUMBER TO PROSPECT-NUMBER
               MOVE OI-BRANCH-CODE TO BRANCH-CODE
               IF PROSPECT-NUMBER NOT = SPACES
                   PERFORM CARRY-PROSPECT-DETAILS
               END-IF
               PERFORM PROCESS-ONE-CUSTOMER
               ADD 1 TO WS-ONB-RECORD-COUNT
               IF FUNCTION MOD(WS-ONB-RECORD-COUNT
               SET ONBOARD-INPUT-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * FILL-THE-FORM first takes the prospect number the branch gave
      * the customer, if any. The name, phone and address captured on
      * the prospect are carried across and only what is still blank
      * is asked for.
      *----------------------------------------------------------------
       FILL-THE-FORM.
           DISPLAY "PLEASE INTRODUCE YOUR PROSPECT NUMBER, IF ANY".
           ACCEPT PROSPECT-NUMBER.
           IF PROSPECT-NUMBER NOT = SPACES
               PERFORM CARRY-PROSPECT-DETAILS.
           IF NOMBRE = SPACES
               DISPLAY "PLEASE INTRODUCE YOUR NAME"
               ACCEPT NOMBRE.
           IF APELLIDO = SPACES
               DISPLAY "PLEASE INTRODUCE YOUR SURNAME"
               ACCEPT APELLIDO.
           DISPLAY "PLEASE INTRODUCE YOUR AGE".
           ACCEPT EDAD.
           DISPLAY "PLEASE INTRODUCE YOUR DATE OF BIRTH (YYYYMMDD)".
           ACCEPT FECHA-NAC.
           IF DIRECCION-1 = SPACES
               DISPLAY "PLEASE INTRODUCE YOUR ADDRESS (LINE 1)"
               ACCEPT DIRECCION-1.
           IF DIRECCION-2 = SPACES
               DISPLAY "PLEASE INTRODUCE YOUR ADDRESS (LINE 2)"
               ACCEPT DIRECCION-2.
           IF CODIGO-POSTAL = SPACES
               DISPLAY "PLEASE INTRODUCE YOUR POSTAL CODE"
               ACCEPT CODIGO-POSTAL.
           IF LOCALIDAD = SPACES
               DISPLAY "PLEASE INTRODUCE YOUR LOCALITY"
               ACCEPT LOCALIDAD.
           IF PROVINCIA = SPACES
               DISPLAY "PLEASE INTRODUCE YOUR PROVINCE"
               ACCEPT PROVINCIA.
           IF TELEFONO = SPACES
               DISPLAY "PLEASE INTRODUCE YOUR PHONE NUMBER"
               ACCEPT TELEFONO.
           DISPLAY "PLEASE INTRODUCE YOUR DOCUMENT ID".
           ACCEPT DOC-ID.
           DISPLAY "PLEASE INTRODUCE YOUR DOCUMENT EXPIRY DATE "
               "(YYYYMMDD)".
           ACCEPT DOC-EXPIRY.
           DISPLAY "IF UNDER 18, PLEASE INTRODUCE YOUR GUARDIAN'S "
               "CUSTOMER NUMBER".
           ACCEPT GUARDIAN-NUMBER.
           DISPLAY "PLEASE INTRODUCE THE OPENING BRANCH CODE".
           ACCEPT BRANCH-CODE.

      *----------------------------------------------------------------
      * CARRY-PROSPECT-DETAILS looks the prospect up on PROSPECT.DAT
      * through ENLAZA-PROSPECTO and fills every field still blank
      * from it. A prospect that is not on file or no longer open is
      * reported and dropped, and the signup goes ahead without it.
      *----------------------------------------------------------------
       CARRY-PROSPECT-DETAILS.
           IF PROSPECT-NUMBER IS NOT NUMERIC
               DISPLAY "PROSPECT NUMBER " PROSPECT-NUMBER
                   " IS NOT VALID - SIGNUP TAKEN WITHOUT IT"
               MOVE SPACES TO PROSPECT-NUMBER
               EXIT PARAGRAPH
           END-IF
           MOVE 'L' TO WS-EP-ACTION
           MOVE PROSPECT-NUMBER TO WS-EP-PROSPECT-NUMBER
           MOVE SPACES TO WS-EP-DETAILS
           CALL "ENLAZA-PROSPECTO" USING WS-EP-ACTION,
               WS-EP-PROSPECT-NUMBER, WS-CUSTOMER-NUMBER,
               WS-EP-OPERATOR-ID, WS-EP-DETAILS, WS-EP-RESULT
           IF WS-EP-RESULT NOT = 'Y'
               EVALUATE WS-EP-RESULT
                   WHEN 'C'
                       DISPLAY "PROSPECT " PROSPECT-NUMBER
                           " WAS ALREADY CONVERTED TO CUSTOMER "
                           WS-CUSTOMER-NUMBER
                   WHEN 'X'
                       DISPLAY "PROSPECT " PROSPECT-NUMBER
                           " WAS CLOSED"
                   WHEN 'F'
                       DISPLAY "PROSPECT FILE NOT AVAILABLE"
                   WHEN OTHER
                       DISPLAY "PROSPECT " PROSPECT-NUMBER
                           " NOT ON FILE"
               END-EVALUATE
               DISPLAY "SIGNUP TAKEN WITHOUT THE PROSPECT"
               MOVE ZERO TO WS-CUSTOMER-NUMBER
               MOVE SPACES TO PROSPECT-NUMBER
               EXIT PARAGRAPH
           END-IF
           IF NOMBRE = SPACES
               MOVE WS-EP-NOMBRE TO NOMBRE
           END-IF
           IF APELLIDO = SPACES
               MOVE WS-EP-APELLIDO TO APELLIDO
           END-IF
           IF TELEFONO = SPACES
               MOVE WS-EP-TELEFONO TO TELEFONO
           END-IF
           IF DIRECCION-1 = SPACES
               MOVE WS-EP-DIRECCION-1 TO DIRECCION-1
           END-IF
           IF DIRECCION-2 = SPACES
               MOVE WS-EP-DIRECCION-2 TO DIRECCION-2
           END-IF
           IF CODIGO-POSTAL = SPACES
               MOVE WS-EP-CODIGO-POSTAL TO CODIGO-POSTAL
           END-IF
           IF LOCALIDAD = SPACES
               MOVE WS-EP-LOCALIDAD TO LOCALIDAD
           END-IF
           IF PROVINCIA = SPACES
               MOVE WS-EP-PROVINCIA TO PROVINCIA
           END-IF
           IF WS-RUN-MODE NOT = 'B' AND WS-RUN-MODE NOT = 'b'
               DISPLAY "PROSPECT " PROSPECT-NUMBER ": " NOMBRE " "
                   APELLIDO
           END-IF.

      *----------------------------------------------------------------
      * VALIDATE-EDAD rejects anything that isn't a valid numeric age
           END-IF.

      *----------------------------------------------------------------
      * VALIDATE-PHONE-AND-DOCUMENT requires the phone number to be
      * fully numeric, through the same CLASIFICA-CAMPO check the age
      * uses (trailing spaces become zeros first so a short phone
      * number still passes), and the document id to pass the shared
      * VALIDA-DOCUMENTO rules for its document type.
      *----------------------------------------------------------------
       VALIDATE-PHONE-AND-DOCUMENT.
           MOVE 'Y' TO WS-NUM12-SWITCH
               MOVE "NON-NUMERIC PHONE" TO WS-SUSPENSE-REASON
           END-IF
           IF NUM12-FIELD-IS-VALID
               CALL "VALIDA-DOCUMENTO" USING DOC-ID, WS-DOCV-RESULTS
               IF WS-VD-IS-VALID NOT = 'Y'
                   MOVE 'N' TO WS-NUM12-SWITCH
                   MOVE WS-VD-REASON TO WS-SUSPENSE-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * VALIDATE-DOC-EXPIRY checks the document's expiry date, when
      * one was given, through the shared VALIDA-FECHA calendar check
      * (with no future ceiling -- an expiry is meant to be ahead)
      * and refuses a document that has already expired against the
      * business date. It runs only once phone and document id are
      * good, so their suspense reason is never overwritten.
      *----------------------------------------------------------------
       VALIDATE-DOC-EXPIRY.
           MOVE 'Y' TO WS-DEXP-SWITCH
           MOVE ZERO TO WS-DEXP-NUMERIC
           IF NOT NUM12-FIELD-IS-VALID OR DOC-EXPIRY = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "VALIDA-FECHA" USING DOC-EXPIRY, WS-DEXP-CEILING,
               WS-DEXP-MIN-YEAR, WS-FNAC-RESULTS
           IF WS-VF-IS-VALID NOT = 'Y'
               MOVE 'N' TO WS-DEXP-SWITCH
               MOVE "BAD DOC EXPIRY DATE" TO WS-SUSPENSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE DOC-EXPIRY TO WS-DEXP-NUMERIC
           IF WS-DEXP-NUMERIC NOT > WS-BUSINESS-DATE
               MOVE 'N' TO WS-DEXP-SWITCH
               MOVE "DOCUMENT EXPIRED" TO WS-SUSPENSE-REASON
           END-IF.

      *----------------------------------------------------------------
      * VALIDATE-ADDRESS checks the street line, postal code, locality
      * and province against the postal reference through the shared
      * VALIDA-DOMICILIO subroutine, and takes the reference's
      * spelling of a good address for the account. It runs only once
      * everything before it is good, so an earlier suspense reason
      * is never overwritten. With no reference loaded the address is
      * taken as keyed.
      *----------------------------------------------------------------
       VALIDATE-ADDRESS.
           MOVE 'Y' TO WS-ADDR-SWITCH
           IF NOT NUM12-FIELD-IS-VALID OR NOT DOC-EXPIRY-IS-VALID
               EXIT PARAGRAPH
           END-IF
           CALL "VALIDA-DOMICILIO" USING DIRECCION-1, CODIGO-POSTAL,
               LOCALIDAD, PROVINCIA, WS-ADDRV-RESULTS
           EVALUATE WS-VM-IS-VALID
               WHEN 'Y'
                   MOVE WS-VM-STD-DIRECCION-1   TO DIRECCION-1
                   MOVE WS-VM-STD-CODIGO-POSTAL TO CODIGO-POSTAL
                   MOVE WS-VM-STD-LOCALIDAD     TO LOCALIDAD
                   MOVE WS-VM-STD-PROVINCIA     TO PROVINCIA
               WHEN 'U'
                   DISPLAY "WARNING - NO POSTAL REFERENCE, ADDRESS "
                       "TAKEN AS KEYED"
               WHEN OTHER
                   MOVE 'N' TO WS-ADDR-SWITCH
                   MOVE WS-VM-REASON TO WS-SUSPENSE-REASON
           END-EVALUATE.

      *----------------------------------------------------------------
      * VALIDATE-GUARDIAN works out from the birth date whether the
      * signup is under the age of majority against the business
      * date. A minor can only be onboarded linked to a guardian: an
      * existing, active customer who is an adult by their own birth
      * date and is not a minor on file. A guardian number keyed for
      * an adult is ignored. It runs only once everything before it
      * is good, so an earlier suspense reason is never overwritten.
      *----------------------------------------------------------------
       VALIDATE-GUARDIAN.
           MOVE 'Y' TO WS-GUARD-SWITCH
           MOVE 'N' TO WS-MINOR-SWITCH
           MOVE ZERO TO WS-GUARDIAN-NUMERIC
           IF NOT FECHA-NAC-IS-VALID OR NOT NUM12-FIELD-IS-VALID
                   OR NOT DOC-EXPIRY-IS-VALID OR NOT ADDRESS-IS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE FECHA-NAC TO WS-FNAC-NUMERIC
           COMPUTE WS-AGE-YEARS =
               (WS-BUSINESS-DATE - WS-FNAC-NUMERIC) / 10000
           IF WS-AGE-YEARS NOT < WS-MAJORITY-AGE
               EXIT PARAGRAPH
           END-IF
           SET SIGNUP-IS-MINOR TO TRUE
           IF GUARDIAN-NUMBER = SPACES
               MOVE 'N' TO WS-GUARD-SWITCH
               MOVE "GUARDIAN REQUIRED" TO WS-SUSPENSE-REASON
               EXIT PARAGRAPH
           END-IF
           IF GUARDIAN-NUMBER IS NOT NUMERIC
               MOVE 'N' TO WS-GUARD-SWITCH
               MOVE "GUARDIAN NOT FOUND" TO WS-SUSPENSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE GUARDIAN-NUMBER TO WS-GUARDIAN-NUMERIC
           MOVE WS-GUARDIAN-NUMERIC TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-GUARD-SWITCH
                   MOVE "GUARDIAN NOT FOUND" TO WS-SUSPENSE-REASON
           END-READ
           IF NOT GUARDIAN-IS-VALID
               EXIT PARAGRAPH
           END-IF
           IF NOT CUSTOMER-ACTIVE
               MOVE 'N' TO WS-GUARD-SWITCH
               MOVE "GUARDIAN NOT ACTIVE" TO WS-SUSPENSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-AGE-YEARS
           IF CM-FECHA-NAC IS NUMERIC AND CM-FECHA-NAC > ZERO
               COMPUTE WS-AGE-YEARS =
                   (WS-BUSINESS-DATE - CM-FECHA-NAC) / 10000
           END-IF
           IF CUSTOMER-IS-MINOR OR WS-AGE-YEARS < WS-MAJORITY-AGE
               MOVE 'N' TO WS-GUARD-SWITCH
               MOVE "GUARDIAN NOT AN ADULT" TO WS-SUSPENSE-REASON
           END-IF.

      *----------------------------------------------------------------
      * VALIDATE-BRANCH requires the branch the account is opened at
      * and checks it through VALIDA-SUCURSAL against the SUCURSAL.DAT
      * branch reference; with no reference on file the code is
      * taken as keyed. Like the guardian check it runs only once
      * everything before it is good.
      *----------------------------------------------------------------
       VALIDATE-BRANCH.
           MOVE 'Y' TO WS-BRANCH-SWITCH
           IF NOT FECHA-NAC-IS-VALID OR NOT NUM12-FIELD-IS-VALID
                   OR NOT DOC-EXPIRY-IS-VALID OR NOT ADDRESS-IS-VALID
                   OR NOT GUARDIAN-IS-VALID
               EXIT PARAGRAPH
           END-IF
           IF BRANCH-CODE = SPACES
               MOVE 'N' TO WS-BRANCH-SWITCH
               MOVE "BRANCH REQUIRED" TO WS-SUSPENSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO WS-VS-ACTION
           CALL "VALIDA-SUCURSAL" USING WS-VS-ACTION,
               WS-VS-OPERATOR-ID, BRANCH-CODE, WS-VS-SCOPE,
               WS-VS-BRANCH-NAME, WS-VS-RESULT
           IF WS-VS-RESULT = 'N'
               MOVE 'N' TO WS-BRANCH-SWITCH
               MOVE "BRANCH NOT ON FILE" TO WS-SUSPENSE-REASON
           END-IF.

      *----------------------------------------------------------------
      * CHECK-DUPLICATE-DOCUMENT probes the new document-id alternate
      * key so one person can't open a second account under a
           MOVE DIRECCION-2 TO ES-DIRECCION-2
           MOVE TELEFONO    TO ES-TELEFONO
           MOVE DOC-ID      TO ES-DOC-ID
           MOVE DOC-EXPIRY  TO ES-DOC-EXPIRY
           MOVE CODIGO-POSTAL TO ES-CODIGO-POSTAL
           MOVE LOCALIDAD   TO ES-LOCALIDAD
           MOVE PROVINCIA   TO ES-PROVINCIA
           MOVE GUARDIAN-NUMBER TO ES-GUARDIAN-NUMBER
           MOVE PROSPECT-NUMBER TO ES-PROSPECT-NUMBER
           MOVE BRANCH-CODE TO ES-BRANCH-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO ES-TIMESTAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
                   MOVE CM-CUSTOMER-NUMBER TO WS-EXISTING-NUMBER
                   MOVE CM-STATUS          TO WS-EXISTING-STATUS
                   MOVE CM-DOC-ID          TO WS-EXISTING-DOC-ID
           END-READ
           IF NOT CUSTOMER-IS-DUPLICATE
               PERFORM CHECK-ACCENT-VARIANT-NAME
           END-IF.

      *----------------------------------------------------------------
      * CHECK-ACCENT-VARIANT-NAME catches the same customer keyed
      * with and without an accent (MUÑOZ / MUNOZ), which the exact
      * name key cannot see. Folding keeps the sounds-like key the
      * same, so only the FONETICO.DAT entries under the surname's
      * key are read, and each is compared with accents folded and
      * case ignored. Without the phonetic file only the exact check
      * applies, as before it was built.
      *----------------------------------------------------------------
       CHECK-ACCENT-VARIANT-NAME.
           MOVE APELLIDO TO WS-KEY-NAME-IN
           CALL "CLAVE-FONETICA" USING WS-KEY-NAME-IN, WS-WANTED-KEY
           MOVE NOMBRE   TO WS-FOLD-NOMBRE
           MOVE APELLIDO TO WS-FOLD-APELLIDO
           PERFORM FOLD-NAME-FOR-COMPARE
           MOVE WS-FOLDED-NAME TO WS-WANTED-FOLDED-NAME
           OPEN INPUT PHONETIC-KEY-FILE
           IF WS-FONETICO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WANTED-KEY TO FK-APELLIDO-KEY
           MOVE ZERO TO FK-CUSTOMER-NUMBER
           MOVE 'N' TO WS-FONETICO-EOF-SW
           START PHONETIC-KEY-FILE
               KEY IS NOT LESS THAN FK-RECORD-KEY
               INVALID KEY
                   SET PHONETIC-LIST-DONE TO TRUE
           END-START
           PERFORM UNTIL PHONETIC-LIST-DONE
               READ PHONETIC-KEY-FILE NEXT
                   AT END SET PHONETIC-LIST-DONE TO TRUE
               END-READ
               IF NOT PHONETIC-LIST-DONE
                   IF FK-APELLIDO-KEY NOT = WS-WANTED-KEY
                       SET PHONETIC-LIST-DONE TO TRUE
                   ELSE
                       PERFORM COMPARE-FOLDED-NAME
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PHONETIC-KEY-FILE.

      *----------------------------------------------------------------
      * COMPARE-FOLDED-NAME folds one phonetic entry's name the same
      * way and, on a match, fetches the master record so the
      * duplicate handling shows who already holds the name.
      *----------------------------------------------------------------
       COMPARE-FOLDED-NAME.
           MOVE FK-NOMBRE   TO WS-FOLD-NOMBRE
           MOVE FK-APELLIDO TO WS-FOLD-APELLIDO
           PERFORM FOLD-NAME-FOR-COMPARE
           IF WS-FOLDED-NAME NOT = WS-WANTED-FOLDED-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE FK-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUSTOMER-IS-DUPLICATE TO TRUE
                   SET PHONETIC-LIST-DONE TO TRUE
                   MOVE CM-CUSTOMER-NUMBER TO WS-EXISTING-NUMBER
                   MOVE CM-STATUS          TO WS-EXISTING-STATUS
                   MOVE CM-DOC-ID          TO WS-EXISTING-DOC-ID
           END-READ.

      *----------------------------------------------------------------
      * FOLD-NAME-FOR-COMPARE folds the name and the surname each on
      * its own -- a folded letter closes its field up by a byte --
      * and upper-cases the pair into WS-FOLDED-NAME.
      *----------------------------------------------------------------
       FOLD-NAME-FOR-COMPARE.
           MOVE SPACES TO WS-FOLDED-NAME
           MOVE WS-FOLD-NOMBRE TO WS-FOLD-INPUT
           MOVE 16 TO WS-FOLD-LENGTH
           CALL "NORMALIZA-NOMBRE" USING WS-FOLD-INPUT,
               WS-FOLD-LENGTH, WS-FOLD-OUTPUT
           MOVE FUNCTION UPPER-CASE(WS-FOLD-OUTPUT(1:16))
               TO WS-FOLDED-NAME(1:16)
           MOVE WS-FOLD-APELLIDO TO WS-FOLD-INPUT
           MOVE 32 TO WS-FOLD-LENGTH
           CALL "NORMALIZA-NOMBRE" USING WS-FOLD-INPUT,
               WS-FOLD-LENGTH, WS-FOLD-OUTPUT
           MOVE FUNCTION UPPER-CASE(WS-FOLD-OUTPUT(1:32))
               TO WS-FOLDED-NAME(17:32).

      *----------------------------------------------------------------
      * HANDLE-DUPLICATE-CUSTOMER shows the operator who already holds
      * the name and takes a supervisor's authorization to create the
               ADD 1 TO WS-DUP-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SUPERVISOR OPERATOR ID"
           ACCEPT WS-SUPERVISOR-ID
           CALL "VALIDA-OPERADOR" USING WS-SUPERVISOR-ID,
               WS-JOURNAL-PROGRAM, WS-SUPER-VALID-SW,
               WS-SUPERVISOR-ROLE
           MOVE 'N' TO WS-SUPER-REFUSED-SW
           IF SUPERVISOR-IS-VALID
               CALL "AUTENTICA-OPERADOR" USING WS-SUPERVISOR-ID,
                   WS-JOURNAL-PROGRAM, WS-SUPER-VALID-SW
               IF NOT SUPERVISOR-IS-VALID
                   SET SUPERVISOR-SIGNON-REFUSED TO TRUE
               END-IF
           END-IF
           IF SUPERVISOR-SIGNON-REFUSED
               DISPLAY "OVERRIDE REFUSED - SUPERVISOR SIGN-ON REFUSED"
           ELSE
           IF NOT CAPTURE-ID-IS-VALID OR NOT SUPERVISOR-IS-VALID
               DISPLAY "OVERRIDE REFUSED - OPERATOR ID NOT VALID"
           ELSE
           END-IF
           END-IF
           END-IF
           END-IF
           IF NOT OVERRIDE-GRANTED
               DISPLAY "ACCOUNT REJECTED - DUPLICATE CUSTOMER"
               ADD 1 TO WS-DUP-REJECT-COUNT
               ADD 1 TO WS-DUP-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM SCREEN-NEW-SIGNUP
           IF SIGNUP-IS-HELD
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-CUSTOMER-RECORD
           IF CUSTOMER-NUMBER-ISSUED
               PERFORM WRITE-NEW-ACCOUNT-REPORT-RECORD
                   WS-SUPERVISOR-ID
           END-IF.

      *----------------------------------------------------------------
      * SCREEN-NEW-SIGNUP runs the signup past the sanctions watch
      * list through CRIBA-LISTA, which queues any potential match on
      * SCREENQ.DAT for compliance. A match -- or a list that cannot
      * be used -- holds the signup on suspense instead of creating
      * it; once an officer clears the hit the correction desk can
      * release it through CORRIGE-SUSPENSO.
      *----------------------------------------------------------------
       SCREEN-NEW-SIGNUP.
           MOVE 'N' TO WS-WATCH-HOLD-SWITCH
           CALL "CRIBA-LISTA" USING WS-CR-SOURCE,
               WS-CR-CUSTOMER-NUMBER, NOMBRE, APELLIDO, DOC-ID,
               WS-CR-RESULT, WS-CR-ENTRY-ID, WS-CR-MATCH-ON,
               WS-CR-HIT-NUMBER
           EVALUATE WS-CR-RESULT
               WHEN 'Y'
                   SET SIGNUP-IS-HELD TO TRUE
                   MOVE "WATCH-LIST HOLD" TO WS-SUSPENSE-REASON
                   DISPLAY "ACCOUNT HELD - POTENTIAL WATCH-LIST MATCH "
                       "ON " WS-CR-MATCH-ON " (ENTRY " WS-CR-ENTRY-ID
                       ")"
               WHEN 'E'
                   SET SIGNUP-IS-HELD TO TRUE
                   MOVE "WATCH LIST UNAVAILABLE" TO WS-SUSPENSE-REASON
                   DISPLAY "ACCOUNT HELD - WATCH LIST UNAVAILABLE"
           END-EVALUATE
           IF SIGNUP-IS-HELD
               PERFORM WRITE-EDAD-SUSPENSE-RECORD
               ADD 1 TO WS-HELD-COUNT
           END-IF.

       WRITE-DUP-OVERRIDE-RECORD.
           MOVE SPACES TO DUP-OVERRIDE-REC
           MOVE WS-CUSTOMER-NUMBER TO DO-NEW-NUMBER
           MOVE DIRECCION-2 TO CM-DIRECCION-2
           MOVE TELEFONO    TO CM-TELEFONO
           MOVE DOC-ID      TO CM-DOC-ID
      * onboarding is the customer's first KYC review; the rating
      * starts at medium until a review officer assesses it
           MOVE 'M' TO WS-PR-RISK-RATING
           CALL "PROXIMA-REVISION" USING WS-PR-RISK-RATING,
               WS-BUSINESS-DATE, WS-PR-NEXT-REVIEW, WS-PR-GRACE-DAYS
           MOVE WS-PR-RISK-RATING TO CM-RISK-RATING
           MOVE WS-PR-NEXT-REVIEW TO CM-NEXT-REVIEW
           MOVE WS-BUSINESS-DATE  TO CM-LAST-REVIEW
           MOVE WS-DEXP-NUMERIC   TO CM-DOC-EXPIRY
           MOVE CODIGO-POSTAL     TO CM-CODIGO-POSTAL
           MOVE LOCALIDAD         TO CM-LOCALIDAD
           MOVE PROVINCIA         TO CM-PROVINCIA
           MOVE SPACE             TO CM-MAIL-STATUS
           MOVE ZERO              TO CM-RETURNED-DATE
           IF SIGNUP-IS-MINOR
               SET CUSTOMER-IS-MINOR  TO TRUE
               MOVE WS-GUARDIAN-NUMERIC TO CM-GUARDIAN-NUMBER
           ELSE
               MOVE SPACE             TO CM-MINOR-FLAG
               MOVE ZERO              TO CM-GUARDIAN-NUMBER
           END-IF
           MOVE BRANCH-CODE       TO CM-BRANCH-CODE
           WRITE CUSTOMER-MASTER-REC
           PERFORM JOURNAL-MASTER-WRITE
           MOVE SPACES TO WS-AF-OLD-APELLIDO
           CALL "ACTUALIZA-FONETICO" USING WS-CUSTOMER-NUMBER,
               WS-AF-OLD-APELLIDO, NOMBRE, APELLIDO
           IF SIGNUP-IS-MINOR
               PERFORM LINK-GUARDIAN-RELATIONSHIP
           END-IF
           IF PROSPECT-NUMBER NOT = SPACES
               PERFORM CONVERT-PROSPECT
           END-IF.

      *----------------------------------------------------------------
      * LINK-GUARDIAN-RELATIONSHIP records the new minor's guardian on
      * RELACION.DAT as a GU relationship from the guardian, effective
      * on the business date, so the link shows with the customer's
      * other relationships. The account already stands; a link that
      * cannot be recorded is reported for RELACIONES-CLIENTE.
      *----------------------------------------------------------------
       LINK-GUARDIAN-RELATIONSHIP.
           MOVE 'A' TO WS-RR-ACTION
           MOVE ZERO TO WS-RR-REL-NUMBER
           MOVE WS-BUSINESS-DATE TO WS-RR-DATE
           CALL "REGISTRA-RELACION" USING WS-RR-ACTION,
               WS-RR-REL-NUMBER, WS-GUARDIAN-NUMERIC,
               WS-CUSTOMER-NUMBER, WS-RR-TYPE, WS-RR-DATE,
               WS-RR-OPERATOR-ID, WS-RR-REASON, WS-RR-RESULT
           IF WS-RR-RESULT NOT = 'Y' AND WS-RR-RESULT NOT = 'D'
               DISPLAY "GUARDIAN RELATIONSHIP NOT RECORDED FOR "
                   WS-CUSTOMER-NUMBER " - ADD IT THROUGH "
                   "RELACIONES-CLIENTE"
           END-IF.

      *----------------------------------------------------------------
      * CONVERT-PROSPECT closes the prospect the signup came from as
      * converted into the new customer, so the conversion report
      * counts it. The account already stands; a prospect that cannot
      * be updated is reported for ATIENDE-PROSPECTOS.
      *----------------------------------------------------------------
       CONVERT-PROSPECT.
           MOVE 'C' TO WS-EP-ACTION
           MOVE PROSPECT-NUMBER TO WS-EP-PROSPECT-NUMBER
           CALL "ENLAZA-PROSPECTO" USING WS-EP-ACTION,
               WS-EP-PROSPECT-NUMBER, WS-CUSTOMER-NUMBER,
               WS-EP-OPERATOR-ID, WS-EP-DETAILS, WS-EP-RESULT
           IF WS-EP-RESULT NOT = 'Y'
               DISPLAY "PROSPECT " PROSPECT-NUMBER
                   " NOT MARKED CONVERTED TO " WS-CUSTOMER-NUMBER
                   " (" WS-EP-RESULT ")"
           END-IF.

      *----------------------------------------------------------------
      * WRITE-NEW-ACCOUNT-REPORT-RECORD logs every account created in
                  WS-TS-TIME DELIMITED BY SIZE
               INTO NA-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO NA-BUSINESS-DATE
           MOVE BRANCH-CODE TO NA-BRANCH-CODE
           MOVE WS-ONBOARD-OPERATOR TO NA-OPERATOR-ID
           WRITE NEW-ACCOUNTS-REPORT-REC.

      *----------------------------------------------------------------
      * SIGN-ON-CAPTURE-OPERATOR settles who is keying the interactive
      * form before the master lock is taken; the id goes on the
      * new-accounts record and stands as the capturing operator of a
      * duplicate override. Batch onboarding records "ONBOARD".
      *----------------------------------------------------------------
       SIGN-ON-CAPTURE-OPERATOR.
           PERFORM UNTIL CAPTURE-ID-IS-VALID
               DISPLAY "PLEASE INTRODUCE YOUR OPERATOR ID"
               ACCEPT WS-CAPTURE-OPERATOR
               CALL "VALIDA-OPERADOR" USING WS-CAPTURE-OPERATOR,
                   WS-JOURNAL-PROGRAM, WS-CAPTURE-VALID-SW,
                   WS-CAPTURE-ROLE
               IF CAPTURE-ID-IS-VALID
                   CALL "AUTENTICA-OPERADOR" USING
                       WS-CAPTURE-OPERATOR, WS-JOURNAL-PROGRAM,
                       WS-CAPTURE-VALID-SW
                   IF NOT CAPTURE-ID-IS-VALID
                       DISPLAY "SIGN-ON REFUSED - TRY AGAIN"
                   END-IF
               ELSE
                   DISPLAY "UNKNOWN OPERATOR ID - TRY AGAIN"
               END-IF
           END-PERFORM
           MOVE WS-CAPTURE-OPERATOR TO WS-ONBOARD-OPERATOR.

      *----------------------------------------------------------------
      * READ-BUSINESS-DATE loads the cycle's business date operations
      * sets once per cycle in BUSDATE.DAT, falling back to today's
           MOVE "END" TO WS-JOURNAL-EVENT
           MOVE WS-PROCESSED-COUNT TO WS-JOURNAL-RECORDS
           COMPUTE WS-JOURNAL-REJECTS =
               WS-SUSPENSE-COUNT + WS-DUP-REJECT-COUNT + WS-HELD-COUNT
           IF WS-RUN-MODE = 'B' OR WS-RUN-MODE = 'b'
               IF NOT FEED-IS-VALID
                   MOVE "SEVERE" TO WS-JOURNAL-STATUS
