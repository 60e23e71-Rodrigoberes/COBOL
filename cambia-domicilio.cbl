      *               trailing layout (RH-CHECKER-ID, RH-EFFECTIVE-
      *               DATE; spaces/zero here), so REASGHST.DAT keeps
      *               one record layout across all its writers.
      * 2026-10-15 RO The new address now includes postal code,
      *               locality and province and is checked through
      *               VALIDA-DOMICILIO before it is confirmed -- a
      *               failing address is keyed again, a passing one is
      *               applied the reference's way -- with CODPOST,
      *               LOCALID and PROVINC history alongside DIREC-1 and
      *               DIREC-2. The old-address search now matches line
      *               1 on its CLAVE-CALLE key, so spacing, points and
      *               accents no longer hide a household member, and
      *               can be narrowed by the old postal code.
      * 2026-10-15 RO Applying the new address lifts the returned-mail
      *               flag CARGA-DEVOLUCIONES sets on an account,
      *               logged as a CORREO change.
      * 2026-10-15 RO A deceased customer is left out of a household
      *               move, whether found at the old address or keyed by
      *               number.
      * 2026-10-15 RO Interactive sign-on now asks for the operator's
      *               password through AUTENTICA-OPERADOR.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBIA-DOMICILIO.
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
       01 WS-MASTER-EOF-SWITCH   PIC X VALUE 'N'.
          88 MASTER-FILE-EOF VALUE 'Y'.
       01 WS-OLD-ADDRESS         PIC X(30).
       01 WS-OLD-ADDRESS-KEY     PIC X(30).
       01 WS-OLD-CODIGO-POSTAL   PIC X(8).
       01 WS-RECORD-ADDRESS-KEY  PIC X(30).
       01 WS-NUMBER-ANSWER       PIC X(8).
       01 WS-MATCH-TABLE.
          05 WS-MATCH-COUNT      PIC 9(3) COMP VALUE ZERO.
       01 WS-CONFIRM-VALUE       PIC X(32).
       01 WS-NEW-DIRECCION-1     PIC X(30).
       01 WS-NEW-DIRECCION-2     PIC X(30).
       01 WS-NEW-CODIGO-POSTAL   PIC X(8).
       01 WS-NEW-LOCALIDAD       PIC X(30).
       01 WS-NEW-PROVINCIA       PIC X(20).
       01 WS-ADDR-SWITCH         PIC X VALUE 'N'.
          88 ADDRESS-IS-ACCEPTED VALUE 'Y'.
       01 WS-ADDRV-RESULTS.
          05 WS-VM-IS-VALID      PIC X.
          05 WS-VM-REASON        PIC X(24).
          05 WS-VM-STD-DIRECCION-1 PIC X(30).
          05 WS-VM-STD-CODIGO-POSTAL PIC X(8).
          05 WS-VM-STD-LOCALIDAD PIC X(30).
          05 WS-VM-STD-PROVINCIA PIC X(20).
       01 WS-OLD-VALUE           PIC X(32).
       01 WS-HIST-FIELD-NAME     PIC X(8).
       01 WS-HIST-SEQ-NO         PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------
      * COLLECT-BY-OLD-ADDRESS scans the master for every open account
      * holding the old address line 1 and lists them for the
      * operator to see before anything is confirmed. Line 1 is
      * compared on its CLAVE-CALLE key, so "AV. CORDOBA 1234" and
      * "Av Córdoba 1234" are the same household; an old postal code,
      * when keyed, narrows the search to accounts holding it.
      *----------------------------------------------------------------
       COLLECT-BY-OLD-ADDRESS.
           DISPLAY "PLEASE INTRODUCE THE OLD ADDRESS (LINE 1)"
           ACCEPT WS-OLD-ADDRESS
           DISPLAY "PLEASE INTRODUCE THE OLD POSTAL CODE "
               "(BLANK FOR ANY)"
           MOVE SPACES TO WS-OLD-CODIGO-POSTAL
           ACCEPT WS-OLD-CODIGO-POSTAL
           CALL "CLAVE-CALLE" USING WS-OLD-ADDRESS, WS-OLD-ADDRESS-KEY
           MOVE ZERO TO WS-MATCH-COUNT
           MOVE ZERO TO CM-CUSTOMER-NUMBER
           START CUSTOMER-MASTER-FILE
                   AT END SET MASTER-FILE-EOF TO TRUE
               END-READ
               IF NOT MASTER-FILE-EOF
                   CALL "CLAVE-CALLE" USING CM-DIRECCION-1,
                       WS-RECORD-ADDRESS-KEY
                   IF WS-RECORD-ADDRESS-KEY = WS-OLD-ADDRESS-KEY
                           AND NOT CUSTOMER-CLOSED
                           AND NOT CUSTOMER-DECEASED
                           AND (WS-OLD-CODIGO-POSTAL = SPACES
                           OR CM-CODIGO-POSTAL = WS-OLD-CODIGO-POSTAL)
                       PERFORM NOTE-ONE-MATCH
                   END-IF
               END-IF
                           IF CUSTOMER-CLOSED
                               DISPLAY "CUSTOMER IS CLOSED: "
                                   WS-NUMBER-ANSWER
                           ELSE
                           IF CUSTOMER-DECEASED
                               DISPLAY "CUSTOMER IS DECEASED: "
                                   WS-NUMBER-ANSWER
                           ELSE
                               PERFORM NOTE-ONE-MATCH
                           END-IF
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           ADD 1 TO WS-MATCH-COUNT
           MOVE CM-CUSTOMER-NUMBER TO WS-MATCH-NUMBER(WS-MATCH-COUNT)
           DISPLAY CM-CUSTOMER-NUMBER " " CM-NOMBRE " " CM-APELLIDO
           DISPLAY "  " CM-DIRECCION-1 " / " CM-DIRECCION-2
           DISPLAY "  " CM-CODIGO-POSTAL " " CM-LOCALIDAD " "
               CM-PROVINCIA.

      *----------------------------------------------------------------
      * TAKE-NEW-ADDRESS keys the new address once -- both lines,
      * postal code, locality and province, each with the standard
      * double-entry confirmation -- one careful entry for the whole
      * household instead of one per account. The address is checked
      * through VALIDA-DOMICILIO and keyed again until it passes; a
      * passing address is taken the reference's way. With no postal
      * reference on file it is taken as keyed, with a warning.
      *----------------------------------------------------------------
       TAKE-NEW-ADDRESS.
           MOVE 'N' TO WS-ADDR-SWITCH
           PERFORM UNTIL ADDRESS-IS-ACCEPTED
               PERFORM KEY-NEW-ADDRESS
               CALL "VALIDA-DOMICILIO" USING WS-NEW-DIRECCION-1,
                   WS-NEW-CODIGO-POSTAL, WS-NEW-LOCALIDAD,
                   WS-NEW-PROVINCIA, WS-ADDRV-RESULTS
               EVALUATE WS-VM-IS-VALID
                   WHEN 'Y'
                       MOVE WS-VM-STD-DIRECCION-1
                           TO WS-NEW-DIRECCION-1
                       MOVE WS-VM-STD-CODIGO-POSTAL
                           TO WS-NEW-CODIGO-POSTAL
                       MOVE WS-VM-STD-LOCALIDAD TO WS-NEW-LOCALIDAD
                       MOVE WS-VM-STD-PROVINCIA TO WS-NEW-PROVINCIA
                       SET ADDRESS-IS-ACCEPTED TO TRUE
                   WHEN 'U'
                       DISPLAY "POSTAL REFERENCE NOT AVAILABLE - "
                           "ADDRESS TAKEN AS KEYED"
                       SET ADDRESS-IS-ACCEPTED TO TRUE
                   WHEN OTHER
                       DISPLAY "ADDRESS REJECTED - " WS-VM-REASON
                           " - PLEASE KEY IT AGAIN"
               END-EVALUATE
           END-PERFORM
           DISPLAY "NEW ADDRESS: " WS-NEW-DIRECCION-1 " / "
               WS-NEW-DIRECCION-2
           DISPLAY "  " WS-NEW-CODIGO-POSTAL " " WS-NEW-LOCALIDAD " "
               WS-NEW-PROVINCIA.

       KEY-NEW-ADDRESS.
           MOVE "PLEASE INTRODUCE THE NEW ADDRESS LINE 1"
               TO WS-NEW-PROMPT
           MOVE "PLEASE RE-ENTER THE NEW ADDRESS LINE 1"
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
           MOVE WS-NEW-VALUE TO WS-NEW-PROVINCIA.

       APPLY-TO-ALL-MATCHES.
           MOVE ZERO TO WS-APPLIED-COUNT
           IF NUMBERING-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE CM-CODIGO-POSTAL TO WS-OLD-VALUE
           MOVE WS-NEW-CODIGO-POSTAL TO WS-NEW-VALUE
           MOVE "CODPOST" TO WS-HIST-FIELD-NAME
           PERFORM WRITE-HISTORY-RECORD
           IF NUMBERING-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE CM-LOCALIDAD TO WS-OLD-VALUE
           MOVE WS-NEW-LOCALIDAD TO WS-NEW-VALUE
           MOVE "LOCALID" TO WS-HIST-FIELD-NAME
           PERFORM WRITE-HISTORY-RECORD
           IF NUMBERING-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE CM-PROVINCIA TO WS-OLD-VALUE
           MOVE WS-NEW-PROVINCIA TO WS-NEW-VALUE
           MOVE "PROVINC" TO WS-HIST-FIELD-NAME
           PERFORM WRITE-HISTORY-RECORD
           IF NUMBERING-FAILED
               EXIT PARAGRAPH
           END-IF
           IF ADDRESS-UNDELIVERABLE
               MOVE CM-MAIL-STATUS TO WS-OLD-VALUE
               MOVE SPACES TO WS-NEW-VALUE
               MOVE "CORREO" TO WS-HIST-FIELD-NAME
               PERFORM WRITE-HISTORY-RECORD
               IF NUMBERING-FAILED
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACE TO CM-MAIL-STATUS
               MOVE ZERO TO CM-RETURNED-DATE
           END-IF
           MOVE WS-NEW-DIRECCION-1 TO CM-DIRECCION-1
           MOVE WS-NEW-DIRECCION-2 TO CM-DIRECCION-2
           MOVE WS-NEW-CODIGO-POSTAL TO CM-CODIGO-POSTAL
           MOVE WS-NEW-LOCALIDAD TO CM-LOCALIDAD
           MOVE WS-NEW-PROVINCIA TO CM-PROVINCIA
           REWRITE CUSTOMER-MASTER-REC
           PERFORM JOURNAL-MASTER-REWRITE
           ADD 1 TO WS-APPLIED-COUNT
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
