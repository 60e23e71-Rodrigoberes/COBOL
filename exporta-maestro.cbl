      *          DOC-ID), and produces EXPORT.DAT with a heading row,
      *          one pipe-delimited row per selected customer, and a
      *          TRL trailer count. ACTIVE customers only by default;
      *          option A includes every status. The phone and the
      *          document id export masked to their last four digits
      *          unless FULL=<operator> names an operator whose role
      *          allows full values; option M keeps them masked even
      *          then. One utility, one layout file per consumer.
      *
      *          PARM: <layout file> [A] [M] [FULL=<operator>]
      * Tectonics: cobc
      *****************************************************************
      * Modification History:
      *               byte instead of stopping at the first double
      *               space, so a DIRECCION line with an interior gap
      *               (CALLE 9  N 12) lands whole in its column.
      * 2026-10-15 RO The phone and document id now export masked
      *               through ENMASCARA-DATO by default; FULL=
      *               <operator> on the PARM exports them whole when
      *               that operator's role allows, and every full
      *               document id exported is logged on SEGLOG.DAT
      *               (DOCVIEW). Option M still forces the mask.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTA-MAESTRO.
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

       FD  LAYOUT-FILE.
       01  LAYOUT-REC          PIC X(16).
       01 WS-MASTER-FILE-STATUS PIC XX.
       01 WS-LAYOUT-FILE-STATUS PIC XX.
       01 WS-PARM               PIC X(40).
       01 WS-PARM-BODY          PIC X(40).
       01 WS-FULL-OPERATOR-ID   PIC X(8) VALUE SPACES.
       01 WS-FULL-OPERATOR-ROLE PIC X(10) VALUE SPACES.
       01 WS-THIS-PROGRAM       PIC X(18) VALUE "EXPORTA-MAESTRO".
       01 WS-OPERID-VALID-SW    PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-MASK-SHOWN         PIC X.
          88 MASK-SHOWN-FULL VALUE 'F'.
       01 WS-SECURITY-EVENT     PIC X(8) VALUE "DOCVIEW".
       01 WS-SUBJECT-ID         PIC X(8).
       01 WS-LAYOUT-NAME        PIC X(30) VALUE SPACES.
       01 WS-PARM-TOKEN-2       PIC X(2).
       01 WS-PARM-TOKEN-3       PIC X(2).
       01 WS-VALUE-LENGTH       PIC 9(2) COMP VALUE ZERO.
       01 WS-LINE-POINTER       PIC 9(3) COMP VALUE 1.
       01 WS-EXPORTED-COUNT     PIC 9(8) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-LAYOUT-NAME WS-PARM-TOKEN-2
               WS-PARM-TOKEN-3 WS-PARM-BODY
           UNSTRING WS-PARM DELIMITED BY "FULL="
               INTO WS-PARM-BODY, WS-FULL-OPERATOR-ID
           UNSTRING WS-PARM-BODY DELIMITED BY ALL SPACE
               INTO WS-LAYOUT-NAME, WS-PARM-TOKEN-2,
                    WS-PARM-TOKEN-3
           PERFORM RESOLVE-OPTION-TOKENS
           IF WS-LAYOUT-NAME = SPACES
               DISPLAY "USE: EXPORTA-MAESTRO <LAYOUT FILE> [A] [M] "
                   "[FULL=<OPERATOR>]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-TOKEN-2(1:1) = 'M'
                   OR WS-PARM-TOKEN-3(1:1) = 'M'
               SET MASK-DOC-REQUESTED TO TRUE
           END-IF
           IF WS-FULL-OPERATOR-ID NOT = SPACES
               CALL "VALIDA-OPERADOR" USING WS-FULL-OPERATOR-ID,
                   WS-THIS-PROGRAM, WS-OPERID-VALID-SW,
                   WS-FULL-OPERATOR-ROLE
               IF NOT OPERATOR-IS-VALID
                   DISPLAY "UNKNOWN OPERATOR ON FULL= - "
                       "DOCUMENT IDS AND PHONES WILL BE MASKED"
                   MOVE SPACES TO WS-FULL-OPERATOR-ID
                       WS-FULL-OPERATOR-ROLE
               END-IF
           END-IF
      * the mask option keeps the export masked whoever authorized it
           IF MASK-DOC-REQUESTED
               MOVE SPACES TO WS-FULL-OPERATOR-ROLE
           END-IF.

      *----------------------------------------------------------------

      *----------------------------------------------------------------
      * RESOLVE-FIELD-VALUE fetches the named master field as text.
      * The phone and document id go through ENMASCARA-DATO, whole
      * only for a run authorized by a full-value operator, and every
      * full document id exported is logged against the customer.
      *----------------------------------------------------------------
       RESOLVE-FIELD-VALUE.
           MOVE SPACES TO WS-FIELD-VALUE
                   MOVE CM-DIRECCION-2 TO WS-FIELD-VALUE
               WHEN "TELEFONO"
                   MOVE CM-TELEFONO TO WS-FIELD-VALUE
                   CALL "ENMASCARA-DATO" USING WS-FULL-OPERATOR-ROLE,
                       WS-FIELD-VALUE, WS-MASK-SHOWN
               WHEN "DOC-ID"
                   MOVE CM-DOC-ID TO WS-FIELD-VALUE
                   CALL "ENMASCARA-DATO" USING WS-FULL-OPERATOR-ROLE,
                       WS-FIELD-VALUE, WS-MASK-SHOWN
                   IF MASK-SHOWN-FULL AND CM-DOC-ID NOT = SPACES
                       MOVE CM-CUSTOMER-NUMBER TO WS-SUBJECT-ID
                       CALL "REGISTRA-SEGURIDAD" USING
                           WS-SECURITY-EVENT, WS-FULL-OPERATOR-ID,
                           WS-THIS-PROGRAM, WS-SUBJECT-ID
                   END-IF
           END-EVALUATE.

