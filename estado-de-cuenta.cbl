      *          B ALL selects every ACTIVE customer. Bulk statements
      *          go to one combined CUENTAS.RPT with a page break per
      *          customer and an index page with a control count.
      *          A trailing FULL=<operator> prints document ids and
      *          phones whole when that operator's role allows it;
      *          otherwise they print masked.
      * Tectonics: cobc
      *****************************************************************
      * Modification History:
      *               customers printed and a control count -- the
      *               quarterly mailing as one run instead of a day
      *               of babysitting.
      * 2026-10-15 RO The bulk run passes by a customer whose address
      *               CARGA-DEVOLUCIONES has marked undeliverable,
      *               counting the statements withheld on the console
      *               and the index page. A single statement asked for
      *               by customer number still prints.
      * 2026-10-15 RO The bulk run also withholds the statement of a
      *               customer marked deceased, counted apart on the
      *               console and the index page; the estate is written
      *               to through GENERA-CARTAS.
      * 2026-10-15 RO Document id and phone changes on the history
      *               now print masked through ENMASCARA-DATO unless
      *               the PARM names a full-value operator with
      *               FULL=<operator>; each statement that shows a
      *               full document id is logged on SEGLOG.DAT
      *               (DOCVIEW) under that operator.
      * 2026-10-15 RO A bulk statement now goes by the customer's
      *               contact channel as VALIDA-CANAL decides it:
      *               printed into CUENTAS.RPT, or sent by email or SMS
      *               as an item on ENVIOELE.DAT through REGISTRA-
      *               ENVIO. A customer with no valid address for an
      *               electronic channel falls back to print; the
      *               console and the index page count statements by
      *               channel and the fallbacks, and the index lists
      *               only the statements printed. A sent-back postal
      *               address now withholds only a printed statement. A
      *               single statement still prints.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADO-DE-CUENTA.
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

       FD  NEW-ACCOUNTS-REPORT-FILE.
       01  NEW-ACCOUNTS-REPORT-REC.
           05 NA-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X.
           05 NA-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 NA-BRANCH-CODE   PIC X(4).
           05 FILLER           PIC X.
           05 NA-OPERATOR-ID   PIC X(8).

       FD  REASSIGN-HISTORY-FILE.
       01  REASSIGN-HISTORY-REC.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-NEWACCT-FILE-STATUS PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-PARM                PIC X(40).
       01 WS-PARM-BODY           PIC X(40).
       01 WS-FULL-OPERATOR-ID    PIC X(8) VALUE SPACES.
       01 WS-FULL-OPERATOR-ROLE  PIC X(10) VALUE SPACES.
       01 WS-THIS-PROGRAM        PIC X(18) VALUE "ESTADO-DE-CUENTA".
       01 WS-OPERID-VALID-SW     PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-MASK-SHOWN          PIC X.
          88 MASK-SHOWN-FULL VALUE 'F'.
       01 WS-DOC-SHOWN-SWITCH    PIC X VALUE 'N'.
          88 FULL-DOC-ID-SHOWN VALUE 'Y'.
       01 WS-SECURITY-EVENT      PIC X(8) VALUE "DOCVIEW".
       01 WS-SUBJECT-ID          PIC X(8).
       01 WS-OLD-VALUE           PIC X(32).
       01 WS-NEW-VALUE           PIC X(32).
       01 WS-PARM-TOKEN-1        PIC X(8).
       01 WS-PARM-TOKEN-2        PIC X(8).
       01 WS-PARM-TOKEN-3        PIC X(8).
       01 WS-FIRST-SWITCH        PIC X VALUE 'Y'.
          88 FIRST-SELECTED-NUMBER VALUE 'Y'.
       01 WS-PRINTED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-WITHHELD-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-DECEASED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-EMAIL-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-SMS-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-FALLBACK-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-DELIVERY-ROUTE      PIC X VALUE 'P'.
          88 DELIVER-BY-POST VALUE 'P'.
       01 WS-CHANV-RESULTS.
          05 WS-VC-ROUTE         PIC X.
          05 WS-VC-ADDRESS       PIC X(32).
          05 WS-VC-REASON        PIC X(24).
       01 WS-ENVIO-FUNCTION      PIC X.
       01 WS-ENVIO-DOCUMENT      PIC X(12) VALUE "CUENTAS.RPT".
       01 WS-ENVIO-TEXT          PIC X(132).
       01 WS-ENVIO-ITEM          PIC 9(8) VALUE ZERO.
       01 WS-CUSTOMER-NUMBER     PIC 9(8) VALUE ZERO.
       01 WS-NEWACCT-EOF-SWITCH  PIC X VALUE 'N'.
          88 NEWACCT-FILE-EOF VALUE 'Y'.
       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
               WS-PARM-TOKEN-3 WS-PARM-BODY
           UNSTRING WS-PARM DELIMITED BY "FULL="
               INTO WS-PARM-BODY, WS-FULL-OPERATOR-ID
           PERFORM AUTHORIZE-FULL-VALUES
           UNSTRING WS-PARM-BODY DELIMITED BY ALL SPACE
               INTO WS-PARM-TOKEN-1, WS-PARM-TOKEN-2,
                    WS-PARM-TOKEN-3
           IF WS-PARM-TOKEN-1(1:1) = 'B'
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * AUTHORIZE-FULL-VALUES takes the operator named by FULL= on the
      * PARM. Document ids and phones print whole only for an operator
      * on the master whose role ENMASCARA-DATO entitles to full
      * values; any other run prints them masked.
      *----------------------------------------------------------------
       AUTHORIZE-FULL-VALUES.
           IF WS-FULL-OPERATOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "VALIDA-OPERADOR" USING WS-FULL-OPERATOR-ID,
               WS-THIS-PROGRAM, WS-OPERID-VALID-SW,
               WS-FULL-OPERATOR-ROLE
           IF NOT OPERATOR-IS-VALID
               DISPLAY "UNKNOWN OPERATOR ON FULL= - "
                   "DOCUMENT IDS AND PHONES WILL BE MASKED"
               MOVE SPACES TO WS-FULL-OPERATOR-ID
                   WS-FULL-OPERATOR-ROLE
           END-IF.

      *----------------------------------------------------------------
      * BULK-STATEMENT-RUN selects the customers in one pass (activity
      * in the date range from the creation and history files, or the
           CLOSE INDEX-WORK-FILE
           PERFORM PRINT-INDEX-PAGE
           CLOSE STATEMENT-FILE
           MOVE 'C' TO WS-ENVIO-FUNCTION
           CALL "REGISTRA-ENVIO" USING WS-ENVIO-FUNCTION,
               WS-THIS-PROGRAM, CM-CUSTOMER-NUMBER, WS-VC-ROUTE,
               WS-VC-ADDRESS, WS-ENVIO-DOCUMENT, WS-ENVIO-TEXT,
               WS-ENVIO-ITEM
           DISPLAY "STATEMENTS PRINTED: " WS-PRINTED-COUNT
           DISPLAY "STATEMENTS SENT BY EMAIL: " WS-EMAIL-COUNT
           DISPLAY "STATEMENTS SENT BY SMS:   " WS-SMS-COUNT
           DISPLAY "STATEMENTS FELL BACK TO POST: " WS-FALLBACK-COUNT
           DISPLAY "STATEMENTS WITHHELD - ADDRESS UNDELIVERABLE: "
               WS-WITHHELD-COUNT
           DISPLAY "STATEMENTS WITHHELD - CUSTOMER DECEASED:     "
               WS-DECEASED-COUNT
           DISPLAY "COMBINED PRINT FILE WRITTEN TO CUENTAS.RPT".

       PRINT-INDEX-PAGE.
                      DELIMITED BY SIZE
                  WS-PRINTED-COUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "STATEMENTS SENT BY EMAIL: " DELIMITED BY SIZE
                  WS-EMAIL-COUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "STATEMENTS SENT BY SMS:   " DELIMITED BY SIZE
                  WS-SMS-COUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "STATEMENTS FELL BACK TO POST (INCLUDED ABOVE): "
                      DELIMITED BY SIZE
                  WS-FALLBACK-COUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "STATEMENTS WITHHELD - ADDRESS UNDELIVERABLE: "
                      DELIMITED BY SIZE
                  WS-WITHHELD-COUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "STATEMENTS WITHHELD - CUSTOMER DECEASED:     "
                      DELIMITED BY SIZE
                  WS-DECEASED-COUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       READ-INDEX-RECORD.
                  " "                       DELIMITED BY SIZE
                  CM-APELLIDO               DELIMITED BY "  "
               INTO STATEMENT-LINE
           PERFORM EMIT-STATEMENT-LINE
           MOVE ALL "-" TO STATEMENT-LINE
           PERFORM EMIT-STATEMENT-LINE.

      *----------------------------------------------------------------
      * PRINT-CREATION-SECTION finds the customer's line on the new-
               MOVE "NO CREATION RECORD ON THE NEW-ACCOUNTS REPORT"
                   TO STATEMENT-LINE
           END-IF
           PERFORM EMIT-STATEMENT-LINE.

      *----------------------------------------------------------------
      * PRINT-CHANGE-HISTORY lists every history entry carrying this
      *----------------------------------------------------------------
       PRINT-CHANGE-HISTORY.
           MOVE ZERO TO WS-CHANGE-COUNT
           MOVE 'N' TO WS-DOC-SHOWN-SWITCH
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT REASSIGN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL HISTORY-FILE-EOF
                   IF RH-CUSTOMER-NUMBER = WS-CUSTOMER-NUMBER
                       ADD 1 TO WS-CHANGE-COUNT
                       PERFORM PRINT-ONE-CHANGE
                   END-IF
                   PERFORM READ-HISTORY-RECORD
               END-PERFORM
               CLOSE REASSIGN-HISTORY-FILE
           END-IF
           IF FULL-DOC-ID-SHOWN
               MOVE WS-CUSTOMER-NUMBER TO WS-SUBJECT-ID
               CALL "REGISTRA-SEGURIDAD" USING WS-SECURITY-EVENT,
                   WS-FULL-OPERATOR-ID, WS-THIS-PROGRAM, WS-SUBJECT-ID
           END-IF
           IF WS-CHANGE-COUNT = ZERO
               MOVE "NO CHANGES ON RECORD" TO STATEMENT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF.

      * a document id or phone change prints its values as the run
      * is authorized through ENMASCARA-DATO
       PRINT-ONE-CHANGE.
           MOVE RH-OLD-VALUE TO WS-OLD-VALUE
           MOVE RH-NEW-VALUE TO WS-NEW-VALUE
           IF RH-FIELD-NAME = "DOC-ID" OR RH-FIELD-NAME = "TELEFONO"
               CALL "ENMASCARA-DATO" USING WS-FULL-OPERATOR-ROLE,
                   WS-OLD-VALUE, WS-MASK-SHOWN
               CALL "ENMASCARA-DATO" USING WS-FULL-OPERATOR-ROLE,
                   WS-NEW-VALUE, WS-MASK-SHOWN
               IF MASK-SHOWN-FULL AND RH-FIELD-NAME = "DOC-ID"
                   SET FULL-DOC-ID-SHOWN TO TRUE
               END-IF
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           STRING RH-TIMESTAMP  DELIMITED BY "  "
                  " "           DELIMITED BY SIZE
                  RH-FIELD-NAME DELIMITED BY "  "
                  " CHANGED FROM " DELIMITED BY SIZE
                  WS-OLD-VALUE  DELIMITED BY "  "
                  " TO "        DELIMITED BY SIZE
                  WS-NEW-VALUE  DELIMITED BY "  "
               INTO STATEMENT-LINE
           PERFORM EMIT-STATEMENT-LINE.

       PRINT-CURRENT-VALUES.
           MOVE SPACES TO STATEMENT-LINE
           STRING "CURRENT VALUES: " DELIMITED BY SIZE
                  " AGE "            DELIMITED BY SIZE
                  CM-EDAD            DELIMITED BY SIZE
               INTO STATEMENT-LINE
           PERFORM EMIT-STATEMENT-LINE.

      * a statement line goes to the print file, or for a bulk
      * statement going by email or SMS, to its ENVIOELE.DAT item
       EMIT-STATEMENT-LINE.
           IF DELIVER-BY-POST
               WRITE STATEMENT-LINE
           ELSE
               MOVE STATEMENT-LINE TO WS-ENVIO-TEXT
               MOVE 'L' TO WS-ENVIO-FUNCTION
               CALL "REGISTRA-ENVIO" USING WS-ENVIO-FUNCTION,
                   WS-THIS-PROGRAM, CM-CUSTOMER-NUMBER, WS-VC-ROUTE,
                   WS-VC-ADDRESS, WS-ENVIO-DOCUMENT, WS-ENVIO-TEXT,
                   WS-ENVIO-ITEM
           END-IF.

       READ-NEWACCT-RECORD.
           READ NEW-ACCOUNTS-REPORT-FILE
                   WS-CUSTOMER-NUMBER
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-DECEASED
               DISPLAY "CUSTOMER DECEASED - STATEMENT WITHHELD: "
                   WS-CUSTOMER-NUMBER
               ADD 1 TO WS-DECEASED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHOOSE-DELIVERY-ROUTE
           IF DELIVER-BY-POST AND ADDRESS-UNDELIVERABLE
               DISPLAY "ADDRESS UNDELIVERABLE - STATEMENT WITHHELD: "
                   WS-CUSTOMER-NUMBER
               ADD 1 TO WS-WITHHELD-COUNT
               EXIT PARAGRAPH
           END-IF
           IF DELIVER-BY-POST
               MOVE ALL "=" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           PERFORM PRINT-STATEMENT-HEADING
           PERFORM PRINT-CREATION-SECTION
           PERFORM PRINT-CHANGE-HISTORY
           PERFORM PRINT-CURRENT-VALUES
           IF NOT DELIVER-BY-POST
               IF WS-DELIVERY-ROUTE = 'E'
                   ADD 1 TO WS-EMAIL-COUNT
               ELSE
                   ADD 1 TO WS-SMS-COUNT
               END-IF
               MOVE 'P' TO WS-DELIVERY-ROUTE
               EXIT PARAGRAPH
           END-IF
           IF CM-CONTACT-CHANNEL = 'E' OR CM-CONTACT-CHANNEL = 'S'
               DISPLAY "NO ELECTRONIC DELIVERY (" WS-VC-REASON
                   ") - STATEMENT BY POST: " WS-CUSTOMER-NUMBER
               ADD 1 TO WS-FALLBACK-COUNT
           END-IF
           MOVE SPACES TO INDEX-WORK-REC
           MOVE CM-CUSTOMER-NUMBER TO IX-CUSTOMER-NUMBER
           MOVE CM-NOMBRE          TO IX-NOMBRE
           WRITE INDEX-WORK-REC
           ADD 1 TO WS-PRINTED-COUNT.

      *----------------------------------------------------------------
      * CHOOSE-DELIVERY-ROUTE asks VALIDA-CANAL how the customer's
      * statement goes and, for email or SMS, opens its item on
      * ENVIOELE.DAT; an item REGISTRA-ENVIO cannot number is printed
      * instead.
      *----------------------------------------------------------------
       CHOOSE-DELIVERY-ROUTE.
           CALL "VALIDA-CANAL" USING CM-CONTACT-CHANNEL, CM-EMAIL,
               CM-TELEFONO, CM-CONSENT-DATE, WS-CHANV-RESULTS
           MOVE WS-VC-ROUTE TO WS-DELIVERY-ROUTE
           IF DELIVER-BY-POST
               EXIT PARAGRAPH
           END-IF
           MOVE 'H' TO WS-ENVIO-FUNCTION
           CALL "REGISTRA-ENVIO" USING WS-ENVIO-FUNCTION,
               WS-THIS-PROGRAM, CM-CUSTOMER-NUMBER, WS-VC-ROUTE,
               WS-VC-ADDRESS, WS-ENVIO-DOCUMENT, WS-ENVIO-TEXT,
               WS-ENVIO-ITEM
           IF WS-ENVIO-ITEM = ZERO
               MOVE 'P' TO WS-DELIVERY-ROUTE
               MOVE "NO DELIVERY NUMBER" TO WS-VC-REASON
           END-IF.

       PSS-EXIT.
           EXIT.

