      *               longer fits its in-memory table now refuses the
      *               extract outright instead of silently mailing
      *               the customers past the cap.
      * 2026-10-15 RO Each selected customer is now looked up on the
      *               customer master, and one whose address
      *               CARGA-DEVOLUCIONES has marked undeliverable is
      *               bypassed and counted apart. A master that cannot
      *               be opened refuses the extract.
      * 2026-10-15 RO A customer CARGA-DEFUNCIONES has marked
      *               deceased is barred from the extract and counted
      *               apart.
      * 2026-10-15 RO Each selected customer now goes by their contact
      *               channel as VALIDA-CANAL decides it. CAMPEXT.DAT
      *               still carries every selected customer, for the
      *               response and prospect runs, with the channel in
      *               column 72; the mail house posts only the P lines,
      *               and email and SMS customers get their piece as an
      *               item on ENVIOELE.DAT through REGISTRA-ENVIO. A
      *               customer with no valid address for an electronic
      *               channel falls back to post; the counts show each
      *               channel and the fallbacks. A sent-back address
      *               now bars only a customer going by post.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAE-CAMPANIA.
           SELECT CONTACT-HISTORY-FILE ASSIGN TO "CONTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTHIST-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           05 FILLER            PIC X VALUE SPACE.
           05 CH-BUSINESS-DATE  PIC 9(8).

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

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       01 WS-SUPRLIST-FILE-STATUS PIC XX.
       01 WS-CONTHIST-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-BUSINESS-DATE     PIC 9(8) VALUE ZERO.
       01 WS-MIN-CONTACT-DAYS  PIC 9(3) VALUE ZERO.
       01 WS-SUPRLIST-EOF-SW   PIC X VALUE 'N'.
       01 WS-CONTACT-AGE-DAYS  PIC S9(7) VALUE ZERO.
       01 WS-SUPPRESSED-COUNT  PIC 9(8) VALUE ZERO.
       01 WS-RECENT-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-UNDELIVERABLE-COUNT PIC 9(8) VALUE ZERO.
       01 WS-DECEASED-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-POST-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-EMAIL-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-SMS-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-FALLBACK-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-DELIVERY-ROUTE    PIC X VALUE 'P'.
          88 DELIVER-BY-POST VALUE 'P'.
       01 WS-PREFERRED-CHANNEL PIC X VALUE SPACE.
       01 WS-CHANV-RESULTS.
          05 WS-VC-ROUTE       PIC X.
          05 WS-VC-ADDRESS     PIC X(32).
          05 WS-VC-REASON      PIC X(24).
       01 WS-ENVIO-FUNCTION    PIC X.
       01 WS-ENVIO-PROGRAM     PIC X(18) VALUE "EXTRAE-CAMPANIA".
       01 WS-ENVIO-DOCUMENT    PIC X(12).
       01 WS-ENVIO-TEXT        PIC X(132).
       01 WS-ENVIO-ITEM        PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE        PIC X(8).
          05 FILLER            PIC X(13).
                       "CONTACT HISTORY NO LONGER FITS ITS TABLE"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT CUSTOMER-MASTER-FILE
                   IF WS-MASTER-FILE-STATUS NOT = "00"
                       DISPLAY "EXTRACT REFUSED - CUSTOMER MASTER NOT "
                           "AVAILABLE - STATUS " WS-MASTER-FILE-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM RUN-THE-EXTRACT
                       CLOSE CUSTOMER-MASTER-FILE
                   END-IF
               END-IF
           END-IF
           STOP RUN.
               CLOSE EDAD-CLASS-INPUT-FILE
               CLOSE CAMPAIGN-EXTRACT-FILE
               CLOSE CONTACT-HISTORY-FILE
               MOVE 'C' TO WS-ENVIO-FUNCTION
               CALL "REGISTRA-ENVIO" USING WS-ENVIO-FUNCTION,
                   WS-ENVIO-PROGRAM, EC-CUSTOMER-NUMBER, WS-VC-ROUTE,
                   WS-VC-ADDRESS, WS-ENVIO-DOCUMENT, WS-ENVIO-TEXT,
                   WS-ENVIO-ITEM
               DISPLAY "CUSTOMERS SELECTED:  " WS-SELECTED-COUNT
               DISPLAY "  BY POST:           " WS-POST-COUNT
               DISPLAY "  BY EMAIL:          " WS-EMAIL-COUNT
               DISPLAY "  BY SMS:            " WS-SMS-COUNT
               DISPLAY "  FELL BACK TO POST: " WS-FALLBACK-COUNT
               DISPLAY "CUSTOMERS BYPASSED:  " WS-BYPASSED-COUNT
               DISPLAY "OPTED OUT/SUPPRESSED: " WS-SUPPRESSED-COUNT
               DISPLAY "CONTACTED TOO RECENTLY: " WS-RECENT-COUNT
               DISPLAY "ADDRESS UNDELIVERABLE: " WS-UNDELIVERABLE-COUNT
               DISPLAY "CUSTOMER DECEASED:     " WS-DECEASED-COUNT
               DISPLAY "EXTRACT WRITTEN TO CAMPEXT.DAT"
           END-IF.

                   MOVE 'N' TO WS-MATCH-SWITCH
               END-IF
           END-IF
           MOVE 'P' TO WS-DELIVERY-ROUTE
           MOVE SPACE TO WS-PREFERRED-CHANNEL
           IF RECORD-IS-WANTED
               PERFORM CHECK-SUPPRESSION-AND-CONTACT
               IF NOT RECORD-IS-BARRED
                   PERFORM CHECK-MAIL-STATUS
               END-IF
               IF RECORD-IS-BARRED
                   MOVE 'N' TO WS-MATCH-SWITCH
               END-IF
           END-IF
           IF RECORD-IS-WANTED
               IF NOT DELIVER-BY-POST
                   PERFORM SEND-ELECTRONIC-PIECE
               END-IF
               PERFORM COUNT-DELIVERY-ROUTE
               MOVE EDAD-CLASS-INPUT-REC TO CAMPAIGN-EXTRACT-REC
               MOVE WS-DELIVERY-ROUTE TO CAMPAIGN-EXTRACT-REC(72:1)
               WRITE CAMPAIGN-EXTRACT-REC
               PERFORM WRITE-CONTACT-RECORD
               ADD 1 TO WS-SELECTED-COUNT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * CHECK-MAIL-STATUS bars a customer whose mail has been coming
      * back: the campaign piece would only be returned again. A
      * customer marked deceased is barred and counted apart: the
      * family is not to be mailed a campaign. A customer the
      * classification file knows but the master no longer does is
      * left to the other rules, and goes by post. Everyone else goes
      * by their contact channel as VALIDA-CANAL decides it, and a
      * sent-back address only bars a piece that would go by post.
      *----------------------------------------------------------------
       CHECK-MAIL-STATUS.
           MOVE EC-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CUSTOMER-DECEASED
               SET RECORD-IS-BARRED TO TRUE
               ADD 1 TO WS-DECEASED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE CM-CONTACT-CHANNEL TO WS-PREFERRED-CHANNEL
           CALL "VALIDA-CANAL" USING CM-CONTACT-CHANNEL, CM-EMAIL,
               CM-TELEFONO, CM-CONSENT-DATE, WS-CHANV-RESULTS
           MOVE WS-VC-ROUTE TO WS-DELIVERY-ROUTE
           IF DELIVER-BY-POST AND ADDRESS-UNDELIVERABLE
               SET RECORD-IS-BARRED TO TRUE
               ADD 1 TO WS-UNDELIVERABLE-COUNT
           END-IF.

      *----------------------------------------------------------------
      * SEND-ELECTRONIC-PIECE puts an email or SMS customer's campaign
      * piece on ENVIOELE.DAT -- the band code as the document, one
      * line naming the customer for the gateway to merge -- and a
      * piece REGISTRA-ENVIO cannot number goes by post instead.
      *----------------------------------------------------------------
       SEND-ELECTRONIC-PIECE.
           MOVE EC-BAND-CODE TO WS-ENVIO-DOCUMENT
           MOVE 'H' TO WS-ENVIO-FUNCTION
           CALL "REGISTRA-ENVIO" USING WS-ENVIO-FUNCTION,
               WS-ENVIO-PROGRAM, EC-CUSTOMER-NUMBER, WS-VC-ROUTE,
               WS-VC-ADDRESS, WS-ENVIO-DOCUMENT, WS-ENVIO-TEXT,
               WS-ENVIO-ITEM
           IF WS-ENVIO-ITEM = ZERO
               MOVE 'P' TO WS-DELIVERY-ROUTE
               MOVE "NO DELIVERY NUMBER" TO WS-VC-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ENVIO-TEXT
           STRING EC-NOMBRE   DELIMITED BY "  "
                  " "         DELIMITED BY SIZE
                  EC-APELLIDO DELIMITED BY "  "
               INTO WS-ENVIO-TEXT
           MOVE 'L' TO WS-ENVIO-FUNCTION
           CALL "REGISTRA-ENVIO" USING WS-ENVIO-FUNCTION,
               WS-ENVIO-PROGRAM, EC-CUSTOMER-NUMBER, WS-VC-ROUTE,
               WS-VC-ADDRESS, WS-ENVIO-DOCUMENT, WS-ENVIO-TEXT,
               WS-ENVIO-ITEM.

      * the post count includes the fallbacks
       COUNT-DELIVERY-ROUTE.
           EVALUATE WS-DELIVERY-ROUTE
               WHEN 'E'
                   ADD 1 TO WS-EMAIL-COUNT
               WHEN 'S'
                   ADD 1 TO WS-SMS-COUNT
               WHEN OTHER
                   ADD 1 TO WS-POST-COUNT
                   IF WS-PREFERRED-CHANNEL = 'E'
                           OR WS-PREFERRED-CHANNEL = 'S'
                       DISPLAY "NO ELECTRONIC DELIVERY (" WS-VC-REASON
                           ") - PIECE BY POST: " EC-CUSTOMER-NUMBER
                       ADD 1 TO WS-FALLBACK-COUNT
                   END-IF
           END-EVALUATE.

       WRITE-CONTACT-RECORD.
           MOVE SPACES TO CONTACT-HISTORY-REC
           MOVE EC-CUSTOMER-NUMBER TO CH-CUSTOMER-NUMBER
