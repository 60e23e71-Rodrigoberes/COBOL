      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able delivery-channel decision, in the
      *          VALIDA-DOCUMENTO style. Given a customer's preferred
      *          channel (P post, E email, S SMS; blank is post),
      *          email address, phone number and consent date, says
      *          how an item for that customer goes out and where to.
      *          Email goes to an address with one @, something
      *          before it, a dot inside the part after it, and no
      *          embedded spaces; SMS goes to a phone of at least
      *          eight digits and no other characters. Neither goes
      *          without a consent date. A preference that cannot be
      *          honored falls back to post, with the reason, so the
      *          caller can count the fallbacks -- nobody goes without
      *          the item because an address is missing.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-CANAL.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-USED-LENGTH      PIC 9(2) VALUE ZERO.
       01  WS-TRAILING-SPACES  PIC 9(2) VALUE ZERO.
       01  WS-AT-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-AT-POS           PIC 9(2) VALUE ZERO.
       01  WS-DOT-POS          PIC 9(2) VALUE ZERO.
       01  WS-SCAN-IDX         PIC 9(2) COMP VALUE ZERO.
       01  WS-DIGIT-COUNT      PIC 9(2) VALUE ZERO.
       01  WS-PHONE-DIGITS     PIC X(12).
       01  WS-ADDRESS-SWITCH   PIC X VALUE 'N'.
           88 ADDRESS-IS-GOOD VALUE 'Y'.

       LINKAGE SECTION.
       01  VC-CHANNEL          PIC X.
           88 VC-WANTS-POST    VALUE 'P' SPACE.
           88 VC-WANTS-EMAIL   VALUE 'E'.
           88 VC-WANTS-SMS     VALUE 'S'.
       01  VC-EMAIL            PIC X(32).
       01  VC-TELEFONO         PIC X(12).
       01  VC-CONSENT-DATE     PIC 9(8).
       01  VC-RESULTS.
           05 VC-ROUTE         PIC X.
           05 VC-ADDRESS       PIC X(32).
           05 VC-REASON        PIC X(24).

       PROCEDURE DIVISION USING VC-CHANNEL, VC-EMAIL, VC-TELEFONO,
           VC-CONSENT-DATE, VC-RESULTS.
       MAIN-LOGIC.
           MOVE 'P' TO VC-ROUTE
           MOVE SPACES TO VC-ADDRESS
           MOVE SPACES TO VC-REASON
           IF VC-WANTS-POST
               GOBACK
           END-IF
           IF NOT VC-WANTS-EMAIL AND NOT VC-WANTS-SMS
               MOVE "UNKNOWN CHANNEL" TO VC-REASON
               GOBACK
           END-IF
           IF VC-CONSENT-DATE IS NOT NUMERIC
                   OR VC-CONSENT-DATE = ZERO
               MOVE "NO CONSENT ON FILE" TO VC-REASON
               GOBACK
           END-IF
           MOVE 'N' TO WS-ADDRESS-SWITCH
           IF VC-WANTS-EMAIL
               PERFORM CHECK-EMAIL-ADDRESS
               IF ADDRESS-IS-GOOD
                   MOVE 'E' TO VC-ROUTE
                   MOVE VC-EMAIL TO VC-ADDRESS
               END-IF
           ELSE
               PERFORM CHECK-MOBILE-NUMBER
               IF ADDRESS-IS-GOOD
                   MOVE 'S' TO VC-ROUTE
                   MOVE VC-TELEFONO TO VC-ADDRESS
               END-IF
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      * CHECK-EMAIL-ADDRESS takes the address as keyed, left-justified
      * up to its first space, with only spaces after that.
      *----------------------------------------------------------------
       CHECK-EMAIL-ADDRESS.
           IF VC-EMAIL = SPACES
               MOVE "NO EMAIL ADDRESS" TO VC-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-USED-LENGTH
           MOVE ZERO TO WS-TRAILING-SPACES
           INSPECT VC-EMAIL TALLYING WS-USED-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT VC-EMAIL TALLYING WS-TRAILING-SPACES
               FOR ALL SPACE
           IF WS-USED-LENGTH = ZERO
                   OR WS-USED-LENGTH + WS-TRAILING-SPACES NOT = 32
               MOVE "SPACE IN EMAIL ADDRESS" TO VC-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-AT-COUNT
           INSPECT VC-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
           IF WS-AT-COUNT NOT = 1
               MOVE "EMAIL ADDRESS NOT VALID" TO VC-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-AT-POS
           MOVE ZERO TO WS-DOT-POS
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-USED-LENGTH
               IF VC-EMAIL(WS-SCAN-IDX:1) = "@"
                   MOVE WS-SCAN-IDX TO WS-AT-POS
               END-IF
               IF VC-EMAIL(WS-SCAN-IDX:1) = "."
                       AND WS-AT-POS > ZERO
                       AND WS-SCAN-IDX > WS-AT-POS + 1
                       AND WS-SCAN-IDX < WS-USED-LENGTH
                   MOVE WS-SCAN-IDX TO WS-DOT-POS
               END-IF
           END-PERFORM
           IF WS-AT-POS < 2 OR WS-DOT-POS = ZERO
               MOVE "EMAIL ADDRESS NOT VALID" TO VC-REASON
               EXIT PARAGRAPH
           END-IF
           SET ADDRESS-IS-GOOD TO TRUE.

      *----------------------------------------------------------------
      * CHECK-MOBILE-NUMBER takes the phone the way ENTRADA-DE-DATOS
      * accepts it -- digits, with spaces allowed between groups --
      * and wants at least eight of those digits for a text to reach.
      *----------------------------------------------------------------
       CHECK-MOBILE-NUMBER.
           IF VC-TELEFONO = SPACES
               MOVE "NO MOBILE NUMBER" TO VC-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE VC-TELEFONO TO WS-PHONE-DIGITS
           MOVE ZERO TO WS-TRAILING-SPACES
           INSPECT WS-PHONE-DIGITS TALLYING WS-TRAILING-SPACES
               FOR ALL SPACE
           INSPECT WS-PHONE-DIGITS REPLACING ALL SPACE BY "0"
           COMPUTE WS-DIGIT-COUNT = 12 - WS-TRAILING-SPACES
           IF WS-PHONE-DIGITS IS NOT NUMERIC OR WS-DIGIT-COUNT < 8
               MOVE "MOBILE NUMBER NOT VALID" TO VC-REASON
               EXIT PARAGRAPH
           END-IF
           SET ADDRESS-IS-GOOD TO TRUE.

       END PROGRAM VALIDA-CANAL.
