      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able outbound electronic-delivery writer. The
      *          letter, statement and campaign runs hand it every
      *          item going to a customer by email or SMS instead of
      *          printing it, and it appends the item to the shared
      *          ENVIOELE.DAT for the delivery gateway to pick up: one
      *          H record per item (item number from the ENVIOELE
      *          series, business date, sending program, customer,
      *          channel, address, document) followed by the item's
      *          text as L records carrying the same item number.
      *          Function H starts an item and returns its number (a
      *          zero means no number was issued and the caller must
      *          print the item instead); L adds one text line to the
      *          item last started; C closes the file at end of run.
      *          The file stays open between calls so a run of several
      *          thousand letters is not one OPEN EXTEND per line.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-ENVIO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-FILE ASSIGN TO "ENVIOELE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DELIVERY-FILE.
       01  DELIVERY-REC.
           05 EV-RECORD-TYPE   PIC X.
              88 EV-ITEM-HEADER VALUE 'H'.
              88 EV-TEXT-LINE  VALUE 'L'.
           05 FILLER           PIC X.
           05 EV-ITEM-NUMBER   PIC 9(8).
           05 FILLER           PIC X.
           05 EV-BODY          PIC X(132).
           05 EV-HEADER-BODY REDEFINES EV-BODY.
              10 EV-BUSINESS-DATE PIC 9(8).
              10 FILLER        PIC X.
              10 EV-PROGRAM-NAME PIC X(18).
              10 FILLER        PIC X.
              10 EV-CUSTOMER-NUMBER PIC 9(8).
              10 FILLER        PIC X.
              10 EV-CHANNEL    PIC X.
              10 FILLER        PIC X.
              10 EV-ADDRESS    PIC X(32).
              10 FILLER        PIC X.
              10 EV-DOCUMENT   PIC X(12).
              10 FILLER        PIC X(48).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-DELIVERY-FILE-STATUS PIC XX.
       01  WS-BUSDATE-FILE-STATUS  PIC XX.
       01  WS-DELIVERY-SEQ-NAME    PIC X(8) VALUE "ENVIOELE".
       01  WS-CURRENT-ITEM         PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TIMESTAMP.
           05 WS-TS-DATE           PIC 9(8).
           05 FILLER               PIC X(13).
       01  WS-FILE-SWITCH          PIC X VALUE 'N'.
           88 DELIVERY-FILE-IS-OPEN VALUE 'Y'.

       LINKAGE SECTION.
       01  RE-FUNCTION             PIC X.
           88 RE-START-ITEM        VALUE 'H'.
           88 RE-ADD-LINE          VALUE 'L'.
           88 RE-CLOSE-FILE        VALUE 'C'.
       01  RE-PROGRAM-NAME         PIC X(18).
       01  RE-CUSTOMER-NUMBER      PIC 9(8).
       01  RE-CHANNEL              PIC X.
       01  RE-ADDRESS              PIC X(32).
       01  RE-DOCUMENT             PIC X(12).
       01  RE-TEXT                 PIC X(132).
       01  RE-ITEM-NUMBER          PIC 9(8).

       PROCEDURE DIVISION USING RE-FUNCTION, RE-PROGRAM-NAME,
           RE-CUSTOMER-NUMBER, RE-CHANNEL, RE-ADDRESS, RE-DOCUMENT,
           RE-TEXT, RE-ITEM-NUMBER.
       MAIN-LOGIC.
           EVALUATE TRUE
               WHEN RE-START-ITEM
                   PERFORM START-DELIVERY-ITEM
               WHEN RE-ADD-LINE
                   PERFORM ADD-DELIVERY-LINE
               WHEN RE-CLOSE-FILE
                   IF DELIVERY-FILE-IS-OPEN
                       CLOSE DELIVERY-FILE
                       MOVE 'N' TO WS-FILE-SWITCH
                   END-IF
                   MOVE ZERO TO WS-CURRENT-ITEM
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------
      * START-DELIVERY-ITEM numbers the item from the ENVIOELE series
      * and writes its H record. With no number there is no item: the
      * caller gets a zero back, and any L lines it sends before its
      * next H are dropped rather than hung on someone else's item.
      *----------------------------------------------------------------
       START-DELIVERY-ITEM.
           MOVE ZERO TO WS-CURRENT-ITEM
           MOVE ZERO TO RE-ITEM-NUMBER
           PERFORM OPEN-DELIVERY-FILE
           IF NOT DELIVERY-FILE-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           CALL "SIGUIENTE-NUMERO" USING WS-DELIVERY-SEQ-NAME,
               WS-CURRENT-ITEM
           IF WS-CURRENT-ITEM = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DELIVERY-REC
           SET EV-ITEM-HEADER TO TRUE
           MOVE WS-CURRENT-ITEM    TO EV-ITEM-NUMBER
           MOVE WS-BUSINESS-DATE   TO EV-BUSINESS-DATE
           MOVE RE-PROGRAM-NAME    TO EV-PROGRAM-NAME
           MOVE RE-CUSTOMER-NUMBER TO EV-CUSTOMER-NUMBER
           MOVE RE-CHANNEL         TO EV-CHANNEL
           MOVE RE-ADDRESS         TO EV-ADDRESS
           MOVE RE-DOCUMENT        TO EV-DOCUMENT
           WRITE DELIVERY-REC
           IF WS-DELIVERY-FILE-STATUS NOT = "00"
               DISPLAY "ENVIOELE.DAT WRITE FAILED, STATUS "
                   WS-DELIVERY-FILE-STATUS
               MOVE ZERO TO WS-CURRENT-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-ITEM TO RE-ITEM-NUMBER.

       ADD-DELIVERY-LINE.
           IF WS-CURRENT-ITEM = ZERO OR NOT DELIVERY-FILE-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DELIVERY-REC
           SET EV-TEXT-LINE TO TRUE
           MOVE WS-CURRENT-ITEM TO EV-ITEM-NUMBER
           MOVE RE-TEXT         TO EV-BODY
           WRITE DELIVERY-REC.

      *----------------------------------------------------------------
      * OPEN-DELIVERY-FILE opens ENVIOELE.DAT for append on the first
      * item of the run (creating it if the gateway has taken the last
      * one away) and picks up the business date the items carry.
      *----------------------------------------------------------------
       OPEN-DELIVERY-FILE.
           IF DELIVERY-FILE-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND DELIVERY-FILE
           IF WS-DELIVERY-FILE-STATUS = "35"
               OPEN OUTPUT DELIVERY-FILE
           END-IF
           IF WS-DELIVERY-FILE-STATUS NOT = "00"
               DISPLAY "ENVIOELE.DAT CANNOT BE OPENED, STATUS "
                   WS-DELIVERY-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FILE-SWITCH
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

       END PROGRAM REGISTRA-ENVIO.
