      *               byte instead of stopping at the first double
      *               space, so an address line with an interior gap
      *               (CALLE 9  N 12) prints whole on the letter.
      * 2026-10-15 RO A customer whose address CARGA-DEVOLUCIONES has
      *               marked undeliverable gets no letter: it is
      *               withheld, shown on the console and counted apart
      *               from the letters printed.
      * 2026-10-15 RO Routine letters to a customer marked deceased, or
      *               one with an estate case, are withheld and counted
      *               apart. A new pass prints the single estate letter
      *               to the executor of each open estate case off
      *               CARTAFAL.TPL and stamps the case with its date;
      *               its tokens &EJECUTOR &EJDIR1 &EJDIR2 &EJCP
      *               &EJLOCAL carry the executor, &FECHADEF the date
      *               of death.
      * 2026-10-15 RO A new pass prints a welcome-to-full-account
      *               letter off CARTAMAY.TPL for each customer
      *               CUMPLE-MAYORIA brought of age that day, found
      *               by the day's MENOR history records and dated
      *               with the coming-of-age date.
      * 2026-10-15 RO Report filed under its business date and
      *               cataloged through ARCHIVA-INFORME.
      * 2026-10-15 RO A new pass prints the last-chance notice off
      *               CARTAABA.TPL for each escheatment case REMITE-
      *               ABANDONOS opened that day; its tokens &SALDO
      *               &MONEDA &FECHALIM carry the balance that will go
      *               to the state and the deadline for claiming it.
      * 2026-10-15 RO Each routine letter now goes by the customer's
      *               contact channel as VALIDA-CANAL decides it: by
      *               post to CARTAS.PRT, or by email or SMS as an item
      *               on ENVIOELE.DAT through REGISTRA-ENVIO. A
      *               customer with no valid address for an electronic
      *               channel falls back to post, and every pass shows
      *               its counts by channel and its fallbacks. A sent-
      *               back postal address now withholds only a letter
      *               going by post. Estate letters still go to the
      *               executor by post.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-CARTAS.
           SELECT CLOSED-ACCOUNTS-FILE ASSIGN TO "CLOSEDAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-FILE-STATUS.
           SELECT ESTATE-CASE-FILE ASSIGN TO "ESTATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CASE-NUMBER
               ALTERNATE RECORD KEY IS ES-CUSTOMER-NUMBER
               FILE STATUS IS WS-ESTATE-FILE-STATUS.
           SELECT ESCHEAT-CASE-FILE ASSIGN TO "ESCHEAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-CUSTOMER-NUMBER
               FILE STATUS IS WS-ESCHEAT-FILE-STATUS.
           SELECT REASSIGN-HISTORY-FILE ASSIGN TO "REASGHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
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

       FD  CLOSED-ACCOUNTS-FILE.
       01  CLOSED-ACCOUNTS-REC.
           05 FILLER           PIC X.
           05 CL-TIMESTAMP     PIC X(26).

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

       FD  ESCHEAT-CASE-FILE.
       01  ESCHEAT-CASE-REC.
           05 EC-CUSTOMER-NUMBER PIC 9(8).
           05 EC-STATUS        PIC X.
              88 ESCHEAT-NOTICED    VALUE 'N'.
              88 ESCHEAT-REMITTED   VALUE 'R'.
              88 ESCHEAT-WITHDRAWN  VALUE 'W'.
           05 EC-DORMANT-SINCE PIC 9(8).
           05 EC-NOTICE-DATE   PIC 9(8).
           05 EC-DEADLINE      PIC 9(8).
           05 EC-NOTICE-BALANCE PIC 9(10)V99.
           05 EC-CURRENCY      PIC X(3).
           05 EC-CLOSED-DATE   PIC 9(8).
           05 EC-REMIT-AMOUNT  PIC 9(10)V99.
           05 EC-POSTING-REF   PIC 9(8).
           05 EC-REASON        PIC X(24).
           05 EC-OPERATOR-ID   PIC X(8).

       FD  REASSIGN-HISTORY-FILE.
       01  REASSIGN-HISTORY-REC.
           05 RH-SEQ-NO        PIC 9(8).
           05 RH-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 RH-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X.
           05 RH-CHECKER-ID    PIC X(8).
           05 FILLER           PIC X.
           05 RH-EFFECTIVE-DATE PIC 9(8).

       FD  TEMPLATE-FILE.
       01  TEMPLATE-REC        PIC X(80).
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-CLOSED-FILE-STATUS   PIC XX.
       01 WS-HISTORY-FILE-STATUS  PIC XX.
       01 WS-ESTATE-FILE-STATUS   PIC XX.
       01 WS-ESCHEAT-FILE-STATUS  PIC XX.
       01 WS-TEMPLATE-FILE-STATUS PIC XX.
       01 WS-LETTER-LOG-STATUS    PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
          88 HISTORY-FILE-EOF VALUE 'Y'.
       01 WS-FOUND-SWITCH         PIC X VALUE 'N'.
          88 CUSTOMER-FOUND VALUE 'Y'.
       01 WS-ESTATE-OPEN-SWITCH   PIC X VALUE 'N'.
          88 ESTATE-FILE-IS-OPEN VALUE 'Y'.
       01 WS-ESTATE-EOF-SWITCH    PIC X VALUE 'N'.
          88 ESTATE-FILE-EOF VALUE 'Y'.
       01 WS-ESTATE-CASE-SWITCH   PIC X VALUE 'N'.
          88 CUSTOMER-HAS-ESTATE VALUE 'Y'.
       01 WS-LETTER-KIND          PIC X VALUE SPACE.
          88 ESTATE-LETTER VALUE 'E'.
          88 ESCHEAT-LETTER VALUE 'U'.
       01 WS-ESCHEAT-EOF-SWITCH   PIC X VALUE 'N'.
          88 ESCHEAT-FILE-EOF VALUE 'Y'.
       01 WS-EDITED-SALDO         PIC Z(9)9.99.
       01 WS-LEADING-SPACES       PIC 9(2) COMP VALUE ZERO.
       01 WS-FX-AMOUNT            PIC S9(14)V99 VALUE ZERO.
       01 WS-FX-BASE-AMOUNT       PIC S9(14)V99 VALUE ZERO.
       01 WS-FX-RATE              PIC 9(5)V9(6) VALUE ZERO.
       01 WS-FX-BASE-CURRENCY     PIC X(3) VALUE SPACES.
       01 WS-FX-RESULT            PIC X VALUE 'N'.
       01 WS-NOTICE-CURRENCY      PIC X(3) VALUE SPACES.
       01 WS-LETTER-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-WITHHELD-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-DECEASED-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-POST-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-EMAIL-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-SMS-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-FALLBACK-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-DELIVERY-ROUTE       PIC X VALUE 'P'.
          88 DELIVER-BY-POST VALUE 'P'.
       01 WS-CHANV-RESULTS.
          05 WS-VC-ROUTE          PIC X.
          05 WS-VC-ADDRESS        PIC X(32).
          05 WS-VC-REASON         PIC X(24).
       01 WS-ENVIO-FUNCTION       PIC X.
       01 WS-ENVIO-TEXT           PIC X(132).
       01 WS-ENVIO-ITEM           PIC 9(8) VALUE ZERO.
       01 WS-EFFECTIVE-DATE-TEXT  PIC X(8).
       01 WS-LINE-IN              PIC X(80).
       01 WS-LINE-OUT             PIC X(80).
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
          05 FILLER               PIC X(7).
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "GENERA-CARTAS".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "CARTAS.PRT".
      ******************************************************************
       PROCEDURE DIVISION.

                   WS-MASTER-FILE-STATUS
               STOP RUN
           END-IF
           OPEN I-O ESTATE-CASE-FILE
           IF WS-ESTATE-FILE-STATUS = "00"
               SET ESTATE-FILE-IS-OPEN TO TRUE
           END-IF
           OPEN OUTPUT LETTER-PRINT-FILE
           PERFORM PRODUCE-CLOSURE-LETTERS
           PERFORM PRODUCE-SUSPENSION-LETTERS
           PERFORM PRODUCE-MAJORITY-LETTERS
           PERFORM PRODUCE-ESTATE-LETTERS
           PERFORM PRODUCE-ESCHEAT-NOTICES
           CLOSE LETTER-PRINT-FILE
           MOVE 'C' TO WS-ENVIO-FUNCTION
           CALL "REGISTRA-ENVIO" USING WS-ENVIO-FUNCTION,
               WS-ARCHIVE-PROGRAM, CM-CUSTOMER-NUMBER, WS-VC-ROUTE,
               WS-VC-ADDRESS, WS-TEMPLATE-SHORT, WS-ENVIO-TEXT,
               WS-ENVIO-ITEM
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           IF ESTATE-FILE-IS-OPEN
               CLOSE ESTATE-CASE-FILE
           END-IF
           CLOSE CUSTOMER-MASTER-FILE
           DISPLAY "LETTERS WRITTEN TO CARTAS.PRT"
           STOP RUN.
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LETTER-COUNT
           MOVE ZERO TO WS-WITHHELD-COUNT
           MOVE ZERO TO WS-DECEASED-COUNT
           PERFORM RESET-CHANNEL-COUNTS
           MOVE 'N' TO WS-CLOSED-EOF-SWITCH
           OPEN INPUT CLOSED-ACCOUNTS-FILE
           IF WS-CLOSED-FILE-STATUS = "00"
               CLOSE CLOSED-ACCOUNTS-FILE
           END-IF
           PERFORM WRITE-LETTER-LOG-RECORD
           DISPLAY "CLOSURE LETTERS:    " WS-LETTER-COUNT
           DISPLAY "  WITHHELD:         " WS-WITHHELD-COUNT
           DISPLAY "  DECEASED:         " WS-DECEASED-COUNT
           PERFORM DISPLAY-CHANNEL-COUNTS.

       READ-CLOSED-RECORD.
           READ CLOSED-ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LETTER-COUNT
           MOVE ZERO TO WS-WITHHELD-COUNT
           MOVE ZERO TO WS-DECEASED-COUNT
           PERFORM RESET-CHANNEL-COUNTS
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT REASSIGN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               CLOSE REASSIGN-HISTORY-FILE
           END-IF
           PERFORM WRITE-LETTER-LOG-RECORD
           DISPLAY "SUSPENSION LETTERS: " WS-LETTER-COUNT
           DISPLAY "  WITHHELD:         " WS-WITHHELD-COUNT
           DISPLAY "  DECEASED:         " WS-DECEASED-COUNT
           PERFORM DISPLAY-CHANNEL-COUNTS.

      *----------------------------------------------------------------
      * PRODUCE-MAJORITY-LETTERS walks the day's history for the MENOR
      * changes CUMPLE-MAYORIA writes as a minor comes of age and
      * prints one welcome-to-full-account letter per customer off the
      * majority template, dated with the coming-of-age date.
      *----------------------------------------------------------------
       PRODUCE-MAJORITY-LETTERS.
           MOVE "CARTAMAY.TPL" TO WS-TEMPLATE-NAME
           MOVE "CARTAMAY.TPL" TO WS-TEMPLATE-SHORT
           PERFORM LOAD-TEMPLATE-TABLE
           IF NOT TEMPLATE-IS-LOADED
               DISPLAY "NO MAJORITY TEMPLATE CARTAMAY.TPL - "
                   "MAJORITY LETTERS SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LETTER-COUNT
           MOVE ZERO TO WS-WITHHELD-COUNT
           MOVE ZERO TO WS-DECEASED-COUNT
           PERFORM RESET-CHANNEL-COUNTS
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT REASSIGN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM READ-HISTORY-RECORD
               PERFORM UNTIL HISTORY-FILE-EOF
                   IF RH-FIELD-NAME = "MENOR"
                           AND RH-OLD-VALUE(1:1) = 'M'
                           AND RH-NEW-VALUE(1:1) = SPACE
                           AND RH-BUSINESS-DATE = WS-SELECT-DATE
                       MOVE RH-CUSTOMER-NUMBER
                           TO CM-CUSTOMER-NUMBER
                       MOVE RH-EFFECTIVE-DATE
                           TO WS-EFFECTIVE-DATE-TEXT
                       PERFORM PRINT-ONE-LETTER
                   END-IF
                   PERFORM READ-HISTORY-RECORD
               END-PERFORM
               CLOSE REASSIGN-HISTORY-FILE
           END-IF
           PERFORM WRITE-LETTER-LOG-RECORD
           DISPLAY "MAJORITY LETTERS:   " WS-LETTER-COUNT
           DISPLAY "  WITHHELD:         " WS-WITHHELD-COUNT
           DISPLAY "  DECEASED:         " WS-DECEASED-COUNT
           PERFORM DISPLAY-CHANNEL-COUNTS.

       READ-HISTORY-RECORD.
           READ REASSIGN-HISTORY-FILE
      *----------------------------------------------------------------
      * PRINT-ONE-LETTER fetches the customer's master record for the
      * address and merges every template line's tokens before
      * printing, with a page break line between letters. A letter to
      * an address the mail house has sent back is withheld, and so
      * is any routine letter to a customer who has died: the estate
      * is written to once, through the executor, by
      * PRODUCE-ESTATE-LETTERS -- the closure that settles the
      * estate included. The letter goes by the customer's contact
      * channel as VALIDA-CANAL decides it: email and SMS letters go
      * to ENVIOELE.DAT through REGISTRA-ENVIO instead of the print,
      * and a customer with no valid address for the channel chosen
      * falls back to post, counted. A sent-back postal address only
      * withholds a letter that would go by post.
      *----------------------------------------------------------------
       PRINT-ONE-LETTER.
           MOVE 'N' TO WS-FOUND-SWITCH
                   CM-CUSTOMER-NUMBER
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ESTATE-CASE
           IF CUSTOMER-DECEASED OR CUSTOMER-HAS-ESTATE
               DISPLAY "CUSTOMER DECEASED - LETTER WITHHELD: "
                   CM-CUSTOMER-NUMBER
               ADD 1 TO WS-DECEASED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHOOSE-DELIVERY-ROUTE
           IF DELIVER-BY-POST AND ADDRESS-UNDELIVERABLE
               DISPLAY "ADDRESS UNDELIVERABLE - LETTER WITHHELD: "
                   CM-CUSTOMER-NUMBER
               ADD 1 TO WS-WITHHELD-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LETTER-COUNT
           EVALUATE WS-DELIVERY-ROUTE
               WHEN 'E'
                   ADD 1 TO WS-EMAIL-COUNT
               WHEN 'S'
                   ADD 1 TO WS-SMS-COUNT
               WHEN OTHER
                   ADD 1 TO WS-POST-COUNT
                   IF CM-CONTACT-CHANNEL = 'E'
                           OR CM-CONTACT-CHANNEL = 'S'
                       DISPLAY "NO ELECTRONIC DELIVERY (" WS-VC-REASON
                           ") - LETTER BY POST: " CM-CUSTOMER-NUMBER
                       ADD 1 TO WS-FALLBACK-COUNT
                   END-IF
           END-EVALUATE
           PERFORM PRINT-MERGED-LETTER
           MOVE 'P' TO WS-DELIVERY-ROUTE.

      *----------------------------------------------------------------
      * CHOOSE-DELIVERY-ROUTE asks VALIDA-CANAL how the letter goes
      * and, for email or SMS, opens the item on ENVIOELE.DAT. An
      * item REGISTRA-ENVIO cannot number goes by post instead.
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
               WS-ARCHIVE-PROGRAM, CM-CUSTOMER-NUMBER, WS-VC-ROUTE,
               WS-VC-ADDRESS, WS-TEMPLATE-SHORT, WS-ENVIO-TEXT,
               WS-ENVIO-ITEM
           IF WS-ENVIO-ITEM = ZERO
               MOVE 'P' TO WS-DELIVERY-ROUTE
               MOVE "NO DELIVERY NUMBER" TO WS-VC-REASON
           END-IF.

       CHECK-ESTATE-CASE.
           MOVE 'N' TO WS-ESTATE-CASE-SWITCH
           IF NOT ESTATE-FILE-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE CM-CUSTOMER-NUMBER TO ES-CUSTOMER-NUMBER
           READ ESTATE-CASE-FILE
               KEY IS ES-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-ESTATE-CASE-SWITCH
               NOT INVALID KEY
                   SET CUSTOMER-HAS-ESTATE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * PRINT-MERGED-LETTER prints the loaded template for the master
      * record in hand, page break line first, merging every line's
      * tokens -- the executor's first on an estate letter, and the
      * balance and deadline first on an escheatment notice, so that
      * &FECHADEF and &FECHALIM are not taken for &FECHA. A letter
      * going by email or SMS is written line by line to its
      * ENVIOELE.DAT item instead, without the page break.
      *----------------------------------------------------------------
       PRINT-MERGED-LETTER.
           IF DELIVER-BY-POST
               MOVE ALL "=" TO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
           END-IF
           MOVE ZERO TO WS-TPL-IDX
           PERFORM UNTIL WS-TPL-IDX >= WS-TPL-COUNT
               ADD 1 TO WS-TPL-IDX
               MOVE WS-TPL-LINE(WS-TPL-IDX) TO WS-LINE-IN
               IF ESTATE-LETTER
                   PERFORM MERGE-ESTATE-TOKENS
               END-IF
               IF ESCHEAT-LETTER
                   PERFORM MERGE-ESCHEAT-TOKENS
               END-IF
               PERFORM MERGE-ALL-TOKENS
               IF DELIVER-BY-POST
                   MOVE WS-LINE-IN TO LETTER-PRINT-LINE
                   WRITE LETTER-PRINT-LINE
               ELSE
                   MOVE WS-LINE-IN TO WS-ENVIO-TEXT
                   MOVE 'L' TO WS-ENVIO-FUNCTION
                   CALL "REGISTRA-ENVIO" USING WS-ENVIO-FUNCTION,
                       WS-ARCHIVE-PROGRAM, CM-CUSTOMER-NUMBER,
                       WS-VC-ROUTE, WS-VC-ADDRESS, WS-TEMPLATE-SHORT,
                       WS-ENVIO-TEXT, WS-ENVIO-ITEM
               END-IF
           END-PERFORM.

       RESET-CHANNEL-COUNTS.
           MOVE ZERO TO WS-POST-COUNT
           MOVE ZERO TO WS-EMAIL-COUNT
           MOVE ZERO TO WS-SMS-COUNT
           MOVE ZERO TO WS-FALLBACK-COUNT.

      * the post count includes the fallbacks
       DISPLAY-CHANNEL-COUNTS.
           DISPLAY "  BY POST:          " WS-POST-COUNT
           DISPLAY "  BY EMAIL:         " WS-EMAIL-COUNT
           DISPLAY "  BY SMS:           " WS-SMS-COUNT
           DISPLAY "  FELL BACK TO POST:" WS-FALLBACK-COUNT.

      *----------------------------------------------------------------
      * PRODUCE-ESTATE-LETTERS writes the one letter an estate gets:
      * for every open case on ESTATE.DAT not yet written to, a
      * letter off CARTAFAL.TPL addressed to the executor CARGA-
      * DEFUNCIONES recorded, naming the deceased customer and the
      * date of death. The case is stamped with the letter date as
      * the letter is printed, so a rerun never writes twice.
      *----------------------------------------------------------------
       PRODUCE-ESTATE-LETTERS.
           IF NOT ESTATE-FILE-IS-OPEN
               DISPLAY "NO ESTATE CASE FILE ESTATE.DAT - "
                   "ESTATE LETTERS SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE "CARTAFAL.TPL" TO WS-TEMPLATE-NAME
           MOVE "CARTAFAL.TPL" TO WS-TEMPLATE-SHORT
           PERFORM LOAD-TEMPLATE-TABLE
           IF NOT TEMPLATE-IS-LOADED
               DISPLAY "NO ESTATE TEMPLATE CARTAFAL.TPL - "
                   "ESTATE LETTERS SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LETTER-COUNT
           SET ESTATE-LETTER TO TRUE
           MOVE 'N' TO WS-ESTATE-EOF-SWITCH
           MOVE ZERO TO ES-CASE-NUMBER
           START ESTATE-CASE-FILE
               KEY IS NOT LESS THAN ES-CASE-NUMBER
               INVALID KEY
                   SET ESTATE-FILE-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-ESTATE-CASE
           PERFORM UNTIL ESTATE-FILE-EOF
               IF ESTATE-CASE-OPEN AND ES-LETTER-DATE = ZERO
                   PERFORM PRINT-ONE-ESTATE-LETTER
               END-IF
               PERFORM READ-NEXT-ESTATE-CASE
           END-PERFORM
           MOVE SPACE TO WS-LETTER-KIND
           PERFORM WRITE-LETTER-LOG-RECORD
           DISPLAY "ESTATE LETTERS:     " WS-LETTER-COUNT.

       READ-NEXT-ESTATE-CASE.
           READ ESTATE-CASE-FILE NEXT RECORD
               AT END SET ESTATE-FILE-EOF TO TRUE
           END-READ.

       PRINT-ONE-ESTATE-LETTER.
           MOVE ES-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           MOVE 'N' TO WS-FOUND-SWITCH
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ
           IF NOT CUSTOMER-FOUND
               DISPLAY "NO MASTER RECORD FOR ESTATE CASE - SKIPPED: "
                   ES-CASE-NUMBER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LETTER-COUNT
           MOVE WS-SELECT-DATE TO WS-EFFECTIVE-DATE-TEXT
           PERFORM PRINT-MERGED-LETTER
           MOVE WS-SELECT-DATE TO ES-LETTER-DATE
           REWRITE ESTATE-CASE-REC
               INVALID KEY
                   DISPLAY "ESTATE CASE NOT STAMPED WITH LETTER DATE: "
                       ES-CASE-NUMBER
           END-REWRITE.

       MERGE-ESTATE-TOKENS.
           MOVE "&EJECUTOR"   TO WS-TOKEN-TEXT
           MOVE 9             TO WS-TOKEN-LENGTH
           MOVE ES-EXECUTOR-NAME TO WS-TOKEN-VALUE
           PERFORM REPLACE-ONE-TOKEN
           MOVE "&EJDIR1"     TO WS-TOKEN-TEXT
           MOVE 7             TO WS-TOKEN-LENGTH
           MOVE ES-EXEC-DIRECCION-1 TO WS-TOKEN-VALUE
           PERFORM REPLACE-ONE-TOKEN
           MOVE "&EJDIR2"     TO WS-TOKEN-TEXT
           MOVE 7             TO WS-TOKEN-LENGTH
           MOVE ES-EXEC-DIRECCION-2 TO WS-TOKEN-VALUE
           PERFORM REPLACE-ONE-TOKEN
           MOVE "&EJCP"       TO WS-TOKEN-TEXT
           MOVE 5             TO WS-TOKEN-LENGTH
           MOVE ES-EXEC-CODIGO-POSTAL TO WS-TOKEN-VALUE
           PERFORM REPLACE-ONE-TOKEN
           MOVE "&EJLOCAL"    TO WS-TOKEN-TEXT
           MOVE 8             TO WS-TOKEN-LENGTH
           MOVE ES-EXEC-LOCALIDAD TO WS-TOKEN-VALUE
           PERFORM REPLACE-ONE-TOKEN
           MOVE "&FECHADEF"   TO WS-TOKEN-TEXT
           MOVE 9             TO WS-TOKEN-LENGTH
           MOVE ES-DEATH-DATE TO WS-TOKEN-VALUE
           PERFORM REPLACE-ONE-TOKEN.

      *----------------------------------------------------------------
      * PRODUCE-ESCHEAT-NOTICES prints the last-chance notice off
      * CARTAABA.TPL for every escheatment case REMITE-ABANDONOS
      * opened on the selected date: the balance it quotes (&SALDO,
      * &MONEDA) goes to the state unless the customer comes forward
      * by the deadline (&FECHALIM).
      *----------------------------------------------------------------
       PRODUCE-ESCHEAT-NOTICES.
           OPEN INPUT ESCHEAT-CASE-FILE
           IF WS-ESCHEAT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "CARTAABA.TPL" TO WS-TEMPLATE-NAME
           MOVE "CARTAABA.TPL" TO WS-TEMPLATE-SHORT
           PERFORM LOAD-TEMPLATE-TABLE
           IF NOT TEMPLATE-IS-LOADED
               DISPLAY "NO ESCHEATMENT TEMPLATE CARTAABA.TPL - "
                   "ESCHEATMENT NOTICES SKIPPED"
               CLOSE ESCHEAT-CASE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LETTER-COUNT
           MOVE ZERO TO WS-WITHHELD-COUNT
           MOVE ZERO TO WS-DECEASED-COUNT
           PERFORM RESET-CHANNEL-COUNTS
           SET ESCHEAT-LETTER TO TRUE
           MOVE 'N' TO WS-ESCHEAT-EOF-SWITCH
           PERFORM READ-NEXT-ESCHEAT-CASE
           PERFORM UNTIL ESCHEAT-FILE-EOF
               IF ESCHEAT-NOTICED AND EC-NOTICE-DATE = WS-SELECT-DATE
                   MOVE EC-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                   MOVE WS-SELECT-DATE TO WS-EFFECTIVE-DATE-TEXT
                   PERFORM PRINT-ONE-LETTER
               END-IF
               PERFORM READ-NEXT-ESCHEAT-CASE
           END-PERFORM
           CLOSE ESCHEAT-CASE-FILE
           MOVE SPACE TO WS-LETTER-KIND
           PERFORM WRITE-LETTER-LOG-RECORD
           DISPLAY "ESCHEATMENT NOTICES:" WS-LETTER-COUNT
           DISPLAY "  WITHHELD:         " WS-WITHHELD-COUNT
           DISPLAY "  DECEASED:         " WS-DECEASED-COUNT
           PERFORM DISPLAY-CHANNEL-COUNTS.

       READ-NEXT-ESCHEAT-CASE.
           READ ESCHEAT-CASE-FILE NEXT RECORD
               AT END SET ESCHEAT-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * MERGE-ESCHEAT-TOKENS puts the balance in left-justified, the
      * account's currency (the base currency for a balance booked
      * without one) and the deadline.
      *----------------------------------------------------------------
       MERGE-ESCHEAT-TOKENS.
           MOVE EC-NOTICE-BALANCE TO WS-EDITED-SALDO
           MOVE ZERO TO WS-LEADING-SPACES
           INSPECT WS-EDITED-SALDO TALLYING WS-LEADING-SPACES
               FOR LEADING SPACES
           MOVE "&SALDO"      TO WS-TOKEN-TEXT
           MOVE 6             TO WS-TOKEN-LENGTH
           MOVE WS-EDITED-SALDO(WS-LEADING-SPACES + 1:)
               TO WS-TOKEN-VALUE
           PERFORM REPLACE-ONE-TOKEN
           MOVE EC-CURRENCY TO WS-NOTICE-CURRENCY
           IF WS-NOTICE-CURRENCY = SPACES
               MOVE ZERO TO WS-FX-AMOUNT
               CALL "CONVIERTE-DIVISA" USING WS-NOTICE-CURRENCY,
                   WS-FX-AMOUNT, WS-FX-BASE-AMOUNT, WS-FX-RATE,
                   WS-FX-BASE-CURRENCY, WS-FX-RESULT
               MOVE WS-FX-BASE-CURRENCY TO WS-NOTICE-CURRENCY
           END-IF
           MOVE "&MONEDA"     TO WS-TOKEN-TEXT
           MOVE 7             TO WS-TOKEN-LENGTH
           MOVE WS-NOTICE-CURRENCY TO WS-TOKEN-VALUE
           PERFORM REPLACE-ONE-TOKEN
           MOVE "&FECHALIM"   TO WS-TOKEN-TEXT
           MOVE 9             TO WS-TOKEN-LENGTH
           MOVE EC-DEADLINE   TO WS-TOKEN-VALUE
           PERFORM REPLACE-ONE-TOKEN.

       MERGE-ALL-TOKENS.
           MOVE "&NOMBRE"     TO WS-TOKEN-TEXT
           MOVE 7             TO WS-TOKEN-LENGTH
