      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Year-end tax certificates of interest credited and
      *          fees charged. Reads the tax year's postings off
      *          LEDGHIST.DAT -- interest credits (INTR) and fee debits
      *          (FEE), each net of any reversal or correction
      *          ANULA-MOVIMIENTO posted against it during the year --
      *          and, for every customer with a non-zero amount:
      *          - prints a certificate to the customer's address of
      *            record on TAXCERT.PRT, one page per customer. A
      *            certificate for an address CARGA-DEVOLUCIONES has
      *            marked undeliverable, or for a customer who has
      *            died, is suppressed and listed on TAXCTL.RPT
      *            instead;
      *          - writes a record with the customer's document id and
      *            totals to the tax authority's summary file
      *            TAXAUTH.DAT (header, one detail per customer,
      *            trailer with the count and totals), suppressed
      *            certificates included.
      *          TAXCTL.RPT closes with the run's proof: the interest
      *          and fees taken off the ledger postings against the
      *          totals written to the authority file. A difference
      *          ends the run severe. Amounts are in the account's own
      *          currency, as the ledger holds them.
      *
      *          The document id on the certificates goes through
      *          ENMASCARA-DATO like every other printed document id;
      *          a trailing FULL=<operator> prints it whole when that
      *          operator's role allows it, each full view logged on
      *          SEGLOG.DAT. The authority file always carries it
      *          whole.
      *
      *          PARM: [YYYY] [FULL=<operator>] -- the tax year; the
      *          year before the business date's year when absent.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICA-FISCAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT LEDGER-HISTORY-FILE ASSIGN TO "LEDGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGHIST-FILE-STATUS.
           SELECT TAX-SORT-FILE ASSIGN TO "TAXSORT.TMP".
           SELECT CERTIFICATE-FILE ASSIGN TO "TAXCERT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "TAXCTL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTHORITY-FILE ASSIGN TO "TAXAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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
              88 POSTING-IS-INTEREST   VALUE "INTR".
              88 POSTING-IS-FEE        VALUE "FEE ".
              88 POSTING-IS-ADJUSTMENT VALUE "REVR" "CORR".
           05 FILLER           PIC X VALUE SPACE.
           05 LH-RELATED-REF   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 LH-REASON        PIC X(24).

       SD  TAX-SORT-FILE.
       01  TAX-SORT-REC.
           05 TS-CUSTOMER-NUMBER PIC 9(8).
           05 TS-KIND          PIC X.
              88 TS-INTEREST VALUE 'I'.
              88 TS-FEE      VALUE 'F'.
           05 TS-AMOUNT        PIC S9(12)V99.

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE    PIC X(80).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-LINE PIC X(120).

      *    Fixed-width summary for the tax authority: one header, one
      *    detail per customer, one trailer with the count and totals.
       FD  AUTHORITY-FILE.
       01  AUTHORITY-REC.
           05 TA-RECORD-TYPE   PIC X(3).
           05 TA-TAX-YEAR      PIC 9(4).
           05 TA-BODY          PIC X(101).
       01  AUTHORITY-HEADER-REC.
           05 FILLER           PIC X(3).
           05 FILLER           PIC 9(4).
           05 TA-CREATED-DATE  PIC 9(8).
           05 TA-FILE-NAME     PIC X(8).
           05 FILLER           PIC X(85).
       01  AUTHORITY-DETAIL-REC.
           05 FILLER           PIC X(3).
           05 FILLER           PIC 9(4).
           05 TA-CUSTOMER-NUMBER PIC 9(8).
           05 TA-DOC-ID        PIC X(12).
           05 TA-APELLIDO      PIC X(32).
           05 TA-NOMBRE        PIC X(16).
           05 TA-CURRENCY      PIC X(3).
           05 TA-INTEREST      PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 TA-FEES          PIC S9(12)V99 SIGN LEADING SEPARATE.
       01  AUTHORITY-TRAILER-REC.
           05 FILLER           PIC X(3).
           05 FILLER           PIC 9(4).
           05 TA-RECORD-COUNT  PIC 9(8).
           05 TA-TOTAL-INTEREST PIC S9(14)V99 SIGN LEADING SEPARATE.
           05 TA-TOTAL-FEES    PIC S9(14)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X(59).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-LEDGER-FILE-STATUS   PIC XX.
       01 WS-LEDGHIST-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-PARM                 PIC X(40).
       01 WS-PARM-BODY            PIC X(40).
       01 WS-FULL-OPERATOR-ID     PIC X(8) VALUE SPACES.
       01 WS-FULL-OPERATOR-ROLE   PIC X(10) VALUE SPACES.
       01 WS-THIS-PROGRAM         PIC X(18) VALUE "CERTIFICA-FISCAL".
       01 WS-OPERID-VALID-SW      PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-MASK-VALUE           PIC X(32).
       01 WS-MASK-SHOWN           PIC X.
          88 MASK-SHOWN-FULL VALUE 'F'.
       01 WS-SECURITY-EVENT       PIC X(8) VALUE "DOCVIEW".
       01 WS-SUBJECT-ID           PIC X(8).
       01 WS-RUN-MODE             PIC X VALUE 'B'.
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01 WS-TAX-YEAR             PIC 9(4) VALUE ZERO.
       01 WS-YEAR-FROM            PIC 9(8) VALUE ZERO.
       01 WS-YEAR-TO              PIC 9(8) VALUE ZERO.
       01 WS-LEDGHIST-EOF-SWITCH  PIC X VALUE 'N'.
          88 LEDGHIST-FILE-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH      PIC X VALUE 'N'.
          88 SORT-RETURN-EOF VALUE 'Y'.
       01 WS-MASTER-OPEN-SWITCH   PIC X VALUE 'N'.
          88 MASTER-FILE-IS-OPEN VALUE 'Y'.
       01 WS-LEDGER-OPEN-SWITCH   PIC X VALUE 'N'.
          88 LEDGER-FILE-IS-OPEN VALUE 'Y'.
       01 WS-FOUND-SWITCH         PIC X VALUE 'N'.
          88 CUSTOMER-FOUND VALUE 'Y'.
       01 WS-REFUSED-SWITCH       PIC X VALUE 'N'.
          88 RUN-WAS-REFUSED VALUE 'Y'.
      * the year's reversals and corrections, each with the kind of
      * the original posting it names once that original is read;
      * an overflow would leave certificates wrong, so it refuses
      * the run
       01 WS-ADJUST-TABLE.
          05 WS-ADJUST-COUNT      PIC 9(4) COMP VALUE ZERO.
          05 WS-ADJUST-ENTRY OCCURS 2000.
             10 WS-AJ-RELATED-REF PIC 9(8).
             10 WS-AJ-CUSTOMER    PIC 9(8).
             10 WS-AJ-DEBIT-CREDIT PIC X.
             10 WS-AJ-AMOUNT      PIC 9(10)V99.
             10 WS-AJ-KIND        PIC X.
       01 WS-ADJUST-IDX           PIC 9(4) COMP VALUE ZERO.
       01 WS-ADJUST-OVERFLOW      PIC 9(7) VALUE ZERO.
       01 WS-THIS-KIND            PIC X VALUE SPACE.
       01 WS-THIS-DEBIT-CREDIT    PIC X VALUE SPACE.
       01 WS-THIS-AMOUNT          PIC 9(10)V99 VALUE ZERO.
       01 WS-THIS-CUSTOMER        PIC 9(8) VALUE ZERO.
       01 WS-PREV-CUSTOMER        PIC 9(8) VALUE ZERO.
       01 WS-FIRST-SWITCH         PIC X VALUE 'Y'.
          88 FIRST-SORTED-ITEM VALUE 'Y'.
       01 WS-CUST-INTEREST        PIC S9(12)V99 VALUE ZERO.
       01 WS-CUST-FEES            PIC S9(12)V99 VALUE ZERO.
       01 WS-CUST-CURRENCY        PIC X(3) VALUE SPACES.
       01 WS-SUPPRESS-REASON      PIC X(24) VALUE SPACES.
      * ledger side of the proof, taken as the postings are read
       01 WS-GROSS-INTEREST       PIC S9(14)V99 VALUE ZERO.
       01 WS-GROSS-FEES           PIC S9(14)V99 VALUE ZERO.
       01 WS-ADJUSTED-INTEREST    PIC S9(14)V99 VALUE ZERO.
       01 WS-ADJUSTED-FEES        PIC S9(14)V99 VALUE ZERO.
       01 WS-LEDGER-INTEREST      PIC S9(14)V99 VALUE ZERO.
       01 WS-LEDGER-FEES          PIC S9(14)V99 VALUE ZERO.
       01 WS-UNMATCHED-COUNT      PIC 9(8) VALUE ZERO.
      * file side of the proof, taken as the records are written
       01 WS-FILE-INTEREST        PIC S9(14)V99 VALUE ZERO.
       01 WS-FILE-FEES            PIC S9(14)V99 VALUE ZERO.
       01 WS-AUTHORITY-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-PRINTED-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-SUPPRESSED-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-PROOF-SWITCH         PIC X VALUE 'Y'.
          88 RUN-IS-BALANCED VALUE 'Y'.
       01 WS-FX-AMOUNT            PIC S9(14)V99 VALUE ZERO.
       01 WS-FX-BASE-AMOUNT       PIC S9(14)V99 VALUE ZERO.
       01 WS-FX-RATE              PIC 9(5)V9(6) VALUE ZERO.
       01 WS-FX-BASE-CURRENCY     PIC X(3) VALUE SPACES.
       01 WS-FX-RESULT            PIC X VALUE 'N'.
       01 WS-EDITED-AMOUNT        PIC -Z(11)9.99.
       01 WS-EDITED-FEES          PIC -Z(11)9.99.
       01 WS-EDITED-TOTAL         PIC -Z(13)9.99.
       01 WS-EDITED-COUNT         PIC Z(7)9.
       01 WS-REPORT-TEXT          PIC X(40).
       01 WS-OWNER-NAME           PIC X(50).
       01 WS-OWNER-PLACE          PIC X(62).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
          05 FILLER               PIC X(7).
       01 WS-ARCHIVE-PROGRAM      PIC X(18)
                                  VALUE "CERTIFICA-FISCAL".
       01 WS-ARCHIVE-REPORT       PIC X(30).
       01 WS-ALERT-SEVERITY       PIC X(8).
       01 WS-ALERT-MESSAGE        PIC X(60).
       01 WS-JOURNAL-EVENT        PIC X(5).
       01 WS-JOURNAL-PROGRAM      PIC X(18) VALUE "CERTIFICA-FISCAL".
       01 WS-JOURNAL-RECORDS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-REJECTS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-STATUS       PIC X(8) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-BODY
           UNSTRING WS-PARM DELIMITED BY "FULL="
               INTO WS-PARM-BODY, WS-FULL-OPERATOR-ID
           PERFORM READ-BUSINESS-DATE
           PERFORM WRITE-RUN-JOURNAL-START
           PERFORM AUTHORIZE-FULL-VALUES
           IF WS-PARM-BODY(1:4) IS NUMERIC
                   AND WS-PARM-BODY(5:36) = SPACES
               MOVE WS-PARM-BODY(1:4) TO WS-TAX-YEAR
           ELSE
               COMPUTE WS-TAX-YEAR = WS-BUSINESS-DATE / 10000 - 1
           END-IF
           COMPUTE WS-YEAR-FROM = WS-TAX-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-TO   = WS-TAX-YEAR * 10000 + 1231
           DISPLAY "TAX CERTIFICATES FOR " WS-TAX-YEAR
           PERFORM LOAD-ADJUSTMENTS
           IF WS-ADJUST-OVERFLOW > ZERO
               DISPLAY "REVERSAL TABLE FULL - RUN REFUSED, NO "
                   "CERTIFICATES PRODUCED"
               SET RUN-WAS-REFUSED TO TRUE
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "00"
               SET MASTER-FILE-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "00"
               SET LEDGER-FILE-IS-OPEN TO TRUE
           END-IF
           MOVE SPACES TO WS-CUST-CURRENCY
           PERFORM FIND-BASE-CURRENCY
           OPEN OUTPUT CERTIFICATE-FILE
           OPEN OUTPUT CONTROL-REPORT-FILE
           OPEN OUTPUT AUTHORITY-FILE
           PERFORM WRITE-CONTROL-HEADING
           PERFORM WRITE-AUTHORITY-HEADER
           SORT TAX-SORT-FILE
               ON ASCENDING KEY TS-CUSTOMER-NUMBER
               INPUT PROCEDURE IS SELECT-TAX-POSTINGS
               OUTPUT PROCEDURE IS PRODUCE-CERTIFICATES
           PERFORM WRITE-AUTHORITY-TRAILER
           PERFORM WRITE-CONTROL-PROOF
           CLOSE AUTHORITY-FILE
           CLOSE CONTROL-REPORT-FILE
           CLOSE CERTIFICATE-FILE
           IF LEDGER-FILE-IS-OPEN
               CLOSE LEDGER-FILE
           END-IF
           IF MASTER-FILE-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           MOVE "TAXCERT.PRT" TO WS-ARCHIVE-REPORT
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           MOVE "TAXCTL.RPT" TO WS-ARCHIVE-REPORT
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           DISPLAY "CERTIFICATES PRINTED:      " WS-PRINTED-COUNT
           DISPLAY "CERTIFICATES SUPPRESSED:   " WS-SUPPRESSED-COUNT
           DISPLAY "AUTHORITY RECORDS WRITTEN: " WS-AUTHORITY-COUNT
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * LOAD-ADJUSTMENTS keeps every reversal and correction posted in
      * the tax year, by the reference of the posting it adjusts. The
      * original may be in an earlier year: a fee charged in December
      * and refunded in January lowers the fees of the year refunded.
      *----------------------------------------------------------------
       LOAD-ADJUSTMENTS.
           MOVE ZERO TO WS-ADJUST-COUNT
           MOVE ZERO TO WS-ADJUST-OVERFLOW
           MOVE 'N' TO WS-LEDGHIST-EOF-SWITCH
           OPEN INPUT LEDGER-HISTORY-FILE
           IF WS-LEDGHIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LEDGHIST-RECORD
           PERFORM UNTIL LEDGHIST-FILE-EOF
               IF POSTING-IS-ADJUSTMENT
                       AND LH-RELATED-REF IS NUMERIC
                       AND LH-BUSINESS-DATE >= WS-YEAR-FROM
                       AND LH-BUSINESS-DATE <= WS-YEAR-TO
                   IF WS-ADJUST-COUNT < 2000
                       ADD 1 TO WS-ADJUST-COUNT
                       MOVE LH-RELATED-REF
                           TO WS-AJ-RELATED-REF(WS-ADJUST-COUNT)
                       MOVE LH-CUSTOMER-NUMBER
                           TO WS-AJ-CUSTOMER(WS-ADJUST-COUNT)
                       MOVE LH-DEBIT-CREDIT
                           TO WS-AJ-DEBIT-CREDIT(WS-ADJUST-COUNT)
                       MOVE LH-AMOUNT
                           TO WS-AJ-AMOUNT(WS-ADJUST-COUNT)
                       MOVE SPACE TO WS-AJ-KIND(WS-ADJUST-COUNT)
                   ELSE
                       ADD 1 TO WS-ADJUST-OVERFLOW
                   END-IF
               END-IF
               PERFORM READ-LEDGHIST-RECORD
           END-PERFORM
           CLOSE LEDGER-HISTORY-FILE.

       READ-LEDGHIST-RECORD.
           READ LEDGER-HISTORY-FILE
               AT END SET LEDGHIST-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * SIGNED-TAX-AMOUNT turns a posting of the given kind into its
      * effect on the certificate: interest counts when credited and
      * comes off when debited, a fee counts when debited and comes
      * off when credited back.
      *----------------------------------------------------------------
       SIGNED-TAX-AMOUNT.
           MOVE WS-THIS-CUSTOMER TO TS-CUSTOMER-NUMBER
           MOVE WS-THIS-KIND     TO TS-KIND
           IF (TS-INTEREST AND WS-THIS-DEBIT-CREDIT = 'C')
                   OR (TS-FEE AND WS-THIS-DEBIT-CREDIT = 'D')
               MOVE WS-THIS-AMOUNT TO TS-AMOUNT
           ELSE
               COMPUTE TS-AMOUNT = WS-THIS-AMOUNT * -1
           END-IF.

       FIND-BASE-CURRENCY.
           MOVE ZERO TO WS-FX-AMOUNT
           CALL "CONVIERTE-DIVISA" USING WS-CUST-CURRENCY,
               WS-FX-AMOUNT, WS-FX-BASE-AMOUNT, WS-FX-RATE,
               WS-FX-BASE-CURRENCY, WS-FX-RESULT.

      *----------------------------------------------------------------
      * WRITE-CONTROL-HEADING opens TAXCTL.RPT with the suppressed
      * certificates section; the proof follows it at the end.
      *----------------------------------------------------------------
       WRITE-CONTROL-HEADING.
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "TAX CERTIFICATES - TAX YEAR " DELIMITED BY SIZE
                  WS-TAX-YEAR       DELIMITED BY SIZE
                  " - RUN OF BUSINESS DATE " DELIMITED BY SIZE
                  WS-BUSINESS-DATE  DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE "----- CERTIFICATES SUPPRESSED -----"
               TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "CUSTOMER REASON                   "
                      DELIMITED BY SIZE
                  "        INTEREST             FEES CUR"
                      DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE.

       WRITE-CONTROL-PROOF.
           IF WS-SUPPRESSED-COUNT = ZERO
               MOVE "NONE" TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE "----- PROOF TO THE LEDGER POSTINGS -----"
               TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE "INTEREST POSTED (INTR)" TO WS-REPORT-TEXT
           MOVE WS-GROSS-INTEREST TO WS-EDITED-TOTAL
           PERFORM WRITE-CONTROL-AMOUNT
           MOVE "INTEREST REVERSED OR CORRECTED" TO WS-REPORT-TEXT
           MOVE WS-ADJUSTED-INTEREST TO WS-EDITED-TOTAL
           PERFORM WRITE-CONTROL-AMOUNT
           MOVE "NET INTEREST ON THE LEDGER" TO WS-REPORT-TEXT
           MOVE WS-LEDGER-INTEREST TO WS-EDITED-TOTAL
           PERFORM WRITE-CONTROL-AMOUNT
           MOVE "INTEREST ON THE AUTHORITY FILE" TO WS-REPORT-TEXT
           MOVE WS-FILE-INTEREST TO WS-EDITED-TOTAL
           PERFORM WRITE-CONTROL-AMOUNT
           MOVE "FEES POSTED (FEE)" TO WS-REPORT-TEXT
           MOVE WS-GROSS-FEES TO WS-EDITED-TOTAL
           PERFORM WRITE-CONTROL-AMOUNT
           MOVE "FEES REVERSED OR CORRECTED" TO WS-REPORT-TEXT
           MOVE WS-ADJUSTED-FEES TO WS-EDITED-TOTAL
           PERFORM WRITE-CONTROL-AMOUNT
           MOVE "NET FEES ON THE LEDGER" TO WS-REPORT-TEXT
           MOVE WS-LEDGER-FEES TO WS-EDITED-TOTAL
           PERFORM WRITE-CONTROL-AMOUNT
           MOVE "FEES ON THE AUTHORITY FILE" TO WS-REPORT-TEXT
           MOVE WS-FILE-FEES TO WS-EDITED-TOTAL
           PERFORM WRITE-CONTROL-AMOUNT
           MOVE "AUTHORITY RECORDS WRITTEN" TO WS-REPORT-TEXT
           MOVE WS-AUTHORITY-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-CONTROL-COUNT
           MOVE "CERTIFICATES PRINTED" TO WS-REPORT-TEXT
           MOVE WS-PRINTED-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-CONTROL-COUNT
           MOVE "CERTIFICATES SUPPRESSED" TO WS-REPORT-TEXT
           MOVE WS-SUPPRESSED-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-CONTROL-COUNT
           MOVE "ADJUSTMENTS WITH ORIGINAL NOT FOUND" TO WS-REPORT-TEXT
           MOVE WS-UNMATCHED-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-CONTROL-COUNT
           IF WS-FILE-INTEREST NOT = WS-LEDGER-INTEREST
                   OR WS-FILE-FEES NOT = WS-LEDGER-FEES
               MOVE 'N' TO WS-PROOF-SWITCH
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           IF RUN-IS-BALANCED
               MOVE "PROOF STATUS: BALANCED" TO CONTROL-REPORT-LINE
           ELSE
               MOVE "PROOF STATUS: OUT OF BALANCE"
                   TO CONTROL-REPORT-LINE
           END-IF
           WRITE CONTROL-REPORT-LINE.

       WRITE-CONTROL-AMOUNT.
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING WS-REPORT-TEXT  DELIMITED BY SIZE
                  WS-EDITED-TOTAL DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE.

       WRITE-CONTROL-COUNT.
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING WS-REPORT-TEXT  DELIMITED BY SIZE
                  WS-EDITED-COUNT DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE.

       WRITE-AUTHORITY-HEADER.
           MOVE SPACES TO AUTHORITY-REC
           MOVE "HDR"            TO TA-RECORD-TYPE
           MOVE WS-TAX-YEAR      TO TA-TAX-YEAR
           MOVE WS-BUSINESS-DATE TO TA-CREATED-DATE
           MOVE "TAXCERT"        TO TA-FILE-NAME
           WRITE AUTHORITY-REC.

       WRITE-AUTHORITY-TRAILER.
           MOVE SPACES TO AUTHORITY-REC
           MOVE "TRL"              TO TA-RECORD-TYPE
           MOVE WS-TAX-YEAR        TO TA-TAX-YEAR
           MOVE WS-AUTHORITY-COUNT TO TA-RECORD-COUNT
           MOVE WS-FILE-INTEREST   TO TA-TOTAL-INTEREST
           MOVE WS-FILE-FEES       TO TA-TOTAL-FEES
           WRITE AUTHORITY-REC.

      *----------------------------------------------------------------
      * READ-BUSINESS-DATE loads the cycle's business date operations
      * sets once per cycle in BUSDATE.DAT, falling back to today's
      * wall-clock date when the control file isn't there.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * AUTHORIZE-FULL-VALUES looks up the operator named on FULL= and
      * keeps the role that decides whether the document id prints
      * whole on the certificates. An unknown operator leaves it
      * masked.
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
                   "DOCUMENT IDS WILL BE MASKED"
               MOVE SPACES TO WS-FULL-OPERATOR-ID
                   WS-FULL-OPERATOR-ROLE
           END-IF.

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
      * WRITE-RUN-JOURNAL-START and WRITE-RUN-JOURNAL-END record this
      * run in the shared run journal through REGISTRA-CORRIDA. A
      * run out of balance, or refused, is severe and alerted; a
      * reversal that could not be tied to its original is a warning.
      *----------------------------------------------------------------
       WRITE-RUN-JOURNAL-START.
           MOVE "START" TO WS-JOURNAL-EVENT
           MOVE ZERO TO WS-JOURNAL-RECORDS
           MOVE ZERO TO WS-JOURNAL-REJECTS
           MOVE SPACES TO WS-JOURNAL-STATUS
           CALL "REGISTRA-CORRIDA" USING WS-JOURNAL-EVENT,
               WS-JOURNAL-PROGRAM, WS-RUN-MODE, WS-JOURNAL-RECORDS,
               WS-JOURNAL-REJECTS, WS-JOURNAL-STATUS.

       WRITE-RUN-JOURNAL-END.
           MOVE "END" TO WS-JOURNAL-EVENT
           MOVE WS-AUTHORITY-COUNT  TO WS-JOURNAL-RECORDS
           MOVE WS-SUPPRESSED-COUNT TO WS-JOURNAL-REJECTS
           IF RUN-WAS-REFUSED OR NOT RUN-IS-BALANCED
               MOVE "SEVERE" TO WS-JOURNAL-STATUS
               MOVE "SEVERE" TO WS-ALERT-SEVERITY
               IF RUN-WAS-REFUSED
                   MOVE "TAX CERTIFICATES REFUSED - REVERSAL TABLE FULL"
                       TO WS-ALERT-MESSAGE
               ELSE
                   MOVE "TAX CERTIFICATES OUT OF BALANCE WITH LEDGER"
                       TO WS-ALERT-MESSAGE
               END-IF
               CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
                   WS-JOURNAL-PROGRAM, WS-ALERT-MESSAGE
           ELSE
               IF WS-UNMATCHED-COUNT > ZERO
                   MOVE "WARNING" TO WS-JOURNAL-STATUS
               ELSE
                   MOVE "CLEAN" TO WS-JOURNAL-STATUS
               END-IF
           END-IF
           CALL "REGISTRA-CORRIDA" USING WS-JOURNAL-EVENT,
               WS-JOURNAL-PROGRAM, WS-RUN-MODE, WS-JOURNAL-RECORDS,
               WS-JOURNAL-REJECTS, WS-JOURNAL-STATUS
           EVALUATE WS-JOURNAL-STATUS
               WHEN "SEVERE"
                   MOVE 8 TO RETURN-CODE
               WHEN "WARNING"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------------
      * SELECT-TAX-POSTINGS releases to the sort every interest and
      * fee posting of the tax year, and then every adjustment of the
      * year whose original turned out to be interest or a fee, each
      * signed for its effect on the certificate. The ledger side of
      * the proof is added up here, as the postings are read.
      *----------------------------------------------------------------
       SELECT-TAX-POSTINGS SECTION.
       STP-MAIN.
           MOVE 'N' TO WS-LEDGHIST-EOF-SWITCH
           OPEN INPUT LEDGER-HISTORY-FILE
           IF WS-LEDGHIST-FILE-STATUS NOT = "00"
               DISPLAY "LEDGHIST.DAT NOT AVAILABLE - NO POSTINGS READ"
               GO TO STP-EXIT
           END-IF
           PERFORM READ-LEDGHIST-RECORD
           PERFORM UNTIL LEDGHIST-FILE-EOF
               EVALUATE TRUE
                   WHEN POSTING-IS-INTEREST
                       MOVE 'I' TO WS-THIS-KIND
                   WHEN POSTING-IS-FEE
                       MOVE 'F' TO WS-THIS-KIND
                   WHEN OTHER
                       MOVE 'O' TO WS-THIS-KIND
               END-EVALUATE
               IF WS-ADJUST-COUNT > ZERO
                   PERFORM NOTE-ADJUSTED-ORIGINAL
               END-IF
               IF WS-THIS-KIND NOT = 'O'
                   PERFORM TAKE-IN-ONE-POSTING
               END-IF
               PERFORM READ-LEDGHIST-RECORD
           END-PERFORM
           CLOSE LEDGER-HISTORY-FILE
           PERFORM VARYING WS-ADJUST-IDX FROM 1 BY 1
                   UNTIL WS-ADJUST-IDX > WS-ADJUST-COUNT
               PERFORM RELEASE-ONE-ADJUSTMENT
           END-PERFORM
           COMPUTE WS-LEDGER-INTEREST =
               WS-GROSS-INTEREST + WS-ADJUSTED-INTEREST
           COMPUTE WS-LEDGER-FEES =
               WS-GROSS-FEES + WS-ADJUSTED-FEES
           GO TO STP-EXIT.

      *----------------------------------------------------------------
      * NOTE-ADJUSTED-ORIGINAL marks any adjustment of the year that
      * names this posting with the posting's kind: interest, fee or
      * other (a feed posting, a standing order ...).
      *----------------------------------------------------------------
       NOTE-ADJUSTED-ORIGINAL.
           PERFORM VARYING WS-ADJUST-IDX FROM 1 BY 1
                   UNTIL WS-ADJUST-IDX > WS-ADJUST-COUNT
               IF WS-AJ-RELATED-REF(WS-ADJUST-IDX) = LH-POSTING-REF
                   MOVE WS-THIS-KIND TO WS-AJ-KIND(WS-ADJUST-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * TAKE-IN-ONE-POSTING releases an interest or fee posting that
      * falls in the tax year.
      *----------------------------------------------------------------
       TAKE-IN-ONE-POSTING.
           IF LH-BUSINESS-DATE < WS-YEAR-FROM
                   OR LH-BUSINESS-DATE > WS-YEAR-TO
               EXIT PARAGRAPH
           END-IF
           MOVE LH-CUSTOMER-NUMBER TO WS-THIS-CUSTOMER
           MOVE LH-DEBIT-CREDIT    TO WS-THIS-DEBIT-CREDIT
           MOVE LH-AMOUNT          TO WS-THIS-AMOUNT
           PERFORM SIGNED-TAX-AMOUNT
           IF TS-INTEREST
               ADD TS-AMOUNT TO WS-GROSS-INTEREST
           ELSE
               ADD TS-AMOUNT TO WS-GROSS-FEES
           END-IF
           RELEASE TAX-SORT-REC.

       RELEASE-ONE-ADJUSTMENT.
           IF WS-AJ-KIND(WS-ADJUST-IDX) = SPACE
               ADD 1 TO WS-UNMATCHED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-AJ-KIND(WS-ADJUST-IDX) = 'O'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AJ-CUSTOMER(WS-ADJUST-IDX)   TO WS-THIS-CUSTOMER
           MOVE WS-AJ-KIND(WS-ADJUST-IDX)       TO WS-THIS-KIND
           MOVE WS-AJ-DEBIT-CREDIT(WS-ADJUST-IDX)
               TO WS-THIS-DEBIT-CREDIT
           MOVE WS-AJ-AMOUNT(WS-ADJUST-IDX)     TO WS-THIS-AMOUNT
           PERFORM SIGNED-TAX-AMOUNT
           IF TS-INTEREST
               ADD TS-AMOUNT TO WS-ADJUSTED-INTEREST
           ELSE
               ADD TS-AMOUNT TO WS-ADJUSTED-FEES
           END-IF
           RELEASE TAX-SORT-REC.

       STP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * PRODUCE-CERTIFICATES takes the sorted items back one customer
      * at a time and, for a customer whose interest or fees come to
      * anything, writes the authority record and prints or
      * suppresses the certificate.
      *----------------------------------------------------------------
       PRODUCE-CERTIFICATES SECTION.
       PRC-MAIN.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           MOVE 'Y' TO WS-FIRST-SWITCH
           MOVE ZERO TO WS-CUST-INTEREST
           MOVE ZERO TO WS-CUST-FEES
           PERFORM RETURN-SORTED-ITEM
           PERFORM UNTIL SORT-RETURN-EOF
               IF NOT FIRST-SORTED-ITEM
                       AND TS-CUSTOMER-NUMBER NOT = WS-PREV-CUSTOMER
                   PERFORM FINISH-ONE-CUSTOMER
               END-IF
               MOVE 'N' TO WS-FIRST-SWITCH
               MOVE TS-CUSTOMER-NUMBER TO WS-PREV-CUSTOMER
               IF TS-INTEREST
                   ADD TS-AMOUNT TO WS-CUST-INTEREST
               ELSE
                   ADD TS-AMOUNT TO WS-CUST-FEES
               END-IF
               PERFORM RETURN-SORTED-ITEM
           END-PERFORM
           IF NOT FIRST-SORTED-ITEM
               PERFORM FINISH-ONE-CUSTOMER
           END-IF
           GO TO PRC-EXIT.

       RETURN-SORTED-ITEM.
           RETURN TAX-SORT-FILE
               AT END SET SORT-RETURN-EOF TO TRUE
           END-RETURN.

       FINISH-ONE-CUSTOMER.
           IF WS-CUST-INTEREST NOT = ZERO OR WS-CUST-FEES NOT = ZERO
               PERFORM CERTIFY-ONE-CUSTOMER
           END-IF
           MOVE ZERO TO WS-CUST-INTEREST
           MOVE ZERO TO WS-CUST-FEES.

      *----------------------------------------------------------------
      * CERTIFY-ONE-CUSTOMER looks the customer up for the address and
      * document id and the account for its currency. The authority
      * gets every customer; the certificate is held back when the
      * address is undeliverable or the customer has died (the estate
      * is written to through the executor) or is not on the master.
      *----------------------------------------------------------------
       CERTIFY-ONE-CUSTOMER.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE WS-PREV-CUSTOMER TO CM-CUSTOMER-NUMBER
           IF MASTER-FILE-IS-OPEN
               READ CUSTOMER-MASTER-FILE
                   KEY IS CM-CUSTOMER-NUMBER
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-SWITCH
                   NOT INVALID KEY
                       SET CUSTOMER-FOUND TO TRUE
               END-READ
           END-IF
           IF NOT CUSTOMER-FOUND
               MOVE SPACES TO CM-CUSTOMER-NAME
               MOVE SPACES TO CM-DOC-ID
               MOVE SPACE TO CM-STATUS
               MOVE SPACE TO CM-MAIL-STATUS
           END-IF
           MOVE SPACES TO WS-CUST-CURRENCY
           MOVE WS-PREV-CUSTOMER TO LG-CUSTOMER-NUMBER
           IF LEDGER-FILE-IS-OPEN
               READ LEDGER-FILE
                   KEY IS LG-CUSTOMER-NUMBER
                   INVALID KEY
                       MOVE SPACES TO LG-CURRENCY
                   NOT INVALID KEY
                       MOVE LG-CURRENCY TO WS-CUST-CURRENCY
               END-READ
           END-IF
           IF WS-CUST-CURRENCY = SPACES
               MOVE WS-FX-BASE-CURRENCY TO WS-CUST-CURRENCY
           END-IF
           PERFORM WRITE-AUTHORITY-DETAIL
           MOVE SPACES TO WS-SUPPRESS-REASON
           EVALUATE TRUE
               WHEN NOT CUSTOMER-FOUND
                   MOVE "NO MASTER RECORD" TO WS-SUPPRESS-REASON
               WHEN CUSTOMER-DECEASED
                   MOVE "CUSTOMER DECEASED" TO WS-SUPPRESS-REASON
               WHEN ADDRESS-UNDELIVERABLE
                   MOVE "ADDRESS UNDELIVERABLE" TO WS-SUPPRESS-REASON
           END-EVALUATE
           IF WS-SUPPRESS-REASON NOT = SPACES
               PERFORM LIST-SUPPRESSED-CERTIFICATE
           ELSE
               PERFORM PRINT-ONE-CERTIFICATE
           END-IF.

       WRITE-AUTHORITY-DETAIL.
           MOVE SPACES TO AUTHORITY-REC
           MOVE "DTL"            TO TA-RECORD-TYPE
           MOVE WS-TAX-YEAR      TO TA-TAX-YEAR
           MOVE WS-PREV-CUSTOMER TO TA-CUSTOMER-NUMBER
           MOVE CM-DOC-ID        TO TA-DOC-ID
           MOVE CM-APELLIDO      TO TA-APELLIDO
           MOVE CM-NOMBRE        TO TA-NOMBRE
           MOVE WS-CUST-CURRENCY TO TA-CURRENCY
           MOVE WS-CUST-INTEREST TO TA-INTEREST
           MOVE WS-CUST-FEES     TO TA-FEES
           WRITE AUTHORITY-REC
           ADD 1 TO WS-AUTHORITY-COUNT
           ADD WS-CUST-INTEREST TO WS-FILE-INTEREST
           ADD WS-CUST-FEES     TO WS-FILE-FEES.

       LIST-SUPPRESSED-CERTIFICATE.
           ADD 1 TO WS-SUPPRESSED-COUNT
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-CUST-INTEREST TO WS-EDITED-AMOUNT
           MOVE WS-CUST-FEES     TO WS-EDITED-FEES
           STRING WS-PREV-CUSTOMER   DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-SUPPRESS-REASON DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-EDITED-AMOUNT   DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-EDITED-FEES     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-CUST-CURRENCY   DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           DISPLAY "TAX CERTIFICATE SUPPRESSED: " WS-PREV-CUSTOMER
               " " WS-SUPPRESS-REASON.

      *----------------------------------------------------------------
      * PRINT-ONE-CERTIFICATE prints the customer's certificate, page
      * break line first, addressed as the letters are. The document
      * id is masked for the role in force, a full view logged.
      *----------------------------------------------------------------
       PRINT-ONE-CERTIFICATE.
           ADD 1 TO WS-PRINTED-COUNT
           MOVE ALL "=" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO WS-OWNER-NAME
           STRING CM-NOMBRE   DELIMITED BY "  "
                  " "         DELIMITED BY SIZE
                  CM-APELLIDO DELIMITED BY "  "
               INTO WS-OWNER-NAME
           MOVE WS-OWNER-NAME TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE CM-DIRECCION-1 TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE CM-DIRECCION-2 TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO WS-OWNER-PLACE
           STRING CM-CODIGO-POSTAL DELIMITED BY "  "
                  " "              DELIMITED BY SIZE
                  CM-LOCALIDAD     DELIMITED BY "  "
                  ", "             DELIMITED BY SIZE
                  CM-PROVINCIA     DELIMITED BY "  "
               INTO WS-OWNER-PLACE
           MOVE WS-OWNER-PLACE TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "CERTIFICATE OF INTEREST CREDITED AND FEES CHARGED "
                      DELIMITED BY SIZE
                  "- " DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
               INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "CUSTOMER NUMBER:   " DELIMITED BY SIZE
                  WS-PREV-CUSTOMER      DELIMITED BY SIZE
               INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE CM-DOC-ID TO WS-MASK-VALUE
           CALL "ENMASCARA-DATO" USING WS-FULL-OPERATOR-ROLE,
               WS-MASK-VALUE, WS-MASK-SHOWN
           IF MASK-SHOWN-FULL AND CM-DOC-ID NOT = SPACES
               MOVE WS-PREV-CUSTOMER TO WS-SUBJECT-ID
               CALL "REGISTRA-SEGURIDAD" USING WS-SECURITY-EVENT,
                   WS-FULL-OPERATOR-ID, WS-THIS-PROGRAM, WS-SUBJECT-ID
           END-IF
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "DOCUMENT ID:       " DELIMITED BY SIZE
                  WS-MASK-VALUE(1:12)   DELIMITED BY SIZE
               INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE WS-CUST-INTEREST TO WS-EDITED-AMOUNT
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "INTEREST CREDITED IN THE YEAR " DELIMITED BY SIZE
                  WS-EDITED-AMOUNT DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-CUST-CURRENCY DELIMITED BY SIZE
               INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE WS-CUST-FEES TO WS-EDITED-AMOUNT
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "FEES CHARGED IN THE YEAR      " DELIMITED BY SIZE
                  WS-EDITED-AMOUNT DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-CUST-CURRENCY DELIMITED BY SIZE
               INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "THESE AMOUNTS HAVE BEEN REPORTED TO THE TAX AUTHORITY."
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "ISSUED " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

       PRC-EXIT.
           EXIT.

       END PROGRAM CERTIFICA-FISCAL.
