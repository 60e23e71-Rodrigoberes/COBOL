      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Daily credit limit report. Walks LEDGER.DAT in
      *          customer order and lists on LIMITES.RPT every
      *          customer whose balance is overdrawn to within the
      *          warning percentage of the credit limit on
      *          LEDGLIM.DAT (a customer with no limit on file has a
      *          limit of zero), marking each OVER LIMIT, AT LIMIT,
      *          or NEAR LIMIT, with the limit still available, so
      *          the branch can call the customer before the posting
      *          run starts rejecting their debits.
      *
      *          PARM: <warning percent>; optional, 90 when absent.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-LIMITES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT CREDIT-LIMIT-FILE ASSIGN TO "LEDGLIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LL-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGLIM-FILE-STATUS.
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
           SELECT LIMIT-REPORT-FILE ASSIGN TO "LIMITES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05 LG-CUSTOMER-NUMBER PIC 9(8).
           05 LG-BALANCE       PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 LG-LAST-POSTED   PIC 9(8).
           05 LG-CURRENCY      PIC X(3).

       FD  CREDIT-LIMIT-FILE.
       01  CREDIT-LIMIT-REC.
           05 LL-CUSTOMER-NUMBER PIC 9(8).
           05 LL-CREDIT-LIMIT  PIC 9(10)V99.
           05 LL-LAST-CHANGED  PIC 9(8).
           05 LL-MAKER-ID      PIC X(8).
           05 LL-CHECKER-ID    PIC X(8).

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

       FD  LIMIT-REPORT-FILE.
       01  LIMIT-REPORT-LINE   PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-FILE-STATUS   PIC XX.
       01 WS-LEDGLIM-FILE-STATUS  PIC XX.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-PARM                 PIC X(20).
       01 WS-PARM-PERCENT         PIC X(3).
       01 WS-WARNING-PERCENT      PIC 9(3) VALUE 90.
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01 WS-LEDGER-EOF-SWITCH    PIC X VALUE 'N'.
          88 LEDGER-FILE-EOF VALUE 'Y'.
       01 WS-LIMITS-SWITCH        PIC X VALUE 'N'.
          88 LIMITS-ON-FILE VALUE 'Y'.
       01 WS-MASTER-SWITCH        PIC X VALUE 'N'.
          88 MASTER-ON-FILE VALUE 'Y'.
       01 WS-CUSTOMER-LIMIT       PIC 9(10)V99 VALUE ZERO.
       01 WS-OVERDRAWN-BY         PIC 9(12)V99 VALUE ZERO.
       01 WS-AVAILABLE            PIC S9(12)V99 VALUE ZERO.
       01 WS-CUSTOMER-NAME        PIC X(30).
       01 WS-LINE-STATUS          PIC X(10).
       01 WS-CUSTOMERS-READ       PIC 9(8) VALUE ZERO.
       01 WS-OVER-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-AT-COUNT             PIC 9(8) VALUE ZERO.
       01 WS-NEAR-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-EDITED-BALANCE       PIC -Z(11)9.99.
       01 WS-EDITED-LIMIT         PIC Z(9)9.99.
       01 WS-EDITED-AVAILABLE     PIC -Z(11)9.99.
       01 WS-EDITED-PERCENT       PIC ZZ9.
       01 WS-EDITED-COUNT         PIC Z(7)9.
       01 WS-REPORT-TEXT          PIC X(40).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
          05 FILLER               PIC X(7).
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "INFORME-LIMITES".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "LIMITES.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-PERCENT
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-PERCENT
           IF WS-PARM-PERCENT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-PERCENT) = ZERO
                       AND FUNCTION NUMVAL(WS-PARM-PERCENT) > ZERO
                       AND FUNCTION NUMVAL(WS-PARM-PERCENT) NOT > 100
                   MOVE FUNCTION NUMVAL(WS-PARM-PERCENT)
                       TO WS-WARNING-PERCENT
               ELSE
                   DISPLAY "INVALID WARNING PERCENT " WS-PARM-PERCENT
                       " - USING " WS-WARNING-PERCENT
               END-IF
           END-IF
           PERFORM READ-BUSINESS-DATE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "LEDGER.DAT NOT AVAILABLE - STATUS "
                   WS-LEDGER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CREDIT-LIMIT-FILE
           IF WS-LEDGLIM-FILE-STATUS = "00"
               SET LIMITS-ON-FILE TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "00"
               SET MASTER-ON-FILE TO TRUE
           END-IF
           OPEN OUTPUT LIMIT-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM READ-NEXT-LEDGER
           PERFORM UNTIL LEDGER-FILE-EOF
               PERFORM CHECK-ONE-CUSTOMER
               PERFORM READ-NEXT-LEDGER
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE LIMIT-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           IF MASTER-ON-FILE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           IF LIMITS-ON-FILE
               CLOSE CREDIT-LIMIT-FILE
           END-IF
           CLOSE LEDGER-FILE
           STOP RUN.

       READ-NEXT-LEDGER.
           READ LEDGER-FILE NEXT RECORD
               AT END SET LEDGER-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * CHECK-ONE-CUSTOMER measures an overdrawn balance against the
      * customer's limit. Past the limit is OVER LIMIT, exactly on it
      * AT LIMIT, and within the warning percentage of it NEAR LIMIT;
      * a credit balance is never listed.
      *----------------------------------------------------------------
       CHECK-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-READ
           IF LG-BALANCE NOT < ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CUSTOMER-LIMIT
           IF LIMITS-ON-FILE
               MOVE LG-CUSTOMER-NUMBER TO LL-CUSTOMER-NUMBER
               READ CREDIT-LIMIT-FILE
                   KEY IS LL-CUSTOMER-NUMBER
                   INVALID KEY
                       MOVE ZERO TO WS-CUSTOMER-LIMIT
                   NOT INVALID KEY
                       MOVE LL-CREDIT-LIMIT TO WS-CUSTOMER-LIMIT
               END-READ
           END-IF
           COMPUTE WS-OVERDRAWN-BY = LG-BALANCE * -1
           EVALUATE TRUE
               WHEN WS-OVERDRAWN-BY > WS-CUSTOMER-LIMIT
                   MOVE "OVER LIMIT" TO WS-LINE-STATUS
                   ADD 1 TO WS-OVER-COUNT
               WHEN WS-OVERDRAWN-BY = WS-CUSTOMER-LIMIT
                   MOVE "AT LIMIT" TO WS-LINE-STATUS
                   ADD 1 TO WS-AT-COUNT
               WHEN WS-OVERDRAWN-BY * 100 >=
                       WS-CUSTOMER-LIMIT * WS-WARNING-PERCENT
                   MOVE "NEAR LIMIT" TO WS-LINE-STATUS
                   ADD 1 TO WS-NEAR-COUNT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           COMPUTE WS-AVAILABLE = WS-CUSTOMER-LIMIT - WS-OVERDRAWN-BY
           PERFORM LOOK-UP-CUSTOMER-NAME
           PERFORM WRITE-CUSTOMER-LINE.

       LOOK-UP-CUSTOMER-NAME.
           MOVE SPACES TO WS-CUSTOMER-NAME
           IF NOT MASTER-ON-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE LG-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE "NOT ON MASTER" TO WS-CUSTOMER-NAME
               NOT INVALID KEY
                   STRING CM-NOMBRE   DELIMITED BY "  "
                          " "         DELIMITED BY SIZE
                          CM-APELLIDO DELIMITED BY "  "
                       INTO WS-CUSTOMER-NAME
           END-READ.

       WRITE-REPORT-HEADING.
           MOVE WS-WARNING-PERCENT TO WS-EDITED-PERCENT
           MOVE SPACES TO LIMIT-REPORT-LINE
           STRING "CREDIT LIMIT REPORT FOR BUSINESS DATE "
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE  DELIMITED BY SIZE
                  " - WARNING AT "  DELIMITED BY SIZE
                  WS-EDITED-PERCENT DELIMITED BY SIZE
                  "% OF LIMIT"      DELIMITED BY SIZE
               INTO LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-LINE
           MOVE ALL "-" TO LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-LINE
           MOVE SPACES TO LIMIT-REPORT-LINE
           STRING "CUSTOMER NAME                          BALANCE"
                      DELIMITED BY SIZE
                  "         LIMIT        AVAILABLE STATUS"
                      DELIMITED BY SIZE
               INTO LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-LINE.

       WRITE-CUSTOMER-LINE.
           MOVE LG-BALANCE TO WS-EDITED-BALANCE
           MOVE WS-CUSTOMER-LIMIT TO WS-EDITED-LIMIT
           MOVE WS-AVAILABLE TO WS-EDITED-AVAILABLE
           MOVE SPACES TO LIMIT-REPORT-LINE
           STRING LG-CUSTOMER-NUMBER  DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-CUSTOMER-NAME(1:20) DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-EDITED-BALANCE   DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-EDITED-LIMIT     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-EDITED-AVAILABLE DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-LINE-STATUS      DELIMITED BY SIZE
               INTO LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-LINE
           MOVE "CUSTOMERS ON THE LEDGER" TO WS-REPORT-TEXT
           MOVE WS-CUSTOMERS-READ TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "OVER LIMIT" TO WS-REPORT-TEXT
           MOVE WS-OVER-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "AT LIMIT" TO WS-REPORT-TEXT
           MOVE WS-AT-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "NEAR LIMIT" TO WS-REPORT-TEXT
           MOVE WS-NEAR-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-COUNT-LINE
           DISPLAY "CUSTOMERS OVER LIMIT: " WS-OVER-COUNT
           DISPLAY "CUSTOMERS AT LIMIT:   " WS-AT-COUNT
           DISPLAY "CUSTOMERS NEAR LIMIT: " WS-NEAR-COUNT
           DISPLAY "LIMIT REPORT WRITTEN TO LIMITES.RPT".

       WRITE-COUNT-LINE.
           MOVE SPACES TO LIMIT-REPORT-LINE
           STRING WS-REPORT-TEXT  DELIMITED BY SIZE
                  WS-EDITED-COUNT DELIMITED BY SIZE
               INTO LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-LINE.

      *----------------------------------------------------------------
      * READ-BUSINESS-DATE loads the cycle's business date operations
      * sets once per cycle in BUSDATE.DAT, falling back to today's
      * wall-clock date when the control file isn't there.
      *----------------------------------------------------------------
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

       END PROGRAM INFORME-LIMITES.
