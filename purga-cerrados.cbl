      *
      *          PARM: the operator id the purge runs under.
      * Tectonics: cobc
      *****************************************************************
      * Modification History:
      * 2026-10-15 RO A candidate whose LEDGER.DAT balance is not zero
      *               is refused as LEDGER BALANCE NOT SETTLED; while
      *               the ledger cannot be read, nothing is purged.
      * 2026-10-15 RO Report filed under its business date and
      *               cataloged through ARCHIVA-INFORME.
      * 2026-10-15 RO LEDGER-REC carries the currency the balance is
      *               held in.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGA-CERRADOS.
               FILE STATUS IS WS-CERT-FILE-STATUS.
           SELECT REFUSAL-REPORT-FILE ASSIGN TO "PURGREF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
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
           05 FILLER           PIC X VALUE SPACE.
           05 RF-REASON        PIC X(30).

       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05 LG-CUSTOMER-NUMBER PIC 9(8).
           05 LG-BALANCE       PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 LG-LAST-POSTED   PIC 9(8).
           05 LG-CURRENCY      PIC X(3).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       01 WS-RETENTION-FILE-STATUS PIC XX.
       01 WS-CERT-FILE-STATUS      PIC XX.
       01 WS-BUSDATE-FILE-STATUS   PIC XX.
       01 WS-LEDGER-FILE-STATUS    PIC XX.
       01 WS-LEDGER-OPEN-SWITCH    PIC X VALUE 'N'.
          88 LEDGER-IS-OPEN VALUE 'Y'.
       01 WS-MLOCK-SWITCH          PIC X VALUE 'N'.
          88 MASTER-LOCK-HELD VALUE 'Y'.
       01 WS-MLOCK-TRY-COUNT       PIC 9(2) VALUE ZERO.
             10 WS-CA-APELLIDO     PIC X(32).
             10 WS-CA-CLOSURE-DATE PIC 9(8).
             10 WS-CA-REFUSED      PIC X.
                88 CANDIDATE-CLEARED      VALUE 'N'.
                88 HISTORY-NOT-ARCHIVED   VALUE 'Y'.
                88 LEDGER-NOT-SETTLED     VALUE 'L'.
       01 WS-CAND-IDX              PIC 9(4) COMP VALUE ZERO.
       01 WS-CAND-OVERFLOW         PIC 9(7) VALUE ZERO.
       01 WS-FOUND-SWITCH          PIC X VALUE 'N'.
          05 WS-TS-DATE            PIC X(8).
          05 WS-TS-TIME            PIC X(6).
          05 FILLER                PIC X(7).
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "PURGA-CERRADOS".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "PURGREF.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

               STOP RUN
           END-IF
           PERFORM CHECK-HISTORY-ARCHIVED
           PERFORM CHECK-LEDGER-SETTLED
           PERFORM ACQUIRE-MASTER-LOCK
           IF NOT MASTER-LOCK-HELD
               MOVE 8 TO RETURN-CODE
               AT END SET HISTORY-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * CHECK-LEDGER-SETTLED refuses any candidate still holding a
      * balance on LEDGER.DAT: an account is only purged once its
      * ledger has been settled to zero. No ledger at all means no
      * balances; a ledger that is there but cannot be read refuses
      * every candidate.
      *----------------------------------------------------------------
       CHECK-LEDGER-SETTLED.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-LEDGER-FILE-STATUS = "00"
               SET LEDGER-IS-OPEN TO TRUE
           END-IF
           MOVE ZERO TO WS-CAND-IDX
           PERFORM UNTIL WS-CAND-IDX >= WS-CAND-COUNT
               ADD 1 TO WS-CAND-IDX
               IF NOT LEDGER-IS-OPEN
                   SET LEDGER-NOT-SETTLED(WS-CAND-IDX) TO TRUE
               ELSE
                   MOVE WS-CA-NUMBER(WS-CAND-IDX)
                       TO LG-CUSTOMER-NUMBER
                   READ LEDGER-FILE
                       KEY IS LG-CUSTOMER-NUMBER
                       INVALID KEY
                           MOVE ZERO TO LG-BALANCE
                   END-READ
                   IF LG-BALANCE NOT = ZERO
                           AND CANDIDATE-CLEARED(WS-CAND-IDX)
                       SET LEDGER-NOT-SETTLED(WS-CAND-IDX) TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF LEDGER-IS-OPEN
               CLOSE LEDGER-FILE
               MOVE 'N' TO WS-LEDGER-OPEN-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * PURGE-THE-CANDIDATES removes each cleared candidate under the
      * master lock: the certificate is written first (a removed
           MOVE ZERO TO WS-CAND-IDX
           PERFORM UNTIL WS-CAND-IDX >= WS-CAND-COUNT
               ADD 1 TO WS-CAND-IDX
               IF NOT CANDIDATE-CLEARED(WS-CAND-IDX)
                   PERFORM WRITE-REFUSAL-LINE
               ELSE
                   PERFORM PURGE-ONE-ACCOUNT
               END-IF
           END-PERFORM
           CLOSE REFUSAL-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           CLOSE CUSTOMER-MASTER-FILE.

       WRITE-REFUSAL-LINE.
           MOVE SPACES TO REFUSAL-REPORT-REC
           MOVE WS-CA-NUMBER(WS-CAND-IDX) TO RF-CUSTOMER-NUMBER
           MOVE WS-CA-NOMBRE(WS-CAND-IDX) TO RF-NOMBRE
           IF LEDGER-NOT-SETTLED(WS-CAND-IDX)
               MOVE "LEDGER BALANCE NOT SETTLED" TO RF-REASON
           ELSE
               MOVE "LIVE HISTORY NOT ARCHIVED" TO RF-REASON
           END-IF
           WRITE REFUSAL-REPORT-REC.

       PURGE-ONE-ACCOUNT.
