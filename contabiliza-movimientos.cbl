      *          on LEDGBAL.RPT proving posted plus rejected amounts
      *          against the feed's own totals.
      *
      *          PARM: the operator id the run posts under, then
      *          optionally the supervisor id authorizing a run whose
      *          business date falls in a closed period.
      * Tectonics: cobc
      *****************************************************************
      * Modification History:
      * 2026-10-15 RO Every posted transaction is now also written to
      *               the LEDGHIST.DAT ledger history file with its
      *               own posting reference (LEDGHIST series),
      *               business date, operator, and the running
      *               balance after posting, so a disputed balance is
      *               rebuilt from the history instead of from old
      *               feed files. EXTRACTO-MOVIMIENTOS prints it.
      * 2026-10-15 RO History records gain a transaction code (FEED
      *               here), a related posting reference, and a reason,
      *               so ANULA-MOVIMIENTO's reversals and
      *               corrections sit on the same file tied to the
      *               posting they undo. The posting window is now
      *               guarded by the LEDGLOCK.DAT ledger lock, and the
      *               trial balance lists every posting made outside
      *               the feed since the last run (high-water posting
      *               reference on LEDGCTL.DAT) with its own totals.
      * 2026-10-15 RO After LEDGTRAN.DAT the run posts the supplementary
      *               feeds other jobs produce in the same layout --
      *               LEDGFEE.DAT from the monthly fee run -- when one
      *               is present. Every feed present must pass the
      *               header/trailer pre-pass or nothing posts (one
      *               dated for an earlier cycle is passed over); each
      *               feed's postings carry its own transaction code
      *               (FEE for fees) on the history, and the one trial
      *               balance proves all of them together, with a
      *               record count per feed. The outside-the-feed
      *               section now tells this run's postings from
      *               others by posting reference instead of by code.
      * 2026-10-15 RO A debit that would take a balance below its
      *               customer's credit limit on LEDGLIM.DAT (zero
      *               for a customer with no limit on file) now
      *               rejects OVER CREDIT LIMIT instead of posting.
      *               Limits are set through the maker-checker queue
      *               and released by APRUEBA-CAMBIOS.
      * 2026-10-15 RO LEDGSTO.DAT, the standing-order items EJECUTA-
      *               ORDENES generates each day, joins the
      *               supplementary feeds; its postings carry code STO
      *               on the history.
      * 2026-10-15 RO The trial balance now states its business date
      *               and carries the posted debit and credit totals,
      *               the fees posted from LEDGFEE.DAT and the interest
      *               capitalized outside the feed (INTR), the figures
      *               CONTADOR's ledger proof mode reads to prove the
      *               LEDGER.DAT total from one night to the next.
      * 2026-10-15 RO A run whose business date falls in a period
      *               CIERRA-MES has closed is refused unless the
      *               supervisor id given after the operator on the
      *               PARM authorizes it as a back-dated adjustment
      *               (VERIFICA-PERIODO).
      * 2026-10-15 RO A transaction for a customer CARGA-DEFUNCIONES has
      *               marked deceased is rejected like one for a closed
      *               account; the estate is settled through BAJA-DE-
      *               CLIENTES.
      * 2026-10-15 RO The trial balance now breaks the run's postings
      *               down by the customer's branch (count, debits
      *               and credits) ahead of the outside-feed section.
      * 2026-10-15 RO Report filed under its business date and
      *               cataloged through ARCHIVA-INFORME.
      * 2026-10-15 RO Ledger balances carry a currency (blank for the
      *               base currency, as every balance before this
      *               change) and feed transactions state theirs; a
      *               customer's first posting opens the balance in the
      *               transaction's currency. A transaction in another
      *               currency than its balance rejects CURRENCY
      *               MISMATCH, and one in a currency with no rate on
      *               FXRATE.DAT (CARGA-CAMBIOS) rejects NO RATE FOR
      *               CURRENCY. The trial balance breaks the postings
      *               down by currency with the day's rate and the
      *               debits and credits in base currency; the totals
      *               CONTADOR reads stay as posted.
      * 2026-10-15 RO Feeds carry a header sequence and are checked
      *               against and added to FEEDREG.DAT, so no feed
      *               posts twice. Posting checkpoints every 100
      *               records to LEDGCKPT.DAT; a rerun on the same
      *               business date resumes the interrupted run,
      *               rolling forward what it wrote after its last
      *               checkpoint.
      * 2026-10-15 RO Daytime teller postings (code TELL, ATIENDE-
      *               VENTANILLA) are counted and totalled on their own
      *               lines in the outside-the-feed section; they were
      *               already inside its totals and the control proof.
      * 2026-10-15 RO On a restart only this run's own feed codes (FEED,
      *               FEE, STO) from the first checkpointed ref on are
      *               left out of the outside-the-feed section; teller,
      *               reversal and the other codes posted between the
      *               abend and the rerun are always counted.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABILIZA-MOVIMIENTOS.
               ALTERNATE RECORD KEY IS CM-DOC-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT CREDIT-LIMIT-FILE ASSIGN TO "LEDGLIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LL-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGLIM-FILE-STATUS.
           SELECT LEDGER-TRAN-FILE ASSIGN USING WS-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGTRAN-FILE-STATUS.
           SELECT LEDGER-REJECT-FILE ASSIGN TO "LEDGREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGREJ-FILE-STATUS.
           SELECT LEDGER-HISTORY-FILE ASSIGN TO "LEDGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGHIST-FILE-STATUS.
           SELECT LEDGER-LOCK-FILE ASSIGN TO "LEDGLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LLOCK-FILE-STATUS.
           SELECT LEDGER-CTL-FILE ASSIGN TO "LEDGCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGCTL-FILE-STATUS.
           SELECT LEDGER-CKPT-FILE ASSIGN TO "LEDGCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGCKPT-FILE-STATUS.
           SELECT TRIAL-BALANCE-FILE ASSIGN TO "LEDGBAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
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

       FD  LEDGER-TRAN-FILE.
       01  LEDGER-TRAN-REC.
              88 TRAN-IS-DEBIT  VALUE 'D'.
              88 TRAN-IS-CREDIT VALUE 'C'.
           05 LT-AMOUNT        PIC 9(10)V99.
           05 LT-CURRENCY      PIC X(3).
       01  LF-FEED-CONTROL-REC.
           05 LF-RECORD-ID     PIC X(3).
              88 LEDG-FEED-HEADER  VALUE "HDR".
           05 LF-CONTROL-DATA.
              10 LF-FEED-NAME  PIC X(8).
              10 LF-FEED-DATE  PIC 9(8).
              10 LF-FEED-SEQ   PIC X(4).
           05 LF-TRAILER-COUNT REDEFINES LF-CONTROL-DATA
                               PIC 9(8).

           05 LR-REASON        PIC X(24).
           05 FILLER           PIC X VALUE SPACE.
           05 LR-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X VALUE SPACE.
           05 LR-CURRENCY      PIC X(3).

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
           05 FILLER           PIC X VALUE SPACE.
           05 LH-RELATED-REF   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 LH-REASON        PIC X(24).

       FD  LEDGER-LOCK-FILE.
       01  LEDGER-LOCK-REC     PIC X(8).

       FD  LEDGER-CTL-FILE.
       01  LEDGER-CTL-REC.
           05 LC-LAST-PROVED-REF PIC 9(8).

      * The restart control: a C line with the run's position and
      * totals, an F line per feed, and the branch (B) and currency
      * (Y) tallies so far. A C line with no feed means no run is
      * unfinished.
       FD  LEDGER-CKPT-FILE.
       01  LEDGER-CKPT-REC.
           05 LK-RECORD-TYPE   PIC X.
              88 LK-CONTROL-LINE  VALUE 'C'.
              88 LK-FEED-LINE     VALUE 'F'.
              88 LK-BRANCH-LINE   VALUE 'B'.
              88 LK-CURRENCY-LINE VALUE 'Y'.
           05 LK-CONTROL-DATA.
              10 LK-BUSINESS-DATE PIC 9(8).
              10 LK-FEED-IDX   PIC 9(2).
              10 LK-FEED-POSITION PIC 9(8).
              10 LK-RUN-FIRST-REF PIC 9(8).
              10 LK-RUN-LAST-REF PIC 9(8).
              10 LK-POSTED-COUNT PIC 9(8).
              10 LK-REJECTED-COUNT PIC 9(8).
              10 LK-POSTED-DEBIT PIC 9(14)V99.
              10 LK-POSTED-CREDIT PIC 9(14)V99.
              10 LK-POSTED-FEE PIC 9(14)V99.
              10 LK-REJECT-DEBIT PIC 9(14)V99.
              10 LK-REJECT-CREDIT PIC 9(14)V99.
           05 LK-FEED-DATA REDEFINES LK-CONTROL-DATA.
              10 LK-FD-IDX     PIC 9(2).
              10 LK-FD-FEED-NAME PIC X(8).
              10 LK-FD-FEED-DATE PIC 9(8).
              10 LK-FD-FEED-SEQ PIC 9(4).
              10 LK-FD-DATA-COUNT PIC 9(8).
              10 LK-FD-PRESENT PIC X.
              10 LK-FD-POSTED  PIC X.
           05 LK-BRANCH-DATA REDEFINES LK-CONTROL-DATA.
              10 LK-BR-CODE    PIC X(4).
              10 LK-BR-POSTED  PIC 9(8).
              10 LK-BR-DEBITS  PIC 9(14)V99.
              10 LK-BR-CREDITS PIC 9(14)V99.
           05 LK-CURRENCY-DATA REDEFINES LK-CONTROL-DATA.
              10 LK-CY-CODE    PIC X(3).
              10 LK-CY-POSTED  PIC 9(8).
              10 LK-CY-DEBITS  PIC 9(14)V99.
              10 LK-CY-CREDITS PIC 9(14)V99.

       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-LINE  PIC X(80).
       01 WS-LEDGTRAN-FILE-STATUS PIC XX.
       01 WS-LEDGREJ-FILE-STATUS  PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-LEDGHIST-FILE-STATUS PIC XX.
       01 WS-LEDGCTL-FILE-STATUS  PIC XX.
       01 WS-LLOCK-FILE-STATUS    PIC XX.
       01 WS-LEDGLIM-FILE-STATUS  PIC XX.
       01 WS-LIMITS-SWITCH        PIC X VALUE 'N'.
          88 LIMITS-ON-FILE VALUE 'Y'.
       01 WS-CUSTOMER-LIMIT       PIC 9(10)V99 VALUE ZERO.
       01 WS-OVERDRAWN-BY         PIC 9(12)V99 VALUE ZERO.
       01 WS-LLOCK-SWITCH         PIC X VALUE 'N'.
          88 LEDGER-LOCK-HELD VALUE 'Y'.
       01 WS-LLOCK-TRY-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-LLOCK-TRY-LIMIT      PIC 9(2) VALUE 10.
       01 WS-LLOCK-WAIT-SECS      PIC 9(4) COMP VALUE 1.
       01 WS-HISTORY-EOF-SWITCH   PIC X VALUE 'N'.
          88 HISTORY-FILE-EOF VALUE 'Y'.
       01 WS-LAST-PROVED-REF      PIC 9(8) VALUE ZERO.
       01 WS-HIGHEST-REF-SEEN     PIC 9(8) VALUE ZERO.
       01 WS-OUTSIDE-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-OUTSIDE-DEBIT-TOTAL  PIC 9(14)V99 VALUE ZERO.
       01 WS-OUTSIDE-CREDIT-TOTAL PIC 9(14)V99 VALUE ZERO.
       01 WS-OUTSIDE-INTEREST-TOTAL PIC 9(14)V99 VALUE ZERO.
       01 WS-TELLER-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-TELLER-DEBIT-TOTAL   PIC 9(14)V99 VALUE ZERO.
       01 WS-TELLER-CREDIT-TOTAL  PIC 9(14)V99 VALUE ZERO.
       01 WS-EDITED-LINE-AMOUNT   PIC Z(9)9.99.
       01 WS-RUN-FIRST-REF        PIC 9(8) VALUE ZERO.
      * the feeds the run posts, in order: the daily feed is required,
      * the supplementary feeds are posted when present
       01 WS-FEED-TABLE.
          05 WS-FEED-COUNT        PIC 9(2) COMP VALUE ZERO.
          05 WS-FEED-ENTRY OCCURS 10.
             10 WS-FD-FILE-NAME   PIC X(30).
             10 WS-FD-FEED-NAME   PIC X(8).
             10 WS-FD-TRAN-CODE   PIC X(4).
             10 WS-FD-REQUIRED    PIC X.
             10 WS-FD-PRESENT     PIC X.
             10 WS-FD-DATA-COUNT  PIC 9(8).
             10 WS-FD-FEED-DATE   PIC 9(8).
             10 WS-FD-FEED-SEQ    PIC 9(4).
             10 WS-FD-POSTED      PIC X.
       01 WS-FEED-IDX             PIC 9(2) COMP VALUE ZERO.
       01 WS-RF-ACTION            PIC X.
       01 WS-RF-FEED-NAME         PIC X(8).
       01 WS-RF-FEED-DATE         PIC 9(8) VALUE ZERO.
       01 WS-RF-FEED-SEQ          PIC 9(4) VALUE 1.
       01 WS-RF-RECORD-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-RF-RESULT            PIC X.
      * checkpoint and restart: the run commits every interval and at
      * the end of each feed; a rerun resumes from the last commit
       01 WS-LEDGCKPT-FILE-STATUS PIC XX.
       01 WS-CKPT-EOF-SWITCH      PIC X VALUE 'N'.
          88 CKPT-FILE-EOF VALUE 'Y'.
       01 WS-CHECKPOINT-INTERVAL  PIC 9(4) VALUE 100.
       01 WS-SINCE-CHECKPOINT     PIC 9(4) VALUE ZERO.
       01 WS-FEED-POSITION        PIC 9(8) VALUE ZERO.
       01 WS-CKPT-FEED-IDX        PIC 9(2) VALUE ZERO.
       01 WS-PRESENT-FEED-SW      PIC X VALUE 'N'.
          88 PRESENT-FEED-FOUND VALUE 'Y'.
       01 WS-SKIP-COUNTER         PIC 9(8) VALUE ZERO.
       01 WS-RUN-LAST-REF         PIC 9(8) VALUE ZERO.
       01 WS-RESTART-SWITCH       PIC X VALUE 'N'.
          88 RUN-IS-RESTART VALUE 'Y'.
       01 WS-CK-BUSINESS-DATE     PIC 9(8) VALUE ZERO.
       01 WS-CK-FEED-IDX          PIC 9(2) VALUE ZERO.
       01 WS-CK-POSITION          PIC 9(8) VALUE ZERO.
       01 WS-CK-FEED-TABLE.
          05 WS-CK-FEED-ENTRY OCCURS 10.
             10 WS-CK-FEED-NAME   PIC X(8).
             10 WS-CK-FEED-DATE   PIC 9(8).
             10 WS-CK-FEED-SEQ    PIC 9(4).
             10 WS-CK-DATA-COUNT  PIC 9(8).
             10 WS-CK-PRESENT     PIC X.
             10 WS-CK-POSTED      PIC X.
      * what the interrupted run wrote after its last commit, to be
      * accounted for before anything posts again
       01 WS-RH-TABLE.
          05 WS-RH-ENTRY OCCURS 100.
             10 WS-RH-POSTING-REF PIC 9(8).
             10 WS-RH-CUSTOMER    PIC X(8).
             10 WS-RH-DEBIT-CREDIT PIC X.
             10 WS-RH-AMOUNT      PIC 9(10)V99.
       01 WS-RH-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-RH-NEXT              PIC 9(3) VALUE 1.
       01 WS-RJ-TABLE.
          05 WS-RJ-ENTRY OCCURS 100.
             10 WS-RJ-CUSTOMER    PIC X(8).
             10 WS-RJ-DEBIT-CREDIT PIC X.
       01 WS-RJ-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-RJ-NEXT              PIC 9(3) VALUE 1.
       01 WS-REJECT-EOF-SWITCH    PIC X VALUE 'N'.
          88 REJECT-FILE-EOF VALUE 'Y'.
       01 WS-ROLLED-FORWARD-COUNT PIC 9(8) VALUE ZERO.
       01 WS-CK-IDX               PIC 9(2) COMP VALUE ZERO.
       01 WS-FEED-FILE-NAME       PIC X(30) VALUE "LEDGTRAN.DAT".
       01 WS-FEED-TRAN-CODE       PIC X(4) VALUE "FEED".
       01 WS-FEED-STALE-SWITCH    PIC X VALUE 'N'.
          88 FEED-IS-STALE VALUE 'Y'.
       01 WS-ALL-FEEDS-SWITCH     PIC X VALUE 'Y'.
          88 ALL-FEEDS-VALID VALUE 'Y'.
       01 WS-PARM                 PIC X(30).
       01 WS-PARM-OPERATOR-ID     PIC X(8).
       01 WS-PARM-SUPERVISOR-ID   PIC X(8).
       01 WS-PERIOD-RESULT        PIC X VALUE 'O'.
          88 PERIOD-IS-CLOSED VALUE 'C'.
       01 WS-RUN-MODE             PIC X VALUE 'B'.
       01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01 WS-OPERID-VALID-SW      PIC X VALUE 'N'.
       01 WS-FEED-CREDIT-TOTAL    PIC 9(14)V99 VALUE ZERO.
       01 WS-POSTED-DEBIT-TOTAL   PIC 9(14)V99 VALUE ZERO.
       01 WS-POSTED-CREDIT-TOTAL  PIC 9(14)V99 VALUE ZERO.
       01 WS-POSTED-FEE-TOTAL     PIC 9(14)V99 VALUE ZERO.
       01 WS-REJECT-DEBIT-TOTAL   PIC 9(14)V99 VALUE ZERO.
       01 WS-REJECT-CREDIT-TOTAL  PIC 9(14)V99 VALUE ZERO.
       01 WS-PROVED-DEBIT-TOTAL   PIC 9(14)V99 VALUE ZERO.
       01 WS-LEDGER-FOUND-SWITCH  PIC X VALUE 'N'.
          88 LEDGER-REC-FOUND VALUE 'Y'.
       01 WS-REJECT-REASON        PIC X(24).
       01 WS-POSTING-REF          PIC 9(8) VALUE ZERO.
       01 WS-POSTING-SEQ-NAME     PIC X(8) VALUE "LEDGHIST".
       01 WS-BALANCE-ABS          PIC 9(10)V99 VALUE ZERO.
       01 WS-CALC-RESULT          PIC S9(12)V99 SIGN LEADING
                                  SEPARATE VALUE ZERO.
          88 RUN-OUT-OF-BALANCE VALUE 'Y'.
       01 WS-EDITED-AMOUNT        PIC -Z(13)9.99.
       01 WS-REPORT-TEXT          PIC X(40).
       01 WS-BRANCH-TABLE.
          05 WS-BR-ENTRY OCCURS 100.
             10 WS-BR-CODE        PIC X(4).
             10 WS-BR-POSTED      PIC 9(8).
             10 WS-BR-DEBITS      PIC 9(14)V99.
             10 WS-BR-CREDITS     PIC 9(14)V99.
       01 WS-BRANCH-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-BRANCH-IDX           PIC 9(3) VALUE ZERO.
       01 WS-THIS-BRANCH-IDX      PIC 9(3) VALUE ZERO.
       01 WS-THIS-BRANCH          PIC X(4).
      * the run's postings by currency, native and in base currency
       01 WS-CURRENCY-TABLE.
          05 WS-CY-ENTRY OCCURS 50.
             10 WS-CY-CODE        PIC X(3).
             10 WS-CY-POSTED      PIC 9(8).
             10 WS-CY-DEBITS      PIC 9(14)V99.
             10 WS-CY-CREDITS     PIC 9(14)V99.
       01 WS-CURRENCY-COUNT       PIC 9(2) VALUE ZERO.
       01 WS-CURRENCY-IDX         PIC 9(2) VALUE ZERO.
       01 WS-THIS-CURRENCY-IDX    PIC 9(2) VALUE ZERO.
       01 WS-TRAN-CURRENCY        PIC X(3).
       01 WS-ACCOUNT-CURRENCY     PIC X(3).
       01 WS-FX-CURRENCY          PIC X(3).
       01 WS-FX-AMOUNT            PIC S9(14)V99 VALUE ZERO.
       01 WS-FX-BASE-AMOUNT       PIC S9(14)V99 VALUE ZERO.
       01 WS-FX-RATE              PIC 9(5)V9(6) VALUE ZERO.
       01 WS-FX-BASE-CURRENCY     PIC X(3) VALUE SPACES.
       01 WS-FX-RESULT            PIC X.
       01 WS-BASE-DEBIT-TOTAL     PIC 9(14)V99 VALUE ZERO.
       01 WS-BASE-CREDIT-TOTAL    PIC 9(14)V99 VALUE ZERO.
       01 WS-EDITED-RATE          PIC Z(4)9.9(6).
       01 WS-JOURNAL-EVENT      PIC X(5).
       01 WS-JOURNAL-PROGRAM    PIC X(18)
                                VALUE "CONTABILIZA-MOVIM".
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
          05 FILLER               PIC X(7).
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "LEDGBAL.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-OPERATOR-ID WS-PARM-SUPERVISOR-ID
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-OPERATOR-ID, WS-PARM-SUPERVISOR-ID
           PERFORM READ-BUSINESS-DATE
           PERFORM WRITE-RUN-JOURNAL-START
           PERFORM RESOLVE-OPERATOR-ID
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           CALL "VERIFICA-PERIODO" USING WS-BUSINESS-DATE,
               WS-JOURNAL-PROGRAM, WS-OPERATOR-ID,
               WS-PARM-SUPERVISOR-ID, WS-PERIOD-RESULT
           IF PERIOD-IS-CLOSED
               DISPLAY "POSTING RUN REFUSED - BUSINESS DATE IN CLOSED "
                   "PERIOD"
               SET RUN-WAS-REFUSED TO TRUE
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM BUILD-FEED-TABLE
           PERFORM READ-POSTING-CHECKPOINT
           IF RUN-WAS-REFUSED
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM VALIDATE-ALL-FEEDS
           IF NOT ALL-FEEDS-VALID
               DISPLAY "POSTING RUN REFUSED - BAD FEED FILE"
               SET RUN-WAS-REFUSED TO TRUE
           ELSE
               PERFORM ACQUIRE-LEDGER-LOCK
               IF NOT LEDGER-LOCK-HELD
                   SET RUN-WAS-REFUSED TO TRUE
               ELSE
                   PERFORM POST-THE-FEED
                   IF NOT RUN-WAS-REFUSED
                       PERFORM WRITE-TRIAL-BALANCE
                       PERFORM CLEAR-POSTING-CHECKPOINT
                   END-IF
                   PERFORM RELEASE-LEDGER-LOCK
               END-IF
           END-IF
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * BUILD-FEED-TABLE lists the feeds a run posts: the daily
      * LEDGTRAN.DAT, required, then the supplementary feeds other
      * jobs write in the same layout, posted only when present.
      *----------------------------------------------------------------
       BUILD-FEED-TABLE.
           MOVE 3 TO WS-FEED-COUNT
           MOVE "LEDGTRAN.DAT" TO WS-FD-FILE-NAME(1)
           MOVE "LEDGTRAN"     TO WS-FD-FEED-NAME(1)
           MOVE "FEED"         TO WS-FD-TRAN-CODE(1)
           MOVE 'Y'            TO WS-FD-REQUIRED(1)
           MOVE "LEDGFEE.DAT"  TO WS-FD-FILE-NAME(2)
           MOVE "LEDGFEE"      TO WS-FD-FEED-NAME(2)
           MOVE "FEE"          TO WS-FD-TRAN-CODE(2)
           MOVE 'N'            TO WS-FD-REQUIRED(2)
           MOVE "LEDGSTO.DAT"  TO WS-FD-FILE-NAME(3)
           MOVE "LEDGSTO"      TO WS-FD-FEED-NAME(3)
           MOVE "STO"          TO WS-FD-TRAN-CODE(3)
           MOVE 'N'            TO WS-FD-REQUIRED(3)
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
               MOVE 'N' TO WS-FD-PRESENT(WS-FEED-IDX)
               MOVE ZERO TO WS-FD-DATA-COUNT(WS-FEED-IDX)
               MOVE ZERO TO WS-FD-FEED-DATE(WS-FEED-IDX)
               MOVE 1 TO WS-FD-FEED-SEQ(WS-FEED-IDX)
               MOVE 'N' TO WS-FD-POSTED(WS-FEED-IDX)
           END-PERFORM.

      *----------------------------------------------------------------
      * VALIDATE-ALL-FEEDS runs the pre-pass over every feed present;
      * the feed totals accumulate across them, and a single bad feed
      * refuses the whole run so a night is never half posted. A
      * missing supplementary feed just means that job had nothing,
      * and one dated for an earlier cycle has already had its night.
      * A feed already on the FEEDREG.DAT registry has been posted
      * and refuses the run too; on a restart the feeds the
      * interrupted run had reached must be the ones it left off.
      *----------------------------------------------------------------
       VALIDATE-ALL-FEEDS.
           MOVE 'Y' TO WS-ALL-FEEDS-SWITCH
           MOVE ZERO TO WS-FEED-DEBIT-TOTAL
           MOVE ZERO TO WS-FEED-CREDIT-TOTAL
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
               MOVE WS-FD-FILE-NAME(WS-FEED-IDX) TO WS-FEED-FILE-NAME
               OPEN INPUT LEDGER-TRAN-FILE
               IF WS-LEDGTRAN-FILE-STATUS = "00"
                   CLOSE LEDGER-TRAN-FILE
                   MOVE 'Y' TO WS-FD-PRESENT(WS-FEED-IDX)
                   PERFORM VALIDATE-FEED-FILE
                   EVALUATE TRUE
                       WHEN FEED-IS-STALE
                           MOVE 'N' TO WS-FD-PRESENT(WS-FEED-IDX)
                       WHEN FEED-IS-VALID
                           MOVE WS-FEED-DATA-COUNT
                               TO WS-FD-DATA-COUNT(WS-FEED-IDX)
                           PERFORM CHECK-LEDGER-FEED-REGISTRY
                       WHEN OTHER
                           MOVE 'N' TO WS-ALL-FEEDS-SWITCH
                   END-EVALUATE
               ELSE
                   IF WS-FD-REQUIRED(WS-FEED-IDX) = 'Y'
                       DISPLAY "FEED REFUSED - " WS-FEED-FILE-NAME
                           " NOT FOUND"
                       MOVE 'N' TO WS-ALL-FEEDS-SWITCH
                   END-IF
               END-IF
               IF RUN-IS-RESTART AND WS-FEED-IDX <= WS-CK-FEED-IDX
                   PERFORM CHECK-FEED-AGAINST-CHECKPOINT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * CHECK-LEDGER-FEED-REGISTRY refuses a feed whose name, header
      * date and sequence number are already on FEEDREG.DAT -- the
      * same file posted twice, on one night or two. A feed the
      * interrupted run was posting is its own, not a repeat.
      *----------------------------------------------------------------
       CHECK-LEDGER-FEED-REGISTRY.
           IF RUN-IS-RESTART AND WS-FEED-IDX <= WS-CK-FEED-IDX
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-RF-ACTION
           MOVE WS-FD-FEED-NAME(WS-FEED-IDX) TO WS-RF-FEED-NAME
           MOVE WS-FD-FEED-DATE(WS-FEED-IDX) TO WS-RF-FEED-DATE
           MOVE WS-FD-FEED-SEQ(WS-FEED-IDX)  TO WS-RF-FEED-SEQ
           MOVE WS-FD-DATA-COUNT(WS-FEED-IDX) TO WS-RF-RECORD-COUNT
           CALL "REGISTRA-FEED" USING WS-RF-ACTION,
               WS-RF-FEED-NAME, WS-RF-FEED-DATE, WS-RF-FEED-SEQ,
               WS-RF-RECORD-COUNT, WS-RF-RESULT
           IF WS-RF-RESULT = 'Y'
               DISPLAY "FEED REFUSED - " WS-RF-FEED-NAME " SEQUENCE "
                   WS-RF-FEED-SEQ " OF " WS-RF-FEED-DATE
                   " ALREADY POSTED"
               MOVE 'N' TO WS-ALL-FEEDS-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * CHECK-FEED-AGAINST-CHECKPOINT holds a restart to the feeds the
      * interrupted run was posting: the same files present, with the
      * same header dates, sequences and record counts, or positions
      * and totals carried over from that run would mean nothing.
      *----------------------------------------------------------------
       CHECK-FEED-AGAINST-CHECKPOINT.
           MOVE WS-FEED-IDX TO WS-CK-IDX
           IF WS-FD-PRESENT(WS-FEED-IDX)
                       NOT = WS-CK-PRESENT(WS-CK-IDX)
               OR (WS-FD-PRESENT(WS-FEED-IDX) = 'Y'
               AND (WS-FD-FEED-DATE(WS-FEED-IDX)
                       NOT = WS-CK-FEED-DATE(WS-CK-IDX)
                   OR WS-FD-FEED-SEQ(WS-FEED-IDX)
                       NOT = WS-CK-FEED-SEQ(WS-CK-IDX)
                   OR WS-FD-DATA-COUNT(WS-FEED-IDX)
                       NOT = WS-CK-DATA-COUNT(WS-CK-IDX)))
               DISPLAY "FEED REFUSED - " WS-FEED-FILE-NAME
                   " IS NOT AS THE INTERRUPTED RUN LEFT IT"
               MOVE 'N' TO WS-ALL-FEEDS-SWITCH
           ELSE
               MOVE WS-CK-POSTED(WS-CK-IDX) TO WS-FD-POSTED(WS-FEED-IDX)
           END-IF.

      *----------------------------------------------------------------
      * VALIDATE-FEED-FILE makes the standard pre-pass: header naming
      * this feed with the cycle's business date, trailer count
      *----------------------------------------------------------------
       VALIDATE-FEED-FILE.
           MOVE 'N' TO WS-FEED-OK-SWITCH
           MOVE 'N' TO WS-FEED-STALE-SWITCH
           MOVE 'N' TO WS-FEED-TRAILER-SW
           MOVE ZERO TO WS-FEED-DATA-COUNT
           OPEN INPUT LEDGER-TRAN-FILE
           PERFORM READ-TRAN-FILE-RAW
           IF TRAN-FILE-EOF OR NOT LEDG-FEED-HEADER
               DISPLAY "FEED REFUSED - HEADER MISSING ON "
                   WS-FEED-FILE-NAME
           ELSE
               IF LF-FEED-NAME NOT = WS-FD-FEED-NAME(WS-FEED-IDX)
                   DISPLAY "FEED REFUSED - WRONG FEED NAME: "
                       LF-FEED-NAME
               ELSE
                   EVALUATE TRUE
                       WHEN LF-FEED-DATE < WS-BUSINESS-DATE
                               AND WS-FD-REQUIRED(WS-FEED-IDX) = 'N'
                           SET FEED-IS-STALE TO TRUE
                           DISPLAY WS-FEED-FILE-NAME " IS DATED "
                               LF-FEED-DATE " - AN EARLIER CYCLE'S "
                               "FEED, PASSED OVER"
                       WHEN LF-FEED-DATE NOT = WS-BUSINESS-DATE
                           DISPLAY "FEED REFUSED - HEADER DATE "
                               LF-FEED-DATE " NOT CYCLE DATE "
                               WS-BUSINESS-DATE
                       WHEN OTHER
                           MOVE LF-FEED-DATE
                               TO WS-FD-FEED-DATE(WS-FEED-IDX)
                           IF LF-FEED-SEQ IS NUMERIC
                               MOVE LF-FEED-SEQ
                                   TO WS-FD-FEED-SEQ(WS-FEED-IDX)
                           END-IF
                           PERFORM COUNT-FEED-RECORDS
                   END-EVALUATE
               END-IF
           END-IF
           CLOSE LEDGER-TRAN-FILE
               PERFORM READ-TRAN-FILE-RAW
           END-PERFORM
           IF NOT FEED-TRAILER-SEEN
               DISPLAY "FEED REFUSED - TRAILER MISSING ON "
                   WS-FEED-FILE-NAME
           ELSE
               IF WS-FEED-DATA-COUNT = WS-FEED-TRAILER-COUNT
                   SET FEED-IS-VALID TO TRUE
               ELSE
                   DISPLAY "FEED REFUSED - TRAILER COUNT "
                       WS-FEED-TRAILER-COUNT " BUT "
                       WS-FEED-DATA-COUNT " RECORDS ON "
                       WS-FEED-FILE-NAME
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * POST-THE-FEED opens the ledger (creating it on the very first
      * run, the same idiom the master uses) and applies each
      * transaction of each feed present; bad transactions reject
      * with their reason. A fresh run checkpoints before its first
      * posting; a restart first gathers what the interrupted run
      * wrote after its last checkpoint, and adds to its rejects.
      *----------------------------------------------------------------
       POST-THE-FEED.
           OPEN I-O LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           MOVE 'N' TO WS-LIMITS-SWITCH
           OPEN INPUT CREDIT-LIMIT-FILE
           IF WS-LEDGLIM-FILE-STATUS = "00"
               SET LIMITS-ON-FILE TO TRUE
           END-IF
           IF RUN-IS-RESTART
               PERFORM LOAD-ROLL-FORWARD
               OPEN EXTEND LEDGER-REJECT-FILE
               IF WS-LEDGREJ-FILE-STATUS = "35"
                   OPEN OUTPUT LEDGER-REJECT-FILE
               END-IF
           ELSE
               OPEN OUTPUT LEDGER-REJECT-FILE
           END-IF
           OPEN EXTEND LEDGER-HISTORY-FILE
           IF WS-LEDGHIST-FILE-STATUS = "35"
               OPEN OUTPUT LEDGER-HISTORY-FILE
           END-IF
           IF NOT RUN-IS-RESTART
               PERFORM READ-LAST-PROVED-REF
               MOVE WS-LAST-PROVED-REF TO WS-RUN-LAST-REF
               MOVE 1 TO WS-CKPT-FEED-IDX
               PERFORM FIND-NEXT-PRESENT-FEED
               MOVE ZERO TO WS-FEED-POSITION
               PERFORM WRITE-POSTING-CHECKPOINT
           END-IF
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
                   OR RUN-WAS-REFUSED
               IF WS-FD-PRESENT(WS-FEED-IDX) = 'Y'
                   PERFORM POST-ONE-FEED
               END-IF
           END-PERFORM
           CLOSE LEDGER-REJECT-FILE
           CLOSE LEDGER-HISTORY-FILE
           CLOSE CUSTOMER-MASTER-FILE
           IF LIMITS-ON-FILE
               CLOSE CREDIT-LIMIT-FILE
           END-IF
           CLOSE LEDGER-FILE.

      *----------------------------------------------------------------
      * POST-ONE-FEED posts a feed's transactions in file order,
      * checkpointing every WS-CHECKPOINT-INTERVAL of them. On the
      * feed a restart resumes, the records before the checkpoint are
      * passed over, and those the interrupted run handled after it
      * are rolled forward from its own history and rejects instead
      * of being posted again. A finished feed goes on FEEDREG.DAT.
      *----------------------------------------------------------------
       POST-ONE-FEED.
           MOVE WS-FD-FILE-NAME(WS-FEED-IDX) TO WS-FEED-FILE-NAME
           MOVE WS-FD-TRAN-CODE(WS-FEED-IDX) TO WS-FEED-TRAN-CODE
           IF WS-FD-POSTED(WS-FEED-IDX) = 'Y'
               DISPLAY WS-FEED-FILE-NAME
                   " POSTED BEFORE THE INTERRUPTION"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FEED-IDX TO WS-CKPT-FEED-IDX
           MOVE ZERO TO WS-FEED-POSITION
           MOVE ZERO TO WS-SINCE-CHECKPOINT
           MOVE 'N' TO WS-TRAN-EOF-SWITCH
           OPEN INPUT LEDGER-TRAN-FILE
           IF RUN-IS-RESTART AND WS-FEED-IDX = WS-CK-FEED-IDX
               PERFORM SKIP-POSTED-TRANSACTIONS
           END-IF
           PERFORM READ-TRAN-RECORD
           PERFORM UNTIL TRAN-FILE-EOF OR RUN-WAS-REFUSED
               IF WS-RH-NEXT <= WS-RH-COUNT
                       OR WS-RJ-NEXT <= WS-RJ-COUNT
                   PERFORM ROLL-FORWARD-TRANSACTION
               ELSE
                   PERFORM POST-ONE-TRANSACTION
               END-IF
               IF NOT RUN-WAS-REFUSED
                   ADD 1 TO WS-FEED-POSITION
                   ADD 1 TO WS-SINCE-CHECKPOINT
                   IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
                       PERFORM TAKE-POSTING-CHECKPOINT
                   END-IF
                   PERFORM READ-TRAN-RECORD
               END-IF
           END-PERFORM
           CLOSE LEDGER-TRAN-FILE
           IF NOT RUN-WAS-REFUSED
                   AND (WS-RH-NEXT <= WS-RH-COUNT
                   OR WS-RJ-NEXT <= WS-RJ-COUNT)
               DISPLAY "RESTART REFUSED - " WS-FEED-FILE-NAME
                   " ENDS BEFORE THE INTERRUPTED RUN'S POSTINGS"
               SET RUN-WAS-REFUSED TO TRUE
           END-IF
           IF RUN-WAS-REFUSED
               EXIT PARAGRAPH
           END-IF
           PERFORM REGISTER-POSTED-LEDGER-FEED
           MOVE 'Y' TO WS-FD-POSTED(WS-FEED-IDX)
           COMPUTE WS-CKPT-FEED-IDX = WS-FEED-IDX + 1
           PERFORM FIND-NEXT-PRESENT-FEED
           MOVE ZERO TO WS-FEED-POSITION
           PERFORM TAKE-POSTING-CHECKPOINT.

       SKIP-POSTED-TRANSACTIONS.
           MOVE ZERO TO WS-SKIP-COUNTER
           PERFORM UNTIL WS-SKIP-COUNTER >= WS-CK-POSITION
                   OR TRAN-FILE-EOF
               PERFORM READ-TRAN-RECORD
               ADD 1 TO WS-SKIP-COUNTER
           END-PERFORM
           MOVE WS-CK-POSITION TO WS-FEED-POSITION
           DISPLAY "RESUMING " WS-FEED-FILE-NAME " AFTER RECORD "
               WS-CK-POSITION.

       FIND-NEXT-PRESENT-FEED.
           MOVE 'N' TO WS-PRESENT-FEED-SW
           PERFORM UNTIL WS-CKPT-FEED-IDX > WS-FEED-COUNT
                   OR PRESENT-FEED-FOUND
               IF WS-FD-PRESENT(WS-CKPT-FEED-IDX) = 'Y'
                   SET PRESENT-FEED-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CKPT-FEED-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * ROLL-FORWARD-TRANSACTION matches the next feed record to what
      * the interrupted run left after its last checkpoint: a history
      * record of the same customer, side and amount is a posting
      * already on the ledger, a reject of the same customer and side
      * a reject already on LEDGREJ.DAT. Either is counted into the
      * run's totals as it stands; anything else means the files do
      * not tell one story, and the restart stops for a person.
      *----------------------------------------------------------------
       ROLL-FORWARD-TRANSACTION.
           IF WS-RH-NEXT <= WS-RH-COUNT
               IF WS-RH-CUSTOMER(WS-RH-NEXT) = LEDGER-TRAN-REC(1:8)
                   AND WS-RH-DEBIT-CREDIT(WS-RH-NEXT)
                       = LT-DEBIT-CREDIT
                   AND LT-AMOUNT IS NUMERIC
                   AND WS-RH-AMOUNT(WS-RH-NEXT) = LT-AMOUNT
                   PERFORM ROLL-FORWARD-POSTING
                   ADD 1 TO WS-RH-NEXT
                   ADD 1 TO WS-ROLLED-FORWARD-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-RJ-NEXT <= WS-RJ-COUNT
               IF WS-RJ-CUSTOMER(WS-RJ-NEXT) = LEDGER-TRAN-REC(1:8)
                   AND WS-RJ-DEBIT-CREDIT(WS-RJ-NEXT)
                       = LT-DEBIT-CREDIT
                   PERFORM TALLY-LEDGER-REJECT
                   ADD 1 TO WS-RJ-NEXT
                   ADD 1 TO WS-ROLLED-FORWARD-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "RESTART REFUSED - " WS-FEED-FILE-NAME " RECORD "
               WS-FEED-POSITION " DOES NOT MATCH THE INTERRUPTED RUN"
           SET RUN-WAS-REFUSED TO TRUE.

       ROLL-FORWARD-POSTING.
           MOVE WS-RH-POSTING-REF(WS-RH-NEXT) TO WS-RUN-LAST-REF
           IF WS-RUN-FIRST-REF = ZERO
               MOVE WS-RH-POSTING-REF(WS-RH-NEXT) TO WS-RUN-FIRST-REF
           END-IF
           PERFORM LOOK-UP-MASTER-CUSTOMER
           IF NOT CUSTOMER-FOUND
               MOVE SPACES TO CM-BRANCH-CODE
           END-IF
           PERFORM FETCH-LEDGER-RECORD
           PERFORM CHECK-POSTING-CURRENCY
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM TALLY-LEDGER-POSTING.

       READ-TRAN-RECORD.
           READ LEDGER-TRAN-FILE
               AT END SET TRAN-FILE-EOF TO TRUE
                       MOVE "CUSTOMER IS CLOSED"
                           TO WS-REJECT-REASON
                   END-IF
                   IF CUSTOMER-DECEASED
                       MOVE "CUSTOMER IS DECEASED"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM FETCH-LEDGER-RECORD
               PERFORM CHECK-POSTING-CURRENCY
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM APPLY-AMOUNT-TO-BALANCE
           END-IF
           IF WS-REJECT-REASON = SPACES AND TRAN-IS-DEBIT
                   AND WS-CALC-RESULT < ZERO
               PERFORM CHECK-CREDIT-LIMIT
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM ASSIGN-POSTING-REFERENCE
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE WS-CALC-RESULT TO LG-BALANCE
               MOVE WS-BUSINESS-DATE TO LG-LAST-POSTED
               ELSE
                   WRITE LEDGER-REC
               END-IF
               PERFORM WRITE-LEDGER-HISTORY-RECORD
               MOVE WS-POSTING-REF TO WS-RUN-LAST-REF
               PERFORM TALLY-LEDGER-POSTING
           ELSE
               PERFORM WRITE-LEDGER-REJECT-RECORD
           END-IF.

       TALLY-LEDGER-POSTING.
           ADD 1 TO WS-POSTED-COUNT
           IF TRAN-IS-DEBIT
               ADD LT-AMOUNT TO WS-POSTED-DEBIT-TOTAL
               IF WS-FEED-TRAN-CODE = "FEE"
                   ADD LT-AMOUNT TO WS-POSTED-FEE-TOTAL
               END-IF
           ELSE
               ADD LT-AMOUNT TO WS-POSTED-CREDIT-TOTAL
           END-IF
           PERFORM NOTE-BRANCH-POSTING
           PERFORM NOTE-CURRENCY-POSTING.

      *----------------------------------------------------------------
      * NOTE-BRANCH-POSTING adds a posted transaction to its customer's
      * branch line (NONE for a customer not yet given a branch), for
      * the branch section of the trial balance.
      *----------------------------------------------------------------
       NOTE-BRANCH-POSTING.
           MOVE CM-BRANCH-CODE TO WS-THIS-BRANCH
           IF WS-THIS-BRANCH = SPACES
               MOVE "NONE" TO WS-THIS-BRANCH
           END-IF
           MOVE ZERO TO WS-THIS-BRANCH-IDX
           MOVE ZERO TO WS-BRANCH-IDX
           PERFORM UNTIL WS-THIS-BRANCH-IDX > ZERO
                   OR WS-BRANCH-IDX >= WS-BRANCH-COUNT
               ADD 1 TO WS-BRANCH-IDX
               IF WS-BR-CODE(WS-BRANCH-IDX) = WS-THIS-BRANCH
                   MOVE WS-BRANCH-IDX TO WS-THIS-BRANCH-IDX
               END-IF
           END-PERFORM
           IF WS-THIS-BRANCH-IDX = ZERO AND WS-BRANCH-COUNT < 100
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-THIS-BRANCH-IDX
               MOVE WS-THIS-BRANCH TO WS-BR-CODE(WS-THIS-BRANCH-IDX)
               MOVE ZERO TO WS-BR-POSTED(WS-THIS-BRANCH-IDX)
               MOVE ZERO TO WS-BR-DEBITS(WS-THIS-BRANCH-IDX)
               MOVE ZERO TO WS-BR-CREDITS(WS-THIS-BRANCH-IDX)
           END-IF
           IF WS-THIS-BRANCH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BR-POSTED(WS-THIS-BRANCH-IDX)
           IF TRAN-IS-DEBIT
               ADD LT-AMOUNT TO WS-BR-DEBITS(WS-THIS-BRANCH-IDX)
           ELSE
               ADD LT-AMOUNT TO WS-BR-CREDITS(WS-THIS-BRANCH-IDX)
           END-IF.

      *----------------------------------------------------------------
      * NOTE-CURRENCY-POSTING adds a posted transaction to its
      * currency's line, for the currency section of the trial
      * balance.
      *----------------------------------------------------------------
       NOTE-CURRENCY-POSTING.
           MOVE ZERO TO WS-THIS-CURRENCY-IDX
           MOVE ZERO TO WS-CURRENCY-IDX
           PERFORM UNTIL WS-THIS-CURRENCY-IDX > ZERO
                   OR WS-CURRENCY-IDX >= WS-CURRENCY-COUNT
               ADD 1 TO WS-CURRENCY-IDX
               IF WS-CY-CODE(WS-CURRENCY-IDX) = WS-TRAN-CURRENCY
                   MOVE WS-CURRENCY-IDX TO WS-THIS-CURRENCY-IDX
               END-IF
           END-PERFORM
           IF WS-THIS-CURRENCY-IDX = ZERO AND WS-CURRENCY-COUNT < 50
               ADD 1 TO WS-CURRENCY-COUNT
               MOVE WS-CURRENCY-COUNT TO WS-THIS-CURRENCY-IDX
               MOVE WS-TRAN-CURRENCY
                   TO WS-CY-CODE(WS-THIS-CURRENCY-IDX)
               MOVE ZERO TO WS-CY-POSTED(WS-THIS-CURRENCY-IDX)
               MOVE ZERO TO WS-CY-DEBITS(WS-THIS-CURRENCY-IDX)
               MOVE ZERO TO WS-CY-CREDITS(WS-THIS-CURRENCY-IDX)
           END-IF
           IF WS-THIS-CURRENCY-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CY-POSTED(WS-THIS-CURRENCY-IDX)
           IF TRAN-IS-DEBIT
               ADD LT-AMOUNT TO WS-CY-DEBITS(WS-THIS-CURRENCY-IDX)
           ELSE
               ADD LT-AMOUNT TO WS-CY-CREDITS(WS-THIS-CURRENCY-IDX)
           END-IF.

       LOOK-UP-MASTER-CUSTOMER.
           MOVE LT-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           MOVE 'N' TO WS-FOUND-SWITCH
                   MOVE LT-CUSTOMER-NUMBER TO LG-CUSTOMER-NUMBER
                   MOVE ZERO TO LG-BALANCE
                   MOVE ZERO TO LG-LAST-POSTED
                   MOVE LT-CURRENCY TO LG-CURRENCY
               NOT INVALID KEY
                   SET LEDGER-REC-FOUND TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * CHECK-POSTING-CURRENCY holds a transaction to the currency of
      * the balance it posts to. A blank currency, on the transaction
      * or on the ledger, is the base currency; a customer's first
      * posting opens the balance in the transaction's currency. A
      * transaction in another currency than the balance's rejects
      * CURRENCY MISMATCH -- the feed must convert it, not the
      * ledger -- and one in a currency with no rate on FXRATE.DAT
      * rejects NO RATE FOR CURRENCY, as the trial balance could not
      * carry it in base currency.
      *----------------------------------------------------------------
       CHECK-POSTING-CURRENCY.
           MOVE LT-CURRENCY TO WS-FX-CURRENCY
           MOVE LT-AMOUNT TO WS-FX-AMOUNT
           CALL "CONVIERTE-DIVISA" USING WS-FX-CURRENCY,
               WS-FX-AMOUNT, WS-FX-BASE-AMOUNT, WS-FX-RATE,
               WS-FX-BASE-CURRENCY, WS-FX-RESULT
           MOVE LT-CURRENCY TO WS-TRAN-CURRENCY
           IF WS-TRAN-CURRENCY = SPACES
               MOVE WS-FX-BASE-CURRENCY TO WS-TRAN-CURRENCY
           END-IF
           MOVE LG-CURRENCY TO WS-ACCOUNT-CURRENCY
           IF WS-ACCOUNT-CURRENCY = SPACES
               MOVE WS-FX-BASE-CURRENCY TO WS-ACCOUNT-CURRENCY
           END-IF
           IF WS-TRAN-CURRENCY NOT = WS-ACCOUNT-CURRENCY
               MOVE "CURRENCY MISMATCH" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-FX-RESULT NOT = 'Y'
               MOVE "NO RATE FOR CURRENCY" TO WS-REJECT-REASON
           END-IF.

      *----------------------------------------------------------------
      * APPLY-AMOUNT-TO-BALANCE runs the credit or debit through the
      * shared arithmetic package. The package works on unsigned
               MOVE "AMOUNT OVERFLOW" TO WS-REJECT-REASON
           END-IF.

      *----------------------------------------------------------------
      * CHECK-CREDIT-LIMIT holds a debit that leaves the balance
      * owing against the customer's limit on LEDGLIM.DAT. A customer
      * with no limit on file (or no limit file at all) has a limit
      * of zero and may not be taken overdrawn by the feed.
      *----------------------------------------------------------------
       CHECK-CREDIT-LIMIT.
           MOVE ZERO TO WS-CUSTOMER-LIMIT
           IF LIMITS-ON-FILE
               MOVE LT-CUSTOMER-NUMBER TO LL-CUSTOMER-NUMBER
               READ CREDIT-LIMIT-FILE
                   KEY IS LL-CUSTOMER-NUMBER
                   INVALID KEY
                       MOVE ZERO TO WS-CUSTOMER-LIMIT
                   NOT INVALID KEY
                       MOVE LL-CREDIT-LIMIT TO WS-CUSTOMER-LIMIT
               END-READ
           END-IF
           COMPUTE WS-OVERDRAWN-BY = WS-CALC-RESULT * -1
           IF WS-OVERDRAWN-BY > WS-CUSTOMER-LIMIT
               MOVE "OVER CREDIT LIMIT" TO WS-REJECT-REASON
           END-IF.

      *----------------------------------------------------------------
      * ASSIGN-POSTING-REFERENCE takes the transaction's posting
      * reference from the LEDGHIST series before the balance moves;
      * a zero from SIGUIENTE-NUMERO rejects the transaction, so no
      * balance ever changes without its history record.
      *----------------------------------------------------------------
       ASSIGN-POSTING-REFERENCE.
           CALL "SIGUIENTE-NUMERO" USING WS-POSTING-SEQ-NAME,
               WS-POSTING-REF
           IF WS-POSTING-REF = ZERO
               MOVE "POSTING REF UNAVAILABLE" TO WS-REJECT-REASON
           END-IF
           IF WS-RUN-FIRST-REF = ZERO
               MOVE WS-POSTING-REF TO WS-RUN-FIRST-REF
           END-IF.

      *----------------------------------------------------------------
      * WRITE-LEDGER-HISTORY-RECORD keeps the posted transaction on
      * LEDGHIST.DAT with the balance it left behind, so any balance
      * can be walked back posting by posting.
      *----------------------------------------------------------------
       WRITE-LEDGER-HISTORY-RECORD.
           MOVE SPACES TO LEDGER-HISTORY-REC
           MOVE WS-POSTING-REF     TO LH-POSTING-REF
           MOVE LT-CUSTOMER-NUMBER TO LH-CUSTOMER-NUMBER
           MOVE WS-BUSINESS-DATE   TO LH-BUSINESS-DATE
           MOVE LT-DEBIT-CREDIT    TO LH-DEBIT-CREDIT
           MOVE LT-AMOUNT          TO LH-AMOUNT
           MOVE LG-BALANCE         TO LH-BALANCE-AFTER
           MOVE WS-OPERATOR-ID     TO LH-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO LH-TIMESTAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
               INTO LH-TIMESTAMP
           MOVE WS-FEED-TRAN-CODE  TO LH-TRAN-CODE
           MOVE ZERO               TO LH-RELATED-REF
           MOVE SPACES             TO LH-REASON
           WRITE LEDGER-HISTORY-REC.

       WRITE-LEDGER-REJECT-RECORD.
           PERFORM TALLY-LEDGER-REJECT
           MOVE SPACES TO LEDGER-REJECT-REC
           MOVE LT-CUSTOMER-NUMBER TO LR-CUSTOMER-NUMBER
           MOVE LT-DEBIT-CREDIT    TO LR-DEBIT-CREDIT
           MOVE LT-AMOUNT          TO LR-AMOUNT
           MOVE WS-REJECT-REASON   TO LR-REASON
           MOVE LT-CURRENCY        TO LR-CURRENCY
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO LR-TIMESTAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
           DISPLAY "TRANSACTION REJECTED - " WS-REJECT-REASON ": "
               LT-CUSTOMER-NUMBER.

       TALLY-LEDGER-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           IF TRAN-IS-DEBIT AND LT-AMOUNT IS NUMERIC
               ADD LT-AMOUNT TO WS-REJECT-DEBIT-TOTAL
           END-IF
           IF TRAN-IS-CREDIT AND LT-AMOUNT IS NUMERIC
               ADD LT-AMOUNT TO WS-REJECT-CREDIT-TOTAL
           END-IF.

      *----------------------------------------------------------------
      * REGISTER-POSTED-LEDGER-FEED puts a fully posted feed on
      * FEEDREG.DAT under its name, header date and sequence, so the
      * same file cannot be posted again.
      *----------------------------------------------------------------
       REGISTER-POSTED-LEDGER-FEED.
           MOVE 'R' TO WS-RF-ACTION
           MOVE WS-FD-FEED-NAME(WS-FEED-IDX) TO WS-RF-FEED-NAME
           MOVE WS-FD-FEED-DATE(WS-FEED-IDX) TO WS-RF-FEED-DATE
           MOVE WS-FD-FEED-SEQ(WS-FEED-IDX)  TO WS-RF-FEED-SEQ
           MOVE WS-FD-DATA-COUNT(WS-FEED-IDX) TO WS-RF-RECORD-COUNT
           CALL "REGISTRA-FEED" USING WS-RF-ACTION,
               WS-RF-FEED-NAME, WS-RF-FEED-DATE, WS-RF-FEED-SEQ,
               WS-RF-RECORD-COUNT, WS-RF-RESULT.

      *----------------------------------------------------------------
      * READ-POSTING-CHECKPOINT looks at LEDGCKPT.DAT. A control line
      * naming a feed means the last run stopped part way: on the
      * same business date this run restarts it, taking back the
      * counts, totals, references and branch and currency lines it
      * had reached; on any other date it refuses, as a new night
      * cannot start over an unfinished one.
      *----------------------------------------------------------------
       READ-POSTING-CHECKPOINT.
           MOVE 'N' TO WS-RESTART-SWITCH
           MOVE ZERO TO WS-CK-FEED-IDX
           MOVE ZERO TO WS-BRANCH-COUNT
           MOVE ZERO TO WS-CURRENCY-COUNT
           OPEN INPUT LEDGER-CKPT-FILE
           IF WS-LEDGCKPT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CKPT-EOF-SWITCH
           PERFORM READ-CKPT-RECORD
           PERFORM UNTIL CKPT-FILE-EOF
               EVALUATE TRUE
                   WHEN LK-CONTROL-LINE
                       PERFORM LOAD-CKPT-CONTROL
                   WHEN LK-FEED-LINE
                       PERFORM LOAD-CKPT-FEED
                   WHEN LK-BRANCH-LINE
                       PERFORM LOAD-CKPT-BRANCH
                   WHEN LK-CURRENCY-LINE
                       PERFORM LOAD-CKPT-CURRENCY
               END-EVALUATE
               PERFORM READ-CKPT-RECORD
           END-PERFORM
           CLOSE LEDGER-CKPT-FILE
           IF WS-CK-FEED-IDX = ZERO
               MOVE ZERO TO WS-BRANCH-COUNT
               MOVE ZERO TO WS-CURRENCY-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-CK-BUSINESS-DATE NOT = WS-BUSINESS-DATE
               DISPLAY "POSTING RUN REFUSED - THE RUN OF "
                   WS-CK-BUSINESS-DATE " WAS INTERRUPTED AND NOT "
                   "FINISHED"
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET RUN-IS-RESTART TO TRUE
           DISPLAY "RESTARTING THE INTERRUPTED POSTING RUN OF "
               WS-CK-BUSINESS-DATE.

       READ-CKPT-RECORD.
           READ LEDGER-CKPT-FILE
               AT END SET CKPT-FILE-EOF TO TRUE
           END-READ.

       LOAD-CKPT-CONTROL.
           IF LK-FEED-IDX IS NOT NUMERIC
                   OR LK-BUSINESS-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE LK-BUSINESS-DATE  TO WS-CK-BUSINESS-DATE
           MOVE LK-FEED-IDX       TO WS-CK-FEED-IDX
           MOVE LK-FEED-POSITION  TO WS-CK-POSITION
           MOVE LK-RUN-FIRST-REF  TO WS-RUN-FIRST-REF
           MOVE LK-RUN-LAST-REF   TO WS-RUN-LAST-REF
           MOVE LK-POSTED-COUNT   TO WS-POSTED-COUNT
           MOVE LK-REJECTED-COUNT TO WS-REJECTED-COUNT
           MOVE LK-POSTED-DEBIT   TO WS-POSTED-DEBIT-TOTAL
           MOVE LK-POSTED-CREDIT  TO WS-POSTED-CREDIT-TOTAL
           MOVE LK-POSTED-FEE     TO WS-POSTED-FEE-TOTAL
           MOVE LK-REJECT-DEBIT   TO WS-REJECT-DEBIT-TOTAL
           MOVE LK-REJECT-CREDIT  TO WS-REJECT-CREDIT-TOTAL.

       LOAD-CKPT-FEED.
           IF LK-FD-IDX IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF LK-FD-IDX < 1 OR LK-FD-IDX > 10
               EXIT PARAGRAPH
           END-IF
           MOVE LK-FD-IDX TO WS-CK-IDX
           MOVE LK-FD-FEED-NAME  TO WS-CK-FEED-NAME(WS-CK-IDX)
           MOVE LK-FD-FEED-DATE  TO WS-CK-FEED-DATE(WS-CK-IDX)
           MOVE LK-FD-FEED-SEQ   TO WS-CK-FEED-SEQ(WS-CK-IDX)
           MOVE LK-FD-DATA-COUNT TO WS-CK-DATA-COUNT(WS-CK-IDX)
           MOVE LK-FD-PRESENT    TO WS-CK-PRESENT(WS-CK-IDX)
           MOVE LK-FD-POSTED     TO WS-CK-POSTED(WS-CK-IDX).

       LOAD-CKPT-BRANCH.
           IF WS-BRANCH-COUNT < 100
               ADD 1 TO WS-BRANCH-COUNT
               MOVE LK-BR-CODE    TO WS-BR-CODE(WS-BRANCH-COUNT)
               MOVE LK-BR-POSTED  TO WS-BR-POSTED(WS-BRANCH-COUNT)
               MOVE LK-BR-DEBITS  TO WS-BR-DEBITS(WS-BRANCH-COUNT)
               MOVE LK-BR-CREDITS TO WS-BR-CREDITS(WS-BRANCH-COUNT)
           END-IF.

       LOAD-CKPT-CURRENCY.
           IF WS-CURRENCY-COUNT < 50
               ADD 1 TO WS-CURRENCY-COUNT
               MOVE LK-CY-CODE    TO WS-CY-CODE(WS-CURRENCY-COUNT)
               MOVE LK-CY-POSTED  TO WS-CY-POSTED(WS-CURRENCY-COUNT)
               MOVE LK-CY-DEBITS  TO WS-CY-DEBITS(WS-CURRENCY-COUNT)
               MOVE LK-CY-CREDITS TO WS-CY-CREDITS(WS-CURRENCY-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * LOAD-ROLL-FORWARD gathers what the interrupted run wrote after
      * its last checkpoint: the history records past the last
      * reference it had checkpointed, from the feed it was on, and
      * the reject lines past the count it had checkpointed. A
      * checkpoint is taken every WS-CHECKPOINT-INTERVAL records, so
      * more than that many is not a run this program left behind.
      *----------------------------------------------------------------
       LOAD-ROLL-FORWARD.
           MOVE ZERO TO WS-RH-COUNT
           MOVE ZERO TO WS-RJ-COUNT
           MOVE 1 TO WS-RH-NEXT
           MOVE 1 TO WS-RJ-NEXT
           IF WS-CK-FEED-IDX > WS-FEED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT LEDGER-HISTORY-FILE
           IF WS-LEDGHIST-FILE-STATUS = "00"
               PERFORM READ-HISTORY-RECORD
               PERFORM UNTIL HISTORY-FILE-EOF OR RUN-WAS-REFUSED
                   IF LH-POSTING-REF IS NUMERIC
                       AND LH-POSTING-REF > WS-RUN-LAST-REF
                       AND LH-TRAN-CODE
                           = WS-FD-TRAN-CODE(WS-CK-FEED-IDX)
                       PERFORM QUEUE-ROLL-FORWARD-POSTING
                   END-IF
                   PERFORM READ-HISTORY-RECORD
               END-PERFORM
               CLOSE LEDGER-HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-REJECT-EOF-SWITCH
           MOVE ZERO TO WS-SKIP-COUNTER
           OPEN INPUT LEDGER-REJECT-FILE
           IF WS-LEDGREJ-FILE-STATUS = "00"
               PERFORM READ-REJECT-RECORD
               PERFORM UNTIL REJECT-FILE-EOF OR RUN-WAS-REFUSED
                   ADD 1 TO WS-SKIP-COUNTER
                   IF WS-SKIP-COUNTER > WS-REJECTED-COUNT
                       PERFORM QUEUE-ROLL-FORWARD-REJECT
                   END-IF
                   PERFORM READ-REJECT-RECORD
               END-PERFORM
               CLOSE LEDGER-REJECT-FILE
           END-IF
           IF WS-RH-COUNT > ZERO OR WS-RJ-COUNT > ZERO
               DISPLAY "ROLLING FORWARD " WS-RH-COUNT " POSTINGS AND "
                   WS-RJ-COUNT " REJECTS MADE AFTER THE CHECKPOINT"
           END-IF.

       QUEUE-ROLL-FORWARD-POSTING.
           IF WS-RH-COUNT >= 100
               DISPLAY "RESTART REFUSED - MORE HISTORY AFTER THE "
                   "CHECKPOINT THAN ONE INTERVAL"
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RH-COUNT
           MOVE LH-POSTING-REF  TO WS-RH-POSTING-REF(WS-RH-COUNT)
           MOVE LH-CUSTOMER-NUMBER TO WS-RH-CUSTOMER(WS-RH-COUNT)
           MOVE LH-DEBIT-CREDIT TO WS-RH-DEBIT-CREDIT(WS-RH-COUNT)
           MOVE LH-AMOUNT       TO WS-RH-AMOUNT(WS-RH-COUNT).

       QUEUE-ROLL-FORWARD-REJECT.
           IF WS-RJ-COUNT >= 100
               DISPLAY "RESTART REFUSED - MORE REJECTS AFTER THE "
                   "CHECKPOINT THAN ONE INTERVAL"
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RJ-COUNT
           MOVE LEDGER-REJECT-REC(1:8) TO WS-RJ-CUSTOMER(WS-RJ-COUNT)
           MOVE LR-DEBIT-CREDIT TO WS-RJ-DEBIT-CREDIT(WS-RJ-COUNT).

       READ-REJECT-RECORD.
           READ LEDGER-REJECT-FILE
               AT END SET REJECT-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * TAKE-POSTING-CHECKPOINT closes and reopens the history and
      * reject files so what they hold is on disk before LEDGCKPT.DAT
      * says it is, then writes the checkpoint.
      *----------------------------------------------------------------
       TAKE-POSTING-CHECKPOINT.
           CLOSE LEDGER-HISTORY-FILE
           OPEN EXTEND LEDGER-HISTORY-FILE
           CLOSE LEDGER-REJECT-FILE
           OPEN EXTEND LEDGER-REJECT-FILE
           PERFORM WRITE-POSTING-CHECKPOINT
           MOVE ZERO TO WS-SINCE-CHECKPOINT.

       WRITE-POSTING-CHECKPOINT.
           OPEN OUTPUT LEDGER-CKPT-FILE
           MOVE SPACES TO LEDGER-CKPT-REC
           SET LK-CONTROL-LINE TO TRUE
           MOVE WS-BUSINESS-DATE       TO LK-BUSINESS-DATE
           MOVE WS-CKPT-FEED-IDX       TO LK-FEED-IDX
           MOVE WS-FEED-POSITION       TO LK-FEED-POSITION
           MOVE WS-RUN-FIRST-REF       TO LK-RUN-FIRST-REF
           MOVE WS-RUN-LAST-REF        TO LK-RUN-LAST-REF
           MOVE WS-POSTED-COUNT        TO LK-POSTED-COUNT
           MOVE WS-REJECTED-COUNT      TO LK-REJECTED-COUNT
           MOVE WS-POSTED-DEBIT-TOTAL  TO LK-POSTED-DEBIT
           MOVE WS-POSTED-CREDIT-TOTAL TO LK-POSTED-CREDIT
           MOVE WS-POSTED-FEE-TOTAL    TO LK-POSTED-FEE
           MOVE WS-REJECT-DEBIT-TOTAL  TO LK-REJECT-DEBIT
           MOVE WS-REJECT-CREDIT-TOTAL TO LK-REJECT-CREDIT
           WRITE LEDGER-CKPT-REC
           PERFORM VARYING WS-CK-IDX FROM 1 BY 1
                   UNTIL WS-CK-IDX > WS-FEED-COUNT
               MOVE SPACES TO LEDGER-CKPT-REC
               SET LK-FEED-LINE TO TRUE
               MOVE WS-CK-IDX TO LK-FD-IDX
               MOVE WS-FD-FEED-NAME(WS-CK-IDX)  TO LK-FD-FEED-NAME
               MOVE WS-FD-FEED-DATE(WS-CK-IDX)  TO LK-FD-FEED-DATE
               MOVE WS-FD-FEED-SEQ(WS-CK-IDX)   TO LK-FD-FEED-SEQ
               MOVE WS-FD-DATA-COUNT(WS-CK-IDX) TO LK-FD-DATA-COUNT
               MOVE WS-FD-PRESENT(WS-CK-IDX)    TO LK-FD-PRESENT
               MOVE WS-FD-POSTED(WS-CK-IDX)     TO LK-FD-POSTED
               WRITE LEDGER-CKPT-REC
           END-PERFORM
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               MOVE SPACES TO LEDGER-CKPT-REC
               SET LK-BRANCH-LINE TO TRUE
               MOVE WS-BR-CODE(WS-BRANCH-IDX)    TO LK-BR-CODE
               MOVE WS-BR-POSTED(WS-BRANCH-IDX)  TO LK-BR-POSTED
               MOVE WS-BR-DEBITS(WS-BRANCH-IDX)  TO LK-BR-DEBITS
               MOVE WS-BR-CREDITS(WS-BRANCH-IDX) TO LK-BR-CREDITS
               WRITE LEDGER-CKPT-REC
           END-PERFORM
           PERFORM VARYING WS-CURRENCY-IDX FROM 1 BY 1
                   UNTIL WS-CURRENCY-IDX > WS-CURRENCY-COUNT
               MOVE SPACES TO LEDGER-CKPT-REC
               SET LK-CURRENCY-LINE TO TRUE
               MOVE WS-CY-CODE(WS-CURRENCY-IDX)    TO LK-CY-CODE
               MOVE WS-CY-POSTED(WS-CURRENCY-IDX)  TO LK-CY-POSTED
               MOVE WS-CY-DEBITS(WS-CURRENCY-IDX)  TO LK-CY-DEBITS
               MOVE WS-CY-CREDITS(WS-CURRENCY-IDX) TO LK-CY-CREDITS
               WRITE LEDGER-CKPT-REC
           END-PERFORM
           CLOSE LEDGER-CKPT-FILE.

      *----------------------------------------------------------------
      * CLEAR-POSTING-CHECKPOINT marks the run finished once the trial
      * balance is out: a control line naming no feed.
      *----------------------------------------------------------------
       CLEAR-POSTING-CHECKPOINT.
           OPEN OUTPUT LEDGER-CKPT-FILE
           MOVE SPACES TO LEDGER-CKPT-REC
           SET LK-CONTROL-LINE TO TRUE
           INITIALIZE LK-CONTROL-DATA
           MOVE WS-BUSINESS-DATE TO LK-BUSINESS-DATE
           WRITE LEDGER-CKPT-REC
           CLOSE LEDGER-CKPT-FILE.

      *----------------------------------------------------------------
      * WRITE-TRIAL-BALANCE proves the run: posted plus rejected
      * debits and credits must each equal what the feed itself
           MOVE "===== LEDGER TRIAL BALANCE ====="
               TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE
           MOVE "BUSINESS DATE" TO WS-REPORT-TEXT
           MOVE SPACES TO TRIAL-BALANCE-LINE
           STRING WS-REPORT-TEXT   DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE
           IF RUN-IS-RESTART
               MOVE "RUN RESTARTED AFTER AN INTERRUPTION"
                   TO TRIAL-BALANCE-LINE
               WRITE TRIAL-BALANCE-LINE
               MOVE "RECORDS ROLLED FORWARD" TO WS-REPORT-TEXT
               MOVE WS-ROLLED-FORWARD-COUNT TO WS-EDITED-AMOUNT
               PERFORM WRITE-TRIAL-LINE
           END-IF
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
               IF WS-FD-PRESENT(WS-FEED-IDX) = 'Y'
                   MOVE SPACES TO WS-REPORT-TEXT
                   STRING "RECORDS ON " DELIMITED BY SIZE
                          WS-FD-FILE-NAME(WS-FEED-IDX)
                              DELIMITED BY SPACE
                       INTO WS-REPORT-TEXT
                   MOVE WS-FD-DATA-COUNT(WS-FEED-IDX)
                       TO WS-EDITED-AMOUNT
                   PERFORM WRITE-TRIAL-LINE
               END-IF
           END-PERFORM
           MOVE "TRANSACTIONS POSTED" TO WS-REPORT-TEXT
           MOVE WS-POSTED-COUNT TO WS-EDITED-AMOUNT
           PERFORM WRITE-TRIAL-LINE
           MOVE "POSTED + REJECTED CREDITS" TO WS-REPORT-TEXT
           MOVE WS-PROVED-CREDIT-TOTAL TO WS-EDITED-AMOUNT
           PERFORM WRITE-TRIAL-LINE
           MOVE "POSTED DEBIT TOTAL" TO WS-REPORT-TEXT
           MOVE WS-POSTED-DEBIT-TOTAL TO WS-EDITED-AMOUNT
           PERFORM WRITE-TRIAL-LINE
           MOVE "POSTED CREDIT TOTAL" TO WS-REPORT-TEXT
           MOVE WS-POSTED-CREDIT-TOTAL TO WS-EDITED-AMOUNT
           PERFORM WRITE-TRIAL-LINE
           MOVE "FEE DEBITS POSTED" TO WS-REPORT-TEXT
           MOVE WS-POSTED-FEE-TOTAL TO WS-EDITED-AMOUNT
           PERFORM WRITE-TRIAL-LINE
           PERFORM WRITE-BRANCH-SECTION
           PERFORM WRITE-CURRENCY-SECTION
           PERFORM WRITE-OUTSIDE-FEED-SECTION
           MOVE SPACES TO TRIAL-BALANCE-LINE
           IF RUN-OUT-OF-BALANCE
               MOVE "VERDICT: OUT OF BALANCE" TO TRIAL-BALANCE-LINE
           END-IF
           WRITE TRIAL-BALANCE-LINE
           CLOSE TRIAL-BALANCE-FILE
           CALL "ARCHIVA-INFORME" USING WS-JOURNAL-PROGRAM,
               WS-ARCHIVE-REPORT
           DISPLAY "TRANSACTIONS POSTED:   " WS-POSTED-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT
           DISPLAY "TRIAL BALANCE WRITTEN TO LEDGBAL.RPT".
               INTO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE.

      *----------------------------------------------------------------
      * WRITE-BRANCH-SECTION breaks this run's postings down by the
      * customer's branch: the count, debits and credits of each.
      *----------------------------------------------------------------
       WRITE-BRANCH-SECTION.
           MOVE "----- POSTED BY BRANCH -----" TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               MOVE SPACES TO WS-REPORT-TEXT
               STRING "BRANCH " DELIMITED BY SIZE
                      WS-BR-CODE(WS-BRANCH-IDX) DELIMITED BY SIZE
                      " POSTINGS" DELIMITED BY SIZE
                   INTO WS-REPORT-TEXT
               MOVE WS-BR-POSTED(WS-BRANCH-IDX) TO WS-EDITED-AMOUNT
               PERFORM WRITE-TRIAL-LINE
               MOVE SPACES TO WS-REPORT-TEXT
               STRING "BRANCH " DELIMITED BY SIZE
                      WS-BR-CODE(WS-BRANCH-IDX) DELIMITED BY SIZE
                      " DEBITS" DELIMITED BY SIZE
                   INTO WS-REPORT-TEXT
               MOVE WS-BR-DEBITS(WS-BRANCH-IDX) TO WS-EDITED-AMOUNT
               PERFORM WRITE-TRIAL-LINE
               MOVE SPACES TO WS-REPORT-TEXT
               STRING "BRANCH " DELIMITED BY SIZE
                      WS-BR-CODE(WS-BRANCH-IDX) DELIMITED BY SIZE
                      " CREDITS" DELIMITED BY SIZE
                   INTO WS-REPORT-TEXT
               MOVE WS-BR-CREDITS(WS-BRANCH-IDX) TO WS-EDITED-AMOUNT
               PERFORM WRITE-TRIAL-LINE
           END-PERFORM.

      *----------------------------------------------------------------
      * WRITE-CURRENCY-SECTION breaks this run's postings down by
      * currency: the count, debits and credits of each in its own
      * currency, the rate of the day on FXRATE.DAT, and the debits
      * and credits converted to base currency through CONVIERTE-
      * DIVISA, then the run's debits and credits all in base
      * currency. The totals above stay as posted, in each balance's
      * own currency, as CONTADOR's ledger proof adds up LEDGER.DAT.
      *----------------------------------------------------------------
       WRITE-CURRENCY-SECTION.
           MOVE "----- POSTED BY CURRENCY -----" TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE
           MOVE ZERO TO WS-BASE-DEBIT-TOTAL
           MOVE ZERO TO WS-BASE-CREDIT-TOTAL
           MOVE SPACES TO WS-FX-CURRENCY
           MOVE ZERO TO WS-FX-AMOUNT
           CALL "CONVIERTE-DIVISA" USING WS-FX-CURRENCY,
               WS-FX-AMOUNT, WS-FX-BASE-AMOUNT, WS-FX-RATE,
               WS-FX-BASE-CURRENCY, WS-FX-RESULT
           PERFORM VARYING WS-CURRENCY-IDX FROM 1 BY 1
                   UNTIL WS-CURRENCY-IDX > WS-CURRENCY-COUNT
               PERFORM WRITE-ONE-CURRENCY
           END-PERFORM
           MOVE "BASE CURRENCY" TO WS-REPORT-TEXT
           MOVE SPACES TO TRIAL-BALANCE-LINE
           STRING WS-REPORT-TEXT      DELIMITED BY SIZE
                  WS-FX-BASE-CURRENCY DELIMITED BY SIZE
               INTO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE
           MOVE "ALL DEBITS IN BASE CURRENCY" TO WS-REPORT-TEXT
           MOVE WS-BASE-DEBIT-TOTAL TO WS-EDITED-AMOUNT
           PERFORM WRITE-TRIAL-LINE
           MOVE "ALL CREDITS IN BASE CURRENCY" TO WS-REPORT-TEXT
           MOVE WS-BASE-CREDIT-TOTAL TO WS-EDITED-AMOUNT
           PERFORM WRITE-TRIAL-LINE.

       WRITE-ONE-CURRENCY.
           MOVE SPACES TO WS-REPORT-TEXT
           STRING "CURRENCY " DELIMITED BY SIZE
                  WS-CY-CODE(WS-CURRENCY-IDX) DELIMITED BY SIZE
                  " POSTINGS" DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           MOVE WS-CY-POSTED(WS-CURRENCY-IDX) TO WS-EDITED-AMOUNT
           PERFORM WRITE-TRIAL-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           STRING "CURRENCY " DELIMITED BY SIZE
                  WS-CY-CODE(WS-CURRENCY-IDX) DELIMITED BY SIZE
                  " DEBITS" DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           MOVE WS-CY-DEBITS(WS-CURRENCY-IDX) TO WS-EDITED-AMOUNT
           PERFORM WRITE-TRIAL-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           STRING "CURRENCY " DELIMITED BY SIZE
                  WS-CY-CODE(WS-CURRENCY-IDX) DELIMITED BY SIZE
                  " CREDITS" DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           MOVE WS-CY-CREDITS(WS-CURRENCY-IDX) TO WS-EDITED-AMOUNT
           PERFORM WRITE-TRIAL-LINE
           MOVE WS-CY-CODE(WS-CURRENCY-IDX) TO WS-FX-CURRENCY
           MOVE WS-CY-DEBITS(WS-CURRENCY-IDX) TO WS-FX-AMOUNT
           CALL "CONVIERTE-DIVISA" USING WS-FX-CURRENCY,
               WS-FX-AMOUNT, WS-FX-BASE-AMOUNT, WS-FX-RATE,
               WS-FX-BASE-CURRENCY, WS-FX-RESULT
           MOVE WS-FX-RATE TO WS-EDITED-RATE
           MOVE SPACES TO WS-REPORT-TEXT
           STRING "CURRENCY " DELIMITED BY SIZE
                  WS-CY-CODE(WS-CURRENCY-IDX) DELIMITED BY SIZE
                  " RATE" DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           MOVE SPACES TO TRIAL-BALANCE-LINE
           STRING WS-REPORT-TEXT DELIMITED BY SIZE
                  "    "         DELIMITED BY SIZE
                  WS-EDITED-RATE DELIMITED BY SIZE
               INTO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE
           ADD WS-FX-BASE-AMOUNT TO WS-BASE-DEBIT-TOTAL
           MOVE SPACES TO WS-REPORT-TEXT
           STRING "CURRENCY " DELIMITED BY SIZE
                  WS-CY-CODE(WS-CURRENCY-IDX) DELIMITED BY SIZE
                  " DEBITS IN BASE" DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           MOVE WS-FX-BASE-AMOUNT TO WS-EDITED-AMOUNT
           PERFORM WRITE-TRIAL-LINE
           MOVE WS-CY-CREDITS(WS-CURRENCY-IDX) TO WS-FX-AMOUNT
           CALL "CONVIERTE-DIVISA" USING WS-FX-CURRENCY,
               WS-FX-AMOUNT, WS-FX-BASE-AMOUNT, WS-FX-RATE,
               WS-FX-BASE-CURRENCY, WS-FX-RESULT
           ADD WS-FX-BASE-AMOUNT TO WS-BASE-CREDIT-TOTAL
           MOVE SPACES TO WS-REPORT-TEXT
           STRING "CURRENCY " DELIMITED BY SIZE
                  WS-CY-CODE(WS-CURRENCY-IDX) DELIMITED BY SIZE
                  " CREDITS IN BASE" DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           MOVE WS-FX-BASE-AMOUNT TO WS-EDITED-AMOUNT
           PERFORM WRITE-TRIAL-LINE.

      *----------------------------------------------------------------
      * WRITE-OUTSIDE-FEED-SECTION lists every ledger posting made
      * since the last run by anything other than this run's feeds --
      * a reversal or correction, say -- one line each with the
      * posting it relates to, then totals them, so every movement of
      * the ledger passes through a trial balance exactly once. This
      * run's own postings are the references from its first one
      * on, since the ledger lock keeps every other poster out. The
      * highest posting reference seen becomes the next run's
      * starting point on LEDGCTL.DAT.
      *----------------------------------------------------------------
       WRITE-OUTSIDE-FEED-SECTION.
           PERFORM READ-LAST-PROVED-REF
           MOVE WS-LAST-PROVED-REF TO WS-HIGHEST-REF-SEEN
           MOVE "----- POSTED OUTSIDE THE FEED SINCE LAST RUN -----"
               TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT LEDGER-HISTORY-FILE
           IF WS-LEDGHIST-FILE-STATUS = "00"
               PERFORM READ-HISTORY-RECORD
               PERFORM UNTIL HISTORY-FILE-EOF
                   IF LH-POSTING-REF > WS-LAST-PROVED-REF
                       PERFORM NOTE-ONE-HISTORY-POSTING
                   END-IF
                   PERFORM READ-HISTORY-RECORD
               END-PERFORM
               CLOSE LEDGER-HISTORY-FILE
           END-IF
           MOVE "POSTINGS OUTSIDE THE FEED" TO WS-REPORT-TEXT
           MOVE WS-OUTSIDE-COUNT TO WS-EDITED-AMOUNT
           PERFORM WRITE-TRIAL-LINE
           MOVE "OUTSIDE-FEED DEBIT TOTAL" TO WS-REPORT-TEXT
           MOVE WS-OUTSIDE-DEBIT-TOTAL TO WS-EDITED-AMOUNT
           PERFORM WRITE-TRIAL-LINE
           MOVE "OUTSIDE-FEED CREDIT TOTAL" TO WS-REPORT-TEXT
           MOVE WS-OUTSIDE-CREDIT-TOTAL TO WS-EDITED-AMOUNT
           PERFORM WRITE-TRIAL-LINE
           MOVE "OUTSIDE-FEED INTEREST CREDITS" TO WS-REPORT-TEXT
           MOVE WS-OUTSIDE-INTEREST-TOTAL TO WS-EDITED-AMOUNT
           PERFORM WRITE-TRIAL-LINE
           MOVE "TELLER POSTINGS" TO WS-REPORT-TEXT
           MOVE WS-TELLER-COUNT TO WS-EDITED-AMOUNT
           PERFORM WRITE-TRIAL-LINE
           MOVE "TELLER DEBIT TOTAL" TO WS-REPORT-TEXT
           MOVE WS-TELLER-DEBIT-TOTAL TO WS-EDITED-AMOUNT
           PERFORM WRITE-TRIAL-LINE
           MOVE "TELLER CREDIT TOTAL" TO WS-REPORT-TEXT
           MOVE WS-TELLER-CREDIT-TOTAL TO WS-EDITED-AMOUNT
           PERFORM WRITE-TRIAL-LINE
           OPEN OUTPUT LEDGER-CTL-FILE
           MOVE WS-HIGHEST-REF-SEEN TO LC-LAST-PROVED-REF
           WRITE LEDGER-CTL-REC
           CLOSE LEDGER-CTL-FILE.

       READ-LAST-PROVED-REF.
           MOVE ZERO TO WS-LAST-PROVED-REF
           OPEN INPUT LEDGER-CTL-FILE
           IF WS-LEDGCTL-FILE-STATUS = "00"
               READ LEDGER-CTL-FILE
                   NOT AT END
                       IF LC-LAST-PROVED-REF IS NUMERIC
                           MOVE LC-LAST-PROVED-REF
                               TO WS-LAST-PROVED-REF
                       END-IF
               END-READ
               CLOSE LEDGER-CTL-FILE
           END-IF.

       NOTE-ONE-HISTORY-POSTING.
           IF LH-POSTING-REF > WS-HIGHEST-REF-SEEN
               MOVE LH-POSTING-REF TO WS-HIGHEST-REF-SEEN
           END-IF
           IF LH-TRAN-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-FIRST-REF > ZERO
                   AND LH-POSTING-REF >= WS-RUN-FIRST-REF
                   AND (LH-TRAN-CODE = "FEED" OR "FEE" OR "STO")
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OUTSIDE-COUNT
           IF LH-DEBIT-CREDIT = 'D'
               ADD LH-AMOUNT TO WS-OUTSIDE-DEBIT-TOTAL
           ELSE
               ADD LH-AMOUNT TO WS-OUTSIDE-CREDIT-TOTAL
               IF LH-TRAN-CODE = "INTR"
                   ADD LH-AMOUNT TO WS-OUTSIDE-INTEREST-TOTAL
               END-IF
           END-IF
           IF LH-TRAN-CODE = "TELL"
               ADD 1 TO WS-TELLER-COUNT
               IF LH-DEBIT-CREDIT = 'D'
                   ADD LH-AMOUNT TO WS-TELLER-DEBIT-TOTAL
               ELSE
                   ADD LH-AMOUNT TO WS-TELLER-CREDIT-TOTAL
               END-IF
           END-IF
           MOVE LH-AMOUNT TO WS-EDITED-LINE-AMOUNT
           MOVE SPACES TO TRIAL-BALANCE-LINE
           STRING LH-POSTING-REF        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  LH-TRAN-CODE          DELIMITED BY SIZE
                  " OF "                DELIMITED BY SIZE
                  LH-RELATED-REF        DELIMITED BY SIZE
                  " CUST "              DELIMITED BY SIZE
                  LH-CUSTOMER-NUMBER    DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  LH-DEBIT-CREDIT       DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-LINE-AMOUNT DELIMITED BY SIZE
               INTO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE.

       READ-HISTORY-RECORD.
           READ LEDGER-HISTORY-FILE
               AT END SET HISTORY-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * ACQUIRE-LEDGER-LOCK holds LEDGLOCK.DAT open WITH LOCK for the
      * whole posting window -- the discipline MSTLOCK.DAT gives the
      * customer master -- so a reversal keyed at a desk can't slip
      * in between this run's read and rewrite of a balance.
      *----------------------------------------------------------------
       ACQUIRE-LEDGER-LOCK.
           MOVE 'N' TO WS-LLOCK-SWITCH
           MOVE ZERO TO WS-LLOCK-TRY-COUNT
           PERFORM UNTIL LEDGER-LOCK-HELD
                   OR WS-LLOCK-TRY-COUNT >= WS-LLOCK-TRY-LIMIT
               ADD 1 TO WS-LLOCK-TRY-COUNT
               OPEN EXTEND LEDGER-LOCK-FILE WITH LOCK
               IF WS-LLOCK-FILE-STATUS = "35"
                   OPEN OUTPUT LEDGER-LOCK-FILE WITH LOCK
               END-IF
               IF WS-LLOCK-FILE-STATUS = "00"
                   SET LEDGER-LOCK-HELD TO TRUE
               ELSE
                   CALL "C$SLEEP" USING WS-LLOCK-WAIT-SECS
               END-IF
           END-PERFORM
           IF NOT LEDGER-LOCK-HELD
               DISPLAY "LEDGER LOCKED BY ANOTHER JOB - "
                   "POSTING REFUSED"
           END-IF.

       RELEASE-LEDGER-LOCK.
           IF LEDGER-LOCK-HELD
               CLOSE LEDGER-LOCK-FILE
               MOVE 'N' TO WS-LLOCK-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * RESOLVE-OPERATOR-ID settles who the posting run runs under:
      * the run is unattended, so a missing or invalid id on the PARM
