      *               failing verification at open refuses the run
      *               severe. AJUSTA-CONTROLES is the sanctioned
      *               recompute path.
      * 2026-10-15 RO Added a ledger proof mode 'L': last night's
      *               LEDGER.DAT total (LEDGPRF.DAT, sealed), plus the
      *               credits, less the debits, plus the interest, less
      *               the fees the LEDGBAL.RPT trial balance says were
      *               posted, must equal tonight's LEDGER.DAT total.
      *               The proof and any difference go on BALRPT.DAT
      *               and a difference ends the step out of balance.
      * 2026-10-15 RO LEDGER-REC carries the currency the balance is
      *               held in; the ledger proof stays on the native
      *               amounts the trial balance also reports.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTADOR.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LG-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT TRIAL-BALANCE-FILE ASSIGN TO "LEDGBAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIALBAL-FILE-STATUS.
           SELECT LEDGER-PROOF-CTL-FILE ASSIGN TO "LEDGPRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGPRF-FILE-STATUS.
           SELECT LEDGER-LOCK-FILE ASSIGN TO "LEDGLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LLOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 BR-STATUS         PIC X(15).
           05 FILLER            PIC X VALUE SPACE.
           05 BR-AMOUNT-STATUS  PIC X(15).
       01  BALANCE-PROOF-REC.
           05 BP-ITEM           PIC X(30).
           05 FILLER            PIC X.
           05 BP-AMOUNT         PIC -Z(14)9.99.
           05 FILLER            PIC X.
           05 BP-STATUS         PIC X(15).

       FD  BOUND-CTL-FILE.
       01  BOUND-CTL-REC        PIC 9(8).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05 LG-CUSTOMER-NUMBER PIC 9(8).
           05 LG-BALANCE       PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 LG-LAST-POSTED   PIC 9(8).
           05 LG-CURRENCY      PIC X(3).

       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-LINE.
           05 TB-LABEL          PIC X(40).
           05 TB-AMOUNT         PIC -Z(13)9.99.
           05 TB-DATE-AREA REDEFINES TB-AMOUNT.
              10 TB-DATE        PIC X(8).
              10 FILLER         PIC X(10).
           05 FILLER            PIC X(22).

       FD  LEDGER-PROOF-CTL-FILE.
       01  LEDGER-PROOF-CTL-REC.
           05 LP-PROVED-DATE    PIC 9(8).
           05 FILLER            PIC X.
           05 LP-OPENING-TOTAL  PIC S9(15)V99 SIGN LEADING SEPARATE.
           05 FILLER            PIC X.
           05 LP-CLOSING-TOTAL  PIC S9(15)V99 SIGN LEADING SEPARATE.

       FD  LEDGER-LOCK-FILE.
       01  LEDGER-LOCK-REC     PIC X(8).

       WORKING-STORAGE SECTION.
           01 CONTADOR          PIC 9(8) VALUE 1.
           01 WS-PARM.
           01 WS-SEAL-RESULT        PIC X.
           01 WS-TAMPER-SWITCH      PIC X VALUE 'N'.
              88 CONTROL-FILE-TAMPERED VALUE 'Y'.
           01 WS-LEDGER-FILE-STATUS   PIC XX.
           01 WS-TRIALBAL-FILE-STATUS PIC XX.
           01 WS-LEDGPRF-FILE-STATUS  PIC XX.
           01 WS-LLOCK-FILE-STATUS    PIC XX.
           01 WS-LLOCK-SWITCH         PIC X VALUE 'N'.
              88 LEDGER-LOCK-HELD VALUE 'Y'.
           01 WS-LLOCK-TRY-COUNT      PIC 9(2) VALUE ZERO.
           01 WS-LLOCK-TRY-LIMIT      PIC 9(2) VALUE 10.
           01 WS-LLOCK-WAIT-SECS      PIC 9(4) COMP VALUE 1.
           01 WS-LEDGER-EOF-SWITCH    PIC X VALUE 'N'.
              88 LEDGER-FILE-EOF VALUE 'Y'.
           01 WS-TRIALBAL-EOF-SWITCH  PIC X VALUE 'N'.
              88 TRIAL-BALANCE-EOF VALUE 'Y'.
           01 WS-TRIALBAL-FOUND-SW    PIC X VALUE 'N'.
              88 TRIAL-BALANCE-FOUND VALUE 'Y'.
           01 WS-PRIOR-PROOF-SW       PIC X VALUE 'N'.
              88 PRIOR-PROOF-FOUND VALUE 'Y'.
           01 WS-BASELINE-SW          PIC X VALUE 'N'.
              88 LEDGER-BASELINE-SET VALUE 'Y'.
           01 WS-TB-BUSINESS-DATE     PIC 9(8) VALUE ZERO.
           01 WS-TB-POSTED-DEBITS     PIC S9(14)V99 VALUE ZERO.
           01 WS-TB-POSTED-CREDITS    PIC S9(14)V99 VALUE ZERO.
           01 WS-TB-FEES              PIC S9(14)V99 VALUE ZERO.
           01 WS-TB-OUTSIDE-DEBITS    PIC S9(14)V99 VALUE ZERO.
           01 WS-TB-OUTSIDE-CREDITS   PIC S9(14)V99 VALUE ZERO.
           01 WS-TB-INTEREST          PIC S9(14)V99 VALUE ZERO.
           01 WS-PROOF-CREDITS        PIC S9(15)V99 VALUE ZERO.
           01 WS-PROOF-DEBITS         PIC S9(15)V99 VALUE ZERO.
           01 WS-PROOF-MOVEMENT       PIC S9(15)V99 VALUE ZERO.
           01 WS-OPENING-TOTAL        PIC S9(15)V99 VALUE ZERO.
           01 WS-EXPECTED-TOTAL       PIC S9(15)V99 VALUE ZERO.
           01 WS-CLOSING-TOTAL        PIC S9(15)V99 VALUE ZERO.
           01 WS-PROOF-DIFFERENCE     PIC S9(15)V99 VALUE ZERO.
           01 WS-PROOF-ITEM           PIC X(30).
           01 WS-PROOF-AMOUNT         PIC S9(15)V99 VALUE ZERO.
           01 WS-PROOF-STATUS         PIC X(15).

       PROCEDURE DIVISION.

               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           IF RUN-MODE = 'L' OR RUN-MODE = 'l'
               PERFORM PROVE-LEDGER-CONTROL
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM MAIN-PROCEDURE
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.
               AT END SET CONTROL-TOTALS-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * PROVE-LEDGER-CONTROL proves the customer ledger as a whole:
      * the LEDGER.DAT total the last proof left on LEDGPRF.DAT, plus
      * the credits, less the debits, plus the interest capitalized,
      * less the fees charged, as tonight's LEDGBAL.RPT trial balance
      * reports them posted, must equal the LEDGER.DAT total now. The
      * proof must run straight after CONTABILIZA-MOVIMIENTOS, with
      * nothing posting in between. A trial balance missing or dated
      * for another cycle, or an unreadable ledger, fails the proof.
      * Only a proof that balances moves LEDGPRF.DAT on, so a rerun
      * after the difference is found proves from the same opening
      * total; a rerun the same night reuses that night's opening.
      * With no LEDGPRF.DAT yet the run sets the baseline and warns.
      *----------------------------------------------------------------
       PROVE-LEDGER-CONTROL.
           PERFORM READ-BUSINESS-DATE
           OPEN OUTPUT BALANCE-REPORT-FILE
           PERFORM READ-TRIAL-BALANCE
           IF NOT TRIAL-BALANCE-FOUND
               MOVE "LEDGBAL.RPT" TO WS-PROOF-ITEM
               MOVE "FILE MISSING" TO WS-PROOF-STATUS
               PERFORM REFUSE-LEDGER-PROOF
               EXIT PARAGRAPH
           END-IF
           IF WS-TB-BUSINESS-DATE NOT = WS-BUSINESS-DATE
               MOVE "LEDGBAL.RPT" TO WS-PROOF-ITEM
               MOVE "STALE TRIAL BAL" TO WS-PROOF-STATUS
               PERFORM REFUSE-LEDGER-PROOF
               EXIT PARAGRAPH
           END-IF
           MOVE "LEDGPRF.DAT" TO WS-SEAL-FILE-NAME
           PERFORM VERIFY-CONTROL-SEAL
           IF CONTROL-FILE-TAMPERED
               MOVE "LEDGPRF.DAT" TO WS-PROOF-ITEM
               MOVE "SEAL FAILED" TO WS-PROOF-STATUS
               PERFORM REFUSE-LEDGER-PROOF
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LEDGER-PROOF-CONTROL
           PERFORM ACQUIRE-LEDGER-LOCK
           IF NOT LEDGER-LOCK-HELD
               MOVE "LEDGER.DAT" TO WS-PROOF-ITEM
               MOVE "LEDGER LOCKED" TO WS-PROOF-STATUS
               PERFORM REFUSE-LEDGER-PROOF
               EXIT PARAGRAPH
           END-IF
           PERFORM TOTAL-LEDGER-BALANCES
           PERFORM RELEASE-LEDGER-LOCK
           IF WS-LEDGER-FILE-STATUS NOT = "00"
                   AND WS-LEDGER-FILE-STATUS NOT = "10"
               MOVE "LEDGER.DAT" TO WS-PROOF-ITEM
               MOVE "FILE MISSING" TO WS-PROOF-STATUS
               PERFORM REFUSE-LEDGER-PROOF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PROOF-CREDITS = WS-TB-POSTED-CREDITS
               + WS-TB-OUTSIDE-CREDITS - WS-TB-INTEREST
           COMPUTE WS-PROOF-DEBITS = WS-TB-POSTED-DEBITS
               - WS-TB-FEES + WS-TB-OUTSIDE-DEBITS
           COMPUTE WS-PROOF-MOVEMENT = WS-PROOF-CREDITS
               - WS-PROOF-DEBITS + WS-TB-INTEREST - WS-TB-FEES
           IF NOT PRIOR-PROOF-FOUND
               COMPUTE WS-OPENING-TOTAL =
                   WS-CLOSING-TOTAL - WS-PROOF-MOVEMENT
           END-IF
           COMPUTE WS-EXPECTED-TOTAL =
               WS-OPENING-TOTAL + WS-PROOF-MOVEMENT
           COMPUTE WS-PROOF-DIFFERENCE =
               WS-CLOSING-TOTAL - WS-EXPECTED-TOTAL
           MOVE SPACES TO WS-PROOF-STATUS
           MOVE "OPENING LEDGER TOTAL" TO WS-PROOF-ITEM
           MOVE WS-OPENING-TOTAL TO WS-PROOF-AMOUNT
           PERFORM WRITE-PROOF-LINE
           MOVE "PLUS CREDITS POSTED" TO WS-PROOF-ITEM
           MOVE WS-PROOF-CREDITS TO WS-PROOF-AMOUNT
           PERFORM WRITE-PROOF-LINE
           MOVE "LESS DEBITS POSTED" TO WS-PROOF-ITEM
           MOVE WS-PROOF-DEBITS TO WS-PROOF-AMOUNT
           PERFORM WRITE-PROOF-LINE
           MOVE "PLUS INTEREST CAPITALIZED" TO WS-PROOF-ITEM
           MOVE WS-TB-INTEREST TO WS-PROOF-AMOUNT
           PERFORM WRITE-PROOF-LINE
           MOVE "LESS FEES CHARGED" TO WS-PROOF-ITEM
           MOVE WS-TB-FEES TO WS-PROOF-AMOUNT
           PERFORM WRITE-PROOF-LINE
           MOVE "EXPECTED CLOSING TOTAL" TO WS-PROOF-ITEM
           MOVE WS-EXPECTED-TOTAL TO WS-PROOF-AMOUNT
           PERFORM WRITE-PROOF-LINE
           MOVE "LEDGER.DAT CLOSING TOTAL" TO WS-PROOF-ITEM
           MOVE WS-CLOSING-TOTAL TO WS-PROOF-AMOUNT
           PERFORM WRITE-PROOF-LINE
           MOVE "DIFFERENCE" TO WS-PROOF-ITEM
           MOVE WS-PROOF-DIFFERENCE TO WS-PROOF-AMOUNT
           EVALUATE TRUE
               WHEN NOT PRIOR-PROOF-FOUND
                   MOVE "BASELINE SET" TO WS-PROOF-STATUS
                   SET LEDGER-BASELINE-SET TO TRUE
                   PERFORM WRITE-LEDGER-PROOF-CONTROL
               WHEN WS-PROOF-DIFFERENCE = ZERO
                   MOVE "MATCHED" TO WS-PROOF-STATUS
                   PERFORM WRITE-LEDGER-PROOF-CONTROL
               WHEN OTHER
                   MOVE "OUT OF BALANCE" TO WS-PROOF-STATUS
                   MOVE 'N' TO WS-RUN-BALANCED-SW
           END-EVALUATE
           PERFORM WRITE-PROOF-LINE
           CLOSE BALANCE-REPORT-FILE
           DISPLAY "LEDGER ACCOUNTS TOTALED: " WS-ACTUAL-COUNT
           DISPLAY "LEDGER PROOF VERDICT: " WS-PROOF-STATUS.

      *----------------------------------------------------------------
      * REFUSE-LEDGER-PROOF writes the one line saying why the proof
      * could not be made and fails the run.
      *----------------------------------------------------------------
       REFUSE-LEDGER-PROOF.
           MOVE ZERO TO WS-PROOF-AMOUNT
           PERFORM WRITE-PROOF-LINE
           CLOSE BALANCE-REPORT-FILE
           MOVE 'N' TO WS-RUN-BALANCED-SW
           DISPLAY "LEDGER PROOF FAILED - " WS-PROOF-ITEM " "
               WS-PROOF-STATUS.

       WRITE-PROOF-LINE.
           MOVE SPACES TO BALANCE-PROOF-REC
           MOVE WS-PROOF-ITEM TO BP-ITEM
           MOVE WS-PROOF-AMOUNT TO BP-AMOUNT
           MOVE WS-PROOF-STATUS TO BP-STATUS
           WRITE BALANCE-PROOF-REC.

      *----------------------------------------------------------------
      * READ-TRIAL-BALANCE takes the figures the proof needs from the
      * LEDGBAL.RPT lines CONTABILIZA-MOVIMIENTOS writes: the label in
      * the first 40 positions, the amount (or the business date)
      * after it.
      *----------------------------------------------------------------
       READ-TRIAL-BALANCE.
           MOVE 'N' TO WS-TRIALBAL-FOUND-SW
           MOVE 'N' TO WS-TRIALBAL-EOF-SWITCH
           MOVE ZERO TO WS-TB-BUSINESS-DATE
           MOVE ZERO TO WS-TB-POSTED-DEBITS WS-TB-POSTED-CREDITS
               WS-TB-FEES WS-TB-OUTSIDE-DEBITS WS-TB-OUTSIDE-CREDITS
               WS-TB-INTEREST
           OPEN INPUT TRIAL-BALANCE-FILE
           IF WS-TRIALBAL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET TRIAL-BALANCE-FOUND TO TRUE
           PERFORM READ-TRIAL-BALANCE-LINE
           PERFORM UNTIL TRIAL-BALANCE-EOF
               PERFORM TAKE-TRIAL-BALANCE-FIGURE
               PERFORM READ-TRIAL-BALANCE-LINE
           END-PERFORM
           CLOSE TRIAL-BALANCE-FILE.

       READ-TRIAL-BALANCE-LINE.
           READ TRIAL-BALANCE-FILE
               AT END SET TRIAL-BALANCE-EOF TO TRUE
           END-READ.

       TAKE-TRIAL-BALANCE-FIGURE.
           EVALUATE TB-LABEL
               WHEN "BUSINESS DATE"
                   IF TB-DATE IS NUMERIC
                       MOVE TB-DATE TO WS-TB-BUSINESS-DATE
                   END-IF
               WHEN "POSTED DEBIT TOTAL"
                   MOVE TB-AMOUNT TO WS-TB-POSTED-DEBITS
               WHEN "POSTED CREDIT TOTAL"
                   MOVE TB-AMOUNT TO WS-TB-POSTED-CREDITS
               WHEN "FEE DEBITS POSTED"
                   MOVE TB-AMOUNT TO WS-TB-FEES
               WHEN "OUTSIDE-FEED DEBIT TOTAL"
                   MOVE TB-AMOUNT TO WS-TB-OUTSIDE-DEBITS
               WHEN "OUTSIDE-FEED CREDIT TOTAL"
                   MOVE TB-AMOUNT TO WS-TB-OUTSIDE-CREDITS
               WHEN "OUTSIDE-FEED INTEREST CREDITS"
                   MOVE TB-AMOUNT TO WS-TB-INTEREST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * READ-LEDGER-PROOF-CONTROL takes the opening total: the closing
      * total of the last night proved, or, when tonight has already
      * been proved once, tonight's own opening total again.
      *----------------------------------------------------------------
       READ-LEDGER-PROOF-CONTROL.
           MOVE 'N' TO WS-PRIOR-PROOF-SW
           MOVE ZERO TO WS-OPENING-TOTAL
           OPEN INPUT LEDGER-PROOF-CTL-FILE
           IF WS-LEDGPRF-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ LEDGER-PROOF-CTL-FILE
               NOT AT END
                   IF LP-PROVED-DATE IS NUMERIC
                           AND LP-OPENING-TOTAL IS NUMERIC
                           AND LP-CLOSING-TOTAL IS NUMERIC
                       SET PRIOR-PROOF-FOUND TO TRUE
                       IF LP-PROVED-DATE = WS-BUSINESS-DATE
                           MOVE LP-OPENING-TOTAL TO WS-OPENING-TOTAL
                       ELSE
                           MOVE LP-CLOSING-TOTAL TO WS-OPENING-TOTAL
                       END-IF
                   END-IF
           END-READ
           CLOSE LEDGER-PROOF-CTL-FILE.

       WRITE-LEDGER-PROOF-CONTROL.
           OPEN OUTPUT LEDGER-PROOF-CTL-FILE
           MOVE SPACES TO LEDGER-PROOF-CTL-REC
           MOVE WS-BUSINESS-DATE TO LP-PROVED-DATE
           MOVE WS-OPENING-TOTAL TO LP-OPENING-TOTAL
           MOVE WS-CLOSING-TOTAL TO LP-CLOSING-TOTAL
           WRITE LEDGER-PROOF-CTL-REC
           CLOSE LEDGER-PROOF-CTL-FILE
           MOVE "LEDGPRF.DAT" TO WS-SEAL-FILE-NAME
           MOVE 'S' TO WS-SEAL-ACTION
           CALL "VERIFICA-SELLO" USING WS-SEAL-ACTION,
               WS-SEAL-FILE-NAME, WS-SEAL-RESULT.

      *----------------------------------------------------------------
      * TOTAL-LEDGER-BALANCES adds up LG-BALANCE over every account
      * on LEDGER.DAT.
      *----------------------------------------------------------------
       TOTAL-LEDGER-BALANCES.
           MOVE ZERO TO WS-CLOSING-TOTAL
           MOVE ZERO TO WS-ACTUAL-COUNT
           MOVE 'N' TO WS-LEDGER-EOF-SWITCH
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-LEDGER
           PERFORM UNTIL LEDGER-FILE-EOF
               ADD 1 TO WS-ACTUAL-COUNT
               ADD LG-BALANCE TO WS-CLOSING-TOTAL
               PERFORM READ-NEXT-LEDGER
           END-PERFORM
           CLOSE LEDGER-FILE
           MOVE "00" TO WS-LEDGER-FILE-STATUS.

       READ-NEXT-LEDGER.
           READ LEDGER-FILE NEXT RECORD
               AT END SET LEDGER-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * ACQUIRE-LEDGER-LOCK holds LEDGLOCK.DAT open WITH LOCK while
      * the ledger is totaled, so no poster moves a balance mid-way.
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
           END-PERFORM.

       RELEASE-LEDGER-LOCK.
           IF LEDGER-LOCK-HELD
               CLOSE LEDGER-LOCK-FILE
               MOVE 'N' TO WS-LLOCK-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * READ-BUSINESS-DATE loads the cycle's business date operations
      * sets once per cycle in BUSDATE.DAT, falling back to today's
               CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
                   WS-JOURNAL-PROGRAM, WS-ALERT-MESSAGE
           ELSE
               IF LEDGER-BASELINE-SET
                   MOVE "WARNING" TO WS-JOURNAL-STATUS
               ELSE
                   MOVE "CLEAN" TO WS-JOURNAL-STATUS
               END-IF
           END-IF
           CALL "REGISTRA-CORRIDA" USING WS-JOURNAL-EVENT,
               WS-JOURNAL-PROGRAM, RUN-MODE, WS-JOURNAL-RECORDS,
