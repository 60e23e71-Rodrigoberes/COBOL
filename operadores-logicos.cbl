      *               numbers -- the rehearsal to run before every
      *               rule change instead of finding out the night
      *               after.
      * 2026-10-15 RO Interactive sign-on now asks for the operator's
      *               password through AUTENTICA-OPERADOR.
      * 2026-10-15 RO The customer eligibility run and the what-if
      *               comparison now read the night's MSTFOTO.DAT
      *               master snapshot instead of CUSTMAST.DAT, checked
      *               through COMPRUEBA-FOTO before the pass and on the
      *               count after it; a stale, unfinished or short
      *               snapshot refuses the run severe.
      * 2026-10-15 RO Report filed under its business date and
      *               cataloged through ARCHIVA-INFORME.
      * 2026-10-15 RO Eligibility rules may now test derived facts as
      *               well as age and band: fields 3 to 9 are the
      *               ledger balance, days below zero, days since the
      *               last posting, limit usage, changes to a named
      *               field over a period, open complaints and open
      *               monitoring cases, worked out as of the business
      *               date through DERIVA-HECHOS. The rule record takes
      *               an optional qualifier, period and signed bound
      *               after the original eight columns, and the reasons
      *               file and the 'V' view carry them.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERADORES-LOGICOS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "MSTFOTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT EDAD-CLASS-INPUT-FILE ASSIGN TO "EDADCLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05 OR-FIELD-NUM     PIC 9(1).
           05 OR-OPERATOR      PIC X(2).
           05 OR-BOUND         PIC 9(3).
      * columns 9-29 are optional: the field name a change count is
      * taken on, its period in days, and a signed bound that
      * replaces OR-BOUND when present
           05 OR-QUALIFIER     PIC X(8).
           05 OR-PERIOD-DAYS   PIC X(3).
           05 OR-WIDE-BOUND    PIC S9(9) SIGN LEADING SEPARATE.

       FD  RULE-VERSION-FILE.
       01  RULE-VERSION-REC.
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

       FD  EDAD-CLASS-INPUT-FILE.
       01  EDAD-CLASS-INPUT-REC.
           05 RN-BUSINESS-DATE  PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RN-RULE-VERSION   PIC 9(4).
           05 FILLER            PIC X VALUE SPACE.
           05 RN-QUALIFIER      PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RN-PERIOD-DAYS    PIC X(3).
           05 FILLER            PIC X VALUE SPACE.
           05 RN-FACT-BOUND     PIC S9(10) SIGN LEADING SEPARATE.
           05 FILLER            PIC X VALUE SPACE.
           05 RN-FACT-VALUE     PIC S9(10) SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       77 NUMERO1  PIC 9(2) VALUE 10.
             10 WS-RE-OPERATOR     PIC X(2).
             10 WS-RE-BOUND        PIC 9(3).
             10 WS-RE-TESTED       PIC 9(3).
             10 WS-RE-QUALIFIER    PIC X(8).
             10 WS-RE-PERIOD-DAYS  PIC X(3).
             10 WS-RE-FACT-BOUND   PIC S9(10).
             10 WS-RE-FACT-VALUE   PIC S9(10).
       01 WS-REASON-IDX            PIC 9(2) COMP VALUE ZERO.
       01 WS-VIEW-CUSTOMER         PIC 9(8) VALUE ZERO.
       01 WS-VIEW-FOUND-SWITCH     PIC X VALUE 'N'.
       01 WS-DECISION-FILE-STATUS  PIC XX.
       01 WS-BUSDATE-FILE-STATUS   PIC XX.
       01 WS-MASTER-FILE-STATUS    PIC XX.
       01 WS-FOTO-ACTION        PIC X.
       01 WS-FOTO-RECORDS       PIC 9(8) VALUE ZERO.
       01 WS-FOTO-RESULT        PIC X.
       01 WS-FOTO-SWITCH        PIC X VALUE 'N'.
          88 MASTER-SNAPSHOT-REFUSED VALUE 'Y'.
       01 WS-EDADCLS-FILE-STATUS   PIC XX.
       01 WS-MASTER-EOF-SWITCH     PIC X VALUE 'N'.
          88 MASTER-FILE-EOF VALUE 'Y'.
       01 WS-COND-RESULT-SWITCH    PIC X VALUE 'Y'.
       01 WS-RULE-TRUE-SWITCH      PIC X VALUE 'N'.
          88 RULE-IS-TRUE VALUE 'Y'.
       01 WS-RULE-COMPARE-VALUE    PIC S9(10).
       01 WS-RULE-BOUND            PIC S9(10).
       01 WS-FACT-RESULT           PIC X.
       01 WS-FACT-NAME             PIC X(30).
       01 WS-FACT-BOUND-OUT        PIC -(9)9.
       01 WS-FACT-VALUE-OUT        PIC -(9)9.
       01 WS-AUDIT-CONDITION-NAME  PIC X(8).
       01 WS-AUDIT-RESULT          PIC X(4).
       01 WS-DECISION-CODE         PIC X(7).
          05 WS-TS-DATE            PIC X(8).
          05 WS-TS-TIME            PIC X(6).
          05 FILLER                PIC X(7).
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "WHATIF.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

                       DISPLAY "PLEASE INTRODUCE YOUR OPERATOR ID"
                       ACCEPT WS-OPERATOR-ID
                       PERFORM VALIDATE-OPERATOR-ID
                       IF OPERATOR-IS-VALID
                           CALL "AUTENTICA-OPERADOR" USING
                               WS-OPERATOR-ID, WS-JOURNAL-PROGRAM,
                               WS-OPERID-VALID-SW
                           IF NOT OPERATOR-IS-VALID
                               DISPLAY "SIGN-ON REFUSED - TRY AGAIN"
                           END-IF
                       ELSE
                           DISPLAY "UNKNOWN OPERATOR ID - TRY AGAIN"
                       END-IF
                   END-PERFORM

      *----------------------------------------------------------------
      * EVALUATE-ONE-RULE tests the rule record just read against
      * NUMERO1 or NUMERO2, as OR-FIELD-NUM selects. For a customer,
      * fields 3 to 9 are the derived facts DERIVA-HECHOS works out
      * as of the business date (balance, days below zero, days
      * since the last posting, limit usage, field changes, open
      * complaints, open monitoring cases); the NUMERO pairs have no
      * customer behind them and test those fields at zero.
      *----------------------------------------------------------------
       EVALUATE-ONE-RULE.
           IF CUSTOMER-MODE
               EVALUATE OR-FIELD-NUM
                   WHEN 1
                       MOVE WS-CUST-EDAD     TO WS-RULE-COMPARE-VALUE
                   WHEN 3 THRU 9
                       CALL "DERIVA-HECHOS" USING CM-CUSTOMER-NUMBER,
                           WS-BUSINESS-DATE, OR-FIELD-NUM,
                           OR-QUALIFIER, OR-PERIOD-DAYS,
                           WS-RULE-COMPARE-VALUE, WS-FACT-RESULT
                   WHEN OTHER
                       MOVE WS-CUST-BAND-NUM TO WS-RULE-COMPARE-VALUE
               END-EVALUATE
           ELSE
               EVALUATE OR-FIELD-NUM
                   WHEN 1
                       MOVE NUMERO1 TO WS-RULE-COMPARE-VALUE
                   WHEN 3 THRU 9
                       MOVE ZERO TO WS-RULE-COMPARE-VALUE
                   WHEN OTHER
                       MOVE NUMERO2 TO WS-RULE-COMPARE-VALUE
               END-EVALUATE
           END-IF
           IF OR-WIDE-BOUND IS NUMERIC
               MOVE OR-WIDE-BOUND TO WS-RULE-BOUND
           ELSE
               MOVE OR-BOUND TO WS-RULE-BOUND
           END-IF
           MOVE 'N' TO WS-RULE-TRUE-SWITCH
           EVALUATE OR-OPERATOR
               WHEN "GT"
                   IF WS-RULE-COMPARE-VALUE > WS-RULE-BOUND
                       MOVE 'Y' TO WS-RULE-TRUE-SWITCH
                   END-IF
               WHEN "LT"
                   IF WS-RULE-COMPARE-VALUE < WS-RULE-BOUND
                       MOVE 'Y' TO WS-RULE-TRUE-SWITCH
                   END-IF
               WHEN "GE"
                   IF WS-RULE-COMPARE-VALUE >= WS-RULE-BOUND
                       MOVE 'Y' TO WS-RULE-TRUE-SWITCH
                   END-IF
               WHEN "LE"
                   IF WS-RULE-COMPARE-VALUE <= WS-RULE-BOUND
                       MOVE 'Y' TO WS-RULE-TRUE-SWITCH
                   END-IF
               WHEN "EQ"
                   IF WS-RULE-COMPARE-VALUE = WS-RULE-BOUND
                       MOVE 'Y' TO WS-RULE-TRUE-SWITCH
                   END-IF
               WHEN "NE"
                   IF WS-RULE-COMPARE-VALUE NOT = WS-RULE-BOUND
                       MOVE 'Y' TO WS-RULE-TRUE-SWITCH
                   END-IF
               WHEN OTHER
                   TO WS-RE-BOUND(WS-REASON-COUNT)
               MOVE WS-RULE-COMPARE-VALUE
                   TO WS-RE-TESTED(WS-REASON-COUNT)
               MOVE OR-QUALIFIER
                   TO WS-RE-QUALIFIER(WS-REASON-COUNT)
               MOVE OR-PERIOD-DAYS
                   TO WS-RE-PERIOD-DAYS(WS-REASON-COUNT)
               MOVE WS-RULE-BOUND
                   TO WS-RE-FACT-BOUND(WS-REASON-COUNT)
               MOVE WS-RULE-COMPARE-VALUE
                   TO WS-RE-FACT-VALUE(WS-REASON-COUNT)
           END-IF.

      *----------------------------------------------------------------
           WRITE OPLOG-REPORT-REC.

      *----------------------------------------------------------------
      * CUSTOMER-ELIGIBILITY-RUN walks the MSTFOTO.DAT master snapshot,
      * evaluates the rule set against each open customer's age and
      * age band, and writes one APPROVE/REJECT decision record per
      * customer with their identity on it, driven by condition 4
      * exactly as the pair-file batch mode is.
      *----------------------------------------------------------------
       CUSTOMER-ELIGIBILITY-RUN.
           SET CUSTOMER-MODE TO TRUE
           PERFORM LOAD-BAND-TABLE
           PERFORM CHECK-MASTER-SNAPSHOT
           IF MASTER-SNAPSHOT-REFUSED
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
               CLOSE CUSTOMER-MASTER-FILE
               CLOSE CUSTOMER-DECISION-FILE
               CLOSE REJECT-REASON-FILE
               PERFORM CHECK-SNAPSHOT-COUNT
               IF MASTER-SNAPSHOT-REFUSED
                   SET RUN-WAS-REFUSED TO TRUE
               END-IF
               DISPLAY "CUSTOMERS APPROVED: " WS-APPROVED-COUNT
               DISPLAY "CUSTOMERS REJECTED: " WS-REJECTED-COUNT
           END-IF.
       READ-CUSTOMER-RECORD.
           READ CUSTOMER-MASTER-FILE NEXT
               AT END SET MASTER-FILE-EOF TO TRUE
               NOT AT END ADD 1 TO WS-FOTO-RECORDS
           END-READ.

      *----------------------------------------------------------------
      * CHECK-MASTER-SNAPSHOT and CHECK-SNAPSHOT-COUNT bracket a pass
      * over the night's master snapshot (MSTFOTO.DAT, taken by
      * FOTO-MAESTRO): before it, the snapshot must be complete and
      * of this business date; after it, the records read must match
      * the count FOTO-MAESTRO wrote. Either failure refuses the run.
      *----------------------------------------------------------------
       CHECK-MASTER-SNAPSHOT.
           MOVE 'O' TO WS-FOTO-ACTION
           MOVE ZERO TO WS-FOTO-RECORDS
           CALL "COMPRUEBA-FOTO" USING WS-FOTO-ACTION,
               WS-JOURNAL-PROGRAM, WS-FOTO-RECORDS, WS-FOTO-RESULT
           IF WS-FOTO-RESULT NOT = 'Y'
               SET MASTER-SNAPSHOT-REFUSED TO TRUE
           END-IF.

       CHECK-SNAPSHOT-COUNT.
           MOVE 'C' TO WS-FOTO-ACTION
           CALL "COMPRUEBA-FOTO" USING WS-FOTO-ACTION,
               WS-JOURNAL-PROGRAM, WS-FOTO-RECORDS, WS-FOTO-RESULT
           IF WS-FOTO-RESULT NOT = 'Y'
               SET MASTER-SNAPSHOT-REFUSED TO TRUE
           END-IF.

       DECIDE-ONE-CUSTOMER.
           ADD 1 TO WS-EVALUATED-COUNT
      * age as of the business date, from the date of birth where
               MOVE WS-RE-TESTED(WS-REASON-IDX)   TO RN-TESTED-VALUE
               MOVE WS-BUSINESS-DATE TO RN-BUSINESS-DATE
               MOVE WS-RULE-VERSION  TO RN-RULE-VERSION
               MOVE WS-RE-QUALIFIER(WS-REASON-IDX)   TO RN-QUALIFIER
               MOVE WS-RE-PERIOD-DAYS(WS-REASON-IDX) TO RN-PERIOD-DAYS
               MOVE WS-RE-FACT-BOUND(WS-REASON-IDX)  TO RN-FACT-BOUND
               MOVE WS-RE-FACT-VALUE(WS-REASON-IDX)  TO RN-FACT-VALUE
               WRITE REJECT-REASON-REC
           END-PERFORM.

               PERFORM UNTIL REASON-FILE-EOF
                   IF RN-CUSTOMER-NUMBER = WS-VIEW-CUSTOMER
                       SET VIEW-LINES-FOUND TO TRUE
                       EVALUATE RN-FIELD-NUM
                           WHEN 1
                               DISPLAY "  FAILED: AGE " RN-OPERATOR " "
                                   RN-BOUND " - TESTED "
                                   RN-TESTED-VALUE " ("
                                   RN-BUSINESS-DATE
                                   " V" RN-RULE-VERSION ")"
                           WHEN 3 THRU 9
                               PERFORM DISPLAY-FACT-REASON
                           WHEN OTHER
                               DISPLAY "  FAILED: BAND " RN-OPERATOR
                                   " " RN-BOUND " - TESTED "
                                   RN-TESTED-VALUE " ("
                                   RN-BUSINESS-DATE
                                   " V" RN-RULE-VERSION ")"
                       END-EVALUATE
                   END-IF
                   PERFORM READ-REASON-RECORD
               END-PERFORM
                   WS-VIEW-CUSTOMER
           END-IF.

      *----------------------------------------------------------------
      * DISPLAY-FACT-REASON shows a failed derived-fact rule by the
      * fact's name, with the signed bound and value it tested.
      *----------------------------------------------------------------
       DISPLAY-FACT-REASON.
           MOVE SPACES TO WS-FACT-NAME
           EVALUATE RN-FIELD-NUM
               WHEN 3
                   MOVE "LEDGER BALANCE" TO WS-FACT-NAME
               WHEN 4
                   MOVE "DAYS BELOW ZERO" TO WS-FACT-NAME
               WHEN 5
                   MOVE "DAYS SINCE LAST POSTING" TO WS-FACT-NAME
               WHEN 6
                   MOVE "LIMIT USAGE PCT" TO WS-FACT-NAME
               WHEN 7
                   STRING RN-QUALIFIER DELIMITED BY SPACE
                          " CHANGES IN " DELIMITED BY SIZE
                          RN-PERIOD-DAYS DELIMITED BY SIZE
                          " DAYS" DELIMITED BY SIZE
                       INTO WS-FACT-NAME
               WHEN 8
                   MOVE "OPEN COMPLAINTS" TO WS-FACT-NAME
               WHEN 9
                   MOVE "OPEN MONITORING CASES" TO WS-FACT-NAME
           END-EVALUATE
           IF RN-FACT-BOUND IS NUMERIC
               MOVE RN-FACT-BOUND TO WS-FACT-BOUND-OUT
               MOVE RN-FACT-VALUE TO WS-FACT-VALUE-OUT
           ELSE
               MOVE RN-BOUND TO WS-FACT-BOUND-OUT
               MOVE RN-TESTED-VALUE TO WS-FACT-VALUE-OUT
           END-IF
           DISPLAY "  FAILED: " WS-FACT-NAME " " RN-OPERATOR " "
               WS-FACT-BOUND-OUT " - TESTED " WS-FACT-VALUE-OUT
               " (" RN-BUSINESS-DATE " V" RN-RULE-VERSION ")".

       READ-CUSDEC-RECORD.
           READ CUSTOMER-DECISION-FILE
               AT END SET CUSDEC-FILE-EOF TO TRUE
           MOVE WS-LIVE-FILE-NAME TO WS-RULE-FILE-NAME
           SET CUSTOMER-MODE TO TRUE
           PERFORM LOAD-BAND-TABLE
           PERFORM CHECK-MASTER-SNAPSHOT
           IF MASTER-SNAPSHOT-REFUSED
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
               PERFORM READ-CUSTOMER-RECORD
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM CHECK-SNAPSHOT-COUNT
           IF MASTER-SNAPSHOT-REFUSED
               SET RUN-WAS-REFUSED TO TRUE
           END-IF
           MOVE SPACES TO WHATIF-REPORT-LINE
           STRING "CUSTOMERS COMPARED:        " DELIMITED BY SIZE
                  WS-WHATIF-COUNT DELIMITED BY SIZE
               INTO WHATIF-REPORT-LINE
           WRITE WHATIF-REPORT-LINE
           CLOSE WHATIF-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-JOURNAL-PROGRAM,
               WS-ARCHIVE-REPORT
           DISPLAY "CUSTOMERS COMPARED:      " WS-WHATIF-COUNT
           DISPLAY "FLIPS APPROVE TO REJECT: " WS-FLIP-TO-REJECT
           DISPLAY "FLIPS REJECT TO APPROVE: " WS-FLIP-TO-APPROVE
