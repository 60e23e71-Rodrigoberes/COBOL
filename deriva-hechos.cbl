      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able source of the derived facts the eligibility
      *          rules may test besides the customer's age and band.
      *          DH-FACT-NUM picks the fact (the rule's field number);
      *          every fact is worked out as of DH-AS-OF-DATE for the
      *          customer in DH-CUSTOMER-NUMBER and comes back signed
      *          in DH-FACT-VALUE:
      *
      *            3  ledger balance, whole units (LEDGHIST.DAT)
      *            4  days the balance has been below zero, zero when
      *               it is not
      *            5  days since the last posting, 99999 when the
      *               customer has never had one
      *            6  limit usage - the overdrawn amount as a percent
      *               of the credit limit on LEDGLIM.DAT, zero when
      *               not overdrawn, 999 when overdrawn with no limit
      *            7  changes logged on REASGHST.DAT to the field named
      *               in DH-QUALIFIER (ADDRESS for any of the address
      *               lines, ALL for any field) in the last
      *               DH-PERIOD-DAYS days; a blank or zero period
      *               counts from 1 January of the as-of year
      *            8  complaints open on QUEJAS.DAT
      *            9  monitoring cases open on MONCASE.DAT
      *
      *          The ledger, the change history and both case files
      *          are read once per as-of date into one table in
      *          customer order (sorted through DERIVSRT.TMP), so a
      *          run that walks the customers in number order finds
      *          each one by moving forward. Balances and cases are
      *          rebuilt as they stood on the as-of date; the credit
      *          limit is the one standing now, LEDGLIM.DAT keeping no
      *          history of its own. DH-RESULT comes back 'Y' when the
      *          fact number is known and 'N' when it is not.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DERIVA-HECHOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-HISTORY-FILE ASSIGN TO "LEDGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGHIST-FILE-STATUS.
           SELECT CREDIT-LIMIT-FILE ASSIGN TO "LEDGLIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LL-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGLIM-FILE-STATUS.
           SELECT REASSIGN-HISTORY-FILE ASSIGN TO "REASGHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT COMPLAINT-FILE ASSIGN TO "QUEJAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QJ-CASE-NUMBER
               ALTERNATE RECORD KEY IS QJ-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-COMPLAINT-FILE-STATUS.
           SELECT CASE-FILE ASSIGN TO "MONCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MC-CASE-NUMBER
               FILE STATUS IS WS-CASE-FILE-STATUS.
           SELECT FACT-SORT-FILE ASSIGN TO "DERIVSRT.TMP".
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-HISTORY-FILE.
       01  LEDGER-HISTORY-REC.
           05 LH-POSTING-REF   PIC 9(8).
           05 FILLER           PIC X.
           05 LH-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X.
           05 LH-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 LH-DEBIT-CREDIT  PIC X.
           05 FILLER           PIC X.
           05 LH-AMOUNT        PIC 9(10)V99.
           05 FILLER           PIC X.
           05 LH-BALANCE-AFTER PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 LH-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X.
           05 LH-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X.
           05 LH-TRAN-CODE     PIC X(4).
           05 FILLER           PIC X.
           05 LH-RELATED-REF   PIC 9(8).

       FD  CREDIT-LIMIT-FILE.
       01  CREDIT-LIMIT-REC.
           05 LL-CUSTOMER-NUMBER PIC 9(8).
           05 LL-CREDIT-LIMIT  PIC 9(10)V99.
           05 LL-LAST-CHANGED  PIC 9(8).
           05 LL-MAKER-ID      PIC X(8).
           05 LL-CHECKER-ID    PIC X(8).

       FD  REASSIGN-HISTORY-FILE.
       01  REASSIGN-HISTORY-REC.
           05 RH-SEQ-NO        PIC 9(8).
           05 FILLER           PIC X.
           05 RH-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X.
           05 RH-FIELD-NAME    PIC X(8).
           05 FILLER           PIC X.
           05 RH-OLD-VALUE     PIC X(32).
           05 FILLER           PIC X.
           05 RH-NEW-VALUE     PIC X(32).
           05 FILLER           PIC X.
           05 RH-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X.
           05 RH-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 RH-OPERATOR-ID   PIC X(8).

       FD  COMPLAINT-FILE.
       01  COMPLAINT-REC.
           05 QJ-CASE-NUMBER   PIC 9(8).
           05 QJ-CUSTOMER-NUMBER PIC 9(8).
           05 QJ-CATEGORY      PIC X(4).
           05 QJ-RECEIVED-DATE PIC 9(8).
           05 QJ-DUE-DATE      PIC 9(8).
           05 QJ-ASSIGNED-TO   PIC X(8).
           05 QJ-STATUS        PIC X.
              88 COMPLAINT-IS-OPEN     VALUE 'O'.
           05 QJ-SUMMARY       PIC X(40).
           05 QJ-LOGGED-BY     PIC X(8).
           05 QJ-LOGGED-DATE   PIC 9(8).
           05 QJ-RESOLVED-DATE PIC 9(8).
           05 QJ-OUTCOME       PIC X.
           05 QJ-RESOLUTION    PIC X(40).
           05 QJ-RESOLVED-BY   PIC X(8).
           05 QJ-DAYS-TO-RESOLVE PIC 9(4).

       FD  CASE-FILE.
       01  CASE-REC.
           05 MC-CASE-NUMBER   PIC 9(8).
           05 MC-CUSTOMER-NUMBER PIC 9(8).
           05 MC-RULE          PIC X(12).
           05 MC-SEVERITY      PIC X(8).
           05 MC-POSTING-REF   PIC 9(8).
           05 MC-AMOUNT        PIC 9(12)V99.
           05 MC-OPENED-DATE   PIC 9(8).
           05 MC-DETAIL        PIC X(40).
           05 MC-STATUS        PIC X.
              88 CASE-IS-OPEN     VALUE 'O'.
           05 MC-ANALYST-ID    PIC X(8).
           05 MC-DISPOSED-DATE PIC 9(8).
           05 MC-NOTE          PIC X(30).

       SD  FACT-SORT-FILE.
       01  FACT-SORT-REC.
           05 FS-CUSTOMER-NUMBER PIC 9(8).
           05 FS-SEQUENCE      PIC 9(8).
           05 FS-KIND          PIC X.
              88 FS-IS-POSTING   VALUE 'P'.
              88 FS-IS-LIMIT     VALUE 'L'.
              88 FS-IS-CHANGE    VALUE 'H'.
              88 FS-IS-COMPLAINT VALUE 'Q'.
              88 FS-IS-CASE      VALUE 'M'.
           05 FS-DATE          PIC 9(8).
           05 FS-AMOUNT        PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 FS-FIELD-NAME    PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-LEDGHIST-FILE-STATUS  PIC XX.
       01 WS-LEDGLIM-FILE-STATUS   PIC XX.
       01 WS-HISTORY-FILE-STATUS   PIC XX.
       01 WS-COMPLAINT-FILE-STATUS PIC XX.
       01 WS-CASE-FILE-STATUS      PIC XX.
       01 WS-INPUT-EOF-SWITCH      PIC X VALUE 'N'.
          88 INPUT-FILE-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH       PIC X VALUE 'N'.
          88 SORT-RETURN-EOF VALUE 'Y'.
       01 WS-LOADED-DATE           PIC 9(8) VALUE ZERO.
       01 WS-POSTING-SEQUENCE      PIC 9(8) VALUE ZERO.
       01 WS-FACTS-SKIPPED-COUNT   PIC 9(8) VALUE ZERO.
       01 WS-CHANGES-SKIPPED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-CUSTOMER      PIC 9(8) VALUE ZERO.
       01 WS-CUSTOMER-LOADED-SW    PIC X VALUE 'N'.
          88 CUSTOMER-LOADED VALUE 'Y'.

      * One entry per customer with anything on the files read, in
      * customer number order, and the changes logged for them in the
      * same order (DF-FIRST-CHANGE and DF-CHANGE-COUNT point into
      * WS-CHANGE-TABLE).
       01 WS-FACT-TABLE.
          05 WS-FACT-COUNT         PIC 9(5) COMP VALUE ZERO.
          05 WS-FACT-ENTRY OCCURS 5000.
             10 DF-CUSTOMER-NUMBER PIC 9(8).
             10 DF-BALANCE         PIC S9(12)V99.
             10 DF-LAST-POSTED     PIC 9(8).
             10 DF-NEGATIVE-SINCE  PIC 9(8).
             10 DF-CREDIT-LIMIT    PIC 9(10)V99.
             10 DF-OPEN-COMPLAINTS PIC 9(5) COMP.
             10 DF-OPEN-CASES      PIC 9(5) COMP.
             10 DF-FIRST-CHANGE    PIC 9(5) COMP.
             10 DF-CHANGE-COUNT    PIC 9(5) COMP.
       01 WS-FACT-IDX              PIC 9(5) COMP VALUE ZERO.
       01 WS-FACT-FOUND-SW         PIC X VALUE 'N'.
          88 FACT-ENTRY-FOUND VALUE 'Y'.
       01 WS-FACT-STOP-SW          PIC X VALUE 'N'.
          88 FACT-SCAN-STOPPED VALUE 'Y'.

       01 WS-CHANGE-TABLE.
          05 WS-CHANGE-COUNT       PIC 9(5) COMP VALUE ZERO.
          05 WS-CHANGE-ENTRY OCCURS 20000.
             10 DC-FIELD-NAME      PIC X(8).
             10 DC-BUSINESS-DATE   PIC 9(8).
       01 WS-CHANGE-IDX            PIC 9(5) COMP VALUE ZERO.
       01 WS-CHANGE-LAST           PIC 9(5) COMP VALUE ZERO.

       01 WS-AS-OF-DAY             PIC 9(8) VALUE ZERO.
       01 WS-OTHER-DAY             PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-DAYS           PIC 9(3) VALUE ZERO.
       01 WS-WINDOW-START          PIC 9(8) VALUE ZERO.
       01 WS-WINDOW-START-DATE     PIC 9(8) VALUE ZERO.
       01 WS-OVERDRAWN-AMOUNT      PIC 9(12)V99 VALUE ZERO.
       01 WS-FIELD-MATCH-SW        PIC X VALUE 'N'.
          88 CHANGE-FIELD-MATCHES VALUE 'Y'.

       LINKAGE SECTION.
       01  DH-CUSTOMER-NUMBER  PIC 9(8).
       01  DH-AS-OF-DATE       PIC 9(8).
       01  DH-FACT-NUM         PIC 9.
       01  DH-QUALIFIER        PIC X(8).
       01  DH-PERIOD-DAYS      PIC X(3).
       01  DH-FACT-VALUE       PIC S9(10).
       01  DH-RESULT           PIC X.

       PROCEDURE DIVISION USING DH-CUSTOMER-NUMBER, DH-AS-OF-DATE,
           DH-FACT-NUM, DH-QUALIFIER, DH-PERIOD-DAYS, DH-FACT-VALUE,
           DH-RESULT.
       MAIN-LOGIC.
           MOVE ZERO TO DH-FACT-VALUE
           MOVE 'Y' TO DH-RESULT
           IF DH-FACT-NUM < 3
               MOVE 'N' TO DH-RESULT
               GOBACK
           END-IF
           IF DH-AS-OF-DATE NOT = WS-LOADED-DATE
               PERFORM LOAD-FACT-TABLE
           END-IF
           PERFORM FIND-CUSTOMER-FACTS
           COMPUTE WS-AS-OF-DAY =
               FUNCTION INTEGER-OF-DATE(DH-AS-OF-DATE)
           EVALUATE DH-FACT-NUM
               WHEN 3
                   IF FACT-ENTRY-FOUND
                       MOVE DF-BALANCE(WS-FACT-IDX) TO DH-FACT-VALUE
                   END-IF
               WHEN 4
                   IF FACT-ENTRY-FOUND
                           AND DF-NEGATIVE-SINCE(WS-FACT-IDX) > ZERO
                       COMPUTE WS-OTHER-DAY = FUNCTION INTEGER-OF-DATE
                           (DF-NEGATIVE-SINCE(WS-FACT-IDX))
                       COMPUTE DH-FACT-VALUE =
                           WS-AS-OF-DAY - WS-OTHER-DAY
                   END-IF
               WHEN 5
                   IF FACT-ENTRY-FOUND
                           AND DF-LAST-POSTED(WS-FACT-IDX) > ZERO
                       COMPUTE WS-OTHER-DAY = FUNCTION INTEGER-OF-DATE
                           (DF-LAST-POSTED(WS-FACT-IDX))
                       COMPUTE DH-FACT-VALUE =
                           WS-AS-OF-DAY - WS-OTHER-DAY
                   ELSE
                       MOVE 99999 TO DH-FACT-VALUE
                   END-IF
               WHEN 6
                   PERFORM DERIVE-LIMIT-USAGE
               WHEN 7
                   PERFORM COUNT-FIELD-CHANGES
               WHEN 8
                   IF FACT-ENTRY-FOUND
                       MOVE DF-OPEN-COMPLAINTS(WS-FACT-IDX)
                           TO DH-FACT-VALUE
                   END-IF
               WHEN 9
                   IF FACT-ENTRY-FOUND
                       MOVE DF-OPEN-CASES(WS-FACT-IDX) TO DH-FACT-VALUE
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO DH-RESULT
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------
      * FIND-CUSTOMER-FACTS positions WS-FACT-IDX on the customer's
      * entry. The scan carries on from the last customer found and
      * only goes back to the top when asked for a lower number.
      *----------------------------------------------------------------
       FIND-CUSTOMER-FACTS.
           MOVE 'N' TO WS-FACT-FOUND-SW
           IF WS-FACT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-FACT-IDX < 1 OR WS-FACT-IDX > WS-FACT-COUNT
               MOVE 1 TO WS-FACT-IDX
           END-IF
           IF DF-CUSTOMER-NUMBER(WS-FACT-IDX) > DH-CUSTOMER-NUMBER
               MOVE 1 TO WS-FACT-IDX
           END-IF
           MOVE 'N' TO WS-FACT-STOP-SW
           PERFORM UNTIL FACT-SCAN-STOPPED
               IF DF-CUSTOMER-NUMBER(WS-FACT-IDX)
                       >= DH-CUSTOMER-NUMBER
                   SET FACT-SCAN-STOPPED TO TRUE
               ELSE
                   IF WS-FACT-IDX >= WS-FACT-COUNT
                       SET FACT-SCAN-STOPPED TO TRUE
                   ELSE
                       ADD 1 TO WS-FACT-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF DF-CUSTOMER-NUMBER(WS-FACT-IDX) = DH-CUSTOMER-NUMBER
               SET FACT-ENTRY-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * DERIVE-LIMIT-USAGE gives the overdrawn amount as a whole
      * percent of the credit limit, rounded.
      *----------------------------------------------------------------
       DERIVE-LIMIT-USAGE.
           IF NOT FACT-ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF DF-BALANCE(WS-FACT-IDX) NOT < ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OVERDRAWN-AMOUNT = ZERO - DF-BALANCE(WS-FACT-IDX)
           IF DF-CREDIT-LIMIT(WS-FACT-IDX) = ZERO
               MOVE 999 TO DH-FACT-VALUE
           ELSE
               COMPUTE DH-FACT-VALUE ROUNDED =
                   WS-OVERDRAWN-AMOUNT * 100
                   / DF-CREDIT-LIMIT(WS-FACT-IDX)
           END-IF.

      *----------------------------------------------------------------
      * COUNT-FIELD-CHANGES counts the customer's history records for
      * the qualifier's field inside the period ending on the as-of
      * date.
      *----------------------------------------------------------------
       COUNT-FIELD-CHANGES.
           IF NOT FACT-ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF DF-CHANGE-COUNT(WS-FACT-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-PERIOD-DAYS
           IF DH-PERIOD-DAYS IS NUMERIC
               MOVE DH-PERIOD-DAYS TO WS-PERIOD-DAYS
           END-IF
           IF WS-PERIOD-DAYS > ZERO
               COMPUTE WS-WINDOW-START =
                   WS-AS-OF-DAY - WS-PERIOD-DAYS + 1
               COMPUTE WS-WINDOW-START-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WINDOW-START)
           ELSE
               MOVE DH-AS-OF-DATE TO WS-WINDOW-START-DATE
               MOVE "0101" TO WS-WINDOW-START-DATE(5:4)
           END-IF
           MOVE DF-FIRST-CHANGE(WS-FACT-IDX) TO WS-CHANGE-IDX
           COMPUTE WS-CHANGE-LAST = DF-FIRST-CHANGE(WS-FACT-IDX)
               + DF-CHANGE-COUNT(WS-FACT-IDX) - 1
           PERFORM UNTIL WS-CHANGE-IDX > WS-CHANGE-LAST
               IF DC-BUSINESS-DATE(WS-CHANGE-IDX)
                       >= WS-WINDOW-START-DATE
                   PERFORM MATCH-CHANGE-FIELD
                   IF CHANGE-FIELD-MATCHES
                       ADD 1 TO DH-FACT-VALUE
                   END-IF
               END-IF
               ADD 1 TO WS-CHANGE-IDX
           END-PERFORM.

       MATCH-CHANGE-FIELD.
           MOVE 'N' TO WS-FIELD-MATCH-SW
           EVALUATE TRUE
               WHEN DH-QUALIFIER = "ALL"
                   SET CHANGE-FIELD-MATCHES TO TRUE
               WHEN DH-QUALIFIER = "ADDRESS"
                   IF DC-FIELD-NAME(WS-CHANGE-IDX) = "DIREC-1"
                           OR DC-FIELD-NAME(WS-CHANGE-IDX) = "DIREC-2"
                           OR DC-FIELD-NAME(WS-CHANGE-IDX) = "CODPOST"
                           OR DC-FIELD-NAME(WS-CHANGE-IDX) = "LOCALID"
                           OR DC-FIELD-NAME(WS-CHANGE-IDX) = "PROVINC"
                       SET CHANGE-FIELD-MATCHES TO TRUE
                   END-IF
               WHEN DC-FIELD-NAME(WS-CHANGE-IDX) = DH-QUALIFIER
                   SET CHANGE-FIELD-MATCHES TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * LOAD-FACT-TABLE rebuilds the table for a new as-of date.
      * Everything dated after the as-of date is left out, so a
      * replay of an earlier day sees the files as they stood then.
      *----------------------------------------------------------------
       LOAD-FACT-TABLE.
           MOVE ZERO TO WS-FACT-COUNT
           MOVE ZERO TO WS-CHANGE-COUNT
           MOVE ZERO TO WS-FACT-IDX
           MOVE ZERO TO WS-FACTS-SKIPPED-COUNT
           MOVE ZERO TO WS-CHANGES-SKIPPED-COUNT
           MOVE DH-AS-OF-DATE TO WS-LOADED-DATE
           SORT FACT-SORT-FILE
               ON ASCENDING KEY FS-CUSTOMER-NUMBER
               ON ASCENDING KEY FS-SEQUENCE
               INPUT PROCEDURE IS RELEASE-FACT-SOURCES
               OUTPUT PROCEDURE IS BUILD-FACT-TABLE
           IF WS-FACTS-SKIPPED-COUNT > ZERO
               DISPLAY "DERIVED FACT TABLE FULL - "
                   WS-FACTS-SKIPPED-COUNT " CUSTOMERS NOT LOADED"
           END-IF
           IF WS-CHANGES-SKIPPED-COUNT > ZERO
               DISPLAY "CHANGE HISTORY TABLE FULL - "
                   WS-CHANGES-SKIPPED-COUNT " CHANGES NOT LOADED"
           END-IF.

      *----------------------------------------------------------------
      * RELEASE-FACT-SOURCES feeds the sort from the five files. The
      * postings keep their file order through FS-SEQUENCE so the
      * balance left by the last one is the balance on the day.
      *----------------------------------------------------------------
       RELEASE-FACT-SOURCES SECTION.
       RFS-MAIN.
           MOVE ZERO TO WS-POSTING-SEQUENCE
           PERFORM RELEASE-LEDGER-POSTINGS
           PERFORM RELEASE-CREDIT-LIMITS
           PERFORM RELEASE-FIELD-CHANGES
           PERFORM RELEASE-OPEN-COMPLAINTS
           PERFORM RELEASE-OPEN-CASES
           GO TO RFS-EXIT.

       RELEASE-LEDGER-POSTINGS.
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           OPEN INPUT LEDGER-HISTORY-FILE
           IF WS-LEDGHIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LEDGER-HISTORY
           PERFORM UNTIL INPUT-FILE-EOF
               IF LH-BUSINESS-DATE IS NUMERIC
                       AND LH-BUSINESS-DATE <= DH-AS-OF-DATE
                       AND LH-BALANCE-AFTER IS NUMERIC
                   ADD 1 TO WS-POSTING-SEQUENCE
                   MOVE SPACES TO FACT-SORT-REC
                   MOVE LH-CUSTOMER-NUMBER TO FS-CUSTOMER-NUMBER
                   MOVE WS-POSTING-SEQUENCE TO FS-SEQUENCE
                   SET FS-IS-POSTING TO TRUE
                   MOVE LH-BUSINESS-DATE TO FS-DATE
                   MOVE LH-BALANCE-AFTER TO FS-AMOUNT
                   RELEASE FACT-SORT-REC
               END-IF
               PERFORM READ-LEDGER-HISTORY
           END-PERFORM
           CLOSE LEDGER-HISTORY-FILE.

       READ-LEDGER-HISTORY.
           READ LEDGER-HISTORY-FILE
               AT END SET INPUT-FILE-EOF TO TRUE
           END-READ.

       RELEASE-CREDIT-LIMITS.
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           OPEN INPUT CREDIT-LIMIT-FILE
           IF WS-LEDGLIM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CREDIT-LIMIT
           PERFORM UNTIL INPUT-FILE-EOF
               MOVE SPACES TO FACT-SORT-REC
               MOVE LL-CUSTOMER-NUMBER TO FS-CUSTOMER-NUMBER
               MOVE ZERO TO FS-SEQUENCE
               SET FS-IS-LIMIT TO TRUE
               MOVE LL-LAST-CHANGED TO FS-DATE
               MOVE LL-CREDIT-LIMIT TO FS-AMOUNT
               RELEASE FACT-SORT-REC
               PERFORM READ-CREDIT-LIMIT
           END-PERFORM
           CLOSE CREDIT-LIMIT-FILE.

       READ-CREDIT-LIMIT.
           READ CREDIT-LIMIT-FILE NEXT
               AT END SET INPUT-FILE-EOF TO TRUE
           END-READ.

       RELEASE-FIELD-CHANGES.
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           OPEN INPUT REASSIGN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-FIELD-CHANGE
           PERFORM UNTIL INPUT-FILE-EOF
               IF RH-BUSINESS-DATE IS NUMERIC
                       AND RH-BUSINESS-DATE <= DH-AS-OF-DATE
                       AND RH-CUSTOMER-NUMBER IS NUMERIC
                   MOVE SPACES TO FACT-SORT-REC
                   MOVE RH-CUSTOMER-NUMBER TO FS-CUSTOMER-NUMBER
                   MOVE ZERO TO FS-SEQUENCE
                   SET FS-IS-CHANGE TO TRUE
                   MOVE RH-BUSINESS-DATE TO FS-DATE
                   MOVE ZERO TO FS-AMOUNT
                   MOVE RH-FIELD-NAME TO FS-FIELD-NAME
                   RELEASE FACT-SORT-REC
               END-IF
               PERFORM READ-FIELD-CHANGE
           END-PERFORM
           CLOSE REASSIGN-HISTORY-FILE.

       READ-FIELD-CHANGE.
           READ REASSIGN-HISTORY-FILE
               AT END SET INPUT-FILE-EOF TO TRUE
           END-READ.

      * A complaint counts as open on the as-of date when it had been
      * received by then and was still open or resolved only later.
       RELEASE-OPEN-COMPLAINTS.
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           OPEN INPUT COMPLAINT-FILE
           IF WS-COMPLAINT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-COMPLAINT
           PERFORM UNTIL INPUT-FILE-EOF
               IF QJ-RECEIVED-DATE <= DH-AS-OF-DATE
                   IF COMPLAINT-IS-OPEN
                           OR QJ-RESOLVED-DATE > DH-AS-OF-DATE
                       MOVE SPACES TO FACT-SORT-REC
                       MOVE QJ-CUSTOMER-NUMBER TO FS-CUSTOMER-NUMBER
                       MOVE ZERO TO FS-SEQUENCE
                       SET FS-IS-COMPLAINT TO TRUE
                       MOVE QJ-RECEIVED-DATE TO FS-DATE
                       MOVE ZERO TO FS-AMOUNT
                       RELEASE FACT-SORT-REC
                   END-IF
               END-IF
               PERFORM READ-COMPLAINT
           END-PERFORM
           CLOSE COMPLAINT-FILE.

       READ-COMPLAINT.
           READ COMPLAINT-FILE NEXT
               AT END SET INPUT-FILE-EOF TO TRUE
           END-READ.

       RELEASE-OPEN-CASES.
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           OPEN INPUT CASE-FILE
           IF WS-CASE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CASE
           PERFORM UNTIL INPUT-FILE-EOF
               IF MC-OPENED-DATE <= DH-AS-OF-DATE
                   IF CASE-IS-OPEN
                           OR MC-DISPOSED-DATE > DH-AS-OF-DATE
                       MOVE SPACES TO FACT-SORT-REC
                       MOVE MC-CUSTOMER-NUMBER TO FS-CUSTOMER-NUMBER
                       MOVE ZERO TO FS-SEQUENCE
                       SET FS-IS-CASE TO TRUE
                       MOVE MC-OPENED-DATE TO FS-DATE
                       MOVE ZERO TO FS-AMOUNT
                       RELEASE FACT-SORT-REC
                   END-IF
               END-IF
               PERFORM READ-CASE
           END-PERFORM
           CLOSE CASE-FILE.

       READ-CASE.
           READ CASE-FILE NEXT
               AT END SET INPUT-FILE-EOF TO TRUE
           END-READ.

       RFS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * BUILD-FACT-TABLE takes the sorted records back a customer at a
      * time, opening an entry on each new customer number and
      * applying the postings in order: the balance follows the last
      * one, and the date it went below zero is kept until a posting
      * brings it back to zero or above.
      *----------------------------------------------------------------
       BUILD-FACT-TABLE SECTION.
       BFT-MAIN.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           MOVE 'N' TO WS-CUSTOMER-LOADED-SW
           MOVE ZERO TO WS-CURRENT-CUSTOMER
           PERFORM RETURN-FACT-RECORD
           PERFORM UNTIL SORT-RETURN-EOF
               IF WS-FACT-COUNT = ZERO
                       OR FS-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
                   PERFORM OPEN-FACT-ENTRY
               END-IF
               IF CUSTOMER-LOADED
                   PERFORM APPLY-FACT-RECORD
               END-IF
               PERFORM RETURN-FACT-RECORD
           END-PERFORM
           GO TO BFT-EXIT.

       RETURN-FACT-RECORD.
           RETURN FACT-SORT-FILE
               AT END SET SORT-RETURN-EOF TO TRUE
           END-RETURN.

       OPEN-FACT-ENTRY.
           MOVE FS-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
           IF WS-FACT-COUNT >= 5000
               MOVE 'N' TO WS-CUSTOMER-LOADED-SW
               ADD 1 TO WS-FACTS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           SET CUSTOMER-LOADED TO TRUE
           ADD 1 TO WS-FACT-COUNT
           MOVE WS-FACT-COUNT TO WS-FACT-IDX
           MOVE FS-CUSTOMER-NUMBER TO DF-CUSTOMER-NUMBER(WS-FACT-IDX)
           MOVE ZERO TO DF-BALANCE(WS-FACT-IDX)
           MOVE ZERO TO DF-LAST-POSTED(WS-FACT-IDX)
           MOVE ZERO TO DF-NEGATIVE-SINCE(WS-FACT-IDX)
           MOVE ZERO TO DF-CREDIT-LIMIT(WS-FACT-IDX)
           MOVE ZERO TO DF-OPEN-COMPLAINTS(WS-FACT-IDX)
           MOVE ZERO TO DF-OPEN-CASES(WS-FACT-IDX)
           MOVE ZERO TO DF-FIRST-CHANGE(WS-FACT-IDX)
           MOVE ZERO TO DF-CHANGE-COUNT(WS-FACT-IDX).

       APPLY-FACT-RECORD.
           EVALUATE TRUE
               WHEN FS-IS-POSTING
                   MOVE FS-AMOUNT TO DF-BALANCE(WS-FACT-IDX)
                   MOVE FS-DATE TO DF-LAST-POSTED(WS-FACT-IDX)
                   IF FS-AMOUNT < ZERO
                       IF DF-NEGATIVE-SINCE(WS-FACT-IDX) = ZERO
                           MOVE FS-DATE
                               TO DF-NEGATIVE-SINCE(WS-FACT-IDX)
                       END-IF
                   ELSE
                       MOVE ZERO TO DF-NEGATIVE-SINCE(WS-FACT-IDX)
                   END-IF
               WHEN FS-IS-LIMIT
                   MOVE FS-AMOUNT TO DF-CREDIT-LIMIT(WS-FACT-IDX)
               WHEN FS-IS-CHANGE
                   IF WS-CHANGE-COUNT >= 20000
                       ADD 1 TO WS-CHANGES-SKIPPED-COUNT
                   ELSE
                       ADD 1 TO WS-CHANGE-COUNT
                       IF DF-CHANGE-COUNT(WS-FACT-IDX) = ZERO
                           MOVE WS-CHANGE-COUNT
                               TO DF-FIRST-CHANGE(WS-FACT-IDX)
                       END-IF
                       ADD 1 TO DF-CHANGE-COUNT(WS-FACT-IDX)
                       MOVE FS-FIELD-NAME
                           TO DC-FIELD-NAME(WS-CHANGE-COUNT)
                       MOVE FS-DATE
                           TO DC-BUSINESS-DATE(WS-CHANGE-COUNT)
                   END-IF
               WHEN FS-IS-COMPLAINT
                   ADD 1 TO DF-OPEN-COMPLAINTS(WS-FACT-IDX)
               WHEN FS-IS-CASE
                   ADD 1 TO DF-OPEN-CASES(WS-FACT-IDX)
           END-EVALUATE.

       BFT-EXIT.
           EXIT.

       END PROGRAM DERIVA-HECHOS.
