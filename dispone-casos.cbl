      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Analyst workstation for the transaction monitoring
      *          case file. MONITOREA-MOVIMIENTOS opens a case on
      *          MONCASE.DAT for every large, structuring or dormant-
      *          account flag; this program walks the cases still
      *          open, oldest first, and lets the analyst close each
      *          one CLEARED (explained, nothing to report) or
      *          REPORTED (escalated to compliance), with a short
      *          note. The analyst id, the business date and the
      *          note are kept on the case; cases skipped stay open
      *          for the next session.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPONE-CASOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "MONCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-CASE-NUMBER
               FILE STATUS IS WS-CASE-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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
              88 CASE-IS-CLEARED  VALUE 'C'.
              88 CASE-IS-REPORTED VALUE 'R'.
           05 MC-ANALYST-ID    PIC X(8).
           05 MC-DISPOSED-DATE PIC 9(8).
           05 MC-NOTE          PIC X(30).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-CASE-FILE-STATUS    PIC XX.
       01 WS-BUSDATE-FILE-STATUS PIC XX.
       01 WS-THIS-PROGRAM        PIC X(18)
           VALUE "DISPONE-CASOS".
       01 WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
       01 WS-OPERID-VALID-SW     PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-OPERATOR-ROLE       PIC X(10) VALUE SPACES.
       01 WS-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
       01 WS-CASE-EOF-SWITCH     PIC X VALUE 'N'.
          88 CASE-FILE-EOF VALUE 'Y'.
       01 WS-ANSWER              PIC X(3).
       01 WS-NOTE-ANSWER         PIC X(30).
       01 WS-EDITED-AMOUNT       PIC Z(11)9.99.
       01 WS-CLEARED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-REPORTED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE          PIC X(8).
          05 FILLER              PIC X(13).
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE
           PERFORM RESOLVE-OPERATOR-ID
           OPEN I-O CASE-FILE
           IF WS-CASE-FILE-STATUS NOT = "00"
               DISPLAY "NO MONITORING CASE FILE MONCASE.DAT - RUN "
                   "MONITOREA-MOVIMIENTOS FIRST"
               STOP RUN
           END-IF
           MOVE ZERO TO MC-CASE-NUMBER
           START CASE-FILE KEY IS NOT LESS THAN MC-CASE-NUMBER
               INVALID KEY SET CASE-FILE-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-CASE
           PERFORM UNTIL CASE-FILE-EOF
               IF CASE-IS-OPEN
                   PERFORM REVIEW-ONE-CASE
               END-IF
               PERFORM READ-NEXT-CASE
           END-PERFORM
           CLOSE CASE-FILE
           DISPLAY "CASES CLEARED:          " WS-CLEARED-COUNT
           DISPLAY "CASES REPORTED:         " WS-REPORTED-COUNT
           DISPLAY "CASES LEFT OPEN:        " WS-SKIPPED-COUNT
           STOP RUN.

       READ-NEXT-CASE.
           IF NOT CASE-FILE-EOF
               READ CASE-FILE NEXT RECORD
                   AT END SET CASE-FILE-EOF TO TRUE
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * REVIEW-ONE-CASE shows the open case and takes the analyst's
      * disposition. A cleared or reported case is signed, dated and
      * noted and is not shown again; a skipped case stays open.
      *----------------------------------------------------------------
       REVIEW-ONE-CASE.
           MOVE MC-AMOUNT TO WS-EDITED-AMOUNT
           DISPLAY "--------------------------------"
           DISPLAY "CASE:     " MC-CASE-NUMBER " OPENED "
               MC-OPENED-DATE " " MC-SEVERITY
           DISPLAY "RULE:     " MC-RULE " " MC-DETAIL
           DISPLAY "CUSTOMER: " MC-CUSTOMER-NUMBER " POSTING REF "
               MC-POSTING-REF
           DISPLAY "AMOUNT:   " WS-EDITED-AMOUNT
           DISPLAY "C = CLEARED, R = REPORTED TO COMPLIANCE, S = SKIP"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER(1:1)
               WHEN 'C'
               WHEN 'c'
                   SET CASE-IS-CLEARED TO TRUE
                   PERFORM POST-CASE-DISPOSITION
                   ADD 1 TO WS-CLEARED-COUNT
               WHEN 'R'
               WHEN 'r'
                   SET CASE-IS-REPORTED TO TRUE
                   PERFORM POST-CASE-DISPOSITION
                   ADD 1 TO WS-REPORTED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.

       POST-CASE-DISPOSITION.
           DISPLAY "NOTE (WHY THE CASE IS CLOSED THIS WAY)"
           MOVE SPACES TO WS-NOTE-ANSWER
           ACCEPT WS-NOTE-ANSWER
           MOVE WS-NOTE-ANSWER   TO MC-NOTE
           MOVE WS-OPERATOR-ID   TO MC-ANALYST-ID
           MOVE WS-BUSINESS-DATE TO MC-DISPOSED-DATE
           REWRITE CASE-REC
               INVALID KEY
                   DISPLAY "CASE " MC-CASE-NUMBER " NOT UPDATED ("
                       WS-CASE-FILE-STATUS ")"
           END-REWRITE.

      *----------------------------------------------------------------
      * RESOLVE-OPERATOR-ID prompts for and validates the analyst id
      * so every disposition is signed, through the shared
      * VALIDA-OPERADOR check.
      *----------------------------------------------------------------
       RESOLVE-OPERATOR-ID.
           PERFORM UNTIL OPERATOR-IS-VALID
               DISPLAY "PLEASE INTRODUCE YOUR OPERATOR ID"
               ACCEPT WS-OPERATOR-ID
               PERFORM VALIDATE-OPERATOR-ID
               IF OPERATOR-IS-VALID
                   CALL "AUTENTICA-OPERADOR" USING WS-OPERATOR-ID,
                       WS-THIS-PROGRAM, WS-OPERID-VALID-SW
                   IF NOT OPERATOR-IS-VALID
                       DISPLAY "SIGN-ON REFUSED - TRY AGAIN"
                   END-IF
               ELSE
                   DISPLAY "UNKNOWN OPERATOR ID - TRY AGAIN"
               END-IF
           END-PERFORM.

       VALIDATE-OPERATOR-ID.
           MOVE 'N' TO WS-OPERID-VALID-SW
           IF WS-OPERATOR-ID NOT = SPACES
               CALL "VALIDA-OPERADOR" USING WS-OPERATOR-ID,
                   WS-THIS-PROGRAM, WS-OPERID-VALID-SW,
                   WS-OPERATOR-ROLE
           END-IF.

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

       END PROGRAM DISPONE-CASOS.
