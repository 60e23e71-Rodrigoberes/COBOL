      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Access recertification workstation. A signed-on
      *          supervisor (SUPERVSR) walks the open RECERT.DAT lines
      *          CERTIFICA-ACCESOS wrote for the operators reporting to
      *          them -- the security administrator (SECADMIN) takes
      *          the operators with no reporting supervisor -- and
      *          records for each one:
      *            K = keep the access as it is,
      *            R = revoke it: the operator is deactivated and the
      *                authorized program list cleared,
      *            C = cut it back to a shorter program list.
      *          A revoke or cut-back is applied to OPERMAST.DAT at
      *          once, and every decision is written to the SEGLOG.DAT
      *          security log. Nobody recertifies their own access,
      *          and no decision is taken once the cycle's deadline
      *          has passed; the lines still open then are left for
      *          CERTIFICA-ACCESOS CIERRA to deactivate.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISA-ACCESOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-FILE ASSIGN TO "RECERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RECERT-FILE.
       01  RECERT-REC.
           05 RC-CYCLE-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-DEADLINE      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-SUPERVISOR-ID PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-NAME          PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-ROLE          PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-PROGRAMS      PIC X(80).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-LAST-ACTIVITY PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-DECISION      PIC X.
              88 RC-PENDING        VALUE SPACE.
           05 FILLER           PIC X VALUE SPACE.
           05 RC-DECIDED-BY    PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-DECIDED-DATE  PIC 9(8).

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-REC PIC X(178).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-RECERT-FILE-STATUS   PIC XX.
       01 WS-OPERMAST-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01 WS-OPERID-VALID-SW      PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.
       01 WS-THIS-PROGRAM         PIC X(18) VALUE "REVISA-ACCESOS".
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01 WS-EOF-SWITCH           PIC X VALUE 'N'.
          88 THIS-FILE-EOF VALUE 'Y'.
       01 WS-QUIT-SWITCH          PIC X VALUE 'N'.
          88 REVIEWER-QUIT VALUE 'Y'.
       01 WS-ANSWER               PIC X(3).
       01 WS-DECISION             PIC X.
       01 WS-NEW-PROGRAMS         PIC X(80).
       01 WS-LIST-OK-SWITCH       PIC X VALUE 'N'.
          88 CUT-BACK-LIST-OK VALUE 'Y'.
      * the cycle's lines as record images
       01 WS-RECERT-TABLE.
          05 WS-LINE-COUNT        PIC 9(3) COMP VALUE ZERO.
          05 WS-LINE-IMAGE        PIC X(188) OCCURS 200.
       01 WS-LINE-IDX             PIC 9(3) COMP VALUE ZERO.
      * the decisions taken this session, merged into a fresh read of
      * RECERT.DAT at the end so another reviewer's decisions taken
      * meanwhile are not written over
       01 WS-MY-DECISION-TABLE.
          05 WS-MY-COUNT          PIC 9(3) COMP VALUE ZERO.
          05 WS-MY-ENTRY OCCURS 200.
             10 WS-MY-OPERATOR-ID PIC X(8).
             10 WS-MY-DECISION    PIC X.
       01 WS-MY-IDX               PIC 9(3) COMP VALUE ZERO.
      * the operator master, held as record images for the rewrite
       01 WS-OPERATOR-TABLE.
          05 WS-OPER-COUNT        PIC 9(3) COMP VALUE ZERO.
          05 WS-OE-IMAGE          PIC X(178) OCCURS 200.
       01 WS-OPER-IDX             PIC 9(3) COMP VALUE ZERO.
       01 WS-THIS-OPER-IDX        PIC 9(3) COMP VALUE ZERO.
       01 WS-OPER-OVERFLOW-SW     PIC X VALUE 'N'.
          88 OPERATOR-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-THIS-OPERATOR.
          05 WS-TO-OPERATOR-ID    PIC X(8).
          05 FILLER               PIC X.
          05 WS-TO-NAME           PIC X(30).
          05 FILLER               PIC X.
          05 WS-TO-ROLE           PIC X(10).
          05 FILLER               PIC X.
          05 WS-TO-ACTIVE         PIC X.
          05 FILLER               PIC X.
          05 WS-TO-PROGRAMS       PIC X(80).
          05 FILLER               PIC X.
          05 WS-TO-REST           PIC X(44).
      * one program name of a cut-back list, and its length
       01 WS-LIST-POINTER         PIC 9(3) COMP VALUE ZERO.
       01 WS-PROGRAM-NAME         PIC X(18).
       01 WS-PROGRAM-WORK         PIC X(18).
       01 WS-PROGRAM-LENGTH       PIC 9(2) COMP VALUE ZERO.
       01 WS-LEADING-SPACES       PIC 9(2) COMP VALUE ZERO.
       01 WS-NAME-HITS            PIC 9(3) COMP VALUE ZERO.
       01 WS-SECURITY-EVENT       PIC X(8).
       01 WS-SUBJECT-ID           PIC X(8).
       01 WS-IN-SCOPE-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-KEPT-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-REVOKED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-CUT-BACK-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 FILLER               PIC X(13).
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE
           PERFORM SIGN-ON-OPERATOR
           IF WS-OPERATOR-ROLE NOT = "SUPERVSR"
                   AND WS-OPERATOR-ROLE NOT = "SECADMIN"
               DISPLAY "ACCESS IS RECERTIFIED BY A SUPERVISOR OR THE "
                   "SECURITY ADMINISTRATOR ONLY"
               STOP RUN
           END-IF
           PERFORM LOAD-RECERT-TABLE
           IF WS-LINE-COUNT = ZERO
               DISPLAY "NO RECERTIFICATION CYCLE ON FILE"
               STOP RUN
           END-IF
           MOVE WS-LINE-IMAGE(1) TO RECERT-REC
           IF WS-BUSINESS-DATE > RC-DEADLINE
               DISPLAY "THE CYCLE OF " RC-CYCLE-DATE " CLOSED FOR "
                   "DECISIONS ON " RC-DEADLINE
               STOP RUN
           END-IF
           DISPLAY "ACCESS RECERTIFICATION - CYCLE OF " RC-CYCLE-DATE
               " - DECISIONS DUE BY " RC-DEADLINE
           PERFORM REVIEW-MY-LINES
           IF WS-MY-COUNT > ZERO
               PERFORM SAVE-MY-DECISIONS
           END-IF
           DISPLAY "LINES OPEN FOR YOU:  " WS-IN-SCOPE-COUNT
           DISPLAY "KEPT:                " WS-KEPT-COUNT
           DISPLAY "REVOKED:             " WS-REVOKED-COUNT
           DISPLAY "CUT BACK:            " WS-CUT-BACK-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * REVIEW-MY-LINES offers the reviewer each pending line of an
      * operator reporting to them, never their own line.
      *----------------------------------------------------------------
       REVIEW-MY-LINES.
           MOVE ZERO TO WS-LINE-IDX
           PERFORM UNTIL WS-LINE-IDX >= WS-LINE-COUNT
                   OR REVIEWER-QUIT
               ADD 1 TO WS-LINE-IDX
               MOVE WS-LINE-IMAGE(WS-LINE-IDX) TO RECERT-REC
               IF RC-PENDING
                   IF RC-SUPERVISOR-ID = WS-OPERATOR-ID
                       OR (RC-SUPERVISOR-ID = SPACES
                           AND WS-OPERATOR-ROLE = "SECADMIN")
                       IF RC-OPERATOR-ID = WS-OPERATOR-ID
                           DISPLAY "YOUR OWN ACCESS IS LEFT FOR "
                               "ANOTHER REVIEWER"
                       ELSE
                           ADD 1 TO WS-IN-SCOPE-COUNT
                           PERFORM REVIEW-ONE-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       REVIEW-ONE-LINE.
           DISPLAY " "
           DISPLAY RC-OPERATOR-ID " " RC-NAME " " RC-ROLE
           DISPLAY "  PROGRAMS:      " RC-PROGRAMS
           IF RC-LAST-ACTIVITY = ZERO
               DISPLAY "  LAST ACTIVE:   NONE FOUND"
           ELSE
               DISPLAY "  LAST ACTIVE:   " RC-LAST-ACTIVITY
           END-IF
           DISPLAY "K = KEEP  R = REVOKE  C = CUT BACK PROGRAMS  "
               "S = SKIP  Q = QUIT"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE WS-ANSWER(1:1) TO WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           EVALUATE WS-DECISION
               WHEN 'K'
                   MOVE "KEEP" TO WS-SECURITY-EVENT
                   PERFORM NOTE-MY-DECISION
                   ADD 1 TO WS-KEPT-COUNT
               WHEN 'R'
                   PERFORM REVOKE-ACCESS
               WHEN 'C'
                   PERFORM CUT-BACK-ACCESS
               WHEN 'Q'
                   SET REVIEWER-QUIT TO TRUE
               WHEN OTHER
                   DISPLAY "LINE LEFT PENDING"
           END-EVALUATE.

       REVOKE-ACCESS.
           DISPLAY "REVOKE " RC-OPERATOR-ID " - DEACTIVATE THE "
               "OPERATOR? (Y/N)"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER(1:1) NOT = 'Y' AND WS-ANSWER(1:1) NOT = 'y'
               DISPLAY "LINE LEFT PENDING"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NEW-PROGRAMS
           PERFORM APPLY-TO-OPERATOR-MASTER
           IF OPERATOR-TABLE-OVERFLOWED
               EXIT PARAGRAPH
           END-IF
           MOVE "REVOKE" TO WS-SECURITY-EVENT
           PERFORM NOTE-MY-DECISION
           ADD 1 TO WS-REVOKED-COUNT
           DISPLAY "ACCESS REVOKED: " RC-OPERATOR-ID.

       CUT-BACK-ACCESS.
           DISPLAY "PROGRAMS TO KEEP (COMMA LIST, FROM THOSE SHOWN)"
           MOVE SPACES TO WS-NEW-PROGRAMS
           ACCEPT WS-NEW-PROGRAMS
           PERFORM CHECK-CUT-BACK-LIST
           IF NOT CUT-BACK-LIST-OK
               DISPLAY "LINE LEFT PENDING"
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-TO-OPERATOR-MASTER
           IF OPERATOR-TABLE-OVERFLOWED
               EXIT PARAGRAPH
           END-IF
           MOVE "CUTBACK" TO WS-SECURITY-EVENT
           PERFORM NOTE-MY-DECISION
           ADD 1 TO WS-CUT-BACK-COUNT
           DISPLAY "ACCESS CUT BACK: " RC-OPERATOR-ID " NOW "
               WS-NEW-PROGRAMS.

      *----------------------------------------------------------------
      * CHECK-CUT-BACK-LIST accepts a non-blank list whose every name
      * is already on the operator's list -- a cut-back never widens
      * access; that is done through MANTIENE-OPERADORES.
      *----------------------------------------------------------------
       CHECK-CUT-BACK-LIST.
           MOVE 'Y' TO WS-LIST-OK-SWITCH
           IF WS-NEW-PROGRAMS = SPACES
               DISPLAY "AN EMPTY LIST IS A REVOKE - USE R"
               MOVE 'N' TO WS-LIST-OK-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-PROGRAMS(1:3) = "ALL"
               DISPLAY "ALL IS NOT A CUT-BACK"
               MOVE 'N' TO WS-LIST-OK-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF RC-PROGRAMS(1:3) = "ALL"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-LIST-POINTER
           PERFORM UNTIL WS-LIST-POINTER > 80
                   OR NOT CUT-BACK-LIST-OK
               MOVE SPACES TO WS-PROGRAM-NAME
               UNSTRING WS-NEW-PROGRAMS DELIMITED BY ","
                   INTO WS-PROGRAM-NAME
                   WITH POINTER WS-LIST-POINTER
               PERFORM CHECK-ONE-PROGRAM-NAME
           END-PERFORM.

       CHECK-ONE-PROGRAM-NAME.
           MOVE ZERO TO WS-LEADING-SPACES
           INSPECT WS-PROGRAM-NAME TALLYING WS-LEADING-SPACES
               FOR LEADING SPACE
           IF WS-LEADING-SPACES >= 18
               EXIT PARAGRAPH
           END-IF
           IF WS-LEADING-SPACES > ZERO
               MOVE WS-PROGRAM-NAME(WS-LEADING-SPACES + 1:)
                   TO WS-PROGRAM-WORK
               MOVE WS-PROGRAM-WORK TO WS-PROGRAM-NAME
           END-IF
           MOVE 18 TO WS-PROGRAM-LENGTH
           PERFORM UNTIL WS-PROGRAM-LENGTH = ZERO
                   OR WS-PROGRAM-NAME(WS-PROGRAM-LENGTH:1)
                       NOT = SPACE
               SUBTRACT 1 FROM WS-PROGRAM-LENGTH
           END-PERFORM
           MOVE ZERO TO WS-NAME-HITS
           INSPECT RC-PROGRAMS TALLYING WS-NAME-HITS
               FOR ALL WS-PROGRAM-NAME(1:WS-PROGRAM-LENGTH)
           IF WS-NAME-HITS = ZERO
               DISPLAY "NOT ON THE OPERATOR'S LIST: " WS-PROGRAM-NAME
               MOVE 'N' TO WS-LIST-OK-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * APPLY-TO-OPERATOR-MASTER reads the master afresh, changes the
      * one operator -- WS-NEW-PROGRAMS blank deactivates, otherwise
      * it becomes the program list -- and writes the master back.
      *----------------------------------------------------------------
       APPLY-TO-OPERATOR-MASTER.
           PERFORM LOAD-OPERATOR-TABLE
           IF OPERATOR-TABLE-OVERFLOWED
               DISPLAY "OPERMAST.DAT HOLDS MORE THAN 200 OPERATORS - "
                   "NOT CHANGED"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-THIS-OPER-IDX
           MOVE ZERO TO WS-OPER-IDX
           PERFORM UNTIL WS-THIS-OPER-IDX > ZERO
                   OR WS-OPER-IDX >= WS-OPER-COUNT
               ADD 1 TO WS-OPER-IDX
               IF WS-OE-IMAGE(WS-OPER-IDX)(1:8) = RC-OPERATOR-ID
                   MOVE WS-OPER-IDX TO WS-THIS-OPER-IDX
               END-IF
           END-PERFORM
           IF WS-THIS-OPER-IDX = ZERO
               DISPLAY "OPERATOR NO LONGER ON OPERMAST.DAT"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OE-IMAGE(WS-THIS-OPER-IDX) TO WS-THIS-OPERATOR
           IF WS-NEW-PROGRAMS = SPACES
               MOVE 'I' TO WS-TO-ACTIVE
           END-IF
           MOVE WS-NEW-PROGRAMS TO WS-TO-PROGRAMS
           MOVE WS-THIS-OPERATOR TO WS-OE-IMAGE(WS-THIS-OPER-IDX)
           OPEN OUTPUT OPERATOR-MASTER-FILE
           MOVE ZERO TO WS-OPER-IDX
           PERFORM UNTIL WS-OPER-IDX >= WS-OPER-COUNT
               ADD 1 TO WS-OPER-IDX
               WRITE OPERATOR-MASTER-REC
                   FROM WS-OE-IMAGE(WS-OPER-IDX)
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE.

       LOAD-OPERATOR-TABLE.
           MOVE ZERO TO WS-OPER-COUNT
           MOVE 'N' TO WS-OPER-OVERFLOW-SW
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPERMAST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ OPERATOR-MASTER-FILE
               AT END SET THIS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL THIS-FILE-EOF
               IF OPERATOR-MASTER-REC(1:8) NOT = SPACES
                   IF WS-OPER-COUNT < 200
                       ADD 1 TO WS-OPER-COUNT
                       MOVE OPERATOR-MASTER-REC
                           TO WS-OE-IMAGE(WS-OPER-COUNT)
                   ELSE
                       SET OPERATOR-TABLE-OVERFLOWED TO TRUE
                   END-IF
               END-IF
               READ OPERATOR-MASTER-FILE
                   AT END SET THIS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE.

      *----------------------------------------------------------------
      * NOTE-MY-DECISION keeps the decision for the save and writes
      * the security log record for it.
      *----------------------------------------------------------------
       NOTE-MY-DECISION.
           ADD 1 TO WS-MY-COUNT
           MOVE RC-OPERATOR-ID TO WS-MY-OPERATOR-ID(WS-MY-COUNT)
           MOVE WS-DECISION    TO WS-MY-DECISION(WS-MY-COUNT)
           MOVE RC-OPERATOR-ID TO WS-SUBJECT-ID
           CALL "REGISTRA-SEGURIDAD" USING WS-SECURITY-EVENT,
               WS-OPERATOR-ID, WS-THIS-PROGRAM, WS-SUBJECT-ID.

      *----------------------------------------------------------------
      * SAVE-MY-DECISIONS rereads the cycle, stamps this session's
      * decisions on the lines still pending and writes it back.
      *----------------------------------------------------------------
       SAVE-MY-DECISIONS.
           PERFORM LOAD-RECERT-TABLE
           MOVE ZERO TO WS-LINE-IDX
           PERFORM UNTIL WS-LINE-IDX >= WS-LINE-COUNT
               ADD 1 TO WS-LINE-IDX
               MOVE WS-LINE-IMAGE(WS-LINE-IDX) TO RECERT-REC
               IF RC-PENDING
                   MOVE ZERO TO WS-MY-IDX
                   PERFORM UNTIL WS-MY-IDX >= WS-MY-COUNT
                       ADD 1 TO WS-MY-IDX
                       IF WS-MY-OPERATOR-ID(WS-MY-IDX)
                               = RC-OPERATOR-ID
                           MOVE WS-MY-DECISION(WS-MY-IDX)
                               TO RC-DECISION
                           MOVE WS-OPERATOR-ID TO RC-DECIDED-BY
                           MOVE WS-BUSINESS-DATE TO RC-DECIDED-DATE
                       END-IF
                   END-PERFORM
                   MOVE RECERT-REC TO WS-LINE-IMAGE(WS-LINE-IDX)
               END-IF
           END-PERFORM
           OPEN OUTPUT RECERT-FILE
           MOVE ZERO TO WS-LINE-IDX
           PERFORM UNTIL WS-LINE-IDX >= WS-LINE-COUNT
               ADD 1 TO WS-LINE-IDX
               WRITE RECERT-REC FROM WS-LINE-IMAGE(WS-LINE-IDX)
           END-PERFORM
           CLOSE RECERT-FILE.

       LOAD-RECERT-TABLE.
           MOVE ZERO TO WS-LINE-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RECERT-FILE
           IF WS-RECERT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RECERT-FILE
               AT END SET THIS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL THIS-FILE-EOF OR WS-LINE-COUNT >= 200
               ADD 1 TO WS-LINE-COUNT
               MOVE RECERT-REC TO WS-LINE-IMAGE(WS-LINE-COUNT)
               READ RECERT-FILE
                   AT END SET THIS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE RECERT-FILE.

       SIGN-ON-OPERATOR.
           PERFORM UNTIL OPERATOR-IS-VALID
               DISPLAY "PLEASE INTRODUCE YOUR OPERATOR ID"
               ACCEPT WS-OPERATOR-ID
               CALL "VALIDA-OPERADOR" USING WS-OPERATOR-ID,
                   WS-THIS-PROGRAM, WS-OPERID-VALID-SW,
                   WS-OPERATOR-ROLE
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

       END PROGRAM REVISA-ACCESOS.
