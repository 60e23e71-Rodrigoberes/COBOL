      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able branch subroutine. Action 'O' looks up
      *          operator VS-OPERATOR-ID on the OPERMAST.DAT operator
      *          master and hands back the operator's home branch and
      *          the scope of customers the operator may work: 'B'
      *          for an ordinary operator with a home branch, who is
      *          kept to customers of that branch (and to customers
      *          not yet given a branch); 'A' for a supervisor
      *          (SUPERVSR), the night operations role (NIGHTOPS), an
      *          operator with no home branch assigned yet, or when
      *          there is no operator master, who work every branch.
      *          RESULT 'Y' the operator was found, 'N' not on the
      *          master, 'U' no master on file.
      *          Action 'B' checks branch code VS-BRANCH-CODE against
      *          the SUCURSAL.DAT branch reference (code, name) and
      *          hands back the branch name. RESULT 'Y' on file, 'N'
      *          blank or not on file, 'U' no branch reference on
      *          file, in which case any non-blank code is taken.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-SUCURSAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "SUCURSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-REC.
           05 OM-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X.
           05 OM-NAME          PIC X(30).
           05 FILLER           PIC X.
           05 OM-ROLE          PIC X(10).
           05 FILLER           PIC X.
           05 OM-ACTIVE        PIC X.
              88 OPERATOR-ACTIVE   VALUE 'A'.
              88 OPERATOR-INACTIVE VALUE 'I'.
           05 FILLER           PIC X.
           05 OM-PROGRAMS      PIC X(80).
           05 FILLER           PIC X.
           05 OM-BRANCH-CODE   PIC X(4).
           05 FILLER           PIC X.
           05 OM-PASSWORD-HASH PIC X(16).
           05 FILLER           PIC X.
           05 OM-PASSWORD-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 OM-FAILED-COUNT  PIC 9(2).
           05 FILLER           PIC X.
           05 OM-LOCKED        PIC X.
              88 OPERATOR-LOCKED   VALUE 'L'.
           05 FILLER           PIC X.
           05 OM-SUPERVISOR-ID PIC X(8).

       FD  BRANCH-FILE.
       01  BRANCH-REC.
           05 SU-BRANCH-CODE   PIC X(4).
           05 FILLER           PIC X.
           05 SU-BRANCH-NAME   PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-OPERMAST-FILE-STATUS PIC XX.
       01  WS-BRANCH-FILE-STATUS   PIC XX.
       01  WS-OPERMAST-EOF-SWITCH  PIC X VALUE 'N'.
           88 OPERATOR-MASTER-EOF VALUE 'Y'.
       01  WS-BRANCH-EOF-SWITCH    PIC X VALUE 'N'.
           88 BRANCH-FILE-EOF VALUE 'Y'.

       LINKAGE SECTION.
       01  VS-ACTION           PIC X.
       01  VS-OPERATOR-ID      PIC X(8).
       01  VS-BRANCH-CODE      PIC X(4).
       01  VS-SCOPE            PIC X.
       01  VS-BRANCH-NAME      PIC X(30).
       01  VS-RESULT           PIC X.

       PROCEDURE DIVISION USING VS-ACTION, VS-OPERATOR-ID,
           VS-BRANCH-CODE, VS-SCOPE, VS-BRANCH-NAME, VS-RESULT.
       MAIN-LOGIC.
           MOVE 'N' TO VS-RESULT
           MOVE SPACES TO VS-BRANCH-NAME
           IF VS-ACTION = 'O' OR VS-ACTION = 'o'
               PERFORM FIND-OPERATOR-BRANCH
           ELSE
               PERFORM FIND-BRANCH
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      * FIND-OPERATOR-BRANCH reads the operator master for the id and
      * settles the operator's home branch and scope. Anything that
      * leaves the branch unknown leaves the operator on every branch,
      * as before branches were kept.
      *----------------------------------------------------------------
       FIND-OPERATOR-BRANCH.
           MOVE SPACES TO VS-BRANCH-CODE
           MOVE 'A' TO VS-SCOPE
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPERMAST-FILE-STATUS NOT = "00"
               MOVE 'U' TO VS-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-OPERMAST-EOF-SWITCH
           PERFORM READ-OPERATOR-MASTER-RECORD
           PERFORM UNTIL OPERATOR-MASTER-EOF
                   OR VS-RESULT = 'Y'
               IF OM-OPERATOR-ID = VS-OPERATOR-ID
                   MOVE 'Y' TO VS-RESULT
               ELSE
                   PERFORM READ-OPERATOR-MASTER-RECORD
               END-IF
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE
           IF VS-RESULT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE OM-BRANCH-CODE TO VS-BRANCH-CODE
           IF OM-BRANCH-CODE NOT = SPACES
                   AND OM-ROLE NOT = "SUPERVSR"
                   AND OM-ROLE NOT = "NIGHTOPS"
               MOVE 'B' TO VS-SCOPE
           END-IF.

       READ-OPERATOR-MASTER-RECORD.
           READ OPERATOR-MASTER-FILE
               AT END SET OPERATOR-MASTER-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * FIND-BRANCH looks the branch code up on the branch reference.
      *----------------------------------------------------------------
       FIND-BRANCH.
           IF VS-BRANCH-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-FILE-STATUS NOT = "00"
               MOVE 'U' TO VS-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BRANCH-EOF-SWITCH
           PERFORM READ-BRANCH-RECORD
           PERFORM UNTIL BRANCH-FILE-EOF
                   OR VS-RESULT = 'Y'
               IF SU-BRANCH-CODE = VS-BRANCH-CODE
                   MOVE 'Y' TO VS-RESULT
                   MOVE SU-BRANCH-NAME TO VS-BRANCH-NAME
               ELSE
                   PERFORM READ-BRANCH-RECORD
               END-IF
           END-PERFORM
           CLOSE BRANCH-FILE.

       READ-BRANCH-RECORD.
           READ BRANCH-FILE
               AT END SET BRANCH-FILE-EOF TO TRUE
           END-READ.

       END PROGRAM VALIDA-SUCURSAL.
