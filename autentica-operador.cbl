      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able sign-on password check. VALIDA-OPERADOR
      *          settles that an id exists, is active and may run the
      *          program; this subroutine settles that the person at
      *          the keyboard is the operator the id belongs to. It
      *          asks for the operator's password, digests it through
      *          CIFRA-CLAVE and compares the digest with the one kept
      *          on OPERMAST.DAT -- the password itself is never kept.
      *          A wrong password counts against the id, and after
      *          the number of attempts the SEGCTL.DAT security
      *          control record allows (3 when absent) the id is
      *          locked until a security administrator resets it
      *          through MANTIENE-OPERADORES. A password older than
      *          the control record's expiry days (90 when absent),
      *          or a temporary one just issued, must be changed
      *          before the sign-on goes through. An id that has never
      *          had a password is refused until a security
      *          administrator issues it a temporary one through
      *          MANTIENE-OPERADORES -- otherwise whoever knew the id
      *          could claim it first. The one exception is the first
      *          SECADMIN id on the master while no SECADMIN id holds
      *          a password yet: it chooses its password at its first
      *          sign-on, so the security administrator can get in.
      *          Every outcome is written to the SEGLOG.DAT security
      *          log through REGISTRA-SEGURIDAD.
      *          AO-RESULT comes back 'Y' when the sign-on stands and
      *          'N' when it is refused. Without an operator master
      *          there are no passwords to check and the id stands on
      *          the old OPERID.DAT check alone.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTENTICA-OPERADOR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-FILE-STATUS.
           SELECT SECURITY-CTL-FILE ASSIGN TO "SEGCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGCTL-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-REC PIC X(178).

       FD  SECURITY-CTL-FILE.
       01  SECURITY-CTL-REC.
           05 SC-EXPIRY-DAYS   PIC 9(3).
           05 FILLER           PIC X.
           05 SC-MAX-ATTEMPTS  PIC 9(2).

       WORKING-STORAGE SECTION.
       01  WS-OPERMAST-FILE-STATUS PIC XX.
       01  WS-SEGCTL-FILE-STATUS   PIC XX.
       01  WS-OPERMAST-EOF-SWITCH  PIC X VALUE 'N'.
           88 OPERATOR-MASTER-EOF VALUE 'Y'.
       01  WS-OPERATOR-TABLE.
           05 WS-OPER-COUNT        PIC 9(3) COMP VALUE ZERO.
           05 WS-OPER-IMAGE        PIC X(178) OCCURS 200.
       01  WS-OPER-IDX             PIC 9(3) COMP VALUE ZERO.
       01  WS-THIS-OPER-IDX        PIC 9(3) COMP VALUE ZERO.
       01  WS-OPER-OVERFLOW-SW     PIC X VALUE 'N'.
           88 OPERATOR-TABLE-OVERFLOWED VALUE 'Y'.
       01  WS-THIS-OPERATOR.
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
           05 WS-TO-BRANCH-CODE    PIC X(4).
           05 FILLER               PIC X.
           05 WS-TO-PASSWORD-HASH  PIC X(16).
           05 FILLER               PIC X.
           05 WS-TO-PASSWORD-DATE  PIC 9(8).
           05 FILLER               PIC X.
           05 WS-TO-FAILED-COUNT   PIC 9(2).
           05 FILLER               PIC X.
           05 WS-TO-LOCKED         PIC X.
              88 THIS-OPERATOR-LOCKED VALUE 'L'.
           05 FILLER               PIC X.
           05 WS-TO-SUPERVISOR-ID  PIC X(8).
       01  WS-EXPIRY-DAYS          PIC 9(3) VALUE 90.
       01  WS-MAX-ATTEMPTS         PIC 9(2) VALUE 3.
       01  WS-TIMESTAMP.
           05 WS-TS-DATE           PIC 9(8).
           05 FILLER               PIC X(13).
       01  WS-TODAY-DAYS           PIC 9(7) VALUE ZERO.
       01  WS-SET-DAYS             PIC 9(7) VALUE ZERO.
       01  WS-KEYED-PASSWORD       PIC X(16).
       01  WS-SECOND-PASSWORD      PIC X(16).
       01  WS-KEYED-DIGEST         PIC X(16).
       01  WS-PASSWORD-LENGTH      PIC 9(2) COMP VALUE ZERO.
       01  WS-MIN-PASSWORD-LENGTH  PIC 9(2) COMP VALUE 6.
       01  WS-NEW-PASSWORD-SW      PIC X VALUE 'N'.
           88 NEW-PASSWORD-ACCEPTED VALUE 'Y'.
       01  WS-NEW-TRIES            PIC 9 COMP VALUE ZERO.
       01  WS-EXPIRED-SW           PIC X VALUE 'N'.
           88 PASSWORD-HAS-EXPIRED VALUE 'Y'.
       01  WS-FIRST-SECADMIN-IDX   PIC 9(3) COMP VALUE ZERO.
       01  WS-SECADMIN-PWD-SW      PIC X VALUE 'N'.
           88 SECADMIN-PASSWORD-HELD VALUE 'Y'.
       01  WS-SCAN-OPERATOR.
           05 FILLER               PIC X(40).
           05 WS-SO-ROLE           PIC X(10).
           05 FILLER               PIC X(89).
           05 WS-SO-PASSWORD-HASH  PIC X(16).
           05 FILLER               PIC X(23).
       01  WS-SECURITY-EVENT       PIC X(8).
       01  WS-SUBJECT-ID           PIC X(8).

       LINKAGE SECTION.
       01  AO-OPERATOR-ID      PIC X(8).
       01  AO-PROGRAM-NAME     PIC X(18).
       01  AO-RESULT           PIC X.

       PROCEDURE DIVISION USING AO-OPERATOR-ID, AO-PROGRAM-NAME,
           AO-RESULT.
       MAIN-LOGIC.
           MOVE 'N' TO AO-RESULT
           PERFORM LOAD-OPERATOR-TABLE
           IF WS-OPERMAST-FILE-STATUS NOT = "00"
               MOVE 'Y' TO AO-RESULT
               GOBACK
           END-IF
           IF OPERATOR-TABLE-OVERFLOWED
               DISPLAY "OPERMAST.DAT HOLDS MORE THAN 200 OPERATORS - "
                   "SIGN-ON REFUSED"
               GOBACK
           END-IF
           PERFORM FIND-OPERATOR-ENTRY
           IF WS-THIS-OPER-IDX = ZERO
               MOVE "NOTFOUND" TO WS-SECURITY-EVENT
               PERFORM LOG-SECURITY-EVENT
               GOBACK
           END-IF
           MOVE WS-OPER-IMAGE(WS-THIS-OPER-IDX) TO WS-THIS-OPERATOR
           IF WS-TO-FAILED-COUNT NOT NUMERIC
               MOVE ZERO TO WS-TO-FAILED-COUNT
           END-IF
           IF THIS-OPERATOR-LOCKED
               DISPLAY "OPERATOR " AO-OPERATOR-ID " IS LOCKED - SEE "
                   "THE SECURITY ADMINISTRATOR"
               MOVE "LOCKED" TO WS-SECURITY-EVENT
               PERFORM LOG-SECURITY-EVENT
               GOBACK
           END-IF
           PERFORM READ-SECURITY-CONTROL
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           IF WS-TO-PASSWORD-HASH = SPACES
               PERFORM CHECK-FIRST-SECADMIN
               IF WS-FIRST-SECADMIN-IDX NOT = WS-THIS-OPER-IDX
                       OR SECADMIN-PASSWORD-HELD
                   DISPLAY "NO PASSWORD ISSUED FOR OPERATOR "
                       AO-OPERATOR-ID " - SEE THE SECURITY "
                       "ADMINISTRATOR"
                   MOVE "NOPWD" TO WS-SECURITY-EVENT
                   PERFORM LOG-SECURITY-EVENT
                   GOBACK
               END-IF
               PERFORM SET-FIRST-PASSWORD
           ELSE
               PERFORM CHECK-PASSWORD
           END-IF
           PERFORM WRITE-OPERATOR-TABLE
           GOBACK.

      *----------------------------------------------------------------
      * CHECK-PASSWORD asks for the password and compares its digest
      * with the one on file. A miss counts against the id and locks
      * it at the attempt limit; a hit clears the count and, when the
      * password has run out, has it changed before the sign-on
      * stands.
      *----------------------------------------------------------------
       CHECK-PASSWORD.
           DISPLAY "PASSWORD FOR OPERATOR " AO-OPERATOR-ID
           MOVE SPACES TO WS-KEYED-PASSWORD
           ACCEPT WS-KEYED-PASSWORD
           CALL "CIFRA-CLAVE" USING AO-OPERATOR-ID,
               WS-KEYED-PASSWORD, WS-KEYED-DIGEST
           MOVE SPACES TO WS-KEYED-PASSWORD
           IF WS-KEYED-DIGEST NOT = WS-TO-PASSWORD-HASH
               PERFORM COUNT-FAILED-ATTEMPT
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-TO-FAILED-COUNT
           PERFORM CHECK-PASSWORD-AGE
           IF PASSWORD-HAS-EXPIRED
               DISPLAY "PASSWORD HAS EXPIRED - A NEW ONE IS REQUIRED"
               PERFORM CHOOSE-NEW-PASSWORD
               IF NOT NEW-PASSWORD-ACCEPTED
                   MOVE "PWDFAIL" TO WS-SECURITY-EVENT
                   PERFORM LOG-SECURITY-EVENT
                   PERFORM SAVE-THIS-OPERATOR
                   EXIT PARAGRAPH
               END-IF
               MOVE "PWDCHG" TO WS-SECURITY-EVENT
               PERFORM LOG-SECURITY-EVENT
           END-IF
           PERFORM SAVE-THIS-OPERATOR
           MOVE "SIGNON" TO WS-SECURITY-EVENT
           PERFORM LOG-SECURITY-EVENT
           MOVE 'Y' TO AO-RESULT.

       COUNT-FAILED-ATTEMPT.
           ADD 1 TO WS-TO-FAILED-COUNT
           IF WS-TO-FAILED-COUNT >= WS-MAX-ATTEMPTS
               MOVE 'L' TO WS-TO-LOCKED
               DISPLAY "WRONG PASSWORD - OPERATOR " AO-OPERATOR-ID
                   " IS NOW LOCKED - SEE THE SECURITY ADMINISTRATOR"
               MOVE "LOCKOUT" TO WS-SECURITY-EVENT
           ELSE
               DISPLAY "WRONG PASSWORD"
               MOVE "FAILED" TO WS-SECURITY-EVENT
           END-IF
           PERFORM SAVE-THIS-OPERATOR
           PERFORM LOG-SECURITY-EVENT.

      *----------------------------------------------------------------
      * CHECK-PASSWORD-AGE takes a temporary password (date zero) or
      * a date that is not a date as already expired.
      *----------------------------------------------------------------
       CHECK-PASSWORD-AGE.
           MOVE 'Y' TO WS-EXPIRED-SW
           IF WS-TO-PASSWORD-DATE NOT NUMERIC
                   OR WS-TO-PASSWORD-DATE < 19000101
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SET-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TO-PASSWORD-DATE)
           COMPUTE WS-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
           IF WS-SET-DAYS > ZERO
                   AND WS-SET-DAYS + WS-EXPIRY-DAYS > WS-TODAY-DAYS
               MOVE 'N' TO WS-EXPIRED-SW
           END-IF.

      *----------------------------------------------------------------
      * CHECK-FIRST-SECADMIN finds the first SECADMIN id on the master
      * and whether any SECADMIN id already holds a password; only
      * that first id, and only while none does, may choose its own.
      *----------------------------------------------------------------
       CHECK-FIRST-SECADMIN.
           MOVE ZERO TO WS-FIRST-SECADMIN-IDX
           MOVE 'N' TO WS-SECADMIN-PWD-SW
           MOVE ZERO TO WS-OPER-IDX
           PERFORM UNTIL WS-OPER-IDX >= WS-OPER-COUNT
               ADD 1 TO WS-OPER-IDX
               MOVE WS-OPER-IMAGE(WS-OPER-IDX) TO WS-SCAN-OPERATOR
               IF WS-SO-ROLE = "SECADMIN"
                   IF WS-FIRST-SECADMIN-IDX = ZERO
                       MOVE WS-OPER-IDX TO WS-FIRST-SECADMIN-IDX
                   END-IF
                   IF WS-SO-PASSWORD-HASH NOT = SPACES
                       SET SECADMIN-PASSWORD-HELD TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * SET-FIRST-PASSWORD covers the first security administrator at
      * cutover, before any SECADMIN id holds a password: its first
      * sign-on chooses the password.
      *----------------------------------------------------------------
       SET-FIRST-PASSWORD.
           DISPLAY "NO PASSWORD IS SET FOR OPERATOR " AO-OPERATOR-ID
               " - CHOOSE ONE NOW"
           PERFORM CHOOSE-NEW-PASSWORD
           IF NOT NEW-PASSWORD-ACCEPTED
               MOVE "PWDFAIL" TO WS-SECURITY-EVENT
               PERFORM LOG-SECURITY-EVENT
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-TO-FAILED-COUNT
           PERFORM SAVE-THIS-OPERATOR
           MOVE "FIRSTPWD" TO WS-SECURITY-EVENT
           PERFORM LOG-SECURITY-EVENT
           MOVE "SIGNON" TO WS-SECURITY-EVENT
           PERFORM LOG-SECURITY-EVENT
           MOVE 'Y' TO AO-RESULT.

      *----------------------------------------------------------------
      * CHOOSE-NEW-PASSWORD keys the new password twice; it must be
      * at least six characters, match its second keying, and differ
      * from the password it replaces. Three tries, then the sign-on
      * is refused and the old password stays.
      *----------------------------------------------------------------
       CHOOSE-NEW-PASSWORD.
           MOVE 'N' TO WS-NEW-PASSWORD-SW
           MOVE ZERO TO WS-NEW-TRIES
           PERFORM UNTIL NEW-PASSWORD-ACCEPTED
                   OR WS-NEW-TRIES >= 3
               ADD 1 TO WS-NEW-TRIES
               PERFORM KEY-NEW-PASSWORD
           END-PERFORM
           MOVE SPACES TO WS-KEYED-PASSWORD
           MOVE SPACES TO WS-SECOND-PASSWORD.

       KEY-NEW-PASSWORD.
           DISPLAY "NEW PASSWORD (AT LEAST 6 CHARACTERS)"
           MOVE SPACES TO WS-KEYED-PASSWORD
           ACCEPT WS-KEYED-PASSWORD
           DISPLAY "KEY THE NEW PASSWORD AGAIN"
           MOVE SPACES TO WS-SECOND-PASSWORD
           ACCEPT WS-SECOND-PASSWORD
           MOVE ZERO TO WS-PASSWORD-LENGTH
           INSPECT WS-KEYED-PASSWORD TALLYING WS-PASSWORD-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PASSWORD-LENGTH < WS-MIN-PASSWORD-LENGTH
               DISPLAY "PASSWORD TOO SHORT - NO SPACES, AT LEAST "
                   "6 CHARACTERS"
               EXIT PARAGRAPH
           END-IF
           IF WS-SECOND-PASSWORD NOT = WS-KEYED-PASSWORD
               DISPLAY "THE TWO KEYINGS DO NOT MATCH"
               EXIT PARAGRAPH
           END-IF
           CALL "CIFRA-CLAVE" USING AO-OPERATOR-ID,
               WS-KEYED-PASSWORD, WS-KEYED-DIGEST
           IF WS-KEYED-DIGEST = WS-TO-PASSWORD-HASH
               DISPLAY "THE NEW PASSWORD MUST DIFFER FROM THE OLD ONE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KEYED-DIGEST TO WS-TO-PASSWORD-HASH
           MOVE WS-TS-DATE TO WS-TO-PASSWORD-DATE
           SET NEW-PASSWORD-ACCEPTED TO TRUE
           DISPLAY "PASSWORD CHANGED".

      *----------------------------------------------------------------
      * READ-SECURITY-CONTROL loads the expiry days and attempt limit
      * from SEGCTL.DAT, keeping the defaults for anything missing.
      *----------------------------------------------------------------
       READ-SECURITY-CONTROL.
           OPEN INPUT SECURITY-CTL-FILE
           IF WS-SEGCTL-FILE-STATUS = "00"
               READ SECURITY-CTL-FILE
                   NOT AT END
                       IF SC-EXPIRY-DAYS IS NUMERIC
                               AND SC-EXPIRY-DAYS > ZERO
                           MOVE SC-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       END-IF
                       IF SC-MAX-ATTEMPTS IS NUMERIC
                               AND SC-MAX-ATTEMPTS > ZERO
                           MOVE SC-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
                       END-IF
               END-READ
               CLOSE SECURITY-CTL-FILE
           END-IF.

       LOG-SECURITY-EVENT.
           MOVE AO-OPERATOR-ID TO WS-SUBJECT-ID
           CALL "REGISTRA-SEGURIDAD" USING WS-SECURITY-EVENT,
               AO-OPERATOR-ID, AO-PROGRAM-NAME, WS-SUBJECT-ID.

       SAVE-THIS-OPERATOR.
           MOVE WS-THIS-OPERATOR TO WS-OPER-IMAGE(WS-THIS-OPER-IDX).

       FIND-OPERATOR-ENTRY.
           MOVE ZERO TO WS-THIS-OPER-IDX
           MOVE ZERO TO WS-OPER-IDX
           PERFORM UNTIL WS-THIS-OPER-IDX > ZERO
                   OR WS-OPER-IDX >= WS-OPER-COUNT
               ADD 1 TO WS-OPER-IDX
               IF WS-OPER-IMAGE(WS-OPER-IDX)(1:8) = AO-OPERATOR-ID
                   MOVE WS-OPER-IDX TO WS-THIS-OPER-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * LOAD-OPERATOR-TABLE and WRITE-OPERATOR-TABLE hold the whole
      * master in storage and write it back with the attempt count,
      * lock and password settled, the read-all / rewrite-all shape
      * MANTIENE-OPERADORES uses. An id not on file, found locked or
      * with no password issued changes nothing, so only a password
      * check rewrites the master.
      *----------------------------------------------------------------
       LOAD-OPERATOR-TABLE.
           MOVE ZERO TO WS-OPER-COUNT
           MOVE 'N' TO WS-OPER-OVERFLOW-SW
           MOVE 'N' TO WS-OPERMAST-EOF-SWITCH
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPERMAST-FILE-STATUS = "00"
               PERFORM READ-OPERATOR-MASTER-RECORD
               PERFORM UNTIL OPERATOR-MASTER-EOF
                   IF OPERATOR-MASTER-REC(1:8) NOT = SPACES
                       IF WS-OPER-COUNT < 200
                           ADD 1 TO WS-OPER-COUNT
                           MOVE OPERATOR-MASTER-REC
                               TO WS-OPER-IMAGE(WS-OPER-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OPER-OVERFLOW-SW
                       END-IF
                   END-IF
                   PERFORM READ-OPERATOR-MASTER-RECORD
               END-PERFORM
               CLOSE OPERATOR-MASTER-FILE
               MOVE "00" TO WS-OPERMAST-FILE-STATUS
           END-IF.

       READ-OPERATOR-MASTER-RECORD.
           READ OPERATOR-MASTER-FILE
               AT END SET OPERATOR-MASTER-EOF TO TRUE
           END-READ.

       WRITE-OPERATOR-TABLE.
           OPEN OUTPUT OPERATOR-MASTER-FILE
           MOVE ZERO TO WS-OPER-IDX
           PERFORM UNTIL WS-OPER-IDX >= WS-OPER-COUNT
               ADD 1 TO WS-OPER-IDX
               WRITE OPERATOR-MASTER-REC
                   FROM WS-OPER-IMAGE(WS-OPER-IDX)
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE.

       END PROGRAM AUTENTICA-OPERADOR.
