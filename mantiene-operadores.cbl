      * Purpose: Maintenance for the OPERMAST.DAT operator master the
      *          VALIDA-OPERADOR subroutine authorizes against. Lists
      *          the operators, adds one (id, name, role, authorized
      *          program list, home branch, and the reporting
      *          supervisor who recertifies the operator's access),
      *          changes that supervisor, and activates or
      *          deactivates an id -- so a leaver is switched off here
      *          instead of someone hand-editing a flat file. Every
      *          change is made under a signed-on operator id and
      *          echoed to the console.
      *          A new operator is issued a temporary password, and a
      *          security administrator (SECADMIN) resets a locked id
      *          or issues a fresh temporary password; both must be
      *          changed at the operator's next sign-on. The security
      *          administrator also sets each role's teller posting
      *          authority.
      * Tectonics: cobc
      *****************************************************************
      * Modification History:
      *               in-memory session table refuses the run outright
      *               instead of silently dropping - and then
      *               rewriting away - the operators past the cap.
      * 2026-10-15 RO Operators now carry a home branch on OPERMAST.DAT,
      *               keyed when an operator is added and changed by the
      *               new function 6, checked against the SUCURSAL.DAT
      *               branch reference through VALIDA-SUCURSAL. An
      *               ordinary operator is kept to the home branch's
      *               customers; a blank branch means every branch.
      * 2026-10-15 RO Sign-on now asks for the operator's password
      *               through AUTENTICA-OPERADOR. A new operator is
      *               issued a temporary password, the list shows a
      *               locked id, and new function 7 lets a SECADMIN
      *               unlock an id and issue a temporary password,
      *               logged on SEGLOG.DAT.
      * 2026-10-15 RO Operators now carry the reporting supervisor
      *               who recertifies their access, keyed when an
      *               operator is added and changed by new function 8.
      * 2026-10-15 RO New function 9 lets a SECADMIN set the largest
      *               amount each role may post at the teller window
      *               without approval (AUTORIZA-IMPORTE, ROLEAUT.DAT),
      *               logged on SEGLOG.DAT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-OPERADORES.
           05 OM-ACTIVE        PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 OM-PROGRAMS      PIC X(80).
           05 FILLER           PIC X VALUE SPACE.
           05 OM-BRANCH-CODE   PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 OM-PASSWORD-HASH PIC X(16).
           05 FILLER           PIC X VALUE SPACE.
           05 OM-PASSWORD-DATE PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 OM-FAILED-COUNT  PIC 9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 OM-LOCKED        PIC X.
              88 OPERATOR-LOCKED   VALUE 'L'.
           05 FILLER           PIC X VALUE SPACE.
           05 OM-SUPERVISOR-ID PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-OPERMAST-FILE-STATUS PIC XX.
             10 WS-OE-ROLE        PIC X(10).
             10 WS-OE-ACTIVE      PIC X.
             10 WS-OE-PROGRAMS    PIC X(80).
             10 WS-OE-BRANCH      PIC X(4).
             10 WS-OE-PASSWORD-HASH PIC X(16).
             10 WS-OE-PASSWORD-DATE PIC 9(8).
             10 WS-OE-FAILED-COUNT PIC 9(2).
             10 WS-OE-LOCKED      PIC X.
             10 WS-OE-SUPERVISOR  PIC X(8).
       01 WS-OPER-IDX             PIC 9(3) COMP VALUE ZERO.
       01 WS-OPER-OVERFLOW-SW     PIC X VALUE 'N'.
          88 OPERATOR-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-THIS-OPER-IDX        PIC 9(3) COMP VALUE ZERO.
       01 WS-WANTED-ID            PIC X(8).
       01 WS-NEW-ACTIVE           PIC X.
       01 WS-VS-ACTION            PIC X VALUE 'B'.
       01 WS-VS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01 WS-VS-BRANCH-CODE       PIC X(4).
       01 WS-VS-SCOPE             PIC X.
       01 WS-VS-BRANCH-NAME       PIC X(30).
       01 WS-VS-RESULT            PIC X.
       01 WS-BRANCH-SWITCH        PIC X VALUE 'N'.
          88 BRANCH-IS-ACCEPTED VALUE 'Y'.
       01 WS-TEMP-PASSWORD        PIC X(16).
       01 WS-SECOND-PASSWORD      PIC X(16).
       01 WS-PASSWORD-DIGEST      PIC X(16).
       01 WS-PASSWORD-LENGTH      PIC 9(2) COMP VALUE ZERO.
       01 WS-PASSWORD-SWITCH      PIC X VALUE 'N'.
          88 PASSWORD-IS-ISSUED VALUE 'Y'.
       01 WS-SECURITY-EVENT       PIC X(8).
       01 WS-SUPER-IDX            PIC 9(3) COMP VALUE ZERO.
       01 WS-SUPERVISOR-SWITCH    PIC X VALUE 'N'.
          88 SUPERVISOR-IS-ACCEPTED VALUE 'Y'.
       01 WS-AI-FUNCTION          PIC X VALUE 'S'.
       01 WS-AI-ROLE              PIC X(10).
       01 WS-AI-MAX-AMOUNT        PIC 9(10)V99 VALUE ZERO.
       01 WS-AI-RESULT            PIC X.
       01 WS-NUMBER-TEXT          PIC X(20).
       01 WS-AMOUNT-SWITCH        PIC X VALUE 'N'.
          88 AMOUNT-IS-ACCEPTED VALUE 'Y'.
       01 WS-EDITED-AMOUNT        PIC Z(9)9.99.
      ******************************************************************
       PROCEDURE DIVISION.

           DISPLAY "3 = DEACTIVATE AN OPERATOR"
           DISPLAY "4 = REACTIVATE AN OPERATOR"
           DISPLAY "5 = CHANGE AN OPERATOR'S PROGRAM LIST"
           DISPLAY "6 = CHANGE AN OPERATOR'S HOME BRANCH"
           DISPLAY "7 = RESET A LOCKED OPERATOR / ISSUE A PASSWORD"
           DISPLAY "8 = CHANGE AN OPERATOR'S REPORTING SUPERVISOR"
           DISPLAY "9 = SET A ROLE'S TELLER POSTING AUTHORITY"
           ACCEPT WS-FUNCTION-CODE
           EVALUATE WS-FUNCTION-CODE
               WHEN '1'
               WHEN '5'
                   PERFORM CHANGE-PROGRAM-LIST
                   PERFORM WRITE-OPERATOR-TABLE
               WHEN '6'
                   PERFORM CHANGE-HOME-BRANCH
                   PERFORM WRITE-OPERATOR-TABLE
               WHEN '7'
                   IF WS-SIGNON-ROLE NOT = "SECADMIN"
                       DISPLAY "FUNCTION 7 IS FOR THE SECURITY "
                           "ADMINISTRATOR ONLY - NOTHING CHANGED"
                   ELSE
                       PERFORM RESET-OPERATOR-PASSWORD
                       PERFORM WRITE-OPERATOR-TABLE
                   END-IF
               WHEN '8'
                   PERFORM CHANGE-SUPERVISOR
                   PERFORM WRITE-OPERATOR-TABLE
               WHEN '9'
                   IF WS-SIGNON-ROLE NOT = "SECADMIN"
                       DISPLAY "FUNCTION 9 IS FOR THE SECURITY "
                           "ADMINISTRATOR ONLY - NOTHING CHANGED"
                   ELSE
                       PERFORM SET-ROLE-AUTHORITY
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN FUNCTION - NOTHING CHANGED"
           END-EVALUATE
      *----------------------------------------------------------------
      * SIGN-ON-OPERATOR puts the session under a validated id through
      * the same VALIDA-OPERADOR check the production programs apply,
      * so operator maintenance is itself an authorized function, and
      * through AUTENTICA-OPERADOR's password check. The password
      * check rewrites OPERMAST.DAT, so it runs before the master is
      * loaded for the session.
      *----------------------------------------------------------------
       SIGN-ON-OPERATOR.
           DISPLAY "PLEASE INTRODUCE YOUR OPERATOR ID"
           ACCEPT WS-SIGNON-ID
           CALL "VALIDA-OPERADOR" USING WS-SIGNON-ID,
               WS-THIS-PROGRAM, WS-SIGNON-RESULT, WS-SIGNON-ROLE
           IF SIGNON-IS-VALID
               CALL "AUTENTICA-OPERADOR" USING WS-SIGNON-ID,
                   WS-THIS-PROGRAM, WS-SIGNON-RESULT
           END-IF.

       LIST-ALL-OPERATORS.
           IF WS-OPER-COUNT = ZERO
                       WS-OE-ROLE(WS-OPER-IDX) " "
                       WS-OE-NAME(WS-OPER-IDX)
                   DISPLAY "  PROGRAMS: " WS-OE-PROGRAMS(WS-OPER-IDX)
                   DISPLAY "  BRANCH:   " WS-OE-BRANCH(WS-OPER-IDX)
                   DISPLAY "  REPORTS TO: "
                       WS-OE-SUPERVISOR(WS-OPER-IDX)
                   IF WS-OE-LOCKED(WS-OPER-IDX) = 'L'
                       DISPLAY "  ** LOCKED - FAILED PASSWORDS **"
                   END-IF
                   IF WS-OE-PASSWORD-HASH(WS-OPER-IDX) = SPACES
                       DISPLAY "  NO PASSWORD SET"
                   END-IF
               END-PERFORM
           END-IF.

           MOVE WS-WANTED-ID TO WS-OE-ID(WS-OPER-COUNT)
           DISPLAY "OPERATOR NAME"
           ACCEPT WS-OE-NAME(WS-OPER-COUNT)
           DISPLAY "ROLE (OPERATOR / SUPERVSR / NIGHTOPS / SECADMIN)"
           ACCEPT WS-OE-ROLE(WS-OPER-COUNT)
           DISPLAY "AUTHORIZED PROGRAMS (COMMA LIST, OR ALL)"
           ACCEPT WS-OE-PROGRAMS(WS-OPER-COUNT)
           PERFORM ACCEPT-HOME-BRANCH
           MOVE WS-VS-BRANCH-CODE TO WS-OE-BRANCH(WS-OPER-COUNT)
           MOVE WS-OPER-COUNT TO WS-THIS-OPER-IDX
           PERFORM ACCEPT-SUPERVISOR
           MOVE 'A' TO WS-OE-ACTIVE(WS-OPER-COUNT)
           MOVE SPACE TO WS-OE-LOCKED(WS-OPER-COUNT)
           MOVE ZERO TO WS-OE-FAILED-COUNT(WS-OPER-COUNT)
           MOVE WS-OPER-COUNT TO WS-THIS-OPER-IDX
           PERFORM ISSUE-TEMPORARY-PASSWORD
           MOVE "NEWOPER" TO WS-SECURITY-EVENT
           PERFORM LOG-SECURITY-EVENT
           DISPLAY "OPERATOR ADDED: " WS-WANTED-ID.

       FLIP-OPERATOR-STATUS.
               DISPLAY "PROGRAM LIST UPDATED FOR " WS-WANTED-ID
           END-IF.

      *----------------------------------------------------------------
      * CHANGE-HOME-BRANCH moves an operator to another home branch.
      * An ordinary operator works only the customers of the home
      * branch; a blank branch leaves the operator on every branch.
      *----------------------------------------------------------------
       CHANGE-HOME-BRANCH.
           DISPLAY "WHICH OPERATOR ID?"
           ACCEPT WS-WANTED-ID
           PERFORM FIND-OPERATOR-ENTRY
           IF WS-THIS-OPER-IDX = ZERO
               DISPLAY "NO SUCH OPERATOR: " WS-WANTED-ID
           ELSE
               DISPLAY "CURRENT BRANCH: "
                   WS-OE-BRANCH(WS-THIS-OPER-IDX)
               PERFORM ACCEPT-HOME-BRANCH
               MOVE WS-VS-BRANCH-CODE
                   TO WS-OE-BRANCH(WS-THIS-OPER-IDX)
               DISPLAY "HOME BRANCH UPDATED FOR " WS-WANTED-ID
           END-IF.

      *----------------------------------------------------------------
      * CHANGE-SUPERVISOR moves an operator under another reporting
      * supervisor, the one who recertifies the operator's access.
      *----------------------------------------------------------------
       CHANGE-SUPERVISOR.
           DISPLAY "WHICH OPERATOR ID?"
           ACCEPT WS-WANTED-ID
           PERFORM FIND-OPERATOR-ENTRY
           IF WS-THIS-OPER-IDX = ZERO
               DISPLAY "NO SUCH OPERATOR: " WS-WANTED-ID
           ELSE
               DISPLAY "CURRENT SUPERVISOR: "
                   WS-OE-SUPERVISOR(WS-THIS-OPER-IDX)
               PERFORM ACCEPT-SUPERVISOR
               DISPLAY "SUPERVISOR UPDATED FOR " WS-WANTED-ID
           END-IF.

      *----------------------------------------------------------------
      * ACCEPT-SUPERVISOR keys the reporting supervisor for the
      * operator at WS-THIS-OPER-IDX: an active SUPERVSR on the master
      * other than the operator. A blank supervisor leaves the
      * operator to the security administrator at recertification.
      *----------------------------------------------------------------
       ACCEPT-SUPERVISOR.
           MOVE 'N' TO WS-SUPERVISOR-SWITCH
           PERFORM UNTIL SUPERVISOR-IS-ACCEPTED
               DISPLAY "REPORTING SUPERVISOR ID (BLANK FOR NONE)"
               MOVE SPACES TO WS-OE-SUPERVISOR(WS-THIS-OPER-IDX)
               ACCEPT WS-OE-SUPERVISOR(WS-THIS-OPER-IDX)
               MOVE ZERO TO WS-SUPER-IDX
               IF WS-OE-SUPERVISOR(WS-THIS-OPER-IDX) = SPACES
                   SET SUPERVISOR-IS-ACCEPTED TO TRUE
               ELSE
                   PERFORM UNTIL SUPERVISOR-IS-ACCEPTED
                           OR WS-SUPER-IDX >= WS-OPER-COUNT
                       ADD 1 TO WS-SUPER-IDX
                       IF WS-OE-ID(WS-SUPER-IDX)
                               = WS-OE-SUPERVISOR(WS-THIS-OPER-IDX)
                               AND WS-SUPER-IDX NOT = WS-THIS-OPER-IDX
                               AND WS-OE-ROLE(WS-SUPER-IDX)
                                   = "SUPERVSR"
                               AND WS-OE-ACTIVE(WS-SUPER-IDX) = 'A'
                           SET SUPERVISOR-IS-ACCEPTED TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT SUPERVISOR-IS-ACCEPTED
                       DISPLAY "NOT AN ACTIVE SUPERVISOR ON THE "
                           "MASTER - TRY AGAIN"
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * ACCEPT-HOME-BRANCH keys a home branch and checks it through
      * VALIDA-SUCURSAL against the SUCURSAL.DAT branch reference,
      * asking again until it is on file. With no branch reference
      * on file the code is taken as keyed.
      *----------------------------------------------------------------
       ACCEPT-HOME-BRANCH.
           MOVE 'N' TO WS-BRANCH-SWITCH
           PERFORM UNTIL BRANCH-IS-ACCEPTED
               DISPLAY "HOME BRANCH (BLANK FOR ALL BRANCHES)"
               MOVE SPACES TO WS-VS-BRANCH-CODE
               ACCEPT WS-VS-BRANCH-CODE
               IF WS-VS-BRANCH-CODE = SPACES
                   SET BRANCH-IS-ACCEPTED TO TRUE
               ELSE
                   MOVE 'B' TO WS-VS-ACTION
                   CALL "VALIDA-SUCURSAL" USING WS-VS-ACTION,
                       WS-VS-OPERATOR-ID, WS-VS-BRANCH-CODE,
                       WS-VS-SCOPE, WS-VS-BRANCH-NAME, WS-VS-RESULT
                   EVALUATE WS-VS-RESULT
                       WHEN 'Y'
                           DISPLAY "BRANCH " WS-VS-BRANCH-CODE " "
                               WS-VS-BRANCH-NAME
                           SET BRANCH-IS-ACCEPTED TO TRUE
                       WHEN 'U'
                           DISPLAY "BRANCH REFERENCE NOT AVAILABLE - "
                               "BRANCH TAKEN AS KEYED"
                           SET BRANCH-IS-ACCEPTED TO TRUE
                       WHEN OTHER
                           DISPLAY "NO SUCH BRANCH: "
                               WS-VS-BRANCH-CODE " - TRY AGAIN"
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * RESET-OPERATOR-PASSWORD is the security administrator's way
      * back in for an operator who has locked the id or forgotten the
      * password: the lock and failed count are cleared and a new
      * temporary password is issued, to be changed at next sign-on.
      *----------------------------------------------------------------
       RESET-OPERATOR-PASSWORD.
           DISPLAY "WHICH OPERATOR ID?"
           ACCEPT WS-WANTED-ID
           PERFORM FIND-OPERATOR-ENTRY
           IF WS-THIS-OPER-IDX = ZERO
               DISPLAY "NO SUCH OPERATOR: " WS-WANTED-ID
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-OE-LOCKED(WS-THIS-OPER-IDX)
           MOVE ZERO TO WS-OE-FAILED-COUNT(WS-THIS-OPER-IDX)
           PERFORM ISSUE-TEMPORARY-PASSWORD
           MOVE "RESET" TO WS-SECURITY-EVENT
           PERFORM LOG-SECURITY-EVENT
           DISPLAY "OPERATOR RESET: " WS-WANTED-ID
               " - PASSWORD MUST BE CHANGED AT NEXT SIGN-ON".

      *----------------------------------------------------------------
      * ISSUE-TEMPORARY-PASSWORD keys a temporary password twice for
      * the operator at WS-THIS-OPER-IDX and keeps only its one-way
      * digest. The password date is left at zero, so it counts as
      * expired and the operator must choose a new one at sign-on.
      *----------------------------------------------------------------
       ISSUE-TEMPORARY-PASSWORD.
           MOVE 'N' TO WS-PASSWORD-SWITCH
           PERFORM UNTIL PASSWORD-IS-ISSUED
               DISPLAY "TEMPORARY PASSWORD (AT LEAST 6 CHARACTERS)"
               MOVE SPACES TO WS-TEMP-PASSWORD
               ACCEPT WS-TEMP-PASSWORD
               DISPLAY "KEY THE TEMPORARY PASSWORD AGAIN"
               MOVE SPACES TO WS-SECOND-PASSWORD
               ACCEPT WS-SECOND-PASSWORD
               MOVE ZERO TO WS-PASSWORD-LENGTH
               INSPECT WS-TEMP-PASSWORD TALLYING WS-PASSWORD-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               EVALUATE TRUE
                   WHEN WS-PASSWORD-LENGTH < 6
                       DISPLAY "PASSWORD TOO SHORT - NO SPACES, AT "
                           "LEAST 6 CHARACTERS"
                   WHEN WS-SECOND-PASSWORD NOT = WS-TEMP-PASSWORD
                       DISPLAY "THE TWO KEYINGS DO NOT MATCH"
                   WHEN OTHER
                       SET PASSWORD-IS-ISSUED TO TRUE
               END-EVALUATE
           END-PERFORM
           CALL "CIFRA-CLAVE" USING WS-WANTED-ID, WS-TEMP-PASSWORD,
               WS-PASSWORD-DIGEST
           MOVE SPACES TO WS-TEMP-PASSWORD
           MOVE SPACES TO WS-SECOND-PASSWORD
           MOVE WS-PASSWORD-DIGEST
               TO WS-OE-PASSWORD-HASH(WS-THIS-OPER-IDX)
           MOVE ZERO TO WS-OE-PASSWORD-DATE(WS-THIS-OPER-IDX).

      *----------------------------------------------------------------
      * SET-ROLE-AUTHORITY sets the largest amount an operator of a
      * role may post at the teller window without approval. It is
      * kept by role on ROLEAUT.DAT through AUTORIZA-IMPORTE, not on
      * each operator, so OPERMAST.DAT is not rewritten; the change
      * is logged on SEGLOG.DAT with the role as the subject.
      *----------------------------------------------------------------
       SET-ROLE-AUTHORITY.
           MOVE SPACES TO WS-AI-ROLE
           PERFORM UNTIL WS-AI-ROLE NOT = SPACES
               DISPLAY "ROLE (OPERATOR / SUPERVSR / NIGHTOPS / "
                   "SECADMIN)"
               ACCEPT WS-AI-ROLE
               MOVE FUNCTION UPPER-CASE(WS-AI-ROLE) TO WS-AI-ROLE
           END-PERFORM
           MOVE 'N' TO WS-AMOUNT-SWITCH
           PERFORM UNTIL AMOUNT-IS-ACCEPTED
               DISPLAY "LARGEST AMOUNT THE ROLE MAY POST (0 = NONE)"
               MOVE SPACES TO WS-NUMBER-TEXT
               ACCEPT WS-NUMBER-TEXT
               IF WS-NUMBER-TEXT NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-NUMBER-TEXT) = ZERO
                       AND FUNCTION NUMVAL(WS-NUMBER-TEXT) >= ZERO
                   COMPUTE WS-AI-MAX-AMOUNT =
                       FUNCTION NUMVAL(WS-NUMBER-TEXT)
                   SET AMOUNT-IS-ACCEPTED TO TRUE
               ELSE
                   DISPLAY "INVALID AMOUNT - PLEASE TRY AGAIN"
               END-IF
           END-PERFORM
           MOVE 'S' TO WS-AI-FUNCTION
           CALL "AUTORIZA-IMPORTE" USING WS-AI-FUNCTION, WS-AI-ROLE,
               WS-AI-MAX-AMOUNT, WS-SIGNON-ID, WS-AI-RESULT
           IF WS-AI-RESULT NOT = 'Y'
               DISPLAY "AUTHORITY NOT SET - NOTHING CHANGED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AI-ROLE TO WS-WANTED-ID
           MOVE "AUTHSET" TO WS-SECURITY-EVENT
           PERFORM LOG-SECURITY-EVENT
           MOVE WS-AI-MAX-AMOUNT TO WS-EDITED-AMOUNT
           DISPLAY "POSTING AUTHORITY FOR " WS-AI-ROLE ": "
               WS-EDITED-AMOUNT.

       LOG-SECURITY-EVENT.
           CALL "REGISTRA-SEGURIDAD" USING WS-SECURITY-EVENT,
               WS-SIGNON-ID, WS-THIS-PROGRAM, WS-WANTED-ID.

       FIND-OPERATOR-ENTRY.
           MOVE ZERO TO WS-THIS-OPER-IDX
           MOVE ZERO TO WS-OPER-IDX
                           TO WS-OE-ACTIVE(WS-OPER-COUNT)
                       MOVE OM-PROGRAMS
                           TO WS-OE-PROGRAMS(WS-OPER-COUNT)
                       MOVE OM-BRANCH-CODE
                           TO WS-OE-BRANCH(WS-OPER-COUNT)
                       MOVE OM-PASSWORD-HASH
                           TO WS-OE-PASSWORD-HASH(WS-OPER-COUNT)
                       MOVE ZERO TO WS-OE-PASSWORD-DATE(WS-OPER-COUNT)
                       IF OM-PASSWORD-DATE IS NUMERIC
                           MOVE OM-PASSWORD-DATE
                               TO WS-OE-PASSWORD-DATE(WS-OPER-COUNT)
                       END-IF
                       MOVE ZERO TO WS-OE-FAILED-COUNT(WS-OPER-COUNT)
                       IF OM-FAILED-COUNT IS NUMERIC
                           MOVE OM-FAILED-COUNT
                               TO WS-OE-FAILED-COUNT(WS-OPER-COUNT)
                       END-IF
                       MOVE OM-LOCKED TO WS-OE-LOCKED(WS-OPER-COUNT)
                       MOVE OM-SUPERVISOR-ID
                           TO WS-OE-SUPERVISOR(WS-OPER-COUNT)
                   ELSE
                       IF OM-OPERATOR-ID NOT = SPACES
                           MOVE 'Y' TO WS-OPER-OVERFLOW-SW
               MOVE WS-OE-ROLE(WS-OPER-IDX)     TO OM-ROLE
               MOVE WS-OE-ACTIVE(WS-OPER-IDX)   TO OM-ACTIVE
               MOVE WS-OE-PROGRAMS(WS-OPER-IDX) TO OM-PROGRAMS
               MOVE WS-OE-BRANCH(WS-OPER-IDX)   TO OM-BRANCH-CODE
               MOVE WS-OE-PASSWORD-HASH(WS-OPER-IDX)
                   TO OM-PASSWORD-HASH
               MOVE WS-OE-PASSWORD-DATE(WS-OPER-IDX)
                   TO OM-PASSWORD-DATE
               MOVE WS-OE-FAILED-COUNT(WS-OPER-IDX) TO OM-FAILED-COUNT
               MOVE WS-OE-LOCKED(WS-OPER-IDX)   TO OM-LOCKED
               MOVE WS-OE-SUPERVISOR(WS-OPER-IDX) TO OM-SUPERVISOR-ID
               WRITE OPERATOR-MASTER-REC
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE.
