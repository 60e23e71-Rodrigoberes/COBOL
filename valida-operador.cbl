      *          (id, name, role, active/inactive, authorized
      *          programs) maintained by MANTIENE-OPERADORES: the id
      *          must exist, be active, and carry the calling program
      *          in its authorized-program list (or the word ALL),
      *          and must not be locked out by failed passwords --
      *          a locked id is refused here for batch PARM ids and
      *          supervisor ids alike until a security administrator
      *          resets it. The password itself is asked for at an
      *          interactive sign-on by AUTENTICA-OPERADOR.
      *          The operator's role is handed back so a caller can
      *          additionally demand SUPERVSR where it needs one.
      *          When the operator master doesn't exist yet, the old
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

       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-REC     PIC X(8).
       01  WS-PROGRAM-LENGTH       PIC 9(2) COMP VALUE ZERO.
       01  WS-SCAN-POS             PIC 9(2) COMP VALUE ZERO.
       01  WS-SCAN-LIMIT           PIC 9(2) COMP VALUE ZERO.
       01  WS-SECURITY-EVENT       PIC X(8) VALUE "LOCKED".
       01  WS-SUBJECT-ID           PIC X(8).

       LINKAGE SECTION.
       01  VO-OPERATOR-ID      PIC X(8).
                   " IS NOT ACTIVE"
               EXIT PARAGRAPH
           END-IF
           IF OPERATOR-LOCKED
               DISPLAY "OPERATOR " VO-OPERATOR-ID
                   " IS LOCKED - SEE THE SECURITY ADMINISTRATOR"
               MOVE VO-OPERATOR-ID TO WS-SUBJECT-ID
               CALL "REGISTRA-SEGURIDAD" USING WS-SECURITY-EVENT,
                   VO-OPERATOR-ID, VO-PROGRAM-NAME, WS-SUBJECT-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-PROGRAM-AUTHORITY
           IF PROGRAM-IS-AUTHORIZED
               MOVE 'Y' TO VO-RESULT
