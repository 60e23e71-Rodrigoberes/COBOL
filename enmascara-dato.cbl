      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able masking subroutine -- the one place the
      *          shop's policy on showing a customer's document id
      *          (CM-DOC-ID) and phone (CM-TELEFONO) is kept. Given
      *          the role of whoever will see the value, it leaves the
      *          value whole for the roles entitled to full values
      *          (SUPERVSR, SECADMIN) and otherwise replaces every
      *          nonblank character but the last four with '*'. A
      *          blank role -- a batch run no full-value operator has
      *          authorized -- is masked like any front-office role.
      *          ED-SHOWN comes back 'F' when the value was left whole
      *          and 'M' when it was masked, so the caller can log the
      *          full views of a document id on SEGLOG.DAT.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENMASCARA-DATO.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-VALUE-LENGTH     PIC 9(2) VALUE ZERO.
       01  WS-KEPT-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-CHAR-IDX         PIC 9(2) VALUE ZERO.

       LINKAGE SECTION.
       01  ED-ROLE             PIC X(10).
       01  ED-VALUE            PIC X(32).
       01  ED-SHOWN            PIC X.
           88 ED-SHOWN-FULL   VALUE 'F'.
           88 ED-SHOWN-MASKED VALUE 'M'.

       PROCEDURE DIVISION USING ED-ROLE, ED-VALUE, ED-SHOWN.
       MAIN-LOGIC.
           IF ED-ROLE = "SUPERVSR" OR ED-ROLE = "SECADMIN"
               SET ED-SHOWN-FULL TO TRUE
               GOBACK
           END-IF
           SET ED-SHOWN-MASKED TO TRUE
           MOVE 32 TO WS-VALUE-LENGTH
           PERFORM UNTIL WS-VALUE-LENGTH = ZERO
                   OR ED-VALUE(WS-VALUE-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-VALUE-LENGTH
           END-PERFORM
           MOVE ZERO TO WS-KEPT-COUNT
           MOVE WS-VALUE-LENGTH TO WS-CHAR-IDX
           PERFORM UNTIL WS-CHAR-IDX = ZERO
               IF ED-VALUE(WS-CHAR-IDX:1) NOT = SPACE
                   IF WS-KEPT-COUNT < 4
                       ADD 1 TO WS-KEPT-COUNT
                   ELSE
                       MOVE "*" TO ED-VALUE(WS-CHAR-IDX:1)
                   END-IF
               END-IF
               SUBTRACT 1 FROM WS-CHAR-IDX
           END-PERFORM
           GOBACK.

       END PROGRAM ENMASCARA-DATO.
