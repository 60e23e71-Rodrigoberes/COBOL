      *          the signed-on operator id where the program takes
      *          one, so nobody needs a crib sheet of program names.
      * Tectonics: cobc
      *****************************************************************
      * Modification History:
      * 2026-10-15 RO Closing an account now passes the operator id,
      *               which BAJA-DE-CLIENTES needs to post a ledger
      *               settlement with the closure.
      * 2026-10-15 RO Interactive sign-on now asks for the operator's
      *               password through AUTENTICA-OPERADOR.
      * 2026-10-15 RO Option 7 quotes a loan repayment schedule through
      *               CALCULA-PRESTAMO.
      * 2026-10-15 RO Option 8 opens the teller window, ATIENDE-
      *               VENTANILLA, for balance inquiry and single
      *               postings under the operator's amount authority.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU-PRINCIPAL.
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
           END-PERFORM
           DISPLAY "4 = ONBOARD A NEW CUSTOMER"
           DISPLAY "5 = CLOSE AN ACCOUNT"
           DISPLAY "6 = CHANGE HISTORY FOR A CUSTOMER"
           DISPLAY "7 = LOAN REPAYMENT QUOTE"
           DISPLAY "8 = TELLER POSTING AND BALANCE INQUIRY"
           DISPLAY "0 = SIGN OFF"
           DISPLAY "================================".

                   MOVE "entrada-de-datos" TO WS-COMMAND
                   PERFORM RUN-THE-COMMAND
               WHEN '5'
                   STRING "baja-de-clientes I " DELIMITED BY SIZE
                          WS-OPERATOR-ID       DELIMITED BY SPACE
                       INTO WS-COMMAND
                   PERFORM RUN-THE-COMMAND
               WHEN '6'
                   STRING "re-assign-values H " DELIMITED BY SIZE
                          WS-OPERATOR-ID       DELIMITED BY SPACE
                       INTO WS-COMMAND
                   PERFORM RUN-THE-COMMAND
               WHEN '7'
                   MOVE "calcula-prestamo" TO WS-COMMAND
                   PERFORM RUN-THE-COMMAND
               WHEN '8'
                   STRING "atiende-ventanilla " DELIMITED BY SIZE
                          WS-OPERATOR-ID       DELIMITED BY SPACE
                       INTO WS-COMMAND
                   PERFORM RUN-THE-COMMAND
               WHEN '0'
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN OTHER
