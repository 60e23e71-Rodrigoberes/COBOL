      *               session table refuses the run outright instead
      *               of silently dropping - and then rewriting away -
      *               the worklist items past the cap.
      * 2026-10-15 RO Interactive sign-on now asks for the operator's
      *               password through AUTENTICA-OPERADOR.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIGNA-TRABAJO.
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
