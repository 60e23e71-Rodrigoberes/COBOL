      *               recomputes a seal, so a text-editor change
      *               still fails verification at the next run while
      *               a logged override does not.
      * 2026-10-15 RO Interactive sign-on now asks for the operator's
      *               password through AUTENTICA-OPERADOR.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTA-CONTROLES.
               DISPLAY "PLEASE INTRODUCE YOUR OPERATOR ID"
               ACCEPT WS-OPERATOR-ID
               PERFORM VALIDATE-OPERATOR-ID
               IF OPERATOR-IS-VALID
                   CALL "AUTENTICA-OPERADOR" USING WS-OPERATOR-ID,
                       WS-AUTH-PROGRAM-NAME, WS-OPERID-VALID-SW
                   IF NOT OPERATOR-IS-VALID
                       DISPLAY "SIGN-ON REFUSED - TRY AGAIN"
                   END-IF
               ELSE
                   DISPLAY "UNKNOWN OPERATOR ID - TRY AGAIN"
               END-IF
           END-PERFORM.
