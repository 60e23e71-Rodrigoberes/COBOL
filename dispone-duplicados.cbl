      *               disposition table refuses the run outright
      *               instead of silently dropping - and then
      *               rewriting away - the dispositions past the cap.
      * 2026-10-15 RO Interactive sign-on now asks for the operator's
      *               password through AUTENTICA-OPERADOR.
      * 2026-10-15 RO A confirmed merge is queued with the id of the
      *               operator who confirmed it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPONE-DUPLICADOS.
           05 MQ-SURVIVOR-NUMBER PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 MQ-LOSER-NUMBER  PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 MQ-REQUESTED-BY  PIC X(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).
           IF WS-MERGEQ-FILE-STATUS = "35"
               OPEN OUTPUT MERGE-QUEUE-FILE
           END-IF
           MOVE WS-OPERATOR-ID TO MQ-REQUESTED-BY
           WRITE MERGE-QUEUE-REC
           CLOSE MERGE-QUEUE-FILE
           DISPLAY "QUEUED FOR MERGE: " MQ-LOSER-NUMBER " INTO "
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
