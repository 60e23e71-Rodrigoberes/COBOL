      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able security log writer. Every sign-on event
      *          AUTENTICA-OPERADOR settles -- a good sign-on, a wrong
      *          password, an id locked out, a sign-on tried on a
      *          locked id, a first or changed password -- and every
      *          reset a security administrator makes through
      *          MANTIENE-OPERADORES, and every full view of a
      *          customer's document id (DOCVIEW, the customer number
      *          as the subject) is handed here and appended to
      *          SEGLOG.DAT with the operator, the program, the id the
      *          event was about, and a timestamp. No password, nor
      *          its digest, is ever written to the log.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-SEGURIDAD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SEGLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGLOG-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-REC.
           05 SL-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X VALUE SPACE.
           05 SL-EVENT         PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SL-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SL-PROGRAM-NAME  PIC X(18).
           05 FILLER           PIC X VALUE SPACE.
           05 SL-SUBJECT-ID    PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-SEGLOG-FILE-STATUS PIC XX.
       01  WS-TIMESTAMP.
           05 WS-TS-DATE       PIC X(8).
           05 WS-TS-TIME       PIC X(6).
           05 FILLER           PIC X(7).

       LINKAGE SECTION.
       01  RS-EVENT            PIC X(8).
       01  RS-OPERATOR-ID      PIC X(8).
       01  RS-PROGRAM-NAME     PIC X(18).
       01  RS-SUBJECT-ID       PIC X(8).

       PROCEDURE DIVISION USING RS-EVENT, RS-OPERATOR-ID,
           RS-PROGRAM-NAME, RS-SUBJECT-ID.
       MAIN-LOGIC.
           MOVE SPACES TO SECURITY-LOG-REC
           MOVE RS-EVENT        TO SL-EVENT
           MOVE RS-OPERATOR-ID  TO SL-OPERATOR-ID
           MOVE RS-PROGRAM-NAME TO SL-PROGRAM-NAME
           MOVE RS-SUBJECT-ID   TO SL-SUBJECT-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
               INTO SL-TIMESTAMP
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SEGLOG-FILE-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF
           WRITE SECURITY-LOG-REC
           CLOSE SECURITY-LOG-FILE
           GOBACK.

       END PROGRAM REGISTRA-SEGURIDAD.
