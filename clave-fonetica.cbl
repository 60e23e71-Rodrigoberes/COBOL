      *          inquiry computes the same key from whatever spelling
      *          the front office heard.
      * Tectonics: cobc
      *****************************************************************
      * Modification History:
      * 2026-10-15 RO The name is folded through NORMALIZA-NOMBRE
      *               before it is upper-cased, so MUÑOZ keys as
      *               MUNOZ and GÓMEZ as GOMEZ instead of the accented
      *               bytes breaking the consonant runs. Keys already
      *               on FONETICO.DAT and WATCHLST.DAT are rebuilt by
      *               the next CONSTRUYE-FONETICO and CARGA-LISTA.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAVE-FONETICA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-WORK-NAME        PIC X(32).
       01  WS-FOLD-INPUT       PIC X(80).
       01  WS-FOLD-LENGTH      PIC 9(2) VALUE 32.
       01  WS-FOLD-OUTPUT      PIC X(80).
       01  WS-IN-POS           PIC 9(2) COMP VALUE ZERO.
       01  WS-OUT-POS          PIC 9(2) COMP VALUE ZERO.
       01  WS-THIS-CHAR        PIC X.

       PROCEDURE DIVISION USING CF-NAME-IN, CF-KEY-OUT.
       MAIN-LOGIC.
           MOVE CF-NAME-IN TO WS-FOLD-INPUT
           CALL "NORMALIZA-NOMBRE" USING WS-FOLD-INPUT,
               WS-FOLD-LENGTH, WS-FOLD-OUTPUT
           MOVE FUNCTION UPPER-CASE(WS-FOLD-OUTPUT(1:32))
               TO WS-WORK-NAME
           MOVE ALL "0" TO CF-KEY-OUT
           MOVE ZERO TO WS-IN-POS
           MOVE ZERO TO WS-OUT-POS
