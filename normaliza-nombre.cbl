      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able name-folding subroutine, in the CLASIFICA-
      *          CAMPO style. Spanish names arrive with accented
      *          vowels, N with tilde and U with diaeresis -- MUÑOZ,
      *          GÓMEZ, PEÑA, ARGÜELLO -- keyed either as two-byte
      *          UTF-8 (the terminals and the onboarding extract) or
      *          as one-byte Latin-1 (older feeds). This subroutine
      *          returns a working copy of the name with each such
      *          letter folded to its plain letter, case kept, the
      *          result closed up left-justified and space-padded, so
      *          the class tests, the sounds-like key and the
      *          duplicate comparisons see MUNOZ, GOMEZ, PENA,
      *          ARGUELLO. The caller's field is never changed: the
      *          master keeps the name exactly as the customer spells
      *          it, and only comparisons use the folded copy.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORMALIZA-NOMBRE.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-IN-POS           PIC 9(2) COMP VALUE ZERO.
       01  WS-OUT-POS          PIC 9(2) COMP VALUE ZERO.
       01  WS-THIS-CHAR        PIC X.
       01  WS-NEXT-CHAR        PIC X.
       01  WS-FOLDED-CHAR      PIC X.

       LINKAGE SECTION.
       01  NN-NAME-IN          PIC X(80).
       01  NN-NAME-LENGTH      PIC 9(2).
       01  NN-NAME-OUT         PIC X(80).

       PROCEDURE DIVISION USING NN-NAME-IN, NN-NAME-LENGTH,
           NN-NAME-OUT.
       MAIN-LOGIC.
           MOVE SPACES TO NN-NAME-OUT
           IF NN-NAME-LENGTH IS NOT NUMERIC
                   OR NN-NAME-LENGTH < 1
                   OR NN-NAME-LENGTH > 80
               GOBACK
           END-IF
           MOVE ZERO TO WS-IN-POS
           MOVE ZERO TO WS-OUT-POS
           PERFORM UNTIL WS-IN-POS >= NN-NAME-LENGTH
               ADD 1 TO WS-IN-POS
               MOVE NN-NAME-IN(WS-IN-POS:1) TO WS-THIS-CHAR
               MOVE WS-THIS-CHAR TO WS-FOLDED-CHAR
               IF WS-THIS-CHAR = X"C3"
                       AND WS-IN-POS < NN-NAME-LENGTH
                   MOVE NN-NAME-IN(WS-IN-POS + 1:1) TO WS-NEXT-CHAR
                   PERFORM FOLD-UTF8-LETTER
               ELSE
                   PERFORM FOLD-LATIN1-LETTER
               END-IF
               ADD 1 TO WS-OUT-POS
               MOVE WS-FOLDED-CHAR TO NN-NAME-OUT(WS-OUT-POS:1)
           END-PERFORM
           GOBACK.

      *----------------------------------------------------------------
      * FOLD-UTF8-LETTER folds a two-byte UTF-8 Spanish letter (lead
      * byte C3) to its plain letter and steps past the second byte.
      * Any other C3 pair is not a Spanish letter and is passed on
      * untouched, lead byte first.
      *----------------------------------------------------------------
       FOLD-UTF8-LETTER.
           EVALUATE WS-NEXT-CHAR
               WHEN X"81"  MOVE "A" TO WS-FOLDED-CHAR
               WHEN X"89"  MOVE "E" TO WS-FOLDED-CHAR
               WHEN X"8D"  MOVE "I" TO WS-FOLDED-CHAR
               WHEN X"93"  MOVE "O" TO WS-FOLDED-CHAR
               WHEN X"9A"  MOVE "U" TO WS-FOLDED-CHAR
               WHEN X"9C"  MOVE "U" TO WS-FOLDED-CHAR
               WHEN X"91"  MOVE "N" TO WS-FOLDED-CHAR
               WHEN X"A1"  MOVE "a" TO WS-FOLDED-CHAR
               WHEN X"A9"  MOVE "e" TO WS-FOLDED-CHAR
               WHEN X"AD"  MOVE "i" TO WS-FOLDED-CHAR
               WHEN X"B3"  MOVE "o" TO WS-FOLDED-CHAR
               WHEN X"BA"  MOVE "u" TO WS-FOLDED-CHAR
               WHEN X"BC"  MOVE "u" TO WS-FOLDED-CHAR
               WHEN X"B1"  MOVE "n" TO WS-FOLDED-CHAR
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-IN-POS.

      *----------------------------------------------------------------
      * FOLD-LATIN1-LETTER folds the same letters keyed as single
      * Latin-1 bytes.
      *----------------------------------------------------------------
       FOLD-LATIN1-LETTER.
           EVALUATE WS-THIS-CHAR
               WHEN X"C1"  MOVE "A" TO WS-FOLDED-CHAR
               WHEN X"C9"  MOVE "E" TO WS-FOLDED-CHAR
               WHEN X"CD"  MOVE "I" TO WS-FOLDED-CHAR
               WHEN X"D3"  MOVE "O" TO WS-FOLDED-CHAR
               WHEN X"DA"  MOVE "U" TO WS-FOLDED-CHAR
               WHEN X"DC"  MOVE "U" TO WS-FOLDED-CHAR
               WHEN X"D1"  MOVE "N" TO WS-FOLDED-CHAR
               WHEN X"E1"  MOVE "a" TO WS-FOLDED-CHAR
               WHEN X"E9"  MOVE "e" TO WS-FOLDED-CHAR
               WHEN X"ED"  MOVE "i" TO WS-FOLDED-CHAR
               WHEN X"F3"  MOVE "o" TO WS-FOLDED-CHAR
               WHEN X"FA"  MOVE "u" TO WS-FOLDED-CHAR
               WHEN X"FC"  MOVE "u" TO WS-FOLDED-CHAR
               WHEN X"F1"  MOVE "n" TO WS-FOLDED-CHAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       END PROGRAM NORMALIZA-NOMBRE.
