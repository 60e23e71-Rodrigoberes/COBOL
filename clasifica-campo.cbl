      *               APELLIDO) directly instead of building padding
      *               shims around the old fixed 10-byte window. A
      *               length outside 1-80 classifies as nothing.
      * 2026-10-15 RO The alphabetic tests now run on a NORMALIZA-
      *               NOMBRE folded copy of the field, so accented
      *               vowels, N with tilde and U with diaeresis count
      *               as letters and MUÑOZ or GÓMEZ pass as a name.
      *               The numeric and binary tests still see the
      *               field as keyed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASIFICA-CAMPO.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-FOLDED-FIELD        PIC X(80).

       LINKAGE SECTION.
       01  CC-FIELD-IN            PIC X(80).
           IF CC-FIELD-LENGTH IS NUMERIC
                   AND CC-FIELD-LENGTH >= 1
                   AND CC-FIELD-LENGTH <= 80
               CALL "NORMALIZA-NOMBRE" USING CC-FIELD-IN,
                   CC-FIELD-LENGTH, WS-FOLDED-FIELD
               PERFORM ES-ALFABETICO
               PERFORM ES-ALFABETICO-UPPER-CASE
               PERFORM ES-ALFABETICO-LOWER-CASE
           GOBACK.

       ES-ALFABETICO.
           IF WS-FOLDED-FIELD(1:CC-FIELD-LENGTH) IS ALPHABETIC
              MOVE 'Y' TO CC-IS-ALPHABETIC
           END-IF.

       ES-ALFABETICO-UPPER-CASE.
           IF WS-FOLDED-FIELD(1:CC-FIELD-LENGTH) IS ALPHABETIC-UPPER
              MOVE 'Y' TO CC-IS-ALPHA-UPPER
           END-IF.

       ES-ALFABETICO-LOWER-CASE.
           IF WS-FOLDED-FIELD(1:CC-FIELD-LENGTH) IS ALPHABETIC-LOWER
              MOVE 'Y' TO CC-IS-ALPHA-LOWER
           END-IF.

