      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able place-name key subroutine, in the CLAVE-
      *          FONETICA style. A street, locality or province name
      *          is keyed by hand and by feeds in every spelling --
      *          "Av. Córdoba", "AV CORDOBA", "av.cordoba" -- so the
      *          postal reference and the address comparisons do not
      *          match on the name as keyed but on this key: the name
      *          folded through NORMALIZA-NOMBRE, upper-cased, and
      *          closed up to its letters and digits alone, dropping
      *          spaces, points, commas and dashes. The three spellings
      *          above all key AVCORDOBA. Abbreviations ("AV" against
      *          "AVENIDA") are not guessed at here: the postal
      *          reference carries them as aliases of the standard
      *          name.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAVE-CALLE.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-FOLD-INPUT       PIC X(80).
       01  WS-FOLD-LENGTH      PIC 9(2) VALUE 30.
       01  WS-FOLD-OUTPUT      PIC X(80).
       01  WS-WORK-NAME        PIC X(30).
       01  WS-IN-POS           PIC 9(2) COMP VALUE ZERO.
       01  WS-OUT-POS          PIC 9(2) COMP VALUE ZERO.
       01  WS-THIS-CHAR        PIC X.
           88 CHAR-IS-KEPT     VALUE "A" THRU "Z", "0" THRU "9".

       LINKAGE SECTION.
       01  CC-PLACE-NAME       PIC X(30).
       01  CC-PLACE-KEY        PIC X(30).

       PROCEDURE DIVISION USING CC-PLACE-NAME, CC-PLACE-KEY.
       MAIN-LOGIC.
           MOVE SPACES TO CC-PLACE-KEY
           MOVE CC-PLACE-NAME TO WS-FOLD-INPUT
           CALL "NORMALIZA-NOMBRE" USING WS-FOLD-INPUT,
               WS-FOLD-LENGTH, WS-FOLD-OUTPUT
           MOVE FUNCTION UPPER-CASE(WS-FOLD-OUTPUT(1:30))
               TO WS-WORK-NAME
           MOVE ZERO TO WS-OUT-POS
           PERFORM VARYING WS-IN-POS FROM 1 BY 1 UNTIL WS-IN-POS > 30
               MOVE WS-WORK-NAME(WS-IN-POS:1) TO WS-THIS-CHAR
               IF CHAR-IS-KEPT
                   ADD 1 TO WS-OUT-POS
                   MOVE WS-THIS-CHAR TO CC-PLACE-KEY(WS-OUT-POS:1)
               END-IF
           END-PERFORM
           GOBACK.

       END PROGRAM CLAVE-CALLE.
