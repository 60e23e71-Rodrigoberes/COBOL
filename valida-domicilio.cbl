      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able address validation subroutine, in the
      *          VALIDA-DOCUMENTO style. Checks a customer's street
      *          line, postal code, locality and province against the
      *          POSTREF.DAT postal reference CARGA-POSTAL loads from
      *          the postal supplier's file, and hands back the address
      *          standardized to the reference.
      *
      *          The postal code is four digits or the eight-character
      *          CPA (letter, four digits, three letters); a CPA the
      *          reference does not carry is tried again on its four
      *          digits. The locality and province must be the postal
      *          code's own, compared on their CLAVE-CALLE keys so
      *          accents, case and punctuation do not matter; left
      *          blank they are filled from the reference. The street
      *          line is the street name and then the house number (or
      *          S/N); the street, compared the same way or through
      *          one of the reference's aliases, must lie in the
      *          postal code, and comes back spelled as the reference
      *          spells it.
      *
      *          VM-IS-VALID: 'Y' valid, 'N' refused with VM-REASON,
      *          'U' no postal reference to check against -- the
      *          caller takes the address as keyed and says so. The
      *          reference is opened on the first call and kept open
      *          for the rest of the run.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-DOMICILIO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL-REFERENCE-FILE ASSIGN TO "POSTREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-RECORD-KEY
               FILE STATUS IS WS-POSTREF-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  POSTAL-REFERENCE-FILE.
       01  POSTAL-REFERENCE-REC.
           05 PR-RECORD-KEY.
              10 PR-CODIGO-POSTAL PIC X(8).
              10 PR-STREET-KEY PIC X(30).
           05 PR-RECORD-TYPE   PIC X.
              88 PR-IS-LOCALITY     VALUE 'L'.
              88 PR-IS-STREET       VALUE 'S'.
              88 PR-IS-ALIAS        VALUE 'A'.
           05 PR-LOCALIDAD     PIC X(30).
           05 PR-PROVINCIA     PIC X(20).
           05 PR-STREET-NAME   PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-POSTREF-FILE-STATUS PIC XX.
       01  WS-OPENED-SWITCH    PIC X VALUE 'N'.
           88 REFERENCE-WAS-OPENED VALUE 'Y'.
       01  WS-REFERENCE-SWITCH PIC X VALUE 'N'.
           88 REFERENCE-IS-OPEN VALUE 'Y'.
       01  WS-POSTAL-CODE      PIC X(8).
       01  WS-CPA-CODE REDEFINES WS-POSTAL-CODE.
           05 WS-CPA-PROVINCE  PIC X.
              88 CPA-PROVINCE-LETTER VALUE "A" THRU "Z".
           05 WS-CPA-DIGITS    PIC X(4).
           05 WS-CPA-BLOCK     PIC X(3).
       01  WS-CPA-FALLBACK     PIC X(4).
       01  WS-FOUND-SWITCH     PIC X VALUE 'N'.
           88 REFERENCE-RECORD-FOUND VALUE 'Y'.
       01  WS-REF-LOCALIDAD    PIC X(30).
       01  WS-REF-PROVINCIA    PIC X(20).
       01  WS-PLACE-NAME       PIC X(30).
       01  WS-KEYED-PLACE-KEY  PIC X(30).
       01  WS-REF-PLACE-KEY    PIC X(30).
       01  WS-LINE-END         PIC 9(2) COMP VALUE ZERO.
       01  WS-TOKEN-START      PIC 9(2) COMP VALUE ZERO.
       01  WS-TOKEN-LENGTH     PIC 9(2) COMP VALUE ZERO.
       01  WS-STREET-LENGTH    PIC 9(2) COMP VALUE ZERO.
       01  WS-NAME-END         PIC 9(2) COMP VALUE ZERO.
       01  WS-HOUSE-NUMBER     PIC X(30).
       01  WS-STREET-PART      PIC X(30).
       01  WS-STREET-KEY       PIC X(30).

       LINKAGE SECTION.
       01  VM-DIRECCION-1      PIC X(30).
       01  VM-CODIGO-POSTAL    PIC X(8).
       01  VM-LOCALIDAD        PIC X(30).
       01  VM-PROVINCIA        PIC X(20).
       01  VM-RESULTS.
           05 VM-IS-VALID      PIC X.
           05 VM-REASON        PIC X(24).
           05 VM-STD-DIRECCION-1 PIC X(30).
           05 VM-STD-CODIGO-POSTAL PIC X(8).
           05 VM-STD-LOCALIDAD PIC X(30).
           05 VM-STD-PROVINCIA PIC X(20).

       PROCEDURE DIVISION USING VM-DIRECCION-1, VM-CODIGO-POSTAL,
           VM-LOCALIDAD, VM-PROVINCIA, VM-RESULTS.
       MAIN-LOGIC.
           MOVE 'N' TO VM-IS-VALID
           MOVE SPACES TO VM-REASON
           MOVE VM-DIRECCION-1   TO VM-STD-DIRECCION-1
           MOVE VM-CODIGO-POSTAL TO VM-STD-CODIGO-POSTAL
           MOVE VM-LOCALIDAD     TO VM-STD-LOCALIDAD
           MOVE VM-PROVINCIA     TO VM-STD-PROVINCIA
           IF NOT REFERENCE-WAS-OPENED
               PERFORM OPEN-POSTAL-REFERENCE
           END-IF
           IF NOT REFERENCE-IS-OPEN
               MOVE 'U' TO VM-IS-VALID
               MOVE "NO POSTAL REFERENCE" TO VM-REASON
               GOBACK
           END-IF
           PERFORM CHECK-POSTAL-CODE
           IF VM-REASON = SPACES
               PERFORM CHECK-LOCALITY-AND-PROVINCE
           END-IF
           IF VM-REASON = SPACES
               PERFORM CHECK-STREET-LINE
           END-IF
           IF VM-REASON = SPACES
               MOVE 'Y' TO VM-IS-VALID
           END-IF
           GOBACK.

       OPEN-POSTAL-REFERENCE.
           SET REFERENCE-WAS-OPENED TO TRUE
           OPEN INPUT POSTAL-REFERENCE-FILE
           IF WS-POSTREF-FILE-STATUS = "00"
               SET REFERENCE-IS-OPEN TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * CHECK-POSTAL-CODE checks the code's form and finds its locality
      * record. A CPA the reference does not carry is looked up again
      * on its four digits, and the code the reference knows is the
      * one handed back.
      *----------------------------------------------------------------
       CHECK-POSTAL-CODE.
           IF VM-CODIGO-POSTAL = SPACES
               MOVE "POSTAL CODE BLANK" TO VM-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(VM-CODIGO-POSTAL) TO WS-POSTAL-CODE
           IF WS-POSTAL-CODE(1:4) IS NUMERIC
                   AND WS-POSTAL-CODE(5:4) = SPACES
               CONTINUE
           ELSE
               IF CPA-PROVINCE-LETTER
                       AND WS-CPA-DIGITS IS NUMERIC
                       AND WS-CPA-BLOCK IS ALPHABETIC-UPPER
                       AND WS-CPA-BLOCK(1:1) NOT = SPACE
                       AND WS-CPA-BLOCK(2:1) NOT = SPACE
                       AND WS-CPA-BLOCK(3:1) NOT = SPACE
                   CONTINUE
               ELSE
                   MOVE "POSTAL CODE MALFORMED" TO VM-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-STREET-KEY
           PERFORM READ-REFERENCE-RECORD
           IF NOT REFERENCE-RECORD-FOUND
                   AND WS-POSTAL-CODE(5:4) NOT = SPACES
               MOVE WS-CPA-DIGITS TO WS-CPA-FALLBACK
               MOVE WS-CPA-FALLBACK TO WS-POSTAL-CODE
               PERFORM READ-REFERENCE-RECORD
           END-IF
           IF NOT REFERENCE-RECORD-FOUND OR NOT PR-IS-LOCALITY
               MOVE "POSTAL CODE UNKNOWN" TO VM-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POSTAL-CODE TO VM-STD-CODIGO-POSTAL
           MOVE PR-LOCALIDAD   TO WS-REF-LOCALIDAD
           MOVE PR-PROVINCIA   TO WS-REF-PROVINCIA.

       READ-REFERENCE-RECORD.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE WS-POSTAL-CODE TO PR-CODIGO-POSTAL
           MOVE WS-STREET-KEY  TO PR-STREET-KEY
           READ POSTAL-REFERENCE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET REFERENCE-RECORD-FOUND TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * CHECK-LOCALITY-AND-PROVINCE holds the keyed locality and
      * province to the postal code's, on their place-name keys. A
      * blank one takes the reference's; either way the reference's
      * spelling is handed back.
      *----------------------------------------------------------------
       CHECK-LOCALITY-AND-PROVINCE.
           IF VM-LOCALIDAD NOT = SPACES
               MOVE VM-LOCALIDAD TO WS-PLACE-NAME
               CALL "CLAVE-CALLE" USING WS-PLACE-NAME,
                   WS-KEYED-PLACE-KEY
               MOVE WS-REF-LOCALIDAD TO WS-PLACE-NAME
               CALL "CLAVE-CALLE" USING WS-PLACE-NAME,
                   WS-REF-PLACE-KEY
               IF WS-KEYED-PLACE-KEY NOT = WS-REF-PLACE-KEY
                   MOVE "LOCALITY MISMATCH" TO VM-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF VM-PROVINCIA NOT = SPACES
               MOVE VM-PROVINCIA TO WS-PLACE-NAME
               CALL "CLAVE-CALLE" USING WS-PLACE-NAME,
                   WS-KEYED-PLACE-KEY
               MOVE WS-REF-PROVINCIA TO WS-PLACE-NAME
               CALL "CLAVE-CALLE" USING WS-PLACE-NAME,
                   WS-REF-PLACE-KEY
               IF WS-KEYED-PLACE-KEY NOT = WS-REF-PLACE-KEY
                   MOVE "PROVINCE MISMATCH" TO VM-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-REF-LOCALIDAD TO VM-STD-LOCALIDAD
           MOVE WS-REF-PROVINCIA TO VM-STD-PROVINCIA.

      *----------------------------------------------------------------
      * CHECK-STREET-LINE splits the street line at its last word, the
      * house number (digits, or S/N for a house without one), finds
      * the street in the postal code -- under its own key or an
      * alias's -- and rebuilds the line with the reference's street
      * name. A rebuilt line too long for the field keeps the street
      * as keyed.
      *----------------------------------------------------------------
       CHECK-STREET-LINE.
           MOVE ZERO TO WS-LINE-END
           PERFORM VARYING WS-TOKEN-START FROM 30 BY -1
                   UNTIL WS-TOKEN-START < 1 OR WS-LINE-END > ZERO
               IF VM-DIRECCION-1(WS-TOKEN-START:1) NOT = SPACE
                   MOVE WS-TOKEN-START TO WS-LINE-END
               END-IF
           END-PERFORM
           IF WS-LINE-END = ZERO
               MOVE "STREET NAME MISSING" TO VM-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-END TO WS-TOKEN-START
           PERFORM UNTIL WS-TOKEN-START = 1
                   OR VM-DIRECCION-1(WS-TOKEN-START - 1:1) = SPACE
               SUBTRACT 1 FROM WS-TOKEN-START
           END-PERFORM
           COMPUTE WS-TOKEN-LENGTH = WS-LINE-END - WS-TOKEN-START + 1
           MOVE SPACES TO WS-HOUSE-NUMBER
           MOVE VM-DIRECCION-1(WS-TOKEN-START:WS-TOKEN-LENGTH)
               TO WS-HOUSE-NUMBER
           IF WS-HOUSE-NUMBER(1:WS-TOKEN-LENGTH) IS NOT NUMERIC
               IF FUNCTION UPPER-CASE(WS-HOUSE-NUMBER) = "S/N"
                   MOVE "S/N" TO WS-HOUSE-NUMBER
               ELSE
                   MOVE "HOUSE NUMBER MISSING" TO VM-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-STREET-PART
           IF WS-TOKEN-START > 1
               COMPUTE WS-STREET-LENGTH = WS-TOKEN-START - 1
               MOVE VM-DIRECCION-1(1:WS-STREET-LENGTH)
                   TO WS-STREET-PART
           END-IF
           CALL "CLAVE-CALLE" USING WS-STREET-PART, WS-STREET-KEY
           IF WS-STREET-KEY = SPACES
               MOVE "STREET NAME MISSING" TO VM-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE VM-STD-CODIGO-POSTAL TO WS-POSTAL-CODE
           PERFORM READ-REFERENCE-RECORD
           IF NOT REFERENCE-RECORD-FOUND OR PR-IS-LOCALITY
               MOVE "STREET NOT IN POSTCODE" TO VM-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-NAME-END
           PERFORM VARYING WS-STREET-LENGTH FROM 30 BY -1
                   UNTIL WS-STREET-LENGTH < 1 OR WS-NAME-END > ZERO
               IF PR-STREET-NAME(WS-STREET-LENGTH:1) NOT = SPACE
                   MOVE WS-STREET-LENGTH TO WS-NAME-END
               END-IF
           END-PERFORM
           IF WS-NAME-END = ZERO
                   OR WS-NAME-END + 1 + WS-TOKEN-LENGTH > 30
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VM-STD-DIRECCION-1
           STRING PR-STREET-NAME(1:WS-NAME-END) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOUSE-NUMBER(1:WS-TOKEN-LENGTH) DELIMITED BY SIZE
               INTO VM-STD-DIRECCION-1
           END-STRING.

       END PROGRAM VALIDA-DOMICILIO.
