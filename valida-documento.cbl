      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able identity-document validation subroutine, in
      *          the VALIDA-FECHA style. The numeric class test alone
      *          let a transposed digit post to CM-DOC-ID and slip
      *          past the document-id uniqueness check; this
      *          subroutine checks the number against the rules of
      *          the national document it must be, told apart by its
      *          length. Seven or eight digits is a DNI, which may
      *          not start with a zero. Eleven digits is a CUIT/CUIL:
      *          a known type prefix (20, 23, 24, 27 for persons, 30,
      *          33, 34 for companies) and the modulus-11 check digit
      *          over weights 5-4-3-2-7-6-5-4-3-2 in the last place.
      *          The number is keyed left-justified, digits only, no
      *          dashes. The verdict, the document type found and a
      *          keyed reason come back in one results structure for
      *          the caller's suspense and reject paths.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-DOCUMENTO.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-DOC-DIGITS       PIC 9(2) VALUE ZERO.
       01  WS-DOC-TRAILING     PIC 9(2) VALUE ZERO.
       01  WS-CUIT-NUMBER      PIC 9(11) VALUE ZERO.
       01  WS-CUIT-DIGITS REDEFINES WS-CUIT-NUMBER.
           05 WS-CUIT-DIGIT    PIC 9 OCCURS 11.
       01  WS-CUIT-PREFIX      PIC 9(2) VALUE ZERO.
       01  WS-CUIT-WEIGHTS-LIST PIC X(10) VALUE "5432765432".
       01  WS-CUIT-WEIGHTS REDEFINES WS-CUIT-WEIGHTS-LIST.
           05 WS-CUIT-WEIGHT   PIC 9 OCCURS 10.
       01  WS-CUIT-IDX         PIC 9(2) COMP VALUE ZERO.
       01  WS-CUIT-SUM         PIC 9(4) VALUE ZERO.
       01  WS-CUIT-QUOTIENT    PIC 9(4) VALUE ZERO.
       01  WS-CUIT-REMAINDER   PIC 9(2) VALUE ZERO.
       01  WS-CUIT-CHECK       PIC 9(2) VALUE ZERO.

       LINKAGE SECTION.
       01  VD-DOC-ID           PIC X(12).
       01  VD-RESULTS.
           05 VD-IS-VALID      PIC X.
           05 VD-DOC-TYPE      PIC X(4).
           05 VD-REASON        PIC X(24).

       PROCEDURE DIVISION USING VD-DOC-ID, VD-RESULTS.
       MAIN-LOGIC.
           MOVE 'N' TO VD-IS-VALID
           MOVE SPACES TO VD-DOC-TYPE
           MOVE SPACES TO VD-REASON
           IF VD-DOC-ID = SPACES
               MOVE "DOCUMENT NUMBER BLANK" TO VD-REASON
               GOBACK
           END-IF
           MOVE ZERO TO WS-DOC-DIGITS
           MOVE ZERO TO WS-DOC-TRAILING
           INSPECT VD-DOC-ID TALLYING WS-DOC-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT VD-DOC-ID TALLYING WS-DOC-TRAILING
               FOR ALL SPACE
           IF WS-DOC-DIGITS = ZERO
                   OR WS-DOC-DIGITS + WS-DOC-TRAILING NOT = 12
               MOVE "EMBEDDED SPACE IN DOC ID" TO VD-REASON
               GOBACK
           END-IF
           IF VD-DOC-ID(1:WS-DOC-DIGITS) IS NOT NUMERIC
               MOVE "NON-NUMERIC DOC ID" TO VD-REASON
               GOBACK
           END-IF
           EVALUATE WS-DOC-DIGITS
               WHEN 7
               WHEN 8
                   MOVE "DNI" TO VD-DOC-TYPE
                   PERFORM CHECK-DNI
               WHEN 11
                   MOVE "CUIT" TO VD-DOC-TYPE
                   PERFORM CHECK-CUIT
               WHEN OTHER
                   MOVE "DOC ID LENGTH INVALID" TO VD-REASON
           END-EVALUATE
           IF VD-REASON = SPACES
               MOVE 'Y' TO VD-IS-VALID
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      * CHECK-DNI applies the DNI length rule: seven or eight digits,
      * the first not a zero (a padded number is a keying error).
      *----------------------------------------------------------------
       CHECK-DNI.
           IF VD-DOC-ID(1:1) = "0"
               MOVE "DNI LEADING ZERO" TO VD-REASON
           END-IF.

      *----------------------------------------------------------------
      * CHECK-CUIT checks the type prefix, then recomputes the check
      * digit: eleven less the weighted sum's remainder by eleven,
      * eleven itself meaning zero. A result of ten is never issued,
      * so a number that would need it is refused too.
      *----------------------------------------------------------------
       CHECK-CUIT.
           MOVE VD-DOC-ID(1:11) TO WS-CUIT-NUMBER
           MOVE VD-DOC-ID(1:2) TO WS-CUIT-PREFIX
           IF WS-CUIT-PREFIX NOT = 20 AND NOT = 23 AND NOT = 24
                   AND NOT = 27 AND NOT = 30 AND NOT = 33
                   AND NOT = 34
               MOVE "CUIT PREFIX UNKNOWN" TO VD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CUIT-SUM
           PERFORM VARYING WS-CUIT-IDX FROM 1 BY 1
                   UNTIL WS-CUIT-IDX > 10
               COMPUTE WS-CUIT-SUM = WS-CUIT-SUM
                   + WS-CUIT-DIGIT(WS-CUIT-IDX)
                   * WS-CUIT-WEIGHT(WS-CUIT-IDX)
           END-PERFORM
           DIVIDE WS-CUIT-SUM BY 11 GIVING WS-CUIT-QUOTIENT
               REMAINDER WS-CUIT-REMAINDER
           COMPUTE WS-CUIT-CHECK = 11 - WS-CUIT-REMAINDER
           IF WS-CUIT-CHECK = 11
               MOVE ZERO TO WS-CUIT-CHECK
           END-IF
           IF WS-CUIT-CHECK = 10
                   OR WS-CUIT-CHECK NOT = WS-CUIT-DIGIT(11)
               MOVE "CUIT CHECK DIGIT WRONG" TO VD-REASON
           END-IF.

       END PROGRAM VALIDA-DOCUMENTO.
