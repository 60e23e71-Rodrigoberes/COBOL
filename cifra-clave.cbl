      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able one-way password digest. Folds the
      *          password, salted with the operator id on both sides
      *          so two operators with the same password store
      *          different digests, through two interleaved modular
      *          accumulators over many rounds, and hands back the
      *          16-digit digest that OPERMAST.DAT keeps in place of
      *          the password. The digest cannot be turned back into
      *          the password; a sign-on is checked by digesting
      *          what was keyed and comparing the digests.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIFRA-CLAVE.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SALTED-TEXT.
           05 WS-ST-ID-1        PIC X(8).
           05 WS-ST-PASSWORD    PIC X(16).
           05 WS-ST-ID-2        PIC X(8).
       01  WS-ACCUM-1           PIC 9(10) VALUE ZERO.
       01  WS-ACCUM-2           PIC 9(10) VALUE ZERO.
       01  WS-BYTE-ORD          PIC 9(5) COMP VALUE ZERO.
       01  WS-BYTE-POS          PIC 9(2) COMP VALUE ZERO.
       01  WS-ROUND             PIC 9(3) COMP VALUE ZERO.
       01  WS-ROUND-LIMIT       PIC 9(3) COMP VALUE 97.
       01  WS-DIGEST.
           05 WS-DG-PART-1      PIC 9(8).
           05 WS-DG-PART-2      PIC 9(8).

       LINKAGE SECTION.
       01  CC-OPERATOR-ID       PIC X(8).
       01  CC-PASSWORD          PIC X(16).
       01  CC-DIGEST            PIC X(16).

       PROCEDURE DIVISION USING CC-OPERATOR-ID, CC-PASSWORD,
           CC-DIGEST.
       MAIN-LOGIC.
           MOVE CC-OPERATOR-ID TO WS-ST-ID-1
           MOVE CC-PASSWORD    TO WS-ST-PASSWORD
           MOVE CC-OPERATOR-ID TO WS-ST-ID-2
           MOVE 314159265 TO WS-ACCUM-1
           MOVE 271828182 TO WS-ACCUM-2
           PERFORM VARYING WS-ROUND FROM 1 BY 1
                   UNTIL WS-ROUND > WS-ROUND-LIMIT
               PERFORM FOLD-ONE-ROUND
           END-PERFORM
           COMPUTE WS-DG-PART-1 = FUNCTION MOD(WS-ACCUM-1 100000000)
           COMPUTE WS-DG-PART-2 = FUNCTION MOD(WS-ACCUM-2 100000000)
           MOVE WS-DIGEST TO CC-DIGEST
           GOBACK.

      *----------------------------------------------------------------
      * FOLD-ONE-ROUND runs every byte of the salted text through both
      * accumulators, each feeding the other, so a change anywhere in
      * the password moves every digit of the digest.
      *----------------------------------------------------------------
       FOLD-ONE-ROUND.
           PERFORM VARYING WS-BYTE-POS FROM 1 BY 1
                   UNTIL WS-BYTE-POS > 32
               COMPUTE WS-BYTE-ORD =
                   FUNCTION ORD(WS-SALTED-TEXT(WS-BYTE-POS:1))
                   + WS-ROUND
               COMPUTE WS-ACCUM-1 = FUNCTION MOD(
                   WS-ACCUM-1 * 31 + WS-BYTE-ORD * WS-BYTE-POS
                   + WS-ACCUM-2 999999937)
               COMPUTE WS-ACCUM-2 = FUNCTION MOD(
                   WS-ACCUM-2 * 37 + WS-BYTE-ORD + WS-ACCUM-1
                   999999929)
           END-PERFORM.

       END PROGRAM CIFRA-CLAVE.
