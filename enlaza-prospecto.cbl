      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able link from onboarding to the PROSPECT.DAT
      *          prospect file ATIENDE-PROSPECTOS keeps. Action 'L'
      *          looks up prospect EP-PROSPECT-NUMBER and hands back
      *          the name, phone and address captured on it, so the
      *          onboarding form carries them across instead of
      *          having them keyed again. Action 'C' marks the
      *          prospect converted into customer EP-CUSTOMER-NUMBER
      *          on the business date, signed with EP-OPERATOR-ID,
      *          which closes it for follow-up and counts it as a
      *          conversion on INFORME-PROSPECTOS. RESULT 'Y' is
      *          success, 'N' that the prospect is not on file, 'C'
      *          that it was already converted (a look-up then hands
      *          back the customer it became), 'X' that it was
      *          closed without converting, 'F' that PROSPECT.DAT
      *          could not be opened. Only an open prospect is
      *          looked up or converted.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENLAZA-PROSPECTO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROSPECT-FILE ASSIGN TO "PROSPECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PROSPECT-NUMBER
               ALTERNATE RECORD KEY IS PR-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-PROSPECT-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PROSPECT-FILE.
       01  PROSPECT-REC.
           05 PR-PROSPECT-NUMBER PIC 9(8).
           05 PR-NOMBRE        PIC X(16).
           05 PR-APELLIDO      PIC X(32).
           05 PR-TELEFONO      PIC X(12).
           05 PR-EMAIL         PIC X(40).
           05 PR-DIRECCION-1   PIC X(30).
           05 PR-DIRECCION-2   PIC X(30).
           05 PR-CODIGO-POSTAL PIC X(8).
           05 PR-LOCALIDAD     PIC X(30).
           05 PR-PROVINCIA     PIC X(20).
           05 PR-SOURCE        PIC X(4).
           05 PR-CAMPAIGN-CODE PIC X(8).
           05 PR-CAPTURED-DATE PIC 9(8).
           05 PR-CAPTURED-BY   PIC X(8).
           05 PR-STATUS        PIC X.
              88 PROSPECT-IS-OPEN      VALUE 'O'.
              88 PROSPECT-IS-CONVERTED VALUE 'C'.
              88 PROSPECT-IS-CLOSED    VALUE 'X'.
           05 PR-FOLLOW-UP-COUNT PIC 9(3).
           05 PR-LAST-CONTACT  PIC 9(8).
           05 PR-NEXT-FOLLOW-UP PIC 9(8).
           05 PR-LAST-NOTE     PIC X(40).
           05 PR-CLOSED-DATE   PIC 9(8).
           05 PR-CLOSED-BY     PIC X(8).
           05 PR-CLOSE-REASON  PIC X(24).
           05 PR-CUSTOMER-NUMBER PIC 9(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-PROSPECT-FILE-STATUS PIC XX.
       01  WS-BUSDATE-FILE-STATUS  PIC XX.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01  WS-FOUND-SWITCH         PIC X VALUE 'N'.
           88 PROSPECT-FOUND VALUE 'Y'.
       01  WS-TIMESTAMP.
           05 WS-TS-DATE           PIC X(8).
           05 FILLER               PIC X(13).

       LINKAGE SECTION.
       01  EP-ACTION           PIC X.
       01  EP-PROSPECT-NUMBER  PIC 9(8).
       01  EP-CUSTOMER-NUMBER  PIC 9(8).
       01  EP-OPERATOR-ID      PIC X(8).
       01  EP-DETAILS.
           05 EP-NOMBRE        PIC X(16).
           05 EP-APELLIDO      PIC X(32).
           05 EP-TELEFONO      PIC X(12).
           05 EP-DIRECCION-1   PIC X(30).
           05 EP-DIRECCION-2   PIC X(30).
           05 EP-CODIGO-POSTAL PIC X(8).
           05 EP-LOCALIDAD     PIC X(30).
           05 EP-PROVINCIA     PIC X(20).
       01  EP-RESULT           PIC X.

       PROCEDURE DIVISION USING EP-ACTION, EP-PROSPECT-NUMBER,
           EP-CUSTOMER-NUMBER, EP-OPERATOR-ID, EP-DETAILS, EP-RESULT.
       MAIN-LOGIC.
           MOVE 'N' TO EP-RESULT
           OPEN I-O PROSPECT-FILE
           IF WS-PROSPECT-FILE-STATUS NOT = "00"
               MOVE 'F' TO EP-RESULT
               GOBACK
           END-IF
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE EP-PROSPECT-NUMBER TO PR-PROSPECT-NUMBER
           READ PROSPECT-FILE
               KEY IS PR-PROSPECT-NUMBER
               NOT INVALID KEY
                   SET PROSPECT-FOUND TO TRUE
           END-READ
           IF NOT PROSPECT-FOUND
               CLOSE PROSPECT-FILE
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN PROSPECT-IS-CONVERTED
                   MOVE 'C' TO EP-RESULT
                   IF EP-ACTION = 'L' OR EP-ACTION = 'l'
                       MOVE PR-CUSTOMER-NUMBER TO EP-CUSTOMER-NUMBER
                   END-IF
               WHEN PROSPECT-IS-CLOSED
                   MOVE 'X' TO EP-RESULT
               WHEN EP-ACTION = 'L' OR EP-ACTION = 'l'
                   PERFORM HAND-BACK-DETAILS
               WHEN EP-ACTION = 'C' OR EP-ACTION = 'c'
                   PERFORM CONVERT-PROSPECT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE PROSPECT-FILE
           GOBACK.

       HAND-BACK-DETAILS.
           MOVE PR-NOMBRE        TO EP-NOMBRE
           MOVE PR-APELLIDO      TO EP-APELLIDO
           MOVE PR-TELEFONO      TO EP-TELEFONO
           MOVE PR-DIRECCION-1   TO EP-DIRECCION-1
           MOVE PR-DIRECCION-2   TO EP-DIRECCION-2
           MOVE PR-CODIGO-POSTAL TO EP-CODIGO-POSTAL
           MOVE PR-LOCALIDAD     TO EP-LOCALIDAD
           MOVE PR-PROVINCIA     TO EP-PROVINCIA
           MOVE 'Y' TO EP-RESULT.

      *----------------------------------------------------------------
      * CONVERT-PROSPECT closes the prospect as converted, with the
      * customer number it became, so the conversion report can tie
      * the lead to the account.
      *----------------------------------------------------------------
       CONVERT-PROSPECT.
           PERFORM READ-BUSINESS-DATE
           SET PROSPECT-IS-CONVERTED TO TRUE
           MOVE EP-CUSTOMER-NUMBER TO PR-CUSTOMER-NUMBER
           MOVE WS-BUSINESS-DATE   TO PR-CLOSED-DATE
           MOVE EP-OPERATOR-ID     TO PR-CLOSED-BY
           MOVE "CONVERTED TO CUSTOMER" TO PR-CLOSE-REASON
           MOVE ZERO               TO PR-NEXT-FOLLOW-UP
           REWRITE PROSPECT-REC
               INVALID KEY
                   MOVE 'F' TO EP-RESULT
               NOT INVALID KEY
                   MOVE 'Y' TO EP-RESULT
           END-REWRITE.

      *----------------------------------------------------------------
      * READ-BUSINESS-DATE loads the cycle's business date operations
      * sets once per cycle in BUSDATE.DAT, falling back to today's
      * wall-clock date when the control file isn't there.
      *----------------------------------------------------------------
       READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TS-DATE TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-FILE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       IF BUSINESS-DATE-REC IS NUMERIC
                           MOVE BUSINESS-DATE-REC TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       END PROGRAM ENLAZA-PROSPECTO.
