      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Address sweep over the customer master, in the
      *          AUDITA-DOCUMENTOS style. Addresses were free text
      *          until VALIDA-DOMICILIO, and the accounts opened
      *          before it carry no postal code, locality or province
      *          at all. This sweep runs every open account's address
      *          through VALIDA-DOMICILIO against the POSTREF.DAT
      *          postal reference and lists each one that fails, with
      *          its reason, on DOMAUDIT.RPT for the desk to correct
      *          through REASIGNAR-VALORES or CAMBIA-DOMICILIO. Closed
      *          accounts are not listed: nothing is sent to them.
      *          Nothing on the master is changed. The run ends 4 when
      *          anything fails, 8 when the master or the postal
      *          reference is not there, zero when every address
      *          passes.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITA-DOMICILIOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT ADDRESS-REPORT-FILE ASSIGN TO "DOMAUDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-REC.
           05 CM-CUSTOMER-NUMBER PIC 9(8).
           05 CM-CUSTOMER-NAME.
              10 CM-NOMBRE     PIC X(16).
              10 CM-APELLIDO   PIC X(32).
           05 CM-EDAD          PIC X(3).
           05 CM-STATUS        PIC X.
              88 CUSTOMER-ACTIVE    VALUE 'A'.
              88 CUSTOMER-SUSPENDED VALUE 'S'.
              88 CUSTOMER-CLOSED    VALUE 'C'.
           05 CM-STATUS-DATE   PIC 9(8).
           05 CM-FECHA-NAC     PIC 9(8).
           05 CM-DIRECCION-1   PIC X(30).
           05 CM-DIRECCION-2   PIC X(30).
           05 CM-TELEFONO      PIC X(12).
           05 CM-DOC-ID        PIC X(12).
           05 CM-RISK-RATING   PIC X.
              88 RISK-RATING-LOW    VALUE 'L'.
              88 RISK-RATING-MEDIUM VALUE 'M'.
              88 RISK-RATING-HIGH   VALUE 'H'.
           05 CM-NEXT-REVIEW   PIC 9(8).
           05 CM-LAST-REVIEW   PIC 9(8).
           05 CM-DOC-EXPIRY    PIC 9(8).
           05 CM-CODIGO-POSTAL PIC X(8).
           05 CM-LOCALIDAD     PIC X(30).
           05 CM-PROVINCIA     PIC X(20).
           05 CM-MAIL-STATUS   PIC X.
              88 ADDRESS-UNDELIVERABLE VALUE 'U'.
           05 CM-RETURNED-DATE PIC 9(8).
           05 CM-MINOR-FLAG    PIC X.
              88 CUSTOMER-IS-MINOR  VALUE 'M'.
           05 CM-GUARDIAN-NUMBER PIC 9(8).
           05 CM-BRANCH-CODE   PIC X(4).
           05 CM-CONTACT-CHANNEL PIC X.
           05 CM-EMAIL         PIC X(32).
           05 CM-CONSENT-DATE  PIC 9(8).

       FD  ADDRESS-REPORT-FILE.
       01  ADDRESS-REPORT-REC.
           05 DM-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 DM-NOMBRE        PIC X(16).
           05 FILLER           PIC X VALUE SPACE.
           05 DM-APELLIDO      PIC X(32).
           05 FILLER           PIC X VALUE SPACE.
           05 DM-STATUS        PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 DM-DIRECCION-1   PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 DM-CODIGO-POSTAL PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 DM-LOCALIDAD     PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 DM-REASON        PIC X(24).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-MASTER-EOF-SWITCH   PIC X VALUE 'N'.
          88 MASTER-FILE-EOF VALUE 'Y'.
       01 WS-NO-REFERENCE-SW     PIC X VALUE 'N'.
          88 POSTAL-REFERENCE-MISSING VALUE 'Y'.
       01 WS-EXAMINED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-FAILED-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-ADDRV-RESULTS.
          05 WS-VM-IS-VALID      PIC X.
          05 WS-VM-REASON        PIC X(24).
          05 WS-VM-STD-DIRECCION-1 PIC X(30).
          05 WS-VM-STD-CODIGO-POSTAL PIC X(8).
          05 WS-VM-STD-LOCALIDAD PIC X(30).
          05 WS-VM-STD-PROVINCIA PIC X(20).
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "AUDITA-DOMICILIOS".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "DOMAUDIT.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ADDRESS-REPORT-FILE
           PERFORM READ-MASTER-RECORD
           PERFORM UNTIL MASTER-FILE-EOF OR POSTAL-REFERENCE-MISSING
               IF NOT CUSTOMER-CLOSED
                   PERFORM JUDGE-ONE-RECORD
               END-IF
               PERFORM READ-MASTER-RECORD
           END-PERFORM
           CLOSE ADDRESS-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           CLOSE CUSTOMER-MASTER-FILE
           IF POSTAL-REFERENCE-MISSING
               DISPLAY "POSTAL REFERENCE NOT AVAILABLE - RUN "
                   "CARGA-POSTAL FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "RECORDS EXAMINED:       " WS-EXAMINED-COUNT
           DISPLAY "ADDRESSES FAILING:      " WS-FAILED-COUNT
           DISPLAY "REPORT WRITTEN TO DOMAUDIT.RPT"
           IF WS-FAILED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-MASTER-RECORD.
           READ CUSTOMER-MASTER-FILE NEXT
               AT END SET MASTER-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * JUDGE-ONE-RECORD runs the record's address through the shared
      * validator and lists it when it fails. A stored address that
      * passes but is not spelled the reference's way is left alone:
      * the next amendment standardizes it.
      *----------------------------------------------------------------
       JUDGE-ONE-RECORD.
           ADD 1 TO WS-EXAMINED-COUNT
           CALL "VALIDA-DOMICILIO" USING CM-DIRECCION-1,
               CM-CODIGO-POSTAL, CM-LOCALIDAD, CM-PROVINCIA,
               WS-ADDRV-RESULTS
           IF WS-VM-IS-VALID = 'U'
               SET POSTAL-REFERENCE-MISSING TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-VM-IS-VALID = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FAILED-COUNT
           MOVE SPACES TO ADDRESS-REPORT-REC
           MOVE CM-CUSTOMER-NUMBER TO DM-CUSTOMER-NUMBER
           MOVE CM-NOMBRE          TO DM-NOMBRE
           MOVE CM-APELLIDO        TO DM-APELLIDO
           MOVE CM-STATUS          TO DM-STATUS
           MOVE CM-DIRECCION-1     TO DM-DIRECCION-1
           MOVE CM-CODIGO-POSTAL   TO DM-CODIGO-POSTAL
           MOVE CM-LOCALIDAD       TO DM-LOCALIDAD
           MOVE WS-VM-REASON       TO DM-REASON
           WRITE ADDRESS-REPORT-REC.

       END PROGRAM AUDITA-DOMICILIOS.
