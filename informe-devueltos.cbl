      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Returned-mail report, in the AUDITA-DOMICILIOS style.
      *          Lists every customer still open whose address
      *          CARGA-DEVOLUCIONES has marked undeliverable, with the
      *          address on file and the date the mail came back, on
      *          DEVOLRPT.RPT for the desk to trace and amend through
      *          REASIGNAR-VALORES or CAMBIA-DOMICILIO. Until then the
      *          letters, the bulk statements and the campaign extract
      *          pass these customers by. Nothing on the master is
      *          changed. The run ends 4 when anyone is listed, 8 when
      *          the master is not there, zero otherwise.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-DEVUELTOS.
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
           SELECT RETURNED-REPORT-FILE ASSIGN TO "DEVOLRPT.RPT"
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

       FD  RETURNED-REPORT-FILE.
       01  RETURNED-REPORT-REC.
           05 DV-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 DV-NOMBRE        PIC X(16).
           05 FILLER           PIC X VALUE SPACE.
           05 DV-APELLIDO      PIC X(32).
           05 FILLER           PIC X VALUE SPACE.
           05 DV-STATUS        PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 DV-DIRECCION-1   PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 DV-CODIGO-POSTAL PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 DV-LOCALIDAD     PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 DV-RETURNED-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-MASTER-EOF-SWITCH   PIC X VALUE 'N'.
          88 MASTER-FILE-EOF VALUE 'Y'.
       01 WS-EXAMINED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-RETURNED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "INFORME-DEVUELTOS".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "DEVOLRPT.RPT".
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
           OPEN OUTPUT RETURNED-REPORT-FILE
           PERFORM READ-MASTER-RECORD
           PERFORM UNTIL MASTER-FILE-EOF
               IF NOT CUSTOMER-CLOSED
                   PERFORM LIST-ONE-RECORD
               END-IF
               PERFORM READ-MASTER-RECORD
           END-PERFORM
           CLOSE RETURNED-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           CLOSE CUSTOMER-MASTER-FILE
           DISPLAY "RECORDS EXAMINED:       " WS-EXAMINED-COUNT
           DISPLAY "ADDRESSES UNDELIVERABLE:" WS-RETURNED-COUNT
           DISPLAY "REPORT WRITTEN TO DEVOLRPT.RPT"
           IF WS-RETURNED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-MASTER-RECORD.
           READ CUSTOMER-MASTER-FILE NEXT
               AT END SET MASTER-FILE-EOF TO TRUE
           END-READ.

       LIST-ONE-RECORD.
           ADD 1 TO WS-EXAMINED-COUNT
           IF NOT ADDRESS-UNDELIVERABLE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RETURNED-COUNT
           MOVE SPACES TO RETURNED-REPORT-REC
           MOVE CM-CUSTOMER-NUMBER TO DV-CUSTOMER-NUMBER
           MOVE CM-NOMBRE          TO DV-NOMBRE
           MOVE CM-APELLIDO        TO DV-APELLIDO
           MOVE CM-STATUS          TO DV-STATUS
           MOVE CM-DIRECCION-1     TO DV-DIRECCION-1
           MOVE CM-CODIGO-POSTAL   TO DV-CODIGO-POSTAL
           MOVE CM-LOCALIDAD       TO DV-LOCALIDAD
           MOVE CM-RETURNED-DATE   TO DV-RETURNED-DATE
           WRITE RETURNED-REPORT-REC.

       END PROGRAM INFORME-DEVUELTOS.
