      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Document-number sweep over the customer master. Until
      *          VALIDA-DOCUMENTO, a document id only had to be
      *          numeric, so the master holds ids with transposed or
      *          mistyped digits that the uniqueness check could not
      *          see. This sweep runs every master record's CM-DOC-ID
      *          through VALIDA-DOCUMENTO -- DNI length rules, CUIT/
      *          CUIL prefix and check digit -- and lists each one
      *          that fails, with its reason, on DOCAUDIT.RPT for the
      *          desk to correct through REASIGNAR-VALORES. Nothing on
      *          the master is changed. The run ends 4 when anything
      *          fails, zero when every id passes. The ids print
      *          masked to their last four digits unless the PARM
      *          FULL=<operator> names an operator whose role allows
      *          full values; each full id printed is logged on
      *          SEGLOG.DAT (DOCVIEW).
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITA-DOCUMENTOS.
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
           SELECT DOCUMENT-REPORT-FILE ASSIGN TO "DOCAUDIT.RPT"
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

       FD  DOCUMENT-REPORT-FILE.
       01  DOCUMENT-REPORT-REC.
           05 DA-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 DA-NOMBRE        PIC X(16).
           05 FILLER           PIC X VALUE SPACE.
           05 DA-APELLIDO      PIC X(32).
           05 FILLER           PIC X VALUE SPACE.
           05 DA-STATUS        PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 DA-DOC-ID        PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 DA-DOC-TYPE      PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 DA-REASON        PIC X(24).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-MASTER-EOF-SWITCH   PIC X VALUE 'N'.
          88 MASTER-FILE-EOF VALUE 'Y'.
       01 WS-EXAMINED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-FAILED-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-PARM                PIC X(20).
       01 WS-PARM-BODY           PIC X(20).
       01 WS-FULL-OPERATOR-ID    PIC X(8) VALUE SPACES.
       01 WS-FULL-OPERATOR-ROLE  PIC X(10) VALUE SPACES.
       01 WS-THIS-PROGRAM        PIC X(18) VALUE "AUDITA-DOCUMENTOS".
       01 WS-OPERID-VALID-SW     PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-MASK-VALUE          PIC X(32).
       01 WS-MASK-SHOWN          PIC X.
          88 MASK-SHOWN-FULL VALUE 'F'.
       01 WS-SECURITY-EVENT      PIC X(8) VALUE "DOCVIEW".
       01 WS-SUBJECT-ID          PIC X(8).
       01 WS-DOCV-RESULTS.
          05 WS-VD-IS-VALID      PIC X.
          05 WS-VD-DOC-TYPE      PIC X(4).
          05 WS-VD-REASON        PIC X(24).
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "AUDITA-DOCUMENTOS".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "DOCAUDIT.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-BODY
           UNSTRING WS-PARM DELIMITED BY "FULL="
               INTO WS-PARM-BODY, WS-FULL-OPERATOR-ID
           IF WS-FULL-OPERATOR-ID NOT = SPACES
               CALL "VALIDA-OPERADOR" USING WS-FULL-OPERATOR-ID,
                   WS-THIS-PROGRAM, WS-OPERID-VALID-SW,
                   WS-FULL-OPERATOR-ROLE
               IF NOT OPERATOR-IS-VALID
                   DISPLAY "UNKNOWN OPERATOR ON FULL= - "
                       "DOCUMENT IDS WILL BE MASKED"
                   MOVE SPACES TO WS-FULL-OPERATOR-ID
                       WS-FULL-OPERATOR-ROLE
               END-IF
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DOCUMENT-REPORT-FILE
           PERFORM READ-MASTER-RECORD
           PERFORM UNTIL MASTER-FILE-EOF
               PERFORM JUDGE-ONE-RECORD
               PERFORM READ-MASTER-RECORD
           END-PERFORM
           CLOSE DOCUMENT-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           CLOSE CUSTOMER-MASTER-FILE
           DISPLAY "RECORDS EXAMINED:       " WS-EXAMINED-COUNT
           DISPLAY "DOCUMENT IDS FAILING:   " WS-FAILED-COUNT
           DISPLAY "REPORT WRITTEN TO DOCAUDIT.RPT"
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
      * JUDGE-ONE-RECORD runs the record's document id through the
      * shared validator and lists it when it fails. Closed accounts
      * are listed too: their ids still answer the uniqueness check.
      *----------------------------------------------------------------
       JUDGE-ONE-RECORD.
           ADD 1 TO WS-EXAMINED-COUNT
           CALL "VALIDA-DOCUMENTO" USING CM-DOC-ID, WS-DOCV-RESULTS
           IF WS-VD-IS-VALID = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FAILED-COUNT
           MOVE SPACES TO DOCUMENT-REPORT-REC
           MOVE CM-CUSTOMER-NUMBER TO DA-CUSTOMER-NUMBER
           MOVE CM-NOMBRE          TO DA-NOMBRE
           MOVE CM-APELLIDO        TO DA-APELLIDO
           MOVE CM-STATUS          TO DA-STATUS
           MOVE CM-DOC-ID          TO WS-MASK-VALUE
           CALL "ENMASCARA-DATO" USING WS-FULL-OPERATOR-ROLE,
               WS-MASK-VALUE, WS-MASK-SHOWN
           MOVE WS-MASK-VALUE      TO DA-DOC-ID
           IF MASK-SHOWN-FULL AND CM-DOC-ID NOT = SPACES
               MOVE CM-CUSTOMER-NUMBER TO WS-SUBJECT-ID
               CALL "REGISTRA-SEGURIDAD" USING WS-SECURITY-EVENT,
                   WS-FULL-OPERATOR-ID, WS-THIS-PROGRAM, WS-SUBJECT-ID
           END-IF
           MOVE WS-VD-DOC-TYPE     TO DA-DOC-TYPE
           MOVE WS-VD-REASON       TO DA-REASON
           WRITE DOCUMENT-REPORT-REC.

       END PROGRAM AUDITA-DOCUMENTOS.
