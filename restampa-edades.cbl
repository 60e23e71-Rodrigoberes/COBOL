      *               trailing layout (RH-CHECKER-ID, RH-EFFECTIVE-
      *               DATE; spaces/zero here), so REASGHST.DAT keeps
      *               one record layout across all its writers.
      * 2026-10-15 RO A customer marked deceased is passed by: the age
      *               stays as it stood at the death notice.
      * 2026-10-15 RO Report filed under its business date and
      *               cataloged through ARCHIVA-INFORME.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAMPA-EDADES.
              88 CUSTOMER-ACTIVE    VALUE 'A'.
              88 CUSTOMER-SUSPENDED VALUE 'S'.
              88 CUSTOMER-CLOSED    VALUE 'C'.
              88 CUSTOMER-DECEASED  VALUE 'D'.
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

       FD  MASTER-LOCK-FILE.
       01  MASTER-LOCK-REC     PIC X(8).
          05 WS-TS-DATE          PIC X(8).
          05 WS-TS-TIME          PIC X(6).
          05 FILLER              PIC X(7).
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "RESTAMPA-EDADES".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "EDADDIF.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

               PERFORM READ-MASTER-RECORD
           END-PERFORM
           CLOSE DIFFERENCE-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM RELEASE-MASTER-LOCK
           DISPLAY "RECORDS EXAMINED:   " WS-EXAMINED-COUNT
      * JUDGE-ONE-RECORD derives the age from the birth date with the
      * same completed-years arithmetic the demographic runs use and
      * compares it to the frozen CM-EDAD; a disagreement reports,
      * and restamps when the update option was taken. A deceased
      * customer's age stays as it stood at the death notice.
      *----------------------------------------------------------------
       JUDGE-ONE-RECORD.
           IF CM-FECHA-NAC IS NOT NUMERIC OR CM-FECHA-NAC = ZERO
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-DECEASED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXAMINED-COUNT
           COMPUTE WS-DERIVED-EDAD =
               (WS-BUSINESS-DATE - CM-FECHA-NAC) / 10000
