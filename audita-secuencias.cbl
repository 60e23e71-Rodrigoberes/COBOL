      *               accounts (whose loser creation row legitimately
      *               re-points to the survivor) no longer read as
      *               false CUSTNUM duplicates on every audit.
      * 2026-10-15 RO Report filed under its business date and
      *               cataloged through ARCHIVA-INFORME.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITA-SECUENCIAS.
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

       FD  SEQ-SOURCE-FILE.
       01  SEQ-SOURCE-REC      PIC X(250).
          88 SERIES-IS-CLEAN VALUE 'Y'.
       01 WS-RUN-CLEAN-SWITCH   PIC X VALUE 'Y'.
          88 WHOLE-RUN-CLEAN VALUE 'Y'.
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "AUDITA-SECUENCIAS".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "SEQAUDIT.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

           END-IF
           WRITE AUDIT-REPORT-LINE
           CLOSE AUDIT-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           DISPLAY "REPORT WRITTEN TO SEQAUDIT.RPT"
           STOP RUN.

