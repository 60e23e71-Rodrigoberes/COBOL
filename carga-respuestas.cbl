      *               match table refuses the run outright instead of
      *               reporting the overflow customers' responses as
      *               unmatched and understating the band rates.
      * 2026-10-15 RO Report filed under its business date and
      *               cataloged through ARCHIVA-INFORME.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-RESPUESTAS.
       01 WS-RATE-EDITED          PIC ZZ9.99.
       01 WS-COUNT-EDITED         PIC Z(6)9.
       01 WS-REPORT-BAND          PIC X(8).
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "CARGA-RESPUESTAS".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "CAMPEFF.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

                  WS-UNMATCHED-COUNT         DELIMITED BY SIZE
               INTO EFFECTIVENESS-LINE
           WRITE EFFECTIVENESS-LINE
           CLOSE EFFECTIVENESS-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT.

       WRITE-ONE-BAND-SECTION.
           IF WS-BT-SELECTED(WS-BAND-IDX) > ZERO
