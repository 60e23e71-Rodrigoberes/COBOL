          05 TL-LABEL          PIC X(30).
          05 TL-KEY            PIC X(20).
          05 TL-COUNT          PIC ZZZZZZ9.
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "INFORME-AUDITORIA".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "CALCAUDT.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

               END-PERFORM
               PERFORM PRINT-TOTAL-SECTION
               CLOSE AUDIT-REPORT-FILE
               CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
                   WS-ARCHIVE-REPORT
               CLOSE CALC-AUDIT-FILE
               DISPLAY "TRANSACTIONS REPORTED: " WS-SELECTED-COUNT
               DISPLAY "REPORT WRITTEN TO CALCAUDT.RPT"
