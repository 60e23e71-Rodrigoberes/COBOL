       01 WS-SEAL-ACTION          PIC X.
       01 WS-SEAL-FILE-NAME       PIC X(12) VALUE "BUSDATE.DAT".
       01 WS-SEAL-RESULT          PIC X.
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "VERIFICA-NOCHE".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "NOCHEPRE.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

           END-IF
           WRITE PREFLIGHT-REPORT-LINE
           CLOSE PREFLIGHT-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           DISPLAY PREFLIGHT-REPORT-LINE
           DISPLAY "DETAIL ON NOCHEPRE.RPT"
           STOP RUN.
