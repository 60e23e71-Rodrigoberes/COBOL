           05 OM-ACTIVE        PIC X.
           05 FILLER           PIC X.
           05 OM-PROGRAMS      PIC X(80).
           05 FILLER           PIC X.
           05 OM-BRANCH-CODE   PIC X(4).
           05 FILLER           PIC X.
           05 OM-PASSWORD-HASH PIC X(16).
           05 FILLER           PIC X.
           05 OM-PASSWORD-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 OM-FAILED-COUNT  PIC 9(2).
           05 FILLER           PIC X.
           05 OM-LOCKED        PIC X.
              88 OPERATOR-LOCKED   VALUE 'L'.
           05 FILLER           PIC X.
           05 OM-SUPERVISOR-ID PIC X(8).

       FD  ACTIVITY-REPORT-FILE.
       01  ACTIVITY-REPORT-LINE PIC X(100).
          88 OPERATOR-IS-KNOWN VALUE 'Y'.
       01 WS-UNKNOWN-COUNT     PIC 9(2) VALUE ZERO.
       01 WS-COUNT-EDITED      PIC Z(6)9.
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "INFORME-OPERADORES".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "OPERACT.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

               INTO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           CLOSE ACTIVITY-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           DISPLAY "OPERATORS REPORTED: " WS-OPER-COUNT
           DISPLAY "UNKNOWN IDS:        " WS-UNKNOWN-COUNT
           DISPLAY "REPORT WRITTEN TO OPERACT.RPT".
