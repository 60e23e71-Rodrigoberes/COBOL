      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able filing step every report producer makes
      *          after it closes its print file. The report is copied
      *          to a copy named for the business date it was
      *          produced under (NEWACCT.RPT becomes
      *          NEWACCT.20261015.RPT), so the next night's run no
      *          longer overwrites the only copy, and the copy is
      *          cataloged on RPTCAT.DAT with its line and page counts
      *          and the recipients the DISTRIB.DAT distribution list
      *          names for it. REIMPRIME-INFORME lists, reprints and
      *          purges from that catalog.
      *
      *          DISTRIB.DAT holds one line per report and recipient
      *          (report name in 1-30, recipient in 32-51).
      *          A report that cannot be filed raises a WARNING alert
      *          but never fails the run that produced it.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVA-INFORME.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT DATED-REPORT-FILE ASSIGN USING WS-DATED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATED-FILE-STATUS.
           SELECT REPORT-CATALOG-FILE ASSIGN TO "RPTCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTCAT-FILE-STATUS.
           SELECT DISTRIBUTION-FILE ASSIGN TO "DISTRIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTRIB-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(200).

       FD  DATED-REPORT-FILE.
       01  DATED-REPORT-LINE   PIC X(200).

       FD  REPORT-CATALOG-FILE.
       01  REPORT-CATALOG-REC.
           05 RC-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 RC-REPORT-NAME   PIC X(30).
           05 FILLER           PIC X.
           05 RC-DATED-NAME    PIC X(40).
           05 FILLER           PIC X.
           05 RC-PROGRAM-NAME  PIC X(18).
           05 FILLER           PIC X.
           05 RC-LINE-COUNT    PIC 9(8).
           05 FILLER           PIC X.
           05 RC-PAGE-COUNT    PIC 9(6).
           05 FILLER           PIC X.
           05 RC-TIMESTAMP     PIC X(14).
           05 FILLER           PIC X.
           05 RC-RECIPIENTS    PIC X(60).

       FD  DISTRIBUTION-FILE.
       01  DISTRIBUTION-REC.
           05 DL-REPORT-NAME   PIC X(30).
           05 FILLER           PIC X.
           05 DL-RECIPIENT     PIC X(20).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-FILE-STATUS  PIC XX.
       01 WS-DATED-FILE-STATUS   PIC XX.
       01 WS-RPTCAT-FILE-STATUS  PIC XX.
       01 WS-DISTRIB-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS PIC XX.
       01 WS-REPORT-NAME         PIC X(30) VALUE SPACES.
       01 WS-DATED-NAME          PIC X(40) VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE          PIC X(8).
          05 WS-TS-TIME          PIC X(6).
          05 FILLER              PIC X(7).
       01 WS-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
       01 WS-REPORT-EOF-SWITCH   PIC X VALUE 'N'.
          88 REPORT-FILE-EOF VALUE 'Y'.
       01 WS-COPY-RESULT         PIC X VALUE SPACE.
          88 REPORT-WAS-COPIED VALUE 'Y'.
          88 REPORT-NOT-READABLE VALUE 'R'.
       01 WS-DISTRIB-EOF-SWITCH  PIC X VALUE 'N'.
          88 DISTRIBUTION-FILE-EOF VALUE 'Y'.
       01 WS-LINE-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-PAGE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-PAGE-REMAINDER      PIC 9(2) VALUE ZERO.
      * the print files carry no carriage control, so a page is the
      * standard 60 printed lines
       01 WS-LINES-PER-PAGE      PIC 9(2) VALUE 60.
       01 WS-NAME-LENGTH         PIC 9(2) COMP VALUE ZERO.
       01 WS-DOT-POSITION        PIC 9(2) COMP VALUE ZERO.
       01 WS-SCAN-IDX            PIC 9(2) COMP VALUE ZERO.
       01 WS-RECIPIENTS          PIC X(60) VALUE SPACES.
       01 WS-RECIPIENT-LENGTH    PIC 9(2) COMP VALUE ZERO.
       01 WS-RECIPIENT-POINTER   PIC 9(3) COMP VALUE 1.
       01 WS-ALERT-SEVERITY      PIC X(8) VALUE "WARNING".
       01 WS-ALERT-MESSAGE       PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01  AI-PROGRAM-NAME     PIC X(18).
       01  AI-REPORT-NAME      PIC X(30).

       PROCEDURE DIVISION USING AI-PROGRAM-NAME, AI-REPORT-NAME.
       MAIN-LOGIC.
           MOVE AI-REPORT-NAME TO WS-REPORT-NAME
           PERFORM READ-BUSINESS-DATE
           PERFORM BUILD-DATED-NAME
           PERFORM COPY-REPORT
           IF NOT REPORT-WAS-COPIED
               MOVE SPACES TO WS-ALERT-MESSAGE
               IF REPORT-NOT-READABLE
                   STRING "REPORT NOT FILED - " DELIMITED BY SIZE
                       WS-REPORT-NAME DELIMITED BY SPACE
                       " NOT READABLE" DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
               ELSE
                   STRING "REPORT NOT FILED - CANNOT WRITE "
                           DELIMITED BY SIZE
                       WS-DATED-NAME DELIMITED BY SPACE
                       INTO WS-ALERT-MESSAGE
               END-IF
               PERFORM RAISE-FILING-ALERT
               GOBACK
           END-IF
           DIVIDE WS-LINE-COUNT BY WS-LINES-PER-PAGE
               GIVING WS-PAGE-COUNT REMAINDER WS-PAGE-REMAINDER
           IF WS-PAGE-REMAINDER > ZERO OR WS-PAGE-COUNT = ZERO
               ADD 1 TO WS-PAGE-COUNT
           END-IF
           PERFORM COLLECT-RECIPIENTS
           PERFORM WRITE-CATALOG-ENTRY
           GOBACK.

      *----------------------------------------------------------------
      * BUILD-DATED-NAME puts the business date in front of the
      * report name's extension (or after the name when it has none).
      *----------------------------------------------------------------
       BUILD-DATED-NAME.
           MOVE 30 TO WS-NAME-LENGTH
           PERFORM UNTIL WS-NAME-LENGTH = ZERO
                   OR WS-REPORT-NAME(WS-NAME-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-NAME-LENGTH
           END-PERFORM
           MOVE ZERO TO WS-DOT-POSITION
           MOVE WS-NAME-LENGTH TO WS-SCAN-IDX
           PERFORM UNTIL WS-SCAN-IDX = ZERO OR WS-DOT-POSITION > ZERO
               IF WS-REPORT-NAME(WS-SCAN-IDX:1) = "."
                   MOVE WS-SCAN-IDX TO WS-DOT-POSITION
               END-IF
               SUBTRACT 1 FROM WS-SCAN-IDX
           END-PERFORM
           MOVE SPACES TO WS-DATED-NAME
           IF WS-DOT-POSITION > 1
               STRING WS-REPORT-NAME(1:WS-DOT-POSITION)
                       DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   WS-REPORT-NAME(WS-DOT-POSITION:
                       WS-NAME-LENGTH - WS-DOT-POSITION + 1)
                       DELIMITED BY SIZE
                   INTO WS-DATED-NAME
           ELSE
               STRING WS-REPORT-NAME DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   INTO WS-DATED-NAME
           END-IF.

      *----------------------------------------------------------------
      * COPY-REPORT copies the print file line for line to its dated
      * name, counting the lines as it goes. A rerun on the same
      * business date replaces that date's copy.
      *----------------------------------------------------------------
       COPY-REPORT.
           MOVE ZERO TO WS-LINE-COUNT
           MOVE 'N' TO WS-REPORT-EOF-SWITCH
           MOVE 'R' TO WS-COPY-RESULT
           OPEN INPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'D' TO WS-COPY-RESULT
           OPEN OUTPUT DATED-REPORT-FILE
           IF WS-DATED-FILE-STATUS NOT = "00"
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-COPY-RESULT
           PERFORM READ-REPORT-LINE
           PERFORM UNTIL REPORT-FILE-EOF
               MOVE REPORT-LINE TO DATED-REPORT-LINE
               WRITE DATED-REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
               PERFORM READ-REPORT-LINE
           END-PERFORM
           CLOSE REPORT-FILE
           CLOSE DATED-REPORT-FILE.

       READ-REPORT-LINE.
           READ REPORT-FILE
               AT END SET REPORT-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * COLLECT-RECIPIENTS strings together, comma separated, every
      * recipient DISTRIB.DAT lists for this report.
      *----------------------------------------------------------------
       COLLECT-RECIPIENTS.
           MOVE SPACES TO WS-RECIPIENTS
           MOVE 1 TO WS-RECIPIENT-POINTER
           MOVE 'N' TO WS-DISTRIB-EOF-SWITCH
           OPEN INPUT DISTRIBUTION-FILE
           IF WS-DISTRIB-FILE-STATUS NOT = "00"
               MOVE "NO DISTRIBUTION LIST" TO WS-RECIPIENTS
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-DISTRIBUTION-RECORD
           PERFORM UNTIL DISTRIBUTION-FILE-EOF
               IF DL-REPORT-NAME = WS-REPORT-NAME
                       AND DL-RECIPIENT NOT = SPACES
                   PERFORM ADD-ONE-RECIPIENT
               END-IF
               PERFORM READ-DISTRIBUTION-RECORD
           END-PERFORM
           CLOSE DISTRIBUTION-FILE
           IF WS-RECIPIENTS = SPACES
               MOVE "NOT ON DISTRIBUTION LIST" TO WS-RECIPIENTS
           END-IF.

       ADD-ONE-RECIPIENT.
           MOVE 20 TO WS-RECIPIENT-LENGTH
           PERFORM UNTIL WS-RECIPIENT-LENGTH = ZERO
                   OR DL-RECIPIENT(WS-RECIPIENT-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-RECIPIENT-LENGTH
           END-PERFORM
           IF WS-RECIPIENT-POINTER > 1
               STRING "," DELIMITED BY SIZE
                   INTO WS-RECIPIENTS
                   WITH POINTER WS-RECIPIENT-POINTER
               END-STRING
           END-IF
           STRING DL-RECIPIENT(1:WS-RECIPIENT-LENGTH)
                   DELIMITED BY SIZE
               INTO WS-RECIPIENTS
               WITH POINTER WS-RECIPIENT-POINTER
           END-STRING.

       READ-DISTRIBUTION-RECORD.
           READ DISTRIBUTION-FILE
               AT END SET DISTRIBUTION-FILE-EOF TO TRUE
           END-READ.

       WRITE-CATALOG-ENTRY.
           OPEN EXTEND REPORT-CATALOG-FILE
           IF WS-RPTCAT-FILE-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE
           END-IF
           IF WS-RPTCAT-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "REPORT NOT CATALOGED - " DELIMITED BY SIZE
                   WS-DATED-NAME DELIMITED BY SPACE
                   INTO WS-ALERT-MESSAGE
               PERFORM RAISE-FILING-ALERT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-CATALOG-REC
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE WS-REPORT-NAME   TO RC-REPORT-NAME
           MOVE WS-DATED-NAME    TO RC-DATED-NAME
           MOVE AI-PROGRAM-NAME  TO RC-PROGRAM-NAME
           MOVE WS-LINE-COUNT    TO RC-LINE-COUNT
           MOVE WS-PAGE-COUNT    TO RC-PAGE-COUNT
           MOVE WS-TS-DATE       TO RC-TIMESTAMP(1:8)
           MOVE WS-TS-TIME       TO RC-TIMESTAMP(9:6)
           MOVE WS-RECIPIENTS    TO RC-RECIPIENTS
           WRITE REPORT-CATALOG-REC
           CLOSE REPORT-CATALOG-FILE.

       RAISE-FILING-ALERT.
           DISPLAY AI-PROGRAM-NAME " - " WS-ALERT-MESSAGE
           CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
               AI-PROGRAM-NAME, WS-ALERT-MESSAGE.

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

       END PROGRAM ARCHIVA-INFORME.
