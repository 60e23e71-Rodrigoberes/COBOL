      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Reprint and retention manager for the dated report
      *          copies ARCHIVA-INFORME files and catalogs on
      *          RPTCAT.DAT. Lists what is on the catalog, reprints
      *          any cataloged report by name and business date to
      *          REIMPRE.PRT under a banner naming where it came from
      *          (checking the copy still holds the lines it was
      *          cataloged with), and retires copies past the
      *          retention set for their report.
      *
      *          RPTRET.DAT holds one line per report: report name in
      *          1-30, days to keep in 32-35. A line for report "*"
      *          sets the default for reports not listed; without one
      *          reports are kept 90 days.
      *
      *          PARM: L [report] = list,
      *                R <report> <yyyymmdd> = reprint,
      *                P = purge past retention.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIMPRIME-INFORME.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-CATALOG-FILE ASSIGN TO "RPTCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTCAT-FILE-STATUS.
           SELECT DATED-REPORT-FILE ASSIGN USING WS-DATED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATED-FILE-STATUS.
           SELECT REPRINT-FILE ASSIGN TO "REIMPRE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-FILE-STATUS.
           SELECT RETENTION-CTL-FILE ASSIGN TO "RPTRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENTION-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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

       FD  DATED-REPORT-FILE.
       01  DATED-REPORT-LINE   PIC X(200).

       FD  REPRINT-FILE.
       01  REPRINT-LINE        PIC X(200).

       FD  RETENTION-CTL-FILE.
       01  RETENTION-CTL-REC.
           05 RT-REPORT-NAME   PIC X(30).
           05 FILLER           PIC X.
           05 RT-KEEP-DAYS     PIC 9(4).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-RPTCAT-FILE-STATUS    PIC XX.
       01 WS-DATED-FILE-STATUS     PIC XX.
       01 WS-REPRINT-FILE-STATUS   PIC XX.
       01 WS-RETENTION-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS   PIC XX.
       01 WS-PARM                  PIC X(80).
       01 WS-PARM-MODE             PIC X(8).
       01 WS-PARM-REPORT-NAME      PIC X(30).
       01 WS-PARM-DATE             PIC X(8).
       01 WS-DATED-NAME            PIC X(40) VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE            PIC X(8).
          05 FILLER                PIC X(13).
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-CATALOG-EOF-SWITCH    PIC X VALUE 'N'.
          88 CATALOG-FILE-EOF VALUE 'Y'.
       01 WS-DATED-EOF-SWITCH      PIC X VALUE 'N'.
          88 DATED-FILE-EOF VALUE 'Y'.
       01 WS-RETENTION-EOF-SWITCH  PIC X VALUE 'N'.
          88 RETENTION-FILE-EOF VALUE 'Y'.
       01 WS-CATALOG-TABLE.
          05 WS-CAT-COUNT          PIC 9(4) COMP VALUE ZERO.
          05 WS-CAT-ENTRY OCCURS 5000.
             10 WS-CT-RECORD       PIC X(191).
             10 WS-CT-KEEP         PIC X.
       01 WS-CAT-IDX               PIC 9(4) COMP VALUE ZERO.
       01 WS-THIS-CAT-IDX          PIC 9(4) COMP VALUE ZERO.
       01 WS-CAT-OVERFLOW-SW       PIC X VALUE 'N'.
          88 CATALOG-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-RETENTION-TABLE.
          05 WS-RET-COUNT          PIC 9(3) COMP VALUE ZERO.
          05 WS-RET-ENTRY OCCURS 100.
             10 WS-RET-REPORT-NAME PIC X(30).
             10 WS-RET-KEEP-DAYS   PIC 9(4).
       01 WS-RET-IDX               PIC 9(3) COMP VALUE ZERO.
       01 WS-DEFAULT-KEEP-DAYS     PIC 9(4) VALUE 90.
       01 WS-KEEP-DAYS             PIC 9(4) VALUE ZERO.
       01 WS-CUTOFF-DATE           PIC 9(8) VALUE ZERO.
       01 WS-LISTED-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-KEPT-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-REMOVED-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-REPRINT-LINES         PIC 9(8) VALUE ZERO.
       01 WS-DELETE-STATUS         PIC 9(9) COMP VALUE ZERO.
       01 WS-BANNER-LINE.
          05 FILLER                PIC X(15) VALUE
             "*** REPRINT OF ".
          05 WS-BN-REPORT-NAME     PIC X(30).
          05 FILLER                PIC X(15) VALUE
             " BUSINESS DATE ".
          05 WS-BN-BUSINESS-DATE   PIC 9(8).
          05 FILLER                PIC X(4) VALUE " ***".
       01 WS-SOURCE-LINE.
          05 FILLER                PIC X(12) VALUE "PRODUCED BY ".
          05 WS-SL-PROGRAM-NAME    PIC X(18).
          05 FILLER                PIC X(4) VALUE " AT ".
          05 WS-SL-TIMESTAMP       PIC X(14).
          05 FILLER                PIC X(2) VALUE ", ".
          05 WS-SL-LINE-COUNT      PIC ZZZZZZZ9.
          05 FILLER                PIC X(8) VALUE " LINES, ".
          05 WS-SL-PAGE-COUNT      PIC ZZZZZ9.
          05 FILLER                PIC X(6) VALUE " PAGES".
       01 WS-DISTRIBUTION-LINE.
          05 FILLER                PIC X(14) VALUE "DISTRIBUTION: ".
          05 WS-DL-RECIPIENTS      PIC X(60).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-MODE WS-PARM-REPORT-NAME
               WS-PARM-DATE
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-MODE, WS-PARM-REPORT-NAME, WS-PARM-DATE
           PERFORM LOAD-CATALOG-TABLE
      * the purge rewrites RPTCAT.DAT from the session table, so a
      * catalog that does not fit it refuses the run before any copy
      * is deleted or any entry lost
           IF CATALOG-TABLE-OVERFLOWED
               DISPLAY "RUN REFUSED - RPTCAT.DAT HOLDS MORE THAN "
                   "5000 REPORTS AND NO LONGER FITS THE SESSION "
                   "TABLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE WS-PARM-MODE(1:1)
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-CATALOGED-REPORTS
               WHEN 'R'
               WHEN 'r'
                   PERFORM REPRINT-ONE-REPORT
               WHEN 'P'
               WHEN 'p'
                   PERFORM READ-BUSINESS-DATE
                   PERFORM LOAD-RETENTION-TABLE
                   PERFORM PURGE-EXPIRED-REPORTS
                   PERFORM WRITE-KEPT-CATALOG
               WHEN OTHER
                   DISPLAY "USE L [REPORT] (LIST), "
                       "R <REPORT> <YYYYMMDD> (REPRINT), OR P (PURGE)"
           END-EVALUATE
           STOP RUN.

       LIST-CATALOGED-REPORTS.
           MOVE ZERO TO WS-LISTED-COUNT
           MOVE ZERO TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX >= WS-CAT-COUNT
               ADD 1 TO WS-CAT-IDX
               MOVE WS-CT-RECORD(WS-CAT-IDX) TO REPORT-CATALOG-REC
               IF WS-PARM-REPORT-NAME = SPACES
                       OR RC-REPORT-NAME = WS-PARM-REPORT-NAME
                   ADD 1 TO WS-LISTED-COUNT
                   DISPLAY RC-BUSINESS-DATE " " RC-REPORT-NAME " "
                       RC-LINE-COUNT " LINES " RC-PAGE-COUNT
                       " PAGES  " RC-DATED-NAME
                   DISPLAY "         TO: " RC-RECIPIENTS
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = ZERO
               DISPLAY "NO REPORTS ON THE CATALOG"
           END-IF.

      *----------------------------------------------------------------
      * REPRINT-ONE-REPORT takes the latest catalog entry for the
      * report and date asked for (a rerun replaces the night's copy
      * and adds a newer entry) and copies the dated file to
      * REIMPRE.PRT under a banner. A copy that no longer holds the
      * lines it was cataloged with is still printed, but flagged.
      *----------------------------------------------------------------
       REPRINT-ONE-REPORT.
           MOVE ZERO TO WS-THIS-CAT-IDX
           MOVE ZERO TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX >= WS-CAT-COUNT
               ADD 1 TO WS-CAT-IDX
               MOVE WS-CT-RECORD(WS-CAT-IDX) TO REPORT-CATALOG-REC
               IF RC-REPORT-NAME = WS-PARM-REPORT-NAME
                       AND RC-BUSINESS-DATE = WS-PARM-DATE
                   MOVE WS-CAT-IDX TO WS-THIS-CAT-IDX
               END-IF
           END-PERFORM
           IF WS-THIS-CAT-IDX = ZERO
               DISPLAY "NOT ON THE CATALOG: " WS-PARM-REPORT-NAME
                   " FOR " WS-PARM-DATE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CT-RECORD(WS-THIS-CAT-IDX) TO REPORT-CATALOG-REC
           MOVE RC-DATED-NAME TO WS-DATED-NAME
           MOVE 'N' TO WS-DATED-EOF-SWITCH
           OPEN INPUT DATED-REPORT-FILE
           IF WS-DATED-FILE-STATUS NOT = "00"
               DISPLAY "REPORT COPY NOT READABLE: " WS-DATED-NAME
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPRINT-FILE
           MOVE RC-REPORT-NAME   TO WS-BN-REPORT-NAME
           MOVE RC-BUSINESS-DATE TO WS-BN-BUSINESS-DATE
           WRITE REPRINT-LINE FROM WS-BANNER-LINE
           MOVE RC-PROGRAM-NAME  TO WS-SL-PROGRAM-NAME
           MOVE RC-TIMESTAMP     TO WS-SL-TIMESTAMP
           MOVE RC-LINE-COUNT    TO WS-SL-LINE-COUNT
           MOVE RC-PAGE-COUNT    TO WS-SL-PAGE-COUNT
           WRITE REPRINT-LINE FROM WS-SOURCE-LINE
           MOVE RC-RECIPIENTS    TO WS-DL-RECIPIENTS
           WRITE REPRINT-LINE FROM WS-DISTRIBUTION-LINE
           MOVE SPACES TO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE ZERO TO WS-REPRINT-LINES
           PERFORM READ-DATED-LINE
           PERFORM UNTIL DATED-FILE-EOF
               WRITE REPRINT-LINE FROM DATED-REPORT-LINE
               ADD 1 TO WS-REPRINT-LINES
               PERFORM READ-DATED-LINE
           END-PERFORM
           CLOSE DATED-REPORT-FILE
           CLOSE REPRINT-FILE
           DISPLAY "REPRINTED TO REIMPRE.PRT: " WS-DATED-NAME
           DISPLAY "LINES CATALOGED: " RC-LINE-COUNT
               "  LINES REPRINTED: " WS-REPRINT-LINES
           IF WS-REPRINT-LINES NOT = RC-LINE-COUNT
               DISPLAY "WARNING - REPORT COPY DOES NOT HOLD THE LINES "
                   "IT WAS CATALOGED WITH"
               MOVE 4 TO RETURN-CODE
           END-IF.

       READ-DATED-LINE.
           READ DATED-REPORT-FILE
               AT END SET DATED-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * LOAD-RETENTION-TABLE reads the days to keep per report, and
      * the "*" default line when there is one.
      *----------------------------------------------------------------
       LOAD-RETENTION-TABLE.
           MOVE ZERO TO WS-RET-COUNT
           MOVE 'N' TO WS-RETENTION-EOF-SWITCH
           OPEN INPUT RETENTION-CTL-FILE
           IF WS-RETENTION-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RETENTION-RECORD
           PERFORM UNTIL RETENTION-FILE-EOF
               IF RT-KEEP-DAYS IS NUMERIC
                       AND RT-KEEP-DAYS > ZERO
                   IF RT-REPORT-NAME = "*"
                       MOVE RT-KEEP-DAYS TO WS-DEFAULT-KEEP-DAYS
                   ELSE
                       IF WS-RET-COUNT < 100
                           ADD 1 TO WS-RET-COUNT
                           MOVE RT-REPORT-NAME
                               TO WS-RET-REPORT-NAME(WS-RET-COUNT)
                           MOVE RT-KEEP-DAYS
                               TO WS-RET-KEEP-DAYS(WS-RET-COUNT)
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-RETENTION-RECORD
           END-PERFORM
           CLOSE RETENTION-CTL-FILE.

       READ-RETENTION-RECORD.
           READ RETENTION-CTL-FILE
               AT END SET RETENTION-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * PURGE-EXPIRED-REPORTS deletes every copy whose business date
      * is older than its report's retention, counted back from
      * today's business date, and drops it from the catalog.
      *----------------------------------------------------------------
       PURGE-EXPIRED-REPORTS.
           MOVE ZERO TO WS-KEPT-COUNT
           MOVE ZERO TO WS-REMOVED-COUNT
           MOVE ZERO TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX >= WS-CAT-COUNT
               ADD 1 TO WS-CAT-IDX
               MOVE WS-CT-RECORD(WS-CAT-IDX) TO REPORT-CATALOG-REC
               PERFORM FIND-KEEP-DAYS
               COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - WS-KEEP-DAYS)
               IF RC-BUSINESS-DATE IS NUMERIC
                       AND RC-BUSINESS-DATE < WS-CUTOFF-DATE
                   MOVE SPACE TO WS-CT-KEEP(WS-CAT-IDX)
                   PERFORM DELETE-ONE-REPORT
               ELSE
                   ADD 1 TO WS-KEPT-COUNT
               END-IF
           END-PERFORM
           DISPLAY "REPORTS KEPT:    " WS-KEPT-COUNT
           DISPLAY "REPORTS REMOVED: " WS-REMOVED-COUNT.

       FIND-KEEP-DAYS.
           MOVE WS-DEFAULT-KEEP-DAYS TO WS-KEEP-DAYS
           MOVE ZERO TO WS-RET-IDX
           PERFORM UNTIL WS-RET-IDX >= WS-RET-COUNT
               ADD 1 TO WS-RET-IDX
               IF WS-RET-REPORT-NAME(WS-RET-IDX) = RC-REPORT-NAME
                   MOVE WS-RET-KEEP-DAYS(WS-RET-IDX) TO WS-KEEP-DAYS
                   MOVE WS-RET-COUNT TO WS-RET-IDX
               END-IF
           END-PERFORM.

       DELETE-ONE-REPORT.
           ADD 1 TO WS-REMOVED-COUNT
           MOVE RC-DATED-NAME TO WS-DATED-NAME
           CALL "CBL_DELETE_FILE" USING WS-DATED-NAME
               RETURNING WS-DELETE-STATUS
           IF WS-DELETE-STATUS = ZERO
               DISPLAY "REPORT REMOVED: " WS-DATED-NAME
           ELSE
               DISPLAY "FILE ALREADY GONE, CATALOG ENTRY DROPPED: "
                   WS-DATED-NAME
           END-IF.

      *----------------------------------------------------------------
      * LOAD-CATALOG-TABLE and WRITE-KEPT-CATALOG hold the catalog in
      * storage for the session; the purge writes back only the
      * entries it kept.
      *----------------------------------------------------------------
       LOAD-CATALOG-TABLE.
           MOVE ZERO TO WS-CAT-COUNT
           MOVE 'N' TO WS-CATALOG-EOF-SWITCH
           OPEN INPUT REPORT-CATALOG-FILE
           IF WS-RPTCAT-FILE-STATUS = "00"
               PERFORM READ-CATALOG-RECORD
               PERFORM UNTIL CATALOG-FILE-EOF
                   IF RC-REPORT-NAME NOT = SPACES
                           AND WS-CAT-COUNT < 5000
                       ADD 1 TO WS-CAT-COUNT
                       MOVE REPORT-CATALOG-REC
                           TO WS-CT-RECORD(WS-CAT-COUNT)
                       MOVE 'K' TO WS-CT-KEEP(WS-CAT-COUNT)
                   ELSE
                       IF RC-REPORT-NAME NOT = SPACES
                           MOVE 'Y' TO WS-CAT-OVERFLOW-SW
                       END-IF
                   END-IF
                   PERFORM READ-CATALOG-RECORD
               END-PERFORM
               CLOSE REPORT-CATALOG-FILE
           END-IF.

       READ-CATALOG-RECORD.
           READ REPORT-CATALOG-FILE
               AT END SET CATALOG-FILE-EOF TO TRUE
           END-READ.

       WRITE-KEPT-CATALOG.
           OPEN OUTPUT REPORT-CATALOG-FILE
           MOVE ZERO TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX >= WS-CAT-COUNT
               ADD 1 TO WS-CAT-IDX
               IF WS-CT-KEEP(WS-CAT-IDX) = 'K'
                   MOVE WS-CT-RECORD(WS-CAT-IDX) TO REPORT-CATALOG-REC
                   WRITE REPORT-CATALOG-REC
               END-IF
           END-PERFORM
           CLOSE REPORT-CATALOG-FILE.

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

       END PROGRAM REIMPRIME-INFORME.
