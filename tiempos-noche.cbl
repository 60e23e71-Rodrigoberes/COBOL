      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Batch-window timing history and finish-time forecast
      *          over the shared run journal. RUNJRNL.DAT holds a
      *          START and an END for every step, but ESTADO-NOCTURNO
      *          only shows the current night, so nobody could say
      *          which step is getting slower or whether tonight will
      *          be done before the branches open.
      *
      *          PARM "H [nights]" (the default) pairs every START
      *          with its END, takes the elapsed time and records
      *          processed of each run, and assigns it to its night
      *          (a run started before noon belongs to the night
      *          that began the day before). The last 30 nights (or
      *          the number given) are written to the TIEMPOS.DAT
      *          timing history and to the TIEMPOS.RPT trend report:
      *          per step, every run with its elapsed time and
      *          throughput in records per minute, the average, the
      *          average of the last five runs against the runs
      *          before them, and a SLOWER / FASTER / STEADY verdict.
      *
      *          PARM "F [hhmm]" forecasts tonight's finish while the
      *          stream runs: the steps of the NIGHTPLAN.DAT plan
      *          CADENA-NOCTURNA writes that NIGHTCTL.DAT does not
      *          show complete are each estimated at their recent
      *          average (less what the running step has already
      *          used), added to the time now, and compared with the
      *          batch-window deadline -- hhmm on the PARM, else the
      *          VENTANA.DAT control file, else 06:00. A forecast
      *          past the deadline raises a WARNING through
      *          EMITE-ALERTA (SEVERE once the deadline has passed
      *          with steps still to run) and ends with return code
      *          4. CADENA-NOCTURNA runs this mode after every step.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIEMPOS-NOCHE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT TIMING-SORT-FILE ASSIGN TO "TIEMPOS.SRT".
           SELECT TIMING-HISTORY-FILE ASSIGN TO "TIEMPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT TIMING-REPORT-FILE ASSIGN TO "TIEMPOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT NIGHT-PLAN-FILE ASSIGN TO "NIGHTPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.
           SELECT NIGHT-CTL-FILE ASSIGN TO "NIGHTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT WINDOW-CTL-FILE ASSIGN TO "VENTANA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-JOURNAL-FILE.
       01  RUN-JOURNAL-REC.
           05 RJ-EVENT-TYPE    PIC X(5).
           05 FILLER           PIC X.
           05 RJ-PROGRAM-NAME  PIC X(18).
           05 FILLER           PIC X.
           05 RJ-RUN-MODE      PIC X.
           05 FILLER           PIC X.
           05 RJ-RECORD-COUNT  PIC 9(8).
           05 FILLER           PIC X.
           05 RJ-REJECT-COUNT  PIC 9(8).
           05 FILLER           PIC X.
           05 RJ-STATUS        PIC X(8).
           05 FILLER           PIC X.
           05 RJ-TIMESTAMP     PIC X(26).

       SD  TIMING-SORT-FILE.
       01  TIMING-SORT-REC.
           05 TS-PROGRAM-NAME  PIC X(18).
           05 TS-RUN-MODE      PIC X.
           05 TS-NIGHT-DATE    PIC 9(8).
           05 TS-START-STAMP   PIC X(15).
           05 TS-ELAPSED-SECS  PIC 9(6).
           05 TS-RECORD-COUNT  PIC 9(8).
           05 TS-STATUS        PIC X(8).

       FD  TIMING-HISTORY-FILE.
       01  TIMING-HISTORY-REC.
           05 TH-NIGHT-DATE    PIC 9(8).
           05 FILLER           PIC X.
           05 TH-PROGRAM-NAME  PIC X(18).
           05 FILLER           PIC X.
           05 TH-RUN-MODE      PIC X.
           05 FILLER           PIC X.
           05 TH-START-STAMP   PIC X(15).
           05 FILLER           PIC X.
           05 TH-ELAPSED-SECS  PIC 9(6).
           05 FILLER           PIC X.
           05 TH-RECORD-COUNT  PIC 9(8).
           05 FILLER           PIC X.
           05 TH-PER-MINUTE    PIC 9(8).
           05 FILLER           PIC X.
           05 TH-STATUS        PIC X(8).

       FD  TIMING-REPORT-FILE.
       01  TIMING-REPORT-LINE  PIC X(100).

       FD  NIGHT-PLAN-FILE.
       01  NIGHT-PLAN-REC.
           05 NP-STEP-NUMBER   PIC 9(2).
           05 FILLER           PIC X.
           05 NP-STEP-NAME     PIC X(20).

       FD  NIGHT-CTL-FILE.
       01  NIGHT-CTL-REC.
           05 NC-STEP-NUMBER   PIC 9(2).
           05 FILLER           PIC X.
           05 NC-STEP-NAME     PIC X(20).
           05 FILLER           PIC X.
           05 NC-TIMESTAMP     PIC X(26).

       FD  WINDOW-CTL-FILE.
       01  WINDOW-CTL-REC      PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-FILE-STATUS PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.
       01 WS-PLAN-FILE-STATUS    PIC XX.
       01 WS-CTL-FILE-STATUS     PIC XX.
       01 WS-WINDOW-FILE-STATUS  PIC XX.
       01 WS-PARM                PIC X(40).
       01 WS-TOKEN-1             PIC X(8).
       01 WS-TOKEN-2             PIC X(8).
       01 WS-RUN-MODE            PIC X VALUE 'H'.
          88 HISTORY-MODE  VALUE 'H' 'h'.
          88 FORECAST-MODE VALUE 'F' 'f'.
       01 WS-NIGHTS-BACK         PIC 9(3) VALUE 30.
       01 WS-CUTOFF-NIGHT        PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-EOF-SWITCH  PIC X VALUE 'N'.
          88 JOURNAL-FILE-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH     PIC X VALUE 'N'.
          88 SORT-RETURN-EOF VALUE 'Y'.
       01 WS-PLAN-EOF-SWITCH     PIC X VALUE 'N'.
          88 PLAN-FILE-EOF VALUE 'Y'.
       01 WS-CTL-EOF-SWITCH      PIC X VALUE 'N'.
          88 CONTROL-FILE-EOF VALUE 'Y'.
       01 WS-JOURNAL-FOUND-SW    PIC X VALUE 'N'.
          88 JOURNAL-WAS-READ VALUE 'Y'.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE          PIC X(8).
          05 WS-TS-TIME          PIC X(6).
          05 FILLER              PIC X(7).
      *
      * runs STARTed and not yet ENDed, keyed on program and mode
       01 WS-OPEN-RUN-TABLE.
          05 WS-OPEN-COUNT       PIC 9(3) COMP VALUE ZERO.
          05 WS-OPEN-ENTRY OCCURS 200.
             10 WS-OE-PROGRAM    PIC X(18).
             10 WS-OE-MODE       PIC X.
             10 WS-OE-START      PIC X(15).
             10 WS-OE-OPEN-SW    PIC X.
       01 WS-OPEN-IDX            PIC 9(3) COMP VALUE ZERO.
       01 WS-MATCH-SWITCH        PIC X VALUE 'N'.
          88 RUN-ENTRY-FOUND VALUE 'Y'.
      *
      * recent average elapsed per program and mode, for the forecast
       01 WS-ESTIMATE-TABLE.
          05 WS-EST-COUNT        PIC 9(3) COMP VALUE ZERO.
          05 WS-EST-ENTRY OCCURS 200.
             10 WS-EE-PROGRAM    PIC X(18).
             10 WS-EE-MODE       PIC X.
             10 WS-EE-SECONDS    PIC 9(6).
       01 WS-EST-IDX             PIC 9(3) COMP VALUE ZERO.
       01 WS-EST-FOUND-SW        PIC X VALUE 'N'.
          88 ESTIMATE-FOUND VALUE 'Y'.
      *
      * one step's runs as the sorted history passes
       01 WS-GROUP-PROGRAM       PIC X(18) VALUE SPACES.
       01 WS-GROUP-MODE          PIC X VALUE SPACE.
       01 WS-GROUP-RUNS          PIC 9(5) VALUE ZERO.
       01 WS-GROUP-ELAPSED       PIC 9(10) VALUE ZERO.
       01 WS-GROUP-RECORDS       PIC 9(12) VALUE ZERO.
       01 WS-RECENT-TABLE.
          05 WS-RECENT-ENTRY OCCURS 5.
             10 WS-RE-ELAPSED    PIC 9(6).
             10 WS-RE-RECORDS    PIC 9(8).
       01 WS-RECENT-IDX          PIC 9(1) VALUE ZERO.
       01 WS-RECENT-RUNS         PIC 9(1) VALUE ZERO.
       01 WS-RECENT-ELAPSED      PIC 9(10) VALUE ZERO.
       01 WS-RECENT-RECORDS      PIC 9(12) VALUE ZERO.
       01 WS-EARLIER-RUNS        PIC 9(5) VALUE ZERO.
       01 WS-EARLIER-ELAPSED     PIC 9(10) VALUE ZERO.
       01 WS-AVG-ELAPSED         PIC 9(6) VALUE ZERO.
       01 WS-RECENT-AVG          PIC 9(6) VALUE ZERO.
       01 WS-EARLIER-AVG         PIC 9(6) VALUE ZERO.
       01 WS-AVG-PER-MINUTE      PIC 9(8) VALUE ZERO.
       01 WS-RECENT-PER-MINUTE   PIC 9(8) VALUE ZERO.
       01 WS-TREND-PCT           PIC S9(5) VALUE ZERO.
       01 WS-TREND-PCT-EDIT      PIC -ZZZZ9.
       01 WS-TREND-WORD          PIC X(7) VALUE SPACES.
       01 WS-TREND-LIMIT         PIC 9(3) VALUE 20.
       01 WS-STEPS-REPORTED      PIC 9(5) VALUE ZERO.
       01 WS-SLOWER-STEPS        PIC 9(5) VALUE ZERO.
       01 WS-RUNS-WRITTEN        PIC 9(8) VALUE ZERO.
      *
      * timestamp arithmetic
       01 WS-CALC-STAMP          PIC X(15).
       01 WS-CALC-STAMP-PARTS REDEFINES WS-CALC-STAMP.
          05 WS-CS-DATE          PIC 9(8).
          05 FILLER              PIC X.
          05 WS-CS-HH            PIC 9(2).
          05 WS-CS-MM            PIC 9(2).
          05 WS-CS-SS            PIC 9(2).
       01 WS-CALC-SECONDS        PIC 9(12) VALUE ZERO.
       01 WS-CALC-NIGHT          PIC 9(8) VALUE ZERO.
       01 WS-START-SECONDS       PIC 9(12) VALUE ZERO.
       01 WS-END-SECONDS         PIC 9(12) VALUE ZERO.
       01 WS-NOW-SECONDS         PIC 9(12) VALUE ZERO.
       01 WS-NOW-STAMP           PIC X(15).
       01 WS-ELAPSED-SECS        PIC 9(6) VALUE ZERO.
       01 WS-FMT-SECONDS         PIC 9(12) VALUE ZERO.
       01 WS-FMT-HOURS           PIC 9(4) VALUE ZERO.
       01 WS-FMT-REST            PIC 9(4) VALUE ZERO.
       01 WS-FMT-HMS.
          05 WS-FMT-HH           PIC 99.
          05 FILLER              PIC X VALUE ":".
          05 WS-FMT-MM           PIC 99.
          05 FILLER              PIC X VALUE ":".
          05 WS-FMT-SS           PIC 99.
       01 WS-CLOCK-DAYS          PIC 9(8) VALUE ZERO.
       01 WS-CLOCK-REST          PIC 9(6) VALUE ZERO.
       01 WS-CLOCK-TEXT.
          05 WS-CLOCK-DATE       PIC 9(8).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-CLOCK-HH         PIC 99.
          05 FILLER              PIC X VALUE ":".
          05 WS-CLOCK-MM         PIC 99.
      *
      * the forecast
       01 WS-PLAN-TABLE.
          05 WS-PLAN-COUNT       PIC 9(2) COMP VALUE ZERO.
          05 WS-PLAN-ENTRY OCCURS 30.
             10 WS-PE-NUMBER     PIC 9(2).
             10 WS-PE-NAME       PIC X(20).
       01 WS-PLAN-IDX            PIC 9(2) COMP VALUE ZERO.
       01 WS-DONE-FLAGS.
          05 WS-STEP-DONE-FLAG   PIC X OCCURS 99.
       01 WS-STEP-PROGRAM        PIC X(18).
       01 WS-STEP-MODE-TOKEN     PIC X(8).
       01 WS-STEP-MODE           PIC X.
       01 WS-STEP-ESTIMATE       PIC 9(6) VALUE ZERO.
       01 WS-STEP-USED           PIC 9(6) VALUE ZERO.
       01 WS-FIRST-PENDING-SW    PIC X VALUE 'Y'.
          88 FIRST-PENDING-STEP VALUE 'Y'.
       01 WS-PENDING-STEPS       PIC 9(2) VALUE ZERO.
       01 WS-UNKNOWN-STEPS       PIC 9(2) VALUE ZERO.
       01 WS-REMAINING-SECONDS   PIC 9(8) VALUE ZERO.
       01 WS-FINISH-SECONDS      PIC 9(12) VALUE ZERO.
       01 WS-DEADLINE-HHMM       PIC X(4) VALUE "0600".
       01 WS-DEADLINE-PARTS REDEFINES WS-DEADLINE-HHMM.
          05 WS-DEADLINE-HH      PIC 99.
          05 WS-DEADLINE-MM      PIC 99.
       01 WS-DEADLINE-SECONDS    PIC 9(12) VALUE ZERO.
       01 WS-DEADLINE-DATE       PIC 9(8) VALUE ZERO.
       01 WS-MARGIN-SECONDS      PIC 9(12) VALUE ZERO.
       01 WS-FINISH-TEXT         PIC X(14).
       01 WS-DEADLINE-TEXT       PIC X(14).
       01 WS-ALERT-SEVERITY      PIC X(8).
       01 WS-ALERT-PROGRAM       PIC X(18) VALUE "TIEMPOS-NOCHE".
       01 WS-ALERT-MESSAGE       PIC X(60).
      *
      * report lines
       01 WS-STEP-HEADING.
          05 FILLER              PIC X(6) VALUE "STEP: ".
          05 WH-PROGRAM          PIC X(18).
          05 FILLER              PIC X(7) VALUE "  MODE ".
          05 WH-MODE             PIC X.
          05 FILLER              PIC X(68) VALUE SPACES.
       01 WS-COLUMN-HEADING.
          05 FILLER              PIC X(40) VALUE
             "  NIGHT     STARTED          ELAPSED   ".
          05 FILLER              PIC X(40) VALUE
             "RECORDS  RECS/MIN  STATUS".
          05 FILLER              PIC X(20) VALUE SPACES.
       01 WS-RUN-LINE.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WL-NIGHT            PIC 9(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WL-START            PIC X(15).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WL-ELAPSED          PIC X(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WL-RECORDS          PIC ZZZZZZZ9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WL-PER-MINUTE       PIC ZZZZZZZ9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WL-STATUS           PIC X(8).
          05 FILLER              PIC X(33) VALUE SPACES.
       01 WS-SUMMARY-LINE.
          05 FILLER              PIC X(8) VALUE "  RUNS: ".
          05 WM-RUNS             PIC ZZZZ9.
          05 FILLER              PIC X(7) VALUE "  AVG: ".
          05 WM-AVG              PIC X(8).
          05 FILLER              PIC X(13) VALUE "  LAST FIVE: ".
          05 WM-RECENT           PIC X(8).
          05 FILLER              PIC X(10) VALUE "  BEFORE: ".
          05 WM-EARLIER          PIC X(8).
          05 FILLER              PIC X(33) VALUE SPACES.
       01 WS-TREND-LINE.
          05 FILLER              PIC X(12) VALUE "  RECS/MIN: ".
          05 WM-PER-MINUTE       PIC ZZZZZZZ9.
          05 FILLER              PIC X(13) VALUE "  LAST FIVE: ".
          05 WM-RECENT-PER-MIN   PIC ZZZZZZZ9.
          05 FILLER              PIC X(9) VALUE "  TREND: ".
          05 WM-TREND            PIC X(7).
          05 FILLER              PIC X VALUE SPACE.
          05 WM-TREND-PCT        PIC X(7).
          05 FILLER              PIC X(35) VALUE SPACES.
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "TIEMPOS-NOCHE".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "TIEMPOS.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-TOKEN-1, WS-TOKEN-2
           IF WS-TOKEN-1 NOT = SPACES
               MOVE WS-TOKEN-1(1:1) TO WS-RUN-MODE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-NOW-STAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
               INTO WS-NOW-STAMP
           MOVE WS-NOW-STAMP TO WS-CALC-STAMP
           PERFORM STAMP-TO-SECONDS
           MOVE WS-CALC-SECONDS TO WS-NOW-SECONDS
           EVALUATE TRUE
               WHEN FORECAST-MODE
                   IF WS-TOKEN-2(1:4) IS NUMERIC
                       MOVE WS-TOKEN-2(1:4) TO WS-DEADLINE-HHMM
                   ELSE
                       PERFORM READ-WINDOW-DEADLINE
                   END-IF
               WHEN HISTORY-MODE
                   IF WS-TOKEN-2(1:3) IS NUMERIC
                       MOVE WS-TOKEN-2(1:3) TO WS-NIGHTS-BACK
                   END-IF
               WHEN OTHER
                   DISPLAY "USE: H [NIGHTS] OR F [HHMM]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           COMPUTE WS-CUTOFF-NIGHT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CALC-NIGHT)
               - WS-NIGHTS-BACK)
           IF HISTORY-MODE
               OPEN OUTPUT TIMING-HISTORY-FILE
               OPEN OUTPUT TIMING-REPORT-FILE
               MOVE SPACES TO TIMING-REPORT-LINE
               STRING "BATCH TIMING HISTORY - NIGHTS SINCE "
                          DELIMITED BY SIZE
                      WS-CUTOFF-NIGHT DELIMITED BY SIZE
                      " - RUN " DELIMITED BY SIZE
                      WS-NOW-STAMP DELIMITED BY SIZE
                   INTO TIMING-REPORT-LINE
               WRITE TIMING-REPORT-LINE
           END-IF
           SORT TIMING-SORT-FILE
               ON ASCENDING KEY TS-PROGRAM-NAME TS-RUN-MODE
                                TS-NIGHT-DATE TS-START-STAMP
               INPUT PROCEDURE IS RELEASE-TIMED-RUNS
               OUTPUT PROCEDURE IS SUMMARIZE-TIMED-RUNS
           IF NOT JOURNAL-WAS-READ
               DISPLAY "NO RUN JOURNAL ON FILE - NOTHING RAN"
               IF HISTORY-MODE
                   CLOSE TIMING-HISTORY-FILE
                   CLOSE TIMING-REPORT-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF HISTORY-MODE
               CLOSE TIMING-HISTORY-FILE
               CLOSE TIMING-REPORT-FILE
               CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
                   WS-ARCHIVE-REPORT
               DISPLAY "STEPS REPORTED:       " WS-STEPS-REPORTED
               DISPLAY "RUNS IN HISTORY:      " WS-RUNS-WRITTEN
               DISPLAY "STEPS GETTING SLOWER: " WS-SLOWER-STEPS
               DISPLAY "HISTORY WRITTEN TO TIEMPOS.DAT, TREND TO "
                   "TIEMPOS.RPT"
               MOVE ZERO TO RETURN-CODE
           ELSE
               PERFORM FORECAST-TONIGHT
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * FORECAST-TONIGHT estimates every step of tonight's plan that
      * is not yet recorded complete at its recent average, less what
      * the running step (the first pending one) has already used,
      * and compares the finish with the batch-window deadline.
      *----------------------------------------------------------------
       FORECAST-TONIGHT.
           PERFORM LOAD-NIGHT-PLAN
           IF WS-PLAN-COUNT = ZERO
               DISPLAY "NO NIGHTPLAN.DAT STREAM PLAN - RUN THE STREAM "
                   "THROUGH CADENA-NOCTURNA"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-COMPLETED-STEPS
           DISPLAY "===== BATCH WINDOW FORECAST ====="
           DISPLAY "NOW: " WS-NOW-STAMP
           MOVE ZERO TO WS-REMAINING-SECONDS
           MOVE ZERO TO WS-PENDING-STEPS
           MOVE ZERO TO WS-UNKNOWN-STEPS
           MOVE 'Y' TO WS-FIRST-PENDING-SW
           MOVE ZERO TO WS-PLAN-IDX
           PERFORM UNTIL WS-PLAN-IDX >= WS-PLAN-COUNT
               ADD 1 TO WS-PLAN-IDX
               IF WS-STEP-DONE-FLAG(WS-PE-NUMBER(WS-PLAN-IDX))
                       NOT = 'Y'
                   PERFORM ESTIMATE-PENDING-STEP
               END-IF
           END-PERFORM
           COMPUTE WS-FINISH-SECONDS =
               WS-NOW-SECONDS + WS-REMAINING-SECONDS
           PERFORM COMPUTE-DEADLINE
           MOVE WS-FINISH-SECONDS TO WS-FMT-SECONDS
           PERFORM SECONDS-TO-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-FINISH-TEXT
           MOVE WS-DEADLINE-SECONDS TO WS-FMT-SECONDS
           PERFORM SECONDS-TO-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-DEADLINE-TEXT
           DISPLAY "STEPS STILL TO RUN:  " WS-PENDING-STEPS
           IF WS-UNKNOWN-STEPS > ZERO
               DISPLAY "STEPS WITH NO HISTORY (COUNTED AS ZERO): "
                   WS-UNKNOWN-STEPS
           END-IF
           DISPLAY "FORECAST FINISH:     " WS-FINISH-TEXT
           DISPLAY "WINDOW DEADLINE:     " WS-DEADLINE-TEXT
           IF WS-PENDING-STEPS = ZERO
                   OR WS-FINISH-SECONDS <= WS-DEADLINE-SECONDS
               COMPUTE WS-MARGIN-SECONDS =
                   WS-DEADLINE-SECONDS - WS-FINISH-SECONDS
               MOVE WS-MARGIN-SECONDS TO WS-FMT-SECONDS
               PERFORM FORMAT-ELAPSED
               DISPLAY "WITHIN THE WINDOW - MARGIN " WS-FMT-HMS
               MOVE ZERO TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MARGIN-SECONDS =
               WS-FINISH-SECONDS - WS-DEADLINE-SECONDS
           MOVE WS-MARGIN-SECONDS TO WS-FMT-SECONDS
           PERFORM FORMAT-ELAPSED
           DISPLAY "*** FORECAST PAST THE WINDOW BY " WS-FMT-HMS
           MOVE SPACES TO WS-ALERT-MESSAGE
           IF WS-NOW-SECONDS > WS-DEADLINE-SECONDS
               MOVE "SEVERE" TO WS-ALERT-SEVERITY
               STRING "BATCH WINDOW MISSED - " DELIMITED BY SIZE
                      WS-PENDING-STEPS DELIMITED BY SIZE
                      " STEPS LEFT, FINISH " DELIMITED BY SIZE
                      WS-FINISH-TEXT(10:5) DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
           ELSE
               MOVE "WARNING" TO WS-ALERT-SEVERITY
               STRING "FORECAST FINISH " DELIMITED BY SIZE
                      WS-FINISH-TEXT(10:5) DELIMITED BY SIZE
                      " PAST WINDOW " DELIMITED BY SIZE
                      WS-DEADLINE-TEXT(10:5) DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      WS-FMT-HMS DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
           END-IF
           CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
               WS-ALERT-PROGRAM, WS-ALERT-MESSAGE
           MOVE 4 TO RETURN-CODE.

      *----------------------------------------------------------------
      * ESTIMATE-PENDING-STEP takes the program (first word of the
      * step name, as the journal records it) and mode (first letter
      * of the second word) and looks up its recent average; a step
      * with no history on that mode falls back to any mode of the
      * same program.
      *----------------------------------------------------------------
       ESTIMATE-PENDING-STEP.
           ADD 1 TO WS-PENDING-STEPS
           MOVE SPACES TO WS-STEP-PROGRAM WS-STEP-MODE-TOKEN
           UNSTRING WS-PE-NAME(WS-PLAN-IDX) DELIMITED BY ALL SPACE
               INTO WS-STEP-PROGRAM, WS-STEP-MODE-TOKEN
           MOVE WS-STEP-MODE-TOKEN(1:1) TO WS-STEP-MODE
           PERFORM FIND-STEP-ESTIMATE
           MOVE ZERO TO WS-STEP-USED
           IF ESTIMATE-FOUND
               MOVE WS-EE-SECONDS(WS-EST-IDX) TO WS-STEP-ESTIMATE
           ELSE
               ADD 1 TO WS-UNKNOWN-STEPS
               MOVE ZERO TO WS-STEP-ESTIMATE
           END-IF
      * the first pending step may be the one running now: what it
      * has used so far comes off its estimate
           IF FIRST-PENDING-STEP
               MOVE 'N' TO WS-FIRST-PENDING-SW
               PERFORM FIND-RUNNING-ENTRY
               IF RUN-ENTRY-FOUND
                   MOVE WS-OE-START(WS-OPEN-IDX) TO WS-CALC-STAMP
                   PERFORM STAMP-TO-SECONDS
                   IF WS-NOW-SECONDS > WS-CALC-SECONDS
                       COMPUTE WS-STEP-USED =
                           WS-NOW-SECONDS - WS-CALC-SECONDS
                   END-IF
               END-IF
           END-IF
           MOVE WS-STEP-ESTIMATE TO WS-FMT-SECONDS
           PERFORM FORMAT-ELAPSED
           IF WS-STEP-USED > ZERO
               DISPLAY "STEP " WS-PE-NUMBER(WS-PLAN-IDX) " "
                   WS-PE-NAME(WS-PLAN-IDX) " RUNNING - AVERAGE "
                   WS-FMT-HMS
               MOVE WS-STEP-USED TO WS-FMT-SECONDS
               PERFORM FORMAT-ELAPSED
               DISPLAY "     USED SO FAR " WS-FMT-HMS
               IF WS-STEP-USED >= WS-STEP-ESTIMATE
                   MOVE ZERO TO WS-STEP-ESTIMATE
                   IF ESTIMATE-FOUND
                       DISPLAY "     RUNNING PAST ITS AVERAGE"
                   END-IF
               ELSE
                   SUBTRACT WS-STEP-USED FROM WS-STEP-ESTIMATE
               END-IF
           ELSE
               IF ESTIMATE-FOUND
                   DISPLAY "STEP " WS-PE-NUMBER(WS-PLAN-IDX) " "
                       WS-PE-NAME(WS-PLAN-IDX) " ESTIMATE "
                       WS-FMT-HMS
               ELSE
                   DISPLAY "STEP " WS-PE-NUMBER(WS-PLAN-IDX) " "
                       WS-PE-NAME(WS-PLAN-IDX) " NO HISTORY"
               END-IF
           END-IF
           ADD WS-STEP-ESTIMATE TO WS-REMAINING-SECONDS.

       FIND-STEP-ESTIMATE.
           MOVE 'N' TO WS-EST-FOUND-SW
           MOVE ZERO TO WS-EST-IDX
           PERFORM UNTIL ESTIMATE-FOUND OR WS-EST-IDX >= WS-EST-COUNT
               ADD 1 TO WS-EST-IDX
               IF WS-EE-PROGRAM(WS-EST-IDX) = WS-STEP-PROGRAM
                       AND WS-EE-MODE(WS-EST-IDX) = WS-STEP-MODE
                   SET ESTIMATE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ESTIMATE-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-EST-IDX
           PERFORM UNTIL ESTIMATE-FOUND OR WS-EST-IDX >= WS-EST-COUNT
               ADD 1 TO WS-EST-IDX
               IF WS-EE-PROGRAM(WS-EST-IDX) = WS-STEP-PROGRAM
                   SET ESTIMATE-FOUND TO TRUE
               END-IF
           END-PERFORM.

       FIND-RUNNING-ENTRY.
           MOVE 'N' TO WS-MATCH-SWITCH
           MOVE ZERO TO WS-OPEN-IDX
           PERFORM UNTIL RUN-ENTRY-FOUND
                   OR WS-OPEN-IDX >= WS-OPEN-COUNT
               ADD 1 TO WS-OPEN-IDX
               IF WS-OE-PROGRAM(WS-OPEN-IDX) = WS-STEP-PROGRAM
                       AND WS-OE-OPEN-SW(WS-OPEN-IDX) = 'Y'
                   SET RUN-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * COMPUTE-DEADLINE places the window deadline on the night now
      * running: a morning deadline falls on the day after the night
      * began, an evening one on the night's own date.
      *----------------------------------------------------------------
       COMPUTE-DEADLINE.
           IF WS-DEADLINE-HHMM IS NOT NUMERIC
                   OR WS-DEADLINE-HH > 23 OR WS-DEADLINE-MM > 59
               MOVE "0600" TO WS-DEADLINE-HHMM
           END-IF
           MOVE WS-NOW-STAMP TO WS-CALC-STAMP
           PERFORM STAMP-TO-SECONDS
           IF WS-DEADLINE-HH < 12
               COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CALC-NIGHT) + 1)
           ELSE
               MOVE WS-CALC-NIGHT TO WS-DEADLINE-DATE
           END-IF
           COMPUTE WS-DEADLINE-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-DEADLINE-DATE) * 86400
               + WS-DEADLINE-HH * 3600 + WS-DEADLINE-MM * 60.

       READ-WINDOW-DEADLINE.
           OPEN INPUT WINDOW-CTL-FILE
           IF WS-WINDOW-FILE-STATUS = "00"
               READ WINDOW-CTL-FILE
                   NOT AT END
                       IF WINDOW-CTL-REC IS NUMERIC
                           MOVE WINDOW-CTL-REC TO WS-DEADLINE-HHMM
                       END-IF
               END-READ
               CLOSE WINDOW-CTL-FILE
           END-IF.

       LOAD-NIGHT-PLAN.
           MOVE ZERO TO WS-PLAN-COUNT
           MOVE 'N' TO WS-PLAN-EOF-SWITCH
           OPEN INPUT NIGHT-PLAN-FILE
           IF WS-PLAN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PLAN-RECORD
           PERFORM UNTIL PLAN-FILE-EOF
               IF NP-STEP-NUMBER IS NUMERIC AND NP-STEP-NUMBER > ZERO
                       AND WS-PLAN-COUNT < 30
                   ADD 1 TO WS-PLAN-COUNT
                   MOVE NP-STEP-NUMBER TO WS-PE-NUMBER(WS-PLAN-COUNT)
                   MOVE NP-STEP-NAME   TO WS-PE-NAME(WS-PLAN-COUNT)
               END-IF
               PERFORM READ-PLAN-RECORD
           END-PERFORM
           CLOSE NIGHT-PLAN-FILE.

       READ-PLAN-RECORD.
           READ NIGHT-PLAN-FILE
               AT END SET PLAN-FILE-EOF TO TRUE
           END-READ.

       LOAD-COMPLETED-STEPS.
           MOVE ALL SPACE TO WS-DONE-FLAGS
           MOVE 'N' TO WS-CTL-EOF-SWITCH
           OPEN INPUT NIGHT-CTL-FILE
           IF WS-CTL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CONTROL-RECORD
           PERFORM UNTIL CONTROL-FILE-EOF
               IF NC-STEP-NUMBER IS NUMERIC AND NC-STEP-NUMBER > ZERO
                   MOVE 'Y' TO WS-STEP-DONE-FLAG(NC-STEP-NUMBER)
               END-IF
               PERFORM READ-CONTROL-RECORD
           END-PERFORM
           CLOSE NIGHT-CTL-FILE.

       READ-CONTROL-RECORD.
           READ NIGHT-CTL-FILE
               AT END SET CONTROL-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * STAMP-TO-SECONDS turns a journal stamp YYYYMMDD-HHMMSS into
      * seconds since the calendar's day one, and sets the night the
      * stamp belongs to: before noon is the tail of the night that
      * began the day before.
      *----------------------------------------------------------------
       STAMP-TO-SECONDS.
           MOVE ZERO TO WS-CALC-SECONDS
           MOVE ZERO TO WS-CALC-NIGHT
           IF WS-CALC-STAMP(1:8) IS NOT NUMERIC
                   OR WS-CALC-STAMP(10:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CS-DATE) NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CALC-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-CS-DATE) * 86400
               + WS-CS-HH * 3600 + WS-CS-MM * 60 + WS-CS-SS
           IF WS-CS-HH < 12
               COMPUTE WS-CALC-NIGHT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CS-DATE) - 1)
           ELSE
               MOVE WS-CS-DATE TO WS-CALC-NIGHT
           END-IF.

       FORMAT-ELAPSED.
           COMPUTE WS-FMT-HOURS = WS-FMT-SECONDS / 3600
           COMPUTE WS-FMT-REST =
               WS-FMT-SECONDS - WS-FMT-HOURS * 3600
           IF WS-FMT-HOURS > 99
               MOVE 99 TO WS-FMT-HH
           ELSE
               MOVE WS-FMT-HOURS TO WS-FMT-HH
           END-IF
           COMPUTE WS-FMT-MM = WS-FMT-REST / 60
           COMPUTE WS-FMT-SS = WS-FMT-REST - WS-FMT-MM * 60.

       SECONDS-TO-CLOCK.
           COMPUTE WS-CLOCK-DAYS = WS-FMT-SECONDS / 86400
           COMPUTE WS-CLOCK-REST =
               WS-FMT-SECONDS - WS-CLOCK-DAYS * 86400
           COMPUTE WS-CLOCK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CLOCK-DAYS)
           COMPUTE WS-CLOCK-HH = WS-CLOCK-REST / 3600
           COMPUTE WS-CLOCK-MM =
               (WS-CLOCK-REST - WS-CLOCK-HH * 3600) / 60.

      *----------------------------------------------------------------
      * RELEASE-TIMED-RUNS reads the whole journal and pairs each END
      * with the START of the same program and mode before it. A
      * START followed by another START never finished and is not
      * timed. Runs of nights inside the window are released; what
      * is still open at the end of the file is what is running now.
      *----------------------------------------------------------------
       RELEASE-TIMED-RUNS SECTION.
       RTR-MAIN.
           MOVE 'N' TO WS-JOURNAL-EOF-SWITCH
           OPEN INPUT RUN-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               GO TO RTR-EXIT
           END-IF
           SET JOURNAL-WAS-READ TO TRUE
           PERFORM READ-JOURNAL-RECORD
           PERFORM UNTIL JOURNAL-FILE-EOF
               PERFORM FIND-RUN-ENTRY
               IF RJ-EVENT-TYPE = "START"
                   PERFORM OPEN-RUN-ENTRY
               ELSE
                   IF RJ-EVENT-TYPE = "END" AND RUN-ENTRY-FOUND
                       IF WS-OE-OPEN-SW(WS-OPEN-IDX) = 'Y'
                           PERFORM RELEASE-ONE-RUN
                       END-IF
                       MOVE 'N' TO WS-OE-OPEN-SW(WS-OPEN-IDX)
                   END-IF
               END-IF
               PERFORM READ-JOURNAL-RECORD
           END-PERFORM
           CLOSE RUN-JOURNAL-FILE
           GO TO RTR-EXIT.

       READ-JOURNAL-RECORD.
           READ RUN-JOURNAL-FILE
               AT END SET JOURNAL-FILE-EOF TO TRUE
           END-READ.

       FIND-RUN-ENTRY.
           MOVE 'N' TO WS-MATCH-SWITCH
           MOVE ZERO TO WS-OPEN-IDX
           PERFORM UNTIL RUN-ENTRY-FOUND
                   OR WS-OPEN-IDX >= WS-OPEN-COUNT
               ADD 1 TO WS-OPEN-IDX
               IF WS-OE-PROGRAM(WS-OPEN-IDX) = RJ-PROGRAM-NAME
                       AND WS-OE-MODE(WS-OPEN-IDX) = RJ-RUN-MODE
                   SET RUN-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       OPEN-RUN-ENTRY.
           IF NOT RUN-ENTRY-FOUND
               IF WS-OPEN-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OPEN-COUNT
               MOVE WS-OPEN-COUNT   TO WS-OPEN-IDX
               MOVE RJ-PROGRAM-NAME TO WS-OE-PROGRAM(WS-OPEN-IDX)
               MOVE RJ-RUN-MODE     TO WS-OE-MODE(WS-OPEN-IDX)
           END-IF
           MOVE RJ-TIMESTAMP(1:15) TO WS-OE-START(WS-OPEN-IDX)
           MOVE 'Y' TO WS-OE-OPEN-SW(WS-OPEN-IDX).

       RELEASE-ONE-RUN.
           MOVE RJ-TIMESTAMP(1:15) TO WS-CALC-STAMP
           PERFORM STAMP-TO-SECONDS
           MOVE WS-CALC-SECONDS TO WS-END-SECONDS
           MOVE WS-OE-START(WS-OPEN-IDX) TO WS-CALC-STAMP
           PERFORM STAMP-TO-SECONDS
           MOVE WS-CALC-SECONDS TO WS-START-SECONDS
           IF WS-START-SECONDS = ZERO
                   OR WS-END-SECONDS < WS-START-SECONDS
                   OR WS-CALC-NIGHT < WS-CUTOFF-NIGHT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ELAPSED-SECS = WS-END-SECONDS - WS-START-SECONDS
           MOVE RJ-PROGRAM-NAME TO TS-PROGRAM-NAME
           MOVE RJ-RUN-MODE     TO TS-RUN-MODE
           MOVE WS-CALC-NIGHT   TO TS-NIGHT-DATE
           MOVE WS-OE-START(WS-OPEN-IDX) TO TS-START-STAMP
           MOVE WS-ELAPSED-SECS TO TS-ELAPSED-SECS
           IF RJ-RECORD-COUNT IS NUMERIC
               MOVE RJ-RECORD-COUNT TO TS-RECORD-COUNT
           ELSE
               MOVE ZERO TO TS-RECORD-COUNT
           END-IF
           MOVE RJ-STATUS       TO TS-STATUS
           RELEASE TIMING-SORT-REC.

       RTR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * SUMMARIZE-TIMED-RUNS takes the runs back step by step, night
      * by night. History mode writes each run to TIEMPOS.DAT and the
      * report; both modes keep each step's average over its last
      * five runs as the forecast's estimate.
      *----------------------------------------------------------------
       SUMMARIZE-TIMED-RUNS SECTION.
       STR-MAIN.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           MOVE SPACES TO WS-GROUP-PROGRAM
           MOVE SPACE TO WS-GROUP-MODE
           MOVE ZERO TO WS-GROUP-RUNS
           PERFORM RETURN-SORTED-RUN
           PERFORM UNTIL SORT-RETURN-EOF
               IF TS-PROGRAM-NAME NOT = WS-GROUP-PROGRAM
                       OR TS-RUN-MODE NOT = WS-GROUP-MODE
                   PERFORM CLOSE-STEP-GROUP
                   PERFORM OPEN-STEP-GROUP
               END-IF
               PERFORM TAKE-ONE-RUN
               PERFORM RETURN-SORTED-RUN
           END-PERFORM
           PERFORM CLOSE-STEP-GROUP
           GO TO STR-EXIT.

       RETURN-SORTED-RUN.
           RETURN TIMING-SORT-FILE
               AT END SET SORT-RETURN-EOF TO TRUE
           END-RETURN.

       OPEN-STEP-GROUP.
           MOVE TS-PROGRAM-NAME TO WS-GROUP-PROGRAM
           MOVE TS-RUN-MODE     TO WS-GROUP-MODE
           MOVE ZERO TO WS-GROUP-RUNS
           MOVE ZERO TO WS-GROUP-ELAPSED
           MOVE ZERO TO WS-GROUP-RECORDS
           MOVE ZERO TO WS-RECENT-IDX
           INITIALIZE WS-RECENT-TABLE
           IF HISTORY-MODE
               MOVE SPACES TO TIMING-REPORT-LINE
               WRITE TIMING-REPORT-LINE
               MOVE WS-GROUP-PROGRAM TO WH-PROGRAM
               MOVE WS-GROUP-MODE    TO WH-MODE
               WRITE TIMING-REPORT-LINE FROM WS-STEP-HEADING
               WRITE TIMING-REPORT-LINE FROM WS-COLUMN-HEADING
           END-IF.

       TAKE-ONE-RUN.
           ADD 1 TO WS-GROUP-RUNS
           ADD TS-ELAPSED-SECS TO WS-GROUP-ELAPSED
           ADD TS-RECORD-COUNT TO WS-GROUP-RECORDS
      * the last five runs rotate through a five-slot table
           ADD 1 TO WS-RECENT-IDX
           IF WS-RECENT-IDX > 5
               MOVE 1 TO WS-RECENT-IDX
           END-IF
           MOVE TS-ELAPSED-SECS TO WS-RE-ELAPSED(WS-RECENT-IDX)
           MOVE TS-RECORD-COUNT TO WS-RE-RECORDS(WS-RECENT-IDX)
           IF NOT HISTORY-MODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TIMING-HISTORY-REC
           MOVE TS-NIGHT-DATE   TO TH-NIGHT-DATE
           MOVE TS-PROGRAM-NAME TO TH-PROGRAM-NAME
           MOVE TS-RUN-MODE     TO TH-RUN-MODE
           MOVE TS-START-STAMP  TO TH-START-STAMP
           MOVE TS-ELAPSED-SECS TO TH-ELAPSED-SECS
           MOVE TS-RECORD-COUNT TO TH-RECORD-COUNT
           IF TS-ELAPSED-SECS > ZERO
               COMPUTE TH-PER-MINUTE =
                   TS-RECORD-COUNT * 60 / TS-ELAPSED-SECS
           ELSE
               MOVE TS-RECORD-COUNT TO TH-PER-MINUTE
           END-IF
           MOVE TS-STATUS       TO TH-STATUS
           WRITE TIMING-HISTORY-REC
           ADD 1 TO WS-RUNS-WRITTEN
           MOVE TS-NIGHT-DATE   TO WL-NIGHT
           MOVE TS-START-STAMP  TO WL-START
           MOVE TS-ELAPSED-SECS TO WS-FMT-SECONDS
           PERFORM FORMAT-ELAPSED
           MOVE WS-FMT-HMS      TO WL-ELAPSED
           MOVE TS-RECORD-COUNT TO WL-RECORDS
           MOVE TH-PER-MINUTE   TO WL-PER-MINUTE
           MOVE TS-STATUS       TO WL-STATUS
           WRITE TIMING-REPORT-LINE FROM WS-RUN-LINE.

      *----------------------------------------------------------------
      * CLOSE-STEP-GROUP averages the step's runs, its last five, and
      * the runs before those five, keeps the last-five average as the
      * step's forecast estimate, and in history mode prints the
      * verdict: SLOWER or FASTER when the last five runs average more
      * than 20 per cent off the runs before them, else STEADY.
      *----------------------------------------------------------------
       CLOSE-STEP-GROUP.
           IF WS-GROUP-RUNS = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-RECENT-ELAPSED
           MOVE ZERO TO WS-RECENT-RECORDS
           MOVE ZERO TO WS-RECENT-RUNS
           MOVE ZERO TO WS-RECENT-IDX
           PERFORM UNTIL WS-RECENT-IDX >= 5
                   OR WS-RECENT-RUNS >= WS-GROUP-RUNS
               ADD 1 TO WS-RECENT-IDX
               ADD 1 TO WS-RECENT-RUNS
               ADD WS-RE-ELAPSED(WS-RECENT-IDX) TO WS-RECENT-ELAPSED
               ADD WS-RE-RECORDS(WS-RECENT-IDX) TO WS-RECENT-RECORDS
           END-PERFORM
           COMPUTE WS-AVG-ELAPSED ROUNDED =
               WS-GROUP-ELAPSED / WS-GROUP-RUNS
           COMPUTE WS-RECENT-AVG ROUNDED =
               WS-RECENT-ELAPSED / WS-RECENT-RUNS
           COMPUTE WS-EARLIER-RUNS = WS-GROUP-RUNS - WS-RECENT-RUNS
           COMPUTE WS-EARLIER-ELAPSED =
               WS-GROUP-ELAPSED - WS-RECENT-ELAPSED
           IF WS-EST-COUNT < 200
               ADD 1 TO WS-EST-COUNT
               MOVE WS-GROUP-PROGRAM TO WS-EE-PROGRAM(WS-EST-COUNT)
               MOVE WS-GROUP-MODE    TO WS-EE-MODE(WS-EST-COUNT)
               MOVE WS-RECENT-AVG    TO WS-EE-SECONDS(WS-EST-COUNT)
           END-IF
           IF NOT HISTORY-MODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STEPS-REPORTED
           MOVE WS-GROUP-RUNS TO WM-RUNS
           MOVE WS-AVG-ELAPSED TO WS-FMT-SECONDS
           PERFORM FORMAT-ELAPSED
           MOVE WS-FMT-HMS TO WM-AVG
           MOVE WS-RECENT-AVG TO WS-FMT-SECONDS
           PERFORM FORMAT-ELAPSED
           MOVE WS-FMT-HMS TO WM-RECENT
           IF WS-GROUP-ELAPSED > ZERO
               COMPUTE WS-AVG-PER-MINUTE =
                   WS-GROUP-RECORDS * 60 / WS-GROUP-ELAPSED
           ELSE
               MOVE ZERO TO WS-AVG-PER-MINUTE
           END-IF
           IF WS-RECENT-ELAPSED > ZERO
               COMPUTE WS-RECENT-PER-MINUTE =
                   WS-RECENT-RECORDS * 60 / WS-RECENT-ELAPSED
           ELSE
               MOVE ZERO TO WS-RECENT-PER-MINUTE
           END-IF
           MOVE SPACES TO WS-TREND-WORD
           MOVE SPACES TO WM-TREND-PCT
           IF WS-EARLIER-RUNS = ZERO
               MOVE "--------" TO WM-EARLIER
               MOVE "NEW" TO WS-TREND-WORD
           ELSE
               COMPUTE WS-EARLIER-AVG ROUNDED =
                   WS-EARLIER-ELAPSED / WS-EARLIER-RUNS
               MOVE WS-EARLIER-AVG TO WS-FMT-SECONDS
               PERFORM FORMAT-ELAPSED
               MOVE WS-FMT-HMS TO WM-EARLIER
               IF WS-EARLIER-AVG = ZERO
                   MOVE ZERO TO WS-TREND-PCT
               ELSE
                   COMPUTE WS-TREND-PCT ROUNDED =
                       (WS-RECENT-AVG - WS-EARLIER-AVG) * 100
                       / WS-EARLIER-AVG
               END-IF
               MOVE WS-TREND-PCT TO WS-TREND-PCT-EDIT
               STRING WS-TREND-PCT-EDIT DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                   INTO WM-TREND-PCT
               EVALUATE TRUE
                   WHEN WS-TREND-PCT > WS-TREND-LIMIT
                       MOVE "SLOWER" TO WS-TREND-WORD
                       ADD 1 TO WS-SLOWER-STEPS
                   WHEN WS-TREND-PCT < 0 - WS-TREND-LIMIT
                       MOVE "FASTER" TO WS-TREND-WORD
                   WHEN OTHER
                       MOVE "STEADY" TO WS-TREND-WORD
               END-EVALUATE
           END-IF
           WRITE TIMING-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE WS-AVG-PER-MINUTE    TO WM-PER-MINUTE
           MOVE WS-RECENT-PER-MINUTE TO WM-RECENT-PER-MIN
           MOVE WS-TREND-WORD        TO WM-TREND
           WRITE TIMING-REPORT-LINE FROM WS-TREND-LINE.

       STR-EXIT.
           EXIT.

       END PROGRAM TIEMPOS-NOCHE.
