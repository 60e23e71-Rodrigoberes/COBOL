      *               report steps) is built in storage, and the
      *               NIGHTCTL.DAT resume behavior is unchanged
      *               either way.
      * 2026-10-15 RO The built-in stream takes the FOTO-MAESTRO
      *               master snapshot as step 5, after both posting
      *               steps and ahead of MORE-CONDICIONALES, which now
      *               reads the snapshot; the classification and
      *               CONTADOR steps move to 6 and 7. A NIGHTSTEP.DAT
      *               stream places the step the same way, ahead of
      *               every step that reads MSTFOTO.DAT.
      * 2026-10-15 RO The stream as loaded is written to NIGHTPLAN.DAT
      *               at start, and after each step that completes
      *               with steps still to run TIEMPOS-NOCHE forecasts
      *               the finish against the batch-window deadline and
      *               alerts when it is in danger; the forecast never
      *               holds the stream.
      * 2026-10-15 RO The built-in stream ends with a step 8 that
      *               purges filed reports past their retention
      *               (REIMPRIME-INFORME P).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADENA-NOCTURNA.
           SELECT NIGHT-STEP-FILE ASSIGN TO "NIGHTSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-FILE-STATUS.
           SELECT NIGHT-PLAN-FILE ASSIGN TO "NIGHTPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           05 FILLER           PIC X.
           05 NS-SKIP-FLAG     PIC X.

       FD  NIGHT-PLAN-FILE.
       01  NIGHT-PLAN-REC.
           05 NP-STEP-NUMBER   PIC 9(2).
           05 FILLER           PIC X.
           05 NP-STEP-NAME     PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-RUN-MODE          PIC X.
       01 WS-CTL-FILE-STATUS   PIC XX.
       01 WS-LAST-DONE-STEP    PIC 9(2) VALUE ZERO.
       01 WS-STEP-NAME         PIC X(20).
       01 WS-STEP-COMMAND      PIC X(40).
       01 WS-PLAN-FILE-STATUS  PIC XX.
       01 WS-FORECAST-COMMAND  PIC X(40) VALUE "tiempos-noche F".
       01 WS-STEP-FILE-STATUS  PIC XX.
       01 WS-STEP-EOF-SWITCH   PIC X VALUE 'N'.
          88 STEP-FILE-EOF VALUE 'Y'.
               PERFORM RESET-CONTROL-FILE
           END-IF
           PERFORM LOAD-STEP-TABLE
           PERFORM WRITE-STREAM-PLAN
           PERFORM READ-COMPLETED-STEPS
           IF WS-LAST-DONE-STEP > ZERO
               DISPLAY "RESUMING NIGHTLY STREAM AFTER STEP "
      * sequence for when no step file exists: the business-date roll
      * first, the pre-flight check second, then the four posting and
      * balancing steps that were hardcoded here before the step file
      * existed, with the master snapshot taken once the posting steps
      * are done and ahead of the master-file classification that
      * reads it, and the filed reports past their retention purged
      * once the night's reports are written.
      *----------------------------------------------------------------
       BUILD-DEFAULT-STEP-TABLE.
           MOVE 8 TO WS-STEP-COUNT
           MOVE 1 TO WS-SE-NUMBER(1)
           MOVE "RUEDA-FECHA"         TO WS-SE-NAME(1)
           MOVE "rueda-fecha &OPER"   TO WS-SE-COMMAND(1)
           MOVE "0102" TO WS-SE-PREDS(4)
           MOVE SPACE  TO WS-SE-SKIP(4)
           MOVE 5 TO WS-SE-NUMBER(5)
           MOVE "FOTO-MAESTRO"        TO WS-SE-NAME(5)
           MOVE "foto-maestro"        TO WS-SE-COMMAND(5)
           MOVE ZERO TO WS-SE-MAX-RC(5)
           MOVE "0304" TO WS-SE-PREDS(5)
           MOVE SPACE  TO WS-SE-SKIP(5)
           MOVE 6 TO WS-SE-NUMBER(6)
           MOVE "MORE-CONDICIONALES M" TO WS-SE-NAME(6)
           MOVE "more-conditionals-and-88-level M"
               TO WS-SE-COMMAND(6)
           MOVE 4 TO WS-SE-MAX-RC(6)
           MOVE "0105" TO WS-SE-PREDS(6)
           MOVE SPACE  TO WS-SE-SKIP(6)
           MOVE 7 TO WS-SE-NUMBER(7)
           MOVE "CONTADOR C"          TO WS-SE-NAME(7)
           MOVE "contador C"          TO WS-SE-COMMAND(7)
           MOVE 4 TO WS-SE-MAX-RC(7)
           MOVE "0102" TO WS-SE-PREDS(7)
           MOVE SPACE  TO WS-SE-SKIP(7)
           MOVE 8 TO WS-SE-NUMBER(8)
           MOVE "REIMPRIME-INFORME P" TO WS-SE-NAME(8)
           MOVE "reimprime-informe P" TO WS-SE-COMMAND(8)
           MOVE ZERO TO WS-SE-MAX-RC(8)
           MOVE "0607" TO WS-SE-PREDS(8)
           MOVE SPACE  TO WS-SE-SKIP(8).

      *----------------------------------------------------------------
      * READ-COMPLETED-STEPS loads every step number already recorded
               MOVE WS-SE-NUMBER(WS-STEP-IDX) TO WS-STEP-NUMBER
               IF WS-STEP-DONE-FLAG(WS-STEP-NUMBER) NOT = 'Y'
                   PERFORM RUN-ONE-STEP
                   IF NOT STREAM-ABORTED
                           AND WS-STEP-IDX < WS-STEP-COUNT
                       PERFORM RUN-WINDOW-FORECAST
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * WRITE-STREAM-PLAN writes the stream as loaded (step number and
      * name, in running order) to NIGHTPLAN.DAT, and RUN-WINDOW-
      * FORECAST has TIEMPOS-NOCHE forecast the finish from the steps
      * still to run after each one completes. The forecast raises its
      * own alert when the batch window is in danger; its return code
      * does not hold the stream.
      *----------------------------------------------------------------
       WRITE-STREAM-PLAN.
           OPEN OUTPUT NIGHT-PLAN-FILE
           MOVE ZERO TO WS-STEP-IDX
           PERFORM UNTIL WS-STEP-IDX >= WS-STEP-COUNT
               ADD 1 TO WS-STEP-IDX
               MOVE SPACES TO NIGHT-PLAN-REC
               MOVE WS-SE-NUMBER(WS-STEP-IDX) TO NP-STEP-NUMBER
               MOVE WS-SE-NAME(WS-STEP-IDX)   TO NP-STEP-NAME
               WRITE NIGHT-PLAN-REC
           END-PERFORM
           CLOSE NIGHT-PLAN-FILE.

       RUN-WINDOW-FORECAST.
           CALL "SYSTEM" USING WS-FORECAST-COMMAND
           MOVE ZERO TO RETURN-CODE.

      *----------------------------------------------------------------
      * RUN-ONE-STEP checks the step's predecessors, resolves the
      * &OPER token in its command to the night operator id, invokes
