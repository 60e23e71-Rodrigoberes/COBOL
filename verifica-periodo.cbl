      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able closed-period check for everything that
      *          posts to the customer ledger. CIERRA-MES records the
      *          last month closed on LEDGPER.DAT; a posting dated in
      *          that month or earlier would change balances finance
      *          has already reported, so it is refused -- result 'C'
      *          -- unless a supervisor authorizes it as a back-dated
      *          adjustment: the id handed in must be valid for the
      *          calling program, hold the SUPERVSR role, and be a
      *          different person from the operator, and the
      *          authorization is logged to CTLOVRD.DAT like any
      *          other control override -- result 'A'. A posting
      *          dated after the last close, or any posting before
      *          the first close, is open -- result 'O'.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-PERIODO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CTL-FILE ASSIGN TO "LEDGPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT OVERRIDE-LOG-FILE ASSIGN TO "CTLOVRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CTL-FILE.
       01  PERIOD-CTL-REC.
           05 LP-CLOSED-PERIOD PIC 9(6).
           05 FILLER           PIC X.
           05 LP-CLOSE-DATE    PIC 9(8).
           05 FILLER           PIC X.
           05 LP-LAST-REF      PIC 9(8).
           05 FILLER           PIC X.
           05 LP-OPERATOR-ID   PIC X(8).

       FD  OVERRIDE-LOG-FILE.
       01  OVERRIDE-LOG-REC.
           05 OV-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 OV-FILE-NAME     PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 OV-FIELD-NAME    PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 OV-OLD-VALUE     PIC X(16).
           05 FILLER           PIC X VALUE SPACE.
           05 OV-NEW-VALUE     PIC X(16).
           05 FILLER           PIC X VALUE SPACE.
           05 OV-TIMESTAMP     PIC X(26).

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-FILE-STATUS   PIC XX.
       01  WS-OVERRIDE-FILE-STATUS PIC XX.
       01  WS-CLOSED-PERIOD        PIC 9(6) VALUE ZERO.
       01  WS-POSTING-PERIOD       PIC 9(6) VALUE ZERO.
       01  WS-SUPER-VALID-SW       PIC X VALUE 'N'.
           88 SUPERVISOR-IS-VALID VALUE 'Y'.
       01  WS-SUPERVISOR-ROLE      PIC X(10) VALUE SPACES.
       01  WS-TIMESTAMP.
           05 WS-TS-DATE           PIC X(8).
           05 WS-TS-TIME           PIC X(6).
           05 FILLER               PIC X(7).

       LINKAGE SECTION.
       01  VP-POSTING-DATE     PIC 9(8).
       01  VP-PROGRAM          PIC X(18).
       01  VP-OPERATOR-ID      PIC X(8).
       01  VP-SUPERVISOR-ID    PIC X(8).
       01  VP-RESULT           PIC X.

       PROCEDURE DIVISION USING VP-POSTING-DATE, VP-PROGRAM,
           VP-OPERATOR-ID, VP-SUPERVISOR-ID, VP-RESULT.
       MAIN-LOGIC.
           MOVE 'O' TO VP-RESULT
           PERFORM READ-CLOSED-PERIOD
           MOVE VP-POSTING-DATE(1:6) TO WS-POSTING-PERIOD
           IF WS-CLOSED-PERIOD = ZERO
                   OR WS-POSTING-PERIOD > WS-CLOSED-PERIOD
               GOBACK
           END-IF
           MOVE 'C' TO VP-RESULT
           DISPLAY "POSTING DATE " VP-POSTING-DATE " FALLS IN A "
               "CLOSED PERIOD (CLOSED THROUGH " WS-CLOSED-PERIOD ")"
           IF VP-SUPERVISOR-ID = SPACES
               DISPLAY "A SUPERVISOR MUST AUTHORIZE A BACK-DATED "
                   "ADJUSTMENT"
               GOBACK
           END-IF
           CALL "VALIDA-OPERADOR" USING VP-SUPERVISOR-ID,
               VP-PROGRAM, WS-SUPER-VALID-SW, WS-SUPERVISOR-ROLE
           EVALUATE TRUE
               WHEN NOT SUPERVISOR-IS-VALID
                   DISPLAY "BACK-DATED ADJUSTMENT REFUSED - "
                       "SUPERVISOR ID NOT VALID"
               WHEN VP-SUPERVISOR-ID = VP-OPERATOR-ID
                   DISPLAY "BACK-DATED ADJUSTMENT REFUSED - "
                       "SUPERVISOR MUST BE A DIFFERENT OPERATOR"
               WHEN WS-SUPERVISOR-ROLE NOT = "SUPERVSR"
                   DISPLAY "BACK-DATED ADJUSTMENT REFUSED - "
                       VP-SUPERVISOR-ID " IS NOT A SUPERVISOR"
               WHEN OTHER
                   MOVE 'A' TO VP-RESULT
                   PERFORM WRITE-OVERRIDE-LOG-RECORD
                   DISPLAY "BACK-DATED ADJUSTMENT AUTHORIZED BY "
                       VP-SUPERVISOR-ID
           END-EVALUATE
           GOBACK.

       READ-CLOSED-PERIOD.
           MOVE ZERO TO WS-CLOSED-PERIOD
           OPEN INPUT PERIOD-CTL-FILE
           IF WS-PERIOD-FILE-STATUS = "00"
               READ PERIOD-CTL-FILE
                   NOT AT END
                       IF LP-CLOSED-PERIOD IS NUMERIC
                           MOVE LP-CLOSED-PERIOD TO WS-CLOSED-PERIOD
                       END-IF
               END-READ
               CLOSE PERIOD-CTL-FILE
           END-IF.

      *----------------------------------------------------------------
      * WRITE-OVERRIDE-LOG-RECORD leaves the authorization on the
      * CTLOVRD.DAT control-override trail: the supervisor, the
      * period closed, and the posting date let through.
      *----------------------------------------------------------------
       WRITE-OVERRIDE-LOG-RECORD.
           MOVE SPACES TO OVERRIDE-LOG-REC
           MOVE VP-SUPERVISOR-ID TO OV-OPERATOR-ID
           MOVE "LEDGPER.DAT"    TO OV-FILE-NAME
           MOVE "BACKDATED"      TO OV-FIELD-NAME
           MOVE WS-CLOSED-PERIOD TO OV-OLD-VALUE
           MOVE VP-POSTING-DATE  TO OV-NEW-VALUE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO OV-TIMESTAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
               INTO OV-TIMESTAMP
           OPEN EXTEND OVERRIDE-LOG-FILE
           IF WS-OVERRIDE-FILE-STATUS = "35"
               OPEN OUTPUT OVERRIDE-LOG-FILE
           END-IF
           WRITE OVERRIDE-LOG-REC
           CLOSE OVERRIDE-LOG-FILE.

       END PROGRAM VERIFICA-PERIODO.
