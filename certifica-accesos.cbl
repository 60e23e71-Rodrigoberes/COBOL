      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Quarterly operator access recertification, batch
      *          side. ABRE opens a cycle: every active operator on
      *          OPERMAST.DAT gets a line on RECERT.DAT with role,
      *          authorized programs and last activity date -- the
      *          latest of the operator's entries on CALCAUDT.DAT,
      *          OPLOGAUD.DAT, REASGHST.DAT and CTLOVRD.DAT (the
      *          files INFORME-OPERADORES reads) and the operator's
      *          sign-ons on the SEGLOG.DAT security log -- and
      *          RECERT.RPT lists the lines under each operator's
      *          reporting supervisor, operators with none under the
      *          security administrator. Supervisors then keep or
      *          revoke each line through REVISA-ACCESOS before the
      *          deadline (PARM, or 30 days after the business date).
      *          CIERRA, run every night, does nothing while the
      *          cycle is open; once the deadline has passed it
      *          deactivates on OPERMAST.DAT every operator still not
      *          recertified, each with a security log record, and
      *          closes the cycle -- all but the last active security
      *          administrator, who is held active and logged. A
      *          cycle's lines move to the RECERTH.DAT history when
      *          the next cycle opens.
      *
      *          PARM: <operator id> ABRE [deadline YYYYMMDD]
      *                <operator id> CIERRA
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICA-ACCESOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-FILE-STATUS.
           SELECT RECERT-FILE ASSIGN TO "RECERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-FILE-STATUS.
           SELECT RECERT-HISTORY-FILE ASSIGN TO "RECERTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERTH-FILE-STATUS.
           SELECT RECERT-REPORT-FILE ASSIGN TO "RECERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALC-AUDIT-FILE ASSIGN TO "CALCAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCAUDT-FILE-STATUS.
           SELECT OPLOG-AUDIT-FILE ASSIGN TO "OPLOGAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOGAUD-FILE-STATUS.
           SELECT REASSIGN-HISTORY-FILE ASSIGN TO "REASGHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT OVERRIDE-LOG-FILE ASSIGN TO "CTLOVRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SEGLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGLOG-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-REC PIC X(178).

       FD  RECERT-FILE.
       01  RECERT-REC.
           05 RC-CYCLE-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-DEADLINE      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-SUPERVISOR-ID PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-NAME          PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-ROLE          PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-PROGRAMS      PIC X(80).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-LAST-ACTIVITY PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-DECISION      PIC X.
              88 RC-PENDING        VALUE SPACE.
           05 FILLER           PIC X VALUE SPACE.
           05 RC-DECIDED-BY    PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-DECIDED-DATE  PIC 9(8).

       FD  RECERT-HISTORY-FILE.
       01  RECERT-HISTORY-REC  PIC X(188).

       FD  RECERT-REPORT-FILE.
       01  RECERT-REPORT-LINE  PIC X(100).

       FD  CALC-AUDIT-FILE.
       01  CALC-AUDIT-REC.
           05 CA-SEQ-NO        PIC 9(8).
           05 CA-NUM1          PIC 9(10)V99.
           05 CA-OPERATOR      PIC X.
           05 CA-NUM2          PIC 9(10)V99.
           05 CA-RESULT        PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 CA-STATUS        PIC X(20).
           05 CA-TIMESTAMP     PIC X(26).
           05 CA-BUSINESS-DATE PIC 9(8).
           05 CA-OPERATOR-ID   PIC X(8).

       FD  OPLOG-AUDIT-FILE.
       01  OPLOG-AUDIT-REC.
           05 OA-CONDITION-NAME PIC X(8).
           05 FILLER            PIC X.
           05 OA-NUMERO1        PIC 9(2).
           05 FILLER            PIC X.
           05 OA-NUMERO2        PIC 9(2).
           05 FILLER            PIC X.
           05 OA-RESULT         PIC X(4).
           05 FILLER            PIC X.
           05 OA-TIMESTAMP      PIC X(26).
           05 FILLER            PIC X.
           05 OA-BUSINESS-DATE  PIC 9(8).
           05 FILLER            PIC X.
           05 OA-OPERATOR-ID    PIC X(8).

       FD  REASSIGN-HISTORY-FILE.
       01  REASSIGN-HISTORY-REC.
           05 RH-SEQ-NO        PIC 9(8).
           05 FILLER           PIC X.
           05 RH-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X.
           05 RH-FIELD-NAME    PIC X(8).
           05 FILLER           PIC X.
           05 RH-OLD-VALUE     PIC X(32).
           05 FILLER           PIC X.
           05 RH-NEW-VALUE     PIC X(32).
           05 FILLER           PIC X.
           05 RH-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X.
           05 RH-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 RH-OPERATOR-ID   PIC X(8).

       FD  OVERRIDE-LOG-FILE.
       01  OVERRIDE-LOG-REC.
           05 OV-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X.
           05 OV-FILE-NAME     PIC X(12).
           05 FILLER           PIC X.
           05 OV-FIELD-NAME    PIC X(12).
           05 FILLER           PIC X.
           05 OV-OLD-VALUE     PIC X(16).
           05 FILLER           PIC X.
           05 OV-NEW-VALUE     PIC X(16).
           05 FILLER           PIC X.
           05 OV-TIMESTAMP     PIC X(26).

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-REC.
           05 SL-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X.
           05 SL-EVENT         PIC X(8).
           05 FILLER           PIC X.
           05 SL-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X.
           05 SL-PROGRAM-NAME  PIC X(18).
           05 FILLER           PIC X.
           05 SL-SUBJECT-ID    PIC X(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-OPERMAST-FILE-STATUS PIC XX.
       01 WS-RECERT-FILE-STATUS   PIC XX.
       01 WS-RECERTH-FILE-STATUS  PIC XX.
       01 WS-CALCAUDT-FILE-STATUS PIC XX.
       01 WS-OPLOGAUD-FILE-STATUS PIC XX.
       01 WS-HISTORY-FILE-STATUS  PIC XX.
       01 WS-OVERRIDE-FILE-STATUS PIC XX.
       01 WS-SEGLOG-FILE-STATUS   PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-PARM                 PIC X(40).
       01 WS-PARM-OPERATOR-ID     PIC X(8).
       01 WS-PARM-ACTION          PIC X(8).
       01 WS-PARM-DEADLINE        PIC X(8).
       01 WS-RUN-MODE             PIC X VALUE SPACE.
       01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01 WS-OPERID-VALID-SW      PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.
       01 WS-THIS-PROGRAM         PIC X(18) VALUE "CERTIFICA-ACCESOS".
       01 WS-REFUSED-SWITCH       PIC X VALUE 'N'.
          88 RUN-WAS-REFUSED VALUE 'Y'.
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01 WS-DEADLINE             PIC 9(8) VALUE ZERO.
       01 WS-DEFAULT-DAYS         PIC 9(3) VALUE 30.
       01 WS-EOF-SWITCH           PIC X VALUE 'N'.
          88 THIS-FILE-EOF VALUE 'Y'.
       01 WS-REC-DATE             PIC X(8).
       01 WS-THIS-ID              PIC X(8).
      * the whole operator master, held as record images so a
      * deactivation rewrites every other field untouched
       01 WS-OPERATOR-TABLE.
          05 WS-OPER-COUNT        PIC 9(3) COMP VALUE ZERO.
          05 WS-OPER-ENTRY OCCURS 200.
             10 WS-OE-IMAGE       PIC X(178).
             10 WS-OE-LAST-ACTIVITY PIC 9(8).
       01 WS-OPER-IDX             PIC 9(3) COMP VALUE ZERO.
       01 WS-THIS-OPER-IDX        PIC 9(3) COMP VALUE ZERO.
       01 WS-OPER-OVERFLOW-SW     PIC X VALUE 'N'.
          88 OPERATOR-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-THIS-OPERATOR.
          05 WS-TO-OPERATOR-ID    PIC X(8).
          05 FILLER               PIC X.
          05 WS-TO-NAME           PIC X(30).
          05 FILLER               PIC X.
          05 WS-TO-ROLE           PIC X(10).
          05 FILLER               PIC X.
          05 WS-TO-ACTIVE         PIC X.
          05 FILLER               PIC X.
          05 WS-TO-PROGRAMS       PIC X(80).
          05 FILLER               PIC X.
          05 WS-TO-BRANCH-CODE    PIC X(4).
          05 FILLER               PIC X.
          05 WS-TO-PASSWORD-HASH  PIC X(16).
          05 FILLER               PIC X.
          05 WS-TO-PASSWORD-DATE  PIC X(8).
          05 FILLER               PIC X.
          05 WS-TO-FAILED-COUNT   PIC X(2).
          05 FILLER               PIC X.
          05 WS-TO-LOCKED         PIC X.
          05 FILLER               PIC X.
          05 WS-TO-SUPERVISOR-ID  PIC X(8).
      * distinct reporting supervisors, in the order first met, so
      * the cycle file and the report come out grouped by supervisor
       01 WS-GROUP-TABLE.
          05 WS-GROUP-COUNT       PIC 9(3) COMP VALUE ZERO.
          05 WS-GROUP-ID          PIC X(8) OCCURS 200.
       01 WS-GROUP-IDX            PIC 9(3) COMP VALUE ZERO.
       01 WS-GROUP-FOUND-SW       PIC X VALUE 'N'.
          88 GROUP-FOUND VALUE 'Y'.
       01 WS-SUPERVISOR-NAME      PIC X(30).
      * the open cycle's lines, loaded for the close
       01 WS-RECERT-TABLE.
          05 WS-LINE-COUNT        PIC 9(3) COMP VALUE ZERO.
          05 WS-LINE-IMAGE        PIC X(188) OCCURS 200.
       01 WS-LINE-IDX             PIC 9(3) COMP VALUE ZERO.
       01 WS-LINE-OVERFLOW-SW     PIC X VALUE 'N'.
          88 RECERT-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-PENDING-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-LINES-WRITTEN        PIC 9(5) VALUE ZERO.
       01 WS-DEACTIVATED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-HELD-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-ACTIVE-ADMIN-COUNT   PIC 9(3) COMP VALUE ZERO.
       01 WS-SECURITY-EVENT       PIC X(8).
       01 WS-SUBJECT-ID           PIC X(8).
       01 WS-LAST-EDITED          PIC X(10).
       01 WS-COUNT-EDITED         PIC Z(4)9.
       01 WS-JOURNAL-EVENT        PIC X(5).
       01 WS-JOURNAL-RECORDS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-REJECTS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-STATUS       PIC X(8) VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
          05 FILLER               PIC X(7).
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "CERTIFICA-ACCESOS".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "RECERT.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-OPERATOR-ID WS-PARM-ACTION
               WS-PARM-DEADLINE
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-OPERATOR-ID, WS-PARM-ACTION,
                   WS-PARM-DEADLINE
           MOVE FUNCTION UPPER-CASE(WS-PARM-ACTION) TO WS-PARM-ACTION
           EVALUATE WS-PARM-ACTION
               WHEN "ABRE"
                   MOVE 'A' TO WS-RUN-MODE
               WHEN "CIERRA"
                   MOVE 'C' TO WS-RUN-MODE
               WHEN OTHER
                   MOVE 'X' TO WS-RUN-MODE
           END-EVALUATE
           PERFORM READ-BUSINESS-DATE
           PERFORM WRITE-RUN-JOURNAL-START
           PERFORM RESOLVE-OPERATOR-ID
           IF NOT RUN-WAS-REFUSED AND WS-RUN-MODE = 'X'
               DISPLAY "RUN REFUSED - PARM ACTION MUST BE ABRE OR "
                   "CIERRA"
               SET RUN-WAS-REFUSED TO TRUE
           END-IF
           IF NOT RUN-WAS-REFUSED
               PERFORM LOAD-OPERATOR-TABLE
               IF WS-OPERMAST-FILE-STATUS NOT = "00"
                   DISPLAY "RUN REFUSED - NO OPERATOR MASTER TO "
                       "RECERTIFY"
                   SET RUN-WAS-REFUSED TO TRUE
               END-IF
               IF OPERATOR-TABLE-OVERFLOWED
                   DISPLAY "RUN REFUSED - OPERMAST.DAT HOLDS MORE "
                       "THAN 200 OPERATORS"
                   SET RUN-WAS-REFUSED TO TRUE
               END-IF
           END-IF
           IF NOT RUN-WAS-REFUSED
               PERFORM LOAD-RECERT-TABLE
               IF RECERT-TABLE-OVERFLOWED
                   DISPLAY "RUN REFUSED - RECERT.DAT HOLDS MORE THAN "
                       "200 LINES"
                   SET RUN-WAS-REFUSED TO TRUE
               END-IF
           END-IF
           IF NOT RUN-WAS-REFUSED
               IF WS-RUN-MODE = 'A'
                   PERFORM OPEN-NEW-CYCLE
               ELSE
                   PERFORM CLOSE-CYCLE
               END-IF
           END-IF
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * OPEN-NEW-CYCLE refuses while the last cycle still has lines
      * nobody decided, moves the last cycle to the history file,
      * works out every operator's last activity and writes the new
      * cycle and its report, grouped by reporting supervisor.
      *----------------------------------------------------------------
       OPEN-NEW-CYCLE.
           IF WS-PENDING-COUNT > ZERO
               DISPLAY "RUN REFUSED - THE CYCLE OF "
                   RC-CYCLE-DATE " STILL HAS " WS-PENDING-COUNT
                   " LINES PENDING - RUN CIERRA AFTER ITS DEADLINE"
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM SETTLE-DEADLINE
           IF RUN-WAS-REFUSED
               EXIT PARAGRAPH
           END-IF
           PERFORM ARCHIVE-LAST-CYCLE
           PERFORM NOTE-CALC-AUDIT-ACTIVITY
           PERFORM NOTE-OPLOG-AUDIT-ACTIVITY
           PERFORM NOTE-HISTORY-ACTIVITY
           PERFORM NOTE-OVERRIDE-ACTIVITY
           PERFORM NOTE-SIGN-ON-ACTIVITY
           PERFORM BUILD-GROUP-TABLE
           OPEN OUTPUT RECERT-FILE
           OPEN OUTPUT RECERT-REPORT-FILE
           MOVE SPACES TO RECERT-REPORT-LINE
           STRING "OPERATOR ACCESS RECERTIFICATION - CYCLE OF "
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  " - DECISIONS DUE BY " DELIMITED BY SIZE
                  WS-DEADLINE DELIMITED BY SIZE
               INTO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE
           MOVE ZERO TO WS-GROUP-IDX
           PERFORM UNTIL WS-GROUP-IDX >= WS-GROUP-COUNT
               ADD 1 TO WS-GROUP-IDX
               PERFORM WRITE-ONE-GROUP
           END-PERFORM
           MOVE SPACES TO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE
           MOVE SPACES TO RECERT-REPORT-LINE
           MOVE WS-LINES-WRITTEN TO WS-COUNT-EDITED
           STRING "OPERATORS TO RECERTIFY: " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE
           CLOSE RECERT-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           CLOSE RECERT-FILE
           MOVE "RECERTOP" TO WS-SECURITY-EVENT
           MOVE SPACES TO WS-SUBJECT-ID
           PERFORM LOG-SECURITY-EVENT
           DISPLAY "RECERTIFICATION CYCLE OPENED - " WS-LINES-WRITTEN
               " OPERATORS, DECISIONS DUE BY " WS-DEADLINE
           DISPLAY "REPORT WRITTEN TO RECERT.RPT".

      *----------------------------------------------------------------
      * SETTLE-DEADLINE takes the PARM deadline when it is a real date
      * after the business date, and otherwise the default number of
      * days after the business date.
      *----------------------------------------------------------------
       SETTLE-DEADLINE.
           IF WS-PARM-DEADLINE = SPACES
               COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   + WS-DEFAULT-DAYS)
               EXIT PARAGRAPH
           END-IF
           IF WS-PARM-DEADLINE IS NOT NUMERIC
               DISPLAY "RUN REFUSED - DEADLINE NOT A DATE: "
                   WS-PARM-DEADLINE
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PARM-DEADLINE TO WS-DEADLINE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DEADLINE) NOT = ZERO
                   OR WS-DEADLINE <= WS-BUSINESS-DATE
               DISPLAY "RUN REFUSED - DEADLINE MUST BE A DATE AFTER "
                   "THE BUSINESS DATE: " WS-PARM-DEADLINE
               SET RUN-WAS-REFUSED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * ARCHIVE-LAST-CYCLE appends the closed cycle's decided lines to
      * RECERTH.DAT before the new cycle replaces RECERT.DAT.
      *----------------------------------------------------------------
       ARCHIVE-LAST-CYCLE.
           IF WS-LINE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND RECERT-HISTORY-FILE
           IF WS-RECERTH-FILE-STATUS = "35"
               OPEN OUTPUT RECERT-HISTORY-FILE
           END-IF
           MOVE ZERO TO WS-LINE-IDX
           PERFORM UNTIL WS-LINE-IDX >= WS-LINE-COUNT
               ADD 1 TO WS-LINE-IDX
               WRITE RECERT-HISTORY-REC
                   FROM WS-LINE-IMAGE(WS-LINE-IDX)
           END-PERFORM
           CLOSE RECERT-HISTORY-FILE.

      *----------------------------------------------------------------
      * The NOTE-...-ACTIVITY paragraphs make one pass each over the
      * audit trails and keep, per operator, the latest date the
      * operator's id appears on any of them.
      *----------------------------------------------------------------
       NOTE-CALC-AUDIT-ACTIVITY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CALC-AUDIT-FILE
           IF WS-CALCAUDT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CALC-AUDIT-FILE
               AT END SET THIS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL THIS-FILE-EOF
               MOVE CA-OPERATOR-ID TO WS-THIS-ID
               MOVE CA-TIMESTAMP(1:8) TO WS-REC-DATE
               PERFORM NOTE-ACTIVITY-DATE
               READ CALC-AUDIT-FILE
                   AT END SET THIS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE CALC-AUDIT-FILE.

       NOTE-OPLOG-AUDIT-ACTIVITY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT OPLOG-AUDIT-FILE
           IF WS-OPLOGAUD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ OPLOG-AUDIT-FILE
               AT END SET THIS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL THIS-FILE-EOF
               MOVE OA-OPERATOR-ID TO WS-THIS-ID
               MOVE OA-TIMESTAMP(1:8) TO WS-REC-DATE
               PERFORM NOTE-ACTIVITY-DATE
               READ OPLOG-AUDIT-FILE
                   AT END SET THIS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE OPLOG-AUDIT-FILE.

       NOTE-HISTORY-ACTIVITY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT REASSIGN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ REASSIGN-HISTORY-FILE
               AT END SET THIS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL THIS-FILE-EOF
               MOVE RH-OPERATOR-ID TO WS-THIS-ID
               MOVE RH-TIMESTAMP(1:8) TO WS-REC-DATE
               PERFORM NOTE-ACTIVITY-DATE
               READ REASSIGN-HISTORY-FILE
                   AT END SET THIS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE REASSIGN-HISTORY-FILE.

       NOTE-OVERRIDE-ACTIVITY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT OVERRIDE-LOG-FILE
           IF WS-OVERRIDE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ OVERRIDE-LOG-FILE
               AT END SET THIS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL THIS-FILE-EOF
               MOVE OV-OPERATOR-ID TO WS-THIS-ID
               MOVE OV-TIMESTAMP(1:8) TO WS-REC-DATE
               PERFORM NOTE-ACTIVITY-DATE
               READ OVERRIDE-LOG-FILE
                   AT END SET THIS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE OVERRIDE-LOG-FILE.

       NOTE-SIGN-ON-ACTIVITY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SECURITY-LOG-FILE
           IF WS-SEGLOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ SECURITY-LOG-FILE
               AT END SET THIS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL THIS-FILE-EOF
               IF SL-EVENT = "SIGNON"
                   MOVE SL-OPERATOR-ID TO WS-THIS-ID
                   MOVE SL-TIMESTAMP(1:8) TO WS-REC-DATE
                   PERFORM NOTE-ACTIVITY-DATE
               END-IF
               READ SECURITY-LOG-FILE
                   AT END SET THIS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE SECURITY-LOG-FILE.

       NOTE-ACTIVITY-DATE.
           IF WS-THIS-ID = SPACES OR WS-REC-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPERATOR-ENTRY
           IF WS-THIS-OPER-IDX > ZERO
               IF WS-REC-DATE
                       > WS-OE-LAST-ACTIVITY(WS-THIS-OPER-IDX)
                   MOVE WS-REC-DATE
                       TO WS-OE-LAST-ACTIVITY(WS-THIS-OPER-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * BUILD-GROUP-TABLE lists the distinct reporting supervisors of
      * the active operators; a blank supervisor is its own group,
      * answered by the security administrator.
      *----------------------------------------------------------------
       BUILD-GROUP-TABLE.
           MOVE ZERO TO WS-GROUP-COUNT
           MOVE ZERO TO WS-OPER-IDX
           PERFORM UNTIL WS-OPER-IDX >= WS-OPER-COUNT
               ADD 1 TO WS-OPER-IDX
               MOVE WS-OE-IMAGE(WS-OPER-IDX) TO WS-THIS-OPERATOR
               IF WS-TO-ACTIVE = 'A'
                   MOVE 'N' TO WS-GROUP-FOUND-SW
                   MOVE ZERO TO WS-GROUP-IDX
                   PERFORM UNTIL GROUP-FOUND
                           OR WS-GROUP-IDX >= WS-GROUP-COUNT
                       ADD 1 TO WS-GROUP-IDX
                       IF WS-GROUP-ID(WS-GROUP-IDX)
                               = WS-TO-SUPERVISOR-ID
                           SET GROUP-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT GROUP-FOUND
                       ADD 1 TO WS-GROUP-COUNT
                       MOVE WS-TO-SUPERVISOR-ID
                           TO WS-GROUP-ID(WS-GROUP-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * WRITE-ONE-GROUP heads the supervisor's section of the report
      * and writes a cycle line and a report entry for each of the
      * supervisor's active operators.
      *----------------------------------------------------------------
       WRITE-ONE-GROUP.
           MOVE SPACES TO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE
           MOVE SPACES TO RECERT-REPORT-LINE
           IF WS-GROUP-ID(WS-GROUP-IDX) = SPACES
               MOVE "NO SUPERVISOR - FOR THE SECURITY ADMINISTRATOR"
                   TO RECERT-REPORT-LINE
           ELSE
               MOVE WS-GROUP-ID(WS-GROUP-IDX) TO WS-THIS-ID
               PERFORM FIND-OPERATOR-ENTRY
               MOVE SPACES TO WS-SUPERVISOR-NAME
               IF WS-THIS-OPER-IDX > ZERO
                   MOVE WS-OE-IMAGE(WS-THIS-OPER-IDX)(10:30)
                       TO WS-SUPERVISOR-NAME
               END-IF
               STRING "SUPERVISOR " DELIMITED BY SIZE
                      WS-GROUP-ID(WS-GROUP-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SUPERVISOR-NAME DELIMITED BY SIZE
                   INTO RECERT-REPORT-LINE
           END-IF
           WRITE RECERT-REPORT-LINE
           MOVE SPACES TO RECERT-REPORT-LINE
           STRING "  OPERATOR NAME                           "
                      DELIMITED BY SIZE
                  "ROLE       LAST ACTIVE" DELIMITED BY SIZE
               INTO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE
           MOVE ZERO TO WS-OPER-IDX
           PERFORM UNTIL WS-OPER-IDX >= WS-OPER-COUNT
               ADD 1 TO WS-OPER-IDX
               MOVE WS-OE-IMAGE(WS-OPER-IDX) TO WS-THIS-OPERATOR
               IF WS-TO-ACTIVE = 'A'
                       AND WS-TO-SUPERVISOR-ID
                           = WS-GROUP-ID(WS-GROUP-IDX)
                   PERFORM WRITE-ONE-RECERT-LINE
               END-IF
           END-PERFORM.

       WRITE-ONE-RECERT-LINE.
           MOVE SPACES TO RECERT-REC
           MOVE WS-BUSINESS-DATE     TO RC-CYCLE-DATE
           MOVE WS-DEADLINE          TO RC-DEADLINE
           MOVE WS-TO-SUPERVISOR-ID  TO RC-SUPERVISOR-ID
           MOVE WS-TO-OPERATOR-ID    TO RC-OPERATOR-ID
           MOVE WS-TO-NAME           TO RC-NAME
           MOVE WS-TO-ROLE           TO RC-ROLE
           MOVE WS-TO-PROGRAMS       TO RC-PROGRAMS
           MOVE WS-OE-LAST-ACTIVITY(WS-OPER-IDX) TO RC-LAST-ACTIVITY
           MOVE ZERO                 TO RC-DECIDED-DATE
           WRITE RECERT-REC
           ADD 1 TO WS-LINES-WRITTEN
           IF RC-LAST-ACTIVITY = ZERO
               MOVE "NONE FOUND" TO WS-LAST-EDITED
           ELSE
               MOVE RC-LAST-ACTIVITY TO WS-LAST-EDITED
           END-IF
           MOVE SPACES TO RECERT-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  RC-OPERATOR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RC-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RC-ROLE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LAST-EDITED DELIMITED BY SIZE
               INTO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE
           MOVE SPACES TO RECERT-REPORT-LINE
           STRING "           PROGRAMS: " DELIMITED BY SIZE
                  RC-PROGRAMS DELIMITED BY SIZE
               INTO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE.

      *----------------------------------------------------------------
      * CLOSE-CYCLE leaves an open cycle alone until its deadline has
      * passed; after that, every operator still not recertified is
      * deactivated on the operator master and the line closed 'X'.
      *----------------------------------------------------------------
       CLOSE-CYCLE.
           IF WS-PENDING-COUNT = ZERO
               DISPLAY "NO RECERTIFICATION LINES PENDING - NOTHING "
                   "TO CLOSE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-IMAGE(1) TO RECERT-REC
           IF WS-BUSINESS-DATE <= RC-DEADLINE
               DISPLAY "RECERTIFICATION CYCLE OPEN UNTIL "
                   RC-DEADLINE " - " WS-PENDING-COUNT
                   " LINES STILL PENDING"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ACTIVE-ADMIN-COUNT
           MOVE ZERO TO WS-OPER-IDX
           PERFORM UNTIL WS-OPER-IDX >= WS-OPER-COUNT
               ADD 1 TO WS-OPER-IDX
               MOVE WS-OE-IMAGE(WS-OPER-IDX) TO WS-THIS-OPERATOR
               IF WS-TO-ACTIVE = 'A' AND WS-TO-ROLE = "SECADMIN"
                   ADD 1 TO WS-ACTIVE-ADMIN-COUNT
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-LINE-IDX
           PERFORM UNTIL WS-LINE-IDX >= WS-LINE-COUNT
               ADD 1 TO WS-LINE-IDX
               MOVE WS-LINE-IMAGE(WS-LINE-IDX) TO RECERT-REC
               IF RC-PENDING
                   PERFORM EXPIRE-ONE-LINE
                   MOVE RECERT-REC TO WS-LINE-IMAGE(WS-LINE-IDX)
               END-IF
           END-PERFORM
           PERFORM WRITE-OPERATOR-TABLE
           PERFORM WRITE-RECERT-TABLE
           DISPLAY "RECERTIFICATION DEADLINE " RC-DEADLINE " PASSED"
           DISPLAY "OPERATORS DEACTIVATED, NOT RECERTIFIED: "
               WS-DEACTIVATED-COUNT
           IF WS-HELD-COUNT > ZERO
               DISPLAY "LAST SECURITY ADMINISTRATOR HELD ACTIVE: "
                   WS-HELD-COUNT
           END-IF.

       EXPIRE-ONE-LINE.
           MOVE 'X' TO RC-DECISION
           MOVE WS-OPERATOR-ID TO RC-DECIDED-BY
           MOVE WS-BUSINESS-DATE TO RC-DECIDED-DATE
           MOVE RC-OPERATOR-ID TO WS-THIS-ID
           PERFORM FIND-OPERATOR-ENTRY
           IF WS-THIS-OPER-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OE-IMAGE(WS-THIS-OPER-IDX) TO WS-THIS-OPERATOR
           IF WS-TO-ACTIVE NOT = 'A'
               EXIT PARAGRAPH
           END-IF
      * the last active security administrator is never switched off
      * here -- nobody would be left to reactivate anyone -- the line
      * is closed 'H' and logged for the auditors instead
           IF WS-TO-ROLE = "SECADMIN" AND WS-ACTIVE-ADMIN-COUNT < 2
               MOVE 'H' TO RC-DECISION
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "NOT RECERTIFIED, HELD ACTIVE AS THE LAST "
                   "SECURITY ADMINISTRATOR: " RC-OPERATOR-ID
               MOVE "RECERTHL" TO WS-SECURITY-EVENT
               MOVE RC-OPERATOR-ID TO WS-SUBJECT-ID
               PERFORM LOG-SECURITY-EVENT
               EXIT PARAGRAPH
           END-IF
           IF WS-TO-ROLE = "SECADMIN"
               SUBTRACT 1 FROM WS-ACTIVE-ADMIN-COUNT
           END-IF
           MOVE 'I' TO WS-TO-ACTIVE
           MOVE WS-THIS-OPERATOR TO WS-OE-IMAGE(WS-THIS-OPER-IDX)
           ADD 1 TO WS-DEACTIVATED-COUNT
           DISPLAY "DEACTIVATED - NOT RECERTIFIED: " RC-OPERATOR-ID
               " " RC-NAME
           MOVE "RECERTX" TO WS-SECURITY-EVENT
           MOVE RC-OPERATOR-ID TO WS-SUBJECT-ID
           PERFORM LOG-SECURITY-EVENT.

       LOG-SECURITY-EVENT.
           CALL "REGISTRA-SEGURIDAD" USING WS-SECURITY-EVENT,
               WS-OPERATOR-ID, WS-THIS-PROGRAM, WS-SUBJECT-ID.

       FIND-OPERATOR-ENTRY.
           MOVE ZERO TO WS-THIS-OPER-IDX
           MOVE ZERO TO WS-OPER-IDX
           PERFORM UNTIL WS-THIS-OPER-IDX > ZERO
                   OR WS-OPER-IDX >= WS-OPER-COUNT
               ADD 1 TO WS-OPER-IDX
               IF WS-OE-IMAGE(WS-OPER-IDX)(1:8) = WS-THIS-ID
                   MOVE WS-OPER-IDX TO WS-THIS-OPER-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * LOAD-OPERATOR-TABLE and WRITE-OPERATOR-TABLE hold the whole
      * master in storage and write it back after the close, the
      * read-all / rewrite-all shape MANTIENE-OPERADORES uses.
      *----------------------------------------------------------------
       LOAD-OPERATOR-TABLE.
           MOVE ZERO TO WS-OPER-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPERMAST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ OPERATOR-MASTER-FILE
               AT END SET THIS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL THIS-FILE-EOF
               IF OPERATOR-MASTER-REC(1:8) NOT = SPACES
                   IF WS-OPER-COUNT < 200
                       ADD 1 TO WS-OPER-COUNT
                       MOVE OPERATOR-MASTER-REC
                           TO WS-OE-IMAGE(WS-OPER-COUNT)
                       MOVE ZERO
                           TO WS-OE-LAST-ACTIVITY(WS-OPER-COUNT)
                   ELSE
                       SET OPERATOR-TABLE-OVERFLOWED TO TRUE
                   END-IF
               END-IF
               READ OPERATOR-MASTER-FILE
                   AT END SET THIS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE
           MOVE "00" TO WS-OPERMAST-FILE-STATUS.

       WRITE-OPERATOR-TABLE.
           OPEN OUTPUT OPERATOR-MASTER-FILE
           MOVE ZERO TO WS-OPER-IDX
           PERFORM UNTIL WS-OPER-IDX >= WS-OPER-COUNT
               ADD 1 TO WS-OPER-IDX
               WRITE OPERATOR-MASTER-REC
                   FROM WS-OE-IMAGE(WS-OPER-IDX)
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE.

      *----------------------------------------------------------------
      * LOAD-RECERT-TABLE reads the current cycle's lines and counts
      * those still pending; WRITE-RECERT-TABLE puts them back.
      *----------------------------------------------------------------
       LOAD-RECERT-TABLE.
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-PENDING-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RECERT-FILE
           IF WS-RECERT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RECERT-FILE
               AT END SET THIS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL THIS-FILE-EOF
               IF WS-LINE-COUNT < 200
                   ADD 1 TO WS-LINE-COUNT
                   MOVE RECERT-REC TO WS-LINE-IMAGE(WS-LINE-COUNT)
                   IF RC-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                   END-IF
               ELSE
                   SET RECERT-TABLE-OVERFLOWED TO TRUE
               END-IF
               READ RECERT-FILE
                   AT END SET THIS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE RECERT-FILE
           IF WS-LINE-COUNT > ZERO
               MOVE WS-LINE-IMAGE(1) TO RECERT-REC
           END-IF.

       WRITE-RECERT-TABLE.
           OPEN OUTPUT RECERT-FILE
           MOVE ZERO TO WS-LINE-IDX
           PERFORM UNTIL WS-LINE-IDX >= WS-LINE-COUNT
               ADD 1 TO WS-LINE-IDX
               WRITE RECERT-REC FROM WS-LINE-IMAGE(WS-LINE-IDX)
           END-PERFORM
           CLOSE RECERT-FILE.

       RESOLVE-OPERATOR-ID.
           MOVE WS-PARM-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE 'N' TO WS-OPERID-VALID-SW
           IF WS-OPERATOR-ID NOT = SPACES
               CALL "VALIDA-OPERADOR" USING WS-OPERATOR-ID,
                   WS-THIS-PROGRAM, WS-OPERID-VALID-SW,
                   WS-OPERATOR-ROLE
           END-IF
           IF NOT OPERATOR-IS-VALID
               DISPLAY "RUN REFUSED - INVALID OPERATOR ID: "
                   WS-OPERATOR-ID
               SET RUN-WAS-REFUSED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * READ-BUSINESS-DATE loads the cycle's business date operations
      * sets once per cycle in BUSDATE.DAT, falling back to today's
      * wall-clock date when the control file isn't there.
      *----------------------------------------------------------------
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

      *----------------------------------------------------------------
      * WRITE-RUN-JOURNAL-START and WRITE-RUN-JOURNAL-END record this
      * run in the shared run journal through REGISTRA-CORRIDA. An
      * operator deactivated at the deadline is a warning.
      *----------------------------------------------------------------
       WRITE-RUN-JOURNAL-START.
           MOVE "START" TO WS-JOURNAL-EVENT
           MOVE ZERO TO WS-JOURNAL-RECORDS
           MOVE ZERO TO WS-JOURNAL-REJECTS
           MOVE SPACES TO WS-JOURNAL-STATUS
           CALL "REGISTRA-CORRIDA" USING WS-JOURNAL-EVENT,
               WS-THIS-PROGRAM, WS-RUN-MODE, WS-JOURNAL-RECORDS,
               WS-JOURNAL-REJECTS, WS-JOURNAL-STATUS.

       WRITE-RUN-JOURNAL-END.
           MOVE "END" TO WS-JOURNAL-EVENT
           MOVE WS-LINES-WRITTEN     TO WS-JOURNAL-RECORDS
           MOVE WS-DEACTIVATED-COUNT TO WS-JOURNAL-REJECTS
           IF RUN-WAS-REFUSED
               MOVE "SEVERE" TO WS-JOURNAL-STATUS
           ELSE
               IF WS-DEACTIVATED-COUNT > ZERO
                       OR WS-HELD-COUNT > ZERO
                   MOVE "WARNING" TO WS-JOURNAL-STATUS
               ELSE
                   MOVE "CLEAN" TO WS-JOURNAL-STATUS
               END-IF
           END-IF
           CALL "REGISTRA-CORRIDA" USING WS-JOURNAL-EVENT,
               WS-THIS-PROGRAM, WS-RUN-MODE, WS-JOURNAL-RECORDS,
               WS-JOURNAL-REJECTS, WS-JOURNAL-STATUS
           EVALUATE WS-JOURNAL-STATUS
               WHEN "SEVERE"
                   MOVE 8 TO RETURN-CODE
               WHEN "WARNING"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM CERTIFICA-ACCESOS.
