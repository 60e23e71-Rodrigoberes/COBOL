      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Compliance review workstation for the watch-list
      *          queue. CRIBA-LISTA queues every potential sanctions
      *          match on SCREENQ.DAT -- signups held at onboarding and
      *          customers raised by a rescreen of the master -- and
      *          this program walks the hits still pending and lets
      *          the officer mark each one CLEARED (a different person;
      *          the same match is not raised for them again, and a
      *          held signup can then be released through CORRIGE-
      *          SUSPENSO) or CONFIRMED. A confirmed match on an
      *          existing customer suspends the customer at once, with
      *          the status-change history record SUSPENDE-DORMIDOS
      *          writes; a confirmed signup simply stays held. Every
      *          confirmation also raises a SEVERE alert.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISA-COINCIDENCIAS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREEN-QUEUE-FILE ASSIGN TO "SCREENQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREENQ-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT MASTER-LOCK-FILE ASSIGN TO "MSTLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLOCK-FILE-STATUS.
           SELECT REASSIGN-HISTORY-FILE ASSIGN TO "REASGHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SCREEN-QUEUE-FILE.
       01  SCREEN-QUEUE-REC.
           05 SQ-HIT-NUMBER    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-SOURCE        PIC X.
              88 HIT-FROM-ONBOARDING VALUE 'O'.
              88 HIT-FROM-RESCREEN   VALUE 'R'.
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-NOMBRE        PIC X(16).
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-APELLIDO      PIC X(32).
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-DOC-ID        PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-ENTRY-ID      PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-MATCH-ON      PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-STATUS        PIC X.
              88 HIT-IS-PENDING   VALUE 'P'.
              88 HIT-IS-CLEARED   VALUE 'C'.
              88 HIT-IS-CONFIRMED VALUE 'M'.
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-RAISED-DATE   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-OFFICER-ID    PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-DISPOSED-DATE PIC 9(8).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-REC.
           05 CM-CUSTOMER-NUMBER PIC 9(8).
           05 CM-CUSTOMER-NAME.
              10 CM-NOMBRE     PIC X(16).
              10 CM-APELLIDO   PIC X(32).
           05 CM-EDAD          PIC X(3).
           05 CM-STATUS        PIC X.
              88 CUSTOMER-ACTIVE    VALUE 'A'.
              88 CUSTOMER-SUSPENDED VALUE 'S'.
              88 CUSTOMER-CLOSED    VALUE 'C'.
           05 CM-STATUS-DATE   PIC 9(8).
           05 CM-FECHA-NAC     PIC 9(8).
           05 CM-DIRECCION-1   PIC X(30).
           05 CM-DIRECCION-2   PIC X(30).
           05 CM-TELEFONO      PIC X(12).
           05 CM-DOC-ID        PIC X(12).
           05 CM-RISK-RATING   PIC X.
              88 RISK-RATING-LOW    VALUE 'L'.
              88 RISK-RATING-MEDIUM VALUE 'M'.
              88 RISK-RATING-HIGH   VALUE 'H'.
           05 CM-NEXT-REVIEW   PIC 9(8).
           05 CM-LAST-REVIEW   PIC 9(8).
           05 CM-DOC-EXPIRY    PIC 9(8).
           05 CM-CODIGO-POSTAL PIC X(8).
           05 CM-LOCALIDAD     PIC X(30).
           05 CM-PROVINCIA     PIC X(20).
           05 CM-MAIL-STATUS   PIC X.
              88 ADDRESS-UNDELIVERABLE VALUE 'U'.
           05 CM-RETURNED-DATE PIC 9(8).
           05 CM-MINOR-FLAG    PIC X.
              88 CUSTOMER-IS-MINOR  VALUE 'M'.
           05 CM-GUARDIAN-NUMBER PIC 9(8).
           05 CM-BRANCH-CODE   PIC X(4).
           05 CM-CONTACT-CHANNEL PIC X.
           05 CM-EMAIL         PIC X(32).
           05 CM-CONSENT-DATE  PIC 9(8).

       FD  MASTER-LOCK-FILE.
       01  MASTER-LOCK-REC     PIC X(8).

       FD  REASSIGN-HISTORY-FILE.
       01  REASSIGN-HISTORY-REC.
           05 RH-SEQ-NO        PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-FIELD-NAME    PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-OLD-VALUE     PIC X(32).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-NEW-VALUE     PIC X(32).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-CHECKER-ID    PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-EFFECTIVE-DATE PIC 9(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-SCREENQ-FILE-STATUS PIC XX.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-MLOCK-FILE-STATUS   PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS PIC XX.
       01 WS-MLOCK-SWITCH        PIC X VALUE 'N'.
          88 MASTER-LOCK-HELD VALUE 'Y'.
       01 WS-MLOCK-TRY-COUNT     PIC 9(2) VALUE ZERO.
       01 WS-MLOCK-TRY-LIMIT     PIC 9(2) VALUE 10.
       01 WS-MLOCK-WAIT-SECS     PIC 9(4) COMP VALUE 1.
       01 WS-MJ-ACTION           PIC X(8).
       01 WS-MJ-PROGRAM          PIC X(18)
           VALUE "REVISA-COINCIDENCI".
       01 WS-THIS-PROGRAM        PIC X(18)
           VALUE "REVISA-COINCIDENCI".
       01 WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
       01 WS-OPERID-VALID-SW     PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-OPERATOR-ROLE       PIC X(10) VALUE SPACES.
       01 WS-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
       01 WS-SCREENQ-EOF-SWITCH  PIC X VALUE 'N'.
          88 SCREEN-QUEUE-EOF VALUE 'Y'.
      * the whole queue, held for the session and written back at the
      * end; a queue that no longer fits refuses the session rather
      * than rewrite away the hits past the cap
       01 WS-QUEUE-TABLE.
          05 WS-QUEUE-COUNT      PIC 9(5) COMP VALUE ZERO.
          05 WS-QUEUE-RECORD     PIC X(132) OCCURS 5000.
       01 WS-QUEUE-IDX           PIC 9(5) COMP VALUE ZERO.
       01 WS-QUEUE-OVERFLOW-SW   PIC X VALUE 'N'.
          88 QUEUE-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-ANSWER              PIC X(3).
       01 WS-HIST-SEQ-NO         PIC 9(8) VALUE ZERO.
       01 WS-HIST-SEQ-NAME       PIC X(8) VALUE "REASGHST".
       01 WS-ALERT-SEVERITY      PIC X(8).
       01 WS-ALERT-MESSAGE       PIC X(60).
       01 WS-CLEARED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-CONFIRMED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-SUSPENDED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE          PIC X(8).
          05 WS-TS-TIME          PIC X(6).
          05 FILLER              PIC X(7).
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE
           PERFORM RESOLVE-OPERATOR-ID
           PERFORM LOAD-QUEUE-TABLE
           IF QUEUE-TABLE-OVERFLOWED
               DISPLAY "RUN REFUSED - SCREENQ.DAT HOLDS MORE THAN "
                   "5000 HITS AND NO LONGER FITS THE REVIEW TABLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-QUEUE-COUNT = ZERO
               DISPLAY "NO WATCH-LIST HITS ON SCREENQ.DAT"
               STOP RUN
           END-IF
           MOVE ZERO TO WS-QUEUE-IDX
           PERFORM UNTIL WS-QUEUE-IDX >= WS-QUEUE-COUNT
               ADD 1 TO WS-QUEUE-IDX
               MOVE WS-QUEUE-RECORD(WS-QUEUE-IDX) TO SCREEN-QUEUE-REC
               IF HIT-IS-PENDING
                   PERFORM REVIEW-ONE-HIT
                   MOVE SCREEN-QUEUE-REC
                       TO WS-QUEUE-RECORD(WS-QUEUE-IDX)
               END-IF
           END-PERFORM
           PERFORM WRITE-QUEUE-TABLE
           DISPLAY "HITS CLEARED:           " WS-CLEARED-COUNT
           DISPLAY "HITS CONFIRMED:         " WS-CONFIRMED-COUNT
           DISPLAY "CUSTOMERS SUSPENDED:    " WS-SUSPENDED-COUNT
           DISPLAY "HITS LEFT FOR REVIEW:   " WS-SKIPPED-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * REVIEW-ONE-HIT shows the pending hit and takes the officer's
      * decision. Cleared and confirmed hits are signed and dated and
      * not shown again; a skipped hit stays pending.
      *----------------------------------------------------------------
       REVIEW-ONE-HIT.
           DISPLAY "--------------------------------"
           DISPLAY "HIT:      " SQ-HIT-NUMBER " RAISED " SQ-RAISED-DATE
           IF HIT-FROM-ONBOARDING
               DISPLAY "SOURCE:   SIGNUP HELD AT ONBOARDING"
           ELSE
               DISPLAY "SOURCE:   CUSTOMER " SQ-CUSTOMER-NUMBER
           END-IF
           DISPLAY "NAME:     " SQ-NOMBRE " " SQ-APELLIDO
           DISPLAY "DOC ID:   " SQ-DOC-ID
           DISPLAY "ENTRY:    " SQ-ENTRY-ID " MATCHED ON " SQ-MATCH-ON
           DISPLAY "C = CLEARED (NOT THE LISTED PERSON), "
               "M = CONFIRMED MATCH, S = SKIP"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER(1:1)
               WHEN 'C'
               WHEN 'c'
                   SET HIT-IS-CLEARED TO TRUE
                   PERFORM SIGN-THE-HIT
                   ADD 1 TO WS-CLEARED-COUNT
                   IF HIT-FROM-ONBOARDING
                       DISPLAY "CLEARED - THE HELD SIGNUP CAN BE "
                           "RELEASED THROUGH CORRIGE-SUSPENSO"
                   END-IF
               WHEN 'M'
               WHEN 'm'
                   SET HIT-IS-CONFIRMED TO TRUE
                   PERFORM SIGN-THE-HIT
                   ADD 1 TO WS-CONFIRMED-COUNT
                   PERFORM ACT-ON-CONFIRMED-HIT
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.

       SIGN-THE-HIT.
           MOVE WS-OPERATOR-ID   TO SQ-OFFICER-ID
           MOVE WS-BUSINESS-DATE TO SQ-DISPOSED-DATE.

      *----------------------------------------------------------------
      * ACT-ON-CONFIRMED-HIT raises the SEVERE alert and, for a
      * customer already on the master, suspends the account. A
      * confirmed signup was never created and stays held.
      *----------------------------------------------------------------
       ACT-ON-CONFIRMED-HIT.
           MOVE "SEVERE" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           IF SQ-CUSTOMER-NUMBER > ZERO
               STRING "CONFIRMED WATCH-LIST MATCH - CUSTOMER "
                          DELIMITED BY SIZE
                      SQ-CUSTOMER-NUMBER DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
           ELSE
               STRING "CONFIRMED WATCH-LIST MATCH - HELD SIGNUP DOC "
                          DELIMITED BY SIZE
                      SQ-DOC-ID DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
           END-IF
           CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
               WS-THIS-PROGRAM, WS-ALERT-MESSAGE
           IF SQ-CUSTOMER-NUMBER > ZERO
               PERFORM SUSPEND-CONFIRMED-CUSTOMER
           ELSE
               DISPLAY "CONFIRMED - THE SIGNUP STAYS HELD"
           END-IF.

      *----------------------------------------------------------------
      * SUSPEND-CONFIRMED-CUSTOMER moves the customer to SUSPENDED
      * under the master lock, writing the status-change history
      * record first so there is never a suspension without its
      * trail. A customer already suspended or closed is left as is.
      *----------------------------------------------------------------
       SUSPEND-CONFIRMED-CUSTOMER.
           PERFORM ACQUIRE-MASTER-LOCK
           IF NOT MASTER-LOCK-HELD
               DISPLAY "CUSTOMER " SQ-CUSTOMER-NUMBER " NOT SUSPENDED"
                   " - SUSPEND IT THROUGH REASIGNAR-VALORES"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-FILE-STATUS
               PERFORM RELEASE-MASTER-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE SQ-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER " SQ-CUSTOMER-NUMBER
                       " NO LONGER ON THE MASTER"
               NOT INVALID KEY
                   IF CUSTOMER-ACTIVE
                       PERFORM SUSPEND-ONE-ACCOUNT
                   ELSE
                       DISPLAY "CUSTOMER " SQ-CUSTOMER-NUMBER
                           " ALREADY STATUS " CM-STATUS
                           " - LEFT AS IS"
                   END-IF
           END-READ
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM RELEASE-MASTER-LOCK.

       SUSPEND-ONE-ACCOUNT.
           PERFORM WRITE-STATUS-HISTORY-RECORD
           IF WS-HIST-SEQ-NO = ZERO
               EXIT PARAGRAPH
           END-IF
           SET CUSTOMER-SUSPENDED TO TRUE
           MOVE WS-BUSINESS-DATE TO CM-STATUS-DATE
           REWRITE CUSTOMER-MASTER-REC
           PERFORM JOURNAL-MASTER-REWRITE
           ADD 1 TO WS-SUSPENDED-COUNT
           DISPLAY "CUSTOMER " CM-CUSTOMER-NUMBER " SUSPENDED".

      *----------------------------------------------------------------
      * WRITE-STATUS-HISTORY-RECORD logs the A-to-S status change the
      * same way SUSPENDE-DORMIDOS logs one, numbered from the shared
      * REASGHST series, with the officer as operator. A zero from
      * SIGUIENTE-NUMERO leaves the account untouched.
      *----------------------------------------------------------------
       WRITE-STATUS-HISTORY-RECORD.
           CALL "SIGUIENTE-NUMERO" USING WS-HIST-SEQ-NAME,
               WS-HIST-SEQ-NO
           IF WS-HIST-SEQ-NO = ZERO
               DISPLAY "SUSPENSION SKIPPED - SEQUENCE UNAVAILABLE: "
                   CM-CUSTOMER-NUMBER
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REASSIGN-HISTORY-REC
           MOVE WS-HIST-SEQ-NO     TO RH-SEQ-NO
           MOVE CM-CUSTOMER-NUMBER TO RH-CUSTOMER-NUMBER
           MOVE "STATUS"           TO RH-FIELD-NAME
           MOVE CM-STATUS          TO RH-OLD-VALUE
           MOVE 'S'                TO RH-NEW-VALUE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO RH-TIMESTAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
               INTO RH-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE WS-OPERATOR-ID   TO RH-OPERATOR-ID
           MOVE SPACES           TO RH-CHECKER-ID
           MOVE ZERO             TO RH-EFFECTIVE-DATE
           OPEN EXTEND REASSIGN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT REASSIGN-HISTORY-FILE
           END-IF
           WRITE REASSIGN-HISTORY-REC
           CLOSE REASSIGN-HISTORY-FILE.

      *----------------------------------------------------------------
      * LOAD-QUEUE-TABLE and WRITE-QUEUE-TABLE hold the review queue
      * in storage for the session and write the whole set back at
      * the end, the read-all / rewrite-all shape DISPONE-DUPLICADOS
      * uses on its disposition file.
      *----------------------------------------------------------------
       LOAD-QUEUE-TABLE.
           MOVE ZERO TO WS-QUEUE-COUNT
           MOVE 'N' TO WS-SCREENQ-EOF-SWITCH
           OPEN INPUT SCREEN-QUEUE-FILE
           IF WS-SCREENQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SCREEN-QUEUE-RECORD
           PERFORM UNTIL SCREEN-QUEUE-EOF
               IF WS-QUEUE-COUNT < 5000
                   ADD 1 TO WS-QUEUE-COUNT
                   MOVE SCREEN-QUEUE-REC
                       TO WS-QUEUE-RECORD(WS-QUEUE-COUNT)
               ELSE
                   SET QUEUE-TABLE-OVERFLOWED TO TRUE
               END-IF
               PERFORM READ-SCREEN-QUEUE-RECORD
           END-PERFORM
           CLOSE SCREEN-QUEUE-FILE.

       READ-SCREEN-QUEUE-RECORD.
           READ SCREEN-QUEUE-FILE
               AT END SET SCREEN-QUEUE-EOF TO TRUE
           END-READ.

       WRITE-QUEUE-TABLE.
           OPEN OUTPUT SCREEN-QUEUE-FILE
           MOVE ZERO TO WS-QUEUE-IDX
           PERFORM UNTIL WS-QUEUE-IDX >= WS-QUEUE-COUNT
               ADD 1 TO WS-QUEUE-IDX
               MOVE WS-QUEUE-RECORD(WS-QUEUE-IDX) TO SCREEN-QUEUE-REC
               WRITE SCREEN-QUEUE-REC
           END-PERFORM
           CLOSE SCREEN-QUEUE-FILE.

      *----------------------------------------------------------------
      * RESOLVE-OPERATOR-ID prompts for and validates the officer's id
      * through the shared VALIDA-OPERADOR check, so every decision is
      * signed by someone authorized for this program.
      *----------------------------------------------------------------
       RESOLVE-OPERATOR-ID.
           PERFORM UNTIL OPERATOR-IS-VALID
               DISPLAY "PLEASE INTRODUCE YOUR OPERATOR ID"
               ACCEPT WS-OPERATOR-ID
               PERFORM VALIDATE-OPERATOR-ID
               IF OPERATOR-IS-VALID
                   CALL "AUTENTICA-OPERADOR" USING WS-OPERATOR-ID,
                       WS-THIS-PROGRAM, WS-OPERID-VALID-SW
                   IF NOT OPERATOR-IS-VALID
                       DISPLAY "SIGN-ON REFUSED - TRY AGAIN"
                   END-IF
               ELSE
                   DISPLAY "UNKNOWN OPERATOR ID - TRY AGAIN"
               END-IF
           END-PERFORM.

       VALIDATE-OPERATOR-ID.
           MOVE 'N' TO WS-OPERID-VALID-SW
           IF WS-OPERATOR-ID NOT = SPACES
               CALL "VALIDA-OPERADOR" USING WS-OPERATOR-ID,
                   WS-THIS-PROGRAM, WS-OPERID-VALID-SW,
                   WS-OPERATOR-ROLE
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
      * ACQUIRE-MASTER-LOCK holds MSTLOCK.DAT open WITH LOCK for the
      * master update window, waiting a second and retrying while
      * another job has it, and giving up after the retries run out.
      *----------------------------------------------------------------
       ACQUIRE-MASTER-LOCK.
           MOVE 'N' TO WS-MLOCK-SWITCH
           MOVE ZERO TO WS-MLOCK-TRY-COUNT
           PERFORM UNTIL MASTER-LOCK-HELD
                   OR WS-MLOCK-TRY-COUNT >= WS-MLOCK-TRY-LIMIT
               ADD 1 TO WS-MLOCK-TRY-COUNT
               OPEN EXTEND MASTER-LOCK-FILE WITH LOCK
               IF WS-MLOCK-FILE-STATUS = "35"
                   OPEN OUTPUT MASTER-LOCK-FILE WITH LOCK
               END-IF
               IF WS-MLOCK-FILE-STATUS = "00"
                   SET MASTER-LOCK-HELD TO TRUE
               ELSE
                   CALL "C$SLEEP" USING WS-MLOCK-WAIT-SECS
               END-IF
           END-PERFORM
           IF NOT MASTER-LOCK-HELD
               DISPLAY "CUSTOMER MASTER LOCKED BY ANOTHER JOB - "
                   "UPDATES REFUSED"
           END-IF.

       RELEASE-MASTER-LOCK.
           IF MASTER-LOCK-HELD
               CLOSE MASTER-LOCK-FILE
               MOVE 'N' TO WS-MLOCK-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * JOURNAL-MASTER-REWRITE logs the master record image just
      * posted to the MSTJRNL.DAT forward-recovery journal through
      * REGISTRA-MAESTRO.
      *----------------------------------------------------------------
       JOURNAL-MASTER-REWRITE.
           MOVE "REWRITE" TO WS-MJ-ACTION
           CALL "REGISTRA-MAESTRO" USING WS-MJ-ACTION,
               WS-MJ-PROGRAM, CUSTOMER-MASTER-REC.

       END PROGRAM REVISA-COINCIDENCIAS.
