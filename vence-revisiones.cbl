      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Nightly KYC periodic review sweep. Every customer
      *          not CLOSED whose next review date (set from the risk
      *          rating by PROXIMA-REVISION) has arrived, or whose
      *          identity document has expired, is listed on the
      *          KYCWORK.DAT review worklist with the days overdue.
      *          An ACTIVE customer overdue past the grace period in
      *          KYCCTL.DAT (30 days when absent) is moved to
      *          SUSPENDED with the business date as effective date
      *          and a history record on REASGHST.DAT written exactly
      *          as SUSPENDE-DORMIDOS writes its suspensions.
      *          Customers with no review date on file (accounts
      *          opened before the review cycle) are listed as never
      *          scheduled and left alone until a review officer
      *          rates them through CALIFICA-RIESGO.
      *
      *          PARM: the operator id the suspensions post under.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCE-REVISIONES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
           SELECT KYC-WORKLIST-FILE ASSIGN TO "KYCWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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
              88 CUSTOMER-DECEASED  VALUE 'D'.
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

       FD  KYC-WORKLIST-FILE.
       01  KYC-WORKLIST-REC.
           05 KW-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 KW-NOMBRE        PIC X(16).
           05 FILLER           PIC X VALUE SPACE.
           05 KW-APELLIDO      PIC X(32).
           05 FILLER           PIC X VALUE SPACE.
           05 KW-STATUS        PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 KW-RISK-RATING   PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 KW-DUE-DATE      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 KW-DOC-EXPIRY    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 KW-DAYS-OVERDUE  PIC 9(5).
           05 FILLER           PIC X VALUE SPACE.
           05 KW-REASON        PIC X(14).
           05 FILLER           PIC X VALUE SPACE.
           05 KW-ACTION        PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 KW-BUSINESS-DATE PIC 9(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-MLOCK-FILE-STATUS  PIC XX.
       01 WS-MLOCK-SWITCH       PIC X VALUE 'N'.
          88 MASTER-LOCK-HELD VALUE 'Y'.
       01 WS-MLOCK-TRY-COUNT    PIC 9(2) VALUE ZERO.
       01 WS-MLOCK-TRY-LIMIT    PIC 9(2) VALUE 10.
       01 WS-MLOCK-WAIT-SECS    PIC 9(4) COMP VALUE 1.
       01 WS-MJ-ACTION          PIC X(8).
       01 WS-MJ-PROGRAM         PIC X(18) VALUE "VENCE-REVISIONES".
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS PIC XX.
       01 WS-PARM.
          05 WS-PARM-OPERATOR-ID PIC X(8).
       01 WS-RUN-MODE            PIC X VALUE 'S'.
       01 WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
       01 WS-OPERID-VALID-SW     PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-OPERATOR-ROLE       PIC X(10) VALUE SPACES.
       01 WS-REFUSED-SWITCH      PIC X VALUE 'N'.
          88 RUN-WAS-REFUSED VALUE 'Y'.
       01 WS-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
       01 WS-PR-RISK-RATING      PIC X VALUE 'M'.
       01 WS-PR-NEXT-REVIEW      PIC 9(8) VALUE ZERO.
       01 WS-GRACE-DAYS          PIC 9(3) VALUE ZERO.
       01 WS-DUE-DATE            PIC 9(8) VALUE ZERO.
       01 WS-DUE-DATE-X REDEFINES WS-DUE-DATE PIC X(8).
       01 WS-DATE-CEILING        PIC 9(8) VALUE 99991231.
       01 WS-DATE-MIN-YEAR       PIC 9(4) VALUE ZERO.
       01 WS-DUE-RESULTS.
          05 WS-VF-IS-VALID      PIC X.
          05 WS-VF-REASON        PIC X(24).
       01 WS-DAYS-OVERDUE        PIC S9(7) COMP VALUE ZERO.
       01 WS-REASON              PIC X(14).
       01 WS-ACTION              PIC X(10).
       01 WS-MASTER-EOF-SWITCH   PIC X VALUE 'N'.
          88 MASTER-FILE-EOF VALUE 'Y'.
       01 WS-EXAMINED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-LISTED-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-UNSCHEDULED-COUNT   PIC 9(8) VALUE ZERO.
       01 WS-SUSPENDED-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-HIST-SEQ-NO         PIC 9(8) VALUE ZERO.
       01 WS-HIST-SEQ-NAME       PIC X(8) VALUE "REASGHST".
       01 WS-NUMFAIL-SWITCH      PIC X VALUE 'N'.
          88 NUMBERING-FAILED VALUE 'Y'.
       01 WS-JOURNAL-EVENT      PIC X(5).
       01 WS-JOURNAL-PROGRAM    PIC X(18) VALUE "VENCE-REVISIONES".
       01 WS-JOURNAL-RECORDS    PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-REJECTS    PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-STATUS     PIC X(8) VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE          PIC X(8).
          05 WS-TS-TIME          PIC X(6).
          05 FILLER              PIC X(7).
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM READ-BUSINESS-DATE
           PERFORM WRITE-RUN-JOURNAL-START
           PERFORM RESOLVE-OPERATOR-ID
           IF RUN-WAS-REFUSED
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
      * the grace period comes from the same KYCCTL.DAT controls the
      * review intervals do; the rating passed here is immaterial
           CALL "PROXIMA-REVISION" USING WS-PR-RISK-RATING,
               WS-BUSINESS-DATE, WS-PR-NEXT-REVIEW, WS-GRACE-DAYS
           DISPLAY "KYC REVIEW SWEEP - BUSINESS DATE "
               WS-BUSINESS-DATE " GRACE " WS-GRACE-DAYS " DAYS"
           PERFORM SWEEP-THE-MASTER
           IF NOT RUN-WAS-REFUSED
               DISPLAY "ACCOUNTS EXAMINED:        " WS-EXAMINED-COUNT
               DISPLAY "ON THE REVIEW WORKLIST:   " WS-LISTED-COUNT
               DISPLAY "  NEVER SCHEDULED:        "
                   WS-UNSCHEDULED-COUNT
               DISPLAY "ACCOUNTS SUSPENDED:       "
                   WS-SUSPENDED-COUNT
           END-IF
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * SWEEP-THE-MASTER walks every account under the master lock,
      * putting the ones whose review has fallen due on the worklist
      * and suspending the ACTIVE ones overdue past the grace period.
      *----------------------------------------------------------------
       SWEEP-THE-MASTER.
           PERFORM ACQUIRE-MASTER-LOCK
           IF NOT MASTER-LOCK-HELD
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-FILE-STATUS
               SET RUN-WAS-REFUSED TO TRUE
               PERFORM RELEASE-MASTER-LOCK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT KYC-WORKLIST-FILE
           PERFORM READ-MASTER-RECORD
           PERFORM UNTIL MASTER-FILE-EOF
               IF NOT CUSTOMER-CLOSED AND NOT CUSTOMER-DECEASED
                   ADD 1 TO WS-EXAMINED-COUNT
                   PERFORM JUDGE-ONE-ACCOUNT
               END-IF
               PERFORM READ-MASTER-RECORD
           END-PERFORM
           CLOSE KYC-WORKLIST-FILE
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM RELEASE-MASTER-LOCK.

       READ-MASTER-RECORD.
           READ CUSTOMER-MASTER-FILE NEXT
               AT END SET MASTER-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * JUDGE-ONE-ACCOUNT settles when the account's review is due:
      * the scheduled next review, or the document's expiry when that
      * comes first. An account with no usable review date is listed
      * as never scheduled and not judged any further.
      *----------------------------------------------------------------
       JUDGE-ONE-ACCOUNT.
           MOVE SPACES TO WS-ACTION
           MOVE ZERO TO WS-DAYS-OVERDUE
           MOVE ZERO TO WS-DUE-DATE
           IF CM-NEXT-REVIEW IS NUMERIC
               MOVE CM-NEXT-REVIEW TO WS-DUE-DATE
           END-IF
           CALL "VALIDA-FECHA" USING WS-DUE-DATE-X, WS-DATE-CEILING,
               WS-DATE-MIN-YEAR, WS-DUE-RESULTS
           IF WS-VF-IS-VALID NOT = 'Y'
               MOVE ZERO TO WS-DUE-DATE
               MOVE "NOT SCHEDULED" TO WS-REASON
               ADD 1 TO WS-UNSCHEDULED-COUNT
               PERFORM WRITE-WORKLIST-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "REVIEW DUE" TO WS-REASON
           IF CM-DOC-EXPIRY IS NUMERIC
                   AND CM-DOC-EXPIRY > ZERO
                   AND CM-DOC-EXPIRY < WS-DUE-DATE
               MOVE CM-DOC-EXPIRY TO WS-DUE-DATE
               CALL "VALIDA-FECHA" USING WS-DUE-DATE-X,
                   WS-DATE-CEILING, WS-DATE-MIN-YEAR, WS-DUE-RESULTS
               IF WS-VF-IS-VALID NOT = 'Y'
                   MOVE CM-NEXT-REVIEW TO WS-DUE-DATE
               ELSE
                   MOVE "DOC EXPIRED" TO WS-REASON
               END-IF
           END-IF
           IF WS-DUE-DATE > WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-OVERDUE =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
           IF WS-DAYS-OVERDUE > WS-GRACE-DAYS
               IF CUSTOMER-ACTIVE
                   PERFORM SUSPEND-ONE-ACCOUNT
               ELSE
                   MOVE "OVERDUE" TO WS-ACTION
               END-IF
           END-IF
           PERFORM WRITE-WORKLIST-RECORD.

       SUSPEND-ONE-ACCOUNT.
           PERFORM WRITE-STATUS-HISTORY-RECORD
           IF WS-HIST-SEQ-NO = ZERO
               MOVE "NOT SUSPND" TO WS-ACTION
               EXIT PARAGRAPH
           END-IF
           SET CUSTOMER-SUSPENDED TO TRUE
           MOVE WS-BUSINESS-DATE TO CM-STATUS-DATE
           REWRITE CUSTOMER-MASTER-REC
           PERFORM JOURNAL-MASTER-REWRITE
           ADD 1 TO WS-SUSPENDED-COUNT
           MOVE "SUSPENDED" TO WS-ACTION
           DISPLAY "SUSPENDED - KYC REVIEW OVERDUE: "
               CM-CUSTOMER-NUMBER.

       WRITE-WORKLIST-RECORD.
           MOVE SPACES TO KYC-WORKLIST-REC
           MOVE CM-CUSTOMER-NUMBER TO KW-CUSTOMER-NUMBER
           MOVE CM-NOMBRE          TO KW-NOMBRE
           MOVE CM-APELLIDO        TO KW-APELLIDO
           MOVE CM-STATUS          TO KW-STATUS
           MOVE CM-RISK-RATING     TO KW-RISK-RATING
           MOVE WS-DUE-DATE        TO KW-DUE-DATE
           IF CM-DOC-EXPIRY IS NUMERIC
               MOVE CM-DOC-EXPIRY  TO KW-DOC-EXPIRY
           ELSE
               MOVE ZERO           TO KW-DOC-EXPIRY
           END-IF
           MOVE WS-DAYS-OVERDUE    TO KW-DAYS-OVERDUE
           MOVE WS-REASON          TO KW-REASON
           MOVE WS-ACTION          TO KW-ACTION
           MOVE WS-BUSINESS-DATE   TO KW-BUSINESS-DATE
           WRITE KYC-WORKLIST-REC
           ADD 1 TO WS-LISTED-COUNT.

      *----------------------------------------------------------------
      * WRITE-STATUS-HISTORY-RECORD logs the A-to-S status change the
      * same way SUSPENDE-DORMIDOS logs one, numbered from the shared
      * REASGHST series. A zero from SIGUIENTE-NUMERO leaves the
      * account untouched and flags the whole run severe.
      *----------------------------------------------------------------
       WRITE-STATUS-HISTORY-RECORD.
           CALL "SIGUIENTE-NUMERO" USING WS-HIST-SEQ-NAME,
               WS-HIST-SEQ-NO
           IF WS-HIST-SEQ-NO = ZERO
               DISPLAY "SUSPENSION SKIPPED - SEQUENCE UNAVAILABLE: "
                   CM-CUSTOMER-NUMBER
               SET NUMBERING-FAILED TO TRUE
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
      * RESOLVE-OPERATOR-ID settles who the sweep's suspensions post
      * under: the sweep runs unattended, so a missing or invalid id
      * on the PARM refuses the run rather than prompting.
      *----------------------------------------------------------------
       RESOLVE-OPERATOR-ID.
           MOVE WS-PARM-OPERATOR-ID TO WS-OPERATOR-ID
           PERFORM VALIDATE-OPERATOR-ID
           IF NOT OPERATOR-IS-VALID
               DISPLAY "RUN REFUSED - INVALID OPERATOR ID: "
                   WS-OPERATOR-ID
               SET RUN-WAS-REFUSED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * VALIDATE-OPERATOR-ID checks the id through the shared
      * VALIDA-OPERADOR subroutine: active on the operator master and
      * authorized for this program.
      *----------------------------------------------------------------
       VALIDATE-OPERATOR-ID.
           MOVE 'N' TO WS-OPERID-VALID-SW
           IF WS-OPERATOR-ID NOT = SPACES
               CALL "VALIDA-OPERADOR" USING WS-OPERATOR-ID,
                   WS-MJ-PROGRAM, WS-OPERID-VALID-SW,
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
      * WRITE-RUN-JOURNAL-START and WRITE-RUN-JOURNAL-END record this
      * run in the shared run journal through REGISTRA-CORRIDA, so
      * ESTADO-NOCTURNO can show the night at a glance and flag a run
      * that started but never finished.
      *----------------------------------------------------------------
       WRITE-RUN-JOURNAL-START.
           MOVE "START" TO WS-JOURNAL-EVENT
           MOVE ZERO TO WS-JOURNAL-RECORDS
           MOVE ZERO TO WS-JOURNAL-REJECTS
           MOVE SPACES TO WS-JOURNAL-STATUS
           CALL "REGISTRA-CORRIDA" USING WS-JOURNAL-EVENT,
               WS-JOURNAL-PROGRAM, WS-RUN-MODE, WS-JOURNAL-RECORDS,
               WS-JOURNAL-REJECTS, WS-JOURNAL-STATUS.

       WRITE-RUN-JOURNAL-END.
           MOVE "END" TO WS-JOURNAL-EVENT
           MOVE WS-EXAMINED-COUNT  TO WS-JOURNAL-RECORDS
           MOVE WS-SUSPENDED-COUNT TO WS-JOURNAL-REJECTS
           IF RUN-WAS-REFUSED OR NUMBERING-FAILED
               MOVE "SEVERE" TO WS-JOURNAL-STATUS
           ELSE
               IF WS-SUSPENDED-COUNT > ZERO
                   MOVE "WARNING" TO WS-JOURNAL-STATUS
               ELSE
                   MOVE "CLEAN" TO WS-JOURNAL-STATUS
               END-IF
           END-IF
           CALL "REGISTRA-CORRIDA" USING WS-JOURNAL-EVENT,
               WS-JOURNAL-PROGRAM, WS-RUN-MODE, WS-JOURNAL-RECORDS,
               WS-JOURNAL-REJECTS, WS-JOURNAL-STATUS
           EVALUATE WS-JOURNAL-STATUS
               WHEN "SEVERE"
                   MOVE 8 TO RETURN-CODE
               WHEN "WARNING"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.


      *----------------------------------------------------------------
      * ACQUIRE-MASTER-LOCK holds MSTLOCK.DAT open WITH LOCK for the
      * whole master update window -- the same exclusive-lock
      * discipline SEQLOCK.DAT gives the sequence file -- waiting a
      * second and retrying while another job has it, and giving up
      * with a hard refusal after the retries run out. Inquiry-only
      * programs never touch the lock and keep reading.
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
      * JOURNAL-MASTER-WRITE / JOURNAL-MASTER-REWRITE log the master
      * record image just posted to the MSTJRNL.DAT forward-recovery
      * journal through REGISTRA-MAESTRO, so AVANZA-MAESTRO can
      * replay the day's updates on top of a restored unload.
      *----------------------------------------------------------------
       JOURNAL-MASTER-WRITE.
           MOVE "WRITE" TO WS-MJ-ACTION
           PERFORM JOURNAL-MASTER-UPDATE.

       JOURNAL-MASTER-REWRITE.
           MOVE "REWRITE" TO WS-MJ-ACTION
           PERFORM JOURNAL-MASTER-UPDATE.

       JOURNAL-MASTER-UPDATE.
           CALL "REGISTRA-MAESTRO" USING WS-MJ-ACTION,
               WS-MJ-PROGRAM, CUSTOMER-MASTER-REC.

       END PROGRAM VENCE-REVISIONES.
