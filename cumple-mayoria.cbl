      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Age-of-majority sweep, run nightly as a NIGHTSTEP.DAT
      *          step after the business date is rolled. A customer
      *          onboarded under 18 carries the minor flag and the
      *          customer number of the adult customer acting as
      *          guardian. This sweep reads the master once and, for
      *          every minor whose eighteenth birthday has come by the
      *          business date (a 29 February birthday comes of age
      *          on 1 March in a common year; a night the stream did
      *          not run is caught up on the next), ends the guardian
      *          link: the minor flag and guardian number are cleared,
      *          a MENOR and a TUTOR history record are written to
      *          REASGHST.DAT with the coming-of-age date as the
      *          effective date, the record is journaled, and the GU
      *          relationship on RELACION.DAT is ended through
      *          REGISTRA-RELACION on the same date. The
      *          MENOR record is what GENERA-CARTAS picks up for the
      *          day's welcome-to-full-account letter off CARTAMAY.TPL.
      *
      *          Closed and deceased customers are left as they are:
      *          there is no account left to run in their own name.
      *          A zero from SIGUIENTE-NUMERO leaves the customer a
      *          minor for the next night and ends the run severe.
      *
      *          PARM: the operator id the sweep runs under.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUMPLE-MAYORIA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-HISTORY-FILE-STATUS  PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-MLOCK-FILE-STATUS    PIC XX.
       01 WS-MLOCK-SWITCH         PIC X VALUE 'N'.
          88 MASTER-LOCK-HELD VALUE 'Y'.
       01 WS-MLOCK-TRY-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-MLOCK-TRY-LIMIT      PIC 9(2) VALUE 10.
       01 WS-MLOCK-WAIT-SECS      PIC 9(4) COMP VALUE 1.
       01 WS-MJ-ACTION            PIC X(8).
       01 WS-MJ-PROGRAM           PIC X(18) VALUE "CUMPLE-MAYORIA".
       01 WS-PARM.
          05 WS-PARM-OPERATOR-ID  PIC X(8).
       01 WS-RUN-MODE             PIC X VALUE 'B'.
       01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01 WS-OPERID-VALID-SW      PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.
       01 WS-REFUSED-SWITCH       PIC X VALUE 'N'.
          88 RUN-WAS-REFUSED VALUE 'Y'.
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01 WS-MASTER-EOF-SWITCH    PIC X VALUE 'N'.
          88 MASTER-FILE-EOF VALUE 'Y'.
       01 WS-MAJORITY-YEARS       PIC 9(8) VALUE 180000.
       01 WS-MAJORITY-DATE        PIC 9(8) VALUE ZERO.
       01 WS-MAJORITY-DATE-X REDEFINES WS-MAJORITY-DATE.
          05 WS-MD-YEAR           PIC 9(4).
          05 WS-MD-MONTH-DAY      PIC 9(4).
       01 WS-MAJORITY-DATE-TEXT   PIC X(8).
       01 WS-NO-CEILING           PIC 9(8) VALUE 99991231.
       01 WS-DATE-MIN-YEAR        PIC 9(4) VALUE 1900.
       01 WS-VF-RESULTS.
          05 WS-VF-IS-VALID       PIC X.
          05 WS-VF-REASON         PIC X(24).
       01 WS-GUARDIAN-TEXT        PIC X(8).
       01 WS-RR-ACTION            PIC X.
       01 WS-RR-REL-NUMBER        PIC 9(8) VALUE ZERO.
       01 WS-RR-GUARDIAN-NUMBER   PIC 9(8) VALUE ZERO.
       01 WS-RR-TYPE              PIC X(2) VALUE "GU".
       01 WS-RR-REASON            PIC X(24) VALUE "AGE OF MAJORITY".
       01 WS-RR-RESULT            PIC X.
       01 WS-MINORS-EXAMINED      PIC 9(8) VALUE ZERO.
       01 WS-CAME-OF-AGE-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-HELD-OVER-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-MENOR-SEQ-NO         PIC 9(8) VALUE ZERO.
       01 WS-TUTOR-SEQ-NO         PIC 9(8) VALUE ZERO.
       01 WS-HIST-SEQ-NAME        PIC X(8) VALUE "REASGHST".
       01 WS-NUMFAIL-SWITCH       PIC X VALUE 'N'.
          88 NUMBERING-FAILED VALUE 'Y'.
       01 WS-NUMFAIL-RUN-SWITCH   PIC X VALUE 'N'.
          88 NUMBERING-FAILED-IN-RUN VALUE 'Y'.
       01 WS-EDITED-COUNT         PIC Z(7)9.
       01 WS-ALERT-SEVERITY       PIC X(8).
       01 WS-ALERT-MESSAGE        PIC X(60).
       01 WS-JOURNAL-EVENT        PIC X(5).
       01 WS-JOURNAL-PROGRAM      PIC X(18) VALUE "CUMPLE-MAYORIA".
       01 WS-JOURNAL-RECORDS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-REJECTS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-STATUS       PIC X(8) VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
          05 FILLER               PIC X(7).
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
           PERFORM SWEEP-THE-MINORS
           IF RUN-WAS-REFUSED
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           DISPLAY "MINORS ON FILE:            " WS-MINORS-EXAMINED
           DISPLAY "CAME OF AGE:               " WS-CAME-OF-AGE-COUNT
           DISPLAY "HELD OVER (NUMBERING):     " WS-HELD-OVER-COUNT
           IF NUMBERING-FAILED-IN-RUN
               MOVE WS-HELD-OVER-COUNT TO WS-EDITED-COUNT
               MOVE "SEVERE" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "MAJORITY SWEEP HELD OVER" DELIMITED BY SIZE
                      WS-EDITED-COUNT DELIMITED BY SIZE
                      " - NUMBERING DOWN" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
                   WS-JOURNAL-PROGRAM, WS-ALERT-MESSAGE
           END-IF
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * SWEEP-THE-MINORS reads the master once from the lowest
      * customer number under the master lock and brings of age every
      * open minor whose eighteenth birthday has come.
      *----------------------------------------------------------------
       SWEEP-THE-MINORS.
           PERFORM ACQUIRE-MASTER-LOCK
           IF NOT MASTER-LOCK-HELD
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-FILE-STATUS
               PERFORM RELEASE-MASTER-LOCK
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           MOVE ZERO TO CM-CUSTOMER-NUMBER
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CM-CUSTOMER-NUMBER
               INVALID KEY
                   SET MASTER-FILE-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-MASTER
           PERFORM UNTIL MASTER-FILE-EOF
               IF CUSTOMER-IS-MINOR
                       AND NOT CUSTOMER-CLOSED
                       AND NOT CUSTOMER-DECEASED
                   ADD 1 TO WS-MINORS-EXAMINED
                   PERFORM JUDGE-ONE-MINOR
               END-IF
               PERFORM READ-NEXT-MASTER
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM RELEASE-MASTER-LOCK.

       READ-NEXT-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END SET MASTER-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * JUDGE-ONE-MINOR works out the minor's coming-of-age date --
      * the birth date eighteen years on -- and ends the guardian link
      * once the business date has reached it. A 29 February that
      * falls in a common year is not a date; VALIDA-FECHA says so and
      * the day after, 1 March, is taken instead.
      *----------------------------------------------------------------
       JUDGE-ONE-MINOR.
           IF CM-FECHA-NAC IS NOT NUMERIC OR CM-FECHA-NAC = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MAJORITY-DATE = CM-FECHA-NAC + WS-MAJORITY-YEARS
           MOVE WS-MAJORITY-DATE TO WS-MAJORITY-DATE-TEXT
           CALL "VALIDA-FECHA" USING WS-MAJORITY-DATE-TEXT,
               WS-NO-CEILING, WS-DATE-MIN-YEAR, WS-VF-RESULTS
           IF WS-VF-IS-VALID NOT = 'Y' AND WS-MD-MONTH-DAY = 0229
               MOVE 0301 TO WS-MD-MONTH-DAY
           END-IF
           IF WS-MAJORITY-DATE > WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-MAJORITY-HISTORY
           IF NUMBERING-FAILED
               ADD 1 TO WS-HELD-OVER-COUNT
               DISPLAY "NUMBERING UNAVAILABLE - LEFT A MINOR: "
                   CM-CUSTOMER-NUMBER
               EXIT PARAGRAPH
           END-IF
           MOVE CM-GUARDIAN-NUMBER TO WS-RR-GUARDIAN-NUMBER
           MOVE SPACE TO CM-MINOR-FLAG
           MOVE ZERO  TO CM-GUARDIAN-NUMBER
           REWRITE CUSTOMER-MASTER-REC
           PERFORM JOURNAL-MASTER-REWRITE
           PERFORM END-GUARDIAN-RELATIONSHIP
           ADD 1 TO WS-CAME-OF-AGE-COUNT
           DISPLAY "CAME OF AGE: " CM-CUSTOMER-NUMBER " ON "
               WS-MAJORITY-DATE.

      *----------------------------------------------------------------
      * END-GUARDIAN-RELATIONSHIP ends the GU relationship on
      * RELACION.DAT from the former guardian on the coming-of-age
      * date. A minor onboarded before the relationship file has no
      * such link to end, and that is not an error.
      *----------------------------------------------------------------
       END-GUARDIAN-RELATIONSHIP.
           IF WS-RR-GUARDIAN-NUMBER = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'E' TO WS-RR-ACTION
           MOVE ZERO TO WS-RR-REL-NUMBER
           CALL "REGISTRA-RELACION" USING WS-RR-ACTION,
               WS-RR-REL-NUMBER, WS-RR-GUARDIAN-NUMBER,
               CM-CUSTOMER-NUMBER, WS-RR-TYPE, WS-MAJORITY-DATE,
               WS-OPERATOR-ID, WS-RR-REASON, WS-RR-RESULT
           IF WS-RR-RESULT = 'U'
               SET NUMBERING-FAILED-IN-RUN TO TRUE
               DISPLAY "GUARDIAN RELATIONSHIP NOT ENDED - NUMBERING "
                   "UNAVAILABLE: " CM-CUSTOMER-NUMBER
           END-IF.

      *----------------------------------------------------------------
      * WRITE-MAJORITY-HISTORY logs the two master changes the way
      * REASIGNAR-VALORES logs a change: MENOR for the minor flag
      * cleared and TUTOR for the guardian link ended, both numbered
      * from the shared REASGHST series and effective on the
      * coming-of-age date. Both numbers are drawn before either
      * record is written, so a numbering failure leaves no half-told
      * change behind.
      *----------------------------------------------------------------
       WRITE-MAJORITY-HISTORY.
           MOVE 'N' TO WS-NUMFAIL-SWITCH
           CALL "SIGUIENTE-NUMERO" USING WS-HIST-SEQ-NAME,
               WS-MENOR-SEQ-NO
           IF WS-MENOR-SEQ-NO NOT = ZERO
               CALL "SIGUIENTE-NUMERO" USING WS-HIST-SEQ-NAME,
                   WS-TUTOR-SEQ-NO
           END-IF
           IF WS-MENOR-SEQ-NO = ZERO OR WS-TUTOR-SEQ-NO = ZERO
               SET NUMBERING-FAILED TO TRUE
               SET NUMBERING-FAILED-IN-RUN TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE CM-GUARDIAN-NUMBER TO WS-GUARDIAN-TEXT
           OPEN EXTEND REASSIGN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT REASSIGN-HISTORY-FILE
           END-IF
           PERFORM BUILD-HISTORY-RECORD
           MOVE WS-MENOR-SEQ-NO    TO RH-SEQ-NO
           MOVE "MENOR"            TO RH-FIELD-NAME
           MOVE CM-MINOR-FLAG      TO RH-OLD-VALUE
           MOVE SPACES             TO RH-NEW-VALUE
           WRITE REASSIGN-HISTORY-REC
           PERFORM BUILD-HISTORY-RECORD
           MOVE WS-TUTOR-SEQ-NO    TO RH-SEQ-NO
           MOVE "TUTOR"            TO RH-FIELD-NAME
           MOVE WS-GUARDIAN-TEXT   TO RH-OLD-VALUE
           MOVE SPACES             TO RH-NEW-VALUE
           WRITE REASSIGN-HISTORY-REC
           CLOSE REASSIGN-HISTORY-FILE.

       BUILD-HISTORY-RECORD.
           MOVE SPACES TO REASSIGN-HISTORY-REC
           MOVE CM-CUSTOMER-NUMBER TO RH-CUSTOMER-NUMBER
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
               INTO RH-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE WS-OPERATOR-ID   TO RH-OPERATOR-ID
           MOVE SPACES           TO RH-CHECKER-ID
           MOVE WS-MAJORITY-DATE TO RH-EFFECTIVE-DATE.

       RESOLVE-OPERATOR-ID.
           MOVE WS-PARM-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE 'N' TO WS-OPERID-VALID-SW
           IF WS-OPERATOR-ID NOT = SPACES
               CALL "VALIDA-OPERADOR" USING WS-OPERATOR-ID,
                   WS-JOURNAL-PROGRAM, WS-OPERID-VALID-SW,
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
      * run in the shared run journal through REGISTRA-CORRIDA. A
      * refused run or a numbering failure ends it severe.
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
           MOVE WS-CAME-OF-AGE-COUNT TO WS-JOURNAL-RECORDS
           MOVE WS-HELD-OVER-COUNT   TO WS-JOURNAL-REJECTS
           IF RUN-WAS-REFUSED OR NUMBERING-FAILED-IN-RUN
               MOVE "SEVERE" TO WS-JOURNAL-STATUS
           ELSE
               MOVE "CLEAN" TO WS-JOURNAL-STATUS
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
      * JOURNAL-MASTER-REWRITE logs the master record image just
      * posted to the MSTJRNL.DAT forward-recovery journal through
      * REGISTRA-MAESTRO, so AVANZA-MAESTRO can replay the day's
      * updates on top of a restored unload.
      *----------------------------------------------------------------
       JOURNAL-MASTER-REWRITE.
           MOVE "REWRITE" TO WS-MJ-ACTION
           CALL "REGISTRA-MAESTRO" USING WS-MJ-ACTION,
               WS-MJ-PROGRAM, CUSTOMER-MASTER-REC.

       END PROGRAM CUMPLE-MAYORIA.
