      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: KYC review completion desk. Once a review officer has
      *          re-verified a customer from the VENCE-REVISIONES
      *          worklist, this program records the outcome on the
      *          master: the risk rating (L low / M medium / H high)
      *          and the expiry date of the identity document seen.
      *          The business date becomes the last review date and
      *          the next review is scheduled from the rating through
      *          PROXIMA-REVISION. Every change is logged on
      *          REASGHST.DAT -- the rating (RISK), the document
      *          expiry (DOCEXPRY) and the review itself (KYCREVW,
      *          old and new next-review dates) -- under the
      *          officer's id. A document already expired cannot
      *          complete a review. A customer suspended for an
      *          overdue review stays suspended until reinstated
      *          through REASIGNAR-VALORES. The document id shows as
      *          the officer's role allows through ENMASCARA-DATO; a
      *          full view is logged on SEGLOG.DAT (DOCVIEW).
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIFICA-RIESGO.
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
       01 WS-MLOCK-FILE-STATUS  PIC XX.
       01 WS-MLOCK-SWITCH       PIC X VALUE 'N'.
          88 MASTER-LOCK-HELD VALUE 'Y'.
       01 WS-MLOCK-TRY-COUNT    PIC 9(2) VALUE ZERO.
       01 WS-MLOCK-TRY-LIMIT    PIC 9(2) VALUE 10.
       01 WS-MLOCK-WAIT-SECS    PIC 9(4) COMP VALUE 1.
       01 WS-MJ-ACTION          PIC X(8).
       01 WS-MJ-PROGRAM         PIC X(18) VALUE "CALIFICA-RIESGO".
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS PIC XX.
       01 WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
       01 WS-OPERID-VALID-SW     PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-OPERATOR-ROLE       PIC X(10) VALUE SPACES.
       01 WS-THIS-PROGRAM        PIC X(18) VALUE "CALIFICA-RIESGO".
       01 WS-MASK-VALUE          PIC X(32).
       01 WS-MASK-SHOWN          PIC X.
          88 MASK-SHOWN-FULL VALUE 'F'.
       01 WS-SECURITY-EVENT      PIC X(8) VALUE "DOCVIEW".
       01 WS-SUBJECT-ID          PIC X(8).
       01 WS-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
       01 WS-NUMBER-ANSWER       PIC X(8).
       01 WS-RATING-ANSWER       PIC X(3).
       01 WS-EXPIRY-ANSWER       PIC X(8).
       01 WS-ANSWER              PIC X(3).
       01 WS-FOUND-SWITCH        PIC X VALUE 'N'.
          88 CUSTOMER-FOUND VALUE 'Y'.
       01 WS-NEW-RATING          PIC X.
          88 NEW-RATING-IS-VALID VALUE 'L' 'M' 'H'.
       01 WS-NEW-EXPIRY          PIC 9(8) VALUE ZERO.
       01 WS-NEW-EXPIRY-X REDEFINES WS-NEW-EXPIRY PIC X(8).
       01 WS-EXPIRY-SWITCH       PIC X VALUE 'N'.
          88 EXPIRY-IS-VALID VALUE 'Y'.
       01 WS-DATE-CEILING        PIC 9(8) VALUE 99991231.
       01 WS-DATE-MIN-YEAR       PIC 9(4) VALUE ZERO.
       01 WS-VF-RESULTS.
          05 WS-VF-IS-VALID      PIC X.
          05 WS-VF-REASON        PIC X(24).
       01 WS-PR-NEXT-REVIEW      PIC 9(8) VALUE ZERO.
       01 WS-PR-GRACE-DAYS       PIC 9(3) VALUE ZERO.
       01 WS-OLD-RATING          PIC X.
       01 WS-OLD-EXPIRY          PIC 9(8) VALUE ZERO.
       01 WS-OLD-NEXT-REVIEW     PIC 9(8) VALUE ZERO.
       01 WS-OLD-VALUE           PIC X(32).
       01 WS-NEW-VALUE           PIC X(32).
       01 WS-HIST-FIELD-NAME     PIC X(8).
       01 WS-HIST-SEQ-NO         PIC 9(8) VALUE ZERO.
       01 WS-HIST-SEQ-NAME       PIC X(8) VALUE "REASGHST".
       01 WS-NUMFAIL-SWITCH      PIC X VALUE 'N'.
          88 NUMBERING-FAILED VALUE 'Y'.
       01 WS-REVIEWED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE          PIC X(8).
          05 WS-TS-TIME          PIC X(6).
          05 FILLER              PIC X(7).
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE
           PERFORM SIGN-ON-OPERATOR
           PERFORM ACQUIRE-MASTER-LOCK
           IF NOT MASTER-LOCK-HELD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-FILE-STATUS
               PERFORM RELEASE-MASTER-LOCK
               STOP RUN
           END-IF
           MOVE "X" TO WS-NUMBER-ANSWER
           PERFORM UNTIL WS-NUMBER-ANSWER = SPACES
               DISPLAY "CUSTOMER NUMBER REVIEWED (BLANK TO FINISH)"
               MOVE SPACES TO WS-NUMBER-ANSWER
               ACCEPT WS-NUMBER-ANSWER
               IF WS-NUMBER-ANSWER NOT = SPACES
                   PERFORM REVIEW-ONE-CUSTOMER
               END-IF
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM RELEASE-MASTER-LOCK
           DISPLAY "REVIEWS RECORDED: " WS-REVIEWED-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * REVIEW-ONE-CUSTOMER reads the customer, shows the review
      * state on file and takes the rating and document expiry the
      * officer verified. Nothing posts until the officer confirms.
      *----------------------------------------------------------------
       REVIEW-ONE-CUSTOMER.
           IF WS-NUMBER-ANSWER IS NOT NUMERIC
               DISPLAY "CUSTOMER NUMBER MUST BE 8 DIGITS"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUMBER-ANSWER TO CM-CUSTOMER-NUMBER
           MOVE 'N' TO WS-FOUND-SWITCH
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-NUMBER
               INVALID KEY
                   DISPLAY "CUSTOMER NOT FOUND: " WS-NUMBER-ANSWER
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ
           IF NOT CUSTOMER-FOUND
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-CLOSED
               DISPLAY "CUSTOMER IS CLOSED: " WS-NUMBER-ANSWER
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-DECEASED
               DISPLAY "CUSTOMER IS DECEASED: " WS-NUMBER-ANSWER
               EXIT PARAGRAPH
           END-IF
           MOVE CM-RISK-RATING TO WS-OLD-RATING
           MOVE ZERO TO WS-OLD-EXPIRY
           IF CM-DOC-EXPIRY IS NUMERIC
               MOVE CM-DOC-EXPIRY TO WS-OLD-EXPIRY
           END-IF
           MOVE ZERO TO WS-OLD-NEXT-REVIEW
           IF CM-NEXT-REVIEW IS NUMERIC
               MOVE CM-NEXT-REVIEW TO WS-OLD-NEXT-REVIEW
           END-IF
           DISPLAY "--------------------------------"
           DISPLAY CM-CUSTOMER-NUMBER " " CM-NOMBRE " " CM-APELLIDO
           MOVE CM-DOC-ID TO WS-MASK-VALUE
           CALL "ENMASCARA-DATO" USING WS-OPERATOR-ROLE, WS-MASK-VALUE,
               WS-MASK-SHOWN
           IF MASK-SHOWN-FULL AND CM-DOC-ID NOT = SPACES
               MOVE CM-CUSTOMER-NUMBER TO WS-SUBJECT-ID
               CALL "REGISTRA-SEGURIDAD" USING WS-SECURITY-EVENT,
                   WS-OPERATOR-ID, WS-THIS-PROGRAM, WS-SUBJECT-ID
           END-IF
           DISPLAY "  STATUS " CM-STATUS "  DOCUMENT "
               WS-MASK-VALUE(1:12) "  EXPIRES " WS-OLD-EXPIRY
           DISPLAY "  RISK RATING " WS-OLD-RATING
               "  NEXT REVIEW " WS-OLD-NEXT-REVIEW
           PERFORM TAKE-NEW-RATING
           PERFORM TAKE-NEW-EXPIRY
           IF NOT EXPIRY-IS-VALID
               DISPLAY "REVIEW NOT RECORDED - A CURRENT, UNEXPIRED "
                   "DOCUMENT IS REQUIRED"
               EXIT PARAGRAPH
           END-IF
           CALL "PROXIMA-REVISION" USING WS-NEW-RATING,
               WS-BUSINESS-DATE, WS-PR-NEXT-REVIEW, WS-PR-GRACE-DAYS
           DISPLAY "RECORD REVIEW - RATING " WS-NEW-RATING
               ", DOCUMENT EXPIRES " WS-NEW-EXPIRY
               ", NEXT REVIEW " WS-PR-NEXT-REVIEW "? (Y/N)"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER(1:1) NOT = 'Y' AND WS-ANSWER(1:1) NOT = 'y'
               DISPLAY "NOT CONFIRMED - NOTHING CHANGED"
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-COMPLETED-REVIEW.

      *----------------------------------------------------------------
      * TAKE-NEW-RATING keys the rating until it is L, M or H; a
      * blank keeps the rating on file when there is a valid one.
      *----------------------------------------------------------------
       TAKE-NEW-RATING.
           MOVE SPACE TO WS-NEW-RATING
           PERFORM UNTIL NEW-RATING-IS-VALID
               DISPLAY "RISK RATING (L = LOW, M = MEDIUM, H = HIGH; "
                   "BLANK KEEPS " WS-OLD-RATING ")"
               MOVE SPACES TO WS-RATING-ANSWER
               ACCEPT WS-RATING-ANSWER
               IF WS-RATING-ANSWER = SPACES
                   MOVE WS-OLD-RATING TO WS-NEW-RATING
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-RATING-ANSWER(1:1))
                       TO WS-NEW-RATING
               END-IF
               IF NOT NEW-RATING-IS-VALID
                   DISPLAY "RATING MUST BE L, M OR H"
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * TAKE-NEW-EXPIRY keys the expiry of the document the officer
      * saw (a blank keeps the one on file) and checks it through
      * VALIDA-FECHA with no future ceiling, then against the
      * business date: an expired document completes no review.
      *----------------------------------------------------------------
       TAKE-NEW-EXPIRY.
           MOVE 'N' TO WS-EXPIRY-SWITCH
           DISPLAY "DOCUMENT EXPIRY DATE (YYYYMMDD; BLANK KEEPS "
               WS-OLD-EXPIRY ")"
           MOVE SPACES TO WS-EXPIRY-ANSWER
           ACCEPT WS-EXPIRY-ANSWER
           IF WS-EXPIRY-ANSWER = SPACES
               MOVE WS-OLD-EXPIRY TO WS-NEW-EXPIRY
           ELSE
               MOVE WS-EXPIRY-ANSWER TO WS-NEW-EXPIRY-X
           END-IF
           CALL "VALIDA-FECHA" USING WS-NEW-EXPIRY-X, WS-DATE-CEILING,
               WS-DATE-MIN-YEAR, WS-VF-RESULTS
           IF WS-VF-IS-VALID NOT = 'Y'
               DISPLAY "DOCUMENT EXPIRY NOT VALID - " WS-VF-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-EXPIRY NOT > WS-BUSINESS-DATE
               DISPLAY "DOCUMENT EXPIRED ON " WS-NEW-EXPIRY
               EXIT PARAGRAPH
           END-IF
           SET EXPIRY-IS-VALID TO TRUE.

      *----------------------------------------------------------------
      * POST-COMPLETED-REVIEW writes the history trail first -- the
      * rating and expiry when they changed, the review itself always
      * -- and only then rewrites and journals the master, so there
      * is never a review on the master without its trail.
      *----------------------------------------------------------------
       POST-COMPLETED-REVIEW.
           MOVE 'N' TO WS-NUMFAIL-SWITCH
           IF WS-NEW-RATING NOT = WS-OLD-RATING
               MOVE WS-OLD-RATING TO WS-OLD-VALUE
               MOVE WS-NEW-RATING TO WS-NEW-VALUE
               MOVE "RISK" TO WS-HIST-FIELD-NAME
               PERFORM WRITE-HISTORY-RECORD
               IF NUMBERING-FAILED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-NEW-EXPIRY NOT = WS-OLD-EXPIRY
               MOVE WS-OLD-EXPIRY TO WS-OLD-VALUE
               MOVE WS-NEW-EXPIRY TO WS-NEW-VALUE
               MOVE "DOCEXPRY" TO WS-HIST-FIELD-NAME
               PERFORM WRITE-HISTORY-RECORD
               IF NUMBERING-FAILED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-OLD-NEXT-REVIEW TO WS-OLD-VALUE
           MOVE WS-PR-NEXT-REVIEW  TO WS-NEW-VALUE
           MOVE "KYCREVW" TO WS-HIST-FIELD-NAME
           PERFORM WRITE-HISTORY-RECORD
           IF NUMBERING-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-RATING     TO CM-RISK-RATING
           MOVE WS-NEW-EXPIRY     TO CM-DOC-EXPIRY
           MOVE WS-BUSINESS-DATE  TO CM-LAST-REVIEW
           MOVE WS-PR-NEXT-REVIEW TO CM-NEXT-REVIEW
           REWRITE CUSTOMER-MASTER-REC
           PERFORM JOURNAL-MASTER-REWRITE
           ADD 1 TO WS-REVIEWED-COUNT
           DISPLAY "REVIEW RECORDED: " CM-CUSTOMER-NUMBER
           IF CUSTOMER-SUSPENDED
               DISPLAY "CUSTOMER REMAINS SUSPENDED - REINSTATE "
                   "THROUGH REASIGNAR-VALORES IF THE SUSPENSION WAS "
                   "FOR THIS REVIEW"
           END-IF.

      *----------------------------------------------------------------
      * WRITE-HISTORY-RECORD logs one field's change the same way
      * REASIGNAR-VALORES does, numbered from the shared REASGHST
      * series. A zero sequence leaves the account untouched.
      *----------------------------------------------------------------
       WRITE-HISTORY-RECORD.
           MOVE 'N' TO WS-NUMFAIL-SWITCH
           CALL "SIGUIENTE-NUMERO" USING WS-HIST-SEQ-NAME,
               WS-HIST-SEQ-NO
           IF WS-HIST-SEQ-NO = ZERO
               DISPLAY "REVIEW NOT RECORDED - HISTORY SEQUENCE "
                   "UNAVAILABLE"
               SET NUMBERING-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REASSIGN-HISTORY-REC
           MOVE WS-HIST-SEQ-NO     TO RH-SEQ-NO
           MOVE CM-CUSTOMER-NUMBER TO RH-CUSTOMER-NUMBER
           MOVE WS-HIST-FIELD-NAME TO RH-FIELD-NAME
           MOVE WS-OLD-VALUE       TO RH-OLD-VALUE
           MOVE WS-NEW-VALUE       TO RH-NEW-VALUE
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

       SIGN-ON-OPERATOR.
           PERFORM UNTIL OPERATOR-IS-VALID
               DISPLAY "PLEASE INTRODUCE YOUR OPERATOR ID"
               ACCEPT WS-OPERATOR-ID
               CALL "VALIDA-OPERADOR" USING WS-OPERATOR-ID,
                   WS-THIS-PROGRAM, WS-OPERID-VALID-SW,
                   WS-OPERATOR-ROLE
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

       END PROGRAM CALIFICA-RIESGO.
