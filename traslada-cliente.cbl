      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Customer branch transfer. Moves a customer from one
      *          branch to another -- or gives a customer carried
      *          without a branch its first one -- so the customer
      *          falls under the new branch's operators. Supervisors
      *          (SUPERVSR) only. The customer is keyed by number,
      *          closed and deceased customers are refused, the new
      *          branch is keyed with the standard double entry and
      *          checked against the SUCURSAL.DAT branch reference
      *          through VALIDA-SUCURSAL, and after one confirmation
      *          the change is logged as a BRANCH history record,
      *          numbered from the shared REASGHST series, the master
      *          rewritten under the master lock and the new image
      *          journaled for forward recovery.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRASLADA-CLIENTE.
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
       01 WS-MJ-PROGRAM         PIC X(18) VALUE "TRASLADA-CLIENTE".
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS PIC XX.
       01 WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
       01 WS-OPERID-VALID-SW     PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-OPERATOR-ROLE       PIC X(10) VALUE SPACES.
       01 WS-THIS-PROGRAM        PIC X(18) VALUE "TRASLADA-CLIENTE".
       01 WS-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
       01 WS-CUSTOMER-NUMBER     PIC 9(8) VALUE ZERO.
       01 WS-FOUND-SWITCH        PIC X VALUE 'N'.
          88 CUSTOMER-FOUND VALUE 'Y'.
       01 WS-ANSWER              PIC X(3).
       01 WS-MORE-SWITCH         PIC X VALUE 'Y'.
          88 MORE-TRANSFERS VALUE 'Y'.
       01 WS-CONFIRM-SWITCH      PIC X VALUE 'N'.
          88 ENTRY-CONFIRMED VALUE 'Y'.
       01 WS-BLANK-SWITCH        PIC X VALUE 'Y'.
          88 INPUT-IS-BLANK VALUE 'Y'.
       01 WS-NEW-PROMPT          PIC X(40).
       01 WS-CONFIRM-PROMPT      PIC X(40).
       01 WS-NEW-VALUE           PIC X(32).
       01 WS-CONFIRM-VALUE       PIC X(32).
       01 WS-NEW-BRANCH-CODE     PIC X(4).
       01 WS-BRANCH-SWITCH       PIC X VALUE 'N'.
          88 BRANCH-IS-ACCEPTED VALUE 'Y'.
       01 WS-VS-ACTION           PIC X VALUE 'B'.
       01 WS-VS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01 WS-VS-SCOPE            PIC X.
       01 WS-VS-BRANCH-NAME      PIC X(30).
       01 WS-VS-RESULT           PIC X.
       01 WS-OLD-VALUE           PIC X(32).
       01 WS-HIST-FIELD-NAME     PIC X(8).
       01 WS-HIST-SEQ-NO         PIC 9(8) VALUE ZERO.
       01 WS-HIST-SEQ-NAME       PIC X(8) VALUE "REASGHST".
       01 WS-NUMFAIL-SWITCH      PIC X VALUE 'N'.
          88 NUMBERING-FAILED VALUE 'Y'.
       01 WS-TRANSFER-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE          PIC X(8).
          05 WS-TS-TIME          PIC X(6).
          05 FILLER              PIC X(7).
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE
           PERFORM SIGN-ON-OPERATOR
           IF WS-OPERATOR-ROLE NOT = "SUPERVSR"
               DISPLAY "BRANCH TRANSFERS NEED A SUPERVISOR - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
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
           PERFORM UNTIL NOT MORE-TRANSFERS
               PERFORM TRANSFER-ONE-CUSTOMER
               DISPLAY "ANOTHER TRANSFER? (Y/N)"
               MOVE SPACES TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF WS-ANSWER(1:1) NOT = 'Y' AND WS-ANSWER(1:1) NOT = 'y'
                   MOVE 'N' TO WS-MORE-SWITCH
               END-IF
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM RELEASE-MASTER-LOCK
           DISPLAY "CUSTOMERS TRANSFERRED: " WS-TRANSFER-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * TRANSFER-ONE-CUSTOMER looks the customer up, shows the branch
      * the customer is held at, takes the new branch and, once
      * confirmed, applies it.
      *----------------------------------------------------------------
       TRANSFER-ONE-CUSTOMER.
           DISPLAY "PLEASE INTRODUCE THE CUSTOMER NUMBER"
           ACCEPT WS-CUSTOMER-NUMBER
           MOVE WS-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           MOVE 'N' TO WS-FOUND-SWITCH
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ
           IF NOT CUSTOMER-FOUND
               DISPLAY "CUSTOMER NOT FOUND: " WS-CUSTOMER-NUMBER
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-CLOSED
               DISPLAY "CUSTOMER IS CLOSED - NOT TRANSFERRED: "
                   WS-CUSTOMER-NUMBER
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-DECEASED
               DISPLAY "CUSTOMER IS DECEASED - NOT TRANSFERRED: "
                   WS-CUSTOMER-NUMBER
               EXIT PARAGRAPH
           END-IF
           DISPLAY CM-CUSTOMER-NUMBER " " CM-NOMBRE " " CM-APELLIDO
           IF CM-BRANCH-CODE = SPACES
               DISPLAY "  NOT YET GIVEN A BRANCH"
           ELSE
               DISPLAY "  HELD AT BRANCH " CM-BRANCH-CODE
           END-IF
           PERFORM TAKE-NEW-BRANCH
           IF WS-NEW-BRANCH-CODE = CM-BRANCH-CODE
               DISPLAY "CUSTOMER ALREADY AT BRANCH "
                   WS-NEW-BRANCH-CODE " - NOTHING CHANGED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TRANSFER CUSTOMER " CM-CUSTOMER-NUMBER
               " TO BRANCH " WS-NEW-BRANCH-CODE "? (Y/N)"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER(1:1) = 'Y' OR WS-ANSWER(1:1) = 'y'
               PERFORM APPLY-TRANSFER
           ELSE
               DISPLAY "NOT CONFIRMED - NOTHING CHANGED"
           END-IF.

      *----------------------------------------------------------------
      * TAKE-NEW-BRANCH keys the new branch with the standard double
      * entry and checks it through VALIDA-SUCURSAL, keying it again
      * until it is on the branch reference. With no branch reference
      * on file it is taken as keyed, with a warning.
      *----------------------------------------------------------------
       TAKE-NEW-BRANCH.
           MOVE 'N' TO WS-BRANCH-SWITCH
           PERFORM UNTIL BRANCH-IS-ACCEPTED
               MOVE "PLEASE INTRODUCE THE NEW BRANCH CODE"
                   TO WS-NEW-PROMPT
               MOVE "PLEASE RE-ENTER THE NEW BRANCH CODE"
                   TO WS-CONFIRM-PROMPT
               PERFORM ACCEPT-AND-CONFIRM-VALUE
               MOVE WS-NEW-VALUE TO WS-NEW-BRANCH-CODE
               MOVE 'B' TO WS-VS-ACTION
               CALL "VALIDA-SUCURSAL" USING WS-VS-ACTION,
                   WS-VS-OPERATOR-ID, WS-NEW-BRANCH-CODE, WS-VS-SCOPE,
                   WS-VS-BRANCH-NAME, WS-VS-RESULT
               EVALUATE WS-VS-RESULT
                   WHEN 'Y'
                       DISPLAY "NEW BRANCH: " WS-NEW-BRANCH-CODE " "
                           WS-VS-BRANCH-NAME
                       SET BRANCH-IS-ACCEPTED TO TRUE
                   WHEN 'U'
                       DISPLAY "BRANCH REFERENCE NOT AVAILABLE - "
                           "BRANCH TAKEN AS KEYED"
                       SET BRANCH-IS-ACCEPTED TO TRUE
                   WHEN OTHER
                       DISPLAY "BRANCH NOT ON FILE: "
                           WS-NEW-BRANCH-CODE " - PLEASE KEY IT AGAIN"
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------
      * APPLY-TRANSFER logs the BRANCH change before the master is
      * touched; a zero sequence leaves the customer where it was.
      *----------------------------------------------------------------
       APPLY-TRANSFER.
           MOVE CM-BRANCH-CODE     TO WS-OLD-VALUE
           MOVE WS-NEW-BRANCH-CODE TO WS-NEW-VALUE
           MOVE "BRANCH" TO WS-HIST-FIELD-NAME
           PERFORM WRITE-HISTORY-RECORD
           IF NUMBERING-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-BRANCH-CODE TO CM-BRANCH-CODE
           REWRITE CUSTOMER-MASTER-REC
           PERFORM JOURNAL-MASTER-REWRITE
           ADD 1 TO WS-TRANSFER-COUNT
           DISPLAY "CUSTOMER " CM-CUSTOMER-NUMBER
               " TRANSFERRED TO BRANCH " CM-BRANCH-CODE.

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
               DISPLAY "HISTORY ENTRY NOT WRITTEN - SEQUENCE "
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

      *----------------------------------------------------------------
      * ACCEPT-AND-CONFIRM-VALUE keys a new value twice, re-prompting
      * on blank input, and loops until both entries agree -- the
      * same double-entry discipline REASIGNAR-VALORES applies.
      *----------------------------------------------------------------
       ACCEPT-AND-CONFIRM-VALUE.
           MOVE 'N' TO WS-CONFIRM-SWITCH
           PERFORM UNTIL ENTRY-CONFIRMED
               PERFORM ACCEPT-NEW-VALUE-ONLY
               PERFORM ACCEPT-CONFIRM-VALUE-ONLY
               IF WS-NEW-VALUE = WS-CONFIRM-VALUE
                   SET ENTRY-CONFIRMED TO TRUE
               ELSE
                   DISPLAY "ENTRIES DO NOT MATCH - PLEASE TRY AGAIN"
               END-IF
           END-PERFORM.

       ACCEPT-NEW-VALUE-ONLY.
           MOVE 'Y' TO WS-BLANK-SWITCH
           PERFORM UNTIL NOT INPUT-IS-BLANK
               DISPLAY WS-NEW-PROMPT
               MOVE SPACES TO WS-NEW-VALUE
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE NOT = SPACES
                   MOVE 'N' TO WS-BLANK-SWITCH
               ELSE
                   DISPLAY "VALUE CANNOT BE BLANK - PLEASE TRY AGAIN"
               END-IF
           END-PERFORM.

       ACCEPT-CONFIRM-VALUE-ONLY.
           MOVE 'Y' TO WS-BLANK-SWITCH
           PERFORM UNTIL NOT INPUT-IS-BLANK
               DISPLAY WS-CONFIRM-PROMPT
               MOVE SPACES TO WS-CONFIRM-VALUE
               ACCEPT WS-CONFIRM-VALUE
               IF WS-CONFIRM-VALUE NOT = SPACES
                   MOVE 'N' TO WS-BLANK-SWITCH
               ELSE
                   DISPLAY "VALUE CANNOT BE BLANK - PLEASE TRY AGAIN"
               END-IF
           END-PERFORM.

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
      * whole master update window, waiting a second and retrying
      * while another job has it, and giving up with a hard refusal
      * after the retries run out.
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
      * REGISTRA-MAESTRO, so AVANZA-MAESTRO can replay it on top of a
      * restored unload.
      *----------------------------------------------------------------
       JOURNAL-MASTER-REWRITE.
           MOVE "REWRITE" TO WS-MJ-ACTION
           CALL "REGISTRA-MAESTRO" USING WS-MJ-ACTION,
               WS-MJ-PROGRAM, CUSTOMER-MASTER-REC.

       END PROGRAM TRASLADA-CLIENTE.
