      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Customer relationship maintenance. Joint holders,
      *          guardians, powers of attorney and households used to
      *          be known only from the paper file; they now live on
      *          RELACION.DAT, one numbered record per link between
      *          two customer numbers with its type and effective and
      *          end dates, kept through REGISTRA-RELACION so every
      *          change is in both customers' REASGHST trail. This
      *          program adds a relationship, ends one, or lists a
      *          customer's relationships from either side.
      *
      *          Both customers must be on the master, different, and
      *          neither closed nor deceased. A guardian must not be a
      *          minor. Adding a guardian for a minor replaces the
      *          minor's guardian: the old GU link is ended and the
      *          master's guardian number is moved to the new one with
      *          TUTOR history. The minor's current guardian link
      *          cannot be ended on its own -- a minor always has a
      *          guardian until CUMPLE-MAYORIA ends the link at
      *          majority.
      *
      *          PARM: A = add a relationship, E = end one, anything
      *          else lists a customer's relationships.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELACIONES-CLIENTE.
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
           SELECT RELATIONSHIP-FILE ASSIGN TO "RELACION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-REL-NUMBER
               ALTERNATE RECORD KEY IS RL-CUSTOMER-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RL-RELATED-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-RELACION-FILE-STATUS.
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

       FD  RELATIONSHIP-FILE.
       01  RELATIONSHIP-REC.
           05 RL-REL-NUMBER    PIC 9(8).
           05 RL-CUSTOMER-NUMBER PIC 9(8).
           05 RL-RELATED-NUMBER PIC 9(8).
           05 RL-TYPE          PIC X(2).
              88 REL-GUARDIAN        VALUE "GU".
           05 RL-EFFECTIVE-DATE PIC 9(8).
           05 RL-END-DATE      PIC 9(8).
           05 RL-STATUS        PIC X.
              88 RELATION-OPEN      VALUE 'O'.
              88 RELATION-ENDED     VALUE 'E'.
           05 RL-OPERATOR-ID   PIC X(8).
           05 RL-END-OPERATOR-ID PIC X(8).
           05 RL-END-REASON    PIC X(24).

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
       01 WS-MJ-PROGRAM         PIC X(18) VALUE "RELACIONES-CLIENTE".
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-RELACION-FILE-STATUS PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS PIC XX.
       01 WS-RUN-MODE            PIC X.
       01 WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
       01 WS-OPERID-VALID-SW     PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-OPERATOR-ROLE       PIC X(10) VALUE SPACES.
       01 WS-THIS-PROGRAM        PIC X(18) VALUE "RELACIONES-CLIENTE".
       01 WS-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
       01 WS-NUMBER-ANSWER       PIC X(8).
       01 WS-DATE-ANSWER         PIC X(8).
       01 WS-TYPE-ANSWER         PIC X(2).
          88 TYPE-IS-KNOWN VALUE "JT" "GU" "PA" "HH".
       01 WS-ANSWER              PIC X(3).
       01 WS-CUSTOMER-NUMBER     PIC 9(8) VALUE ZERO.
       01 WS-RELATED-NUMBER      PIC 9(8) VALUE ZERO.
       01 WS-DATE-VALID-SW       PIC X VALUE 'N'.
          88 DATE-IS-VALID VALUE 'Y'.
       01 WS-DATE-MIN-YEAR       PIC 9(4) VALUE 1900.
       01 WS-VF-RESULTS.
          05 WS-VF-IS-VALID      PIC X.
          05 WS-VF-REASON        PIC X(24).
       01 WS-CHECK-SWITCH        PIC X VALUE 'N'.
          88 CUSTOMER-CAN-RELATE VALUE 'Y'.
       01 WS-REPLACE-SWITCH      PIC X VALUE 'N'.
          88 REPLACES-GUARDIAN VALUE 'Y'.
       01 WS-OLD-GUARDIAN-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-REL-EOF-SWITCH      PIC X VALUE 'N'.
          88 RELATION-SCAN-DONE VALUE 'Y'.
       01 WS-LISTED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-LIST-DIRECTION      PIC X(4).
       01 WS-LIST-OTHER-NUMBER   PIC 9(8).
       01 WS-RR-ACTION           PIC X.
       01 WS-RR-REL-NUMBER       PIC 9(8) VALUE ZERO.
       01 WS-RR-CUSTOMER-NUMBER  PIC 9(8) VALUE ZERO.
       01 WS-RR-RELATED-NUMBER   PIC 9(8) VALUE ZERO.
       01 WS-RR-TYPE             PIC X(2).
       01 WS-RR-DATE             PIC 9(8) VALUE ZERO.
       01 WS-RR-REASON           PIC X(24).
       01 WS-RR-RESULT           PIC X.
       01 WS-OLD-VALUE           PIC X(32).
       01 WS-NEW-VALUE           PIC X(32).
       01 WS-HIST-FIELD-NAME     PIC X(8).
       01 WS-HIST-SEQ-NO         PIC 9(8) VALUE ZERO.
       01 WS-HIST-SEQ-NAME       PIC X(8) VALUE "REASGHST".
       01 WS-NUMFAIL-SWITCH      PIC X VALUE 'N'.
          88 NUMBERING-FAILED VALUE 'Y'.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE          PIC X(8).
          05 WS-TS-TIME          PIC X(6).
          05 FILLER              PIC X(7).
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE
           PERFORM READ-BUSINESS-DATE
           PERFORM SIGN-ON-OPERATOR
           EVALUATE WS-RUN-MODE
               WHEN 'A'
               WHEN 'a'
                   PERFORM ADD-A-RELATIONSHIP
               WHEN 'E'
               WHEN 'e'
                   PERFORM END-A-RELATIONSHIP
               WHEN OTHER
                   PERFORM LIST-RELATIONSHIPS
           END-EVALUATE
           STOP RUN.

      *----------------------------------------------------------------
      * ADD-A-RELATIONSHIP takes the two customers, the type and the
      * effective date, checks both customers on the master and hands
      * the link to REGISTRA-RELACION. The master is held under the
      * master lock throughout, since a new guardian for a minor also
      * moves the master's guardian number.
      *----------------------------------------------------------------
       ADD-A-RELATIONSHIP.
           DISPLAY "RELATIONSHIP TYPES: JT = JOINT HOLDER, "
               "GU = GUARDIAN OF, PA = POWER OF ATTORNEY FOR, "
               "HH = HOUSEHOLD"
           DISPLAY "PLEASE INTRODUCE THE CUSTOMER NUMBER (GUARDIAN, "
               "ATTORNEY OR FIRST HOLDER)"
           MOVE SPACES TO WS-NUMBER-ANSWER
           ACCEPT WS-NUMBER-ANSWER
           IF WS-NUMBER-ANSWER IS NOT NUMERIC
               DISPLAY "CUSTOMER NUMBER NOT VALID - NOTHING ADDED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUMBER-ANSWER TO WS-CUSTOMER-NUMBER
           DISPLAY "PLEASE INTRODUCE THE RELATED CUSTOMER NUMBER"
           MOVE SPACES TO WS-NUMBER-ANSWER
           ACCEPT WS-NUMBER-ANSWER
           IF WS-NUMBER-ANSWER IS NOT NUMERIC
               DISPLAY "CUSTOMER NUMBER NOT VALID - NOTHING ADDED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUMBER-ANSWER TO WS-RELATED-NUMBER
           IF WS-RELATED-NUMBER = WS-CUSTOMER-NUMBER
               DISPLAY "A CUSTOMER CANNOT BE RELATED TO ITSELF - "
                   "NOTHING ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PLEASE INTRODUCE THE RELATIONSHIP TYPE"
           MOVE SPACES TO WS-TYPE-ANSWER
           ACCEPT WS-TYPE-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-TYPE-ANSWER) TO WS-TYPE-ANSWER
           IF NOT TYPE-IS-KNOWN
               DISPLAY "UNKNOWN RELATIONSHIP TYPE - NOTHING ADDED"
               EXIT PARAGRAPH
           END-IF
           PERFORM TAKE-CHANGE-DATE
           IF NOT DATE-IS-VALID
               DISPLAY "DATE NOT VALID - NOTHING ADDED"
               EXIT PARAGRAPH
           END-IF
           PERFORM ACQUIRE-MASTER-LOCK
           IF NOT MASTER-LOCK-HELD
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-FILE-STATUS
               PERFORM RELEASE-MASTER-LOCK
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BOTH-CUSTOMERS
           IF CUSTOMER-CAN-RELATE
               PERFORM RECORD-NEW-RELATIONSHIP
           END-IF
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM RELEASE-MASTER-LOCK.

      *----------------------------------------------------------------
      * CHECK-BOTH-CUSTOMERS reads the customer and then the related
      * customer, so the related customer's record is the one left in
      * the buffer for the guardian replacement that may follow.
      *----------------------------------------------------------------
       CHECK-BOTH-CUSTOMERS.
           MOVE 'N' TO WS-CHECK-SWITCH
           MOVE 'N' TO WS-REPLACE-SWITCH
           MOVE WS-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           PERFORM CHECK-ONE-CUSTOMER
           IF NOT CUSTOMER-CAN-RELATE
               EXIT PARAGRAPH
           END-IF
           IF WS-TYPE-ANSWER = "GU" AND CUSTOMER-IS-MINOR
               DISPLAY "A MINOR CANNOT BE A GUARDIAN - NOTHING ADDED"
               MOVE 'N' TO WS-CHECK-SWITCH
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RELATED-NUMBER TO CM-CUSTOMER-NUMBER
           PERFORM CHECK-ONE-CUSTOMER
           IF NOT CUSTOMER-CAN-RELATE
               EXIT PARAGRAPH
           END-IF
           IF WS-TYPE-ANSWER = "GU" AND CUSTOMER-IS-MINOR
               SET REPLACES-GUARDIAN TO TRUE
               MOVE CM-GUARDIAN-NUMBER TO WS-OLD-GUARDIAN-NUMBER
           END-IF.

       CHECK-ONE-CUSTOMER.
           MOVE 'N' TO WS-CHECK-SWITCH
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-NUMBER
               INVALID KEY
                   DISPLAY "CUSTOMER NOT FOUND: " CM-CUSTOMER-NUMBER
                       " - NOTHING ADDED"
                   EXIT PARAGRAPH
           END-READ
           IF CUSTOMER-CLOSED
               DISPLAY "CUSTOMER IS CLOSED: " CM-CUSTOMER-NUMBER
                   " - NOTHING ADDED"
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-DECEASED
               DISPLAY "CUSTOMER IS DECEASED: " CM-CUSTOMER-NUMBER
                   " - NOTHING ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY CM-CUSTOMER-NUMBER " " CM-NOMBRE " " CM-APELLIDO
           SET CUSTOMER-CAN-RELATE TO TRUE.

      *----------------------------------------------------------------
      * RECORD-NEW-RELATIONSHIP adds the link after one confirmation.
      * A new guardian for a minor then ends the old guardian link
      * and moves the master's guardian number, so the master and
      * RELACION.DAT name the same guardian.
      *----------------------------------------------------------------
       RECORD-NEW-RELATIONSHIP.
           DISPLAY "ADD " WS-TYPE-ANSWER " FROM " WS-CUSTOMER-NUMBER
               " TO " WS-RELATED-NUMBER " EFFECTIVE " WS-RR-DATE
               "? (Y/N)"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER(1:1) NOT = 'Y' AND WS-ANSWER(1:1) NOT = 'y'
               DISPLAY "NOT CONFIRMED - NOTHING ADDED"
               EXIT PARAGRAPH
           END-IF
           MOVE 'A'                TO WS-RR-ACTION
           MOVE ZERO               TO WS-RR-REL-NUMBER
           MOVE WS-CUSTOMER-NUMBER TO WS-RR-CUSTOMER-NUMBER
           MOVE WS-RELATED-NUMBER  TO WS-RR-RELATED-NUMBER
           MOVE WS-TYPE-ANSWER     TO WS-RR-TYPE
           MOVE SPACES             TO WS-RR-REASON
           PERFORM CALL-REGISTRA-RELACION
           EVALUATE WS-RR-RESULT
               WHEN 'Y'
                   DISPLAY "RELATIONSHIP " WS-RR-REL-NUMBER " ADDED"
               WHEN 'D'
                   DISPLAY "ALREADY OPEN AS RELATIONSHIP "
                       WS-RR-REL-NUMBER " - NOTHING ADDED"
                   EXIT PARAGRAPH
               WHEN 'U'
                   DISPLAY "RELATIONSHIP NOT ADDED - SEQUENCE "
                       "UNAVAILABLE"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "RELATIONSHIP FILE NOT AVAILABLE - "
                       "NOTHING ADDED"
                   EXIT PARAGRAPH
           END-EVALUATE
           IF REPLACES-GUARDIAN
               PERFORM REPLACE-MINORS-GUARDIAN
           END-IF.

       REPLACE-MINORS-GUARDIAN.
           IF WS-OLD-GUARDIAN-NUMBER NOT = ZERO
               MOVE 'E'                    TO WS-RR-ACTION
               MOVE ZERO                   TO WS-RR-REL-NUMBER
               MOVE WS-OLD-GUARDIAN-NUMBER TO WS-RR-CUSTOMER-NUMBER
               MOVE WS-RELATED-NUMBER      TO WS-RR-RELATED-NUMBER
               MOVE "GU"                   TO WS-RR-TYPE
               MOVE "GUARDIAN REPLACED"    TO WS-RR-REASON
               PERFORM CALL-REGISTRA-RELACION
               IF WS-RR-RESULT = 'Y'
                   DISPLAY "FORMER GUARDIAN LINK " WS-RR-REL-NUMBER
                       " ENDED"
               END-IF
           END-IF
           MOVE WS-RELATED-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-NUMBER
               INVALID KEY
                   DISPLAY "MINOR VANISHED - GUARDIAN NOT MOVED"
                   EXIT PARAGRAPH
           END-READ
           IF CM-GUARDIAN-NUMBER = WS-CUSTOMER-NUMBER
               EXIT PARAGRAPH
           END-IF
           MOVE CM-GUARDIAN-NUMBER TO WS-OLD-VALUE
           MOVE WS-CUSTOMER-NUMBER TO WS-NEW-VALUE
           MOVE "TUTOR" TO WS-HIST-FIELD-NAME
           PERFORM WRITE-HISTORY-RECORD
           IF NUMBERING-FAILED
               DISPLAY "MASTER GUARDIAN NOT MOVED - PLEASE RETRY"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-NUMBER TO CM-GUARDIAN-NUMBER
           REWRITE CUSTOMER-MASTER-REC
           PERFORM JOURNAL-MASTER-REWRITE
           DISPLAY "GUARDIAN OF " CM-CUSTOMER-NUMBER " IS NOW "
               CM-GUARDIAN-NUMBER.

      *----------------------------------------------------------------
      * END-A-RELATIONSHIP shows the relationship keyed, refuses to
      * end an ended one or the guardian link the master still names
      * for a minor, and ends it on the date and with the reason
      * keyed after one confirmation.
      *----------------------------------------------------------------
       END-A-RELATIONSHIP.
           DISPLAY "PLEASE INTRODUCE THE RELATIONSHIP NUMBER"
           MOVE SPACES TO WS-NUMBER-ANSWER
           ACCEPT WS-NUMBER-ANSWER
           IF WS-NUMBER-ANSWER IS NOT NUMERIC
               DISPLAY "RELATIONSHIP NUMBER NOT VALID - NOTHING ENDED"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RELATIONSHIP-FILE
           IF WS-RELACION-FILE-STATUS NOT = "00"
               DISPLAY "NO RELATIONSHIPS ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUMBER-ANSWER TO RL-REL-NUMBER
           READ RELATIONSHIP-FILE
               KEY IS RL-REL-NUMBER
               INVALID KEY
                   DISPLAY "RELATIONSHIP NOT FOUND - NOTHING ENDED"
                   CLOSE RELATIONSHIP-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE RELATIONSHIP-FILE
           PERFORM SHOW-ONE-RELATIONSHIP
           IF NOT RELATION-OPEN
               DISPLAY "RELATIONSHIP ALREADY ENDED - NOTHING ENDED"
               EXIT PARAGRAPH
           END-IF
           IF REL-GUARDIAN
               PERFORM CHECK-GUARDIAN-STILL-NEEDED
               IF NOT CUSTOMER-CAN-RELATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM TAKE-CHANGE-DATE
           IF NOT DATE-IS-VALID
               DISPLAY "DATE NOT VALID - NOTHING ENDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PLEASE INTRODUCE THE REASON"
           MOVE SPACES TO WS-RR-REASON
           ACCEPT WS-RR-REASON
           DISPLAY "END RELATIONSHIP " RL-REL-NUMBER " EFFECTIVE "
               WS-RR-DATE "? (Y/N)"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER(1:1) NOT = 'Y' AND WS-ANSWER(1:1) NOT = 'y'
               DISPLAY "NOT CONFIRMED - NOTHING ENDED"
               EXIT PARAGRAPH
           END-IF
           MOVE 'E'           TO WS-RR-ACTION
           MOVE RL-REL-NUMBER TO WS-RR-REL-NUMBER
           PERFORM CALL-REGISTRA-RELACION
           EVALUATE WS-RR-RESULT
               WHEN 'Y'
                   DISPLAY "RELATIONSHIP " WS-RR-REL-NUMBER " ENDED"
               WHEN 'U'
                   DISPLAY "RELATIONSHIP NOT ENDED - SEQUENCE "
                       "UNAVAILABLE"
               WHEN OTHER
                   DISPLAY "RELATIONSHIP NOT ENDED - NO LONGER OPEN"
           END-EVALUATE.

       CHECK-GUARDIAN-STILL-NEEDED.
           SET CUSTOMER-CAN-RELATE TO TRUE
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE RL-RELATED-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-NUMBER
               NOT INVALID KEY
                   IF CUSTOMER-IS-MINOR
                           AND CM-GUARDIAN-NUMBER = RL-CUSTOMER-NUMBER
                       DISPLAY "THIS IS THE GUARDIAN OF A MINOR - ADD "
                           "THE NEW GUARDIAN INSTEAD; NOTHING ENDED"
                       MOVE 'N' TO WS-CHECK-SWITCH
                   END-IF
           END-READ
           CLOSE CUSTOMER-MASTER-FILE.

      *----------------------------------------------------------------
      * LIST-RELATIONSHIPS shows every relationship a customer is on,
      * from the customer's side (RL-CUSTOMER-NUMBER) and then from
      * the related side (RL-RELATED-NUMBER), open and ended alike.
      *----------------------------------------------------------------
       LIST-RELATIONSHIPS.
           DISPLAY "PLEASE INTRODUCE THE CUSTOMER NUMBER"
           ACCEPT WS-CUSTOMER-NUMBER
           MOVE ZERO TO WS-LISTED-COUNT
           OPEN INPUT RELATIONSHIP-FILE
           IF WS-RELACION-FILE-STATUS NOT = "00"
               DISPLAY "NO RELATIONSHIPS ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-NUMBER TO RL-CUSTOMER-NUMBER
           MOVE 'N' TO WS-REL-EOF-SWITCH
           START RELATIONSHIP-FILE
               KEY IS EQUAL TO RL-CUSTOMER-NUMBER
               INVALID KEY
                   SET RELATION-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL RELATION-SCAN-DONE
               READ RELATIONSHIP-FILE NEXT RECORD
                   AT END SET RELATION-SCAN-DONE TO TRUE
               END-READ
               IF NOT RELATION-SCAN-DONE
                   IF RL-CUSTOMER-NUMBER NOT = WS-CUSTOMER-NUMBER
                       SET RELATION-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM SHOW-ONE-RELATIONSHIP
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CUSTOMER-NUMBER TO RL-RELATED-NUMBER
           MOVE 'N' TO WS-REL-EOF-SWITCH
           START RELATIONSHIP-FILE
               KEY IS EQUAL TO RL-RELATED-NUMBER
               INVALID KEY
                   SET RELATION-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL RELATION-SCAN-DONE
               READ RELATIONSHIP-FILE NEXT RECORD
                   AT END SET RELATION-SCAN-DONE TO TRUE
               END-READ
               IF NOT RELATION-SCAN-DONE
                   IF RL-RELATED-NUMBER NOT = WS-CUSTOMER-NUMBER
                       SET RELATION-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM SHOW-ONE-RELATIONSHIP
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RELATIONSHIP-FILE
           IF WS-LISTED-COUNT = ZERO
               DISPLAY "NO RELATIONSHIPS FOR " WS-CUSTOMER-NUMBER
           ELSE
               DISPLAY "RELATIONSHIPS LISTED: " WS-LISTED-COUNT
           END-IF.

       SHOW-ONE-RELATIONSHIP.
           IF RL-RELATED-NUMBER = WS-CUSTOMER-NUMBER
               MOVE "FROM" TO WS-LIST-DIRECTION
               MOVE RL-CUSTOMER-NUMBER TO WS-LIST-OTHER-NUMBER
           ELSE
               MOVE "TO"   TO WS-LIST-DIRECTION
               MOVE RL-RELATED-NUMBER TO WS-LIST-OTHER-NUMBER
           END-IF
           IF RELATION-OPEN
               DISPLAY RL-REL-NUMBER " " RL-TYPE " " WS-LIST-DIRECTION
                   " " WS-LIST-OTHER-NUMBER " FROM "
                   RL-EFFECTIVE-DATE " OPEN"
           ELSE
               DISPLAY RL-REL-NUMBER " " RL-TYPE " " WS-LIST-DIRECTION
                   " " WS-LIST-OTHER-NUMBER " FROM "
                   RL-EFFECTIVE-DATE " ENDED " RL-END-DATE " "
                   RL-END-REASON
           END-IF.

      *----------------------------------------------------------------
      * TAKE-CHANGE-DATE takes the effective or end date as YYYYMMDD,
      * the business date when left blank, checked through
      * VALIDA-FECHA -- a relationship is recorded once it has begun
      * or ended, so a date after the business date is refused.
      *----------------------------------------------------------------
       TAKE-CHANGE-DATE.
           DISPLAY "PLEASE INTRODUCE THE DATE (YYYYMMDD, BLANK FOR "
               "TODAY)"
           MOVE SPACES TO WS-DATE-ANSWER
           ACCEPT WS-DATE-ANSWER
           IF WS-DATE-ANSWER = SPACES
               MOVE WS-BUSINESS-DATE TO WS-RR-DATE
               SET DATE-IS-VALID TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DATE-VALID-SW
           CALL "VALIDA-FECHA" USING WS-DATE-ANSWER,
               WS-BUSINESS-DATE, WS-DATE-MIN-YEAR, WS-VF-RESULTS
           IF WS-VF-IS-VALID = 'Y'
               MOVE WS-DATE-ANSWER TO WS-RR-DATE
               SET DATE-IS-VALID TO TRUE
           ELSE
               DISPLAY "DATE REJECTED - " WS-VF-REASON
           END-IF.

       CALL-REGISTRA-RELACION.
           CALL "REGISTRA-RELACION" USING WS-RR-ACTION,
               WS-RR-REL-NUMBER, WS-RR-CUSTOMER-NUMBER,
               WS-RR-RELATED-NUMBER, WS-RR-TYPE, WS-RR-DATE,
               WS-OPERATOR-ID, WS-RR-REASON, WS-RR-RESULT.

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
           MOVE WS-RR-DATE       TO RH-EFFECTIVE-DATE
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
      * JOURNAL-MASTER-REWRITE logs the master record image just
      * posted to the MSTJRNL.DAT forward-recovery journal through
      * REGISTRA-MAESTRO, so AVANZA-MAESTRO can replay the day's
      * updates on top of a restored unload.
      *----------------------------------------------------------------
       JOURNAL-MASTER-REWRITE.
           MOVE "REWRITE" TO WS-MJ-ACTION
           CALL "REGISTRA-MAESTRO" USING WS-MJ-ACTION,
               WS-MJ-PROGRAM, CUSTOMER-MASTER-REC.

       END PROGRAM RELACIONES-CLIENTE.
