      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able maintainer for the RELACION.DAT customer
      *          relationship file. A relationship links two customer
      *          numbers with a type and effective and end dates:
      *            JT  joint holders
      *            GU  the customer is guardian of the related one
      *            PA  the customer holds power of attorney for the
      *                related one
      *            HH  members of one household
      *          JT and HH read the same from either side; GU and PA
      *          run from the customer to the related customer. Every
      *          relationship is numbered from the shared RELACION
      *          series and every change is logged as a RELACION
      *          history record on REASGHST.DAT against each customer
      *          it touches, so it shows in both change trails.
      *
      *          Action 'A' adds a relationship effective on RR-DATE
      *          (the business date when zero) and hands back its
      *          number; RESULT 'D' means the same relationship is
      *          already open and nothing was added. Action 'E' ends
      *          relationship RR-REL-NUMBER -- or, when that is zero,
      *          the open one of RR-TYPE from RR-CUSTOMER-NUMBER to
      *          RR-RELATED-NUMBER -- on RR-DATE with RR-REASON;
      *          RESULT 'N' means there was no such open relationship.
      *          Action 'M' is for a merge: every open relationship of
      *          RR-CUSTOMER-NUMBER (the merged-away customer) moves to
      *          RR-RELATED-NUMBER (the survivor), except one that
      *          would link the survivor to itself or repeat one the
      *          survivor already holds, which is ended instead;
      *          RR-REL-NUMBER hands back how many were moved or
      *          ended. RESULT 'Y' is success on every action, 'U'
      *          that REASGHST or RELACION numbering was unavailable
      *          (nothing further changed), 'F' that RELACION.DAT
      *          could not be opened.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-RELACION.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATIONSHIP-FILE ASSIGN TO "RELACION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-REL-NUMBER
               ALTERNATE RECORD KEY IS RL-CUSTOMER-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RL-RELATED-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-RELACION-FILE-STATUS.
           SELECT REASSIGN-HISTORY-FILE ASSIGN TO "REASGHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RELATIONSHIP-FILE.
       01  RELATIONSHIP-REC.
           05 RL-REL-NUMBER    PIC 9(8).
           05 RL-CUSTOMER-NUMBER PIC 9(8).
           05 RL-RELATED-NUMBER PIC 9(8).
           05 RL-TYPE          PIC X(2).
              88 REL-JOINT-HOLDER    VALUE "JT".
              88 REL-GUARDIAN        VALUE "GU".
              88 REL-POWER-OF-ATTY   VALUE "PA".
              88 REL-HOUSEHOLD       VALUE "HH".
              88 REL-READS-BOTH-WAYS VALUE "JT" "HH".
           05 RL-EFFECTIVE-DATE PIC 9(8).
           05 RL-END-DATE      PIC 9(8).
           05 RL-STATUS        PIC X.
              88 RELATION-OPEN      VALUE 'O'.
              88 RELATION-ENDED     VALUE 'E'.
           05 RL-OPERATOR-ID   PIC X(8).
           05 RL-END-OPERATOR-ID PIC X(8).
           05 RL-END-REASON    PIC X(24).

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
       01  WS-RELACION-FILE-STATUS PIC XX.
       01  WS-HISTORY-FILE-STATUS  PIC XX.
       01  WS-BUSDATE-FILE-STATUS  PIC XX.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01  WS-CHANGE-DATE          PIC 9(8) VALUE ZERO.
       01  WS-REL-SEQ-NAME         PIC X(8) VALUE "RELACION".
       01  WS-HIST-SEQ-NAME        PIC X(8) VALUE "REASGHST".
       01  WS-HIST-SEQ-1           PIC 9(8) VALUE ZERO.
       01  WS-HIST-SEQ-2           PIC 9(8) VALUE ZERO.
       01  WS-NEW-REL-NUMBER       PIC 9(8) VALUE ZERO.
       01  WS-REL-EOF-SWITCH       PIC X VALUE 'N'.
           88 RELATION-SCAN-DONE VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X VALUE 'N'.
           88 RELATION-FOUND VALUE 'Y'.
       01  WS-NUMBERS-SWITCH       PIC X VALUE 'N'.
           88 NUMBERS-DRAWN VALUE 'Y'.
       01  WS-SCAN-NUMBER          PIC 9(8) VALUE ZERO.
       01  WS-WANTED-CUSTOMER      PIC 9(8) VALUE ZERO.
       01  WS-WANTED-RELATED       PIC 9(8) VALUE ZERO.
       01  WS-WANTED-TYPE          PIC X(2).
           88 WANTED-READS-BOTH-WAYS VALUE "JT" "HH".
       01  WS-END-REASON           PIC X(24).
       01  WS-HIST-SEQ-NO          PIC 9(8) VALUE ZERO.
       01  WS-FOUND-REL-NUMBER     PIC 9(8) VALUE ZERO.
       01  WS-MOVE-TABLE.
           05 WS-MOVE-COUNT        PIC 9(3) COMP VALUE ZERO.
           05 WS-MOVE-REL-NUMBER   PIC 9(8) OCCURS 200.
       01  WS-MOVE-IDX             PIC 9(3) COMP VALUE ZERO.
       01  WS-MOVED-COUNT          PIC 9(8) VALUE ZERO.
       01  WS-OTHER-NUMBER         PIC 9(8) VALUE ZERO.
       01  WS-LOSER-SIDE           PIC X.
           88 LOSER-IS-CUSTOMER VALUE 'C'.
           88 LOSER-IS-RELATED  VALUE 'R'.
       01  WS-SAVED-REL-REC        PIC X(83).
       01  WS-HIST-OWNER           PIC 9(8) VALUE ZERO.
       01  WS-HIST-OLD-VALUE       PIC X(32).
       01  WS-HIST-NEW-VALUE       PIC X(32).
       01  WS-DESC-FOR-CUSTOMER    PIC X(32).
       01  WS-DESC-FOR-RELATED     PIC X(32).
       01  WS-OLD-DESC-CUSTOMER    PIC X(32).
       01  WS-OLD-DESC-RELATED     PIC X(32).
       01  WS-TIMESTAMP.
           05 WS-TS-DATE           PIC X(8).
           05 WS-TS-TIME           PIC X(6).
           05 FILLER               PIC X(7).

       LINKAGE SECTION.
       01  RR-ACTION           PIC X.
       01  RR-REL-NUMBER       PIC 9(8).
       01  RR-CUSTOMER-NUMBER  PIC 9(8).
       01  RR-RELATED-NUMBER   PIC 9(8).
       01  RR-TYPE             PIC X(2).
       01  RR-DATE             PIC 9(8).
       01  RR-OPERATOR-ID      PIC X(8).
       01  RR-REASON           PIC X(24).
       01  RR-RESULT           PIC X.

       PROCEDURE DIVISION USING RR-ACTION, RR-REL-NUMBER,
           RR-CUSTOMER-NUMBER, RR-RELATED-NUMBER, RR-TYPE, RR-DATE,
           RR-OPERATOR-ID, RR-REASON, RR-RESULT.
       MAIN-LOGIC.
           MOVE 'N' TO RR-RESULT
           PERFORM READ-BUSINESS-DATE
           IF RR-DATE = ZERO
               MOVE WS-BUSINESS-DATE TO WS-CHANGE-DATE
           ELSE
               MOVE RR-DATE TO WS-CHANGE-DATE
           END-IF
           OPEN I-O RELATIONSHIP-FILE
           IF WS-RELACION-FILE-STATUS = "35"
                   AND (RR-ACTION = 'A' OR RR-ACTION = 'a')
               OPEN OUTPUT RELATIONSHIP-FILE
               CLOSE RELATIONSHIP-FILE
               OPEN I-O RELATIONSHIP-FILE
           END-IF
           IF WS-RELACION-FILE-STATUS NOT = "00"
               EVALUATE RR-ACTION
                   WHEN 'A'
                   WHEN 'a'
                       MOVE 'F' TO RR-RESULT
                   WHEN 'M'
                   WHEN 'm'
                       MOVE ZERO TO RR-REL-NUMBER
                       MOVE 'Y' TO RR-RESULT
               END-EVALUATE
               GOBACK
           END-IF
           EVALUATE RR-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM ADD-RELATIONSHIP
               WHEN 'E'
               WHEN 'e'
                   PERFORM END-RELATIONSHIP
               WHEN 'M'
               WHEN 'm'
                   PERFORM MOVE-RELATIONSHIPS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE RELATIONSHIP-FILE
           GOBACK.

      *----------------------------------------------------------------
      * ADD-RELATIONSHIP refuses a repeat of a relationship already
      * open, draws the relationship number and both history numbers
      * before anything is written, and logs the new link against
      * both customers.
      *----------------------------------------------------------------
       ADD-RELATIONSHIP.
           MOVE RR-CUSTOMER-NUMBER TO WS-WANTED-CUSTOMER
           MOVE RR-RELATED-NUMBER  TO WS-WANTED-RELATED
           MOVE RR-TYPE            TO WS-WANTED-TYPE
           PERFORM FIND-OPEN-RELATIONSHIP
           IF RELATION-FOUND
               MOVE WS-FOUND-REL-NUMBER TO RR-REL-NUMBER
               MOVE 'D' TO RR-RESULT
               EXIT PARAGRAPH
           END-IF
           CALL "SIGUIENTE-NUMERO" USING WS-REL-SEQ-NAME,
               WS-NEW-REL-NUMBER
           IF WS-NEW-REL-NUMBER = ZERO
               MOVE 'U' TO RR-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM DRAW-HISTORY-NUMBERS
           IF NOT NUMBERS-DRAWN
               MOVE 'U' TO RR-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RELATIONSHIP-REC
           MOVE WS-NEW-REL-NUMBER  TO RL-REL-NUMBER
           MOVE RR-CUSTOMER-NUMBER TO RL-CUSTOMER-NUMBER
           MOVE RR-RELATED-NUMBER  TO RL-RELATED-NUMBER
           MOVE RR-TYPE            TO RL-TYPE
           MOVE WS-CHANGE-DATE     TO RL-EFFECTIVE-DATE
           MOVE ZERO               TO RL-END-DATE
           SET RELATION-OPEN       TO TRUE
           MOVE RR-OPERATOR-ID     TO RL-OPERATOR-ID
           WRITE RELATIONSHIP-REC
               INVALID KEY
                   MOVE 'U' TO RR-RESULT
                   EXIT PARAGRAPH
           END-WRITE
           PERFORM DESCRIBE-RELATIONSHIP
           MOVE SPACES TO WS-OLD-DESC-CUSTOMER
           MOVE SPACES TO WS-OLD-DESC-RELATED
           PERFORM LOG-BOTH-SIDES
           MOVE WS-NEW-REL-NUMBER TO RR-REL-NUMBER
           MOVE 'Y' TO RR-RESULT.

      *----------------------------------------------------------------
      * END-RELATIONSHIP closes an open relationship on the change
      * date with the reason given, found by its number or by the
      * customer, related customer and type.
      *----------------------------------------------------------------
       END-RELATIONSHIP.
           MOVE RR-REASON TO WS-END-REASON
           IF RR-REL-NUMBER = ZERO
               MOVE RR-CUSTOMER-NUMBER TO WS-WANTED-CUSTOMER
               MOVE RR-RELATED-NUMBER  TO WS-WANTED-RELATED
               MOVE RR-TYPE            TO WS-WANTED-TYPE
               PERFORM FIND-OPEN-RELATIONSHIP
               IF NOT RELATION-FOUND
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FOUND-REL-NUMBER TO RL-REL-NUMBER
           ELSE
               MOVE RR-REL-NUMBER TO RL-REL-NUMBER
           END-IF
           READ RELATIONSHIP-FILE
               KEY IS RL-REL-NUMBER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT RELATION-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM END-THE-RELATIONSHIP-IN-HAND
           IF RR-RESULT NOT = 'U'
               MOVE RL-REL-NUMBER TO RR-REL-NUMBER
               MOVE 'Y' TO RR-RESULT
           END-IF.

       END-THE-RELATIONSHIP-IN-HAND.
           PERFORM DRAW-HISTORY-NUMBERS
           IF NOT NUMBERS-DRAWN
               MOVE 'U' TO RR-RESULT
               EXIT PARAGRAPH
           END-IF
           SET RELATION-ENDED TO TRUE
           MOVE WS-CHANGE-DATE TO RL-END-DATE
           MOVE RR-OPERATOR-ID TO RL-END-OPERATOR-ID
           MOVE WS-END-REASON  TO RL-END-REASON
           REWRITE RELATIONSHIP-REC
           PERFORM DESCRIBE-RELATIONSHIP
           MOVE WS-DESC-FOR-CUSTOMER TO WS-OLD-DESC-CUSTOMER
           MOVE WS-DESC-FOR-RELATED  TO WS-OLD-DESC-RELATED
           MOVE SPACES TO WS-DESC-FOR-CUSTOMER
           MOVE SPACES TO WS-DESC-FOR-RELATED
           PERFORM LOG-BOTH-SIDES.

      *----------------------------------------------------------------
      * MOVE-RELATIONSHIPS gathers the merged-away customer's open
      * relationships from both alternate keys first -- rewriting a
      * key while reading down it would lose the place -- and then
      * repoints or ends each one by its number.
      *----------------------------------------------------------------
       MOVE-RELATIONSHIPS.
           MOVE ZERO TO WS-MOVE-COUNT
           MOVE ZERO TO WS-MOVED-COUNT
           MOVE RR-CUSTOMER-NUMBER TO RL-CUSTOMER-NUMBER
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
                   IF RL-CUSTOMER-NUMBER NOT = RR-CUSTOMER-NUMBER
                       SET RELATION-SCAN-DONE TO TRUE
                   ELSE
                       PERFORM QUEUE-FOR-MOVE
                   END-IF
               END-IF
           END-PERFORM
           MOVE RR-CUSTOMER-NUMBER TO RL-RELATED-NUMBER
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
                   IF RL-RELATED-NUMBER NOT = RR-CUSTOMER-NUMBER
                       SET RELATION-SCAN-DONE TO TRUE
                   ELSE
                       PERFORM QUEUE-FOR-MOVE
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'Y' TO RR-RESULT
           MOVE ZERO TO WS-MOVE-IDX
           PERFORM UNTIL WS-MOVE-IDX >= WS-MOVE-COUNT
                   OR RR-RESULT = 'U'
               ADD 1 TO WS-MOVE-IDX
               PERFORM MOVE-ONE-RELATIONSHIP
           END-PERFORM
           MOVE WS-MOVED-COUNT TO RR-REL-NUMBER.

       QUEUE-FOR-MOVE.
           IF RELATION-OPEN AND WS-MOVE-COUNT < 200
               ADD 1 TO WS-MOVE-COUNT
               MOVE RL-REL-NUMBER TO WS-MOVE-REL-NUMBER(WS-MOVE-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * MOVE-ONE-RELATIONSHIP puts the survivor in the merged-away
      * customer's place. A link between the two merged customers,
      * or one the survivor already holds with the same party, is
      * ended with reason CUSTOMERS MERGED instead.
      *----------------------------------------------------------------
       MOVE-ONE-RELATIONSHIP.
           MOVE WS-MOVE-REL-NUMBER(WS-MOVE-IDX) TO RL-REL-NUMBER
           READ RELATIONSHIP-FILE
               KEY IS RL-REL-NUMBER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF RL-CUSTOMER-NUMBER = RR-CUSTOMER-NUMBER
               SET LOSER-IS-CUSTOMER TO TRUE
               MOVE RL-RELATED-NUMBER TO WS-OTHER-NUMBER
           ELSE
               SET LOSER-IS-RELATED TO TRUE
               MOVE RL-CUSTOMER-NUMBER TO WS-OTHER-NUMBER
           END-IF
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-OTHER-NUMBER NOT = RR-RELATED-NUMBER
               MOVE RELATIONSHIP-REC TO WS-SAVED-REL-REC
               MOVE RL-TYPE TO WS-WANTED-TYPE
               IF LOSER-IS-CUSTOMER
                   MOVE RR-RELATED-NUMBER TO WS-WANTED-CUSTOMER
                   MOVE WS-OTHER-NUMBER   TO WS-WANTED-RELATED
               ELSE
                   MOVE WS-OTHER-NUMBER   TO WS-WANTED-CUSTOMER
                   MOVE RR-RELATED-NUMBER TO WS-WANTED-RELATED
               END-IF
               PERFORM FIND-OPEN-RELATIONSHIP
               MOVE WS-SAVED-REL-REC TO RELATIONSHIP-REC
               READ RELATIONSHIP-FILE
                   KEY IS RL-REL-NUMBER
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF
           IF WS-OTHER-NUMBER = RR-RELATED-NUMBER OR RELATION-FOUND
               MOVE "CUSTOMERS MERGED" TO WS-END-REASON
               PERFORM END-THE-RELATIONSHIP-IN-HAND
               IF RR-RESULT NOT = 'U'
                   ADD 1 TO WS-MOVED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM DRAW-HISTORY-NUMBERS
           IF NOT NUMBERS-DRAWN
               MOVE 'U' TO RR-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM DESCRIBE-RELATIONSHIP
           MOVE WS-DESC-FOR-CUSTOMER TO WS-OLD-DESC-CUSTOMER
           MOVE WS-DESC-FOR-RELATED  TO WS-OLD-DESC-RELATED
           IF LOSER-IS-CUSTOMER
               MOVE RR-RELATED-NUMBER TO RL-CUSTOMER-NUMBER
               MOVE SPACES TO WS-OLD-DESC-CUSTOMER
           ELSE
               MOVE RR-RELATED-NUMBER TO RL-RELATED-NUMBER
               MOVE SPACES TO WS-OLD-DESC-RELATED
           END-IF
           REWRITE RELATIONSHIP-REC
           PERFORM DESCRIBE-RELATIONSHIP
           PERFORM LOG-BOTH-SIDES
           ADD 1 TO WS-MOVED-COUNT.

      *----------------------------------------------------------------
      * FIND-OPEN-RELATIONSHIP looks down the customer's alternate key
      * for an open relationship of the wanted type with the wanted
      * related customer; a type that reads both ways is looked for
      * the other way round too.
      *----------------------------------------------------------------
       FIND-OPEN-RELATIONSHIP.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-REL-NUMBER
           MOVE WS-WANTED-CUSTOMER TO WS-SCAN-NUMBER
           PERFORM SCAN-FOR-OPEN-MATCH
           IF NOT RELATION-FOUND AND WANTED-READS-BOTH-WAYS
               MOVE WS-WANTED-RELATED  TO WS-SCAN-NUMBER
               MOVE WS-WANTED-CUSTOMER TO WS-WANTED-RELATED
               PERFORM SCAN-FOR-OPEN-MATCH
               MOVE WS-SCAN-NUMBER TO WS-WANTED-RELATED
           END-IF.

       SCAN-FOR-OPEN-MATCH.
           MOVE WS-SCAN-NUMBER TO RL-CUSTOMER-NUMBER
           MOVE 'N' TO WS-REL-EOF-SWITCH
           START RELATIONSHIP-FILE
               KEY IS EQUAL TO RL-CUSTOMER-NUMBER
               INVALID KEY
                   SET RELATION-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL RELATION-SCAN-DONE OR RELATION-FOUND
               READ RELATIONSHIP-FILE NEXT RECORD
                   AT END SET RELATION-SCAN-DONE TO TRUE
               END-READ
               IF NOT RELATION-SCAN-DONE
                   IF RL-CUSTOMER-NUMBER NOT = WS-SCAN-NUMBER
                       SET RELATION-SCAN-DONE TO TRUE
                   ELSE
                       IF RELATION-OPEN
                               AND RL-TYPE = WS-WANTED-TYPE
                               AND RL-RELATED-NUMBER = WS-WANTED-RELATED
                           SET RELATION-FOUND TO TRUE
                           MOVE RL-REL-NUMBER TO WS-FOUND-REL-NUMBER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * DESCRIBE-RELATIONSHIP words the relationship in hand as each
      * side's change trail shows it: "GU TO 00001234 REL 00000017" on
      * the customer's, "GU FROM 00000987 REL 00000017" on the related
      * customer's.
      *----------------------------------------------------------------
       DESCRIBE-RELATIONSHIP.
           MOVE SPACES TO WS-DESC-FOR-CUSTOMER
           STRING RL-TYPE           DELIMITED BY SIZE
                  " TO "            DELIMITED BY SIZE
                  RL-RELATED-NUMBER DELIMITED BY SIZE
                  " REL "           DELIMITED BY SIZE
                  RL-REL-NUMBER     DELIMITED BY SIZE
               INTO WS-DESC-FOR-CUSTOMER
           MOVE SPACES TO WS-DESC-FOR-RELATED
           STRING RL-TYPE            DELIMITED BY SIZE
                  " FROM "           DELIMITED BY SIZE
                  RL-CUSTOMER-NUMBER DELIMITED BY SIZE
                  " REL "            DELIMITED BY SIZE
                  RL-REL-NUMBER      DELIMITED BY SIZE
               INTO WS-DESC-FOR-RELATED.

       DRAW-HISTORY-NUMBERS.
           MOVE 'N' TO WS-NUMBERS-SWITCH
           CALL "SIGUIENTE-NUMERO" USING WS-HIST-SEQ-NAME,
               WS-HIST-SEQ-1
           IF WS-HIST-SEQ-1 = ZERO
               EXIT PARAGRAPH
           END-IF
           CALL "SIGUIENTE-NUMERO" USING WS-HIST-SEQ-NAME,
               WS-HIST-SEQ-2
           IF WS-HIST-SEQ-2 NOT = ZERO
               SET NUMBERS-DRAWN TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * LOG-BOTH-SIDES writes the RELACION history record for the
      * customer and for the related customer, old and new wording as
      * set up by the caller, effective on the change date.
      *----------------------------------------------------------------
       LOG-BOTH-SIDES.
           OPEN EXTEND REASSIGN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT REASSIGN-HISTORY-FILE
           END-IF
           MOVE RL-CUSTOMER-NUMBER   TO WS-HIST-OWNER
           MOVE WS-OLD-DESC-CUSTOMER TO WS-HIST-OLD-VALUE
           MOVE WS-DESC-FOR-CUSTOMER TO WS-HIST-NEW-VALUE
           MOVE WS-HIST-SEQ-1        TO WS-HIST-SEQ-NO
           PERFORM WRITE-ONE-HISTORY-RECORD
           MOVE RL-RELATED-NUMBER    TO WS-HIST-OWNER
           MOVE WS-OLD-DESC-RELATED  TO WS-HIST-OLD-VALUE
           MOVE WS-DESC-FOR-RELATED  TO WS-HIST-NEW-VALUE
           MOVE WS-HIST-SEQ-2        TO WS-HIST-SEQ-NO
           PERFORM WRITE-ONE-HISTORY-RECORD
           CLOSE REASSIGN-HISTORY-FILE.

       WRITE-ONE-HISTORY-RECORD.
           MOVE SPACES TO REASSIGN-HISTORY-REC
           MOVE WS-HIST-SEQ-NO    TO RH-SEQ-NO
           MOVE WS-HIST-OWNER     TO RH-CUSTOMER-NUMBER
           MOVE "RELACION"        TO RH-FIELD-NAME
           MOVE WS-HIST-OLD-VALUE TO RH-OLD-VALUE
           MOVE WS-HIST-NEW-VALUE TO RH-NEW-VALUE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
               INTO RH-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE RR-OPERATOR-ID   TO RH-OPERATOR-ID
           MOVE SPACES           TO RH-CHECKER-ID
           MOVE WS-CHANGE-DATE   TO RH-EFFECTIVE-DATE
           WRITE REASSIGN-HISTORY-REC.

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

       END PROGRAM REGISTRA-RELACION.
