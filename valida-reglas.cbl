      *          warning. Run before the nightly pass, this utility
      *          prints every rule back in readable form, checks the
      *          operator against GT/LT/GE/LE/EQ/NE, condition numbers
      *          against 1-4, field numbers against 1-9, and the
      *          condition/group sequence, and refuses a PASS verdict
      *          (RETURN-CODE 8) on any violation. Fields 3-9 are the
      *          derived facts DERIVA-HECHOS supplies; a change count
      *          (field 7) must name the field it counts.
      *
      *          PARM: an optional rule file name; the live
      *          OPLOGRUL.DAT is checked when none is given.
      *               PARM, so ACTIVA-REGLAS can lint a candidate
      *               version before promoting it instead of only
      *               ever checking the live file.
      * 2026-10-15 RO Field numbers 3-9 (the derived facts) are
      *               accepted and echoed by name; a change count must
      *               name its field, its period and any signed bound
      *               must be numeric, and a qualifier or period on any
      *               other field is refused.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-REGLAS.
           05 OR-FIELD-NUM     PIC 9(1).
           05 OR-OPERATOR      PIC X(2).
           05 OR-BOUND         PIC 9(3).
           05 OR-QUALIFIER     PIC X(8).
           05 OR-PERIOD-DAYS   PIC X(3).
           05 OR-WIDE-BOUND    PIC S9(9) SIGN LEADING SEPARATE.
           05 OR-WIDE-BOUND-X REDEFINES OR-WIDE-BOUND PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-RULE-FILE-STATUS  PIC XX.
          88 THIS-RULE-IS-CLEAN VALUE 'Y'.
       01 WS-PREV-CONDITION    PIC 9(1) VALUE ZERO.
       01 WS-PREV-GROUP        PIC 9(1) VALUE ZERO.
       01 WS-FIELD-TEXT        PIC X(30).
       01 WS-BOUND-TEXT        PIC -(9)9.
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       CHECK-ONE-RULE.
           MOVE 'Y' TO WS-RULE-OK-SWITCH
           PERFORM NAME-RULE-FIELD
           IF OR-WIDE-BOUND IS NUMERIC
               MOVE OR-WIDE-BOUND TO WS-BOUND-TEXT
           ELSE
               MOVE OR-BOUND TO WS-BOUND-TEXT
           END-IF
           DISPLAY "RULE " WS-RULE-NUMBER ": CONDITION "
               OR-CONDITION-NUM " GROUP " OR-GROUP-NUM " TESTS "
               WS-FIELD-TEXT " " OR-OPERATOR " " WS-BOUND-TEXT

           IF OR-OPERATOR NOT = "GT" AND OR-OPERATOR NOT = "LT"
                   AND OR-OPERATOR NOT = "GE"
                   OR-CONDITION-NUM
               MOVE 'N' TO WS-RULE-OK-SWITCH
           END-IF
           IF OR-FIELD-NUM < 1 OR OR-FIELD-NUM > 9
               DISPLAY "   *** FIELD NUMBER OUT OF RANGE 1-9: "
                   OR-FIELD-NUM
               MOVE 'N' TO WS-RULE-OK-SWITCH
           END-IF
           IF OR-FIELD-NUM = 7
               IF OR-QUALIFIER = SPACES
                   DISPLAY "   *** CHANGE COUNT NAMES NO FIELD"
                   MOVE 'N' TO WS-RULE-OK-SWITCH
               END-IF
               IF OR-PERIOD-DAYS NOT = SPACES
                       AND OR-PERIOD-DAYS IS NOT NUMERIC
                   DISPLAY "   *** PERIOD NOT NUMERIC: "
                       OR-PERIOD-DAYS
                   MOVE 'N' TO WS-RULE-OK-SWITCH
               END-IF
           ELSE
               IF OR-QUALIFIER NOT = SPACES
                       OR OR-PERIOD-DAYS NOT = SPACES
                   DISPLAY "   *** QUALIFIER OR PERIOD ON A FIELD "
                       "OTHER THAN 7"
                   MOVE 'N' TO WS-RULE-OK-SWITCH
               END-IF
           END-IF
           IF OR-WIDE-BOUND-X NOT = SPACES
                   AND OR-WIDE-BOUND IS NOT NUMERIC
               DISPLAY "   *** SIGNED BOUND NOT NUMERIC: "
                   OR-WIDE-BOUND-X
               MOVE 'N' TO WS-RULE-OK-SWITCH
           END-IF
           IF OR-CONDITION-NUM < WS-PREV-CONDITION
               DISPLAY "   *** CONDITION NUMBER OUT OF SEQUENCE "
                   "AFTER " WS-PREV-CONDITION
               ADD 1 TO WS-VIOLATION-COUNT
           END-IF.

      *----------------------------------------------------------------
      * NAME-RULE-FIELD gives the field the rule tests in words: the
      * two NUMERO fields by number, the derived facts by name.
      *----------------------------------------------------------------
       NAME-RULE-FIELD.
           MOVE SPACES TO WS-FIELD-TEXT
           EVALUATE OR-FIELD-NUM
               WHEN 1
                   MOVE "FIELD 1" TO WS-FIELD-TEXT
               WHEN 3
                   MOVE "LEDGER BALANCE" TO WS-FIELD-TEXT
               WHEN 4
                   MOVE "DAYS BELOW ZERO" TO WS-FIELD-TEXT
               WHEN 5
                   MOVE "DAYS SINCE LAST POSTING" TO WS-FIELD-TEXT
               WHEN 6
                   MOVE "LIMIT USAGE PCT" TO WS-FIELD-TEXT
               WHEN 7
                   STRING OR-QUALIFIER DELIMITED BY SPACE
                          " CHANGES IN " DELIMITED BY SIZE
                          OR-PERIOD-DAYS DELIMITED BY SIZE
                          " DAYS" DELIMITED BY SIZE
                       INTO WS-FIELD-TEXT
               WHEN 8
                   MOVE "OPEN COMPLAINTS" TO WS-FIELD-TEXT
               WHEN 9
                   MOVE "OPEN MONITORING CASES" TO WS-FIELD-TEXT
               WHEN OTHER
                   MOVE "FIELD 2" TO WS-FIELD-TEXT
           END-EVALUATE.

       END PROGRAM VALIDA-REGLAS.
