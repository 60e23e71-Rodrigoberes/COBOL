      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Rule hit statistics and dead-rule analysis for the
      *          OPERADORES-LOGICOS eligibility rules. Every evaluation
      *          the evaluator logged is replayed, rule by rule,
      *          against the rule set in effect: the condition tests
      *          on OPLOGAUD.DAT (live, and the archived generations
      *          DEPURA-ARCHIVOS cataloged on ARCHCAT.DAT) with their
      *          NUMERO1/NUMERO2, and the customer decisions on
      *          OPLOGCUS.DAT with the customer's age and band and the
      *          derived facts DERIVA-HECHOS rebuilds as of the
      *          decision's business date. The REJECT reasons on
      *          OPLOGRSN.DAT say which condition-4 groups failed for
      *          each rejected customer. For each rule and group,
      *          RULESTAT.RPT counts how often it was
      *          evaluated, how often it was true, and how often it
      *          was a deciding reason for a REJECT, and flags rules
      *          that never fire, rules and groups that are always
      *          true, and groups made redundant by another group of
      *          the same condition (true every time that group was).
      *
      *          PARM: [<from YYYYMMDD> [<to YYYYMMDD>]]  (default:
      *          the night's business date). The statistics are for
      *          the rule set version in effect on the "to" date;
      *          records logged under any other version are counted
      *          and left out.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADISTICA-REGLAS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPLOG-RULE-FILE ASSIGN USING WS-RULE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT RULE-VERSION-FILE ASSIGN TO "OPLOGVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.
           SELECT OPLOG-AUDIT-FILE ASSIGN TO "OPLOGAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHCAT-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT CUSTOMER-DECISION-FILE ASSIGN TO "OPLOGCUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSDEC-FILE-STATUS.
           SELECT REJECT-REASON-FILE ASSIGN TO "OPLOGRSN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-FILE-STATUS.
           SELECT RULE-STATS-REPORT-FILE ASSIGN TO "RULESTAT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OPLOG-RULE-FILE.
       01  OPLOG-RULE-REC.
           05 OR-CONDITION-NUM PIC 9(1).
           05 OR-GROUP-NUM     PIC 9(1).
           05 OR-FIELD-NUM     PIC 9(1).
           05 OR-OPERATOR      PIC X(2).
           05 OR-BOUND         PIC 9(3).
           05 OR-QUALIFIER     PIC X(8).
           05 OR-PERIOD-DAYS   PIC X(3).
           05 OR-WIDE-BOUND    PIC S9(9) SIGN LEADING SEPARATE.

       FD  RULE-VERSION-FILE.
       01  RULE-VERSION-REC.
           05 RV-VERSION       PIC 9(4).
           05 FILLER           PIC X.
           05 RV-EFFECTIVE-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 RV-FILE-NAME     PIC X(30).
           05 FILLER           PIC X.
           05 RV-TIMESTAMP     PIC X(26).

       FD  OPLOG-AUDIT-FILE.
       01  OPLOG-AUDIT-REC     PIC X(150).

       FD  ARCHIVE-CATALOG-FILE.
       01  ARCHIVE-CATALOG-REC.
           05 AC-FILE-CODE     PIC X(9).
           05 FILLER           PIC X.
           05 AC-CUTOFF-DATE   PIC 9(8).
           05 FILLER           PIC X.
           05 AC-MOVED-COUNT   PIC 9(8).
           05 FILLER           PIC X.
           05 AC-ARCHIVE-NAME  PIC X(30).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC         PIC X(150).

       FD  CUSTOMER-DECISION-FILE.
       01  CUSTOMER-DECISION-REC.
           05 OC-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER            PIC X.
           05 OC-NOMBRE         PIC X(16).
           05 FILLER            PIC X.
           05 OC-APELLIDO       PIC X(32).
           05 FILLER            PIC X.
           05 OC-EDAD           PIC 9(3).
           05 FILLER            PIC X.
           05 OC-BAND-CODE      PIC X(8).
           05 FILLER            PIC X.
           05 OC-DECISION-CODE  PIC X(7).
           05 FILLER            PIC X.
           05 OC-BUSINESS-DATE  PIC 9(8).
           05 FILLER            PIC X.
           05 OC-OPERATOR-ID    PIC X(8).
           05 FILLER            PIC X.
           05 OC-RULE-VERSION   PIC 9(4).

       FD  REJECT-REASON-FILE.
       01  REJECT-REASON-REC.
           05 RN-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER            PIC X.
           05 RN-CONDITION-NUM  PIC 9(1).
           05 FILLER            PIC X.
           05 RN-FIELD-NUM      PIC 9(1).
           05 FILLER            PIC X.
           05 RN-OPERATOR       PIC X(2).
           05 FILLER            PIC X.
           05 RN-BOUND          PIC 9(3).
           05 FILLER            PIC X.
           05 RN-TESTED-VALUE   PIC 9(3).
           05 FILLER            PIC X.
           05 RN-BUSINESS-DATE  PIC 9(8).
           05 FILLER            PIC X.
           05 RN-RULE-VERSION   PIC 9(4).
           05 FILLER            PIC X.
           05 RN-QUALIFIER      PIC X(8).
           05 FILLER            PIC X.
           05 RN-PERIOD-DAYS    PIC X(3).
           05 FILLER            PIC X.
           05 RN-FACT-BOUND     PIC S9(10) SIGN LEADING SEPARATE.
           05 FILLER            PIC X.
           05 RN-FACT-VALUE     PIC S9(10) SIGN LEADING SEPARATE.

       FD  RULE-STATS-REPORT-FILE.
       01  RULE-STATS-REPORT-LINE PIC X(132).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-RULE-FILE-STATUS     PIC XX.
       01 WS-VERSION-FILE-STATUS  PIC XX.
       01 WS-AUDIT-FILE-STATUS    PIC XX.
       01 WS-ARCHCAT-FILE-STATUS  PIC XX.
       01 WS-ARCHIVE-FILE-STATUS  PIC XX.
       01 WS-CUSDEC-FILE-STATUS   PIC XX.
       01 WS-REASON-FILE-STATUS   PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-EOF-SWITCH           PIC X VALUE 'N'.
          88 INPUT-FILE-EOF VALUE 'Y'.
       01 WS-CATALOG-EOF-SWITCH   PIC X VALUE 'N'.
          88 CATALOG-FILE-EOF VALUE 'Y'.
       01 WS-PARM                 PIC X(40).
       01 WS-PARM-FROM            PIC X(8).
       01 WS-PARM-TO              PIC X(8).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 FILLER               PIC X(13).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01 WS-FROM-DATE            PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE              PIC 9(8) VALUE ZERO.
       01 WS-RULE-FILE-NAME       PIC X(30) VALUE "OPLOGRUL.DAT".
       01 WS-RULE-VERSION         PIC 9(4) VALUE ZERO.
       01 WS-ARCHIVE-NAME         PIC X(30) VALUE SPACES.
      * one OPLOGAUD.DAT record, live or archived
       01 WS-AUDIT-ENTRY.
          05 AE-CONDITION-NAME.
             10 FILLER            PIC X(4).
             10 AE-CONDITION-NUM  PIC X.
             10 FILLER            PIC X(3).
          05 FILLER               PIC X.
          05 AE-NUMERO1           PIC 9(2).
          05 FILLER               PIC X.
          05 AE-NUMERO2           PIC 9(2).
          05 FILLER               PIC X.
          05 AE-RESULT            PIC X(4).
          05 FILLER               PIC X.
          05 AE-TIMESTAMP         PIC X(26).
          05 FILLER               PIC X.
          05 AE-BUSINESS-DATE     PIC 9(8).
          05 FILLER               PIC X.
          05 AE-OPERATOR-ID       PIC X(8).
          05 FILLER               PIC X.
          05 AE-RULE-VERSION      PIC 9(4).
          05 FILLER               PIC X(81).
      *----------------------------------------------------------------
      * The rule set under study, in file order, with each rule's
      * tallies; and per condition and group (groups OR their rules
      * together, a condition ANDs its groups) the group tallies and,
      * for every other group of the condition, how often this group
      * was true while that one was false.
      *----------------------------------------------------------------
       01 WS-RULE-TABLE.
          05 WS-RULE-COUNT        PIC 9(3) COMP VALUE ZERO.
          05 WS-RULE-ENTRY OCCURS 200.
             10 WS-RT-CONDITION   PIC 9(1).
             10 WS-RT-GROUP       PIC 9(1).
             10 WS-RT-FIELD       PIC 9(1).
             10 WS-RT-OPERATOR    PIC X(2).
             10 WS-RT-BOUND       PIC S9(10).
             10 WS-RT-QUALIFIER   PIC X(8).
             10 WS-RT-PERIOD-DAYS PIC X(3).
             10 WS-RT-EVALUATED   PIC 9(8).
             10 WS-RT-TRUE        PIC 9(8).
             10 WS-RT-DECIDING    PIC 9(8).
             10 WS-RT-RESULT      PIC X.
             10 WS-RT-CITED       PIC X.
       01 WS-RULE-IDX             PIC 9(3) COMP VALUE ZERO.
       01 WS-RULE-OVERFLOW-SW     PIC X VALUE 'N'.
          88 RULE-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-RULES-IGNORED        PIC 9(4) VALUE ZERO.
       01 WS-GROUP-TABLE.
          05 WS-GT-CONDITION OCCURS 4.
             10 WS-GT-GROUP OCCURS 9.
                15 WS-GT-PRESENT  PIC X.
                15 WS-GT-RULES    PIC 9(3).
                15 WS-GT-EVALUATED PIC 9(8).
                15 WS-GT-TRUE     PIC 9(8).
                15 WS-GT-DECIDING PIC 9(8).
                15 WS-GT-RESULT   PIC X.
                15 WS-GT-CITED    PIC 9(3).
                15 WS-GT-TRUE-WHILE-FALSE PIC 9(8) OCCURS 9.
       01 WS-COND-IDX             PIC 9(1) VALUE ZERO.
       01 WS-GROUP-IDX            PIC 9(2) VALUE ZERO.
       01 WS-OTHER-IDX            PIC 9(2) VALUE ZERO.
       01 WS-IMPLIED-BY           PIC 9(1) VALUE ZERO.
      * one replayed evaluation
       01 WS-REPLAY-CONDITION     PIC 9(1) VALUE ZERO.
       01 WS-REPLAY-VALUE-1       PIC 9(3) VALUE ZERO.
       01 WS-REPLAY-VALUE-2       PIC 9(3) VALUE ZERO.
       01 WS-COMPARE-VALUE        PIC S9(10) VALUE ZERO.
       01 WS-REPLAY-SOURCE-SW     PIC X VALUE 'A'.
          88 REPLAYING-AUDIT     VALUE 'A'.
          88 REPLAYING-CUSTOMER  VALUE 'C'.
       01 WS-FACT-RESULT          PIC X VALUE 'N'.
       01 WS-REASON-BOUND         PIC S9(10) VALUE ZERO.
       01 WS-REPLAY-RESULT        PIC X VALUE 'N'.
          88 REPLAY-CONDITION-TRUE VALUE 'Y'.
       01 WS-LOGGED-RESULT        PIC X VALUE 'N'.
       01 WS-BAND-NUM             PIC 9(1) VALUE ZERO.
      * the customer whose reasons are being gathered
       01 WS-REASON-CUSTOMER      PIC 9(8) VALUE ZERO.
       01 WS-REASON-DATE          PIC 9(8) VALUE ZERO.
       01 WS-REASON-HELD-SW       PIC X VALUE 'N'.
          88 REASONS-ARE-HELD VALUE 'Y'.
       01 WS-CITED-FOUND-SW       PIC X VALUE 'N'.
          88 CITED-RULE-FOUND VALUE 'Y'.
      * counts for the report
       01 WS-LIVE-AUDIT-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-ARCHIVED-AUDIT-COUNT PIC 9(8) VALUE ZERO.
       01 WS-GENERATION-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-CUSTOMER-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-REASON-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-REJECT-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-OTHER-VERSION-COUNT  PIC 9(8) VALUE ZERO.
       01 WS-MISMATCH-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-UNMATCHED-REASONS    PIC 9(8) VALUE ZERO.
       01 WS-NEVER-TRUE-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-ALWAYS-TRUE-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-NOT-EVALUATED-COUNT  PIC 9(4) VALUE ZERO.
       01 WS-REDUNDANT-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-FINDING              PIC X(40).
       01 WS-ARCHIVE-PROGRAM      PIC X(18) VALUE "ESTADISTICA-REGLAS".
       01 WS-ARCHIVE-REPORT       PIC X(30) VALUE "RULESTAT.RPT".
       01 WS-STATS-RANGE-LINE.
          05 FILLER               PIC X(20) VALUE
             "BUSINESS DATES FROM".
          05 WS-SR-FROM           PIC 9(8).
          05 FILLER               PIC X(4) VALUE " TO ".
          05 WS-SR-TO             PIC 9(8).
       01 WS-STATS-COUNT-LINE.
          05 WS-SC-LABEL          PIC X(44).
          05 WS-SC-COUNT          PIC ZZ,ZZZ,ZZ9.
       01 WS-STATS-HEADING-LINE.
          05 FILLER               PIC X(40) VALUE
             "COND GROUP  RULE TESTED".
          05 FILLER               PIC X(14) VALUE "     EVALUATED".
          05 FILLER               PIC X(14) VALUE "          TRUE".
          05 FILLER               PIC X(8)  VALUE "  % TRUE".
          05 FILLER               PIC X(14) VALUE "  DECIDING REJ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(7)  VALUE "FINDING".
       01 WS-STATS-RULE-LINE.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-SL-CONDITION      PIC 9.
          05 FILLER               PIC X(4) VALUE SPACES.
          05 WS-SL-GROUP          PIC 9.
          05 FILLER               PIC X(5) VALUE SPACES.
          05 WS-SL-FIELD          PIC X(14).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-SL-OPERATOR       PIC X(2).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-SL-BOUND          PIC -(7)9.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-SL-EVALUATED      PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 WS-SL-TRUE           PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-SL-PCT-TRUE       PIC ZZ9.9.
          05 FILLER               PIC X VALUE "%".
          05 WS-SL-DECIDING       PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-SL-FINDING        PIC X(40).
       01 WS-STATS-GROUP-LINE.
          05 FILLER               PIC X(7) VALUE SPACES.
          05 FILLER               PIC X(6) VALUE "GROUP ".
          05 WS-SG-GROUP          PIC 9.
          05 FILLER               PIC X(7) VALUE " ANY OF".
          05 WS-SG-RULES          PIC ZZ9.
          05 FILLER               PIC X(16) VALUE " RULES".
          05 WS-SG-EVALUATED      PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 WS-SG-TRUE           PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-SG-PCT-TRUE       PIC ZZ9.9.
          05 FILLER               PIC X VALUE "%".
          05 WS-SG-DECIDING       PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-SG-FINDING        PIC X(40).
       01 WS-PCT-TRUE             PIC 9(3)V9 VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-FROM WS-PARM-TO
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-FROM, WS-PARM-TO
           PERFORM READ-BUSINESS-DATE
           PERFORM RESOLVE-DATE-RANGE
           IF WS-FROM-DATE = ZERO
               DISPLAY "USE: ESTADISTICA-REGLAS [<FROM YYYYMMDD> "
                   "[<TO YYYYMMDD>]]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RESOLVE-RULE-VERSION
           PERFORM LOAD-RULE-TABLE
           IF WS-RULE-COUNT = ZERO
               DISPLAY "RUN REFUSED - NO RULES TO STUDY IN "
                   WS-RULE-FILE-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RULE-TABLE-OVERFLOWED
               DISPLAY "RUN REFUSED - " WS-RULE-FILE-NAME
                   " HOLDS MORE THAN 200 RULES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM REPLAY-LIVE-AUDIT
           PERFORM REPLAY-ARCHIVED-AUDIT
           PERFORM REPLAY-CUSTOMER-DECISIONS
           PERFORM TALLY-REJECT-REASONS
           PERFORM WRITE-RULE-STATS-REPORT
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           DISPLAY "RULE STATISTICS FOR VERSION " WS-RULE-VERSION
               " WRITTEN TO RULESTAT.RPT"
           DISPLAY "RULES NEVER TRUE:  " WS-NEVER-TRUE-COUNT
           DISPLAY "ALWAYS TRUE:       " WS-ALWAYS-TRUE-COUNT
           DISPLAY "REDUNDANT GROUPS:  " WS-REDUNDANT-COUNT
      * a replay that disagrees with what the evaluator logged means
      * the figures are not to be trusted as they stand
           IF WS-MISMATCH-COUNT > ZERO OR WS-UNMATCHED-REASONS > ZERO
               DISPLAY "REPLAY DISAGREES WITH THE LOGS - SEE REPORT"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       RESOLVE-DATE-RANGE.
           MOVE WS-BUSINESS-DATE TO WS-FROM-DATE WS-TO-DATE
           IF WS-PARM-FROM NOT = SPACES
               IF WS-PARM-FROM IS NUMERIC
                   MOVE WS-PARM-FROM TO WS-FROM-DATE
               ELSE
                   DISPLAY "FROM DATE MUST BE YYYYMMDD: " WS-PARM-FROM
                   MOVE ZERO TO WS-FROM-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-PARM-TO NOT = SPACES
               IF WS-PARM-TO IS NUMERIC
                   MOVE WS-PARM-TO TO WS-TO-DATE
               ELSE
                   DISPLAY "TO DATE MUST BE YYYYMMDD: " WS-PARM-TO
                   MOVE ZERO TO WS-FROM-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "FROM DATE IS AFTER TO DATE"
               MOVE ZERO TO WS-FROM-DATE
           END-IF.

      *----------------------------------------------------------------
      * RESOLVE-RULE-VERSION finds the version in effect on the last
      * date studied, the same way OPERADORES-LOGICOS resolves it for
      * a cycle: version 0000 and the plain OPLOGRUL.DAT when no
      * registry exists.
      *----------------------------------------------------------------
       RESOLVE-RULE-VERSION.
           MOVE "OPLOGRUL.DAT" TO WS-RULE-FILE-NAME
           MOVE ZERO TO WS-RULE-VERSION
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RULE-VERSION-FILE
           IF WS-VERSION-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INPUT-FILE-EOF
               READ RULE-VERSION-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       IF RV-VERSION IS NUMERIC
                               AND RV-EFFECTIVE-DATE IS NUMERIC
                               AND RV-EFFECTIVE-DATE <= WS-TO-DATE
                               AND RV-VERSION > WS-RULE-VERSION
                           MOVE RV-VERSION   TO WS-RULE-VERSION
                           MOVE RV-FILE-NAME TO WS-RULE-FILE-NAME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RULE-VERSION-FILE.

      *----------------------------------------------------------------
      * LOAD-RULE-TABLE loads the version's rules. A rule outside
      * conditions 1-4 or groups 1-9 can never be evaluated as
      * written (VALIDA-REGLAS rejects it) and is left out.
      *----------------------------------------------------------------
       LOAD-RULE-TABLE.
           INITIALIZE WS-GROUP-TABLE
           MOVE ZERO TO WS-RULE-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT OPLOG-RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INPUT-FILE-EOF
               READ OPLOG-RULE-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-RULE
               END-READ
           END-PERFORM
           CLOSE OPLOG-RULE-FILE.

       LOAD-ONE-RULE.
           IF OR-CONDITION-NUM IS NOT NUMERIC
                   OR OR-GROUP-NUM IS NOT NUMERIC
                   OR OR-CONDITION-NUM < 1 OR OR-CONDITION-NUM > 4
                   OR OR-GROUP-NUM < 1
               ADD 1 TO WS-RULES-IGNORED
               EXIT PARAGRAPH
           END-IF
           IF WS-RULE-COUNT >= 200
               SET RULE-TABLE-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE OR-CONDITION-NUM TO WS-RT-CONDITION(WS-RULE-COUNT)
           MOVE OR-GROUP-NUM     TO WS-RT-GROUP(WS-RULE-COUNT)
           MOVE OR-FIELD-NUM     TO WS-RT-FIELD(WS-RULE-COUNT)
           MOVE OR-OPERATOR      TO WS-RT-OPERATOR(WS-RULE-COUNT)
           IF OR-WIDE-BOUND IS NUMERIC
               MOVE OR-WIDE-BOUND TO WS-RT-BOUND(WS-RULE-COUNT)
           ELSE
               MOVE OR-BOUND      TO WS-RT-BOUND(WS-RULE-COUNT)
           END-IF
           MOVE OR-QUALIFIER     TO WS-RT-QUALIFIER(WS-RULE-COUNT)
           MOVE OR-PERIOD-DAYS   TO WS-RT-PERIOD-DAYS(WS-RULE-COUNT)
           MOVE ZERO TO WS-RT-EVALUATED(WS-RULE-COUNT)
                        WS-RT-TRUE(WS-RULE-COUNT)
                        WS-RT-DECIDING(WS-RULE-COUNT)
           MOVE 'N' TO WS-RT-RESULT(WS-RULE-COUNT)
                       WS-RT-CITED(WS-RULE-COUNT)
           MOVE 'Y' TO WS-GT-PRESENT(OR-CONDITION-NUM, OR-GROUP-NUM)
           ADD 1 TO WS-GT-RULES(OR-CONDITION-NUM, OR-GROUP-NUM).

      *----------------------------------------------------------------
      * REPLAY-LIVE-AUDIT and REPLAY-ARCHIVED-AUDIT replay every
      * condition test logged in the date range. Archives are only
      * opened when their cutoff says they can hold a record on or
      * after the first date wanted.
      *----------------------------------------------------------------
       REPLAY-LIVE-AUDIT.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT OPLOG-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INPUT-FILE-EOF
               READ OPLOG-AUDIT-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE OPLOG-AUDIT-REC TO WS-AUDIT-ENTRY
                       PERFORM REPLAY-ONE-AUDIT-RECORD
                       IF WS-REPLAY-CONDITION > ZERO
                           ADD 1 TO WS-LIVE-AUDIT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPLOG-AUDIT-FILE.

       REPLAY-ARCHIVED-AUDIT.
           MOVE 'N' TO WS-CATALOG-EOF-SWITCH
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-ARCHCAT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CATALOG-FILE-EOF
               READ ARCHIVE-CATALOG-FILE
                   AT END SET CATALOG-FILE-EOF TO TRUE
                   NOT AT END
                       IF AC-FILE-CODE = "OPLOGAUD"
                               AND AC-CUTOFF-DATE > WS-FROM-DATE
                           MOVE AC-ARCHIVE-NAME TO WS-ARCHIVE-NAME
                           PERFORM REPLAY-ONE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-CATALOG-FILE.

       REPLAY-ONE-ARCHIVE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "ARCHIVE FILE MISSING: " WS-ARCHIVE-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GENERATION-COUNT
           PERFORM UNTIL INPUT-FILE-EOF
               READ ARCHIVE-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE ARCHIVE-REC TO WS-AUDIT-ENTRY
                       PERFORM REPLAY-ONE-AUDIT-RECORD
                       IF WS-REPLAY-CONDITION > ZERO
                           ADD 1 TO WS-ARCHIVED-AUDIT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.

      *----------------------------------------------------------------
      * REPLAY-ONE-AUDIT-RECORD replays the logged condition against
      * the NUMERO1/NUMERO2 it was tested with. A condition-4 FAIL
      * is a REJECT, and every rule of each group that failed is a
      * deciding reason for it. WS-REPLAY-CONDITION stays zero for a
      * record outside the range or the version.
      *----------------------------------------------------------------
       REPLAY-ONE-AUDIT-RECORD.
           MOVE ZERO TO WS-REPLAY-CONDITION
           IF AE-BUSINESS-DATE IS NOT NUMERIC
                   OR AE-BUSINESS-DATE < WS-FROM-DATE
                   OR AE-BUSINESS-DATE > WS-TO-DATE
                   OR AE-CONDITION-NUM < "1"
                   OR AE-CONDITION-NUM > "4"
                   OR AE-NUMERO1 IS NOT NUMERIC
                   OR AE-NUMERO2 IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF AE-RULE-VERSION IS NOT NUMERIC
                   OR AE-RULE-VERSION NOT = WS-RULE-VERSION
               ADD 1 TO WS-OTHER-VERSION-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE AE-CONDITION-NUM TO WS-REPLAY-CONDITION
           SET REPLAYING-AUDIT TO TRUE
           MOVE AE-NUMERO1 TO WS-REPLAY-VALUE-1
           MOVE AE-NUMERO2 TO WS-REPLAY-VALUE-2
           PERFORM REPLAY-CONDITION
           IF AE-RESULT = "PASS"
               MOVE 'Y' TO WS-LOGGED-RESULT
           ELSE
               MOVE 'N' TO WS-LOGGED-RESULT
           END-IF
           IF WS-LOGGED-RESULT NOT = WS-REPLAY-RESULT
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF
           IF WS-REPLAY-CONDITION = 4 AND NOT REPLAY-CONDITION-TRUE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM CREDIT-FAILED-GROUPS
           END-IF.

       CREDIT-FAILED-GROUPS.
           MOVE ZERO TO WS-GROUP-IDX
           PERFORM UNTIL WS-GROUP-IDX >= 9
               ADD 1 TO WS-GROUP-IDX
               IF WS-GT-PRESENT(4, WS-GROUP-IDX) = 'Y'
                       AND WS-GT-RESULT(4, WS-GROUP-IDX) = 'N'
                   PERFORM CREDIT-ONE-DECIDING-GROUP
               END-IF
           END-PERFORM.

       CREDIT-ONE-DECIDING-GROUP.
           ADD 1 TO WS-GT-DECIDING(4, WS-GROUP-IDX)
           MOVE ZERO TO WS-RULE-IDX
           PERFORM UNTIL WS-RULE-IDX >= WS-RULE-COUNT
               ADD 1 TO WS-RULE-IDX
               IF WS-RT-CONDITION(WS-RULE-IDX) = 4
                       AND WS-RT-GROUP(WS-RULE-IDX) = WS-GROUP-IDX
                   ADD 1 TO WS-RT-DECIDING(WS-RULE-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * REPLAY-CUSTOMER-DECISIONS replays the customer eligibility
      * pass: the evaluator tests every condition for each customer,
      * field 1 against the age and field 2 against the band number
      * (JOVEN=1, MADURO=2, ANCIANO=3), and condition 4 decides. Its
      * REJECT reasons come from OPLOGRSN.DAT, not from the replay.
      *----------------------------------------------------------------
       REPLAY-CUSTOMER-DECISIONS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CUSTOMER-DECISION-FILE
           IF WS-CUSDEC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INPUT-FILE-EOF
               READ CUSTOMER-DECISION-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM REPLAY-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-DECISION-FILE.

       REPLAY-ONE-CUSTOMER.
           IF OC-BUSINESS-DATE IS NOT NUMERIC
                   OR OC-BUSINESS-DATE < WS-FROM-DATE
                   OR OC-BUSINESS-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF OC-RULE-VERSION IS NOT NUMERIC
                   OR OC-RULE-VERSION NOT = WS-RULE-VERSION
               ADD 1 TO WS-OTHER-VERSION-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUSTOMER-COUNT
           IF OC-EDAD IS NUMERIC
               MOVE OC-EDAD TO WS-REPLAY-VALUE-1
           ELSE
               MOVE ZERO TO WS-REPLAY-VALUE-1
           END-IF
           EVALUATE OC-BAND-CODE
               WHEN "JOVEN"
                   MOVE 1 TO WS-BAND-NUM
               WHEN "MADURO"
                   MOVE 2 TO WS-BAND-NUM
               WHEN "ANCIANO"
                   MOVE 3 TO WS-BAND-NUM
               WHEN OTHER
                   MOVE ZERO TO WS-BAND-NUM
           END-EVALUATE
           MOVE WS-BAND-NUM TO WS-REPLAY-VALUE-2
           SET REPLAYING-CUSTOMER TO TRUE
           MOVE ZERO TO WS-REPLAY-CONDITION
           PERFORM UNTIL WS-REPLAY-CONDITION >= 4
               ADD 1 TO WS-REPLAY-CONDITION
               PERFORM REPLAY-CONDITION
           END-PERFORM
           IF OC-DECISION-CODE = "APPROVE"
               MOVE 'Y' TO WS-LOGGED-RESULT
           ELSE
               MOVE 'N' TO WS-LOGGED-RESULT
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           IF WS-LOGGED-RESULT NOT = WS-REPLAY-RESULT
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF.

      *----------------------------------------------------------------
      * REPLAY-CONDITION evaluates every rule of WS-REPLAY-CONDITION
      * exactly as the evaluator does -- any true rule makes its
      * group true, every group must be true for the condition --
      * and tallies rules and groups, and each pair of groups where
      * one was true and the other false.
      *----------------------------------------------------------------
       REPLAY-CONDITION.
           MOVE ZERO TO WS-GROUP-IDX
           PERFORM UNTIL WS-GROUP-IDX >= 9
               ADD 1 TO WS-GROUP-IDX
               MOVE 'N' TO WS-GT-RESULT(WS-REPLAY-CONDITION,
                   WS-GROUP-IDX)
           END-PERFORM
           MOVE ZERO TO WS-RULE-IDX
           PERFORM UNTIL WS-RULE-IDX >= WS-RULE-COUNT
               ADD 1 TO WS-RULE-IDX
               IF WS-RT-CONDITION(WS-RULE-IDX) = WS-REPLAY-CONDITION
                   PERFORM REPLAY-ONE-RULE
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-REPLAY-RESULT
           MOVE ZERO TO WS-GROUP-IDX
           PERFORM UNTIL WS-GROUP-IDX >= 9
               ADD 1 TO WS-GROUP-IDX
               IF WS-GT-PRESENT(WS-REPLAY-CONDITION, WS-GROUP-IDX)
                       = 'Y'
                   PERFORM TALLY-ONE-GROUP
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-GROUP-IDX
           PERFORM UNTIL WS-GROUP-IDX >= 9
               ADD 1 TO WS-GROUP-IDX
               IF WS-GT-PRESENT(WS-REPLAY-CONDITION, WS-GROUP-IDX)
                       = 'Y'
                       AND WS-GT-RESULT(WS-REPLAY-CONDITION,
                           WS-GROUP-IDX) = 'N'
                   MOVE 'N' TO WS-REPLAY-RESULT
               END-IF
           END-PERFORM.

      * fields 3-9 are the derived facts: for a customer decision
      * they are rebuilt as of its business date, and a NUMERO pair
      * from the audit log tests them at zero as the evaluator did
       REPLAY-ONE-RULE.
           EVALUATE WS-RT-FIELD(WS-RULE-IDX)
               WHEN 1
                   MOVE WS-REPLAY-VALUE-1 TO WS-COMPARE-VALUE
               WHEN 3 THRU 9
                   MOVE ZERO TO WS-COMPARE-VALUE
                   IF REPLAYING-CUSTOMER
                       CALL "DERIVA-HECHOS" USING OC-CUSTOMER-NUMBER,
                           OC-BUSINESS-DATE, WS-RT-FIELD(WS-RULE-IDX),
                           WS-RT-QUALIFIER(WS-RULE-IDX),
                           WS-RT-PERIOD-DAYS(WS-RULE-IDX),
                           WS-COMPARE-VALUE, WS-FACT-RESULT
                   END-IF
               WHEN OTHER
                   MOVE WS-REPLAY-VALUE-2 TO WS-COMPARE-VALUE
           END-EVALUATE
           MOVE 'N' TO WS-RT-RESULT(WS-RULE-IDX)
           EVALUATE WS-RT-OPERATOR(WS-RULE-IDX)
               WHEN "GT"
                   IF WS-COMPARE-VALUE > WS-RT-BOUND(WS-RULE-IDX)
                       MOVE 'Y' TO WS-RT-RESULT(WS-RULE-IDX)
                   END-IF
               WHEN "LT"
                   IF WS-COMPARE-VALUE < WS-RT-BOUND(WS-RULE-IDX)
                       MOVE 'Y' TO WS-RT-RESULT(WS-RULE-IDX)
                   END-IF
               WHEN "GE"
                   IF WS-COMPARE-VALUE >= WS-RT-BOUND(WS-RULE-IDX)
                       MOVE 'Y' TO WS-RT-RESULT(WS-RULE-IDX)
                   END-IF
               WHEN "LE"
                   IF WS-COMPARE-VALUE <= WS-RT-BOUND(WS-RULE-IDX)
                       MOVE 'Y' TO WS-RT-RESULT(WS-RULE-IDX)
                   END-IF
               WHEN "EQ"
                   IF WS-COMPARE-VALUE = WS-RT-BOUND(WS-RULE-IDX)
                       MOVE 'Y' TO WS-RT-RESULT(WS-RULE-IDX)
                   END-IF
               WHEN "NE"
                   IF WS-COMPARE-VALUE NOT = WS-RT-BOUND(WS-RULE-IDX)
                       MOVE 'Y' TO WS-RT-RESULT(WS-RULE-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD 1 TO WS-RT-EVALUATED(WS-RULE-IDX)
           IF WS-RT-RESULT(WS-RULE-IDX) = 'Y'
               ADD 1 TO WS-RT-TRUE(WS-RULE-IDX)
               MOVE 'Y' TO WS-GT-RESULT(WS-REPLAY-CONDITION,
                   WS-RT-GROUP(WS-RULE-IDX))
           END-IF.

      * the first group present sets the condition true; any group
      * that failed turns it false in REPLAY-CONDITION afterwards
       TALLY-ONE-GROUP.
           MOVE 'Y' TO WS-REPLAY-RESULT
           ADD 1 TO WS-GT-EVALUATED(WS-REPLAY-CONDITION, WS-GROUP-IDX)
           IF WS-GT-RESULT(WS-REPLAY-CONDITION, WS-GROUP-IDX) = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GT-TRUE(WS-REPLAY-CONDITION, WS-GROUP-IDX)
           MOVE ZERO TO WS-OTHER-IDX
           PERFORM UNTIL WS-OTHER-IDX >= 9
               ADD 1 TO WS-OTHER-IDX
               IF WS-GT-PRESENT(WS-REPLAY-CONDITION, WS-OTHER-IDX)
                       = 'Y'
                       AND WS-GT-RESULT(WS-REPLAY-CONDITION,
                           WS-OTHER-IDX) = 'N'
                   ADD 1 TO WS-GT-TRUE-WHILE-FALSE(
                       WS-REPLAY-CONDITION, WS-GROUP-IDX, WS-OTHER-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * TALLY-REJECT-REASONS reads the reasons OPERADORES-LOGICOS
      * wrote for each customer REJECT. It cites every condition-4
      * rule that tested false, including rules whose group passed
      * on another rule, so the reasons are gathered per customer and
      * only the rules of a group that failed outright -- every one
      * of its rules cited -- are credited as deciding.
      *----------------------------------------------------------------
       TALLY-REJECT-REASONS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'N' TO WS-REASON-HELD-SW
           OPEN INPUT REJECT-REASON-FILE
           IF WS-REASON-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INPUT-FILE-EOF
               READ REJECT-REASON-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM NOTE-ONE-REASON
               END-READ
           END-PERFORM
           IF REASONS-ARE-HELD
               PERFORM CREDIT-CITED-GROUPS
           END-IF
           CLOSE REJECT-REASON-FILE.

       NOTE-ONE-REASON.
           IF RN-BUSINESS-DATE IS NOT NUMERIC
                   OR RN-BUSINESS-DATE < WS-FROM-DATE
                   OR RN-BUSINESS-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF RN-RULE-VERSION IS NOT NUMERIC
                   OR RN-RULE-VERSION NOT = WS-RULE-VERSION
               ADD 1 TO WS-OTHER-VERSION-COUNT
               EXIT PARAGRAPH
           END-IF
           IF REASONS-ARE-HELD
               IF RN-CUSTOMER-NUMBER NOT = WS-REASON-CUSTOMER
                       OR RN-BUSINESS-DATE NOT = WS-REASON-DATE
                   PERFORM CREDIT-CITED-GROUPS
               END-IF
           END-IF
           MOVE RN-CUSTOMER-NUMBER TO WS-REASON-CUSTOMER
           MOVE RN-BUSINESS-DATE   TO WS-REASON-DATE
           SET REASONS-ARE-HELD TO TRUE
           ADD 1 TO WS-REASON-COUNT
      * the reason names the rule by its contents; the first rule of
      * condition 4 that matches and is not already cited is the one
           IF RN-FACT-BOUND IS NUMERIC
               MOVE RN-FACT-BOUND TO WS-REASON-BOUND
           ELSE
               MOVE RN-BOUND TO WS-REASON-BOUND
           END-IF
           MOVE 'N' TO WS-CITED-FOUND-SW
           MOVE ZERO TO WS-RULE-IDX
           PERFORM UNTIL WS-RULE-IDX >= WS-RULE-COUNT
                   OR CITED-RULE-FOUND
               ADD 1 TO WS-RULE-IDX
               IF WS-RT-CONDITION(WS-RULE-IDX) = RN-CONDITION-NUM
                       AND WS-RT-FIELD(WS-RULE-IDX) = RN-FIELD-NUM
                       AND WS-RT-OPERATOR(WS-RULE-IDX) = RN-OPERATOR
                       AND WS-RT-BOUND(WS-RULE-IDX) = WS-REASON-BOUND
                       AND WS-RT-QUALIFIER(WS-RULE-IDX) = RN-QUALIFIER
                       AND WS-RT-PERIOD-DAYS(WS-RULE-IDX)
                           = RN-PERIOD-DAYS
                       AND WS-RT-CITED(WS-RULE-IDX) = 'N'
                   MOVE 'Y' TO WS-RT-CITED(WS-RULE-IDX)
                   ADD 1 TO WS-GT-CITED(WS-RT-CONDITION(WS-RULE-IDX),
                       WS-RT-GROUP(WS-RULE-IDX))
                   SET CITED-RULE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CITED-RULE-FOUND
               ADD 1 TO WS-UNMATCHED-REASONS
           END-IF.

       CREDIT-CITED-GROUPS.
           MOVE ZERO TO WS-GROUP-IDX
           PERFORM UNTIL WS-GROUP-IDX >= 9
               ADD 1 TO WS-GROUP-IDX
               IF WS-GT-PRESENT(4, WS-GROUP-IDX) = 'Y'
                       AND WS-GT-CITED(4, WS-GROUP-IDX)
                           = WS-GT-RULES(4, WS-GROUP-IDX)
                   PERFORM CREDIT-ONE-DECIDING-GROUP
               END-IF
               MOVE ZERO TO WS-GT-CITED(4, WS-GROUP-IDX)
           END-PERFORM
           MOVE ZERO TO WS-RULE-IDX
           PERFORM UNTIL WS-RULE-IDX >= WS-RULE-COUNT
               ADD 1 TO WS-RULE-IDX
               MOVE 'N' TO WS-RT-CITED(WS-RULE-IDX)
           END-PERFORM
           MOVE 'N' TO WS-REASON-HELD-SW.

      *----------------------------------------------------------------
      * WRITE-RULE-STATS-REPORT prints the sources read, then every
      * rule in file order with its group's line after the group's
      * last rule, and the findings.
      *----------------------------------------------------------------
       WRITE-RULE-STATS-REPORT.
           OPEN OUTPUT RULE-STATS-REPORT-FILE
           MOVE SPACES TO RULE-STATS-REPORT-LINE
           STRING "RULE HIT STATISTICS - RULE SET VERSION "
                      DELIMITED BY SIZE
                  WS-RULE-VERSION DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-RULE-FILE-NAME DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
               INTO RULE-STATS-REPORT-LINE
           WRITE RULE-STATS-REPORT-LINE
           MOVE WS-FROM-DATE TO WS-SR-FROM
           MOVE WS-TO-DATE   TO WS-SR-TO
           WRITE RULE-STATS-REPORT-LINE FROM WS-STATS-RANGE-LINE
           MOVE SPACES TO RULE-STATS-REPORT-LINE
           WRITE RULE-STATS-REPORT-LINE
           MOVE "CONDITION TESTS REPLAYED - OPLOGAUD.DAT"
               TO WS-SC-LABEL
           MOVE WS-LIVE-AUDIT-COUNT TO WS-SC-COUNT
           WRITE RULE-STATS-REPORT-LINE FROM WS-STATS-COUNT-LINE
           MOVE "CONDITION TESTS REPLAYED - ARCHIVED"
               TO WS-SC-LABEL
           MOVE WS-ARCHIVED-AUDIT-COUNT TO WS-SC-COUNT
           WRITE RULE-STATS-REPORT-LINE FROM WS-STATS-COUNT-LINE
           MOVE "ARCHIVE GENERATIONS READ" TO WS-SC-LABEL
           MOVE WS-GENERATION-COUNT TO WS-SC-COUNT
           WRITE RULE-STATS-REPORT-LINE FROM WS-STATS-COUNT-LINE
           MOVE "CUSTOMER DECISIONS REPLAYED - OPLOGCUS.DAT"
               TO WS-SC-LABEL
           MOVE WS-CUSTOMER-COUNT TO WS-SC-COUNT
           WRITE RULE-STATS-REPORT-LINE FROM WS-STATS-COUNT-LINE
           MOVE "REJECT DECISIONS" TO WS-SC-LABEL
           MOVE WS-REJECT-COUNT TO WS-SC-COUNT
           WRITE RULE-STATS-REPORT-LINE FROM WS-STATS-COUNT-LINE
           MOVE "REJECT REASONS READ - OPLOGRSN.DAT" TO WS-SC-LABEL
           MOVE WS-REASON-COUNT TO WS-SC-COUNT
           WRITE RULE-STATS-REPORT-LINE FROM WS-STATS-COUNT-LINE
           MOVE "RECORDS UNDER OTHER VERSIONS - LEFT OUT"
               TO WS-SC-LABEL
           MOVE WS-OTHER-VERSION-COUNT TO WS-SC-COUNT
           WRITE RULE-STATS-REPORT-LINE FROM WS-STATS-COUNT-LINE
           MOVE "REPLAYED RESULT DIFFERS FROM THE LOG"
               TO WS-SC-LABEL
           MOVE WS-MISMATCH-COUNT TO WS-SC-COUNT
           WRITE RULE-STATS-REPORT-LINE FROM WS-STATS-COUNT-LINE
           MOVE "REASONS MATCHING NO RULE OF THE VERSION"
               TO WS-SC-LABEL
           MOVE WS-UNMATCHED-REASONS TO WS-SC-COUNT
           WRITE RULE-STATS-REPORT-LINE FROM WS-STATS-COUNT-LINE
           IF WS-RULES-IGNORED > ZERO
               MOVE "RULES OUTSIDE CONDITIONS 1-4 / GROUPS 1-9"
                   TO WS-SC-LABEL
               MOVE WS-RULES-IGNORED TO WS-SC-COUNT
               WRITE RULE-STATS-REPORT-LINE FROM WS-STATS-COUNT-LINE
           END-IF
           MOVE SPACES TO RULE-STATS-REPORT-LINE
           WRITE RULE-STATS-REPORT-LINE
           WRITE RULE-STATS-REPORT-LINE FROM WS-STATS-HEADING-LINE
           MOVE ALL "-" TO RULE-STATS-REPORT-LINE(1:125)
           WRITE RULE-STATS-REPORT-LINE
           MOVE ZERO TO WS-RULE-IDX
           PERFORM UNTIL WS-RULE-IDX >= WS-RULE-COUNT
               ADD 1 TO WS-RULE-IDX
               PERFORM WRITE-ONE-RULE-LINE
               IF WS-RULE-IDX = WS-RULE-COUNT
                   PERFORM WRITE-ONE-GROUP-LINE
               ELSE
                   IF WS-RT-CONDITION(WS-RULE-IDX + 1)
                           NOT = WS-RT-CONDITION(WS-RULE-IDX)
                           OR WS-RT-GROUP(WS-RULE-IDX + 1)
                           NOT = WS-RT-GROUP(WS-RULE-IDX)
                       PERFORM WRITE-ONE-GROUP-LINE
                   END-IF
               END-IF
           END-PERFORM
           MOVE ALL "-" TO RULE-STATS-REPORT-LINE(1:125)
           WRITE RULE-STATS-REPORT-LINE
           MOVE "RULES NEVER TRUE" TO WS-SC-LABEL
           MOVE WS-NEVER-TRUE-COUNT TO WS-SC-COUNT
           WRITE RULE-STATS-REPORT-LINE FROM WS-STATS-COUNT-LINE
           MOVE "RULES AND GROUPS ALWAYS TRUE" TO WS-SC-LABEL
           MOVE WS-ALWAYS-TRUE-COUNT TO WS-SC-COUNT
           WRITE RULE-STATS-REPORT-LINE FROM WS-STATS-COUNT-LINE
           MOVE "GROUPS REDUNDANT TO ANOTHER GROUP" TO WS-SC-LABEL
           MOVE WS-REDUNDANT-COUNT TO WS-SC-COUNT
           WRITE RULE-STATS-REPORT-LINE FROM WS-STATS-COUNT-LINE
           MOVE "RULES NEVER EVALUATED IN THE RANGE" TO WS-SC-LABEL
           MOVE WS-NOT-EVALUATED-COUNT TO WS-SC-COUNT
           WRITE RULE-STATS-REPORT-LINE FROM WS-STATS-COUNT-LINE
           CLOSE RULE-STATS-REPORT-FILE.

       WRITE-ONE-RULE-LINE.
           MOVE WS-RT-CONDITION(WS-RULE-IDX) TO WS-SL-CONDITION
           MOVE WS-RT-GROUP(WS-RULE-IDX)     TO WS-SL-GROUP
           MOVE SPACES TO WS-SL-FIELD
           EVALUATE WS-RT-FIELD(WS-RULE-IDX)
               WHEN 1
                   MOVE "FIELD 1" TO WS-SL-FIELD
               WHEN 3
                   MOVE "BALANCE" TO WS-SL-FIELD
               WHEN 4
                   MOVE "DAYS BELOW 0" TO WS-SL-FIELD
               WHEN 5
                   MOVE "DAYS NO POST" TO WS-SL-FIELD
               WHEN 6
                   MOVE "LIMIT USE PCT" TO WS-SL-FIELD
               WHEN 7
                   STRING WS-RT-QUALIFIER(WS-RULE-IDX)
                              DELIMITED BY SPACE
                          "/" DELIMITED BY SIZE
                          WS-RT-PERIOD-DAYS(WS-RULE-IDX)
                              DELIMITED BY SIZE
                          "D" DELIMITED BY SIZE
                       INTO WS-SL-FIELD
               WHEN 8
                   MOVE "OPEN COMPLAINT" TO WS-SL-FIELD
               WHEN 9
                   MOVE "OPEN MON CASES" TO WS-SL-FIELD
               WHEN OTHER
                   MOVE "FIELD 2" TO WS-SL-FIELD
           END-EVALUATE
           MOVE WS-RT-OPERATOR(WS-RULE-IDX)  TO WS-SL-OPERATOR
           MOVE WS-RT-BOUND(WS-RULE-IDX)     TO WS-SL-BOUND
           MOVE WS-RT-EVALUATED(WS-RULE-IDX) TO WS-SL-EVALUATED
           MOVE WS-RT-TRUE(WS-RULE-IDX)      TO WS-SL-TRUE
           MOVE WS-RT-DECIDING(WS-RULE-IDX)  TO WS-SL-DECIDING
           MOVE ZERO TO WS-PCT-TRUE
           MOVE SPACES TO WS-FINDING
           EVALUATE TRUE
               WHEN WS-RT-EVALUATED(WS-RULE-IDX) = ZERO
                   MOVE "NOT EVALUATED" TO WS-FINDING
                   ADD 1 TO WS-NOT-EVALUATED-COUNT
               WHEN WS-RT-TRUE(WS-RULE-IDX) = ZERO
                   MOVE "NEVER TRUE - NEVER FIRES" TO WS-FINDING
                   ADD 1 TO WS-NEVER-TRUE-COUNT
               WHEN WS-RT-TRUE(WS-RULE-IDX)
                       = WS-RT-EVALUATED(WS-RULE-IDX)
                   MOVE "ALWAYS TRUE" TO WS-FINDING
                   ADD 1 TO WS-ALWAYS-TRUE-COUNT
           END-EVALUATE
           IF WS-RT-EVALUATED(WS-RULE-IDX) > ZERO
               COMPUTE WS-PCT-TRUE ROUNDED =
                   WS-RT-TRUE(WS-RULE-IDX) * 100
                   / WS-RT-EVALUATED(WS-RULE-IDX)
           END-IF
           MOVE WS-PCT-TRUE TO WS-SL-PCT-TRUE
           MOVE WS-FINDING TO WS-SL-FINDING
           WRITE RULE-STATS-REPORT-LINE FROM WS-STATS-RULE-LINE.

      *----------------------------------------------------------------
      * WRITE-ONE-GROUP-LINE gives the group's own tallies. A group is
      * redundant to another group of the same condition when it was
      * true every time that other group was: the condition ANDs its
      * groups, so the other group's test already covers it.
      *----------------------------------------------------------------
       WRITE-ONE-GROUP-LINE.
           MOVE WS-RT-CONDITION(WS-RULE-IDX) TO WS-COND-IDX
           MOVE WS-RT-GROUP(WS-RULE-IDX)     TO WS-GROUP-IDX
           MOVE WS-GROUP-IDX TO WS-SG-GROUP
           MOVE WS-GT-RULES(WS-COND-IDX, WS-GROUP-IDX) TO WS-SG-RULES
           MOVE WS-GT-EVALUATED(WS-COND-IDX, WS-GROUP-IDX)
               TO WS-SG-EVALUATED
           MOVE WS-GT-TRUE(WS-COND-IDX, WS-GROUP-IDX) TO WS-SG-TRUE
           MOVE WS-GT-DECIDING(WS-COND-IDX, WS-GROUP-IDX)
               TO WS-SG-DECIDING
           MOVE ZERO TO WS-PCT-TRUE
           MOVE SPACES TO WS-FINDING
           IF WS-GT-EVALUATED(WS-COND-IDX, WS-GROUP-IDX) > ZERO
               COMPUTE WS-PCT-TRUE ROUNDED =
                   WS-GT-TRUE(WS-COND-IDX, WS-GROUP-IDX) * 100
                   / WS-GT-EVALUATED(WS-COND-IDX, WS-GROUP-IDX)
               EVALUATE TRUE
                   WHEN WS-GT-TRUE(WS-COND-IDX, WS-GROUP-IDX) = ZERO
                       MOVE "GROUP NEVER TRUE" TO WS-FINDING
                   WHEN WS-GT-TRUE(WS-COND-IDX, WS-GROUP-IDX)
                           = WS-GT-EVALUATED(WS-COND-IDX,
                               WS-GROUP-IDX)
                       MOVE "GROUP ALWAYS TRUE" TO WS-FINDING
                       ADD 1 TO WS-ALWAYS-TRUE-COUNT
                   WHEN OTHER
                       PERFORM FIND-IMPLYING-GROUP
                       IF WS-IMPLIED-BY > ZERO
                           STRING "REDUNDANT - TRUE WHENEVER GROUP "
                                  DELIMITED BY SIZE
                                  WS-IMPLIED-BY DELIMITED BY SIZE
                                  " IS" DELIMITED BY SIZE
                               INTO WS-FINDING
                           ADD 1 TO WS-REDUNDANT-COUNT
                       END-IF
               END-EVALUATE
           END-IF
           MOVE WS-PCT-TRUE TO WS-SG-PCT-TRUE
           MOVE WS-FINDING TO WS-SG-FINDING
           WRITE RULE-STATS-REPORT-LINE FROM WS-STATS-GROUP-LINE.

       FIND-IMPLYING-GROUP.
           MOVE ZERO TO WS-IMPLIED-BY
           MOVE ZERO TO WS-OTHER-IDX
           PERFORM UNTIL WS-OTHER-IDX >= 9 OR WS-IMPLIED-BY > ZERO
               ADD 1 TO WS-OTHER-IDX
               IF WS-OTHER-IDX NOT = WS-GROUP-IDX
                       AND WS-GT-PRESENT(WS-COND-IDX, WS-OTHER-IDX)
                           = 'Y'
                       AND WS-GT-TRUE(WS-COND-IDX, WS-OTHER-IDX)
                           > ZERO
                       AND WS-GT-TRUE-WHILE-FALSE(WS-COND-IDX,
                           WS-OTHER-IDX, WS-GROUP-IDX) = ZERO
                   MOVE WS-OTHER-IDX TO WS-IMPLIED-BY
               END-IF
           END-PERFORM.

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

       END PROGRAM ESTADISTICA-REGLAS.
