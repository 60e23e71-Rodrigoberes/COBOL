      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Segregation-of-duties report. The maker-checker queue
      *          stops one operator approving their own change, but
      *          not the wider patterns: onboarding a customer and then
      *          amending their document id, confirming a merge and
      *          then running it, overriding a duplicate at onboarding
      *          and later closing the account. This program turns
      *          NEWACCT.DAT, REASGHST.DAT, APRVLOG.DAT, DUPOVRD.DAT,
      *          MERGAUD.DAT and CLOSEDAC.DAT into one stream of
      *          (customer, date, event, operator) entries, sorts it by
      *          customer and date, and checks every customer's
      *          entries against the conflict patterns on SODRULES.DAT.
      *          Each suspect sequence -- the same operator on both
      *          sides of a rule -- goes to SODVIOL.RPT with the
      *          operator, the two dates and the files behind them.
      *          Only ids on the operator master are considered, so
      *          the batch stand-ins (ONBOARD, SUSPENSE) never match.
      *
      *          SODRULES.DAT, one rule a line ('*' in column 1 is a
      *          comment):
      *            cols  1- 8  rule id
      *            cols 10-17  first event     cols 19-26  its detail
      *            cols 28-35  second event    cols 37-44  its detail
      *            cols 46-48  window in days (000 = any distance)
      *            cols 50-89  description
      *          Events and their detail (blank detail = any):
      *            ONBOARD   account opened        (NEWACCT.DAT)
      *            AMEND     field name changed    (REASGHST.DAT)
      *            MAKE      field code keyed      (APRVLOG.DAT maker)
      *            APPROVE   field code released   (APRVLOG.DAT checker)
      *            DUPOVRD   duplicate overridden  (DUPOVRD.DAT)
      *            DUPAPPR   override authorized   (DUPOVRD.DAT)
      *            MERGEREQ  merge confirmed       (MERGAUD.DAT)
      *            MERGE     merge run             (MERGAUD.DAT)
      *            CLOSE     account closed        (CLOSEDAC.DAT)
      *
      *          PARM: <from YYYYMMDD> <to YYYYMMDD>; both optional,
      *          defaulting to everything on file. A sequence is
      *          reported when its second event falls in the range.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-CONFLICTOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-RULES-FILE ASSIGN TO "SODRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT NEW-ACCOUNTS-REPORT-FILE ASSIGN TO "NEWACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWACCT-FILE-STATUS.
           SELECT REASSIGN-HISTORY-FILE ASSIGN TO "REASGHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT APPROVAL-LOG-FILE ASSIGN TO "APRVLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRVLOG-FILE-STATUS.
           SELECT DUP-OVERRIDE-FILE ASSIGN TO "DUPOVRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPOVRD-FILE-STATUS.
           SELECT MERGE-AUDIT-FILE ASSIGN TO "MERGAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGAUD-FILE-STATUS.
           SELECT CLOSED-ACCOUNTS-FILE ASSIGN TO "CLOSEDAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-FILE-STATUS.
           SELECT SOD-SORT-FILE ASSIGN TO "SODSORT.TMP".
           SELECT SOD-REPORT-FILE ASSIGN TO "SODVIOL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SOD-RULES-FILE.
       01  SOD-RULES-REC.
           05 SR-RULE-ID       PIC X(8).
           05 FILLER           PIC X.
           05 SR-FIRST-EVENT   PIC X(8).
           05 FILLER           PIC X.
           05 SR-FIRST-DETAIL  PIC X(8).
           05 FILLER           PIC X.
           05 SR-SECOND-EVENT  PIC X(8).
           05 FILLER           PIC X.
           05 SR-SECOND-DETAIL PIC X(8).
           05 FILLER           PIC X.
           05 SR-WINDOW-DAYS   PIC X(3).
           05 FILLER           PIC X.
           05 SR-DESCRIPTION   PIC X(40).

       FD  NEW-ACCOUNTS-REPORT-FILE.
       01  NEW-ACCOUNTS-REPORT-REC.
           05 NA-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X.
           05 NA-NOMBRE        PIC X(16).
           05 FILLER           PIC X.
           05 NA-APELLIDO      PIC X(32).
           05 FILLER           PIC X.
           05 NA-EDAD          PIC X(3).
           05 FILLER           PIC X.
           05 NA-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X.
           05 NA-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 NA-BRANCH-CODE   PIC X(4).
           05 FILLER           PIC X.
           05 NA-OPERATOR-ID   PIC X(8).

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
           05 FILLER           PIC X.
           05 RH-CHECKER-ID    PIC X(8).
           05 FILLER           PIC X.
           05 RH-EFFECTIVE-DATE PIC 9(8).

       FD  APPROVAL-LOG-FILE.
       01  APPROVAL-LOG-REC.
           05 AP-SEQ-NO        PIC 9(8).
           05 FILLER           PIC X.
           05 AP-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X.
           05 AP-FIELD-CODE    PIC X.
           05 FILLER           PIC X.
           05 AP-NEW-VALUE     PIC X(32).
           05 FILLER           PIC X.
           05 AP-MAKER-ID      PIC X(8).
           05 FILLER           PIC X.
           05 AP-CHECKER-ID    PIC X(8).
           05 FILLER           PIC X.
           05 AP-ACTION        PIC X(8).
           05 FILLER           PIC X.
           05 AP-REASON        PIC X(24).
           05 FILLER           PIC X.
           05 AP-BUSINESS-DATE PIC 9(8).

       FD  DUP-OVERRIDE-FILE.
       01  DUP-OVERRIDE-REC.
           05 DO-NEW-NUMBER    PIC 9(8).
           05 FILLER           PIC X.
           05 DO-EXISTING-NUMBER PIC 9(8).
           05 FILLER           PIC X.
           05 DO-NOMBRE        PIC X(16).
           05 FILLER           PIC X.
           05 DO-APELLIDO      PIC X(32).
           05 FILLER           PIC X.
           05 DO-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X.
           05 DO-SUPERVISOR-ID PIC X(8).
           05 FILLER           PIC X.
           05 DO-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X.
           05 DO-BUSINESS-DATE PIC 9(8).

       FD  MERGE-AUDIT-FILE.
       01  MERGE-AUDIT-REC.
           05 MA-SEQ-NO        PIC 9(8).
           05 FILLER           PIC X.
           05 MA-SURVIVOR-NUMBER PIC 9(8).
           05 FILLER           PIC X.
           05 MA-LOSER-NUMBER  PIC 9(8).
           05 FILLER           PIC X.
           05 MA-FIELDS-CARRIED PIC 9(2).
           05 FILLER           PIC X.
           05 MA-HISTORY-MOVED PIC 9(5).
           05 FILLER           PIC X.
           05 MA-NEWACCT-MOVED PIC 9(5).
           05 FILLER           PIC X.
           05 MA-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X.
           05 MA-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 MA-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X.
           05 MA-REQUESTED-BY  PIC X(8).

       FD  CLOSED-ACCOUNTS-FILE.
       01  CLOSED-ACCOUNTS-REC.
           05 CL-SEQ-NO        PIC 9(8).
           05 FILLER           PIC X.
           05 CL-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X.
           05 CL-NOMBRE        PIC X(16).
           05 FILLER           PIC X.
           05 CL-APELLIDO      PIC X(32).
           05 FILLER           PIC X.
           05 CL-EDAD          PIC X(3).
           05 FILLER           PIC X.
           05 CL-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X.
           05 CL-SETTLEMENT-TYPE PIC X.
           05 FILLER           PIC X.
           05 CL-SETTLEMENT-AMOUNT PIC 9(10)V99.
           05 FILLER           PIC X.
           05 CL-SETTLEMENT-REF PIC 9(8).
           05 FILLER           PIC X.
           05 CL-OPERATOR-ID   PIC X(8).

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-REC.
           05 OM-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X(170).

       SD  SOD-SORT-FILE.
       01  SOD-SORT-REC.
           05 SE-CUSTOMER-NUMBER PIC 9(8).
           05 SE-DATE          PIC 9(8).
           05 SE-EVENT         PIC X(8).
           05 SE-DETAIL        PIC X(8).
           05 SE-OPERATOR-ID   PIC X(8).
           05 SE-SOURCE        PIC X(8).

       FD  SOD-REPORT-FILE.
       01  SOD-REPORT-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RULES-FILE-STATUS    PIC XX.
       01 WS-NEWACCT-FILE-STATUS  PIC XX.
       01 WS-HISTORY-FILE-STATUS  PIC XX.
       01 WS-APRVLOG-FILE-STATUS  PIC XX.
       01 WS-DUPOVRD-FILE-STATUS  PIC XX.
       01 WS-MERGAUD-FILE-STATUS  PIC XX.
       01 WS-CLOSED-FILE-STATUS   PIC XX.
       01 WS-OPERMAST-FILE-STATUS PIC XX.
       01 WS-PARM                 PIC X(20).
       01 WS-PARM-FROM            PIC X(8).
       01 WS-PARM-TO              PIC X(8).
       01 WS-FROM-DATE            PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE              PIC 9(8) VALUE 99999999.
       01 WS-EOF-SWITCH           PIC X VALUE 'N'.
          88 THIS-FILE-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH      PIC X VALUE 'N'.
          88 SORT-RETURN-EOF VALUE 'Y'.
      * the conflict patterns
       01 WS-RULE-TABLE.
          05 WS-RULE-COUNT        PIC 9(2) COMP VALUE ZERO.
          05 WS-RULE-ENTRY OCCURS 50.
             10 WS-RU-ID          PIC X(8).
             10 WS-RU-FIRST-EVENT PIC X(8).
             10 WS-RU-FIRST-DETAIL PIC X(8).
             10 WS-RU-SECOND-EVENT PIC X(8).
             10 WS-RU-SECOND-DETAIL PIC X(8).
             10 WS-RU-WINDOW      PIC 9(3).
             10 WS-RU-DESCRIPTION PIC X(40).
             10 WS-RU-HITS        PIC 9(7).
       01 WS-RULE-IDX             PIC 9(2) COMP VALUE ZERO.
       01 WS-RULES-REJECTED       PIC 9(3) VALUE ZERO.
       01 WS-EVENT-CODE           PIC X(8).
       01 WS-EVENT-KNOWN-SW       PIC X VALUE 'N'.
          88 EVENT-CODE-KNOWN VALUE 'Y'.
      * the ids on the operator master
       01 WS-OPERATOR-TABLE.
          05 WS-OPER-COUNT        PIC 9(3) COMP VALUE ZERO.
          05 WS-OP-ID             PIC X(8) OCCURS 200.
       01 WS-OPER-IDX             PIC 9(3) COMP VALUE ZERO.
       01 WS-OPER-FOUND-SW        PIC X VALUE 'N'.
          88 OPERATOR-ON-MASTER VALUE 'Y'.
      * one customer's entries, in date order
       01 WS-EVENT-TABLE.
          05 WS-EVENT-COUNT       PIC 9(3) COMP VALUE ZERO.
          05 WS-EVENT-ENTRY OCCURS 500.
             10 WS-EV-DATE        PIC 9(8).
             10 WS-EV-EVENT       PIC X(8).
             10 WS-EV-DETAIL      PIC X(8).
             10 WS-EV-OPERATOR-ID PIC X(8).
             10 WS-EV-SOURCE      PIC X(8).
       01 WS-FIRST-IDX            PIC 9(3) COMP VALUE ZERO.
       01 WS-SECOND-IDX           PIC 9(3) COMP VALUE ZERO.
       01 WS-CURRENT-CUSTOMER     PIC 9(8) VALUE ZERO.
       01 WS-CUSTOMERS-OVERFLOWED PIC 9(5) VALUE ZERO.
       01 WS-DAYS-APART           PIC S9(7) VALUE ZERO.
      * the entry being released into the sort
       01 WS-RELEASE-CUSTOMER     PIC 9(8).
       01 WS-RELEASE-DATE         PIC X(8).
       01 WS-RELEASE-DATE-N REDEFINES WS-RELEASE-DATE PIC 9(8).
       01 WS-RELEASE-EVENT        PIC X(8).
       01 WS-RELEASE-DETAIL       PIC X(8).
       01 WS-RELEASE-OPERATOR     PIC X(8).
       01 WS-RELEASE-SOURCE       PIC X(8).
       01 WS-EVENTS-RELEASED      PIC 9(7) VALUE ZERO.
       01 WS-SUSPECT-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-COUNT-EDITED         PIC Z(6)9.
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "INFORME-CONFLICTOS".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "SODVIOL.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-FROM WS-PARM-TO
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-FROM, WS-PARM-TO
           IF WS-PARM-FROM IS NUMERIC
               MOVE WS-PARM-FROM TO WS-FROM-DATE
           END-IF
           IF WS-PARM-TO IS NUMERIC
               MOVE WS-PARM-TO TO WS-TO-DATE
           END-IF
           PERFORM LOAD-RULE-TABLE
           IF WS-RULE-COUNT = ZERO
               DISPLAY "NO CONFLICT RULES ON SODRULES.DAT - NOTHING "
                   "CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-OPERATOR-TABLE
           OPEN OUTPUT SOD-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           SORT SOD-SORT-FILE
               ON ASCENDING KEY SE-CUSTOMER-NUMBER
               ON ASCENDING KEY SE-DATE
               INPUT PROCEDURE IS RELEASE-ALL-EVENTS
               OUTPUT PROCEDURE IS CHECK-CUSTOMER-EVENTS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE SOD-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           DISPLAY "ENTRIES CHECKED:      " WS-EVENTS-RELEASED
           DISPLAY "SUSPECT SEQUENCES:    " WS-SUSPECT-COUNT
           DISPLAY "REPORT WRITTEN TO SODVIOL.RPT"
           IF WS-SUSPECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * LOAD-RULE-TABLE keeps each well-formed rule; a line naming an
      * event this program does not produce, or with a window that is
      * not a number, is shown on the console and left out.
      *----------------------------------------------------------------
       LOAD-RULE-TABLE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SOD-RULES-FILE
           IF WS-RULES-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ SOD-RULES-FILE
               AT END SET THIS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL THIS-FILE-EOF
               IF SOD-RULES-REC(1:1) NOT = '*'
                       AND SOD-RULES-REC NOT = SPACES
                   PERFORM TAKE-ONE-RULE
               END-IF
               READ SOD-RULES-FILE
                   AT END SET THIS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE SOD-RULES-FILE.

       TAKE-ONE-RULE.
           MOVE SR-FIRST-EVENT TO WS-EVENT-CODE
           PERFORM CHECK-EVENT-CODE
           IF EVENT-CODE-KNOWN
               MOVE SR-SECOND-EVENT TO WS-EVENT-CODE
               PERFORM CHECK-EVENT-CODE
           END-IF
           IF NOT EVENT-CODE-KNOWN OR SR-WINDOW-DAYS IS NOT NUMERIC
                   OR WS-RULE-COUNT >= 50
               DISPLAY "RULE NOT USED: " SOD-RULES-REC(1:48)
               ADD 1 TO WS-RULES-REJECTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE SR-RULE-ID       TO WS-RU-ID(WS-RULE-COUNT)
           MOVE SR-FIRST-EVENT   TO WS-RU-FIRST-EVENT(WS-RULE-COUNT)
           MOVE SR-FIRST-DETAIL  TO WS-RU-FIRST-DETAIL(WS-RULE-COUNT)
           MOVE SR-SECOND-EVENT  TO WS-RU-SECOND-EVENT(WS-RULE-COUNT)
           MOVE SR-SECOND-DETAIL
               TO WS-RU-SECOND-DETAIL(WS-RULE-COUNT)
           MOVE SR-WINDOW-DAYS   TO WS-RU-WINDOW(WS-RULE-COUNT)
           MOVE SR-DESCRIPTION   TO WS-RU-DESCRIPTION(WS-RULE-COUNT)
           MOVE ZERO             TO WS-RU-HITS(WS-RULE-COUNT).

       CHECK-EVENT-CODE.
           EVALUATE WS-EVENT-CODE
               WHEN "ONBOARD"
               WHEN "AMEND"
               WHEN "MAKE"
               WHEN "APPROVE"
               WHEN "DUPOVRD"
               WHEN "DUPAPPR"
               WHEN "MERGEREQ"
               WHEN "MERGE"
               WHEN "CLOSE"
                   MOVE 'Y' TO WS-EVENT-KNOWN-SW
               WHEN OTHER
                   MOVE 'N' TO WS-EVENT-KNOWN-SW
           END-EVALUATE.

       LOAD-OPERATOR-TABLE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPERMAST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ OPERATOR-MASTER-FILE
               AT END SET THIS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL THIS-FILE-EOF
               IF OM-OPERATOR-ID NOT = SPACES AND WS-OPER-COUNT < 200
                   ADD 1 TO WS-OPER-COUNT
                   MOVE OM-OPERATOR-ID TO WS-OP-ID(WS-OPER-COUNT)
               END-IF
               READ OPERATOR-MASTER-FILE
                   AT END SET THIS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO SOD-REPORT-LINE
           STRING "SEGREGATION OF DUTIES - SUSPECT SEQUENCES FROM "
                      DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
               INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE SPACES TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE "SUSPECT SEQUENCES BY RULE" TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE ZERO TO WS-RULE-IDX
           PERFORM UNTIL WS-RULE-IDX >= WS-RULE-COUNT
               ADD 1 TO WS-RULE-IDX
               MOVE WS-RU-HITS(WS-RULE-IDX) TO WS-COUNT-EDITED
               MOVE SPACES TO SOD-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-RU-ID(WS-RULE-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-COUNT-EDITED DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-RU-DESCRIPTION(WS-RULE-IDX) DELIMITED BY SIZE
                   INTO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-PERFORM
           IF WS-CUSTOMERS-OVERFLOWED > ZERO
               MOVE WS-CUSTOMERS-OVERFLOWED TO WS-COUNT-EDITED
               MOVE SPACES TO SOD-REPORT-LINE
               STRING "CUSTOMERS WITH OVER 500 ENTRIES, CHECKED ON "
                          DELIMITED BY SIZE
                      "THEIR FIRST 500: " DELIMITED BY SIZE
                      WS-COUNT-EDITED DELIMITED BY SIZE
                   INTO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------
      * RELEASE-ALL-EVENTS reads the six files and releases one sort
      * entry per operator action on a customer. A merge counts
      * against both the survivor and the loser.
      *----------------------------------------------------------------
       RELEASE-ALL-EVENTS SECTION.
       RAE-MAIN.
           PERFORM RELEASE-NEWACCT-EVENTS
           PERFORM RELEASE-HISTORY-EVENTS
           PERFORM RELEASE-APPROVAL-EVENTS
           PERFORM RELEASE-OVERRIDE-EVENTS
           PERFORM RELEASE-MERGE-EVENTS
           PERFORM RELEASE-CLOSURE-EVENTS
           GO TO RAE-EXIT.

       RELEASE-NEWACCT-EVENTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT NEW-ACCOUNTS-REPORT-FILE
           IF WS-NEWACCT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ NEW-ACCOUNTS-REPORT-FILE
               AT END SET THIS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL THIS-FILE-EOF
               MOVE NA-CUSTOMER-NUMBER TO WS-RELEASE-CUSTOMER
               MOVE NA-BUSINESS-DATE   TO WS-RELEASE-DATE
               MOVE "ONBOARD"          TO WS-RELEASE-EVENT
               MOVE SPACES             TO WS-RELEASE-DETAIL
               MOVE NA-OPERATOR-ID     TO WS-RELEASE-OPERATOR
               MOVE "NEWACCT"          TO WS-RELEASE-SOURCE
               PERFORM RELEASE-ONE-EVENT
               READ NEW-ACCOUNTS-REPORT-FILE
                   AT END SET THIS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE NEW-ACCOUNTS-REPORT-FILE.

       RELEASE-HISTORY-EVENTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT REASSIGN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ REASSIGN-HISTORY-FILE
               AT END SET THIS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL THIS-FILE-EOF
               MOVE RH-CUSTOMER-NUMBER TO WS-RELEASE-CUSTOMER
               MOVE RH-BUSINESS-DATE   TO WS-RELEASE-DATE
               IF RH-BUSINESS-DATE IS NOT NUMERIC
                       OR RH-BUSINESS-DATE = ZERO
                   MOVE RH-TIMESTAMP(1:8) TO WS-RELEASE-DATE
               END-IF
               MOVE "AMEND"            TO WS-RELEASE-EVENT
               MOVE RH-FIELD-NAME      TO WS-RELEASE-DETAIL
               MOVE RH-OPERATOR-ID     TO WS-RELEASE-OPERATOR
               MOVE "REASGHST"         TO WS-RELEASE-SOURCE
               PERFORM RELEASE-ONE-EVENT
               READ REASSIGN-HISTORY-FILE
                   AT END SET THIS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE REASSIGN-HISTORY-FILE.

       RELEASE-APPROVAL-EVENTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT APPROVAL-LOG-FILE
           IF WS-APRVLOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ APPROVAL-LOG-FILE
               AT END SET THIS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL THIS-FILE-EOF
               MOVE AP-CUSTOMER-NUMBER TO WS-RELEASE-CUSTOMER
               MOVE AP-BUSINESS-DATE   TO WS-RELEASE-DATE
               MOVE SPACES             TO WS-RELEASE-DETAIL
               MOVE AP-FIELD-CODE      TO WS-RELEASE-DETAIL
               MOVE "APRVLOG"          TO WS-RELEASE-SOURCE
               MOVE "MAKE"             TO WS-RELEASE-EVENT
               MOVE AP-MAKER-ID        TO WS-RELEASE-OPERATOR
               PERFORM RELEASE-ONE-EVENT
               IF AP-ACTION = "RELEASED"
                   MOVE "APPROVE"      TO WS-RELEASE-EVENT
                   MOVE AP-CHECKER-ID  TO WS-RELEASE-OPERATOR
                   PERFORM RELEASE-ONE-EVENT
               END-IF
               READ APPROVAL-LOG-FILE
                   AT END SET THIS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE APPROVAL-LOG-FILE.

       RELEASE-OVERRIDE-EVENTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DUP-OVERRIDE-FILE
           IF WS-DUPOVRD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ DUP-OVERRIDE-FILE
               AT END SET THIS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL THIS-FILE-EOF
               MOVE DO-NEW-NUMBER      TO WS-RELEASE-CUSTOMER
               MOVE DO-BUSINESS-DATE   TO WS-RELEASE-DATE
               MOVE SPACES             TO WS-RELEASE-DETAIL
               MOVE "DUPOVRD"          TO WS-RELEASE-SOURCE
               MOVE "DUPOVRD"          TO WS-RELEASE-EVENT
               MOVE DO-OPERATOR-ID     TO WS-RELEASE-OPERATOR
               PERFORM RELEASE-ONE-EVENT
               MOVE "DUPAPPR"          TO WS-RELEASE-EVENT
               MOVE DO-SUPERVISOR-ID   TO WS-RELEASE-OPERATOR
               PERFORM RELEASE-ONE-EVENT
               READ DUP-OVERRIDE-FILE
                   AT END SET THIS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE DUP-OVERRIDE-FILE.

       RELEASE-MERGE-EVENTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MERGE-AUDIT-FILE
           IF WS-MERGAUD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ MERGE-AUDIT-FILE
               AT END SET THIS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL THIS-FILE-EOF
               MOVE MA-BUSINESS-DATE   TO WS-RELEASE-DATE
               MOVE SPACES             TO WS-RELEASE-DETAIL
               MOVE "MERGAUD"          TO WS-RELEASE-SOURCE
               MOVE MA-SURVIVOR-NUMBER TO WS-RELEASE-CUSTOMER
               PERFORM RELEASE-MERGE-PAIR
               MOVE MA-LOSER-NUMBER    TO WS-RELEASE-CUSTOMER
               PERFORM RELEASE-MERGE-PAIR
               READ MERGE-AUDIT-FILE
                   AT END SET THIS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE MERGE-AUDIT-FILE.

       RELEASE-MERGE-PAIR.
           MOVE "MERGEREQ"      TO WS-RELEASE-EVENT
           MOVE MA-REQUESTED-BY TO WS-RELEASE-OPERATOR
           PERFORM RELEASE-ONE-EVENT
           MOVE "MERGE"         TO WS-RELEASE-EVENT
           MOVE MA-OPERATOR-ID  TO WS-RELEASE-OPERATOR
           PERFORM RELEASE-ONE-EVENT.

       RELEASE-CLOSURE-EVENTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CLOSED-ACCOUNTS-FILE
           IF WS-CLOSED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CLOSED-ACCOUNTS-FILE
               AT END SET THIS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL THIS-FILE-EOF
               MOVE CL-CUSTOMER-NUMBER TO WS-RELEASE-CUSTOMER
               MOVE CL-TIMESTAMP(1:8)  TO WS-RELEASE-DATE
               MOVE "CLOSE"            TO WS-RELEASE-EVENT
               MOVE SPACES             TO WS-RELEASE-DETAIL
               MOVE CL-OPERATOR-ID     TO WS-RELEASE-OPERATOR
               MOVE "CLOSEDAC"         TO WS-RELEASE-SOURCE
               PERFORM RELEASE-ONE-EVENT
               READ CLOSED-ACCOUNTS-FILE
                   AT END SET THIS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE CLOSED-ACCOUNTS-FILE.

      * only a real operator's dated action on a numbered customer
      * goes into the sort
       RELEASE-ONE-EVENT.
           IF WS-RELEASE-OPERATOR = SPACES
                   OR WS-RELEASE-DATE IS NOT NUMERIC
                   OR WS-RELEASE-DATE = ZERO
                   OR WS-RELEASE-CUSTOMER IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RELEASE-DATE-N) NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-OPER-COUNT > ZERO
               MOVE 'N' TO WS-OPER-FOUND-SW
               MOVE ZERO TO WS-OPER-IDX
               PERFORM UNTIL OPERATOR-ON-MASTER
                       OR WS-OPER-IDX >= WS-OPER-COUNT
                   ADD 1 TO WS-OPER-IDX
                   IF WS-OP-ID(WS-OPER-IDX) = WS-RELEASE-OPERATOR
                       SET OPERATOR-ON-MASTER TO TRUE
                   END-IF
               END-PERFORM
               IF NOT OPERATOR-ON-MASTER
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-RELEASE-CUSTOMER TO SE-CUSTOMER-NUMBER
           MOVE WS-RELEASE-DATE     TO SE-DATE
           MOVE WS-RELEASE-EVENT    TO SE-EVENT
           MOVE WS-RELEASE-DETAIL   TO SE-DETAIL
           MOVE WS-RELEASE-OPERATOR TO SE-OPERATOR-ID
           MOVE WS-RELEASE-SOURCE   TO SE-SOURCE
           RELEASE SOD-SORT-REC
           ADD 1 TO WS-EVENTS-RELEASED.

       RAE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * CHECK-CUSTOMER-EVENTS gathers each customer's entries and, at
      * the customer break, tries every rule against every ordered
      * pair of them.
      *----------------------------------------------------------------
       CHECK-CUSTOMER-EVENTS SECTION.
       CCE-MAIN.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           MOVE ZERO TO WS-EVENT-COUNT
           PERFORM RETURN-SORTED-EVENT
           IF NOT SORT-RETURN-EOF
               MOVE SE-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
           END-IF
           PERFORM UNTIL SORT-RETURN-EOF
               IF SE-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
                   PERFORM CHECK-ONE-CUSTOMER
                   MOVE ZERO TO WS-EVENT-COUNT
                   MOVE SE-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
               END-IF
               IF WS-EVENT-COUNT < 500
                   ADD 1 TO WS-EVENT-COUNT
                   MOVE SE-DATE     TO WS-EV-DATE(WS-EVENT-COUNT)
                   MOVE SE-EVENT    TO WS-EV-EVENT(WS-EVENT-COUNT)
                   MOVE SE-DETAIL   TO WS-EV-DETAIL(WS-EVENT-COUNT)
                   MOVE SE-OPERATOR-ID
                       TO WS-EV-OPERATOR-ID(WS-EVENT-COUNT)
                   MOVE SE-SOURCE   TO WS-EV-SOURCE(WS-EVENT-COUNT)
                   IF WS-EVENT-COUNT = 500
                       ADD 1 TO WS-CUSTOMERS-OVERFLOWED
                   END-IF
               END-IF
               PERFORM RETURN-SORTED-EVENT
           END-PERFORM
           IF WS-EVENT-COUNT > ZERO
               PERFORM CHECK-ONE-CUSTOMER
           END-IF
           GO TO CCE-EXIT.

       RETURN-SORTED-EVENT.
           RETURN SOD-SORT-FILE
               AT END SET SORT-RETURN-EOF TO TRUE
           END-RETURN.

       CHECK-ONE-CUSTOMER.
           MOVE ZERO TO WS-RULE-IDX
           PERFORM UNTIL WS-RULE-IDX >= WS-RULE-COUNT
               ADD 1 TO WS-RULE-IDX
               MOVE ZERO TO WS-FIRST-IDX
               PERFORM UNTIL WS-FIRST-IDX >= WS-EVENT-COUNT
                   ADD 1 TO WS-FIRST-IDX
                   IF WS-EV-EVENT(WS-FIRST-IDX)
                           = WS-RU-FIRST-EVENT(WS-RULE-IDX)
                       AND (WS-RU-FIRST-DETAIL(WS-RULE-IDX) = SPACES
                           OR WS-EV-DETAIL(WS-FIRST-IDX)
                               = WS-RU-FIRST-DETAIL(WS-RULE-IDX))
                       PERFORM LOOK-FOR-SECOND-EVENT
                   END-IF
               END-PERFORM
           END-PERFORM.

      * the second event: same operator, another entry, on or after
      * the first, inside the rule's window and the report's range
       LOOK-FOR-SECOND-EVENT.
           MOVE ZERO TO WS-SECOND-IDX
           PERFORM UNTIL WS-SECOND-IDX >= WS-EVENT-COUNT
               ADD 1 TO WS-SECOND-IDX
               IF WS-SECOND-IDX NOT = WS-FIRST-IDX
                   AND WS-EV-EVENT(WS-SECOND-IDX)
                       = WS-RU-SECOND-EVENT(WS-RULE-IDX)
                   AND (WS-RU-SECOND-DETAIL(WS-RULE-IDX) = SPACES
                       OR WS-EV-DETAIL(WS-SECOND-IDX)
                           = WS-RU-SECOND-DETAIL(WS-RULE-IDX))
                   AND WS-EV-OPERATOR-ID(WS-SECOND-IDX)
                       = WS-EV-OPERATOR-ID(WS-FIRST-IDX)
                   AND WS-EV-DATE(WS-SECOND-IDX)
                       >= WS-EV-DATE(WS-FIRST-IDX)
                   AND WS-EV-DATE(WS-SECOND-IDX) >= WS-FROM-DATE
                   AND WS-EV-DATE(WS-SECOND-IDX) <= WS-TO-DATE
                   COMPUTE WS-DAYS-APART =
                       FUNCTION INTEGER-OF-DATE(
                           WS-EV-DATE(WS-SECOND-IDX))
                       - FUNCTION INTEGER-OF-DATE(
                           WS-EV-DATE(WS-FIRST-IDX))
                   IF WS-RU-WINDOW(WS-RULE-IDX) = ZERO
                           OR WS-DAYS-APART
                               <= WS-RU-WINDOW(WS-RULE-IDX)
                       PERFORM WRITE-SUSPECT-SEQUENCE
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-SUSPECT-SEQUENCE.
           ADD 1 TO WS-SUSPECT-COUNT
           ADD 1 TO WS-RU-HITS(WS-RULE-IDX)
           MOVE SPACES TO SOD-REPORT-LINE
           STRING "RULE " DELIMITED BY SIZE
                  WS-RU-ID(WS-RULE-IDX) DELIMITED BY SIZE
                  " CUSTOMER " DELIMITED BY SIZE
                  WS-CURRENT-CUSTOMER DELIMITED BY SIZE
                  " OPERATOR " DELIMITED BY SIZE
                  WS-EV-OPERATOR-ID(WS-FIRST-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RU-DESCRIPTION(WS-RULE-IDX) DELIMITED BY SIZE
               INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE SPACES TO SOD-REPORT-LINE
           STRING "    " DELIMITED BY SIZE
                  WS-EV-DATE(WS-FIRST-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EV-EVENT(WS-FIRST-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EV-DETAIL(WS-FIRST-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EV-SOURCE(WS-FIRST-IDX) DELIMITED BY SIZE
               INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE SPACES TO SOD-REPORT-LINE
           STRING "    " DELIMITED BY SIZE
                  WS-EV-DATE(WS-SECOND-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EV-EVENT(WS-SECOND-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EV-DETAIL(WS-SECOND-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EV-SOURCE(WS-SECOND-IDX) DELIMITED BY SIZE
               INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE.

       CCE-EXIT.
           EXIT.

       END PROGRAM INFORME-CONFLICTOS.
