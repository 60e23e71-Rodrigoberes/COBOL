      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Monthly management information pack. The figures
      *          management asks for every month come from a dozen
      *          files; this program gathers them for one month into
      *          a dated pack, MIPACK.<yyyymm>.RPT, with each figure
      *          set against the prior month and the same month last
      *          year, and writes the same figures pipe-delimited to
      *          MIPACK.<yyyymm>.DAT (heading row, one row per figure,
      *          TRL trailer count) for the spreadsheet users.
      *
      *          Accounts opened (NEWACCT.DAT) and closed (CLOSEDAC.
      *          DAT), suspensions and reactivations (STATUS changes
      *          on REASGHST.DAT), ledger postings, debits and credits
      *          (LEDGHIST.DAT), the ledger balance at the month-end
      *          close (LEDGSNAP.DAT), duplicate dispositions
      *          (DUPDISP.DAT), and alerts raised and acknowledged
      *          (ALERTQ.DAT) are counted by the date on each record.
      *          The open items on the suspense and reject queues
      *          (the three queues ANTIGUEDAD-COLAS ages) and the
      *          campaign responses on file (CAMPRESP.DAT) carry no
      *          usable date, so they are counted as they stand when
      *          the pack for the month just ended (or the current
      *          month) is run.
      *
      *          Every pack's figures are kept on MIHIST.DAT by month.
      *          Prior months are taken from there first, since the
      *          dated files are purged and archived over time; a
      *          month not yet on the history is counted from the
      *          files where its records carry a date, and shown N/A
      *          where they do not. Packs rerun for older months read
      *          the history and never change it.
      *
      *          PARM: [yyyymm]  (default: the month before the
      *          business date's month)
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-GESTION.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-ACCOUNTS-FILE ASSIGN TO "NEWACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWACCT-FILE-STATUS.
           SELECT CLOSED-ACCOUNTS-FILE ASSIGN TO "CLOSEDAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-FILE-STATUS.
           SELECT REASSIGN-HISTORY-FILE ASSIGN TO "REASGHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT LEDGER-HISTORY-FILE ASSIGN TO "LEDGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGHIST-FILE-STATUS.
           SELECT LEDGER-SNAPSHOT-FILE ASSIGN TO "LEDGSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGSNAP-FILE-STATUS.
           SELECT QUEUE-FILE ASSIGN USING WS-QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT DUP-DISPOSITION-FILE ASSIGN TO "DUPDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPDISP-FILE-STATUS.
           SELECT ALERT-QUEUE-FILE ASSIGN TO "ALERTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTQ-FILE-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO "CAMPRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-FILE-STATUS.
           SELECT MI-HISTORY-FILE ASSIGN TO "MIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MIHIST-FILE-STATUS.
           SELECT PACK-REPORT-FILE ASSIGN USING WS-PACK-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PACK-EXTRACT-FILE ASSIGN USING WS-PACK-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  NEW-ACCOUNTS-FILE.
       01  NEW-ACCOUNTS-REC.
           05 NA-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X(82).
           05 NA-BUSINESS-DATE PIC X(8).
           05 FILLER           PIC X(14).

       FD  CLOSED-ACCOUNTS-FILE.
       01  CLOSED-ACCOUNTS-REC.
           05 CL-SEQ-NO        PIC 9(8).
           05 FILLER           PIC X(64).
           05 CL-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X(40).

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
           05 RH-BUSINESS-DATE PIC X(8).
           05 FILLER           PIC X(36).

       FD  LEDGER-HISTORY-FILE.
       01  LEDGER-HISTORY-REC.
           05 LH-POSTING-REF   PIC 9(8).
           05 FILLER           PIC X.
           05 LH-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X.
           05 LH-BUSINESS-DATE PIC X(8).
           05 FILLER           PIC X.
           05 LH-DEBIT-CREDIT  PIC X.
              88 POSTING-IS-DEBIT  VALUE 'D'.
              88 POSTING-IS-CREDIT VALUE 'C'.
           05 FILLER           PIC X.
           05 LH-AMOUNT        PIC 9(10)V99.
           05 FILLER           PIC X(100).

       FD  LEDGER-SNAPSHOT-FILE.
       01  LEDGER-SNAPSHOT-REC.
           05 LS-PERIOD        PIC X(6).
           05 FILLER           PIC X.
           05 LS-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X.
           05 LS-BALANCE       PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 LS-SNAPSHOT-DATE PIC 9(8).

       FD  QUEUE-FILE.
       01  QUEUE-REC           PIC X(250).

       FD  DUP-DISPOSITION-FILE.
       01  DUP-DISPOSITION-REC.
           05 DD-NUMBER-1      PIC 9(8).
           05 FILLER           PIC X.
           05 DD-NUMBER-2      PIC 9(8).
           05 FILLER           PIC X.
           05 DD-DISPOSITION   PIC X.
              88 PAIR-IS-CONFIRMED     VALUE 'C'.
              88 PAIR-NOT-A-DUPLICATE  VALUE 'X'.
           05 FILLER           PIC X.
           05 DD-BUSINESS-DATE PIC X(8).
           05 FILLER           PIC X(9).

       FD  ALERT-QUEUE-FILE.
       01  ALERT-QUEUE-REC.
           05 AL-SEVERITY      PIC X(8).
           05 FILLER           PIC X.
           05 AL-PROGRAM-NAME  PIC X(18).
           05 FILLER           PIC X.
           05 AL-MESSAGE       PIC X(60).
           05 FILLER           PIC X.
           05 AL-BUSINESS-DATE PIC X(8).
           05 FILLER           PIC X.
           05 AL-ACK-FLAG      PIC X.
              88 ALERT-ACKNOWLEDGED VALUE 'Y'.
           05 FILLER           PIC X(36).

       FD  RESPONSE-FILE.
       01  RESPONSE-REC.
           05 RP-CUSTOMER-NUMBER PIC 9(8).

       FD  MI-HISTORY-FILE.
       01  MI-HISTORY-REC.
           05 MH-MONTH         PIC 9(6).
           05 FILLER           PIC X.
           05 MH-FIGURE-CODE   PIC X(8).
           05 FILLER           PIC X.
           05 MH-VALUE         PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 MH-RUN-DATE      PIC 9(8).

       FD  PACK-REPORT-FILE.
       01  PACK-REPORT-LINE    PIC X(132).

       FD  PACK-EXTRACT-FILE.
       01  PACK-EXTRACT-LINE   PIC X(200).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-NEWACCT-FILE-STATUS  PIC XX.
       01 WS-CLOSED-FILE-STATUS   PIC XX.
       01 WS-HISTORY-FILE-STATUS  PIC XX.
       01 WS-LEDGHIST-FILE-STATUS PIC XX.
       01 WS-LEDGSNAP-FILE-STATUS PIC XX.
       01 WS-QUEUE-FILE-STATUS    PIC XX.
       01 WS-DUPDISP-FILE-STATUS  PIC XX.
       01 WS-ALERTQ-FILE-STATUS   PIC XX.
       01 WS-RESPONSE-FILE-STATUS PIC XX.
       01 WS-MIHIST-FILE-STATUS   PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-EOF-SWITCH           PIC X VALUE 'N'.
          88 INPUT-FILE-EOF VALUE 'Y'.
       01 WS-PARM                 PIC X(20).
       01 WS-PARM-MONTH           PIC X(6).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 FILLER               PIC X(13).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01 WS-BUSINESS-MONTH       PIC 9(6) VALUE ZERO.
       01 WS-DEFAULT-MONTH        PIC 9(6) VALUE ZERO.
       01 WS-PACK-MONTH           PIC 9(6) VALUE ZERO.
       01 WS-PACK-MONTH-X REDEFINES WS-PACK-MONTH.
          05 WS-PACK-YEAR         PIC 9(4).
          05 WS-PACK-MM           PIC 9(2).
       01 WS-PERIOD-MONTHS.
          05 WS-PERIOD-MONTH      PIC 9(6) OCCURS 3.
       01 WS-PERIOD-IDX           PIC 9(1) VALUE ZERO.
       01 WS-EVENT-MONTH          PIC X(6).
       01 WS-MEASURE-SWITCH       PIC X VALUE 'N'.
          88 MEASURE-STANDING-FIGURES VALUE 'Y'.
      *----------------------------------------------------------------
      * The figures in the pack, in print order: code, kind (F =
      * counted by the date on each record, P = counted as the file
      * stands), format (C = count, A = amount), and title. The codes
      * are the keys on MIHIST.DAT; never reuse or renumber one.
      *----------------------------------------------------------------
       01 WS-FIGURE-VALUES.
          05 FILLER PIC X(44) VALUE
             "OPENED  FCACCOUNTS OPENED".
          05 FILLER PIC X(44) VALUE
             "CLOSED  FCACCOUNTS CLOSED".
          05 FILLER PIC X(44) VALUE
             "SUSPEND FCACCOUNTS SUSPENDED".
          05 FILLER PIC X(44) VALUE
             "REACTIV FCACCOUNTS REACTIVATED".
          05 FILLER PIC X(44) VALUE
             "POSTINGSFCLEDGER POSTINGS".
          05 FILLER PIC X(44) VALUE
             "DEBITS  FALEDGER DEBITS POSTED".
          05 FILLER PIC X(44) VALUE
             "CREDITS FALEDGER CREDITS POSTED".
          05 FILLER PIC X(44) VALUE
             "LEDGBAL FALEDGER BALANCE AT MONTH-END CLOSE".
          05 FILLER PIC X(44) VALUE
             "SUSPQUE PCOPEN ITEMS - SUSPENSE QUEUE".
          05 FILLER PIC X(44) VALUE
             "EDADREJ PCOPEN ITEMS - CLASSIFY REJECTS".
          05 FILLER PIC X(44) VALUE
             "OPERREJ PCOPEN ITEMS - CALCULATOR REJECTS".
          05 FILLER PIC X(44) VALUE
             "DUPCONF FCDUPLICATE PAIRS CONFIRMED".
          05 FILLER PIC X(44) VALUE
             "DUPCLEARFCDUPLICATE PAIRS CLEARED".
          05 FILLER PIC X(44) VALUE
             "ALERTS  FCALERTS RAISED".
          05 FILLER PIC X(44) VALUE
             "ALERTACKFCALERTS ACKNOWLEDGED".
          05 FILLER PIC X(44) VALUE
             "CAMPRESPPCCAMPAIGN RESPONSES ON FILE".
       01 WS-FIGURE-TABLE REDEFINES WS-FIGURE-VALUES.
          05 WS-FIGURE-DEF OCCURS 16.
             10 WS-FD-CODE        PIC X(8).
             10 WS-FD-KIND        PIC X.
             10 WS-FD-FORMAT      PIC X.
             10 WS-FD-TITLE       PIC X(34).
       01 WS-FIGURE-COUNT         PIC 9(2) VALUE 16.
       01 WS-FIGURE-RESULTS.
          05 WS-FIGURE-RESULT OCCURS 16.
             10 WS-FR-PERIOD OCCURS 3.
                15 WS-FR-COUNTED  PIC S9(13)V99.
                15 WS-FR-VALUE    PIC S9(13)V99.
                15 WS-FR-SOURCE   PIC X.
                   88 FIGURE-NOT-AVAILABLE VALUE SPACE.
       01 WS-FIG-IDX              PIC 9(2) VALUE ZERO.
       01 WS-THIS-FIGURE          PIC 9(2) VALUE ZERO.
      * figure numbers in the table above
       01 WS-FIG-OPENED           PIC 9(2) VALUE 1.
       01 WS-FIG-CLOSED           PIC 9(2) VALUE 2.
       01 WS-FIG-SUSPENDED        PIC 9(2) VALUE 3.
       01 WS-FIG-REACTIVATED      PIC 9(2) VALUE 4.
       01 WS-FIG-POSTINGS         PIC 9(2) VALUE 5.
       01 WS-FIG-DEBITS           PIC 9(2) VALUE 6.
       01 WS-FIG-CREDITS          PIC 9(2) VALUE 7.
       01 WS-FIG-LEDGER-BALANCE   PIC 9(2) VALUE 8.
       01 WS-FIG-FIRST-QUEUE      PIC 9(2) VALUE 9.
       01 WS-FIG-DUP-CONFIRMED    PIC 9(2) VALUE 12.
       01 WS-FIG-DUP-CLEARED      PIC 9(2) VALUE 13.
       01 WS-FIG-ALERTS           PIC 9(2) VALUE 14.
       01 WS-FIG-ALERTS-ACKED     PIC 9(2) VALUE 15.
       01 WS-FIG-RESPONSES        PIC 9(2) VALUE 16.
       01 WS-QUEUE-FILE-NAME      PIC X(30).
       01 WS-QUEUE-IDX            PIC 9(1) VALUE ZERO.
       01 WS-MIHIST-TABLE.
          05 WS-MH-COUNT          PIC 9(4) COMP VALUE ZERO.
          05 WS-MH-ENTRY OCCURS 3000.
             10 WS-MH-MONTH       PIC 9(6).
             10 WS-MH-CODE        PIC X(8).
             10 WS-MH-VALUE       PIC S9(13)V99.
             10 WS-MH-RUN-DATE    PIC 9(8).
             10 WS-MH-KEEP        PIC X.
       01 WS-MH-IDX               PIC 9(4) COMP VALUE ZERO.
       01 WS-MH-FOUND-IDX         PIC 9(4) COMP VALUE ZERO.
       01 WS-MH-OVERFLOW-SW       PIC X VALUE 'N'.
          88 MI-HISTORY-OVERFLOWED VALUE 'Y'.
       01 WS-PACK-REPORT-NAME     PIC X(30) VALUE SPACES.
       01 WS-PACK-EXTRACT-NAME    PIC X(30) VALUE SPACES.
       01 WS-ROW-COUNT            PIC 9(8) VALUE ZERO.
       01 WS-COLUMN-IDX           PIC 9(1) VALUE ZERO.
       01 WS-DIFFERENCE           PIC S9(13)V99 VALUE ZERO.
       01 WS-OUTPUT-VALUE         PIC S9(13)V99 VALUE ZERO.
       01 WS-OUTPUT-SWITCH        PIC X VALUE 'N'.
          88 OUTPUT-VALUE-PRESENT VALUE 'Y'.
       01 WS-EDIT-AMOUNT          PIC -(12)9.99.
       01 WS-EDIT-COUNT           PIC -(15)9.
       01 WS-EDITED-VALUE         PIC X(16).
       01 WS-VALUE-START          PIC 9(2) COMP VALUE ZERO.
       01 WS-TITLE-LENGTH         PIC 9(2) COMP VALUE ZERO.
       01 WS-LINE-POINTER         PIC 9(3) COMP VALUE 1.
       01 WS-ARCHIVE-PROGRAM      PIC X(18) VALUE "INFORME-GESTION".
       01 WS-PACK-TITLE-LINE.
          05 FILLER               PIC X(36) VALUE
             "MANAGEMENT INFORMATION PACK - MONTH ".
          05 WS-PT-MONTH          PIC 9(6).
          05 FILLER               PIC X(24) VALUE
             "    PRODUCED ON BUSINESS".
          05 FILLER               PIC X(6) VALUE " DATE ".
          05 WS-PT-BUSINESS-DATE  PIC 9(8).
       01 WS-PACK-HEADING-LINE.
          05 FILLER               PIC X(35) VALUE "FIGURE".
          05 FILLER               PIC X(17) VALUE "      THIS MONTH".
          05 FILLER               PIC X(17) VALUE "     PRIOR MONTH".
          05 FILLER               PIC X(17) VALUE "          CHANGE".
          05 FILLER               PIC X(17) VALUE "  SAME MONTH L/Y".
          05 FILLER               PIC X(17) VALUE "          CHANGE".
       01 WS-PACK-MONTHS-LINE.
          05 FILLER               PIC X(35) VALUE SPACES.
          05 FILLER               PIC X(11) VALUE SPACES.
          05 WS-PM-THIS-MONTH     PIC 9(6).
          05 FILLER               PIC X(11) VALUE SPACES.
          05 WS-PM-PRIOR-MONTH    PIC 9(6).
          05 FILLER               PIC X(28) VALUE SPACES.
          05 WS-PM-YEAR-AGO-MONTH PIC 9(6).
       01 WS-PACK-DETAIL-LINE.
          05 WS-PD-TITLE          PIC X(34).
          05 WS-PD-COLUMN OCCURS 5.
             10 FILLER            PIC X.
             10 WS-PD-VALUE       PIC X(16).
       01 WS-PACK-NOTE-LINE       PIC X(132).
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-MONTH
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-MONTH
           PERFORM READ-BUSINESS-DATE
           PERFORM RESOLVE-PACK-MONTHS
           IF WS-PACK-MONTH = ZERO
               DISPLAY "USE: INFORME-GESTION [YYYYMM]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-MI-HISTORY
      * the pack rewrites MIHIST.DAT from the session table, so a
      * history that does not fit it refuses the run before any
      * month's figures are lost
           IF MI-HISTORY-OVERFLOWED
               DISPLAY "RUN REFUSED - MIHIST.DAT HOLDS MORE THAN "
                   "3000 FIGURES AND NO LONGER FITS THE SESSION TABLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE WS-FIGURE-RESULTS
           PERFORM COUNT-NEW-ACCOUNTS
           PERFORM COUNT-CLOSED-ACCOUNTS
           PERFORM COUNT-STATUS-CHANGES
           PERFORM COUNT-LEDGER-POSTINGS
           PERFORM SUM-LEDGER-SNAPSHOTS
           PERFORM COUNT-DUP-DISPOSITIONS
           PERFORM COUNT-ALERTS
           IF MEASURE-STANDING-FIGURES
               PERFORM COUNT-QUEUE-ITEMS
               PERFORM COUNT-CAMPAIGN-RESPONSES
           END-IF
           PERFORM RESOLVE-FIGURE-VALUES
           PERFORM WRITE-PACK-REPORT
           PERFORM WRITE-PACK-EXTRACT
           IF MEASURE-STANDING-FIGURES
               PERFORM RECORD-PACK-HISTORY
           END-IF
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-PACK-REPORT-NAME
           DISPLAY "MI PACK FOR " WS-PACK-MONTH " WRITTEN TO "
               WS-PACK-REPORT-NAME
           DISPLAY "SPREADSHEET EXTRACT WRITTEN TO "
               WS-PACK-EXTRACT-NAME
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------
      * RESOLVE-PACK-MONTHS settles the pack month (the PARM, else the
      * month before the business date's), its prior month and the
      * same month a year earlier, and whether the standing figures
      * are measured: only for the month just ended or the current
      * month, since a queue counted today says nothing about an
      * older month.
      *----------------------------------------------------------------
       RESOLVE-PACK-MONTHS.
           DIVIDE WS-BUSINESS-DATE BY 100 GIVING WS-BUSINESS-MONTH
           MOVE WS-BUSINESS-MONTH TO WS-PACK-MONTH
           PERFORM STEP-BACK-ONE-MONTH
           MOVE WS-PACK-MONTH TO WS-DEFAULT-MONTH
           IF WS-PARM-MONTH NOT = SPACES
               IF WS-PARM-MONTH IS NUMERIC
                       AND WS-PARM-MONTH(5:2) >= "01"
                       AND WS-PARM-MONTH(5:2) <= "12"
                       AND WS-PARM-MONTH <= WS-BUSINESS-MONTH
                   MOVE WS-PARM-MONTH TO WS-PACK-MONTH
               ELSE
                   DISPLAY "NOT A MONTH TO REPORT: " WS-PARM-MONTH
                   MOVE ZERO TO WS-PACK-MONTH
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-PACK-MONTH TO WS-PERIOD-MONTH(1)
           COMPUTE WS-PERIOD-MONTH(3) = WS-PACK-MONTH - 100
           PERFORM STEP-BACK-ONE-MONTH
           MOVE WS-PACK-MONTH TO WS-PERIOD-MONTH(2)
           MOVE WS-PERIOD-MONTH(1) TO WS-PACK-MONTH
           IF WS-PACK-MONTH >= WS-DEFAULT-MONTH
               SET MEASURE-STANDING-FIGURES TO TRUE
           END-IF
           MOVE SPACES TO WS-PACK-REPORT-NAME WS-PACK-EXTRACT-NAME
           STRING "MIPACK." DELIMITED BY SIZE
                  WS-PACK-MONTH DELIMITED BY SIZE
                  ".RPT" DELIMITED BY SIZE
               INTO WS-PACK-REPORT-NAME
           STRING "MIPACK." DELIMITED BY SIZE
                  WS-PACK-MONTH DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-PACK-EXTRACT-NAME.

       STEP-BACK-ONE-MONTH.
           IF WS-PACK-MM = 1
               SUBTRACT 1 FROM WS-PACK-YEAR
               MOVE 12 TO WS-PACK-MM
           ELSE
               SUBTRACT 1 FROM WS-PACK-MM
           END-IF.

      *----------------------------------------------------------------
      * FIND-PERIOD places a record's YYYYMM (WS-EVENT-MONTH) in the
      * pack month (1), the prior month (2) or the same month last
      * year (3); zero when it is none of them.
      *----------------------------------------------------------------
       FIND-PERIOD.
           MOVE ZERO TO WS-PERIOD-IDX
           IF WS-EVENT-MONTH IS NUMERIC
               EVALUATE WS-EVENT-MONTH
                   WHEN WS-PERIOD-MONTH(1)
                       MOVE 1 TO WS-PERIOD-IDX
                   WHEN WS-PERIOD-MONTH(2)
                       MOVE 2 TO WS-PERIOD-IDX
                   WHEN WS-PERIOD-MONTH(3)
                       MOVE 3 TO WS-PERIOD-IDX
               END-EVALUATE
           END-IF.

       ADD-ONE-TO-FIGURE.
           IF WS-PERIOD-IDX > ZERO
               ADD 1 TO WS-FR-COUNTED(WS-THIS-FIGURE, WS-PERIOD-IDX)
           END-IF.

       COUNT-NEW-ACCOUNTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT NEW-ACCOUNTS-FILE
           IF WS-NEWACCT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIG-OPENED TO WS-THIS-FIGURE
           PERFORM UNTIL INPUT-FILE-EOF
               READ NEW-ACCOUNTS-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE NA-BUSINESS-DATE(1:6) TO WS-EVENT-MONTH
                       PERFORM FIND-PERIOD
                       PERFORM ADD-ONE-TO-FIGURE
               END-READ
           END-PERFORM
           CLOSE NEW-ACCOUNTS-FILE.

       COUNT-CLOSED-ACCOUNTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CLOSED-ACCOUNTS-FILE
           IF WS-CLOSED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIG-CLOSED TO WS-THIS-FIGURE
           PERFORM UNTIL INPUT-FILE-EOF
               READ CLOSED-ACCOUNTS-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE CL-TIMESTAMP(1:6) TO WS-EVENT-MONTH
                       PERFORM FIND-PERIOD
                       PERFORM ADD-ONE-TO-FIGURE
               END-READ
           END-PERFORM
           CLOSE CLOSED-ACCOUNTS-FILE.

      *----------------------------------------------------------------
      * COUNT-STATUS-CHANGES counts the STATUS changes on the history:
      * to 'S' is a suspension, from 'S' back to 'A' a reactivation.
      *----------------------------------------------------------------
       COUNT-STATUS-CHANGES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT REASSIGN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INPUT-FILE-EOF
               READ REASSIGN-HISTORY-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM COUNT-ONE-STATUS-CHANGE
               END-READ
           END-PERFORM
           CLOSE REASSIGN-HISTORY-FILE.

       COUNT-ONE-STATUS-CHANGE.
           IF RH-FIELD-NAME NOT = "STATUS"
               EXIT PARAGRAPH
           END-IF
           MOVE RH-BUSINESS-DATE(1:6) TO WS-EVENT-MONTH
           PERFORM FIND-PERIOD
           IF RH-NEW-VALUE(1:1) = 'S'
               MOVE WS-FIG-SUSPENDED TO WS-THIS-FIGURE
               PERFORM ADD-ONE-TO-FIGURE
           END-IF
           IF RH-OLD-VALUE(1:1) = 'S' AND RH-NEW-VALUE(1:1) = 'A'
               MOVE WS-FIG-REACTIVATED TO WS-THIS-FIGURE
               PERFORM ADD-ONE-TO-FIGURE
           END-IF.

       COUNT-LEDGER-POSTINGS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT LEDGER-HISTORY-FILE
           IF WS-LEDGHIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INPUT-FILE-EOF
               READ LEDGER-HISTORY-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM COUNT-ONE-POSTING
               END-READ
           END-PERFORM
           CLOSE LEDGER-HISTORY-FILE.

       COUNT-ONE-POSTING.
           MOVE LH-BUSINESS-DATE(1:6) TO WS-EVENT-MONTH
           PERFORM FIND-PERIOD
           IF WS-PERIOD-IDX = ZERO OR LH-AMOUNT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIG-POSTINGS TO WS-THIS-FIGURE
           PERFORM ADD-ONE-TO-FIGURE
           IF POSTING-IS-DEBIT
               ADD LH-AMOUNT
                   TO WS-FR-COUNTED(WS-FIG-DEBITS, WS-PERIOD-IDX)
           END-IF
           IF POSTING-IS-CREDIT
               ADD LH-AMOUNT
                   TO WS-FR-COUNTED(WS-FIG-CREDITS, WS-PERIOD-IDX)
           END-IF.

      *----------------------------------------------------------------
      * SUM-LEDGER-SNAPSHOTS totals the balances CIERRA-MES froze for
      * each period; a month not yet closed has no snapshot and
      * shows N/A rather than a zero balance.
      *----------------------------------------------------------------
       SUM-LEDGER-SNAPSHOTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT LEDGER-SNAPSHOT-FILE
           IF WS-LEDGSNAP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INPUT-FILE-EOF
               READ LEDGER-SNAPSHOT-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE LS-PERIOD TO WS-EVENT-MONTH
                       PERFORM FIND-PERIOD
                       IF WS-PERIOD-IDX > ZERO
                               AND LS-BALANCE IS NUMERIC
                           ADD LS-BALANCE TO WS-FR-COUNTED(
                               WS-FIG-LEDGER-BALANCE, WS-PERIOD-IDX)
                           MOVE 'S' TO WS-FR-SOURCE(
                               WS-FIG-LEDGER-BALANCE, WS-PERIOD-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-SNAPSHOT-FILE.

       COUNT-DUP-DISPOSITIONS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DUP-DISPOSITION-FILE
           IF WS-DUPDISP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INPUT-FILE-EOF
               READ DUP-DISPOSITION-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE DD-BUSINESS-DATE(1:6) TO WS-EVENT-MONTH
                       PERFORM FIND-PERIOD
                       IF PAIR-IS-CONFIRMED
                           MOVE WS-FIG-DUP-CONFIRMED TO WS-THIS-FIGURE
                           PERFORM ADD-ONE-TO-FIGURE
                       END-IF
                       IF PAIR-NOT-A-DUPLICATE
                           MOVE WS-FIG-DUP-CLEARED TO WS-THIS-FIGURE
                           PERFORM ADD-ONE-TO-FIGURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUP-DISPOSITION-FILE.

       COUNT-ALERTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ALERT-QUEUE-FILE
           IF WS-ALERTQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INPUT-FILE-EOF
               READ ALERT-QUEUE-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE AL-BUSINESS-DATE(1:6) TO WS-EVENT-MONTH
                       PERFORM FIND-PERIOD
                       MOVE WS-FIG-ALERTS TO WS-THIS-FIGURE
                       PERFORM ADD-ONE-TO-FIGURE
                       IF ALERT-ACKNOWLEDGED
                           MOVE WS-FIG-ALERTS-ACKED TO WS-THIS-FIGURE
                           PERFORM ADD-ONE-TO-FIGURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-QUEUE-FILE.

      *----------------------------------------------------------------
      * COUNT-QUEUE-ITEMS counts what stands on the three queues
      * ANTIGUEDAD-COLAS ages, into the pack month only.
      *----------------------------------------------------------------
       COUNT-QUEUE-ITEMS.
           MOVE 1 TO WS-PERIOD-IDX
           MOVE ZERO TO WS-QUEUE-IDX
           PERFORM UNTIL WS-QUEUE-IDX >= 3
               ADD 1 TO WS-QUEUE-IDX
               EVALUATE WS-QUEUE-IDX
                   WHEN 1
                       MOVE "EDADSUSP.DAT" TO WS-QUEUE-FILE-NAME
                   WHEN 2
                       MOVE "EDADREJ.DAT"  TO WS-QUEUE-FILE-NAME
                   WHEN 3
                       MOVE "OPERREJ.DAT"  TO WS-QUEUE-FILE-NAME
               END-EVALUATE
               COMPUTE WS-THIS-FIGURE =
                   WS-FIG-FIRST-QUEUE + WS-QUEUE-IDX - 1
               PERFORM COUNT-ONE-QUEUE
           END-PERFORM.

       COUNT-ONE-QUEUE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INPUT-FILE-EOF
               READ QUEUE-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-ONE-TO-FIGURE
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.

       COUNT-CAMPAIGN-RESPONSES.
           MOVE 1 TO WS-PERIOD-IDX
           MOVE WS-FIG-RESPONSES TO WS-THIS-FIGURE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RESPONSE-FILE
           IF WS-RESPONSE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INPUT-FILE-EOF
               READ RESPONSE-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-ONE-TO-FIGURE
               END-READ
           END-PERFORM
           CLOSE RESPONSE-FILE.

      *----------------------------------------------------------------
      * RESOLVE-FIGURE-VALUES decides where each figure for each month
      * comes from. The pack month, when it is the month just ended
      * or the current month, is always counted afresh. Older months
      * take the figure the pack recorded at the time, because the
      * dated files lose records to purging and archiving; a month
      * the history does not hold is counted from the dated files,
      * and a standing figure with no history is not available. The
      * month-end ledger balance needs a CIERRA-MES snapshot.
      *----------------------------------------------------------------
       RESOLVE-FIGURE-VALUES.
           MOVE ZERO TO WS-FIG-IDX
           PERFORM UNTIL WS-FIG-IDX >= WS-FIGURE-COUNT
               ADD 1 TO WS-FIG-IDX
               MOVE ZERO TO WS-PERIOD-IDX
               PERFORM UNTIL WS-PERIOD-IDX >= 3
                   ADD 1 TO WS-PERIOD-IDX
                   PERFORM RESOLVE-ONE-VALUE
               END-PERFORM
           END-PERFORM.

       RESOLVE-ONE-VALUE.
           IF WS-PERIOD-IDX = 1 AND MEASURE-STANDING-FIGURES
               PERFORM TAKE-COUNTED-VALUE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-HISTORY-FIGURE
           IF WS-MH-FOUND-IDX > ZERO
               MOVE WS-MH-VALUE(WS-MH-FOUND-IDX)
                   TO WS-FR-VALUE(WS-FIG-IDX, WS-PERIOD-IDX)
               MOVE 'H' TO WS-FR-SOURCE(WS-FIG-IDX, WS-PERIOD-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-FD-KIND(WS-FIG-IDX) = 'F'
               PERFORM TAKE-COUNTED-VALUE
           END-IF.

       TAKE-COUNTED-VALUE.
           MOVE WS-FR-COUNTED(WS-FIG-IDX, WS-PERIOD-IDX)
               TO WS-FR-VALUE(WS-FIG-IDX, WS-PERIOD-IDX)
           IF WS-FIG-IDX = WS-FIG-LEDGER-BALANCE
               IF WS-FR-SOURCE(WS-FIG-IDX, WS-PERIOD-IDX) = 'S'
                   MOVE 'C' TO WS-FR-SOURCE(WS-FIG-IDX, WS-PERIOD-IDX)
               END-IF
           ELSE
               MOVE 'C' TO WS-FR-SOURCE(WS-FIG-IDX, WS-PERIOD-IDX)
           END-IF.

       FIND-HISTORY-FIGURE.
           MOVE ZERO TO WS-MH-FOUND-IDX
           MOVE ZERO TO WS-MH-IDX
           PERFORM UNTIL WS-MH-IDX >= WS-MH-COUNT
               ADD 1 TO WS-MH-IDX
               IF WS-MH-MONTH(WS-MH-IDX)
                       = WS-PERIOD-MONTH(WS-PERIOD-IDX)
                       AND WS-MH-CODE(WS-MH-IDX)
                       = WS-FD-CODE(WS-FIG-IDX)
                   MOVE WS-MH-IDX TO WS-MH-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * WRITE-PACK-REPORT prints the pack: one line per figure with
      * the pack month, the prior month and the change, and the same
      * month last year and the change.
      *----------------------------------------------------------------
       WRITE-PACK-REPORT.
           OPEN OUTPUT PACK-REPORT-FILE
           MOVE WS-PACK-MONTH TO WS-PT-MONTH
           MOVE WS-BUSINESS-DATE TO WS-PT-BUSINESS-DATE
           WRITE PACK-REPORT-LINE FROM WS-PACK-TITLE-LINE
           MOVE SPACES TO PACK-REPORT-LINE
           WRITE PACK-REPORT-LINE
           WRITE PACK-REPORT-LINE FROM WS-PACK-HEADING-LINE
           MOVE WS-PERIOD-MONTH(1) TO WS-PM-THIS-MONTH
           MOVE WS-PERIOD-MONTH(2) TO WS-PM-PRIOR-MONTH
           MOVE WS-PERIOD-MONTH(3) TO WS-PM-YEAR-AGO-MONTH
           WRITE PACK-REPORT-LINE FROM WS-PACK-MONTHS-LINE
           MOVE ALL "-" TO PACK-REPORT-LINE(1:119)
           WRITE PACK-REPORT-LINE
           MOVE ZERO TO WS-FIG-IDX
           PERFORM UNTIL WS-FIG-IDX >= WS-FIGURE-COUNT
               ADD 1 TO WS-FIG-IDX
               PERFORM WRITE-ONE-PACK-LINE
           END-PERFORM
           MOVE ALL "-" TO PACK-REPORT-LINE(1:119)
           WRITE PACK-REPORT-LINE
           MOVE SPACES TO WS-PACK-NOTE-LINE
           IF MEASURE-STANDING-FIGURES
               STRING "QUEUE ITEMS AND CAMPAIGN RESPONSES ARE AS THEY "
                      "STOOD WHEN THE PACK WAS RUN." DELIMITED BY SIZE
                   INTO WS-PACK-NOTE-LINE
           ELSE
               STRING "QUEUE ITEMS AND CAMPAIGN RESPONSES ARE AS "
                      "RECORDED WHEN THIS MONTH'S PACK WAS FIRST RUN."
                      DELIMITED BY SIZE
                   INTO WS-PACK-NOTE-LINE
           END-IF
           WRITE PACK-REPORT-LINE FROM WS-PACK-NOTE-LINE
           MOVE "N/A - NOT ON THE MI HISTORY AND NOT DATED ON ITS FILE,"
               TO WS-PACK-NOTE-LINE
           MOVE " OR NO MONTH-END CLOSE FOR THE BALANCE."
               TO WS-PACK-NOTE-LINE(55:)
           WRITE PACK-REPORT-LINE FROM WS-PACK-NOTE-LINE
           CLOSE PACK-REPORT-FILE.

       WRITE-ONE-PACK-LINE.
           MOVE SPACES TO WS-PACK-DETAIL-LINE
           MOVE WS-FD-TITLE(WS-FIG-IDX) TO WS-PD-TITLE
           MOVE ZERO TO WS-COLUMN-IDX
           PERFORM UNTIL WS-COLUMN-IDX >= 5
               ADD 1 TO WS-COLUMN-IDX
               PERFORM SET-COLUMN-VALUE
               IF OUTPUT-VALUE-PRESENT
                   PERFORM EDIT-OUTPUT-VALUE
                   MOVE WS-EDITED-VALUE
                       TO WS-PD-VALUE(WS-COLUMN-IDX)
               ELSE
                   MOVE "             N/A"
                       TO WS-PD-VALUE(WS-COLUMN-IDX)
               END-IF
           END-PERFORM
           WRITE PACK-REPORT-LINE FROM WS-PACK-DETAIL-LINE.

      *----------------------------------------------------------------
      * SET-COLUMN-VALUE gives column 1-5 (this month, prior month,
      * change, same month last year, change) of the current figure;
      * a change is only shown when both of its months are present.
      *----------------------------------------------------------------
       SET-COLUMN-VALUE.
           MOVE 'N' TO WS-OUTPUT-SWITCH
           MOVE ZERO TO WS-OUTPUT-VALUE
           EVALUATE WS-COLUMN-IDX
               WHEN 1
                   MOVE 1 TO WS-PERIOD-IDX
                   PERFORM TAKE-PERIOD-VALUE
               WHEN 2
                   MOVE 2 TO WS-PERIOD-IDX
                   PERFORM TAKE-PERIOD-VALUE
               WHEN 4
                   MOVE 3 TO WS-PERIOD-IDX
                   PERFORM TAKE-PERIOD-VALUE
               WHEN 3
                   MOVE 2 TO WS-PERIOD-IDX
                   PERFORM TAKE-PERIOD-CHANGE
               WHEN 5
                   MOVE 3 TO WS-PERIOD-IDX
                   PERFORM TAKE-PERIOD-CHANGE
           END-EVALUATE.

       TAKE-PERIOD-VALUE.
           IF WS-FR-SOURCE(WS-FIG-IDX, WS-PERIOD-IDX) = 'C' OR 'H'
               MOVE WS-FR-VALUE(WS-FIG-IDX, WS-PERIOD-IDX)
                   TO WS-OUTPUT-VALUE
               SET OUTPUT-VALUE-PRESENT TO TRUE
           END-IF.

       TAKE-PERIOD-CHANGE.
           IF (WS-FR-SOURCE(WS-FIG-IDX, 1) = 'C' OR 'H')
                   AND (WS-FR-SOURCE(WS-FIG-IDX, WS-PERIOD-IDX)
                       = 'C' OR 'H')
               COMPUTE WS-OUTPUT-VALUE =
                   WS-FR-VALUE(WS-FIG-IDX, 1)
                   - WS-FR-VALUE(WS-FIG-IDX, WS-PERIOD-IDX)
               SET OUTPUT-VALUE-PRESENT TO TRUE
           END-IF.

       EDIT-OUTPUT-VALUE.
           IF WS-FD-FORMAT(WS-FIG-IDX) = 'A'
               MOVE WS-OUTPUT-VALUE TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-EDITED-VALUE
           ELSE
               MOVE WS-OUTPUT-VALUE TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EDITED-VALUE
           END-IF.

      *----------------------------------------------------------------
      * WRITE-PACK-EXTRACT writes the same figures pipe-delimited in
      * the EXPORTA-MAESTRO manner: heading row, one row per figure,
      * TRL trailer count. A value not available is left empty.
      *----------------------------------------------------------------
       WRITE-PACK-EXTRACT.
           OPEN OUTPUT PACK-EXTRACT-FILE
           MOVE SPACES TO PACK-EXTRACT-LINE
           STRING "MONTH|FIGURE|DESCRIPTION|THIS_MONTH|PRIOR_MONTH|"
                  "PRIOR_CHANGE|SAME_MONTH_LAST_YEAR|LAST_YEAR_CHANGE"
                  DELIMITED BY SIZE
               INTO PACK-EXTRACT-LINE
           WRITE PACK-EXTRACT-LINE
           MOVE ZERO TO WS-ROW-COUNT
           MOVE ZERO TO WS-FIG-IDX
           PERFORM UNTIL WS-FIG-IDX >= WS-FIGURE-COUNT
               ADD 1 TO WS-FIG-IDX
               PERFORM WRITE-ONE-EXTRACT-ROW
           END-PERFORM
           MOVE SPACES TO PACK-EXTRACT-LINE
           STRING "TRL|" DELIMITED BY SIZE
                  WS-ROW-COUNT DELIMITED BY SIZE
               INTO PACK-EXTRACT-LINE
           WRITE PACK-EXTRACT-LINE
           CLOSE PACK-EXTRACT-FILE.

       WRITE-ONE-EXTRACT-ROW.
           MOVE 34 TO WS-TITLE-LENGTH
           PERFORM UNTIL WS-TITLE-LENGTH <= 1
                   OR WS-FD-TITLE(WS-FIG-IDX)(WS-TITLE-LENGTH:1)
                      NOT = SPACE
               SUBTRACT 1 FROM WS-TITLE-LENGTH
           END-PERFORM
           MOVE SPACES TO PACK-EXTRACT-LINE
           MOVE 1 TO WS-LINE-POINTER
           STRING WS-PACK-MONTH DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-FD-CODE(WS-FIG-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-FD-TITLE(WS-FIG-IDX)(1:WS-TITLE-LENGTH)
                      DELIMITED BY SIZE
               INTO PACK-EXTRACT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING
           MOVE ZERO TO WS-COLUMN-IDX
           PERFORM UNTIL WS-COLUMN-IDX >= 5
               ADD 1 TO WS-COLUMN-IDX
               STRING "|" DELIMITED BY SIZE
                   INTO PACK-EXTRACT-LINE
                   WITH POINTER WS-LINE-POINTER
               END-STRING
               PERFORM SET-COLUMN-VALUE
               IF OUTPUT-VALUE-PRESENT
                   PERFORM EDIT-OUTPUT-VALUE
                   PERFORM FIND-VALUE-START
                   STRING WS-EDITED-VALUE(WS-VALUE-START:)
                           DELIMITED BY SIZE
                       INTO PACK-EXTRACT-LINE
                       WITH POINTER WS-LINE-POINTER
                   END-STRING
               END-IF
           END-PERFORM
           WRITE PACK-EXTRACT-LINE
           ADD 1 TO WS-ROW-COUNT.

       FIND-VALUE-START.
           MOVE 1 TO WS-VALUE-START
           PERFORM UNTIL WS-VALUE-START >= 16
                   OR WS-EDITED-VALUE(WS-VALUE-START:1) NOT = SPACE
               ADD 1 TO WS-VALUE-START
           END-PERFORM.

      *----------------------------------------------------------------
      * LOAD-MI-HISTORY and RECORD-PACK-HISTORY keep MIHIST.DAT: the
      * pack month's counted figures replace whatever an earlier run
      * recorded for that month, and every other month is written
      * back as it was.
      *----------------------------------------------------------------
       LOAD-MI-HISTORY.
           MOVE ZERO TO WS-MH-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MI-HISTORY-FILE
           IF WS-MIHIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INPUT-FILE-EOF
               READ MI-HISTORY-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-HISTORY-FIGURE
               END-READ
           END-PERFORM
           CLOSE MI-HISTORY-FILE.

       LOAD-ONE-HISTORY-FIGURE.
           IF MH-MONTH IS NOT NUMERIC OR MH-VALUE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-MH-COUNT >= 3000
               SET MI-HISTORY-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MH-COUNT
           MOVE MH-MONTH       TO WS-MH-MONTH(WS-MH-COUNT)
           MOVE MH-FIGURE-CODE TO WS-MH-CODE(WS-MH-COUNT)
           MOVE MH-VALUE       TO WS-MH-VALUE(WS-MH-COUNT)
           MOVE MH-RUN-DATE    TO WS-MH-RUN-DATE(WS-MH-COUNT)
           MOVE 'K'            TO WS-MH-KEEP(WS-MH-COUNT).

       RECORD-PACK-HISTORY.
           OPEN OUTPUT MI-HISTORY-FILE
           MOVE ZERO TO WS-MH-IDX
           PERFORM UNTIL WS-MH-IDX >= WS-MH-COUNT
               ADD 1 TO WS-MH-IDX
               IF WS-MH-MONTH(WS-MH-IDX) NOT = WS-PACK-MONTH
                   MOVE SPACES TO MI-HISTORY-REC
                   MOVE WS-MH-MONTH(WS-MH-IDX)    TO MH-MONTH
                   MOVE WS-MH-CODE(WS-MH-IDX)     TO MH-FIGURE-CODE
                   MOVE WS-MH-VALUE(WS-MH-IDX)    TO MH-VALUE
                   MOVE WS-MH-RUN-DATE(WS-MH-IDX) TO MH-RUN-DATE
                   WRITE MI-HISTORY-REC
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-FIG-IDX
           PERFORM UNTIL WS-FIG-IDX >= WS-FIGURE-COUNT
               ADD 1 TO WS-FIG-IDX
               IF WS-FR-SOURCE(WS-FIG-IDX, 1) = 'C'
                   MOVE SPACES TO MI-HISTORY-REC
                   MOVE WS-PACK-MONTH            TO MH-MONTH
                   MOVE WS-FD-CODE(WS-FIG-IDX)   TO MH-FIGURE-CODE
                   MOVE WS-FR-VALUE(WS-FIG-IDX, 1) TO MH-VALUE
                   MOVE WS-BUSINESS-DATE         TO MH-RUN-DATE
                   WRITE MI-HISTORY-REC
               END-IF
           END-PERFORM
           CLOSE MI-HISTORY-FILE.

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

       END PROGRAM INFORME-GESTION.
