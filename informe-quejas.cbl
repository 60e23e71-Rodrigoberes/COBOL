      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Complaint reports off the QUEJAS-CLIENTE case file.
      *          The daily run lists every complaint still open on
      *          QUEJAS.DAT on QUEJARPT.RPT with the customer, the
      *          category, the dates received and due, the operator
      *          it is assigned to and the business days it has been
      *          open on the CALENDAR.DAT calendar, flagging BREACH
      *          where the business date is past the response due
      *          date and DUE TODAY where it falls on it. The run
      *          ends 4 when a deadline is breached, 8 when the
      *          complaint file is not there, zero otherwise.
      *
      *          The quarterly run writes the regulator summary on
      *          QUEJATRI.RPT: by category, the complaints received
      *          and resolved in the quarter, those resolved within
      *          and outside the deadline, those upheld in whole or
      *          in part, those still open at the quarter end, and
      *          the average business days taken to resolve.
      *
      *          PARM: blank = daily open-cases report,
      *                Q [YYYYQ] = quarterly summary for quarter Q of
      *                year YYYY, by default the last quarter ended
      *                before the business date.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-QUEJAS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "QUEJAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QJ-CASE-NUMBER
               ALTERNATE RECORD KEY IS QJ-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-COMPLAINT-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT OPEN-CASES-REPORT-FILE ASSIGN TO "QUEJARPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUARTER-REPORT-FILE ASSIGN TO "QUEJATRI.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
       01  COMPLAINT-REC.
           05 QJ-CASE-NUMBER   PIC 9(8).
           05 QJ-CUSTOMER-NUMBER PIC 9(8).
           05 QJ-CATEGORY      PIC X(4).
           05 QJ-RECEIVED-DATE PIC 9(8).
           05 QJ-DUE-DATE      PIC 9(8).
           05 QJ-ASSIGNED-TO   PIC X(8).
           05 QJ-STATUS        PIC X.
              88 COMPLAINT-IS-OPEN     VALUE 'O'.
              88 COMPLAINT-IS-RESOLVED VALUE 'R'.
           05 QJ-SUMMARY       PIC X(40).
           05 QJ-LOGGED-BY     PIC X(8).
           05 QJ-LOGGED-DATE   PIC 9(8).
           05 QJ-RESOLVED-DATE PIC 9(8).
           05 QJ-OUTCOME       PIC X.
              88 OUTCOME-UPHELD        VALUE 'U'.
              88 OUTCOME-PARTLY-UPHELD VALUE 'P'.
              88 OUTCOME-NOT-UPHELD    VALUE 'N'.
              88 OUTCOME-WITHDRAWN     VALUE 'W'.
           05 QJ-RESOLUTION    PIC X(40).
           05 QJ-RESOLVED-BY   PIC X(8).
           05 QJ-DAYS-TO-RESOLVE PIC 9(4).

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

       FD  CALENDAR-FILE.
       01  CALENDAR-REC.
           05 CAL-DATE         PIC 9(8).
           05 FILLER           PIC X.
           05 CAL-DAY-TYPE     PIC X.
              88 CALENDAR-WORKING-DAY VALUE 'W'.
              88 CALENDAR-HOLIDAY     VALUE 'H'.
           05 FILLER           PIC X.
           05 CAL-MONTH-END    PIC X.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       FD  OPEN-CASES-REPORT-FILE.
       01  OPEN-CASES-REPORT-LINE PIC X(132).

       FD  QUARTER-REPORT-FILE.
       01  QUARTER-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-COMPLAINT-FILE-STATUS PIC XX.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-CALENDAR-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS PIC XX.
       01 WS-PARM                PIC X(20).
       01 WS-PARM-MODE           PIC X(8).
       01 WS-PARM-PERIOD         PIC X(8).
       01 WS-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
       01 WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
          05 WS-BD-YEAR          PIC 9(4).
          05 WS-BD-MONTH         PIC 9(2).
          05 WS-BD-DAY           PIC 9(2).
       01 WS-MASTER-SWITCH       PIC X VALUE 'N'.
          88 MASTER-ON-FILE VALUE 'Y'.
       01 WS-COMPLAINT-EOF-SWITCH PIC X VALUE 'N'.
          88 COMPLAINT-FILE-EOF VALUE 'Y'.
       01 WS-CUSTOMER-NAME       PIC X(30).
       01 WS-CASE-FLAG           PIC X(9).
       01 WS-OPEN-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-BREACH-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-DUE-TODAY-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-EDITED-DAYS         PIC Z(3)9.
       01 WS-EDITED-COUNT        PIC Z(7)9.
       01 WS-REPORT-TEXT         PIC X(40).
      *----------------------------------------------------------------
      * The quarter being summarised.
      *----------------------------------------------------------------
       01 WS-QUARTER-PERIOD.
          05 WS-QP-YEAR          PIC 9(4).
          05 WS-QP-QUARTER       PIC 9.
       01 WS-QUARTER-START       PIC 9(8) VALUE ZERO.
       01 WS-QUARTER-START-PARTS REDEFINES WS-QUARTER-START.
          05 WS-QS-YEAR          PIC 9(4).
          05 WS-QS-MONTH         PIC 9(2).
          05 WS-QS-DAY           PIC 9(2).
       01 WS-QUARTER-END         PIC 9(8) VALUE ZERO.
       01 WS-QUARTER-END-PARTS REDEFINES WS-QUARTER-END.
          05 WS-QE-YEAR          PIC 9(4).
          05 WS-QE-MONTH         PIC 9(2).
          05 WS-QE-DAY           PIC 9(2).
       01 WS-QUARTER-VALID-SW    PIC X VALUE 'N'.
          88 QUARTER-IS-VALID VALUE 'Y'.
      *----------------------------------------------------------------
      * Complaint categories, as QUEJAS-CLIENTE offers them. Entry 9
      * carries the totals; a case under a code not listed here is
      * counted under OTHR.
      *----------------------------------------------------------------
       01 WS-CATEGORY-VALUES.
          05 FILLER PIC X(34) VALUE "ACCTACCOUNT OPENING OR OPERATION".
          05 FILLER PIC X(34) VALUE "FEESFEES, CHARGES AND INTEREST".
          05 FILLER PIC X(34) VALUE "PAYMPAYMENTS AND TRANSFERS".
          05 FILLER PIC X(34) VALUE "PRODPRODUCT SUITABILITY OR ADVICE".
          05 FILLER PIC X(34) VALUE "SERVCUSTOMER SERVICE".
          05 FILLER PIC X(34) VALUE "DATADATA PROTECTION AND PRIVACY".
          05 FILLER PIC X(34) VALUE "FRAUFRAUD AND SCAMS".
          05 FILLER PIC X(34) VALUE "OTHROTHER".
       01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
          05 WS-CATEGORY-ENTRY OCCURS 8.
             10 WS-CAT-CODE      PIC X(4).
             10 WS-CAT-TITLE     PIC X(30).
       01 WS-CATEGORY-TOTALS.
          05 WS-CATEGORY-COUNTS OCCURS 9.
             10 WS-CC-RECEIVED   PIC 9(7).
             10 WS-CC-RESOLVED   PIC 9(7).
             10 WS-CC-IN-TIME    PIC 9(7).
             10 WS-CC-LATE       PIC 9(7).
             10 WS-CC-UPHELD     PIC 9(7).
             10 WS-CC-OPEN-AT-END PIC 9(7).
             10 WS-CC-DAYS-TOTAL PIC 9(9).
       01 WS-CAT-IDX             PIC 9(2) VALUE ZERO.
       01 WS-CASE-CAT-IDX        PIC 9(2) VALUE ZERO.
       01 WS-AVERAGE-DAYS        PIC 9(5)V9 VALUE ZERO.
       01 WS-EDITED-AVERAGE      PIC Z(5)9.9.
       01 WS-EDITED-RECEIVED     PIC Z(7)9.
       01 WS-EDITED-RESOLVED     PIC Z(7)9.
       01 WS-EDITED-IN-TIME      PIC Z(7)9.
       01 WS-EDITED-LATE         PIC Z(7)9.
       01 WS-EDITED-UPHELD       PIC Z(7)9.
       01 WS-EDITED-OPEN-AT-END  PIC Z(7)9.
       01 WS-LINE-TITLE          PIC X(30).
      *----------------------------------------------------------------
      * Business-day arithmetic on the calendar held in core.
      *----------------------------------------------------------------
       01 WS-CALENDAR-EOF-SWITCH PIC X VALUE 'N'.
          88 CALENDAR-FILE-EOF VALUE 'Y'.
       01 WS-CALENDAR-TABLE.
          05 WS-CALENDAR-COUNT    PIC 9(4) COMP VALUE ZERO.
          05 WS-CALENDAR-ENTRY OCCURS 2000.
             10 WS-CT-DATE        PIC 9(8).
             10 WS-CT-DAY-TYPE    PIC X.
       01 WS-CAL-IDX             PIC 9(4) COMP VALUE ZERO.
       01 WS-WORKING-SWITCH      PIC X VALUE 'Y'.
          88 DATE-IS-WORKING-DAY VALUE 'Y'.
       01 WS-ROLLED-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DAY-NUMBER          PIC 9(8) VALUE ZERO.
       01 WS-END-DAY-NUMBER      PIC 9(8) VALUE ZERO.
       01 WS-BUSINESS-DAYS       PIC 9(4) VALUE ZERO.
       01 WS-COUNT-TO-DATE       PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE          PIC X(8).
          05 FILLER              PIC X(13).
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "INFORME-QUEJAS".
       01 WS-ARCHIVE-CASES-REPORT PIC X(30) VALUE "QUEJARPT.RPT".
       01 WS-ARCHIVE-QUARTER-REPORT PIC X(30) VALUE "QUEJATRI.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-MODE WS-PARM-PERIOD
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-MODE WS-PARM-PERIOD
           PERFORM READ-BUSINESS-DATE
           OPEN INPUT COMPLAINT-FILE
           IF WS-COMPLAINT-FILE-STATUS NOT = "00"
               DISPLAY "COMPLAINT FILE QUEJAS.DAT NOT AVAILABLE - "
                   "STATUS " WS-COMPLAINT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-MODE = 'Q' OR WS-PARM-MODE = 'q'
               PERFORM SET-REPORT-QUARTER
               IF NOT QUARTER-IS-VALID
                   CLOSE COMPLAINT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM WRITE-QUARTER-SUMMARY
               CLOSE COMPLAINT-FILE
               MOVE ZERO TO RETURN-CODE
           ELSE
               PERFORM LOAD-CALENDAR
               PERFORM WRITE-OPEN-CASES-REPORT
               CLOSE COMPLAINT-FILE
               IF WS-BREACH-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       READ-COMPLAINT-RECORD.
           READ COMPLAINT-FILE NEXT
               AT END SET COMPLAINT-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * WRITE-OPEN-CASES-REPORT lists the open complaints, oldest case
      * first, against the business date.
      *----------------------------------------------------------------
       WRITE-OPEN-CASES-REPORT.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "00"
               SET MASTER-ON-FILE TO TRUE
           END-IF
           OPEN OUTPUT OPEN-CASES-REPORT-FILE
           PERFORM WRITE-OPEN-CASES-HEADING
           PERFORM READ-COMPLAINT-RECORD
           PERFORM UNTIL COMPLAINT-FILE-EOF
               IF COMPLAINT-IS-OPEN
                   PERFORM LIST-ONE-OPEN-CASE
               END-IF
               PERFORM READ-COMPLAINT-RECORD
           END-PERFORM
           MOVE ALL "-" TO OPEN-CASES-REPORT-LINE
           WRITE OPEN-CASES-REPORT-LINE
           MOVE "COMPLAINTS OPEN" TO WS-REPORT-TEXT
           MOVE WS-OPEN-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-OPEN-CASES-COUNT
           MOVE "RESPONSE DEADLINE BREACHED" TO WS-REPORT-TEXT
           MOVE WS-BREACH-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-OPEN-CASES-COUNT
           MOVE "RESPONSE DUE TODAY" TO WS-REPORT-TEXT
           MOVE WS-DUE-TODAY-COUNT TO WS-EDITED-COUNT
           PERFORM WRITE-OPEN-CASES-COUNT
           CLOSE OPEN-CASES-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-CASES-REPORT
           IF MASTER-ON-FILE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           DISPLAY "COMPLAINTS OPEN:        " WS-OPEN-COUNT
           DISPLAY "DEADLINES BREACHED:     " WS-BREACH-COUNT
           DISPLAY "RESPONSES DUE TODAY:    " WS-DUE-TODAY-COUNT
           DISPLAY "REPORT WRITTEN TO QUEJARPT.RPT".

       WRITE-OPEN-CASES-HEADING.
           MOVE SPACES TO OPEN-CASES-REPORT-LINE
           STRING "OPEN COMPLAINTS FOR BUSINESS DATE "
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO OPEN-CASES-REPORT-LINE
           WRITE OPEN-CASES-REPORT-LINE
           MOVE ALL "-" TO OPEN-CASES-REPORT-LINE
           WRITE OPEN-CASES-REPORT-LINE
           MOVE SPACES TO OPEN-CASES-REPORT-LINE
           STRING "CASE     CUSTOMER NAME                 CAT  "
                      DELIMITED BY SIZE
                  "RECEIVED DUE      ASSIGNED DAYS FLAG"
                      DELIMITED BY SIZE
               INTO OPEN-CASES-REPORT-LINE
           WRITE OPEN-CASES-REPORT-LINE.

      *----------------------------------------------------------------
      * LIST-ONE-OPEN-CASE counts the business days the case has been
      * open and flags it against its due date.
      *----------------------------------------------------------------
       LIST-ONE-OPEN-CASE.
           ADD 1 TO WS-OPEN-COUNT
           MOVE SPACES TO WS-CASE-FLAG
           IF WS-BUSINESS-DATE > QJ-DUE-DATE
               MOVE "BREACH" TO WS-CASE-FLAG
               ADD 1 TO WS-BREACH-COUNT
           ELSE
               IF WS-BUSINESS-DATE = QJ-DUE-DATE
                   MOVE "DUE TODAY" TO WS-CASE-FLAG
                   ADD 1 TO WS-DUE-TODAY-COUNT
               END-IF
           END-IF
           MOVE QJ-RECEIVED-DATE TO WS-ROLLED-DATE
           MOVE WS-BUSINESS-DATE TO WS-COUNT-TO-DATE
           PERFORM COUNT-BUSINESS-DAYS
           MOVE WS-BUSINESS-DAYS TO WS-EDITED-DAYS
           PERFORM LOOK-UP-CUSTOMER-NAME
           MOVE SPACES TO OPEN-CASES-REPORT-LINE
           STRING QJ-CASE-NUMBER       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  QJ-CUSTOMER-NUMBER   DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-CUSTOMER-NAME(1:20) DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  QJ-CATEGORY          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  QJ-RECEIVED-DATE     DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  QJ-DUE-DATE          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  QJ-ASSIGNED-TO       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-EDITED-DAYS       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-CASE-FLAG         DELIMITED BY SIZE
               INTO OPEN-CASES-REPORT-LINE
           WRITE OPEN-CASES-REPORT-LINE.

       WRITE-OPEN-CASES-COUNT.
           MOVE SPACES TO OPEN-CASES-REPORT-LINE
           STRING WS-REPORT-TEXT  DELIMITED BY SIZE
                  WS-EDITED-COUNT DELIMITED BY SIZE
               INTO OPEN-CASES-REPORT-LINE
           WRITE OPEN-CASES-REPORT-LINE.

       LOOK-UP-CUSTOMER-NAME.
           MOVE "NOT ON MASTER" TO WS-CUSTOMER-NAME
           IF NOT MASTER-ON-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE QJ-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-NUMBER
               NOT INVALID KEY
                   MOVE SPACES TO WS-CUSTOMER-NAME
                   STRING CM-NOMBRE   DELIMITED BY "  "
                          " "         DELIMITED BY SIZE
                          CM-APELLIDO DELIMITED BY "  "
                       INTO WS-CUSTOMER-NAME
           END-READ.

      *----------------------------------------------------------------
      * SET-REPORT-QUARTER takes the quarter from the PARM as YYYYQ,
      * or else the last quarter ended before the business date, and
      * works out its first and last days.
      *----------------------------------------------------------------
       SET-REPORT-QUARTER.
           MOVE 'N' TO WS-QUARTER-VALID-SW
           IF WS-PARM-PERIOD = SPACES
               COMPUTE WS-QP-QUARTER = (WS-BD-MONTH - 1) / 3 + 1
               MOVE WS-BD-YEAR TO WS-QP-YEAR
               IF WS-QP-QUARTER = 1
                   MOVE 4 TO WS-QP-QUARTER
                   SUBTRACT 1 FROM WS-QP-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-QP-QUARTER
               END-IF
           ELSE
               IF WS-PARM-PERIOD(1:5) IS NOT NUMERIC
                       OR WS-PARM-PERIOD(6:3) NOT = SPACES
                   DISPLAY "INVALID QUARTER " WS-PARM-PERIOD
                       " - GIVE YYYYQ, FOR EXAMPLE 20263"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PARM-PERIOD(1:5) TO WS-QUARTER-PERIOD
           END-IF
           IF WS-QP-QUARTER < 1 OR WS-QP-QUARTER > 4
                   OR WS-QP-YEAR < 1900
               DISPLAY "INVALID QUARTER " WS-QUARTER-PERIOD
                   " - GIVE YYYYQ, FOR EXAMPLE 20263"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QP-YEAR TO WS-QS-YEAR WS-QE-YEAR
           COMPUTE WS-QS-MONTH = (WS-QP-QUARTER - 1) * 3 + 1
           MOVE 1 TO WS-QS-DAY
           COMPUTE WS-QE-MONTH = WS-QP-QUARTER * 3
           IF WS-QP-QUARTER = 2 OR WS-QP-QUARTER = 3
               MOVE 30 TO WS-QE-DAY
           ELSE
               MOVE 31 TO WS-QE-DAY
           END-IF
           SET QUARTER-IS-VALID TO TRUE.

      *----------------------------------------------------------------
      * WRITE-QUARTER-SUMMARY reads the whole case file once and
      * counts each case into its category and into the totals.
      *----------------------------------------------------------------
       WRITE-QUARTER-SUMMARY.
           INITIALIZE WS-CATEGORY-TOTALS
           PERFORM READ-COMPLAINT-RECORD
           PERFORM UNTIL COMPLAINT-FILE-EOF
               PERFORM COUNT-ONE-CASE
               PERFORM READ-COMPLAINT-RECORD
           END-PERFORM
           OPEN OUTPUT QUARTER-REPORT-FILE
           MOVE SPACES TO QUARTER-REPORT-LINE
           STRING "COMPLAINTS SUMMARY FOR QUARTER "
                      DELIMITED BY SIZE
                  WS-QP-QUARTER  DELIMITED BY SIZE
                  " OF "         DELIMITED BY SIZE
                  WS-QP-YEAR     DELIMITED BY SIZE
                  " ("           DELIMITED BY SIZE
                  WS-QUARTER-START DELIMITED BY SIZE
                  " TO "         DELIMITED BY SIZE
                  WS-QUARTER-END DELIMITED BY SIZE
                  ")"            DELIMITED BY SIZE
               INTO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           MOVE ALL "-" TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           MOVE SPACES TO QUARTER-REPORT-LINE
           STRING "CATEGORY                       RECEIVED RESOLVED"
                      DELIMITED BY SIZE
                  "  IN TIME     LATE   UPHELD  OPEN AT AVG DAYS"
                      DELIMITED BY SIZE
               INTO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           MOVE SPACES TO QUARTER-REPORT-LINE
           MOVE "QTR END" TO QUARTER-REPORT-LINE(78:7)
           MOVE "TO CLOSE" TO QUARTER-REPORT-LINE(86:8)
           WRITE QUARTER-REPORT-LINE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 8
               MOVE WS-CAT-TITLE(WS-CAT-IDX) TO WS-LINE-TITLE
               PERFORM WRITE-CATEGORY-LINE
           END-PERFORM
           MOVE ALL "-" TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           MOVE 9 TO WS-CAT-IDX
           MOVE "ALL COMPLAINTS" TO WS-LINE-TITLE
           PERFORM WRITE-CATEGORY-LINE
           CLOSE QUARTER-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-QUARTER-REPORT
           DISPLAY "QUARTER:                " WS-QP-YEAR " Q"
               WS-QP-QUARTER
           DISPLAY "COMPLAINTS RECEIVED:    " WS-CC-RECEIVED(9)
           DISPLAY "COMPLAINTS RESOLVED:    " WS-CC-RESOLVED(9)
           DISPLAY "RESOLVED LATE:          " WS-CC-LATE(9)
           DISPLAY "OPEN AT QUARTER END:    " WS-CC-OPEN-AT-END(9)
           DISPLAY "REPORT WRITTEN TO QUEJATRI.RPT".

      *----------------------------------------------------------------
      * COUNT-ONE-CASE: received in the quarter; resolved in the
      * quarter, within or outside the due date, upheld in whole or
      * in part, with its business days to resolve; and still open
      * at the quarter end -- received by then and not resolved by
      * then.
      *----------------------------------------------------------------
       COUNT-ONE-CASE.
           MOVE 8 TO WS-CASE-CAT-IDX
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 8
               IF WS-CAT-CODE(WS-CAT-IDX) = QJ-CATEGORY
                   MOVE WS-CAT-IDX TO WS-CASE-CAT-IDX
               END-IF
           END-PERFORM
           MOVE WS-CASE-CAT-IDX TO WS-CAT-IDX
           PERFORM COUNT-CASE-INTO-ENTRY
           MOVE 9 TO WS-CAT-IDX
           PERFORM COUNT-CASE-INTO-ENTRY.

       COUNT-CASE-INTO-ENTRY.
           IF QJ-RECEIVED-DATE NOT < WS-QUARTER-START
                   AND QJ-RECEIVED-DATE NOT > WS-QUARTER-END
               ADD 1 TO WS-CC-RECEIVED(WS-CAT-IDX)
           END-IF
           IF COMPLAINT-IS-RESOLVED
                   AND QJ-RESOLVED-DATE NOT < WS-QUARTER-START
                   AND QJ-RESOLVED-DATE NOT > WS-QUARTER-END
               ADD 1 TO WS-CC-RESOLVED(WS-CAT-IDX)
               ADD QJ-DAYS-TO-RESOLVE TO WS-CC-DAYS-TOTAL(WS-CAT-IDX)
               IF QJ-RESOLVED-DATE > QJ-DUE-DATE
                   ADD 1 TO WS-CC-LATE(WS-CAT-IDX)
               ELSE
                   ADD 1 TO WS-CC-IN-TIME(WS-CAT-IDX)
               END-IF
               IF OUTCOME-UPHELD OR OUTCOME-PARTLY-UPHELD
                   ADD 1 TO WS-CC-UPHELD(WS-CAT-IDX)
               END-IF
           END-IF
           IF QJ-RECEIVED-DATE NOT > WS-QUARTER-END
               IF COMPLAINT-IS-OPEN
                       OR QJ-RESOLVED-DATE > WS-QUARTER-END
                   ADD 1 TO WS-CC-OPEN-AT-END(WS-CAT-IDX)
               END-IF
           END-IF.

       WRITE-CATEGORY-LINE.
           MOVE ZERO TO WS-AVERAGE-DAYS
           IF WS-CC-RESOLVED(WS-CAT-IDX) > ZERO
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-CC-DAYS-TOTAL(WS-CAT-IDX)
                   / WS-CC-RESOLVED(WS-CAT-IDX)
           END-IF
           MOVE WS-AVERAGE-DAYS TO WS-EDITED-AVERAGE
           MOVE WS-CC-RECEIVED(WS-CAT-IDX) TO WS-EDITED-RECEIVED
           MOVE WS-CC-RESOLVED(WS-CAT-IDX) TO WS-EDITED-RESOLVED
           MOVE WS-CC-IN-TIME(WS-CAT-IDX)  TO WS-EDITED-IN-TIME
           MOVE WS-CC-LATE(WS-CAT-IDX)     TO WS-EDITED-LATE
           MOVE WS-CC-UPHELD(WS-CAT-IDX)   TO WS-EDITED-UPHELD
           MOVE WS-CC-OPEN-AT-END(WS-CAT-IDX)
               TO WS-EDITED-OPEN-AT-END
           MOVE SPACES TO QUARTER-REPORT-LINE
           STRING WS-LINE-TITLE         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-RECEIVED    DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-RESOLVED    DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-IN-TIME     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-LATE        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-UPHELD      DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-OPEN-AT-END DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-AVERAGE     DELIMITED BY SIZE
               INTO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE.

      *----------------------------------------------------------------
      * COUNT-BUSINESS-DAYS counts the working days after
      * WS-ROLLED-DATE up to and including WS-COUNT-TO-DATE, the day
      * received not counting, as QUEJAS-CLIENTE counts them. A date
      * the calendar doesn't cover is taken as working.
      *----------------------------------------------------------------
       COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-BUSINESS-DAYS
           COMPUTE WS-END-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-COUNT-TO-DATE)
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-ROLLED-DATE)
           PERFORM UNTIL WS-DAY-NUMBER NOT < WS-END-DAY-NUMBER
                   OR WS-BUSINESS-DAYS = 9999
               ADD 1 TO WS-DAY-NUMBER
               COMPUTE WS-ROLLED-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               PERFORM CHECK-WORKING-DAY
               IF DATE-IS-WORKING-DAY
                   ADD 1 TO WS-BUSINESS-DAYS
               END-IF
           END-PERFORM.

       CHECK-WORKING-DAY.
           SET DATE-IS-WORKING-DAY TO TRUE
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CALENDAR-COUNT
               IF WS-CT-DATE(WS-CAL-IDX) = WS-ROLLED-DATE
                   IF WS-CT-DAY-TYPE(WS-CAL-IDX) NOT = 'W'
                       MOVE 'N' TO WS-WORKING-SWITCH
                   END-IF
                   MOVE WS-CALENDAR-COUNT TO WS-CAL-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * LOAD-CALENDAR holds CALENDAR.DAT in core. Without a calendar
      * every day counts as a working day.
      *----------------------------------------------------------------
       LOAD-CALENDAR.
           MOVE ZERO TO WS-CALENDAR-COUNT
           MOVE 'N' TO WS-CALENDAR-EOF-SWITCH
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "NO CALENDAR ON FILE - DAYS OPEN ARE COUNTED "
                   "IN CALENDAR DAYS"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CALENDAR-RECORD
           PERFORM UNTIL CALENDAR-FILE-EOF
               IF CAL-DATE IS NUMERIC AND WS-CALENDAR-COUNT < 2000
                   ADD 1 TO WS-CALENDAR-COUNT
                   MOVE CAL-DATE TO WS-CT-DATE(WS-CALENDAR-COUNT)
                   MOVE CAL-DAY-TYPE
                       TO WS-CT-DAY-TYPE(WS-CALENDAR-COUNT)
               END-IF
               PERFORM READ-CALENDAR-RECORD
           END-PERFORM
           CLOSE CALENDAR-FILE.

       READ-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END SET CALENDAR-FILE-EOF TO TRUE
           END-READ.

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

       END PROGRAM INFORME-QUEJAS.
