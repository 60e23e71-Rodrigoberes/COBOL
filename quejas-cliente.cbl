      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Complaint case file. Complaints used to go down as
      *          free-text notes on NOTAS.DAT, where nobody could say
      *          how many were open, how old they were, or whether
      *          the regulator's response deadline was met. Each
      *          complaint is now a case on QUEJAS.DAT, numbered from
      *          the QUEJAS series and keyed also by customer, with
      *          its category, received date, the operator it is
      *          assigned to and the response due date -- the
      *          received date plus WS-RESPONSE-DAYS business days,
      *          counted on the CALENDAR.DAT business calendar. The
      *          case stays open until it is resolved with an
      *          outcome and a resolution text, when the business
      *          days it took are stamped on it. INFORME-QUEJAS
      *          reports the open cases daily and summarises the
      *          quarter for the regulator.
      *
      *          PARM: A = log a complaint, R = resolve one,
      *                S = reassign one, anything else lists a
      *                customer's complaints.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEJAS-CLIENTE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "QUEJAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

       WORKING-STORAGE SECTION.
       01 WS-COMPLAINT-FILE-STATUS PIC XX.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-CALENDAR-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS PIC XX.
       01 WS-RUN-MODE            PIC X.
       01 WS-THIS-PROGRAM        PIC X(18) VALUE "QUEJAS-CLIENTE".
       01 WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
       01 WS-OPERID-VALID-SW     PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-OPERATOR-ROLE       PIC X(10) VALUE SPACES.
       01 WS-ASSIGNEE-ID         PIC X(8) VALUE SPACES.
       01 WS-ASSIGNEE-VALID-SW   PIC X VALUE 'N'.
          88 ASSIGNEE-IS-VALID VALUE 'Y'.
       01 WS-ASSIGNEE-ROLE       PIC X(10) VALUE SPACES.
       01 WS-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
       01 WS-CUSTOMER-NUMBER     PIC 9(8) VALUE ZERO.
       01 WS-CASE-NUMBER         PIC 9(8) VALUE ZERO.
       01 WS-CASE-SEQ-NAME       PIC X(8) VALUE "QUEJAS".
       01 WS-ANSWER              PIC X(3).
       01 WS-TEXT-ANSWER         PIC X(40).
      *----------------------------------------------------------------
      * The response deadline, in business days from the day the
      * complaint is received.
      *----------------------------------------------------------------
       01 WS-RESPONSE-DAYS       PIC 9(4) VALUE 15.
      *----------------------------------------------------------------
      * Complaint categories. The regulator summary in INFORME-QUEJAS
      * reports by these same codes; keep the two lists in step.
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
       01 WS-CAT-IDX             PIC 9(2) VALUE ZERO.
       01 WS-CATEGORY-SWITCH     PIC X VALUE 'N'.
          88 CATEGORY-IS-KNOWN VALUE 'Y'.
       01 WS-WANTED-CATEGORY     PIC X(4).
       01 WS-CUSTOMER-SWITCH     PIC X VALUE 'N'.
          88 CUSTOMER-ON-MASTER VALUE 'Y'.
       01 WS-CASE-SWITCH         PIC X VALUE 'N'.
          88 CASE-IS-FOUND VALUE 'Y'.
       01 WS-COMPLAINT-EOF-SWITCH PIC X VALUE 'N'.
          88 COMPLAINT-SCAN-DONE VALUE 'Y'.
       01 WS-LISTED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-LIST-STATE          PIC X(8).
       01 WS-DATE-ANSWER         PIC X(8).
       01 WS-DATE-VALID-SW       PIC X VALUE 'N'.
          88 DATE-IS-VALID VALUE 'Y'.
       01 WS-DATE-MIN-YEAR       PIC 9(4) VALUE 1900.
       01 WS-VF-RESULTS.
          05 WS-VF-IS-VALID      PIC X.
          05 WS-VF-REASON        PIC X(24).
       01 WS-RECEIVED-DATE       PIC 9(8) VALUE ZERO.
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
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE
           PERFORM READ-BUSINESS-DATE
           PERFORM SIGN-ON-OPERATOR
           EVALUATE WS-RUN-MODE
               WHEN 'A'
               WHEN 'a'
                   PERFORM LOAD-CALENDAR
                   PERFORM LOG-ONE-COMPLAINT
               WHEN 'R'
               WHEN 'r'
                   PERFORM LOAD-CALENDAR
                   PERFORM RESOLVE-ONE-COMPLAINT
               WHEN 'S'
               WHEN 's'
                   PERFORM REASSIGN-ONE-COMPLAINT
               WHEN OTHER
                   PERFORM LIST-CUSTOMER-COMPLAINTS
           END-EVALUATE
           STOP RUN.

      *----------------------------------------------------------------
      * LOG-ONE-COMPLAINT opens a case for a customer on the master:
      * category, received date (the business date when left blank),
      * a one-line summary and the operator it is assigned to, which
      * defaults to the operator logging it. The due date is fixed
      * here and does not move when the calendar is later amended.
      *----------------------------------------------------------------
       LOG-ONE-COMPLAINT.
           DISPLAY "PLEASE INTRODUCE THE CUSTOMER NUMBER"
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM LOOK-UP-CUSTOMER
           IF NOT CUSTOMER-ON-MASTER
               DISPLAY "CUSTOMER " WS-CUSTOMER-NUMBER
                   " NOT ON THE MASTER - NOTHING LOGGED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CUSTOMER: " CM-NOMBRE " " CM-APELLIDO
           IF CUSTOMER-CLOSED OR CUSTOMER-DECEASED
               DISPLAY "NOTE: THE ACCOUNT IS NO LONGER ACTIVE ("
                   CM-STATUS ")"
           END-IF
           PERFORM TAKE-CATEGORY
           IF NOT CATEGORY-IS-KNOWN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DATE-VALID-SW
           PERFORM TAKE-RECEIVED-DATE UNTIL DATE-IS-VALID
           DISPLAY "SUMMARY OF THE COMPLAINT (ONE LINE)"
           MOVE SPACES TO WS-TEXT-ANSWER
           ACCEPT WS-TEXT-ANSWER
           IF WS-TEXT-ANSWER = SPACES
               DISPLAY "EMPTY SUMMARY - NOTHING LOGGED"
               EXIT PARAGRAPH
           END-IF
           PERFORM TAKE-ASSIGNEE
           IF NOT ASSIGNEE-IS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECEIVED-DATE TO WS-ROLLED-DATE
           PERFORM ADD-RESPONSE-DAYS
           CALL "SIGUIENTE-NUMERO" USING WS-CASE-SEQ-NAME,
               WS-CASE-NUMBER
           IF WS-CASE-NUMBER = ZERO
               DISPLAY "COMPLAINT NOT LOGGED - SEQUENCE UNAVAILABLE"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO COMPLAINT-REC
           MOVE WS-CASE-NUMBER     TO QJ-CASE-NUMBER
           MOVE WS-CUSTOMER-NUMBER TO QJ-CUSTOMER-NUMBER
           MOVE WS-WANTED-CATEGORY TO QJ-CATEGORY
           MOVE WS-RECEIVED-DATE   TO QJ-RECEIVED-DATE
           MOVE WS-ROLLED-DATE     TO QJ-DUE-DATE
           MOVE WS-ASSIGNEE-ID     TO QJ-ASSIGNED-TO
           SET COMPLAINT-IS-OPEN   TO TRUE
           MOVE WS-TEXT-ANSWER     TO QJ-SUMMARY
           MOVE WS-OPERATOR-ID     TO QJ-LOGGED-BY
           MOVE WS-BUSINESS-DATE   TO QJ-LOGGED-DATE
           MOVE ZERO               TO QJ-RESOLVED-DATE
           MOVE ZERO               TO QJ-DAYS-TO-RESOLVE
           OPEN I-O COMPLAINT-FILE
           IF WS-COMPLAINT-FILE-STATUS = "35"
               OPEN OUTPUT COMPLAINT-FILE
               CLOSE COMPLAINT-FILE
               OPEN I-O COMPLAINT-FILE
           END-IF
           IF WS-COMPLAINT-FILE-STATUS NOT = "00"
               DISPLAY "COMPLAINT FILE NOT AVAILABLE - STATUS "
                   WS-COMPLAINT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           WRITE COMPLAINT-REC
               INVALID KEY
                   DISPLAY "COMPLAINT " WS-CASE-NUMBER
                       " NOT WRITTEN (" WS-COMPLAINT-FILE-STATUS ")"
               NOT INVALID KEY
                   DISPLAY "COMPLAINT " WS-CASE-NUMBER " LOGGED FOR "
                       WS-CUSTOMER-NUMBER " - RESPONSE DUE "
                       QJ-DUE-DATE
           END-WRITE
           CLOSE COMPLAINT-FILE.

      *----------------------------------------------------------------
      * RESOLVE-ONE-COMPLAINT closes an open case on the business
      * date with an outcome and the resolution given to the
      * customer, and stamps the business days the case took.
      *----------------------------------------------------------------
       RESOLVE-ONE-COMPLAINT.
           PERFORM OPEN-AND-FIND-CASE
           IF NOT CASE-IS-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ONE-CASE
           IF NOT COMPLAINT-IS-OPEN
               DISPLAY "COMPLAINT " QJ-CASE-NUMBER
                   " IS ALREADY RESOLVED"
               CLOSE COMPLAINT-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "OUTCOME: U = UPHELD, P = PARTLY UPHELD, "
               "N = NOT UPHELD, W = WITHDRAWN"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
           IF WS-ANSWER(1:1) NOT = 'U' AND NOT = 'P'
                   AND NOT = 'N' AND NOT = 'W'
               DISPLAY "UNKNOWN OUTCOME - COMPLAINT LEFT OPEN"
               CLOSE COMPLAINT-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RESOLUTION GIVEN TO THE CUSTOMER (ONE LINE)"
           MOVE SPACES TO WS-TEXT-ANSWER
           ACCEPT WS-TEXT-ANSWER
           IF WS-TEXT-ANSWER = SPACES
               DISPLAY "EMPTY RESOLUTION - COMPLAINT LEFT OPEN"
               CLOSE COMPLAINT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE QJ-RECEIVED-DATE TO WS-ROLLED-DATE
           MOVE WS-BUSINESS-DATE TO WS-COUNT-TO-DATE
           PERFORM COUNT-BUSINESS-DAYS
           MOVE WS-ANSWER(1:1)   TO QJ-OUTCOME
           MOVE WS-TEXT-ANSWER   TO QJ-RESOLUTION
           MOVE WS-BUSINESS-DATE TO QJ-RESOLVED-DATE
           MOVE WS-OPERATOR-ID   TO QJ-RESOLVED-BY
           MOVE WS-BUSINESS-DAYS TO QJ-DAYS-TO-RESOLVE
           SET COMPLAINT-IS-RESOLVED TO TRUE
           REWRITE COMPLAINT-REC
               INVALID KEY
                   DISPLAY "COMPLAINT " QJ-CASE-NUMBER
                       " NOT UPDATED (" WS-COMPLAINT-FILE-STATUS ")"
               NOT INVALID KEY
                   DISPLAY "COMPLAINT " QJ-CASE-NUMBER
                       " RESOLVED IN " QJ-DAYS-TO-RESOLVE
                       " BUSINESS DAYS"
                   IF QJ-RESOLVED-DATE > QJ-DUE-DATE
                       DISPLAY "RESPONSE DEADLINE " QJ-DUE-DATE
                           " WAS MISSED"
                   END-IF
           END-REWRITE
           CLOSE COMPLAINT-FILE.

      *----------------------------------------------------------------
      * REASSIGN-ONE-COMPLAINT hands an open case to another
      * operator; the due date stays as it was.
      *----------------------------------------------------------------
       REASSIGN-ONE-COMPLAINT.
           PERFORM OPEN-AND-FIND-CASE
           IF NOT CASE-IS-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ONE-CASE
           IF NOT COMPLAINT-IS-OPEN
               DISPLAY "COMPLAINT " QJ-CASE-NUMBER
                   " IS ALREADY RESOLVED"
               CLOSE COMPLAINT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM TAKE-ASSIGNEE
           IF NOT ASSIGNEE-IS-VALID
               CLOSE COMPLAINT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ASSIGNEE-ID TO QJ-ASSIGNED-TO
           REWRITE COMPLAINT-REC
               INVALID KEY
                   DISPLAY "COMPLAINT " QJ-CASE-NUMBER
                       " NOT UPDATED (" WS-COMPLAINT-FILE-STATUS ")"
               NOT INVALID KEY
                   DISPLAY "COMPLAINT " QJ-CASE-NUMBER
                       " NOW ASSIGNED TO " QJ-ASSIGNED-TO
           END-REWRITE
           CLOSE COMPLAINT-FILE.

       OPEN-AND-FIND-CASE.
           MOVE 'N' TO WS-CASE-SWITCH
           DISPLAY "PLEASE INTRODUCE THE COMPLAINT NUMBER"
           ACCEPT WS-CASE-NUMBER
           OPEN I-O COMPLAINT-FILE
           IF WS-COMPLAINT-FILE-STATUS NOT = "00"
               DISPLAY "NO COMPLAINTS ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CASE-NUMBER TO QJ-CASE-NUMBER
           READ COMPLAINT-FILE
               KEY IS QJ-CASE-NUMBER
               INVALID KEY
                   DISPLAY "COMPLAINT " WS-CASE-NUMBER " NOT ON FILE"
               NOT INVALID KEY
                   SET CASE-IS-FOUND TO TRUE
           END-READ
           IF NOT CASE-IS-FOUND
               CLOSE COMPLAINT-FILE
           END-IF.

       SHOW-ONE-CASE.
           DISPLAY "--------------------------------"
           DISPLAY "COMPLAINT: " QJ-CASE-NUMBER " CUSTOMER "
               QJ-CUSTOMER-NUMBER " CATEGORY " QJ-CATEGORY
           DISPLAY "RECEIVED:  " QJ-RECEIVED-DATE " DUE "
               QJ-DUE-DATE " ASSIGNED TO " QJ-ASSIGNED-TO
           DISPLAY "SUMMARY:   " QJ-SUMMARY.

      *----------------------------------------------------------------
      * LIST-CUSTOMER-COMPLAINTS shows every complaint the customer
      * has made, open or resolved, down the customer key.
      *----------------------------------------------------------------
       LIST-CUSTOMER-COMPLAINTS.
           DISPLAY "PLEASE INTRODUCE THE CUSTOMER NUMBER"
           ACCEPT WS-CUSTOMER-NUMBER
           MOVE ZERO TO WS-LISTED-COUNT
           OPEN INPUT COMPLAINT-FILE
           IF WS-COMPLAINT-FILE-STATUS NOT = "00"
               DISPLAY "NO COMPLAINTS ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-NUMBER TO QJ-CUSTOMER-NUMBER
           MOVE 'N' TO WS-COMPLAINT-EOF-SWITCH
           START COMPLAINT-FILE
               KEY IS EQUAL TO QJ-CUSTOMER-NUMBER
               INVALID KEY
                   SET COMPLAINT-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL COMPLAINT-SCAN-DONE
               READ COMPLAINT-FILE NEXT RECORD
                   AT END SET COMPLAINT-SCAN-DONE TO TRUE
               END-READ
               IF NOT COMPLAINT-SCAN-DONE
                   IF QJ-CUSTOMER-NUMBER NOT = WS-CUSTOMER-NUMBER
                       SET COMPLAINT-SCAN-DONE TO TRUE
                   ELSE
                       PERFORM LIST-ONE-COMPLAINT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE COMPLAINT-FILE
           IF WS-LISTED-COUNT = ZERO
               DISPLAY "NO COMPLAINTS FOR " WS-CUSTOMER-NUMBER
           ELSE
               DISPLAY "COMPLAINTS LISTED: " WS-LISTED-COUNT
           END-IF.

       LIST-ONE-COMPLAINT.
           ADD 1 TO WS-LISTED-COUNT
           IF COMPLAINT-IS-OPEN
               MOVE "OPEN" TO WS-LIST-STATE
               IF WS-BUSINESS-DATE > QJ-DUE-DATE
                   MOVE "BREACHED" TO WS-LIST-STATE
               END-IF
               DISPLAY QJ-CASE-NUMBER " " QJ-CATEGORY " RECEIVED "
                   QJ-RECEIVED-DATE " DUE " QJ-DUE-DATE " "
                   WS-LIST-STATE " " QJ-ASSIGNED-TO
           ELSE
               DISPLAY QJ-CASE-NUMBER " " QJ-CATEGORY " RECEIVED "
                   QJ-RECEIVED-DATE " RESOLVED " QJ-RESOLVED-DATE
                   " " QJ-OUTCOME " IN " QJ-DAYS-TO-RESOLVE " DAYS"
           END-IF
           DISPLAY "         " QJ-SUMMARY
           IF COMPLAINT-IS-RESOLVED
               DISPLAY "         " QJ-RESOLUTION
           END-IF.

       LOOK-UP-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-SWITCH
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-NUMBER
               NOT INVALID KEY
                   SET CUSTOMER-ON-MASTER TO TRUE
           END-READ
           CLOSE CUSTOMER-MASTER-FILE.

       TAKE-CATEGORY.
           DISPLAY "CATEGORY:"
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 8
               DISPLAY "  " WS-CAT-CODE(WS-CAT-IDX) " "
                   WS-CAT-TITLE(WS-CAT-IDX)
           END-PERFORM
           MOVE SPACES TO WS-WANTED-CATEGORY
           ACCEPT WS-WANTED-CATEGORY
           MOVE FUNCTION UPPER-CASE(WS-WANTED-CATEGORY)
               TO WS-WANTED-CATEGORY
           MOVE 'N' TO WS-CATEGORY-SWITCH
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 8
               IF WS-CAT-CODE(WS-CAT-IDX) = WS-WANTED-CATEGORY
                   SET CATEGORY-IS-KNOWN TO TRUE
               END-IF
           END-PERFORM
           IF NOT CATEGORY-IS-KNOWN
               DISPLAY "UNKNOWN CATEGORY " WS-WANTED-CATEGORY
                   " - NOTHING LOGGED"
           END-IF.

      *----------------------------------------------------------------
      * TAKE-RECEIVED-DATE takes the day the complaint reached the
      * shop, checked through VALIDA-FECHA -- a complaint that came in
      * by post days ago is logged with the day it arrived, since the
      * deadline runs from then, and never with a future date.
      *----------------------------------------------------------------
       TAKE-RECEIVED-DATE.
           DISPLAY "DATE RECEIVED (YYYYMMDD, BLANK FOR TODAY)"
           MOVE SPACES TO WS-DATE-ANSWER
           ACCEPT WS-DATE-ANSWER
           IF WS-DATE-ANSWER = SPACES
               MOVE WS-BUSINESS-DATE TO WS-RECEIVED-DATE
               SET DATE-IS-VALID TO TRUE
               EXIT PARAGRAPH
           END-IF
           CALL "VALIDA-FECHA" USING WS-DATE-ANSWER,
               WS-BUSINESS-DATE, WS-DATE-MIN-YEAR, WS-VF-RESULTS
           IF WS-VF-IS-VALID = 'Y'
               MOVE WS-DATE-ANSWER TO WS-RECEIVED-DATE
               SET DATE-IS-VALID TO TRUE
           ELSE
               DISPLAY "DATE REJECTED - " WS-VF-REASON
           END-IF.

      *----------------------------------------------------------------
      * TAKE-ASSIGNEE takes the operator who will own the case, blank
      * for the operator signed on. The assignee must be an operator
      * VALIDA-OPERADOR accepts for this program.
      *----------------------------------------------------------------
       TAKE-ASSIGNEE.
           DISPLAY "ASSIGN TO OPERATOR (BLANK FOR YOURSELF)"
           MOVE SPACES TO WS-ASSIGNEE-ID
           ACCEPT WS-ASSIGNEE-ID
           IF WS-ASSIGNEE-ID = SPACES
               MOVE WS-OPERATOR-ID TO WS-ASSIGNEE-ID
           END-IF
           MOVE 'N' TO WS-ASSIGNEE-VALID-SW
           CALL "VALIDA-OPERADOR" USING WS-ASSIGNEE-ID,
               WS-THIS-PROGRAM, WS-ASSIGNEE-VALID-SW,
               WS-ASSIGNEE-ROLE
           IF NOT ASSIGNEE-IS-VALID
               DISPLAY "OPERATOR " WS-ASSIGNEE-ID
                   " CANNOT TAKE COMPLAINTS - NOTHING CHANGED"
           END-IF.

      *----------------------------------------------------------------
      * ADD-RESPONSE-DAYS moves WS-ROLLED-DATE forward a day at a time
      * until WS-RESPONSE-DAYS working days have passed -- the day
      * received does not count. A date the calendar doesn't cover is
      * taken as working, so without a calendar the deadline is plain
      * calendar days.
      *----------------------------------------------------------------
       ADD-RESPONSE-DAYS.
           MOVE ZERO TO WS-BUSINESS-DAYS
           PERFORM UNTIL WS-BUSINESS-DAYS NOT < WS-RESPONSE-DAYS
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-ROLLED-DATE) + 1
               COMPUTE WS-ROLLED-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               PERFORM CHECK-WORKING-DAY
               IF DATE-IS-WORKING-DAY
                   ADD 1 TO WS-BUSINESS-DAYS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * COUNT-BUSINESS-DAYS counts the working days after
      * WS-ROLLED-DATE up to and including WS-COUNT-TO-DATE, on the
      * same terms as ADD-RESPONSE-DAYS.
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
               DISPLAY "NO CALENDAR ON FILE - DEADLINES ARE COUNTED "
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

       END PROGRAM QUEJAS-CLIENTE.
