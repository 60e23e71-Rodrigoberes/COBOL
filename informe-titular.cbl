      *          eligibility decisions and reject reasons, the
      *          campaign extract and contact history, both sides of
      *          the duplicate report, the closure file, the ledger
      *          balance, the relationships on RELACION.DAT from
      *          either side, the complaint cases on QUEJAS.DAT,
      *          and -- by the customer's name -- the
      *          onboarding suspense queue, printing one consolidated
      *          TITULAR.RPT with a section per source file and a
      *          closing summary of where the customer appears. The
           SELECT SOURCE-DATA-FILE ASSIGN USING WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT RELATIONSHIP-FILE ASSIGN TO "RELACION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-REL-NUMBER
               ALTERNATE RECORD KEY IS RL-CUSTOMER-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RL-RELATED-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-RELACION-FILE-STATUS.
           SELECT COMPLAINT-FILE ASSIGN TO "QUEJAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QJ-CASE-NUMBER
               ALTERNATE RECORD KEY IS QJ-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-COMPLAINT-FILE-STATUS.
           SELECT HOLDINGS-REPORT-FILE ASSIGN TO "TITULAR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
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

       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05 LG-CUSTOMER-NUMBER PIC 9(8).
           05 LG-BALANCE       PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 LG-LAST-POSTED   PIC 9(8).
           05 LG-CURRENCY      PIC X(3).

       FD  RELATIONSHIP-FILE.
       01  RELATIONSHIP-REC.
           05 RL-REL-NUMBER    PIC 9(8).
           05 RL-CUSTOMER-NUMBER PIC 9(8).
           05 RL-RELATED-NUMBER PIC 9(8).
           05 RL-TYPE          PIC X(2).
           05 RL-EFFECTIVE-DATE PIC 9(8).
           05 RL-END-DATE      PIC 9(8).
           05 RL-STATUS        PIC X.
           05 RL-OPERATOR-ID   PIC X(8).
           05 RL-END-OPERATOR-ID PIC X(8).
           05 RL-END-REASON    PIC X(24).

       FD  COMPLAINT-FILE.
       01  COMPLAINT-REC.
           05 QJ-CASE-NUMBER   PIC 9(8).
           05 QJ-CUSTOMER-NUMBER PIC 9(8).
           05 QJ-CATEGORY      PIC X(4).
           05 QJ-RECEIVED-DATE PIC 9(8).
           05 QJ-DUE-DATE      PIC 9(8).
           05 QJ-ASSIGNED-TO   PIC X(8).
           05 QJ-STATUS        PIC X.
           05 QJ-SUMMARY       PIC X(40).
           05 QJ-LOGGED-BY     PIC X(8).
           05 QJ-LOGGED-DATE   PIC 9(8).
           05 QJ-RESOLVED-DATE PIC 9(8).
           05 QJ-OUTCOME       PIC X.
           05 QJ-RESOLUTION    PIC X(40).
           05 QJ-RESOLVED-BY   PIC X(8).
           05 QJ-DAYS-TO-RESOLVE PIC 9(4).

       FD  SOURCE-DATA-FILE.
       01  SOURCE-DATA-REC     PIC X(250).
       01 WS-MASTER-FILE-STATUS PIC XX.
       01 WS-LEDGER-FILE-STATUS PIC XX.
       01 WS-SOURCE-FILE-STATUS PIC XX.
       01 WS-RELACION-FILE-STATUS PIC XX.
       01 WS-COMPLAINT-FILE-STATUS PIC XX.
       01 WS-REL-EOF-SWITCH     PIC X VALUE 'N'.
          88 RELATION-SCAN-DONE VALUE 'Y'.
       01 WS-PARM               PIC X(8).
       01 WS-CUSTOMER-NUMBER    PIC 9(8) VALUE ZERO.
       01 WS-CUSTOMER-NUMBER-X  PIC X(8).
             10 WS-SU-COUNT     PIC 9(7).
       01 WS-SUMMARY-USED       PIC 9(2) VALUE ZERO.
       01 WS-SUMMARY-IDX        PIC 9(2) VALUE ZERO.
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "INFORME-TITULAR".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "TITULAR.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

           PERFORM REPORT-MASTER-SECTION
           PERFORM SWEEP-ALL-SOURCES
           PERFORM REPORT-LEDGER-SECTION
           PERFORM REPORT-RELATIONSHIP-SECTION
           PERFORM REPORT-COMPLAINT-SECTION
           PERFORM WRITE-SUMMARY-SECTION
           CLOSE HOLDINGS-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           DISPLAY "REPORT WRITTEN TO TITULAR.RPT"
           STOP RUN.

           END-IF
           PERFORM NOTE-SECTION-SUMMARY.

      *----------------------------------------------------------------
      * REPORT-RELATIONSHIP-SECTION prints every relationship the
      * customer is on, open or ended, down both alternate keys of
      * RELACION.DAT -- as the customer and as the related customer.
      *----------------------------------------------------------------
       REPORT-RELATIONSHIP-SECTION.
           MOVE "RELATIONSHIPS (RELACION.DAT)" TO WS-SOURCE-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO WS-SECTION-HITS
           OPEN INPUT RELATIONSHIP-FILE
           IF WS-RELACION-FILE-STATUS NOT = "00"
               MOVE "  FILE NOT ON SYSTEM" TO HOLDINGS-REPORT-LINE
               WRITE HOLDINGS-REPORT-LINE
               PERFORM NOTE-SECTION-SUMMARY
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
                       PERFORM PRINT-RELATIONSHIP-HIT
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
                       PERFORM PRINT-RELATIONSHIP-HIT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RELATIONSHIP-FILE
           IF WS-SECTION-HITS = ZERO
               MOVE "  NO ENTRIES" TO HOLDINGS-REPORT-LINE
               WRITE HOLDINGS-REPORT-LINE
           END-IF
           PERFORM NOTE-SECTION-SUMMARY.

       PRINT-RELATIONSHIP-HIT.
           ADD 1 TO WS-SECTION-HITS
           MOVE SPACES TO HOLDINGS-REPORT-LINE
           MOVE RELATIONSHIP-REC TO HOLDINGS-REPORT-LINE
           WRITE HOLDINGS-REPORT-LINE.

      *----------------------------------------------------------------
      * REPORT-COMPLAINT-SECTION prints every complaint case the
      * customer has made, open or resolved, down the customer key of
      * QUEJAS.DAT.
      *----------------------------------------------------------------
       REPORT-COMPLAINT-SECTION.
           MOVE "COMPLAINTS (QUEJAS.DAT)" TO WS-SOURCE-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO WS-SECTION-HITS
           OPEN INPUT COMPLAINT-FILE
           IF WS-COMPLAINT-FILE-STATUS NOT = "00"
               MOVE "  FILE NOT ON SYSTEM" TO HOLDINGS-REPORT-LINE
               WRITE HOLDINGS-REPORT-LINE
               PERFORM NOTE-SECTION-SUMMARY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-NUMBER TO QJ-CUSTOMER-NUMBER
           MOVE 'N' TO WS-REL-EOF-SWITCH
           START COMPLAINT-FILE
               KEY IS EQUAL TO QJ-CUSTOMER-NUMBER
               INVALID KEY
                   SET RELATION-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL RELATION-SCAN-DONE
               READ COMPLAINT-FILE NEXT RECORD
                   AT END SET RELATION-SCAN-DONE TO TRUE
               END-READ
               IF NOT RELATION-SCAN-DONE
                   IF QJ-CUSTOMER-NUMBER NOT = WS-CUSTOMER-NUMBER
                       SET RELATION-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-SECTION-HITS
                       MOVE SPACES TO HOLDINGS-REPORT-LINE
                       MOVE COMPLAINT-REC TO HOLDINGS-REPORT-LINE
                       WRITE HOLDINGS-REPORT-LINE
                       MOVE SPACES TO HOLDINGS-REPORT-LINE
                       MOVE COMPLAINT-REC(133:30)
                           TO HOLDINGS-REPORT-LINE(9:30)
                       WRITE HOLDINGS-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE COMPLAINT-FILE
           IF WS-SECTION-HITS = ZERO
               MOVE "  NO ENTRIES" TO HOLDINGS-REPORT-LINE
               WRITE HOLDINGS-REPORT-LINE
           END-IF
           PERFORM NOTE-SECTION-SUMMARY.

       WRITE-SECTION-HEADING.
           MOVE ALL "-" TO HOLDINGS-REPORT-LINE
           WRITE HOLDINGS-REPORT-LINE
