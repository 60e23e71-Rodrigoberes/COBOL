      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Point-in-time view of a customer record. Given a
      *          customer number and an as-of date, rebuilds the whole
      *          master record as it stood at the end of that day and
      *          shows, beside every field, which change last set it --
      *          so a dispute about what we held on a past date is
      *          answered without hand-replaying REASGHST.DAT.
      *
      *          The record is rebuilt from MSTJRNL.DAT, the master
      *          journal REGISTRA-MAESTRO keeps of every WRITE, REWRITE
      *          and DELETE: the last image journaled on or before the
      *          as-of date is the record of that day, and comparing
      *          the images one with the next tells which entry (and
      *          which program) last set each field. For a date before
      *          the journal starts, the record is rolled back from the
      *          current master instead, undoing the REASGHST.DAT
      *          changes dated after the as-of date, newest first, and
      *          each field is credited to the last history entry on
      *          or before the date (or to the opening on NEWACCT.DAT).
      *          A customer opened after the as-of date shows as not
      *          yet a customer. MERGAUD.DAT adds the merges: a record
      *          merged away by the date is shown with its survivor,
      *          a survivor with the records it had absorbed, and a
      *          record merged away only after the date has the ACTIVE
      *          status the merge took from it given back.
      *
      *          PARM: <customer number> <as-of date>; either one is
      *          prompted for when absent, and the as-of date defaults
      *          to the business date. The view goes to the console and
      *          to VISTAHIS.RPT.
      *          Batch mode: B [<as-of date>] rebuilds every customer
      *          listed on VISTALST.DAT (customer number, and an
      *          optional as-of date of its own in columns 10-17) into
      *          one VISTAEXT.DAT record each -- customer, as-of date,
      *          result code, where the record was rebuilt from, and
      *          the rebuilt record image. Result codes: F rebuilt,
      *          N not yet a customer on that date, D deleted by that
      *          date (image as deleted), X no trace of the customer.
      *          A trailing FULL=<operator> shows document ids and
      *          phones whole when that operator's role allows it;
      *          otherwise they are masked.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISTA-HISTORICA.
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
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT REASSIGN-HISTORY-FILE ASSIGN TO "REASGHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT NEW-ACCOUNTS-REPORT-FILE ASSIGN TO "NEWACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWACCT-FILE-STATUS.
           SELECT MERGE-AUDIT-FILE ASSIGN TO "MERGAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGAUD-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT VIEW-REPORT-FILE ASSIGN TO "VISTAHIS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VIEW-LIST-FILE ASSIGN TO "VISTALST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.
           SELECT VIEW-EXTRACT-FILE ASSIGN TO "VISTAEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           05 CM-NEXT-REVIEW   PIC 9(8).
           05 CM-LAST-REVIEW   PIC 9(8).
           05 CM-DOC-EXPIRY    PIC 9(8).
           05 CM-CODIGO-POSTAL PIC X(8).
           05 CM-LOCALIDAD     PIC X(30).
           05 CM-PROVINCIA     PIC X(20).
           05 CM-MAIL-STATUS   PIC X.
           05 CM-RETURNED-DATE PIC 9(8).
           05 CM-MINOR-FLAG    PIC X.
           05 CM-GUARDIAN-NUMBER PIC 9(8).
           05 CM-BRANCH-CODE   PIC X(4).
           05 CM-CONTACT-CHANNEL PIC X.
           05 CM-EMAIL         PIC X(32).
           05 CM-CONSENT-DATE  PIC 9(8).

       FD  MASTER-JOURNAL-FILE.
       01  MASTER-JOURNAL-REC.
           05 MJ-ACTION        PIC X(8).
           05 FILLER           PIC X.
           05 MJ-PROGRAM-NAME  PIC X(18).
           05 FILLER           PIC X.
           05 MJ-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X.
           05 MJ-RECORD-IMAGE  PIC X(320).

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

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC X(8).

       FD  VIEW-REPORT-FILE.
       01  VIEW-REPORT-LINE    PIC X(132).

       FD  VIEW-LIST-FILE.
       01  VIEW-LIST-REC.
           05 VL-CUSTOMER-NUMBER PIC X(8).
           05 FILLER           PIC X.
           05 VL-AS-OF-DATE    PIC X(8).

       FD  VIEW-EXTRACT-FILE.
       01  VIEW-EXTRACT-REC.
           05 VE-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X.
           05 VE-AS-OF-DATE    PIC 9(8).
           05 FILLER           PIC X.
           05 VE-RESULT        PIC X.
           05 FILLER           PIC X.
           05 VE-SOURCE        PIC X.
           05 FILLER           PIC X.
           05 VE-RECORD-IMAGE  PIC X(306).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-JOURNAL-FILE-STATUS PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-NEWACCT-FILE-STATUS PIC XX.
       01 WS-MERGAUD-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS PIC XX.
       01 WS-LIST-FILE-STATUS    PIC XX.
       01 WS-PARM                PIC X(40).
       01 WS-PARM-BODY           PIC X(40).
       01 WS-PARM-TOKEN-1        PIC X(8).
       01 WS-PARM-TOKEN-2        PIC X(8).
       01 WS-FULL-OPERATOR-ID    PIC X(8) VALUE SPACES.
       01 WS-FULL-OPERATOR-ROLE  PIC X(10) VALUE SPACES.
       01 WS-THIS-PROGRAM        PIC X(18) VALUE "VISTA-HISTORICA".
       01 WS-OPERID-VALID-SW     PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-MASK-VALUE          PIC X(32).
       01 WS-MASK-SHOWN          PIC X.
          88 MASK-SHOWN-FULL VALUE 'F'.
       01 WS-SECURITY-EVENT      PIC X(8) VALUE "DOCVIEW".
       01 WS-SUBJECT-ID          PIC X(8).
       01 WS-TIMESTAMP.
          05 WS-TS-DATE          PIC X(8).
          05 FILLER              PIC X(13).
       01 WS-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
       01 WS-CUSTOMER-NUMBER     PIC 9(8) VALUE ZERO.
       01 WS-CUSTOMER-KEY REDEFINES WS-CUSTOMER-NUMBER PIC X(8).
       01 WS-AS-OF-DATE          PIC 9(8) VALUE ZERO.
       01 WS-AS-OF-INPUT         PIC X(8).
       01 WS-AS-OF-INPUT-N REDEFINES WS-AS-OF-INPUT PIC 9(8).
       01 WS-BATCH-AS-OF-DATE    PIC 9(8) VALUE ZERO.
       01 WS-ENTRY-DATE          PIC 9(8).
       01 WS-ENTRY-DATE-X REDEFINES WS-ENTRY-DATE PIC X(8).
       01 WS-JOURNAL-EOF-SWITCH  PIC X VALUE 'N'.
          88 JOURNAL-FILE-EOF VALUE 'Y'.
       01 WS-HISTORY-EOF-SWITCH  PIC X VALUE 'N'.
          88 HISTORY-FILE-EOF VALUE 'Y'.
       01 WS-NEWACCT-EOF-SWITCH  PIC X VALUE 'N'.
          88 NEWACCT-FILE-EOF VALUE 'Y'.
       01 WS-MERGAUD-EOF-SWITCH  PIC X VALUE 'N'.
          88 MERGAUD-FILE-EOF VALUE 'Y'.
       01 WS-LIST-EOF-SWITCH     PIC X VALUE 'N'.
          88 LIST-FILE-EOF VALUE 'Y'.
      *
      * Where each master field sits in the record image, the name its
      * changes carry on REASGHST.DAT (blank where no program keeps a
      * history of the field) and the label it is shown under.
      *
       01 WS-FIELD-MAP-VALUES.
          05 FILLER PIC X(25) VALUE "NOMBRE  NAME        00916".
          05 FILLER PIC X(25) VALUE "APELLIDOSURNAME     02532".
          05 FILLER PIC X(25) VALUE "EDAD    AGE         05703".
          05 FILLER PIC X(25) VALUE "STATUS  STATUS      06001".
          05 FILLER PIC X(25) VALUE "        STATUS DATE 06108".
          05 FILLER PIC X(25) VALUE "FECHANACBORN        06908".
          05 FILLER PIC X(25) VALUE "DIREC-1 ADDRESS 1   07730".
          05 FILLER PIC X(25) VALUE "DIREC-2 ADDRESS 2   10730".
          05 FILLER PIC X(25) VALUE "TELEFONOPHONE       13712".
          05 FILLER PIC X(25) VALUE "DOC-ID  DOC ID      14912".
          05 FILLER PIC X(25) VALUE "RISK    RISK RATING 16101".
          05 FILLER PIC X(25) VALUE "KYCREVW NEXT REVIEW 16208".
          05 FILLER PIC X(25) VALUE "        LAST REVIEW 17008".
          05 FILLER PIC X(25) VALUE "DOCEXPRYDOC EXPIRY  17808".
          05 FILLER PIC X(25) VALUE "CODPOST POSTAL CODE 18608".
          05 FILLER PIC X(25) VALUE "LOCALID LOCALITY    19430".
          05 FILLER PIC X(25) VALUE "PROVINC PROVINCE    22420".
          05 FILLER PIC X(25) VALUE "CORREO  MAIL STATUS 24401".
          05 FILLER PIC X(25) VALUE "        RETURNED ON 24508".
          05 FILLER PIC X(25) VALUE "MENOR   MINOR FLAG  25301".
          05 FILLER PIC X(25) VALUE "TUTOR   GUARDIAN    25408".
          05 FILLER PIC X(25) VALUE "BRANCH  BRANCH      26204".
          05 FILLER PIC X(25) VALUE "CANAL   CHANNEL     26601".
          05 FILLER PIC X(25) VALUE "EMAIL   EMAIL       26732".
          05 FILLER PIC X(25) VALUE "CONSENT CONSENT DATE29908".
       01 WS-FIELD-MAP REDEFINES WS-FIELD-MAP-VALUES.
          05 WS-FIELD-ENTRY OCCURS 25 TIMES.
             10 WS-FM-HISTORY-NAME PIC X(8).
             10 WS-FM-LABEL        PIC X(12).
             10 WS-FM-OFFSET       PIC 9(3).
             10 WS-FM-LENGTH       PIC 9(2).
       01 WS-FIELD-COUNT         PIC 9(2) VALUE 25.
       01 WS-FIELD-IDX           PIC 9(2) VALUE ZERO.
       01 WS-FIELD-OFFSET        PIC 9(3) VALUE ZERO.
       01 WS-FIELD-LENGTH        PIC 9(2) VALUE ZERO.
      *
      * Who last set each field as of the date: the date, the program
      * or file the setting comes from, and the operator where known.
      *
       01 WS-ATTRIBUTION-TABLE.
          05 WS-ATTRIBUTION OCCURS 25 TIMES.
             10 WS-AT-DATE         PIC X(8).
             10 WS-AT-SOURCE       PIC X(18).
             10 WS-AT-OPERATOR     PIC X(8).
      *
      * The customer's REASGHST.DAT entries for fields of the master,
      * in file (sequence) order.
      *
       01 WS-HISTORY-TABLE.
          05 WS-HISTORY-ENTRY OCCURS 500 TIMES.
             10 WS-HT-FIELD-IDX    PIC 9(2).
             10 WS-HT-DATE         PIC 9(8).
             10 WS-HT-OLD-VALUE    PIC X(32).
             10 WS-HT-OPERATOR     PIC X(8).
       01 WS-HISTORY-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-HISTORY-MAX         PIC 9(3) VALUE 500.
       01 WS-HISTORY-IDX         PIC 9(3) VALUE ZERO.
       01 WS-ENTRY-FOUND-SW      PIC X VALUE 'N'.
          88 MATCHING-ENTRY-FOUND VALUE 'Y'.
       01 WS-HISTORY-LIMIT-SW    PIC X VALUE 'N'.
          88 HISTORY-TABLE-FULL VALUE 'Y'.
       01 WS-NOTE-TABLE.
          05 WS-NOTE-LINE OCCURS 10 TIMES PIC X(80).
       01 WS-NOTE-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-NOTE-IDX            PIC 9(2) VALUE ZERO.
       01 WS-NOTE-TEXT           PIC X(80).
      *
      * The rebuilt record and the working images behind it.
      *
       01 WS-PIT-IMAGE           PIC X(320).
       01 WS-PRIOR-IMAGE         PIC X(320).
       01 WS-LATEST-IMAGE        PIC X(320).
       01 WS-PIT-ACTION          PIC X(8).
       01 WS-PIT-RESULT          PIC X.
          88 PIT-REBUILT         VALUE 'F'.
          88 PIT-NOT-YET-OPEN    VALUE 'N'.
          88 PIT-DELETED         VALUE 'D'.
          88 PIT-NO-TRACE        VALUE 'X'.
       01 WS-PIT-SOURCE          PIC X.
          88 PIT-FROM-JOURNAL    VALUE 'J'.
          88 PIT-FROM-HISTORY    VALUE 'H'.
       01 WS-MASTER-FOUND-SW     PIC X VALUE 'N'.
          88 MASTER-RECORD-FOUND VALUE 'Y'.
       01 WS-JOURNAL-COVER-SW    PIC X VALUE 'N'.
          88 JOURNAL-COVERS-DATE VALUE 'Y'.
       01 WS-JOURNAL-LATER-SW    PIC X VALUE 'N'.
          88 JOURNAL-HAS-LATER   VALUE 'Y'.
       01 WS-FIRST-LATER-ACTION  PIC X(8).
       01 WS-OPENED-SW           PIC X VALUE 'N'.
          88 OPENING-FOUND       VALUE 'Y'.
       01 WS-OPENED-DATE         PIC 9(8) VALUE ZERO.
       01 WS-OPENED-OPERATOR     PIC X(8).
       01 WS-MERGED-LATER-SW     PIC X VALUE 'N'.
          88 MERGED-AFTER-DATE   VALUE 'Y'.
       01 WS-MERGED-LATER-INTO   PIC 9(8) VALUE ZERO.
       01 WS-MERGED-LATER-DATE   PIC 9(8) VALUE ZERO.
       01 WS-SOURCE-TEXT         PIC X(30).
       01 WS-RESULT-TEXT         PIC X(40).
       01 WS-DISPLAY-VALUE       PIC X(32).
       01 WS-REPORT-LINE         PIC X(132).
       01 WS-LIST-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-REBUILT-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-NOT-REBUILT-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "VISTA-HISTORICA".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "VISTAHIS.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2 WS-PARM-BODY
           UNSTRING WS-PARM DELIMITED BY "FULL="
               INTO WS-PARM-BODY, WS-FULL-OPERATOR-ID
           PERFORM AUTHORIZE-FULL-VALUES
           UNSTRING WS-PARM-BODY DELIMITED BY ALL SPACE
               INTO WS-PARM-TOKEN-1, WS-PARM-TOKEN-2
           PERFORM READ-BUSINESS-DATE
           IF WS-PARM-TOKEN-1(1:1) = 'B' OR WS-PARM-TOKEN-1(1:1) = 'b'
               MOVE WS-BUSINESS-DATE TO WS-BATCH-AS-OF-DATE
               MOVE WS-PARM-TOKEN-2 TO WS-AS-OF-INPUT
               IF WS-AS-OF-INPUT IS NUMERIC
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-INPUT-N)
                           = ZERO
                       MOVE WS-AS-OF-INPUT-N TO WS-BATCH-AS-OF-DATE
                   END-IF
               END-IF
               PERFORM BATCH-EXTRACT-RUN
               STOP RUN
           END-IF
           IF WS-PARM-TOKEN-1 IS NUMERIC
               MOVE WS-PARM-TOKEN-1 TO WS-CUSTOMER-NUMBER
           ELSE
               DISPLAY "PLEASE INTRODUCE THE CUSTOMER NUMBER"
               ACCEPT WS-CUSTOMER-NUMBER
           END-IF
           MOVE WS-PARM-TOKEN-2 TO WS-AS-OF-INPUT
           IF WS-AS-OF-INPUT = SPACES
               DISPLAY "PLEASE INTRODUCE THE AS-OF DATE (YYYYMMDD), "
                   "BLANK FOR " WS-BUSINESS-DATE
               ACCEPT WS-AS-OF-INPUT
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-AS-OF-DATE
           IF WS-AS-OF-INPUT NOT = SPACES
               IF WS-AS-OF-INPUT IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-INPUT-N)
                       = ZERO
                   MOVE WS-AS-OF-INPUT-N TO WS-AS-OF-DATE
               ELSE
                   DISPLAY "INVALID AS-OF DATE: " WS-AS-OF-INPUT
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           PERFORM REBUILD-CUSTOMER
           CLOSE CUSTOMER-MASTER-FILE
           OPEN OUTPUT VIEW-REPORT-FILE
           PERFORM SHOW-REBUILT-RECORD
           CLOSE VIEW-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           STOP RUN.

      *----------------------------------------------------------------
      * AUTHORIZE-FULL-VALUES looks up the operator named on FULL= and
      * keeps the role that decides whether document ids and phones are
      * shown whole. An unknown operator leaves them masked.
      *----------------------------------------------------------------
       AUTHORIZE-FULL-VALUES.
           IF WS-FULL-OPERATOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "VALIDA-OPERADOR" USING WS-FULL-OPERATOR-ID,
               WS-THIS-PROGRAM, WS-OPERID-VALID-SW,
               WS-FULL-OPERATOR-ROLE
           IF NOT OPERATOR-IS-VALID
               DISPLAY "UNKNOWN OPERATOR ON FULL= - "
                   "DOCUMENT IDS AND PHONES WILL BE MASKED"
               MOVE SPACES TO WS-FULL-OPERATOR-ID
                   WS-FULL-OPERATOR-ROLE
           END-IF.

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
      * REBUILD-CUSTOMER rebuilds WS-CUSTOMER-NUMBER as it stood at the
      * end of WS-AS-OF-DATE into WS-PIT-IMAGE, with the result code,
      * where it was rebuilt from, who last set each field, and the
      * merge notes.
      *----------------------------------------------------------------
       REBUILD-CUSTOMER.
           MOVE SPACES TO WS-PIT-IMAGE WS-PRIOR-IMAGE WS-LATEST-IMAGE
               WS-PIT-ACTION WS-FIRST-LATER-ACTION WS-PIT-SOURCE
               WS-ATTRIBUTION-TABLE WS-NOTE-TABLE WS-OPENED-OPERATOR
           MOVE ZERO TO WS-NOTE-COUNT WS-OPENED-DATE
               WS-MERGED-LATER-INTO WS-MERGED-LATER-DATE
           MOVE 'N' TO WS-MASTER-FOUND-SW WS-JOURNAL-COVER-SW
               WS-JOURNAL-LATER-SW WS-OPENED-SW WS-MERGED-LATER-SW
           SET PIT-REBUILT TO TRUE
           MOVE WS-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-RECORD-FOUND TO TRUE
           END-READ
           PERFORM LOAD-CUSTOMER-HISTORY
           PERFORM FIND-CUSTOMER-OPENING
           PERFORM SCAN-MASTER-JOURNAL
           IF JOURNAL-COVERS-DATE
               SET PIT-FROM-JOURNAL TO TRUE
               IF WS-PIT-ACTION = "DELETE"
                   SET PIT-DELETED TO TRUE
               END-IF
               PERFORM CREDIT-UNSEEN-FIELDS
           ELSE
               IF (JOURNAL-HAS-LATER AND WS-FIRST-LATER-ACTION
                       = "WRITE")
                   OR (OPENING-FOUND AND WS-OPENED-DATE
                       > WS-AS-OF-DATE)
                   SET PIT-NOT-YET-OPEN TO TRUE
               ELSE
                   IF MASTER-RECORD-FOUND
                       MOVE CUSTOMER-MASTER-REC TO WS-PIT-IMAGE
                   ELSE
                       MOVE WS-LATEST-IMAGE TO WS-PIT-IMAGE
                   END-IF
                   IF WS-PIT-IMAGE = SPACES
                       SET PIT-NO-TRACE TO TRUE
                   ELSE
                       SET PIT-FROM-HISTORY TO TRUE
                       PERFORM ROLL-BACK-HISTORY
                       PERFORM CREDIT-UNSEEN-FIELDS
                   END-IF
               END-IF
           END-IF
           IF PIT-REBUILT OR PIT-DELETED
               PERFORM ADD-MERGE-NOTES
           END-IF.

      *----------------------------------------------------------------
      * LOAD-CUSTOMER-HISTORY keeps the customer's history entries for
      * fields of the master. Entries for other files (the ledger credit
      * limit and the like) do not bear on the record image.
      *----------------------------------------------------------------
       LOAD-CUSTOMER-HISTORY.
           MOVE ZERO TO WS-HISTORY-COUNT
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH WS-HISTORY-LIMIT-SW
           OPEN INPUT REASSIGN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HISTORY-FILE-EOF
               READ REASSIGN-HISTORY-FILE
                   AT END
                       SET HISTORY-FILE-EOF TO TRUE
                   NOT AT END
                       IF RH-CUSTOMER-NUMBER = WS-CUSTOMER-NUMBER
                           PERFORM KEEP-HISTORY-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REASSIGN-HISTORY-FILE
           IF HISTORY-TABLE-FULL
               DISPLAY "MORE THAN " WS-HISTORY-MAX " HISTORY ENTRIES "
                   "FOR " WS-CUSTOMER-NUMBER " - ONLY THE FIRST "
                   WS-HISTORY-MAX " USED"
           END-IF.

       KEEP-HISTORY-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           MOVE 1 TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
                   OR MATCHING-ENTRY-FOUND
               IF WS-FM-HISTORY-NAME(WS-FIELD-IDX) = RH-FIELD-NAME
                   SET MATCHING-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-FIELD-IDX
               END-IF
           END-PERFORM
           IF NOT MATCHING-ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-HISTORY-COUNT NOT < WS-HISTORY-MAX
               SET HISTORY-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HISTORY-COUNT
           MOVE WS-FIELD-IDX     TO WS-HT-FIELD-IDX(WS-HISTORY-COUNT)
           MOVE RH-BUSINESS-DATE TO WS-HT-DATE(WS-HISTORY-COUNT)
           MOVE RH-OLD-VALUE     TO WS-HT-OLD-VALUE(WS-HISTORY-COUNT)
           MOVE RH-OPERATOR-ID   TO WS-HT-OPERATOR(WS-HISTORY-COUNT).

       FIND-CUSTOMER-OPENING.
           MOVE 'N' TO WS-NEWACCT-EOF-SWITCH
           OPEN INPUT NEW-ACCOUNTS-REPORT-FILE
           IF WS-NEWACCT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NEWACCT-FILE-EOF
               READ NEW-ACCOUNTS-REPORT-FILE
                   AT END
                       SET NEWACCT-FILE-EOF TO TRUE
                   NOT AT END
                       IF NA-CUSTOMER-NUMBER = WS-CUSTOMER-NUMBER
                           SET OPENING-FOUND TO TRUE
                           MOVE NA-BUSINESS-DATE TO WS-OPENED-DATE
                           MOVE NA-OPERATOR-ID TO WS-OPENED-OPERATOR
                           SET NEWACCT-FILE-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NEW-ACCOUNTS-REPORT-FILE.

      *----------------------------------------------------------------
      * SCAN-MASTER-JOURNAL walks the customer's journal entries. Those
      * stamped on or before the as-of date are replayed in order, each
      * field that differs from the image before it being credited to
      * the entry; the first entry of all (or one after a DELETE) is
      * compared with an empty record only when it is a WRITE, since a
      * journal that starts with a REWRITE says nothing of when the
      * fields it shows were set. For the entries after the date only
      * the first action and the latest image are kept.
      *----------------------------------------------------------------
       SCAN-MASTER-JOURNAL.
           MOVE 'N' TO WS-JOURNAL-EOF-SWITCH
           OPEN INPUT MASTER-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JOURNAL-FILE-EOF
               READ MASTER-JOURNAL-FILE
                   AT END
                       SET JOURNAL-FILE-EOF TO TRUE
                   NOT AT END
                       IF MJ-RECORD-IMAGE(1:8) = WS-CUSTOMER-KEY
                           PERFORM REPLAY-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-JOURNAL-FILE.

       REPLAY-JOURNAL-ENTRY.
           MOVE MJ-RECORD-IMAGE TO WS-LATEST-IMAGE
           MOVE MJ-TIMESTAMP(1:8) TO WS-ENTRY-DATE-X
           IF WS-ENTRY-DATE-X IS NOT NUMERIC
                   OR WS-ENTRY-DATE > WS-AS-OF-DATE
               IF NOT JOURNAL-HAS-LATER
                   SET JOURNAL-HAS-LATER TO TRUE
                   MOVE MJ-ACTION TO WS-FIRST-LATER-ACTION
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF JOURNAL-HAS-LATER
               EXIT PARAGRAPH
           END-IF
           IF WS-PIT-ACTION = SPACES OR WS-PIT-ACTION = "DELETE"
               IF MJ-ACTION = "WRITE"
                   MOVE SPACES TO WS-ATTRIBUTION-TABLE
                   MOVE SPACES TO WS-PRIOR-IMAGE
               ELSE
                   MOVE MJ-RECORD-IMAGE TO WS-PRIOR-IMAGE
               END-IF
           ELSE
               MOVE WS-PIT-IMAGE TO WS-PRIOR-IMAGE
           END-IF
           SET JOURNAL-COVERS-DATE TO TRUE
           MOVE MJ-RECORD-IMAGE TO WS-PIT-IMAGE
           MOVE MJ-ACTION TO WS-PIT-ACTION
           IF MJ-ACTION = "DELETE"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               MOVE WS-FM-OFFSET(WS-FIELD-IDX) TO WS-FIELD-OFFSET
               MOVE WS-FM-LENGTH(WS-FIELD-IDX) TO WS-FIELD-LENGTH
               IF WS-PIT-IMAGE(WS-FIELD-OFFSET:WS-FIELD-LENGTH) NOT =
                       WS-PRIOR-IMAGE(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
                   MOVE WS-ENTRY-DATE-X
                       TO WS-AT-DATE(WS-FIELD-IDX)
                   MOVE MJ-PROGRAM-NAME
                       TO WS-AT-SOURCE(WS-FIELD-IDX)
                   MOVE SPACES TO WS-AT-OPERATOR(WS-FIELD-IDX)
                   PERFORM FIND-CHANGE-OPERATOR
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * FIND-CHANGE-OPERATOR takes the operator from the history entry
      * for the field made the same day as the journal entry, when
      * there is one (the journal carries no operator of its own).
      *----------------------------------------------------------------
       FIND-CHANGE-OPERATOR.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           PERFORM VARYING WS-HISTORY-IDX FROM WS-HISTORY-COUNT BY -1
                   UNTIL WS-HISTORY-IDX = ZERO
                      OR MATCHING-ENTRY-FOUND
               IF WS-HT-FIELD-IDX(WS-HISTORY-IDX) = WS-FIELD-IDX
                       AND WS-HT-DATE(WS-HISTORY-IDX) = WS-ENTRY-DATE
                   MOVE WS-HT-OPERATOR(WS-HISTORY-IDX)
                       TO WS-AT-OPERATOR(WS-FIELD-IDX)
                   SET MATCHING-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * ROLL-BACK-HISTORY undoes, newest first, every history entry
      * dated after the as-of date, putting back the old value. A merge
      * closes the absorbed record without a history line of its own,
      * so a record merged away only after the date is given back the
      * ACTIVE status it had until then.
      *----------------------------------------------------------------
       ROLL-BACK-HISTORY.
           PERFORM VARYING WS-HISTORY-IDX FROM WS-HISTORY-COUNT BY -1
                   UNTIL WS-HISTORY-IDX = ZERO
               IF WS-HT-DATE(WS-HISTORY-IDX) > WS-AS-OF-DATE
                   MOVE WS-HT-FIELD-IDX(WS-HISTORY-IDX)
                       TO WS-FIELD-IDX
                   MOVE WS-FM-OFFSET(WS-FIELD-IDX) TO WS-FIELD-OFFSET
                   MOVE WS-FM-LENGTH(WS-FIELD-IDX) TO WS-FIELD-LENGTH
                   MOVE WS-HT-OLD-VALUE(WS-HISTORY-IDX)
                       TO WS-PIT-IMAGE(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
               END-IF
           END-PERFORM
           PERFORM FIND-LATER-MERGE
           IF MERGED-AFTER-DATE AND WS-PIT-IMAGE(60:1) = 'C'
               MOVE 'A' TO WS-PIT-IMAGE(60:1)
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "STATUS ACTIVE UNTIL MERGED INTO "
                          DELIMITED BY SIZE
                      WS-MERGED-LATER-INTO DELIMITED BY SIZE
                      " ON "               DELIMITED BY SIZE
                      WS-MERGED-LATER-DATE DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
               PERFORM ADD-NOTE-LINE
           END-IF.

       FIND-LATER-MERGE.
           MOVE 'N' TO WS-MERGAUD-EOF-SWITCH
           OPEN INPUT MERGE-AUDIT-FILE
           IF WS-MERGAUD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MERGAUD-FILE-EOF
               READ MERGE-AUDIT-FILE
                   AT END
                       SET MERGAUD-FILE-EOF TO TRUE
                   NOT AT END
                       IF MA-LOSER-NUMBER = WS-CUSTOMER-NUMBER
                               AND MA-BUSINESS-DATE > WS-AS-OF-DATE
                               AND NOT MERGED-AFTER-DATE
                           SET MERGED-AFTER-DATE TO TRUE
                           MOVE MA-SURVIVOR-NUMBER
                               TO WS-MERGED-LATER-INTO
                           MOVE MA-BUSINESS-DATE
                               TO WS-MERGED-LATER-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MERGE-AUDIT-FILE.

      *----------------------------------------------------------------
      * CREDIT-UNSEEN-FIELDS credits each field the journal did not
      * account for to its last history entry on or before the date,
      * or failing that to the opening of the customer.
      *----------------------------------------------------------------
       CREDIT-UNSEEN-FIELDS.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               IF WS-AT-DATE(WS-FIELD-IDX) = SPACES
                   PERFORM CREDIT-ONE-FIELD
               END-IF
           END-PERFORM.

       CREDIT-ONE-FIELD.
           PERFORM VARYING WS-HISTORY-IDX FROM WS-HISTORY-COUNT BY -1
                   UNTIL WS-HISTORY-IDX = ZERO
               IF WS-HT-FIELD-IDX(WS-HISTORY-IDX) = WS-FIELD-IDX
                       AND WS-HT-DATE(WS-HISTORY-IDX)
                           NOT > WS-AS-OF-DATE
                   MOVE WS-HT-DATE(WS-HISTORY-IDX)
                       TO WS-AT-DATE(WS-FIELD-IDX)
                   MOVE "REASGHST.DAT" TO WS-AT-SOURCE(WS-FIELD-IDX)
                   MOVE WS-HT-OPERATOR(WS-HISTORY-IDX)
                       TO WS-AT-OPERATOR(WS-FIELD-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF OPENING-FOUND AND WS-OPENED-DATE NOT > WS-AS-OF-DATE
               MOVE WS-OPENED-DATE TO WS-AT-DATE(WS-FIELD-IDX)
               MOVE "OPENED" TO WS-AT-SOURCE(WS-FIELD-IDX)
               MOVE WS-OPENED-OPERATOR TO WS-AT-OPERATOR(WS-FIELD-IDX)
           END-IF.

      *----------------------------------------------------------------
      * ADD-MERGE-NOTES notes the merges the customer had been part of
      * by the as-of date: merged away into a survivor, or the survivor
      * that absorbed another record.
      *----------------------------------------------------------------
       ADD-MERGE-NOTES.
           MOVE 'N' TO WS-MERGAUD-EOF-SWITCH
           OPEN INPUT MERGE-AUDIT-FILE
           IF WS-MERGAUD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MERGAUD-FILE-EOF
               READ MERGE-AUDIT-FILE
                   AT END
                       SET MERGAUD-FILE-EOF TO TRUE
                   NOT AT END
                       IF MA-BUSINESS-DATE NOT > WS-AS-OF-DATE
                           PERFORM NOTE-ONE-MERGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MERGE-AUDIT-FILE.

       NOTE-ONE-MERGE.
           MOVE SPACES TO WS-NOTE-TEXT
           IF MA-LOSER-NUMBER = WS-CUSTOMER-NUMBER
               STRING "MERGED INTO "     DELIMITED BY SIZE
                      MA-SURVIVOR-NUMBER DELIMITED BY SIZE
                      " ON "             DELIMITED BY SIZE
                      MA-BUSINESS-DATE   DELIMITED BY SIZE
                      " BY "             DELIMITED BY SIZE
                      MA-OPERATOR-ID     DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
               PERFORM ADD-NOTE-LINE
           END-IF
           IF MA-SURVIVOR-NUMBER = WS-CUSTOMER-NUMBER
               STRING "ABSORBED "        DELIMITED BY SIZE
                      MA-LOSER-NUMBER    DELIMITED BY SIZE
                      " ON "             DELIMITED BY SIZE
                      MA-BUSINESS-DATE   DELIMITED BY SIZE
                      " BY "             DELIMITED BY SIZE
                      MA-OPERATOR-ID     DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
               PERFORM ADD-NOTE-LINE
           END-IF.

       ADD-NOTE-LINE.
           IF WS-NOTE-COUNT < 10
               ADD 1 TO WS-NOTE-COUNT
               MOVE WS-NOTE-TEXT TO WS-NOTE-LINE(WS-NOTE-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * MASK-PIT-IMAGE masks the document id and phone in the rebuilt
      * image for the role in force, logging a full document id view.
      *----------------------------------------------------------------
       MASK-PIT-IMAGE.
           MOVE WS-PIT-IMAGE(137:12) TO WS-MASK-VALUE
           CALL "ENMASCARA-DATO" USING WS-FULL-OPERATOR-ROLE,
               WS-MASK-VALUE, WS-MASK-SHOWN
           MOVE WS-MASK-VALUE(1:12) TO WS-PIT-IMAGE(137:12)
           MOVE WS-PIT-IMAGE(149:12) TO WS-MASK-VALUE
           CALL "ENMASCARA-DATO" USING WS-FULL-OPERATOR-ROLE,
               WS-MASK-VALUE, WS-MASK-SHOWN
           MOVE WS-MASK-VALUE(1:12) TO WS-PIT-IMAGE(149:12)
           IF MASK-SHOWN-FULL AND WS-PIT-IMAGE(149:12) NOT = SPACES
               MOVE WS-CUSTOMER-KEY TO WS-SUBJECT-ID
               CALL "REGISTRA-SEGURIDAD" USING WS-SECURITY-EVENT,
                   WS-FULL-OPERATOR-ID, WS-THIS-PROGRAM, WS-SUBJECT-ID
           END-IF.

      *----------------------------------------------------------------
      * SHOW-REBUILT-RECORD prints the view on the console and on
      * VISTAHIS.RPT: the heading, each field with who last set it,
      * and the merge notes.
      *----------------------------------------------------------------
       SHOW-REBUILT-RECORD.
           EVALUATE TRUE
               WHEN PIT-NOT-YET-OPEN
                   MOVE "NOT YET A CUSTOMER" TO WS-RESULT-TEXT
               WHEN PIT-NO-TRACE
                   MOVE "NO TRACE OF THE CUSTOMER" TO WS-RESULT-TEXT
               WHEN PIT-DELETED
                   MOVE "DELETED - RECORD AS DELETED"
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "AS IT STOOD AT END OF DAY" TO WS-RESULT-TEXT
           END-EVALUATE
           IF PIT-FROM-JOURNAL
               MOVE "REBUILT FROM MASTER JOURNAL" TO WS-SOURCE-TEXT
           ELSE
               MOVE "ROLLED BACK FROM HISTORY" TO WS-SOURCE-TEXT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUSTOMER "         DELIMITED BY SIZE
                  WS-CUSTOMER-NUMBER  DELIMITED BY SIZE
                  " AS OF "           DELIMITED BY SIZE
                  WS-AS-OF-DATE       DELIMITED BY SIZE
                  " - "               DELIMITED BY SIZE
                  WS-RESULT-TEXT      DELIMITED BY "  "
               INTO WS-REPORT-LINE
           PERFORM WRITE-VIEW-LINE
           IF PIT-NOT-YET-OPEN OR PIT-NO-TRACE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    "              DELIMITED BY SIZE
                  WS-SOURCE-TEXT      DELIMITED BY "  "
               INTO WS-REPORT-LINE
           PERFORM WRITE-VIEW-LINE
           PERFORM MASK-PIT-IMAGE
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               PERFORM SHOW-ONE-FIELD
           END-PERFORM
           PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
                   UNTIL WS-NOTE-IDX > WS-NOTE-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NOTE: "                  DELIMITED BY SIZE
                      WS-NOTE-LINE(WS-NOTE-IDX) DELIMITED BY "  "
                   INTO WS-REPORT-LINE
               PERFORM WRITE-VIEW-LINE
           END-PERFORM.

       SHOW-ONE-FIELD.
           MOVE WS-FM-OFFSET(WS-FIELD-IDX) TO WS-FIELD-OFFSET
           MOVE WS-FM-LENGTH(WS-FIELD-IDX) TO WS-FIELD-LENGTH
           MOVE SPACES TO WS-DISPLAY-VALUE
           MOVE WS-PIT-IMAGE(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
               TO WS-DISPLAY-VALUE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-FM-LABEL(WS-FIELD-IDX) TO WS-REPORT-LINE(1:12)
           MOVE WS-DISPLAY-VALUE TO WS-REPORT-LINE(14:32)
           IF WS-AT-DATE(WS-FIELD-IDX) = SPACES
               MOVE "BEFORE HISTORY ON FILE" TO WS-REPORT-LINE(48:22)
           ELSE
               STRING "SET "                      DELIMITED BY SIZE
                      WS-AT-DATE(WS-FIELD-IDX)     DELIMITED BY SIZE
                      " BY "                      DELIMITED BY SIZE
                      WS-AT-SOURCE(WS-FIELD-IDX)   DELIMITED BY "  "
                      " "                         DELIMITED BY SIZE
                      WS-AT-OPERATOR(WS-FIELD-IDX) DELIMITED BY "  "
                   INTO WS-REPORT-LINE(48:85)
           END-IF
           PERFORM WRITE-VIEW-LINE.

       WRITE-VIEW-LINE.
           DISPLAY WS-REPORT-LINE
           WRITE VIEW-REPORT-LINE FROM WS-REPORT-LINE.

      *----------------------------------------------------------------
      * BATCH-EXTRACT-RUN rebuilds every customer on VISTALST.DAT into
      * VISTAEXT.DAT. A list line without an as-of date of its own
      * takes the one on the PARM (or the business date); a line that
      * is not a customer number is passed by.
      *----------------------------------------------------------------
       BATCH-EXTRACT-RUN.
           OPEN INPUT VIEW-LIST-FILE
           IF WS-LIST-FILE-STATUS NOT = "00"
               DISPLAY "VISTALST.DAT NOT FOUND - NOTHING TO EXTRACT"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN OUTPUT VIEW-EXTRACT-FILE
           PERFORM UNTIL LIST-FILE-EOF
               READ VIEW-LIST-FILE
                   AT END
                       SET LIST-FILE-EOF TO TRUE
                   NOT AT END
                       IF VL-CUSTOMER-NUMBER IS NUMERIC
                           PERFORM EXTRACT-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VIEW-LIST-FILE CUSTOMER-MASTER-FILE
               VIEW-EXTRACT-FILE
           DISPLAY "CUSTOMERS LISTED:     " WS-LIST-COUNT
           DISPLAY "RECORDS REBUILT:      " WS-REBUILT-COUNT
           DISPLAY "NOT REBUILT (N/D/X):  " WS-NOT-REBUILT-COUNT
           IF WS-NOT-REBUILT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       EXTRACT-ONE-CUSTOMER.
           ADD 1 TO WS-LIST-COUNT
           MOVE VL-CUSTOMER-NUMBER TO WS-CUSTOMER-NUMBER
           MOVE WS-BATCH-AS-OF-DATE TO WS-AS-OF-DATE
           MOVE VL-AS-OF-DATE TO WS-AS-OF-INPUT
           IF WS-AS-OF-INPUT IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-INPUT-N) = ZERO
                   MOVE WS-AS-OF-INPUT-N TO WS-AS-OF-DATE
               END-IF
           END-IF
           PERFORM REBUILD-CUSTOMER
           IF PIT-REBUILT
               ADD 1 TO WS-REBUILT-COUNT
           ELSE
               ADD 1 TO WS-NOT-REBUILT-COUNT
           END-IF
           IF PIT-REBUILT OR PIT-DELETED
               PERFORM MASK-PIT-IMAGE
           ELSE
               MOVE SPACES TO WS-PIT-IMAGE
           END-IF
           MOVE SPACES TO VIEW-EXTRACT-REC
           MOVE WS-CUSTOMER-NUMBER TO VE-CUSTOMER-NUMBER
           MOVE WS-AS-OF-DATE      TO VE-AS-OF-DATE
           MOVE WS-PIT-RESULT      TO VE-RESULT
           MOVE WS-PIT-SOURCE      TO VE-SOURCE
           MOVE WS-PIT-IMAGE(1:306) TO VE-RECORD-IMAGE
           WRITE VIEW-EXTRACT-REC.

       END PROGRAM VISTA-HISTORICA.
