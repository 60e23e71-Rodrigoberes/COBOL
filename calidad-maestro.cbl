      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Data-quality scorecard over the customer master, in
      *          the AUDITA-DOMICILIOS style. Every open account is
      *          scored against nine checks: phone, address and
      *          document missing; a phone that fails the CLASIFICA-
      *          CAMPO numeric test; phone or document holding a
      *          placeholder (one character repeated, 000000000000
      *          and the like); a birth date VALIDA-FECHA rejects;
      *          CM-EDAD disagreeing with the age the birth date
      *          gives (the RESTAMPA-EDADES derivation; deceased
      *          customers keep their age at death); and an ACTIVE
      *          account whose status date is older than the cut-off
      *          or was never set. CALIDAD.RPT carries the scorecard
      *          by check and by branch, each score beside the one
      *          the last earlier run recorded, the trend of the
      *          overall score over the recent runs, and the worst
      *          records for the desk to clean up first, most defects
      *          first. Every run's scores are kept on CALIDAD.DAT --
      *          a rerun on the same business date replaces that
      *          date's scores -- so the trend is there for audit.
      *          Closed accounts are not scored: nothing is sent to
      *          them and nothing is corrected on them. Nothing on the
      *          master is changed.
      *          PARM: [years] [worst-records], where years is the age
      *          after which an ACTIVE account's status date is old
      *          (default 5) and worst-records the length of the
      *          clean-up list (default 100). The run ends 4 when the
      *          overall score fell since the last run or the history
      *          could not be kept, 8 when the master is not there.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIDAD-MAESTRO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT QUALITY-HISTORY-FILE ASSIGN TO "CALIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT QUALITY-REPORT-FILE ASSIGN TO "CALIDAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORST-SORT-FILE ASSIGN TO "CALIDAD.TMP".
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

      * One line per run per score: T the overall score, F one check
      * (keyed by its code), B one branch (keyed by branch code).
       FD  QUALITY-HISTORY-FILE.
       01  QUALITY-HISTORY-REC.
           05 QH-RUN-DATE      PIC 9(8).
           05 FILLER           PIC X.
           05 QH-SCOPE         PIC X.
           05 FILLER           PIC X.
           05 QH-KEY           PIC X(4).
           05 FILLER           PIC X.
           05 QH-RECORDS       PIC 9(8).
           05 FILLER           PIC X.
           05 QH-DEFECTS       PIC 9(8).
           05 FILLER           PIC X.
           05 QH-SCORE         PIC 9(3)V9.

       FD  QUALITY-REPORT-FILE.
       01  QUALITY-REPORT-REC  PIC X(132).

       SD  WORST-SORT-FILE.
       01  WORST-SORT-REC.
           05 QS-DEFECTS       PIC 9(2).
           05 QS-CUSTOMER-NUMBER PIC 9(8).
           05 QS-BRANCH-CODE   PIC X(4).
           05 QS-NOMBRE        PIC X(16).
           05 QS-APELLIDO      PIC X(32).
           05 QS-CHECK-CODES   PIC X(45).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS PIC XX.
       01 WS-RUN-MODE            PIC X VALUE 'R'.
       01 WS-PARM                PIC X(20).
       01 WS-PARM-YEARS          PIC X(8).
       01 WS-PARM-LIMIT          PIC X(8).
       01 WS-STALE-YEARS         PIC 9(2) VALUE 5.
       01 WS-WORST-LIMIT         PIC 9(5) VALUE 100.
       01 WS-STALE-CUTOFF        PIC 9(8) VALUE ZERO.
       01 WS-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE          PIC X(8).
          05 FILLER              PIC X(13).
       01 WS-MASTER-EOF-SWITCH   PIC X VALUE 'N'.
          88 MASTER-FILE-EOF VALUE 'Y'.
       01 WS-HISTORY-EOF-SWITCH  PIC X VALUE 'N'.
          88 HISTORY-FILE-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH     PIC X VALUE 'N'.
          88 SORT-RETURN-EOF VALUE 'Y'.
       01 WS-REFUSED-SWITCH      PIC X VALUE 'N'.
          88 RUN-WAS-REFUSED VALUE 'Y'.
       01 WS-HISTORY-FULL-SWITCH PIC X VALUE 'N'.
          88 QUALITY-HISTORY-OVERFLOWED VALUE 'Y'.
       01 WS-SCORED-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-CLEAN-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-DEFECT-RECORD-COUNT PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-DEFECTS       PIC 9(8) VALUE ZERO.
       01 WS-LISTED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-CHECKS-PER-RECORD   PIC 9(2) VALUE 9.

      * The checks, in report order. A code is the key its scores are
      * kept under on CALIDAD.DAT; never reuse or renumber one.
       01 WS-CHECK-DEFINITIONS.
           05 FILLER           PIC X(40) VALUE
              "TELMTELEFONO  PHONE MISSING             ".
           05 FILLER           PIC X(40) VALUE
              "TELNTELEFONO  PHONE NOT NUMERIC         ".
           05 FILLER           PIC X(40) VALUE
              "TELPTELEFONO  PHONE PLACEHOLDER VALUE   ".
           05 FILLER           PIC X(40) VALUE
              "DIRMDIRECCION ADDRESS MISSING           ".
           05 FILLER           PIC X(40) VALUE
              "DOCMDOC-ID    DOCUMENT MISSING          ".
           05 FILLER           PIC X(40) VALUE
              "DOCPDOC-ID    DOCUMENT PLACEHOLDER VALUE".
           05 FILLER           PIC X(40) VALUE
              "FNACFECHA-NAC BIRTH DATE NOT VALID      ".
           05 FILLER           PIC X(40) VALUE
              "EDADEDAD      AGE DISAGREES WITH BIRTH  ".
           05 FILLER           PIC X(40) VALUE
              "STATSTAT-DATE ACTIVE, STATUS DATE OLD   ".
       01 WS-CHECK-TABLE REDEFINES WS-CHECK-DEFINITIONS.
           05 WS-CHECK-DEF OCCURS 9 TIMES.
              10 WS-CD-CODE    PIC X(4).
              10 WS-CD-FIELD   PIC X(10).
              10 WS-CD-TEXT    PIC X(26).
       01 WS-CHECK-RESULTS.
           05 WS-CHECK-RESULT OCCURS 9 TIMES.
              10 WS-CR-FAILED  PIC 9(8) VALUE ZERO.
              10 WS-CR-SCORE   PIC 9(3)V9.
       01 WS-CHECK-IDX           PIC 9(2) COMP VALUE ZERO.

      * Branches seen this run; the last slot is kept for every branch
      * past the first 499, reported under ****.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 500 TIMES.
              10 WS-BR-CODE    PIC X(4).
              10 WS-BR-SCORED  PIC 9(8).
              10 WS-BR-CLEAN   PIC 9(8).
              10 WS-BR-DEFECTS PIC 9(8).
              10 WS-BR-SCORE   PIC 9(3)V9.
       01 WS-BRANCH-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-BRANCH-IDX          PIC 9(3) VALUE ZERO.
       01 WS-WANTED-BRANCH       PIC X(4).

      * CALIDAD.DAT as it stood before this run
       01 WS-HISTORY-TABLE.
           05 WS-HISTORY-ENTRY OCCURS 9000 TIMES.
              10 WS-QH-RUN-DATE PIC 9(8).
              10 WS-QH-SCOPE   PIC X.
              10 WS-QH-KEY     PIC X(4).
              10 WS-QH-RECORDS PIC 9(8).
              10 WS-QH-DEFECTS PIC 9(8).
              10 WS-QH-SCORE   PIC 9(3)V9.
       01 WS-HISTORY-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-HISTORY-IDX         PIC 9(4) VALUE ZERO.
       01 WS-PRIOR-DATE          PIC 9(8) VALUE ZERO.

      * overall score of the most recent earlier runs, oldest first,
      * with this run's added at the end
       01 WS-TREND-TABLE.
           05 WS-TREND-ENTRY OCCURS 12 TIMES.
              10 WS-TR-RUN-DATE PIC 9(8).
              10 WS-TR-SCORE   PIC 9(3)V9.
       01 WS-TREND-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-TREND-IDX           PIC 9(2) VALUE ZERO.

       01 WS-RECORD-DEFECTS      PIC 9(2) VALUE ZERO.
       01 WS-RECORD-CODES        PIC X(45).
       01 WS-CODES-POINTER       PIC 9(2) VALUE 1.
       01 WS-DERIVED-EDAD        PIC 9(3) VALUE ZERO.
       01 WS-NUM12-CLASS-INPUT   PIC X(12).
       01 WS-NUM12-CLASS-LENGTH  PIC 9(2) VALUE 12.
       01 WS-NUM12-CLASS-RESULTS.
          05 WS-NCR-IS-ALPHABETIC  PIC X.
          05 WS-NCR-IS-ALPHA-UPPER PIC X.
          05 WS-NCR-IS-ALPHA-LOWER PIC X.
          05 WS-NCR-IS-NUMERIC     PIC X.
          05 WS-NCR-IS-BINARIO     PIC X.
       01 WS-FNAC-INPUT          PIC X(8).
       01 WS-FNAC-MIN-YEAR       PIC 9(4) VALUE 1900.
       01 WS-FNAC-RESULTS.
          05 WS-VF-IS-VALID      PIC X.
          05 WS-VF-REASON        PIC X(24).
       01 WS-PLACEHOLDER-VALUE   PIC X(12).
       01 WS-PLACEHOLDER-CHAR    PIC X.
       01 WS-SAME-CHAR-COUNT     PIC 9(2) VALUE ZERO.
       01 WS-BLANK-CHAR-COUNT    PIC 9(2) VALUE ZERO.
       01 WS-PLACEHOLDER-SWITCH  PIC X VALUE 'N'.
          88 VALUE-IS-PLACEHOLDER VALUE 'Y'.

       01 WS-CALC-POSSIBLE       PIC 9(9) VALUE ZERO.
       01 WS-CALC-FAILED         PIC 9(9) VALUE ZERO.
       01 WS-CALC-SCORE          PIC 9(3)V9 VALUE ZERO.
       01 WS-OVERALL-SCORE       PIC 9(3)V9 VALUE ZERO.
       01 WS-LOOK-SCOPE          PIC X.
       01 WS-LOOK-KEY            PIC X(4).
       01 WS-LOOK-SCORE          PIC 9(3)V9 VALUE ZERO.
       01 WS-LOOK-SWITCH         PIC X VALUE 'N'.
          88 PRIOR-SCORE-FOUND VALUE 'Y'.
       01 WS-SCORE-CHANGE        PIC S9(3)V9 VALUE ZERO.
       01 WS-OVERALL-VERDICT     PIC X(9) VALUE SPACES.
       01 WS-SCORE-EDIT          PIC ZZ9.9.
       01 WS-CHANGE-EDIT         PIC -ZZ9.9.
       01 WS-COUNT-EDIT          PIC Z(7)9.
       01 WS-PRIOR-TEXT          PIC X(6).
       01 WS-CHANGE-TEXT         PIC X(6).
       01 WS-VERDICT-TEXT        PIC X(9).

       01 WS-REPORT-HEADING.
          05 FILLER              PIC X(35)
             VALUE "CUSTOMER MASTER DATA QUALITY - DATE".
          05 FILLER              PIC X VALUE SPACE.
          05 WS-RH-DATE          PIC 9(8).
          05 FILLER              PIC X(23)
             VALUE "  STATUS DATE OLD AFTER".
          05 FILLER              PIC X VALUE SPACE.
          05 WS-RH-YEARS         PIC Z9.
          05 FILLER              PIC X(6) VALUE " YEARS".
       01 WS-CHECK-LINE.
          05 WS-KL-CODE          PIC X(4).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-KL-FIELD         PIC X(10).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-KL-TEXT          PIC X(26).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-KL-FAILED        PIC Z(7)9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-KL-SCORE         PIC ZZ9.9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-KL-PRIOR         PIC X(6).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-KL-CHANGE        PIC X(6).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-KL-VERDICT       PIC X(9).
       01 WS-BRANCH-LINE.
          05 WS-BL-BRANCH        PIC X(4).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-BL-SCORED        PIC Z(7)9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-BL-CLEAN         PIC Z(7)9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-BL-DEFECTS       PIC Z(7)9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-BL-SCORE         PIC ZZ9.9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-BL-PRIOR         PIC X(6).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-BL-CHANGE        PIC X(6).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-BL-VERDICT       PIC X(9).
       01 WS-TREND-LINE.
          05 WS-TL-RUN-DATE      PIC 9(8).
          05 FILLER              PIC X(4) VALUE SPACES.
          05 WS-TL-SCORE         PIC ZZ9.9.
          05 FILLER              PIC X(4) VALUE SPACES.
          05 WS-TL-CHANGE        PIC X(6).
       01 WS-WORST-LINE.
          05 WS-WL-CUSTOMER-NUMBER PIC 9(8).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-WL-BRANCH        PIC X(4).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-WL-NOMBRE        PIC X(16).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-WL-APELLIDO      PIC X(32).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-WL-DEFECTS       PIC Z9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-WL-CHECK-CODES   PIC X(45).

       01 WS-JOURNAL-EVENT      PIC X(5).
       01 WS-JOURNAL-PROGRAM    PIC X(18)
                                VALUE "CALIDAD-MAESTRO".
       01 WS-JOURNAL-RECORDS    PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-REJECTS    PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-STATUS     PIC X(8) VALUE SPACES.
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "CALIDAD.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-YEARS WS-PARM-LIMIT
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-YEARS, WS-PARM-LIMIT
           IF WS-PARM-YEARS NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-PARM-YEARS) = ZERO
                   AND FUNCTION NUMVAL(WS-PARM-YEARS) > ZERO
                   AND FUNCTION NUMVAL(WS-PARM-YEARS) < 100
               MOVE FUNCTION NUMVAL(WS-PARM-YEARS) TO WS-STALE-YEARS
           END-IF
           IF WS-PARM-LIMIT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-PARM-LIMIT) = ZERO
                   AND FUNCTION NUMVAL(WS-PARM-LIMIT) > ZERO
                   AND FUNCTION NUMVAL(WS-PARM-LIMIT) < 100000
               MOVE FUNCTION NUMVAL(WS-PARM-LIMIT) TO WS-WORST-LIMIT
           END-IF
           PERFORM READ-BUSINESS-DATE
           COMPUTE WS-STALE-CUTOFF =
               WS-BUSINESS-DATE - WS-STALE-YEARS * 10000
           PERFORM WRITE-RUN-JOURNAL-START
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-FILE-STATUS
               SET RUN-WAS-REFUSED TO TRUE
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM LOAD-QUALITY-HISTORY
           PERFORM FIND-PRIOR-RUN
           OPEN OUTPUT QUALITY-REPORT-FILE
           SORT WORST-SORT-FILE
               ON DESCENDING KEY QS-DEFECTS
               ON ASCENDING KEY QS-CUSTOMER-NUMBER
               INPUT PROCEDURE IS SCORE-THE-MASTER
               OUTPUT PROCEDURE IS PRINT-THE-SCORECARD
           CLOSE QUALITY-REPORT-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CALL "ARCHIVA-INFORME" USING WS-JOURNAL-PROGRAM,
               WS-ARCHIVE-REPORT
           PERFORM RECORD-QUALITY-HISTORY
           MOVE WS-OVERALL-SCORE TO WS-SCORE-EDIT
           DISPLAY "DATA QUALITY SCORE:       " WS-SCORE-EDIT " "
               WS-OVERALL-VERDICT
           DISPLAY "ACCOUNTS SCORED:          " WS-SCORED-COUNT
           DISPLAY "  WITH NO DEFECT:         " WS-CLEAN-COUNT
           DISPLAY "  WITH DEFECTS:           " WS-DEFECT-RECORD-COUNT
           DISPLAY "DEFECTS FOUND:            " WS-TOTAL-DEFECTS
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * SCORE-THE-MASTER runs every open account through the checks,
      * adds its result to the check and branch tallies, and releases
      * each account with a defect to the sort for the clean-up list.
      *----------------------------------------------------------------
       SCORE-THE-MASTER SECTION.
       STM-MAIN.
           PERFORM READ-MASTER-RECORD
           PERFORM UNTIL MASTER-FILE-EOF
               IF NOT CUSTOMER-CLOSED
                   PERFORM SCORE-ONE-RECORD
               END-IF
               PERFORM READ-MASTER-RECORD
           END-PERFORM
           GO TO STM-EXIT.

       READ-MASTER-RECORD.
           READ CUSTOMER-MASTER-FILE NEXT
               AT END SET MASTER-FILE-EOF TO TRUE
           END-READ.

       SCORE-ONE-RECORD.
           ADD 1 TO WS-SCORED-COUNT
           MOVE ZERO TO WS-RECORD-DEFECTS
           MOVE SPACES TO WS-RECORD-CODES
           MOVE 1 TO WS-CODES-POINTER
           PERFORM CHECK-TELEFONO
           PERFORM CHECK-DIRECCION
           PERFORM CHECK-DOCUMENTO
           PERFORM CHECK-FECHA-NAC
           PERFORM CHECK-STATUS-DATE
           PERFORM TALLY-BRANCH
           ADD WS-RECORD-DEFECTS TO WS-TOTAL-DEFECTS
           IF WS-RECORD-DEFECTS = ZERO
               ADD 1 TO WS-CLEAN-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEFECT-RECORD-COUNT
           MOVE WS-RECORD-DEFECTS  TO QS-DEFECTS
           MOVE CM-CUSTOMER-NUMBER TO QS-CUSTOMER-NUMBER
           MOVE WS-WANTED-BRANCH   TO QS-BRANCH-CODE
           MOVE CM-NOMBRE          TO QS-NOMBRE
           MOVE CM-APELLIDO        TO QS-APELLIDO
           MOVE WS-RECORD-CODES    TO QS-CHECK-CODES
           RELEASE WORST-SORT-REC.

      * the phone is taken the way ENTRADA-DE-DATOS accepts it: digits
      * with spaces allowed, classified at its full 12-byte length
       CHECK-TELEFONO.
           IF CM-TELEFONO = SPACES
               MOVE 1 TO WS-CHECK-IDX
               PERFORM NOTE-DEFECT
               EXIT PARAGRAPH
           END-IF
           MOVE CM-TELEFONO TO WS-NUM12-CLASS-INPUT
           INSPECT WS-NUM12-CLASS-INPUT REPLACING ALL SPACE BY "0"
           CALL "CLASIFICA-CAMPO" USING WS-NUM12-CLASS-INPUT,
               WS-NUM12-CLASS-LENGTH, WS-NUM12-CLASS-RESULTS
           IF WS-NCR-IS-NUMERIC NOT = 'Y'
               MOVE 2 TO WS-CHECK-IDX
               PERFORM NOTE-DEFECT
           END-IF
           MOVE CM-TELEFONO TO WS-PLACEHOLDER-VALUE
           PERFORM CHECK-PLACEHOLDER-VALUE
           IF VALUE-IS-PLACEHOLDER
               MOVE 3 TO WS-CHECK-IDX
               PERFORM NOTE-DEFECT
           END-IF.

       CHECK-DIRECCION.
           IF CM-DIRECCION-1 = SPACES
               MOVE 4 TO WS-CHECK-IDX
               PERFORM NOTE-DEFECT
           END-IF.

       CHECK-DOCUMENTO.
           IF CM-DOC-ID = SPACES
               MOVE 5 TO WS-CHECK-IDX
               PERFORM NOTE-DEFECT
               EXIT PARAGRAPH
           END-IF
           MOVE CM-DOC-ID TO WS-PLACEHOLDER-VALUE
           PERFORM CHECK-PLACEHOLDER-VALUE
           IF VALUE-IS-PLACEHOLDER
               MOVE 6 TO WS-CHECK-IDX
               PERFORM NOTE-DEFECT
           END-IF.

      * the age is only judged against a birth date that passes; a bad
      * birth date is one defect, not two
       CHECK-FECHA-NAC.
           MOVE CM-FECHA-NAC TO WS-FNAC-INPUT
           CALL "VALIDA-FECHA" USING WS-FNAC-INPUT, WS-BUSINESS-DATE,
               WS-FNAC-MIN-YEAR, WS-FNAC-RESULTS
           IF WS-VF-IS-VALID NOT = 'Y'
               MOVE 7 TO WS-CHECK-IDX
               PERFORM NOTE-DEFECT
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-DECEASED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DERIVED-EDAD =
               (WS-BUSINESS-DATE - CM-FECHA-NAC) / 10000
               ON SIZE ERROR
                   MOVE ZERO TO WS-DERIVED-EDAD
           END-COMPUTE
           IF CM-EDAD IS NOT NUMERIC OR CM-EDAD NOT = WS-DERIVED-EDAD
               MOVE 8 TO WS-CHECK-IDX
               PERFORM NOTE-DEFECT
           END-IF.

       CHECK-STATUS-DATE.
           IF NOT CUSTOMER-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF CM-STATUS-DATE IS NOT NUMERIC
                   OR CM-STATUS-DATE < WS-STALE-CUTOFF
               MOVE 9 TO WS-CHECK-IDX
               PERFORM NOTE-DEFECT
           END-IF.

      * a placeholder is one character keyed over and over -- all
      * zeros, all nines, XXXXXXXX -- however much of the field it
      * fills
       CHECK-PLACEHOLDER-VALUE.
           MOVE 'N' TO WS-PLACEHOLDER-SWITCH
           MOVE WS-PLACEHOLDER-VALUE(1:1) TO WS-PLACEHOLDER-CHAR
           IF WS-PLACEHOLDER-CHAR = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SAME-CHAR-COUNT
           MOVE ZERO TO WS-BLANK-CHAR-COUNT
           INSPECT WS-PLACEHOLDER-VALUE TALLYING
               WS-SAME-CHAR-COUNT FOR ALL WS-PLACEHOLDER-CHAR
               WS-BLANK-CHAR-COUNT FOR ALL SPACE
           IF WS-SAME-CHAR-COUNT + WS-BLANK-CHAR-COUNT = 12
               SET VALUE-IS-PLACEHOLDER TO TRUE
           END-IF.

       NOTE-DEFECT.
           ADD 1 TO WS-RECORD-DEFECTS
           ADD 1 TO WS-CR-FAILED(WS-CHECK-IDX)
           STRING WS-CD-CODE(WS-CHECK-IDX) " " DELIMITED BY SIZE
               INTO WS-RECORD-CODES WITH POINTER WS-CODES-POINTER.

      * accounts with no branch are scored under ----
       TALLY-BRANCH.
           MOVE CM-BRANCH-CODE TO WS-WANTED-BRANCH
           IF WS-WANTED-BRANCH = SPACES
               MOVE "----" TO WS-WANTED-BRANCH
           END-IF
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
                   OR WS-BR-CODE(WS-BRANCH-IDX) = WS-WANTED-BRANCH
               CONTINUE
           END-PERFORM
           IF WS-BRANCH-IDX > WS-BRANCH-COUNT
               IF WS-BRANCH-COUNT = 500
                   MOVE 500 TO WS-BRANCH-IDX
               ELSE
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-BRANCH-COUNT TO WS-BRANCH-IDX
                   MOVE WS-WANTED-BRANCH TO WS-BR-CODE(WS-BRANCH-IDX)
                   IF WS-BRANCH-COUNT = 500
                       MOVE "****" TO WS-BR-CODE(WS-BRANCH-IDX)
                   END-IF
                   MOVE ZERO TO WS-BR-SCORED(WS-BRANCH-IDX)
                   MOVE ZERO TO WS-BR-CLEAN(WS-BRANCH-IDX)
                   MOVE ZERO TO WS-BR-DEFECTS(WS-BRANCH-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-BR-SCORED(WS-BRANCH-IDX)
           ADD WS-RECORD-DEFECTS TO WS-BR-DEFECTS(WS-BRANCH-IDX)
           IF WS-RECORD-DEFECTS = ZERO
               ADD 1 TO WS-BR-CLEAN(WS-BRANCH-IDX)
           END-IF.

       STM-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * PRINT-THE-SCORECARD writes CALIDAD.RPT: the score by check and
      * by branch against the last earlier run, the overall trend,
      * then the clean-up list back from the sort, worst first.
      *----------------------------------------------------------------
       PRINT-THE-SCORECARD SECTION.
       PTS-MAIN.
           MOVE WS-BUSINESS-DATE TO WS-RH-DATE
           MOVE WS-STALE-YEARS TO WS-RH-YEARS
           WRITE QUALITY-REPORT-REC FROM WS-REPORT-HEADING
           MOVE SPACES TO QUALITY-REPORT-REC
           IF WS-PRIOR-DATE = ZERO
               MOVE "NO EARLIER RUN ON CALIDAD.DAT TO COMPARE WITH"
                   TO QUALITY-REPORT-REC
           ELSE
               STRING "COMPARED WITH THE RUN OF " WS-PRIOR-DATE
                   DELIMITED BY SIZE INTO QUALITY-REPORT-REC
           END-IF
           WRITE QUALITY-REPORT-REC
           PERFORM PRINT-CHECK-SCORES
           PERFORM PRINT-BRANCH-SCORES
           PERFORM PRINT-SCORE-TREND
           PERFORM PRINT-WORST-RECORDS
           GO TO PTS-EXIT.

       PRINT-CHECK-SCORES.
           MOVE SPACES TO QUALITY-REPORT-REC
           WRITE QUALITY-REPORT-REC
           MOVE "SCORE BY CHECK" TO QUALITY-REPORT-REC
           WRITE QUALITY-REPORT-REC
           MOVE "CODE  FIELD       CHECK                        "
               TO QUALITY-REPORT-REC
           MOVE "  FAILED  SCORE   PRIOR  CHANGE  VERDICT"
               TO QUALITY-REPORT-REC(49:40)
           WRITE QUALITY-REPORT-REC
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > 9
               MOVE WS-SCORED-COUNT TO WS-CALC-POSSIBLE
               MOVE WS-CR-FAILED(WS-CHECK-IDX) TO WS-CALC-FAILED
               PERFORM COMPUTE-QUALITY-SCORE
               MOVE WS-CALC-SCORE TO WS-CR-SCORE(WS-CHECK-IDX)
               MOVE 'F' TO WS-LOOK-SCOPE
               MOVE WS-CD-CODE(WS-CHECK-IDX) TO WS-LOOK-KEY
               PERFORM COMPARE-WITH-PRIOR
               MOVE WS-CD-CODE(WS-CHECK-IDX)  TO WS-KL-CODE
               MOVE WS-CD-FIELD(WS-CHECK-IDX) TO WS-KL-FIELD
               MOVE WS-CD-TEXT(WS-CHECK-IDX)  TO WS-KL-TEXT
               MOVE WS-CR-FAILED(WS-CHECK-IDX) TO WS-KL-FAILED
               MOVE WS-CALC-SCORE   TO WS-KL-SCORE
               MOVE WS-PRIOR-TEXT   TO WS-KL-PRIOR
               MOVE WS-CHANGE-TEXT  TO WS-KL-CHANGE
               MOVE WS-VERDICT-TEXT TO WS-KL-VERDICT
               WRITE QUALITY-REPORT-REC FROM WS-CHECK-LINE
           END-PERFORM
           COMPUTE WS-CALC-POSSIBLE =
               WS-SCORED-COUNT * WS-CHECKS-PER-RECORD
           MOVE WS-TOTAL-DEFECTS TO WS-CALC-FAILED
           PERFORM COMPUTE-QUALITY-SCORE
           MOVE WS-CALC-SCORE TO WS-OVERALL-SCORE
           MOVE 'T' TO WS-LOOK-SCOPE
           MOVE "ALL " TO WS-LOOK-KEY
           PERFORM COMPARE-WITH-PRIOR
           MOVE WS-VERDICT-TEXT TO WS-OVERALL-VERDICT
           MOVE SPACES TO WS-CHECK-LINE
           MOVE "ALL"           TO WS-KL-CODE
           MOVE "OVERALL, ALL CHECKS" TO WS-KL-TEXT
           MOVE WS-TOTAL-DEFECTS TO WS-KL-FAILED
           MOVE WS-CALC-SCORE   TO WS-KL-SCORE
           MOVE WS-PRIOR-TEXT   TO WS-KL-PRIOR
           MOVE WS-CHANGE-TEXT  TO WS-KL-CHANGE
           MOVE WS-VERDICT-TEXT TO WS-KL-VERDICT
           WRITE QUALITY-REPORT-REC FROM WS-CHECK-LINE
           MOVE SPACES TO QUALITY-REPORT-REC
           MOVE WS-SCORED-COUNT TO WS-COUNT-EDIT
           STRING "ACCOUNTS SCORED " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO QUALITY-REPORT-REC
           MOVE WS-CLEAN-COUNT TO WS-COUNT-EDIT
           STRING "   WITH NO DEFECT " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO QUALITY-REPORT-REC(25:)
           WRITE QUALITY-REPORT-REC.

       PRINT-BRANCH-SCORES.
           MOVE SPACES TO QUALITY-REPORT-REC
           WRITE QUALITY-REPORT-REC
           MOVE "SCORE BY BRANCH" TO QUALITY-REPORT-REC
           WRITE QUALITY-REPORT-REC
           MOVE "BRNC    ACCOUNTS     CLEAN   DEFECTS  SCORE   PRIOR"
               TO QUALITY-REPORT-REC
           MOVE "  CHANGE  VERDICT" TO QUALITY-REPORT-REC(52:17)
           WRITE QUALITY-REPORT-REC
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               COMPUTE WS-CALC-POSSIBLE =
                   WS-BR-SCORED(WS-BRANCH-IDX) * WS-CHECKS-PER-RECORD
               MOVE WS-BR-DEFECTS(WS-BRANCH-IDX) TO WS-CALC-FAILED
               PERFORM COMPUTE-QUALITY-SCORE
               MOVE WS-CALC-SCORE TO WS-BR-SCORE(WS-BRANCH-IDX)
               MOVE 'B' TO WS-LOOK-SCOPE
               MOVE WS-BR-CODE(WS-BRANCH-IDX) TO WS-LOOK-KEY
               PERFORM COMPARE-WITH-PRIOR
               MOVE WS-BR-CODE(WS-BRANCH-IDX)    TO WS-BL-BRANCH
               MOVE WS-BR-SCORED(WS-BRANCH-IDX)  TO WS-BL-SCORED
               MOVE WS-BR-CLEAN(WS-BRANCH-IDX)   TO WS-BL-CLEAN
               MOVE WS-BR-DEFECTS(WS-BRANCH-IDX) TO WS-BL-DEFECTS
               MOVE WS-CALC-SCORE   TO WS-BL-SCORE
               MOVE WS-PRIOR-TEXT   TO WS-BL-PRIOR
               MOVE WS-CHANGE-TEXT  TO WS-BL-CHANGE
               MOVE WS-VERDICT-TEXT TO WS-BL-VERDICT
               WRITE QUALITY-REPORT-REC FROM WS-BRANCH-LINE
           END-PERFORM.

      * this run's overall score joins the end of the trend
       PRINT-SCORE-TREND.
           IF WS-TREND-COUNT >= 12
               PERFORM SHIFT-TREND-TABLE
           END-IF
           ADD 1 TO WS-TREND-COUNT
           MOVE WS-BUSINESS-DATE TO WS-TR-RUN-DATE(WS-TREND-COUNT)
           MOVE WS-OVERALL-SCORE TO WS-TR-SCORE(WS-TREND-COUNT)
           MOVE SPACES TO QUALITY-REPORT-REC
           WRITE QUALITY-REPORT-REC
           MOVE "OVERALL SCORE TREND" TO QUALITY-REPORT-REC
           WRITE QUALITY-REPORT-REC
           MOVE "RUN DATE    SCORE    CHANGE" TO QUALITY-REPORT-REC
           WRITE QUALITY-REPORT-REC
           PERFORM VARYING WS-TREND-IDX FROM 1 BY 1
                   UNTIL WS-TREND-IDX > WS-TREND-COUNT
               MOVE WS-TR-RUN-DATE(WS-TREND-IDX) TO WS-TL-RUN-DATE
               MOVE WS-TR-SCORE(WS-TREND-IDX) TO WS-TL-SCORE
               MOVE SPACES TO WS-TL-CHANGE
               IF WS-TREND-IDX > 1
                   COMPUTE WS-SCORE-CHANGE =
                       WS-TR-SCORE(WS-TREND-IDX)
                       - WS-TR-SCORE(WS-TREND-IDX - 1)
                   MOVE WS-SCORE-CHANGE TO WS-CHANGE-EDIT
                   MOVE WS-CHANGE-EDIT TO WS-TL-CHANGE
               END-IF
               WRITE QUALITY-REPORT-REC FROM WS-TREND-LINE
           END-PERFORM.

       PRINT-WORST-RECORDS.
           MOVE SPACES TO QUALITY-REPORT-REC
           WRITE QUALITY-REPORT-REC
           MOVE SPACES TO QUALITY-REPORT-REC
           MOVE WS-WORST-LIMIT TO WS-COUNT-EDIT
           STRING "WORST RECORDS FOR CLEAN-UP - FIRST " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO QUALITY-REPORT-REC
           WRITE QUALITY-REPORT-REC
           MOVE "CUSTOMER BRNC NAME" TO QUALITY-REPORT-REC
           MOVE "DEF FAILED CHECKS" TO QUALITY-REPORT-REC(65:17)
           WRITE QUALITY-REPORT-REC
           PERFORM RETURN-WORST-RECORD
           PERFORM UNTIL SORT-RETURN-EOF
               IF WS-LISTED-COUNT < WS-WORST-LIMIT
                   ADD 1 TO WS-LISTED-COUNT
                   MOVE QS-CUSTOMER-NUMBER TO WS-WL-CUSTOMER-NUMBER
                   MOVE QS-BRANCH-CODE     TO WS-WL-BRANCH
                   MOVE QS-NOMBRE          TO WS-WL-NOMBRE
                   MOVE QS-APELLIDO        TO WS-WL-APELLIDO
                   MOVE QS-DEFECTS         TO WS-WL-DEFECTS
                   MOVE QS-CHECK-CODES     TO WS-WL-CHECK-CODES
                   WRITE QUALITY-REPORT-REC FROM WS-WORST-LINE
               END-IF
               PERFORM RETURN-WORST-RECORD
           END-PERFORM
           IF WS-LISTED-COUNT = ZERO
               MOVE "NO ACCOUNT HAS A DEFECT" TO QUALITY-REPORT-REC
               WRITE QUALITY-REPORT-REC
           END-IF.

       RETURN-WORST-RECORD.
           RETURN WORST-SORT-FILE
               AT END SET SORT-RETURN-EOF TO TRUE
           END-RETURN.

       PTS-EXIT.
           EXIT.

       QUALITY-SUPPORT SECTION.
      *----------------------------------------------------------------
      * COMPUTE-QUALITY-SCORE gives the share of the checks possible
      * that passed, as a percentage to one decimal; with nothing to
      * score the score is a full 100.
      *----------------------------------------------------------------
       COMPUTE-QUALITY-SCORE.
           IF WS-CALC-POSSIBLE = ZERO
               MOVE 100 TO WS-CALC-SCORE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CALC-SCORE ROUNDED =
               (WS-CALC-POSSIBLE - WS-CALC-FAILED) * 100
               / WS-CALC-POSSIBLE.

      *----------------------------------------------------------------
      * COMPARE-WITH-PRIOR puts the score the last earlier run kept
      * for the same check or branch beside this one, with the change
      * and a verdict: IMPROVING, WORSE or STEADY, or NEW where that
      * run kept nothing for it.
      *----------------------------------------------------------------
       COMPARE-WITH-PRIOR.
           MOVE SPACES TO WS-PRIOR-TEXT
           MOVE SPACES TO WS-CHANGE-TEXT
           MOVE "NEW" TO WS-VERDICT-TEXT
           MOVE 'N' TO WS-LOOK-SWITCH
           IF WS-PRIOR-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HISTORY-IDX FROM 1 BY 1
                   UNTIL WS-HISTORY-IDX > WS-HISTORY-COUNT
                   OR PRIOR-SCORE-FOUND
               IF WS-QH-RUN-DATE(WS-HISTORY-IDX) = WS-PRIOR-DATE
                       AND WS-QH-SCOPE(WS-HISTORY-IDX) = WS-LOOK-SCOPE
                       AND WS-QH-KEY(WS-HISTORY-IDX) = WS-LOOK-KEY
                   SET PRIOR-SCORE-FOUND TO TRUE
                   MOVE WS-QH-SCORE(WS-HISTORY-IDX) TO WS-LOOK-SCORE
               END-IF
           END-PERFORM
           IF NOT PRIOR-SCORE-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOK-SCORE TO WS-SCORE-EDIT
           MOVE WS-SCORE-EDIT TO WS-PRIOR-TEXT
           COMPUTE WS-SCORE-CHANGE = WS-CALC-SCORE - WS-LOOK-SCORE
           MOVE WS-SCORE-CHANGE TO WS-CHANGE-EDIT
           MOVE WS-CHANGE-EDIT TO WS-CHANGE-TEXT
           EVALUATE TRUE
               WHEN WS-SCORE-CHANGE > ZERO
                   MOVE "IMPROVING" TO WS-VERDICT-TEXT
               WHEN WS-SCORE-CHANGE < ZERO
                   MOVE "WORSE" TO WS-VERDICT-TEXT
               WHEN OTHER
                   MOVE "STEADY" TO WS-VERDICT-TEXT
           END-EVALUATE.

      *----------------------------------------------------------------
      * LOAD-QUALITY-HISTORY and RECORD-QUALITY-HISTORY keep
      * CALIDAD.DAT: this run's scores replace whatever an earlier run
      * on the same business date recorded, and every other run is
      * written back as it was. A file too big for the table is left
      * alone rather than cut short.
      *----------------------------------------------------------------
       LOAD-QUALITY-HISTORY.
           MOVE ZERO TO WS-HISTORY-COUNT
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT QUALITY-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HISTORY-FILE-EOF
               READ QUALITY-HISTORY-FILE
                   AT END SET HISTORY-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-HISTORY-SCORE
               END-READ
           END-PERFORM
           CLOSE QUALITY-HISTORY-FILE.

       LOAD-ONE-HISTORY-SCORE.
           IF QH-RUN-DATE IS NOT NUMERIC OR QH-SCORE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-HISTORY-COUNT >= 9000
               SET QUALITY-HISTORY-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HISTORY-COUNT
           MOVE QH-RUN-DATE TO WS-QH-RUN-DATE(WS-HISTORY-COUNT)
           MOVE QH-SCOPE    TO WS-QH-SCOPE(WS-HISTORY-COUNT)
           MOVE QH-KEY      TO WS-QH-KEY(WS-HISTORY-COUNT)
           MOVE QH-RECORDS  TO WS-QH-RECORDS(WS-HISTORY-COUNT)
           MOVE QH-DEFECTS  TO WS-QH-DEFECTS(WS-HISTORY-COUNT)
           MOVE QH-SCORE    TO WS-QH-SCORE(WS-HISTORY-COUNT).

      * the run compared against is the latest one before this
      * business date; the trend takes the overall scores of the runs
      * before this one, keeping the most recent eleven
       FIND-PRIOR-RUN.
           MOVE ZERO TO WS-PRIOR-DATE
           MOVE ZERO TO WS-TREND-COUNT
           PERFORM VARYING WS-HISTORY-IDX FROM 1 BY 1
                   UNTIL WS-HISTORY-IDX > WS-HISTORY-COUNT
               IF WS-QH-SCOPE(WS-HISTORY-IDX) = 'T'
                       AND WS-QH-RUN-DATE(WS-HISTORY-IDX)
                           < WS-BUSINESS-DATE
                   IF WS-QH-RUN-DATE(WS-HISTORY-IDX) > WS-PRIOR-DATE
                       MOVE WS-QH-RUN-DATE(WS-HISTORY-IDX)
                           TO WS-PRIOR-DATE
                   END-IF
                   IF WS-TREND-COUNT >= 11
                       PERFORM SHIFT-TREND-TABLE
                   END-IF
                   ADD 1 TO WS-TREND-COUNT
                   MOVE WS-QH-RUN-DATE(WS-HISTORY-IDX)
                       TO WS-TR-RUN-DATE(WS-TREND-COUNT)
                   MOVE WS-QH-SCORE(WS-HISTORY-IDX)
                       TO WS-TR-SCORE(WS-TREND-COUNT)
               END-IF
           END-PERFORM.

       SHIFT-TREND-TABLE.
           PERFORM VARYING WS-TREND-IDX FROM 2 BY 1
                   UNTIL WS-TREND-IDX > WS-TREND-COUNT
               MOVE WS-TREND-ENTRY(WS-TREND-IDX)
                   TO WS-TREND-ENTRY(WS-TREND-IDX - 1)
           END-PERFORM
           SUBTRACT 1 FROM WS-TREND-COUNT.

       RECORD-QUALITY-HISTORY.
           IF QUALITY-HISTORY-OVERFLOWED
               DISPLAY "CALIDAD.DAT HOLDS MORE THAN 9000 SCORES - "
                   "THIS RUN NOT RECORDED"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT QUALITY-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "CALIDAD.DAT CANNOT BE WRITTEN, STATUS "
                   WS-HISTORY-FILE-STATUS " - THIS RUN NOT RECORDED"
               SET QUALITY-HISTORY-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HISTORY-IDX FROM 1 BY 1
                   UNTIL WS-HISTORY-IDX > WS-HISTORY-COUNT
               IF WS-QH-RUN-DATE(WS-HISTORY-IDX) NOT = WS-BUSINESS-DATE
                   MOVE SPACES TO QUALITY-HISTORY-REC
                   MOVE WS-QH-RUN-DATE(WS-HISTORY-IDX) TO QH-RUN-DATE
                   MOVE WS-QH-SCOPE(WS-HISTORY-IDX)    TO QH-SCOPE
                   MOVE WS-QH-KEY(WS-HISTORY-IDX)      TO QH-KEY
                   MOVE WS-QH-RECORDS(WS-HISTORY-IDX)  TO QH-RECORDS
                   MOVE WS-QH-DEFECTS(WS-HISTORY-IDX)  TO QH-DEFECTS
                   MOVE WS-QH-SCORE(WS-HISTORY-IDX)    TO QH-SCORE
                   WRITE QUALITY-HISTORY-REC
               END-IF
           END-PERFORM
           MOVE SPACES TO QUALITY-HISTORY-REC
           MOVE WS-BUSINESS-DATE TO QH-RUN-DATE
           MOVE 'T'              TO QH-SCOPE
           MOVE "ALL "           TO QH-KEY
           MOVE WS-SCORED-COUNT  TO QH-RECORDS
           MOVE WS-TOTAL-DEFECTS TO QH-DEFECTS
           MOVE WS-OVERALL-SCORE TO QH-SCORE
           WRITE QUALITY-HISTORY-REC
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > 9
               MOVE SPACES TO QUALITY-HISTORY-REC
               MOVE WS-BUSINESS-DATE TO QH-RUN-DATE
               MOVE 'F'              TO QH-SCOPE
               MOVE WS-CD-CODE(WS-CHECK-IDX)   TO QH-KEY
               MOVE WS-SCORED-COUNT            TO QH-RECORDS
               MOVE WS-CR-FAILED(WS-CHECK-IDX) TO QH-DEFECTS
               MOVE WS-CR-SCORE(WS-CHECK-IDX)  TO QH-SCORE
               WRITE QUALITY-HISTORY-REC
           END-PERFORM
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               MOVE SPACES TO QUALITY-HISTORY-REC
               MOVE WS-BUSINESS-DATE TO QH-RUN-DATE
               MOVE 'B'              TO QH-SCOPE
               MOVE WS-BR-CODE(WS-BRANCH-IDX)    TO QH-KEY
               MOVE WS-BR-SCORED(WS-BRANCH-IDX)  TO QH-RECORDS
               MOVE WS-BR-DEFECTS(WS-BRANCH-IDX) TO QH-DEFECTS
               MOVE WS-BR-SCORE(WS-BRANCH-IDX)   TO QH-SCORE
               WRITE QUALITY-HISTORY-REC
           END-PERFORM
           CLOSE QUALITY-HISTORY-FILE.

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
      * WRITE-RUN-JOURNAL-START and WRITE-RUN-JOURNAL-END record this
      * run in the shared run journal through REGISTRA-CORRIDA. A
      * falling overall score is the warning: defects are expected on
      * any master, getting worse is not.
      *----------------------------------------------------------------
       WRITE-RUN-JOURNAL-START.
           MOVE "START" TO WS-JOURNAL-EVENT
           MOVE ZERO TO WS-JOURNAL-RECORDS
           MOVE ZERO TO WS-JOURNAL-REJECTS
           MOVE SPACES TO WS-JOURNAL-STATUS
           CALL "REGISTRA-CORRIDA" USING WS-JOURNAL-EVENT,
               WS-JOURNAL-PROGRAM, WS-RUN-MODE, WS-JOURNAL-RECORDS,
               WS-JOURNAL-REJECTS, WS-JOURNAL-STATUS.

       WRITE-RUN-JOURNAL-END.
           MOVE "END" TO WS-JOURNAL-EVENT
           MOVE WS-SCORED-COUNT        TO WS-JOURNAL-RECORDS
           MOVE WS-DEFECT-RECORD-COUNT TO WS-JOURNAL-REJECTS
           EVALUATE TRUE
               WHEN RUN-WAS-REFUSED
                   MOVE "SEVERE" TO WS-JOURNAL-STATUS
               WHEN WS-OVERALL-VERDICT = "WORSE"
                       OR QUALITY-HISTORY-OVERFLOWED
                   MOVE "WARNING" TO WS-JOURNAL-STATUS
               WHEN OTHER
                   MOVE "CLEAN" TO WS-JOURNAL-STATUS
           END-EVALUATE
           CALL "REGISTRA-CORRIDA" USING WS-JOURNAL-EVENT,
               WS-JOURNAL-PROGRAM, WS-RUN-MODE, WS-JOURNAL-RECORDS,
               WS-JOURNAL-REJECTS, WS-JOURNAL-STATUS
           EVALUATE WS-JOURNAL-STATUS
               WHEN "SEVERE"
                   MOVE 8 TO RETURN-CODE
               WHEN "WARNING"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM CALIDAD-MAESTRO.
