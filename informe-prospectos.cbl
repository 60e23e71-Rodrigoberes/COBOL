      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Prospect conversion report off the PROSPECT.DAT file
      *          ATIENDE-PROSPECTOS keeps, so marketing can see which
      *          leads became accounts. PROSPRPT.RPT shows, by source
      *          of the lead, the prospects captured, those still
      *          open, those converted into customers by ENTRADA-DE-
      *          DATOS, those closed without an account, the
      *          conversion rate and the average calendar days from
      *          capture to account. It then shows, by campaign, each
      *          band code on the current CAMPEXT.DAT extract with the
      *          customers extracted for it, the prospects that quoted
      *          it, the response and conversion rates, and any
      *          campaign code quoted by a prospect that is not on the
      *          extract, flagged NOT ON EXTRACT. The run ends 8 when
      *          the prospect file is not there or the PARM is bad.
      *
      *          PARM: [from YYYYMMDD [to YYYYMMDD]] limits the report
      *                to prospects captured in that range, by
      *                default every prospect on file.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-PROSPECTOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROSPECT-FILE ASSIGN TO "PROSPECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-PROSPECT-NUMBER
               ALTERNATE RECORD KEY IS PR-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-PROSPECT-FILE-STATUS.
           SELECT CAMPAIGN-EXTRACT-FILE ASSIGN TO "CAMPEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-FILE-STATUS.
           SELECT CONVERSION-REPORT-FILE ASSIGN TO "PROSPRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PROSPECT-FILE.
       01  PROSPECT-REC.
           05 PR-PROSPECT-NUMBER PIC 9(8).
           05 PR-NOMBRE        PIC X(16).
           05 PR-APELLIDO      PIC X(32).
           05 PR-TELEFONO      PIC X(12).
           05 PR-EMAIL         PIC X(40).
           05 PR-DIRECCION-1   PIC X(30).
           05 PR-DIRECCION-2   PIC X(30).
           05 PR-CODIGO-POSTAL PIC X(8).
           05 PR-LOCALIDAD     PIC X(30).
           05 PR-PROVINCIA     PIC X(20).
           05 PR-SOURCE        PIC X(4).
           05 PR-CAMPAIGN-CODE PIC X(8).
           05 PR-CAPTURED-DATE PIC 9(8).
           05 PR-CAPTURED-BY   PIC X(8).
           05 PR-STATUS        PIC X.
              88 PROSPECT-IS-OPEN      VALUE 'O'.
              88 PROSPECT-IS-CONVERTED VALUE 'C'.
              88 PROSPECT-IS-CLOSED    VALUE 'X'.
           05 PR-FOLLOW-UP-COUNT PIC 9(3).
           05 PR-LAST-CONTACT  PIC 9(8).
           05 PR-NEXT-FOLLOW-UP PIC 9(8).
           05 PR-LAST-NOTE     PIC X(40).
           05 PR-CLOSED-DATE   PIC 9(8).
           05 PR-CLOSED-BY     PIC X(8).
           05 PR-CLOSE-REASON  PIC X(24).
           05 PR-CUSTOMER-NUMBER PIC 9(8).

      *----------------------------------------------------------------
      * CAMPEXT.DAT carries the EDADCLS.DAT record; the band code the
      * extract was selected on is its campaign code.
      *----------------------------------------------------------------
       FD  CAMPAIGN-EXTRACT-FILE.
       01  CAMPAIGN-EXTRACT-REC.
           05 CX-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X(55).
           05 CX-BAND-CODE     PIC X(8).
           05 FILLER           PIC X.

       FD  CONVERSION-REPORT-FILE.
       01  CONVERSION-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PROSPECT-FILE-STATUS PIC XX.
       01 WS-CAMPAIGN-FILE-STATUS PIC XX.
       01 WS-PARM                PIC X(20).
       01 WS-PARM-FROM           PIC X(8).
       01 WS-PARM-TO             PIC X(8).
       01 WS-FROM-DATE           PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE             PIC 9(8) VALUE 99999999.
       01 WS-PROSPECT-EOF-SWITCH PIC X VALUE 'N'.
          88 PROSPECT-FILE-EOF VALUE 'Y'.
       01 WS-CAMPAIGN-EOF-SWITCH PIC X VALUE 'N'.
          88 CAMPAIGN-FILE-EOF VALUE 'Y'.
       01 WS-EXTRACT-SWITCH      PIC X VALUE 'N'.
          88 EXTRACT-ON-FILE VALUE 'Y'.
      *----------------------------------------------------------------
      * Lead sources, as ATIENDE-PROSPECTOS offers them. Entry 7
      * carries the totals.
      *----------------------------------------------------------------
       01 WS-SOURCE-VALUES.
          05 FILLER PIC X(34) VALUE "BRCHWALK-IN AT A BRANCH".
          05 FILLER PIC X(34) VALUE "PHONTELEPHONE ENQUIRY".
          05 FILLER PIC X(34) VALUE "WEBSWEBSITE ENQUIRY".
          05 FILLER PIC X(34) VALUE "REFRREFERRED BY A CUSTOMER".
          05 FILLER PIC X(34) VALUE "EVNTEVENT OR FAIR".
          05 FILLER PIC X(34) VALUE "CAMPREPLY TO A MAILED CAMPAIGN".
       01 WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
          05 WS-SOURCE-ENTRY OCCURS 6.
             10 WS-SRC-CODE      PIC X(4).
             10 WS-SRC-TITLE     PIC X(30).
       01 WS-SOURCE-TOTALS.
          05 WS-SOURCE-COUNTS OCCURS 7.
             10 WS-SC-CAPTURED   PIC 9(7).
             10 WS-SC-OPEN       PIC 9(7).
             10 WS-SC-CONVERTED  PIC 9(7).
             10 WS-SC-CLOSED     PIC 9(7).
             10 WS-SC-DAYS-TOTAL PIC 9(9).
       01 WS-SRC-IDX             PIC 9(2) VALUE ZERO.
      *----------------------------------------------------------------
      * Campaign codes met on the extract and on the prospects.
      *----------------------------------------------------------------
       01 WS-CAMPAIGN-TABLE.
          05 WS-CAMPAIGN-COUNT   PIC 9(4) COMP VALUE ZERO.
          05 WS-CAMPAIGN-ENTRY OCCURS 200.
             10 WS-CP-CODE       PIC X(8).
             10 WS-CP-EXTRACTED  PIC 9(7).
             10 WS-CP-CAPTURED   PIC 9(7).
             10 WS-CP-OPEN       PIC 9(7).
             10 WS-CP-CONVERTED  PIC 9(7).
       01 WS-CP-IDX              PIC 9(4) COMP VALUE ZERO.
       01 WS-FOUND-CP-IDX        PIC 9(4) COMP VALUE ZERO.
       01 WS-WANTED-CAMPAIGN     PIC X(8).
       01 WS-CAMPAIGN-OVERFLOW   PIC 9(7) VALUE ZERO.
       01 WS-DAYS-TO-CONVERT     PIC 9(7) VALUE ZERO.
       01 WS-PERCENT             PIC 9(5)V9 VALUE ZERO.
       01 WS-AVERAGE-DAYS        PIC 9(5)V9 VALUE ZERO.
       01 WS-EDITED-PERCENT      PIC Z(4)9.9.
       01 WS-EDITED-RESPONSE     PIC Z(4)9.9.
       01 WS-EDITED-AVERAGE      PIC Z(5)9.9.
       01 WS-EDITED-CAPTURED     PIC Z(7)9.
       01 WS-EDITED-OPEN         PIC Z(7)9.
       01 WS-EDITED-CONVERTED    PIC Z(7)9.
       01 WS-EDITED-CLOSED       PIC Z(7)9.
       01 WS-EDITED-EXTRACTED    PIC Z(7)9.
       01 WS-EDITED-COUNT        PIC Z(7)9.
       01 WS-REPORT-TEXT         PIC X(40).
       01 WS-LINE-TITLE          PIC X(30).
       01 WS-CAMPAIGN-FLAG       PIC X(14).
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "INFORME-PROSPECTOS".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "PROSPRPT.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-FROM WS-PARM-TO
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-FROM WS-PARM-TO
           IF WS-PARM-FROM NOT = SPACES
               IF WS-PARM-FROM IS NOT NUMERIC
                   DISPLAY "INVALID FROM DATE " WS-PARM-FROM
                       " - GIVE YYYYMMDD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-FROM TO WS-FROM-DATE
           END-IF
           IF WS-PARM-TO NOT = SPACES
               IF WS-PARM-TO IS NOT NUMERIC
                   DISPLAY "INVALID TO DATE " WS-PARM-TO
                       " - GIVE YYYYMMDD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-TO TO WS-TO-DATE
           END-IF
           OPEN INPUT PROSPECT-FILE
           IF WS-PROSPECT-FILE-STATUS NOT = "00"
               DISPLAY "PROSPECT FILE PROSPECT.DAT NOT AVAILABLE - "
                   "STATUS " WS-PROSPECT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE WS-SOURCE-TOTALS
           PERFORM LOAD-CAMPAIGN-EXTRACT
           PERFORM READ-PROSPECT-RECORD
           PERFORM UNTIL PROSPECT-FILE-EOF
               IF PR-CAPTURED-DATE NOT < WS-FROM-DATE
                       AND PR-CAPTURED-DATE NOT > WS-TO-DATE
                   PERFORM COUNT-ONE-PROSPECT
               END-IF
               PERFORM READ-PROSPECT-RECORD
           END-PERFORM
           CLOSE PROSPECT-FILE
           PERFORM WRITE-CONVERSION-REPORT
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       READ-PROSPECT-RECORD.
           READ PROSPECT-FILE NEXT
               AT END SET PROSPECT-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * LOAD-CAMPAIGN-EXTRACT counts the customers extracted under
      * each band code on the current CAMPEXT.DAT.
      *----------------------------------------------------------------
       LOAD-CAMPAIGN-EXTRACT.
           MOVE ZERO TO WS-CAMPAIGN-COUNT
           OPEN INPUT CAMPAIGN-EXTRACT-FILE
           IF WS-CAMPAIGN-FILE-STATUS NOT = "00"
               DISPLAY "NO CAMPAIGN EXTRACT ON FILE - CAMPAIGNS ARE "
                   "REPORTED FROM THE PROSPECTS ALONE"
               EXIT PARAGRAPH
           END-IF
           SET EXTRACT-ON-FILE TO TRUE
           PERFORM UNTIL CAMPAIGN-FILE-EOF
               READ CAMPAIGN-EXTRACT-FILE
                   AT END SET CAMPAIGN-FILE-EOF TO TRUE
               END-READ
               IF NOT CAMPAIGN-FILE-EOF
                   MOVE CX-BAND-CODE TO WS-WANTED-CAMPAIGN
                   PERFORM FIND-CAMPAIGN-ENTRY
                   IF WS-FOUND-CP-IDX > ZERO
                       ADD 1 TO WS-CP-EXTRACTED(WS-FOUND-CP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CAMPAIGN-EXTRACT-FILE.

      *----------------------------------------------------------------
      * FIND-CAMPAIGN-ENTRY finds WS-WANTED-CAMPAIGN in the table,
      * adding it when it is new. A full table leaves WS-FOUND-CP-IDX
      * at zero and the code is counted apart.
      *----------------------------------------------------------------
       FIND-CAMPAIGN-ENTRY.
           MOVE ZERO TO WS-FOUND-CP-IDX
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CAMPAIGN-COUNT
               IF WS-CP-CODE(WS-CP-IDX) = WS-WANTED-CAMPAIGN
                   MOVE WS-CP-IDX TO WS-FOUND-CP-IDX
                   MOVE WS-CAMPAIGN-COUNT TO WS-CP-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-CP-IDX > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-CAMPAIGN-COUNT NOT < 200
               ADD 1 TO WS-CAMPAIGN-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAMPAIGN-COUNT
           MOVE WS-CAMPAIGN-COUNT TO WS-FOUND-CP-IDX
           MOVE WS-WANTED-CAMPAIGN TO WS-CP-CODE(WS-FOUND-CP-IDX)
           MOVE ZERO TO WS-CP-EXTRACTED(WS-FOUND-CP-IDX)
                        WS-CP-CAPTURED(WS-FOUND-CP-IDX)
                        WS-CP-OPEN(WS-FOUND-CP-IDX)
                        WS-CP-CONVERTED(WS-FOUND-CP-IDX).

      *----------------------------------------------------------------
      * COUNT-ONE-PROSPECT counts the prospect under its source and
      * the totals, and under its campaign when it quoted one.
      *----------------------------------------------------------------
       COUNT-ONE-PROSPECT.
           MOVE ZERO TO WS-DAYS-TO-CONVERT
           IF PROSPECT-IS-CONVERTED
                   AND PR-CLOSED-DATE NOT < PR-CAPTURED-DATE
               COMPUTE WS-DAYS-TO-CONVERT =
                   FUNCTION INTEGER-OF-DATE(PR-CLOSED-DATE)
                   - FUNCTION INTEGER-OF-DATE(PR-CAPTURED-DATE)
           END-IF
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 6
               IF WS-SRC-CODE(WS-SRC-IDX) = PR-SOURCE
                   PERFORM COUNT-PROSPECT-INTO-SOURCE
                   MOVE 6 TO WS-SRC-IDX
               END-IF
           END-PERFORM
           MOVE 7 TO WS-SRC-IDX
           PERFORM COUNT-PROSPECT-INTO-SOURCE
           IF PR-CAMPAIGN-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PR-CAMPAIGN-CODE TO WS-WANTED-CAMPAIGN
           PERFORM FIND-CAMPAIGN-ENTRY
           IF WS-FOUND-CP-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CP-CAPTURED(WS-FOUND-CP-IDX)
           IF PROSPECT-IS-OPEN
               ADD 1 TO WS-CP-OPEN(WS-FOUND-CP-IDX)
           END-IF
           IF PROSPECT-IS-CONVERTED
               ADD 1 TO WS-CP-CONVERTED(WS-FOUND-CP-IDX)
           END-IF.

       COUNT-PROSPECT-INTO-SOURCE.
           ADD 1 TO WS-SC-CAPTURED(WS-SRC-IDX)
           EVALUATE TRUE
               WHEN PROSPECT-IS-OPEN
                   ADD 1 TO WS-SC-OPEN(WS-SRC-IDX)
               WHEN PROSPECT-IS-CONVERTED
                   ADD 1 TO WS-SC-CONVERTED(WS-SRC-IDX)
                   ADD WS-DAYS-TO-CONVERT
                       TO WS-SC-DAYS-TOTAL(WS-SRC-IDX)
               WHEN PROSPECT-IS-CLOSED
                   ADD 1 TO WS-SC-CLOSED(WS-SRC-IDX)
           END-EVALUATE.

       WRITE-CONVERSION-REPORT.
           OPEN OUTPUT CONVERSION-REPORT-FILE
           MOVE SPACES TO CONVERSION-REPORT-LINE
           IF WS-PARM-FROM = SPACES
               MOVE "PROSPECT CONVERSION - ALL PROSPECTS ON FILE"
                   TO CONVERSION-REPORT-LINE
           ELSE
               STRING "PROSPECT CONVERSION - CAPTURED "
                          DELIMITED BY SIZE
                      WS-FROM-DATE  DELIMITED BY SIZE
                      " TO "        DELIMITED BY SIZE
                      WS-TO-DATE    DELIMITED BY SIZE
                   INTO CONVERSION-REPORT-LINE
           END-IF
           WRITE CONVERSION-REPORT-LINE
           MOVE ALL "-" TO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE
           MOVE SPACES TO CONVERSION-REPORT-LINE
           MOVE "SOURCE"    TO CONVERSION-REPORT-LINE(1:6)
           MOVE "CAPTURED"  TO CONVERSION-REPORT-LINE(32:8)
           MOVE "OPEN"      TO CONVERSION-REPORT-LINE(45:4)
           MOVE "CONVERTED" TO CONVERSION-REPORT-LINE(49:9)
           MOVE "CLOSED"    TO CONVERSION-REPORT-LINE(61:6)
           MOVE "CONV %"    TO CONVERSION-REPORT-LINE(69:6)
           MOVE "AVG DAYS"  TO CONVERSION-REPORT-LINE(76:8)
           WRITE CONVERSION-REPORT-LINE
           MOVE SPACES TO CONVERSION-REPORT-LINE
           MOVE "TO CONVERT" TO CONVERSION-REPORT-LINE(74:10)
           WRITE CONVERSION-REPORT-LINE
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 6
               MOVE WS-SRC-TITLE(WS-SRC-IDX) TO WS-LINE-TITLE
               PERFORM WRITE-SOURCE-LINE
           END-PERFORM
           MOVE ALL "-" TO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE
           MOVE 7 TO WS-SRC-IDX
           MOVE "ALL PROSPECTS" TO WS-LINE-TITLE
           PERFORM WRITE-SOURCE-LINE
           MOVE SPACES TO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE
           PERFORM WRITE-CAMPAIGN-SECTION
           CLOSE CONVERSION-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           DISPLAY "PROSPECTS REPORTED:     " WS-SC-CAPTURED(7)
           DISPLAY "CONVERTED TO CUSTOMERS: " WS-SC-CONVERTED(7)
           DISPLAY "STILL OPEN:             " WS-SC-OPEN(7)
           DISPLAY "REPORT WRITTEN TO PROSPRPT.RPT".

       WRITE-SOURCE-LINE.
           MOVE ZERO TO WS-PERCENT WS-AVERAGE-DAYS
           IF WS-SC-CAPTURED(WS-SRC-IDX) > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-SC-CONVERTED(WS-SRC-IDX) * 100
                   / WS-SC-CAPTURED(WS-SRC-IDX)
           END-IF
           IF WS-SC-CONVERTED(WS-SRC-IDX) > ZERO
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-SC-DAYS-TOTAL(WS-SRC-IDX)
                   / WS-SC-CONVERTED(WS-SRC-IDX)
           END-IF
           MOVE WS-PERCENT                  TO WS-EDITED-PERCENT
           MOVE WS-AVERAGE-DAYS             TO WS-EDITED-AVERAGE
           MOVE WS-SC-CAPTURED(WS-SRC-IDX)  TO WS-EDITED-CAPTURED
           MOVE WS-SC-OPEN(WS-SRC-IDX)      TO WS-EDITED-OPEN
           MOVE WS-SC-CONVERTED(WS-SRC-IDX) TO WS-EDITED-CONVERTED
           MOVE WS-SC-CLOSED(WS-SRC-IDX)    TO WS-EDITED-CLOSED
           MOVE SPACES TO CONVERSION-REPORT-LINE
           STRING WS-LINE-TITLE         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-CAPTURED    DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-OPEN        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-CONVERTED   DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-CLOSED      DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-PERCENT     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-AVERAGE     DELIMITED BY SIZE
               INTO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE.

      *----------------------------------------------------------------
      * WRITE-CAMPAIGN-SECTION lists the campaigns: extracted is the
      * customers on CAMPEXT.DAT for the code, response the prospects
      * quoting it per hundred extracted, conversion the converted
      * prospects per hundred quoting it.
      *----------------------------------------------------------------
       WRITE-CAMPAIGN-SECTION.
           MOVE SPACES TO CONVERSION-REPORT-LINE
           MOVE "BY CAMPAIGN" TO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE
           MOVE ALL "-" TO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE
           MOVE SPACES TO CONVERSION-REPORT-LINE
           MOVE "CAMPAIGN"  TO CONVERSION-REPORT-LINE(1:8)
           MOVE "EXTRACTED" TO CONVERSION-REPORT-LINE(9:9)
           MOVE "CAPTURED"  TO CONVERSION-REPORT-LINE(19:8)
           MOVE "OPEN"      TO CONVERSION-REPORT-LINE(32:4)
           MOVE "CONVERTED" TO CONVERSION-REPORT-LINE(36:9)
           MOVE "RESP %"    TO CONVERSION-REPORT-LINE(47:6)
           MOVE "CONV %"    TO CONVERSION-REPORT-LINE(55:6)
           WRITE CONVERSION-REPORT-LINE
           IF WS-CAMPAIGN-COUNT = ZERO
               MOVE SPACES TO CONVERSION-REPORT-LINE
               MOVE "NO CAMPAIGNS ON THE EXTRACT OR THE PROSPECTS"
                   TO CONVERSION-REPORT-LINE
               WRITE CONVERSION-REPORT-LINE
           END-IF
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CAMPAIGN-COUNT
               PERFORM WRITE-CAMPAIGN-LINE
           END-PERFORM
           IF WS-CAMPAIGN-OVERFLOW > ZERO
               MOVE "CAMPAIGN CODES BEYOND THE TABLE" TO WS-REPORT-TEXT
               MOVE WS-CAMPAIGN-OVERFLOW TO WS-EDITED-COUNT
               MOVE SPACES TO CONVERSION-REPORT-LINE
               STRING WS-REPORT-TEXT  DELIMITED BY SIZE
                      WS-EDITED-COUNT DELIMITED BY SIZE
                   INTO CONVERSION-REPORT-LINE
               WRITE CONVERSION-REPORT-LINE
           END-IF.

       WRITE-CAMPAIGN-LINE.
           MOVE ZERO TO WS-PERCENT
           IF WS-CP-EXTRACTED(WS-CP-IDX) > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-CP-CAPTURED(WS-CP-IDX) * 100
                   / WS-CP-EXTRACTED(WS-CP-IDX)
           END-IF
           MOVE WS-PERCENT TO WS-EDITED-RESPONSE
           MOVE ZERO TO WS-PERCENT
           IF WS-CP-CAPTURED(WS-CP-IDX) > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-CP-CONVERTED(WS-CP-IDX) * 100
                   / WS-CP-CAPTURED(WS-CP-IDX)
           END-IF
           MOVE WS-PERCENT TO WS-EDITED-PERCENT
           MOVE SPACES TO WS-CAMPAIGN-FLAG
           IF WS-CP-EXTRACTED(WS-CP-IDX) = ZERO AND EXTRACT-ON-FILE
               MOVE "NOT ON EXTRACT" TO WS-CAMPAIGN-FLAG
           END-IF
           MOVE WS-CP-EXTRACTED(WS-CP-IDX) TO WS-EDITED-EXTRACTED
           MOVE WS-CP-CAPTURED(WS-CP-IDX)  TO WS-EDITED-CAPTURED
           MOVE WS-CP-OPEN(WS-CP-IDX)      TO WS-EDITED-OPEN
           MOVE WS-CP-CONVERTED(WS-CP-IDX) TO WS-EDITED-CONVERTED
           MOVE SPACES TO CONVERSION-REPORT-LINE
           STRING WS-CP-CODE(WS-CP-IDX)  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-EXTRACTED   DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-CAPTURED    DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-OPEN        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-CONVERTED   DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-RESPONSE    DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDITED-PERCENT     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-CAMPAIGN-FLAG      DELIMITED BY SIZE
               INTO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE.

       END PROGRAM INFORME-PROSPECTOS.
