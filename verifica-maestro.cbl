      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Integrity verification of the indexed customer master.
      *          CUSTMAST.DAT carries the customer-number key and three
      *          alternate keys (name, surname, document id); after a
      *          crash a damaged alternate index only showed up when a
      *          surname search quietly missed someone. This utility
      *          reads the master down every key path, counting the
      *          records and totalling their customer numbers per path,
      *          and checks each path comes back in key order. Every
      *          customer number reached is then sorted with the path
      *          that reached it, proving each record is reached
      *          exactly once by the primary key and by each alternate
      *          key; a record an index misses, reaches twice, or holds
      *          without the primary key is listed. No customer number
      *          may be above the CUSTNUM high-water mark on SEQCTL.DAT.
      *          The counts and exceptions go to VRFMAST.RPT.
      *
      *          PARM: blank to verify only. REBUILD=<operator> also
      *          rebuilds the indexes when an index disagrees: with the
      *          MSTLOCK.DAT master lock held, RESPALDA-MAESTRO unloads
      *          the master (its dated CUSTUNLD file is cataloged as
      *          any other generation), RESTAURA-MAESTRO reloads it,
      *          and the master is verified again, the report showing
      *          the counts before and after. A number above the high-
      *          water mark is a SEQCTL.DAT problem no rebuild mends;
      *          it is reported for AJUSTA-CONTROLES.
      *
      *          RETURN-CODE 0 when the master checks clean, 4 when it
      *          checks clean after a rebuild, 8 when it does not.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-MAESTRO.
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
           SELECT SN-CTL-FILE ASSIGN TO "SEQCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT MASTER-LOCK-FILE ASSIGN TO "MSTLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLOCK-FILE-STATUS.
           SELECT UNLOAD-FILE ASSIGN USING WS-UNLOAD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT VERIFY-REPORT-FILE ASSIGN TO "VRFMAST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PATH-SORT-FILE ASSIGN TO "VRFSORT.TMP".
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

       FD  SN-CTL-FILE.
       01  SN-CTL-REC.
           05 SN-CTL-NAME      PIC X(8).
           05 FILLER           PIC X.
           05 SN-CTL-VALUE     PIC 9(8).

       FD  MASTER-LOCK-FILE.
       01  MASTER-LOCK-REC     PIC X(8).

       FD  UNLOAD-FILE.
       01  UNLOAD-REC.
           05 UN-RECORD-TYPE   PIC X.
              88 UNLOAD-TRAILER VALUE 'T'.
           05 UN-TRAILER-COUNT PIC 9(8).
           05 FILLER           PIC X(311).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC X(8).

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-LINE  PIC X(80).

       SD  PATH-SORT-FILE.
       01  PATH-SORT-REC.
           05 PS-CUSTOMER-NUMBER PIC 9(8).
           05 PS-PATH          PIC 9.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-CTL-FILE-STATUS     PIC XX.
       01 WS-MLOCK-FILE-STATUS   PIC XX.
       01 WS-UNLOAD-FILE-STATUS  PIC XX.
       01 WS-BUSDATE-FILE-STATUS PIC XX.
       01 WS-PARM                PIC X(40).
       01 WS-PARM-BODY           PIC X(40).
       01 WS-REBUILD-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE       PIC X(10) VALUE SPACES.
       01 WS-OPERID-VALID-SW     PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-REBUILD-SWITCH      PIC X VALUE 'N'.
          88 REBUILD-REQUESTED VALUE 'Y'.
       01 WS-REBUILT-SWITCH      PIC X VALUE 'N'.
          88 INDEXES-REBUILT VALUE 'Y'.
       01 WS-REFUSED-SWITCH      PIC X VALUE 'N'.
          88 RUN-WAS-REFUSED VALUE 'Y'.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE          PIC X(8).
          05 FILLER              PIC X(13).
       01 WS-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
       01 WS-BUSINESS-DATE-X     PIC X(8).
       01 WS-UNLOAD-NAME         PIC X(30) VALUE SPACES.
       01 WS-UNLOAD-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-UNLOAD-EOF-SWITCH   PIC X VALUE 'N'.
          88 UNLOAD-FILE-EOF VALUE 'Y'.
       01 WS-COMMAND             PIC X(60).
       01 WS-COMMAND-EXIT-CODE   PIC 9(4) VALUE ZERO.
       01 WS-MLOCK-SWITCH        PIC X VALUE 'N'.
          88 MASTER-LOCK-HELD VALUE 'Y'.
       01 WS-MLOCK-TRY-COUNT     PIC 9(2) VALUE ZERO.
       01 WS-MLOCK-TRY-LIMIT     PIC 9(2) VALUE 10.
       01 WS-MLOCK-WAIT-SECS     PIC 9(4) COMP VALUE 1.
       01 WS-CTL-EOF-SWITCH      PIC X VALUE 'N'.
          88 CONTROL-FILE-EOF VALUE 'Y'.
       01 WS-CUSTNUM-HIGH-WATER  PIC 9(8) VALUE ZERO.
       01 WS-HIGH-WATER-SW       PIC X VALUE 'N'.
          88 HIGH-WATER-FOUND VALUE 'Y'.
       01 WS-MASTER-EOF-SWITCH   PIC X VALUE 'N'.
          88 MASTER-FILE-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH     PIC X VALUE 'N'.
          88 SORT-RETURN-EOF VALUE 'Y'.
      *
      * The four key paths down the master: 1 customer number (the
      * primary key), 2 name, 3 surname, 4 document id.
      *
       01 WS-PATH-NAME-VALUES.
          05 FILLER PIC X(16) VALUE "CUSTOMER NUMBER".
          05 FILLER PIC X(16) VALUE "NAME".
          05 FILLER PIC X(16) VALUE "SURNAME".
          05 FILLER PIC X(16) VALUE "DOCUMENT ID".
       01 WS-PATH-NAMES REDEFINES WS-PATH-NAME-VALUES.
          05 WS-PATH-NAME OCCURS 4 TIMES PIC X(16).
       01 WS-PATH-IDX            PIC 9 VALUE ZERO.
       01 WS-PATH-TOTALS.
          05 WS-PATH-TOTAL OCCURS 4 TIMES.
             10 WS-PT-RECORDS      PIC 9(8).
             10 WS-PT-HASH         PIC 9(16).
             10 WS-PT-OUT-OF-ORDER PIC 9(8).
       01 WS-BEFORE-TOTALS.
          05 WS-BEFORE-TOTAL OCCURS 4 TIMES.
             10 WS-BT-RECORDS      PIC 9(8).
             10 WS-BT-HASH         PIC 9(16).
             10 WS-BT-OUT-OF-ORDER PIC 9(8).
       01 WS-PREV-KEY            PIC X(48).
       01 WS-THIS-KEY            PIC X(48).
       01 WS-FIRST-READ-SWITCH   PIC X VALUE 'Y'.
          88 FIRST-RECORD-OF-PATH VALUE 'Y'.
      *
      * Per customer number, how many times each path reached it.
      *
       01 WS-GROUP-NUMBER        PIC 9(8) VALUE ZERO.
       01 WS-GROUP-HITS.
          05 WS-GROUP-HIT OCCURS 4 TIMES PIC 9(4).
       01 WS-GROUP-ACTIVE-SW     PIC X VALUE 'N'.
          88 GROUP-IS-ACTIVE VALUE 'Y'.
       01 WS-UNREACHED-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-REPEATED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-ORPHAN-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-ABOVE-HWM-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-BEFORE-UNREACHED    PIC 9(8) VALUE ZERO.
       01 WS-BEFORE-REPEATED     PIC 9(8) VALUE ZERO.
       01 WS-BEFORE-ORPHANS      PIC 9(8) VALUE ZERO.
       01 WS-EXCEPTIONS-SHOWN    PIC 9(4) VALUE ZERO.
       01 WS-EXCEPTION-LIMIT     PIC 9(4) VALUE 200.
       01 WS-MISMATCH-SWITCH     PIC X VALUE 'N'.
          88 INDEX-MISMATCH-FOUND VALUE 'Y'.
       01 WS-STAGE-TEXT          PIC X(6).
       01 WS-REPORT-TEXT         PIC X(80).
       01 WS-EDIT-COUNT          PIC Z(7)9.
       01 WS-EDIT-BEFORE         PIC Z(7)9.
       01 WS-EDIT-HASH           PIC Z(15)9.
       01 WS-THIS-PROGRAM        PIC X(18) VALUE "VERIFICA-MAESTRO".
       01 WS-RUN-MODE            PIC X VALUE 'B'.
       01 WS-JOURNAL-EVENT       PIC X(5).
       01 WS-JOURNAL-RECORDS     PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-REJECTS     PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-STATUS      PIC X(8) VALUE SPACES.
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "VERIFICA-MAESTRO".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "VRFMAST.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-BODY
           UNSTRING WS-PARM DELIMITED BY "REBUILD="
               INTO WS-PARM-BODY, WS-REBUILD-OPERATOR-ID
           PERFORM WRITE-RUN-JOURNAL-START
           IF WS-REBUILD-OPERATOR-ID NOT = SPACES
               CALL "VALIDA-OPERADOR" USING WS-REBUILD-OPERATOR-ID,
                   WS-THIS-PROGRAM, WS-OPERID-VALID-SW,
                   WS-OPERATOR-ROLE
               IF NOT OPERATOR-IS-VALID
                   DISPLAY "OPERATOR " WS-REBUILD-OPERATOR-ID
                       " NOT AUTHORIZED - REBUILD REFUSED"
                   SET RUN-WAS-REFUSED TO TRUE
                   PERFORM WRITE-RUN-JOURNAL-END
                   STOP RUN
               END-IF
               SET REBUILD-REQUESTED TO TRUE
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-CUSTNUM-HIGH-WATER
           OPEN OUTPUT VERIFY-REPORT-FILE
           MOVE SPACES TO WS-REPORT-TEXT
           STRING "CUSTOMER MASTER INTEGRITY VERIFICATION - "
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE "BEFORE" TO WS-STAGE-TEXT
           PERFORM VERIFY-MASTER-FILE
           IF RUN-WAS-REFUSED
               CLOSE VERIFY-REPORT-FILE
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           MOVE WS-PATH-TOTALS TO WS-BEFORE-TOTALS
           MOVE WS-UNREACHED-COUNT TO WS-BEFORE-UNREACHED
           MOVE WS-REPEATED-COUNT TO WS-BEFORE-REPEATED
           MOVE WS-ORPHAN-COUNT TO WS-BEFORE-ORPHANS
           IF INDEX-MISMATCH-FOUND
               IF REBUILD-REQUESTED
                   PERFORM REBUILD-MASTER-INDEXES
               ELSE
                   MOVE "INDEXES DISAGREE - RERUN WITH REBUILD=<OPER>"
                       TO WS-REPORT-TEXT
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF
           IF INDEXES-REBUILT
               MOVE "AFTER" TO WS-STAGE-TEXT
               PERFORM VERIFY-MASTER-FILE
               PERFORM PRINT-BEFORE-AND-AFTER
           END-IF
           IF NOT INDEX-MISMATCH-FOUND AND WS-ABOVE-HWM-COUNT = ZERO
               MOVE "CUSTOMER MASTER VERIFIED CLEAN" TO WS-REPORT-TEXT
           ELSE
               MOVE "CUSTOMER MASTER DID NOT VERIFY - SEE ABOVE"
                   TO WS-REPORT-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE
           CLOSE VERIFY-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           DISPLAY "REPORT WRITTEN TO VRFMAST.RPT"
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * READ-CUSTNUM-HIGH-WATER takes the CUSTNUM series' current
      * value from SEQCTL.DAT -- the highest customer number ever
      * issued.
      *----------------------------------------------------------------
       READ-CUSTNUM-HIGH-WATER.
           MOVE 'N' TO WS-CTL-EOF-SWITCH
           OPEN INPUT SN-CTL-FILE
           IF WS-CTL-FILE-STATUS = "00"
               PERFORM UNTIL CONTROL-FILE-EOF
                   READ SN-CTL-FILE
                       AT END
                           SET CONTROL-FILE-EOF TO TRUE
                       NOT AT END
                           IF SN-CTL-NAME = "CUSTNUM"
                                   AND SN-CTL-VALUE IS NUMERIC
                               SET HIGH-WATER-FOUND TO TRUE
                               MOVE SN-CTL-VALUE
                                   TO WS-CUSTNUM-HIGH-WATER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SN-CTL-FILE
           END-IF
           IF NOT HIGH-WATER-FOUND
               DISPLAY "NO CUSTNUM SERIES ON SEQCTL.DAT - HIGH-WATER "
                   "CHECK NOT MADE"
           END-IF.

      *----------------------------------------------------------------
      * VERIFY-MASTER-FILE runs one full verification: the four path
      * passes feed the sort, whose output cross-checks every number,
      * then the counts are printed for the stage.
      *----------------------------------------------------------------
       VERIFY-MASTER-FILE.
           MOVE 'N' TO WS-MISMATCH-SWITCH
           MOVE ZERO TO WS-UNREACHED-COUNT WS-REPEATED-COUNT
               WS-ORPHAN-COUNT WS-ABOVE-HWM-COUNT WS-EXCEPTIONS-SHOWN
           INITIALIZE WS-PATH-TOTALS
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-FILE-STATUS
               MOVE "CUSTOMER MASTER NOT AVAILABLE" TO WS-REPORT-TEXT
               PERFORM WRITE-REPORT-LINE
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           STRING "EXCEPTIONS (" DELIMITED BY SIZE
                  WS-STAGE-TEXT  DELIMITED BY SPACE
                  ")"            DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           SORT PATH-SORT-FILE
               ON ASCENDING KEY PS-CUSTOMER-NUMBER PS-PATH
               INPUT PROCEDURE IS READ-ALL-KEY-PATHS
               OUTPUT PROCEDURE IS CROSS-CHECK-KEY-PATHS
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM VARYING WS-PATH-IDX FROM 2 BY 1
                   UNTIL WS-PATH-IDX > 4
               IF WS-PT-RECORDS(WS-PATH-IDX) NOT = WS-PT-RECORDS(1)
                       OR WS-PT-HASH(WS-PATH-IDX) NOT = WS-PT-HASH(1)
                   SET INDEX-MISMATCH-FOUND TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                   UNTIL WS-PATH-IDX > 4
               IF WS-PT-OUT-OF-ORDER(WS-PATH-IDX) > ZERO
                   SET INDEX-MISMATCH-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-UNREACHED-COUNT > ZERO OR WS-REPEATED-COUNT > ZERO
                   OR WS-ORPHAN-COUNT > ZERO
               SET INDEX-MISMATCH-FOUND TO TRUE
           END-IF
           IF WS-EXCEPTIONS-SHOWN = ZERO
               MOVE "  NONE" TO WS-REPORT-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM PRINT-PATH-COUNTS.

       PRINT-PATH-COUNTS.
           MOVE SPACES TO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           STRING "RECORD COUNTS BY KEY PATH (" DELIMITED BY SIZE
                  WS-STAGE-TEXT                 DELIMITED BY SPACE
                  ")"                           DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE "KEY PATH" TO WS-REPORT-TEXT(3:8)
           MOVE "RECORDS" TO WS-REPORT-TEXT(20:7)
           MOVE "NUMBER TOTAL" TO WS-REPORT-TEXT(33:12)
           MOVE "OUT OF ORDER" TO WS-REPORT-TEXT(49:12)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                   UNTIL WS-PATH-IDX > 4
               MOVE SPACES TO WS-REPORT-TEXT
               MOVE WS-PATH-NAME(WS-PATH-IDX) TO WS-REPORT-TEXT(3:16)
               MOVE WS-PT-RECORDS(WS-PATH-IDX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-REPORT-TEXT(19:8)
               MOVE WS-PT-HASH(WS-PATH-IDX) TO WS-EDIT-HASH
               MOVE WS-EDIT-HASH TO WS-REPORT-TEXT(29:16)
               MOVE WS-PT-OUT-OF-ORDER(WS-PATH-IDX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-REPORT-TEXT(53:8)
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-TEXT
           MOVE WS-UNREACHED-COUNT TO WS-EDIT-COUNT
           STRING "  MISSED BY AN INDEX:      " DELIMITED BY SIZE
                  WS-EDIT-COUNT                 DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           MOVE WS-REPEATED-COUNT TO WS-EDIT-COUNT
           STRING "  REACHED TWICE BY A PATH: " DELIMITED BY SIZE
                  WS-EDIT-COUNT                 DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           MOVE WS-ORPHAN-COUNT TO WS-EDIT-COUNT
           STRING "  NOT ON THE PRIMARY KEY:  " DELIMITED BY SIZE
                  WS-EDIT-COUNT                 DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           MOVE WS-ABOVE-HWM-COUNT TO WS-EDIT-COUNT
           STRING "  ABOVE CUSTNUM MARK "     DELIMITED BY SIZE
                  WS-CUSTNUM-HIGH-WATER       DELIMITED BY SIZE
                  ": "                        DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      * PRINT-BEFORE-AND-AFTER sets the counts of the first pass beside
      * those of the pass after the rebuild.
      *----------------------------------------------------------------
       PRINT-BEFORE-AND-AFTER.
           MOVE SPACES TO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE "REBUILD BEFORE AND AFTER" TO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE "KEY PATH" TO WS-REPORT-TEXT(3:8)
           MOVE "BEFORE" TO WS-REPORT-TEXT(21:6)
           MOVE "AFTER" TO WS-REPORT-TEXT(32:5)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                   UNTIL WS-PATH-IDX > 4
               MOVE SPACES TO WS-REPORT-TEXT
               MOVE WS-PATH-NAME(WS-PATH-IDX) TO WS-REPORT-TEXT(3:16)
               MOVE WS-BT-RECORDS(WS-PATH-IDX) TO WS-EDIT-BEFORE
               MOVE WS-EDIT-BEFORE TO WS-REPORT-TEXT(19:8)
               MOVE WS-PT-RECORDS(WS-PATH-IDX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-REPORT-TEXT(29:8)
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-TEXT
           MOVE WS-BEFORE-UNREACHED TO WS-EDIT-BEFORE
           MOVE WS-UNREACHED-COUNT TO WS-EDIT-COUNT
           MOVE "MISSED BY INDEX" TO WS-REPORT-TEXT(3:16)
           MOVE WS-EDIT-BEFORE TO WS-REPORT-TEXT(19:8)
           MOVE WS-EDIT-COUNT TO WS-REPORT-TEXT(29:8)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           MOVE WS-BEFORE-REPEATED TO WS-EDIT-BEFORE
           MOVE WS-REPEATED-COUNT TO WS-EDIT-COUNT
           MOVE "REACHED TWICE" TO WS-REPORT-TEXT(3:16)
           MOVE WS-EDIT-BEFORE TO WS-REPORT-TEXT(19:8)
           MOVE WS-EDIT-COUNT TO WS-REPORT-TEXT(29:8)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           MOVE WS-BEFORE-ORPHANS TO WS-EDIT-BEFORE
           MOVE WS-ORPHAN-COUNT TO WS-EDIT-COUNT
           MOVE "NOT ON PRIMARY" TO WS-REPORT-TEXT(3:16)
           MOVE WS-EDIT-BEFORE TO WS-REPORT-TEXT(19:8)
           MOVE WS-EDIT-COUNT TO WS-REPORT-TEXT(29:8)
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      * REBUILD-MASTER-INDEXES rebuilds the master through the unload/
      * reload pair with the master lock held, so no updating job can
      * slip in between the unload and the reload. The unload's trailer
      * must agree with the primary-key count before the reload runs.
      *----------------------------------------------------------------
       REBUILD-MASTER-INDEXES.
           PERFORM ACQUIRE-MASTER-LOCK
           IF NOT MASTER-LOCK-HELD
               MOVE "MASTER LOCKED BY ANOTHER JOB - REBUILD NOT RUN"
                   TO WS-REPORT-TEXT
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-X
           MOVE SPACES TO WS-UNLOAD-NAME
           STRING "CUSTUNLD."        DELIMITED BY SIZE
                  WS-BUSINESS-DATE-X DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
               INTO WS-UNLOAD-NAME
           MOVE "respalda-maestro" TO WS-COMMAND
           PERFORM RUN-THE-COMMAND
           PERFORM READ-UNLOAD-TRAILER
           IF WS-COMMAND-EXIT-CODE > 4
                   OR WS-UNLOAD-COUNT NOT = WS-BT-RECORDS(1)
               MOVE SPACES TO WS-REPORT-TEXT
               STRING "UNLOAD HOLDS "  DELIMITED BY SIZE
                      WS-UNLOAD-COUNT  DELIMITED BY SIZE
                      " RECORDS, PRIMARY KEY "
                                       DELIMITED BY SIZE
                      WS-BT-RECORDS(1) DELIMITED BY SIZE
                      " - NO RELOAD"   DELIMITED BY SIZE
                   INTO WS-REPORT-TEXT
               PERFORM WRITE-REPORT-LINE
               PERFORM RELEASE-MASTER-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-COMMAND
           STRING "restaura-maestro " DELIMITED BY SIZE
                  WS-UNLOAD-NAME      DELIMITED BY SPACE
               INTO WS-COMMAND
           PERFORM RUN-THE-COMMAND
           SET INDEXES-REBUILT TO TRUE
           MOVE SPACES TO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           STRING "INDEXES REBUILT FROM " DELIMITED BY SIZE
                  WS-UNLOAD-NAME          DELIMITED BY SPACE
                  " BY "                  DELIMITED BY SIZE
                  WS-REBUILD-OPERATOR-ID  DELIMITED BY SPACE
               INTO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           PERFORM RELEASE-MASTER-LOCK.

       RUN-THE-COMMAND.
           DISPLAY "RUNNING " WS-COMMAND
           MOVE ZERO TO RETURN-CODE
           CALL "SYSTEM" USING WS-COMMAND
      * CALL "SYSTEM" returns the raw wait status: a normal exit n
      * comes back as n * 256
           COMPUTE WS-COMMAND-EXIT-CODE = RETURN-CODE / 256
           IF FUNCTION MOD(RETURN-CODE 256) NOT = ZERO
               MOVE 9999 TO WS-COMMAND-EXIT-CODE
           END-IF
           MOVE ZERO TO RETURN-CODE.

       READ-UNLOAD-TRAILER.
           MOVE ZERO TO WS-UNLOAD-COUNT
           MOVE 'N' TO WS-UNLOAD-EOF-SWITCH
           OPEN INPUT UNLOAD-FILE
           IF WS-UNLOAD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL UNLOAD-FILE-EOF
               READ UNLOAD-FILE
                   AT END
                       SET UNLOAD-FILE-EOF TO TRUE
                   NOT AT END
                       IF UNLOAD-TRAILER
                           MOVE UN-TRAILER-COUNT TO WS-UNLOAD-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNLOAD-FILE.

      *----------------------------------------------------------------
      * ACQUIRE-MASTER-LOCK holds MSTLOCK.DAT open WITH LOCK for the
      * whole rebuild, waiting a second and retrying while another job
      * has it, and giving up after ten tries.
      *----------------------------------------------------------------
       ACQUIRE-MASTER-LOCK.
           MOVE 'N' TO WS-MLOCK-SWITCH
           MOVE ZERO TO WS-MLOCK-TRY-COUNT
           PERFORM UNTIL MASTER-LOCK-HELD
                   OR WS-MLOCK-TRY-COUNT >= WS-MLOCK-TRY-LIMIT
               ADD 1 TO WS-MLOCK-TRY-COUNT
               OPEN EXTEND MASTER-LOCK-FILE WITH LOCK
               IF WS-MLOCK-FILE-STATUS = "35"
                   OPEN OUTPUT MASTER-LOCK-FILE WITH LOCK
               END-IF
               IF WS-MLOCK-FILE-STATUS = "00"
                   SET MASTER-LOCK-HELD TO TRUE
               ELSE
                   CALL "C$SLEEP" USING WS-MLOCK-WAIT-SECS
               END-IF
           END-PERFORM
           IF NOT MASTER-LOCK-HELD
               DISPLAY "CUSTOMER MASTER LOCKED BY ANOTHER JOB - "
                   "REBUILD REFUSED"
           END-IF.

       RELEASE-MASTER-LOCK.
           IF MASTER-LOCK-HELD
               CLOSE MASTER-LOCK-FILE
               MOVE 'N' TO WS-MLOCK-SWITCH
           END-IF.

       WRITE-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE FROM WS-REPORT-TEXT
           MOVE SPACES TO WS-REPORT-TEXT.

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
      * WRITE-RUN-JOURNAL-START and WRITE-RUN-JOURNAL-END record the
      * run in the shared run journal through REGISTRA-CORRIDA.
      *----------------------------------------------------------------
       WRITE-RUN-JOURNAL-START.
           MOVE "START" TO WS-JOURNAL-EVENT
           MOVE ZERO TO WS-JOURNAL-RECORDS
           MOVE ZERO TO WS-JOURNAL-REJECTS
           MOVE SPACES TO WS-JOURNAL-STATUS
           CALL "REGISTRA-CORRIDA" USING WS-JOURNAL-EVENT,
               WS-THIS-PROGRAM, WS-RUN-MODE, WS-JOURNAL-RECORDS,
               WS-JOURNAL-REJECTS, WS-JOURNAL-STATUS.

       WRITE-RUN-JOURNAL-END.
           MOVE "END" TO WS-JOURNAL-EVENT
           MOVE WS-PT-RECORDS(1) TO WS-JOURNAL-RECORDS
           COMPUTE WS-JOURNAL-REJECTS = WS-UNREACHED-COUNT
               + WS-REPEATED-COUNT + WS-ORPHAN-COUNT
               + WS-ABOVE-HWM-COUNT
           EVALUATE TRUE
               WHEN RUN-WAS-REFUSED
                   MOVE "SEVERE" TO WS-JOURNAL-STATUS
               WHEN INDEX-MISMATCH-FOUND
                       OR WS-ABOVE-HWM-COUNT > ZERO
                   MOVE "SEVERE" TO WS-JOURNAL-STATUS
               WHEN INDEXES-REBUILT
                   MOVE "WARNING" TO WS-JOURNAL-STATUS
               WHEN OTHER
                   MOVE "CLEAN" TO WS-JOURNAL-STATUS
           END-EVALUATE
           CALL "REGISTRA-CORRIDA" USING WS-JOURNAL-EVENT,
               WS-THIS-PROGRAM, WS-RUN-MODE, WS-JOURNAL-RECORDS,
               WS-JOURNAL-REJECTS, WS-JOURNAL-STATUS
           EVALUATE WS-JOURNAL-STATUS
               WHEN "SEVERE"
                   MOVE 8 TO RETURN-CODE
               WHEN "WARNING"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------------
      * READ-ALL-KEY-PATHS reads the master from the start of each key
      * path to its end, releasing every customer number reached with
      * the path that reached it, and counting, totalling and order-
      * checking the path as it goes.
      *----------------------------------------------------------------
       READ-ALL-KEY-PATHS SECTION.
       RKP-MAIN.
           PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                   UNTIL WS-PATH-IDX > 4
               PERFORM RKP-READ-ONE-PATH
           END-PERFORM
           GO TO RKP-EXIT.

       RKP-READ-ONE-PATH.
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           MOVE 'Y' TO WS-FIRST-READ-SWITCH
           MOVE LOW-VALUES TO CUSTOMER-MASTER-REC
           EVALUATE WS-PATH-IDX
               WHEN 1
                   MOVE ZERO TO CM-CUSTOMER-NUMBER
                   START CUSTOMER-MASTER-FILE
                       KEY IS NOT LESS THAN CM-CUSTOMER-NUMBER
                       INVALID KEY SET MASTER-FILE-EOF TO TRUE
                   END-START
               WHEN 2
                   START CUSTOMER-MASTER-FILE
                       KEY IS NOT LESS THAN CM-CUSTOMER-NAME
                       INVALID KEY SET MASTER-FILE-EOF TO TRUE
                   END-START
               WHEN 3
                   START CUSTOMER-MASTER-FILE
                       KEY IS NOT LESS THAN CM-APELLIDO
                       INVALID KEY SET MASTER-FILE-EOF TO TRUE
                   END-START
               WHEN 4
                   START CUSTOMER-MASTER-FILE
                       KEY IS NOT LESS THAN CM-DOC-ID
                       INVALID KEY SET MASTER-FILE-EOF TO TRUE
                   END-START
           END-EVALUATE
           PERFORM UNTIL MASTER-FILE-EOF
               READ CUSTOMER-MASTER-FILE NEXT
                   AT END
                       SET MASTER-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM RKP-RELEASE-ONE-RECORD
               END-READ
           END-PERFORM.

       RKP-RELEASE-ONE-RECORD.
           ADD 1 TO WS-PT-RECORDS(WS-PATH-IDX)
           ADD CM-CUSTOMER-NUMBER TO WS-PT-HASH(WS-PATH-IDX)
           MOVE SPACES TO WS-THIS-KEY
           EVALUATE WS-PATH-IDX
               WHEN 1 MOVE CM-CUSTOMER-NUMBER TO WS-THIS-KEY(1:8)
               WHEN 2 MOVE CM-CUSTOMER-NAME   TO WS-THIS-KEY
               WHEN 3 MOVE CM-APELLIDO        TO WS-THIS-KEY
               WHEN 4 MOVE CM-DOC-ID          TO WS-THIS-KEY
           END-EVALUATE
           IF NOT FIRST-RECORD-OF-PATH AND WS-THIS-KEY < WS-PREV-KEY
               ADD 1 TO WS-PT-OUT-OF-ORDER(WS-PATH-IDX)
               MOVE SPACES TO WS-REPORT-TEXT
               STRING "  CUSTOMER "        DELIMITED BY SIZE
                      CM-CUSTOMER-NUMBER   DELIMITED BY SIZE
                      " OUT OF ORDER ON "  DELIMITED BY SIZE
                      WS-PATH-NAME(WS-PATH-IDX) DELIMITED BY "  "
                      " KEY"               DELIMITED BY SIZE
                   INTO WS-REPORT-TEXT
               PERFORM RKP-WRITE-EXCEPTION
           END-IF
           MOVE 'N' TO WS-FIRST-READ-SWITCH
           MOVE WS-THIS-KEY TO WS-PREV-KEY
           IF WS-PATH-IDX = 1 AND HIGH-WATER-FOUND
                   AND CM-CUSTOMER-NUMBER > WS-CUSTNUM-HIGH-WATER
               ADD 1 TO WS-ABOVE-HWM-COUNT
               MOVE SPACES TO WS-REPORT-TEXT
               STRING "  CUSTOMER "        DELIMITED BY SIZE
                      CM-CUSTOMER-NUMBER   DELIMITED BY SIZE
                      " ABOVE CUSTNUM HIGH-WATER MARK "
                                           DELIMITED BY SIZE
                      WS-CUSTNUM-HIGH-WATER DELIMITED BY SIZE
                   INTO WS-REPORT-TEXT
               PERFORM RKP-WRITE-EXCEPTION
           END-IF
           MOVE CM-CUSTOMER-NUMBER TO PS-CUSTOMER-NUMBER
           MOVE WS-PATH-IDX TO PS-PATH
           RELEASE PATH-SORT-REC.

       RKP-WRITE-EXCEPTION.
           IF WS-EXCEPTIONS-SHOWN < WS-EXCEPTION-LIMIT
               ADD 1 TO WS-EXCEPTIONS-SHOWN
               PERFORM WRITE-REPORT-LINE
           END-IF.

       RKP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * CROSS-CHECK-KEY-PATHS takes the sorted numbers a customer at a
      * time: each of the four paths must have reached it exactly once.
      *----------------------------------------------------------------
       CROSS-CHECK-KEY-PATHS SECTION.
       CKP-MAIN.
           MOVE 'N' TO WS-GROUP-ACTIVE-SW
           PERFORM CKP-RETURN-ONE
           PERFORM UNTIL SORT-RETURN-EOF
               IF NOT GROUP-IS-ACTIVE
                       OR PS-CUSTOMER-NUMBER NOT = WS-GROUP-NUMBER
                   IF GROUP-IS-ACTIVE
                       PERFORM CKP-CHECK-GROUP
                   END-IF
                   SET GROUP-IS-ACTIVE TO TRUE
                   MOVE PS-CUSTOMER-NUMBER TO WS-GROUP-NUMBER
                   INITIALIZE WS-GROUP-HITS
               END-IF
               ADD 1 TO WS-GROUP-HIT(PS-PATH)
               PERFORM CKP-RETURN-ONE
           END-PERFORM
           IF GROUP-IS-ACTIVE
               PERFORM CKP-CHECK-GROUP
           END-IF
           GO TO CKP-EXIT.

       CKP-RETURN-ONE.
           RETURN PATH-SORT-FILE
               AT END SET SORT-RETURN-EOF TO TRUE
           END-RETURN.

       CKP-CHECK-GROUP.
           IF WS-GROUP-HIT(1) = ZERO
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE SPACES TO WS-REPORT-TEXT
               STRING "  CUSTOMER "        DELIMITED BY SIZE
                      WS-GROUP-NUMBER      DELIMITED BY SIZE
                      " ON AN ALTERNATE INDEX BUT NOT ON THE "
                                           DELIMITED BY SIZE
                      "PRIMARY KEY"        DELIMITED BY SIZE
                   INTO WS-REPORT-TEXT
               PERFORM RKP-WRITE-EXCEPTION
           END-IF
           PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                   UNTIL WS-PATH-IDX > 4
               IF WS-GROUP-HIT(WS-PATH-IDX) = ZERO
                       AND WS-GROUP-HIT(1) > ZERO
                   ADD 1 TO WS-UNREACHED-COUNT
                   MOVE SPACES TO WS-REPORT-TEXT
                   STRING "  CUSTOMER "        DELIMITED BY SIZE
                          WS-GROUP-NUMBER      DELIMITED BY SIZE
                          " NOT REACHABLE BY " DELIMITED BY SIZE
                          WS-PATH-NAME(WS-PATH-IDX) DELIMITED BY "  "
                          " KEY"               DELIMITED BY SIZE
                       INTO WS-REPORT-TEXT
                   PERFORM RKP-WRITE-EXCEPTION
               END-IF
               IF WS-GROUP-HIT(WS-PATH-IDX) > 1
                   ADD 1 TO WS-REPEATED-COUNT
                   MOVE SPACES TO WS-REPORT-TEXT
                   STRING "  CUSTOMER "        DELIMITED BY SIZE
                          WS-GROUP-NUMBER      DELIMITED BY SIZE
                          " REACHED MORE THAN ONCE BY "
                                               DELIMITED BY SIZE
                          WS-PATH-NAME(WS-PATH-IDX) DELIMITED BY "  "
                          " KEY"               DELIMITED BY SIZE
                       INTO WS-REPORT-TEXT
                   PERFORM RKP-WRITE-EXCEPTION
               END-IF
           END-PERFORM.

       CKP-EXIT.
           EXIT.

       END PROGRAM VERIFICA-MAESTRO.
