      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Disaster-recovery drill for the customer master,
      *          giving a measured recovery time instead of an
      *          estimated one. The drill rebuilds the master on a
      *          copy, DRILMAST.DAT, and never writes to the live
      *          CUSTMAST.DAT:
      *          1 RESTORE - the newest generation on the UNLDCAT.DAT
      *            catalog is reloaded into the copy by
      *            RESTAURA-MAESTRO, which checks its trailer first;
      *          2 ROLL FORWARD - AVANZA-MAESTRO replays the whole
      *            MSTJRNL.DAT journal onto the copy;
      *          3 COMPARE - the copy and the live master are matched
      *            record by record on the customer number, and every
      *            field of each matched pair is compared.
      *          Roll forward and compare run under the MSTLOCK.DAT
      *          master lock, so no maintenance lands on the live
      *          master between the journal's last entry and the
      *          compare. Each phase is timed off the clock.
      *          DRILCERT.RPT is the drill certificate: the unload
      *          used, the elapsed time of each phase, the recovery
      *          time (restore plus roll forward), every difference
      *          found by customer and field, the result, and the
      *          sign-off of the operator who ran the drill. It is
      *          archived like any report, and every drill adds a
      *          line to DRILHIST.DAT, so the recovery time quoted
      *          can be traced to the drills behind it. The copy is
      *          deleted after a clean drill and kept when there are
      *          differences, for whoever has to explain them.
      *
      *          PARM: the operator id of the person running and
      *          signing off the drill.
      *
      *          RETURN-CODE 0 when the copy matches the live master,
      *          4 when it matches but the roll forward reported
      *          journal entries it could not apply, 8 when the
      *          drill could not run or the copy does not match.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMULA-DESASTRE.
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
           SELECT DRILL-MASTER-FILE ASSIGN USING WS-DRILL-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS DM-CUSTOMER-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DM-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DM-DOC-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-DRILL-FILE-STATUS.
           SELECT UNLOAD-CATALOG-FILE ASSIGN TO "UNLDCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT MASTER-LOCK-FILE ASSIGN TO "MSTLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLOCK-FILE-STATUS.
           SELECT DRILL-HISTORY-FILE ASSIGN TO "DRILHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN TO "DRILCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    Both masters carry the full customer record; only the keys
      *    are named here, the fields are compared through the field
      *    table in WORKING-STORAGE.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-REC.
           05 CM-CUSTOMER-NUMBER PIC 9(8).
           05 CM-CUSTOMER-NAME.
              10 CM-NOMBRE     PIC X(16).
              10 CM-APELLIDO   PIC X(32).
           05 FILLER           PIC X(92).
           05 CM-DOC-ID        PIC X(12).
           05 FILLER           PIC X(146).

       FD  DRILL-MASTER-FILE.
       01  DRILL-MASTER-REC.
           05 DM-CUSTOMER-NUMBER PIC 9(8).
           05 DM-CUSTOMER-NAME.
              10 DM-NOMBRE     PIC X(16).
              10 DM-APELLIDO   PIC X(32).
           05 FILLER           PIC X(92).
           05 DM-DOC-ID        PIC X(12).
           05 FILLER           PIC X(146).

       FD  UNLOAD-CATALOG-FILE.
       01  UNLOAD-CATALOG-REC.
           05 UC-UNLOAD-DATE   PIC 9(8).
           05 FILLER           PIC X.
           05 UC-RECORD-COUNT  PIC 9(8).
           05 FILLER           PIC X.
           05 UC-FILE-NAME     PIC X(30).
           05 FILLER           PIC X.
           05 UC-VERIFIED      PIC X.

       FD  MASTER-LOCK-FILE.
       01  MASTER-LOCK-REC     PIC X(8).

       FD  DRILL-HISTORY-FILE.
       01  DRILL-HISTORY-REC.
           05 DH-DRILL-DATE    PIC 9(8).
           05 FILLER           PIC X.
           05 DH-START-TIME    PIC 9(6).
           05 FILLER           PIC X.
           05 DH-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X.
           05 DH-UNLOAD-NAME   PIC X(30).
           05 FILLER           PIC X.
           05 DH-RESTORE-SECS  PIC 9(7)V99.
           05 FILLER           PIC X.
           05 DH-ROLL-SECS     PIC 9(7)V99.
           05 FILLER           PIC X.
           05 DH-COMPARE-SECS  PIC 9(7)V99.
           05 FILLER           PIC X.
           05 DH-RECOVERY-SECS PIC 9(7)V99.
           05 FILLER           PIC X.
           05 DH-RECORDS       PIC 9(8).
           05 FILLER           PIC X.
           05 DH-DIFFERENCES   PIC 9(8).
           05 FILLER           PIC X.
           05 DH-RESULT        PIC X(6).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE    PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-DRILL-FILE-STATUS   PIC XX.
       01 WS-CATALOG-FILE-STATUS PIC XX.
       01 WS-MLOCK-FILE-STATUS   PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-CERT-FILE-STATUS    PIC XX.
       01 WS-BUSDATE-FILE-STATUS PIC XX.
       01 WS-PARM                PIC X(40).
       01 WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE       PIC X(10) VALUE SPACES.
       01 WS-OPERID-VALID-SW     PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-REFUSED-SWITCH      PIC X VALUE 'N'.
          88 RUN-WAS-REFUSED VALUE 'Y'.
       01 WS-REFUSAL-TEXT        PIC X(60) VALUE SPACES.
       01 WS-THIS-PROGRAM        PIC X(18) VALUE "SIMULA-DESASTRE".
       01 WS-RUN-MODE            PIC X VALUE 'B'.
       01 WS-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE          PIC 9(8).
          05 WS-TS-HH            PIC 9(2).
          05 WS-TS-MM            PIC 9(2).
          05 WS-TS-SS            PIC 9(2).
          05 WS-TS-HUNDREDTHS    PIC 9(2).
          05 FILLER              PIC X(5).
       01 WS-START-TIME          PIC 9(6) VALUE ZERO.
       01 WS-DRILL-MASTER-NAME   PIC X(30) VALUE "DRILMAST.DAT".
      * the generation restored: the newest date on the catalog, the
      * later entry when a date was unloaded twice
       01 WS-CATALOG-EOF-SWITCH  PIC X VALUE 'N'.
          88 CATALOG-FILE-EOF VALUE 'Y'.
       01 WS-UNLOAD-DATE         PIC 9(8) VALUE ZERO.
       01 WS-UNLOAD-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-UNLOAD-NAME         PIC X(30) VALUE SPACES.
       01 WS-UNLOAD-VERIFIED     PIC X VALUE SPACE.
       01 WS-COMMAND             PIC X(80).
       01 WS-COMMAND-EXIT-CODE   PIC 9(4) VALUE ZERO.
       01 WS-RESTORE-EXIT-CODE   PIC 9(4) VALUE ZERO.
       01 WS-ROLL-EXIT-CODE      PIC 9(4) VALUE ZERO.
       01 WS-MLOCK-SWITCH        PIC X VALUE 'N'.
          88 MASTER-LOCK-HELD VALUE 'Y'.
       01 WS-MLOCK-TRY-COUNT     PIC 9(2) VALUE ZERO.
       01 WS-MLOCK-TRY-LIMIT     PIC 9(2) VALUE 10.
       01 WS-MLOCK-WAIT-SECS     PIC 9(4) COMP VALUE 1.
      * phase timings, in seconds off the clock to the hundredth
       01 WS-CLOCK-SECONDS       PIC 9(12)V99 VALUE ZERO.
       01 WS-PHASE-START         PIC 9(12)V99 VALUE ZERO.
       01 WS-DRILL-START         PIC 9(12)V99 VALUE ZERO.
       01 WS-RESTORE-SECS        PIC 9(7)V99 VALUE ZERO.
       01 WS-ROLL-SECS           PIC 9(7)V99 VALUE ZERO.
       01 WS-COMPARE-SECS        PIC 9(7)V99 VALUE ZERO.
       01 WS-RECOVERY-SECS       PIC 9(7)V99 VALUE ZERO.
       01 WS-DRILL-SECS          PIC 9(7)V99 VALUE ZERO.
       01 WS-PHASE-SWITCHES.
          05 WS-RESTORE-SW       PIC X VALUE 'N'.
             88 RESTORE-WAS-RUN VALUE 'Y'.
          05 WS-ROLL-SW          PIC X VALUE 'N'.
             88 ROLL-FORWARD-WAS-RUN VALUE 'Y'.
          05 WS-COMPARE-SW       PIC X VALUE 'N'.
             88 COMPARE-WAS-RUN VALUE 'Y'.
      *
      * The customer record field by field: name, starting position
      * and length within the record. The customer number is the
      * match key and is not compared again.
      *
       01 WS-FIELD-VALUES.
          05 FILLER PIC X(24) VALUE "NOMBRE            009016".
          05 FILLER PIC X(24) VALUE "APELLIDO          025032".
          05 FILLER PIC X(24) VALUE "EDAD              057003".
          05 FILLER PIC X(24) VALUE "STATUS            060001".
          05 FILLER PIC X(24) VALUE "STATUS-DATE       061008".
          05 FILLER PIC X(24) VALUE "FECHA-NAC         069008".
          05 FILLER PIC X(24) VALUE "DIRECCION-1       077030".
          05 FILLER PIC X(24) VALUE "DIRECCION-2       107030".
          05 FILLER PIC X(24) VALUE "TELEFONO          137012".
          05 FILLER PIC X(24) VALUE "DOC-ID            149012".
          05 FILLER PIC X(24) VALUE "RISK-RATING       161001".
          05 FILLER PIC X(24) VALUE "NEXT-REVIEW       162008".
          05 FILLER PIC X(24) VALUE "LAST-REVIEW       170008".
          05 FILLER PIC X(24) VALUE "DOC-EXPIRY        178008".
          05 FILLER PIC X(24) VALUE "CODIGO-POSTAL     186008".
          05 FILLER PIC X(24) VALUE "LOCALIDAD         194030".
          05 FILLER PIC X(24) VALUE "PROVINCIA         224020".
          05 FILLER PIC X(24) VALUE "MAIL-STATUS       244001".
          05 FILLER PIC X(24) VALUE "RETURNED-DATE     245008".
          05 FILLER PIC X(24) VALUE "MINOR-FLAG        253001".
          05 FILLER PIC X(24) VALUE "GUARDIAN-NUMBER   254008".
          05 FILLER PIC X(24) VALUE "BRANCH-CODE       262004".
          05 FILLER PIC X(24) VALUE "CONTACT-CHANNEL   266001".
          05 FILLER PIC X(24) VALUE "EMAIL             267032".
          05 FILLER PIC X(24) VALUE "CONSENT-DATE      299008".
       01 WS-FIELD-TABLE REDEFINES WS-FIELD-VALUES.
          05 WS-FIELD-ENTRY OCCURS 25 TIMES.
             10 WS-FIELD-NAME    PIC X(18).
             10 WS-FIELD-START   PIC 9(3).
             10 WS-FIELD-LENGTH  PIC 9(3).
       01 WS-FIELD-COUNT         PIC 9(2) VALUE 25.
       01 WS-FIELD-IDX           PIC 9(2) COMP VALUE ZERO.
       01 WS-LIVE-IMAGE          PIC X(306).
       01 WS-DRILL-IMAGE         PIC X(306).
       01 WS-LIVE-KEY            PIC 9(9) VALUE ZERO.
       01 WS-DRILL-KEY           PIC 9(9) VALUE ZERO.
       01 WS-END-KEY             PIC 9(9) VALUE 999999999.
       01 WS-LIVE-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-DRILL-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-MATCHED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-MISSING-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-EXTRA-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-UNEQUAL-RECORDS     PIC 9(8) VALUE ZERO.
       01 WS-UNEQUAL-FIELDS      PIC 9(8) VALUE ZERO.
       01 WS-DIFFERENCE-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-RECORD-DIFFERS-SW   PIC X VALUE 'N'.
          88 RECORD-DIFFERS VALUE 'Y'.
       01 WS-DIFFERENCES-SHOWN   PIC 9(4) VALUE ZERO.
       01 WS-DIFFERENCE-LIMIT    PIC 9(4) VALUE 500.
       01 WS-DIFF-CUSTOMER       PIC 9(8) VALUE ZERO.
       01 WS-DIFF-TEXT           PIC X(60) VALUE SPACES.
       01 WS-CERT-TEXT           PIC X(80) VALUE SPACES.
       01 WS-EDIT-SECS           PIC Z(6)9.99.
       01 WS-EDIT-CODE           PIC Z(3)9.
       01 WS-EDIT-COUNT          PIC Z(7)9.
       01 WS-CLOCK-HH            PIC 9(4) VALUE ZERO.
       01 WS-CLOCK-MM            PIC 9(2) VALUE ZERO.
       01 WS-CLOCK-SS            PIC 9(2) VALUE ZERO.
       01 WS-CLOCK-REST          PIC 9(7) VALUE ZERO.
       01 WS-CLOCK-TEXT.
          05 WS-CT-HH            PIC Z(3)9.
          05 FILLER              PIC X VALUE ":".
          05 WS-CT-MM            PIC 9(2).
          05 FILLER              PIC X VALUE ":".
          05 WS-CT-SS            PIC 9(2).
       01 WS-DRILL-RESULT        PIC X(6) VALUE SPACES.
       01 WS-DELETE-STATUS       PIC 9(9) COMP VALUE ZERO.
       01 WS-ARCHIVE-PROGRAM     PIC X(18) VALUE "SIMULA-DESASTRE".
       01 WS-ARCHIVE-REPORT      PIC X(30) VALUE "DRILCERT.RPT".
       01 WS-ALERT-SEVERITY      PIC X(8).
       01 WS-ALERT-MESSAGE       PIC X(60).
       01 WS-JOURNAL-EVENT       PIC X(5).
       01 WS-JOURNAL-RECORDS     PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-REJECTS     PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-STATUS      PIC X(8) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-OPERATOR-ID
           PERFORM READ-BUSINESS-DATE
           PERFORM WRITE-RUN-JOURNAL-START
           IF WS-OPERATOR-ID NOT = SPACES
               CALL "VALIDA-OPERADOR" USING WS-OPERATOR-ID,
                   WS-THIS-PROGRAM, WS-OPERID-VALID-SW,
                   WS-OPERATOR-ROLE
           END-IF
           IF NOT OPERATOR-IS-VALID
               DISPLAY "DRILL REFUSED - INVALID OPERATOR ID: "
                   WS-OPERATOR-ID
               SET RUN-WAS-REFUSED TO TRUE
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM READ-CLOCK
           MOVE WS-CLOCK-SECONDS TO WS-DRILL-START
           COMPUTE WS-START-TIME = WS-TS-HH * 10000 + WS-TS-MM * 100
               + WS-TS-SS
           PERFORM FIND-LATEST-UNLOAD
           IF WS-UNLOAD-NAME = SPACES
               MOVE "NO UNLOAD ON THE UNLDCAT.DAT CATALOG TO RESTORE"
                   TO WS-REFUSAL-TEXT
               SET RUN-WAS-REFUSED TO TRUE
           ELSE
               PERFORM RUN-RESTORE-PHASE
           END-IF
           IF NOT RUN-WAS-REFUSED
               PERFORM ACQUIRE-MASTER-LOCK
               IF NOT MASTER-LOCK-HELD
                   MOVE "CUSTOMER MASTER LOCKED BY ANOTHER JOB"
                       TO WS-REFUSAL-TEXT
                   SET RUN-WAS-REFUSED TO TRUE
               END-IF
           END-IF
           IF NOT RUN-WAS-REFUSED
               PERFORM RUN-ROLL-FORWARD-PHASE
           END-IF
           IF NOT RUN-WAS-REFUSED
               PERFORM RUN-COMPARE-PHASE
           END-IF
           PERFORM RELEASE-MASTER-LOCK
           PERFORM SETTLE-DRILL-RESULT
           PERFORM WRITE-DRILL-CERTIFICATE
           PERFORM WRITE-DRILL-HISTORY
           IF WS-DRILL-RESULT = "PASSED"
               CALL "CBL_DELETE_FILE" USING WS-DRILL-MASTER-NAME
                   RETURNING WS-DELETE-STATUS
           END-IF
           IF RUN-WAS-REFUSED
               DISPLAY "DRILL NOT COMPLETED - " WS-REFUSAL-TEXT
           END-IF
           DISPLAY "DRILL RESULT: " WS-DRILL-RESULT
           MOVE WS-RECOVERY-SECS TO WS-EDIT-SECS
           DISPLAY "MEASURED RECOVERY TIME (SECONDS): " WS-EDIT-SECS
           DISPLAY "CERTIFICATE WRITTEN TO DRILCERT.RPT"
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * FIND-LATEST-UNLOAD takes the newest generation on the catalog,
      * whether or not GESTIONA-RESPALDOS has verified it yet: the
      * drill proves the copy we would actually restore from tonight,
      * and RESTAURA-MAESTRO checks its trailer before loading it.
      *----------------------------------------------------------------
       FIND-LATEST-UNLOAD.
           MOVE SPACES TO WS-UNLOAD-NAME
           MOVE 'N' TO WS-CATALOG-EOF-SWITCH
           OPEN INPUT UNLOAD-CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CATALOG-FILE-EOF
               READ UNLOAD-CATALOG-FILE
                   AT END
                       SET CATALOG-FILE-EOF TO TRUE
                   NOT AT END
                       IF UC-FILE-NAME NOT = SPACES
                               AND UC-UNLOAD-DATE IS NUMERIC
                               AND UC-UNLOAD-DATE >= WS-UNLOAD-DATE
                           MOVE UC-UNLOAD-DATE  TO WS-UNLOAD-DATE
                           MOVE UC-FILE-NAME    TO WS-UNLOAD-NAME
                           MOVE UC-VERIFIED     TO WS-UNLOAD-VERIFIED
                           IF UC-RECORD-COUNT IS NUMERIC
                               MOVE UC-RECORD-COUNT TO WS-UNLOAD-COUNT
                           ELSE
                               MOVE ZERO TO WS-UNLOAD-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNLOAD-CATALOG-FILE.

      *----------------------------------------------------------------
      * RUN-RESTORE-PHASE reloads the generation into the copy. A
      * refused or short reload ends the drill there: there is nothing
      * worth rolling forward.
      *----------------------------------------------------------------
       RUN-RESTORE-PHASE.
           PERFORM READ-CLOCK
           MOVE WS-CLOCK-SECONDS TO WS-PHASE-START
           MOVE SPACES TO WS-COMMAND
           STRING "restaura-maestro " DELIMITED BY SIZE
                  WS-UNLOAD-NAME      DELIMITED BY SPACE
                  " "                 DELIMITED BY SIZE
                  WS-DRILL-MASTER-NAME DELIMITED BY SPACE
               INTO WS-COMMAND
           PERFORM RUN-THE-COMMAND
           MOVE WS-COMMAND-EXIT-CODE TO WS-RESTORE-EXIT-CODE
           PERFORM READ-CLOCK
           COMPUTE WS-RESTORE-SECS = WS-CLOCK-SECONDS - WS-PHASE-START
           SET RESTORE-WAS-RUN TO TRUE
           IF WS-RESTORE-EXIT-CODE NOT = ZERO
               MOVE "RESTORE OF THE UNLOAD FAILED - SEE THE JOB LOG"
                   TO WS-REFUSAL-TEXT
               SET RUN-WAS-REFUSED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * RUN-ROLL-FORWARD-PHASE replays the journal onto the copy. The
      * journal goes back past the unload, so entries the unload
      * already holds are replayed again; AVANZA-MAESTRO converges
      * on the journaled image either way, and the compare is the
      * proof of the result, so a nonzero exit here is reported on
      * the certificate but does not stop the drill.
      *----------------------------------------------------------------
       RUN-ROLL-FORWARD-PHASE.
           PERFORM READ-CLOCK
           MOVE WS-CLOCK-SECONDS TO WS-PHASE-START
           MOVE SPACES TO WS-COMMAND
           STRING "avanza-maestro ALL " DELIMITED BY SIZE
                  WS-DRILL-MASTER-NAME  DELIMITED BY SPACE
               INTO WS-COMMAND
           PERFORM RUN-THE-COMMAND
           MOVE WS-COMMAND-EXIT-CODE TO WS-ROLL-EXIT-CODE
           PERFORM READ-CLOCK
           COMPUTE WS-ROLL-SECS = WS-CLOCK-SECONDS - WS-PHASE-START
           SET ROLL-FORWARD-WAS-RUN TO TRUE
           IF WS-ROLL-EXIT-CODE = 9999
               MOVE "ROLL FORWARD ENDED ABNORMALLY - SEE THE JOB LOG"
                   TO WS-REFUSAL-TEXT
               SET RUN-WAS-REFUSED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * RUN-COMPARE-PHASE matches the copy against the live master in
      * customer-number order. The certificate is opened here so the
      * differences can be listed as they are found; its heading is
      * written first.
      *----------------------------------------------------------------
       RUN-COMPARE-PHASE.
           PERFORM READ-CLOCK
           MOVE WS-CLOCK-SECONDS TO WS-PHASE-START
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE "LIVE CUSTOMER MASTER CANNOT BE READ - NO COMPARE"
                   TO WS-REFUSAL-TEXT
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DRILL-MASTER-FILE
           IF WS-DRILL-FILE-STATUS NOT = "00"
               MOVE "RESTORED COPY CANNOT BE READ - NO COMPARE"
                   TO WS-REFUSAL-TEXT
               SET RUN-WAS-REFUSED TO TRUE
               CLOSE CUSTOMER-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CERTIFICATE-FILE
           PERFORM WRITE-CERTIFICATE-HEADING
           MOVE "DIFFERENCES FOUND:" TO WS-CERT-TEXT
           PERFORM WRITE-CERT-LINE
           MOVE "  CUSTOMER  FIELD              DIFFERENCE"
               TO WS-CERT-TEXT
           PERFORM WRITE-CERT-LINE
           PERFORM READ-LIVE-MASTER
           PERFORM READ-DRILL-MASTER
           PERFORM UNTIL WS-LIVE-KEY = WS-END-KEY
                     AND WS-DRILL-KEY = WS-END-KEY
               EVALUATE TRUE
                   WHEN WS-LIVE-KEY = WS-DRILL-KEY
                       ADD 1 TO WS-MATCHED-COUNT
                       PERFORM COMPARE-ONE-RECORD
                       PERFORM READ-LIVE-MASTER
                       PERFORM READ-DRILL-MASTER
                   WHEN WS-LIVE-KEY < WS-DRILL-KEY
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE WS-LIVE-KEY TO WS-DIFF-CUSTOMER
                       MOVE "ON LIVE MASTER, MISSING FROM RESTORED COPY"
                           TO WS-DIFF-TEXT
                       PERFORM LIST-ONE-DIFFERENCE
                       PERFORM READ-LIVE-MASTER
                   WHEN OTHER
                       ADD 1 TO WS-EXTRA-COUNT
                       MOVE WS-DRILL-KEY TO WS-DIFF-CUSTOMER
                       MOVE "ON RESTORED COPY, NOT ON LIVE MASTER"
                           TO WS-DIFF-TEXT
                       PERFORM LIST-ONE-DIFFERENCE
                       PERFORM READ-DRILL-MASTER
               END-EVALUATE
           END-PERFORM
           CLOSE DRILL-MASTER-FILE
           CLOSE CUSTOMER-MASTER-FILE
           IF WS-DIFFERENCE-COUNT = ZERO
               MOVE "  NONE - RESTORED COPY IDENTICAL TO LIVE MASTER"
                   TO WS-CERT-TEXT
               PERFORM WRITE-CERT-LINE
           END-IF
           IF WS-DIFFERENCES-SHOWN >= WS-DIFFERENCE-LIMIT
               MOVE "  ... FURTHER DIFFERENCES COUNTED BUT NOT LISTED"
                   TO WS-CERT-TEXT
               PERFORM WRITE-CERT-LINE
           END-IF
           PERFORM READ-CLOCK
           COMPUTE WS-COMPARE-SECS = WS-CLOCK-SECONDS - WS-PHASE-START
           SET COMPARE-WAS-RUN TO TRUE.

       READ-LIVE-MASTER.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE WS-END-KEY TO WS-LIVE-KEY
               NOT AT END
                   ADD 1 TO WS-LIVE-COUNT
                   MOVE CM-CUSTOMER-NUMBER TO WS-LIVE-KEY
                   MOVE CUSTOMER-MASTER-REC TO WS-LIVE-IMAGE
           END-READ.

       READ-DRILL-MASTER.
           READ DRILL-MASTER-FILE
               AT END
                   MOVE WS-END-KEY TO WS-DRILL-KEY
               NOT AT END
                   ADD 1 TO WS-DRILL-COUNT
                   MOVE DM-CUSTOMER-NUMBER TO WS-DRILL-KEY
                   MOVE DRILL-MASTER-REC TO WS-DRILL-IMAGE
           END-READ.

      *----------------------------------------------------------------
      * COMPARE-ONE-RECORD compares a matched pair field by field and
      * lists each field that differs. Field values are not printed:
      * the certificate goes to people who need the finding, not the
      * customer's data.
      *----------------------------------------------------------------
       COMPARE-ONE-RECORD.
           IF WS-LIVE-IMAGE = WS-DRILL-IMAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RECORD-DIFFERS-SW
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               IF WS-LIVE-IMAGE(WS-FIELD-START(WS-FIELD-IDX):
                       WS-FIELD-LENGTH(WS-FIELD-IDX))
                   NOT = WS-DRILL-IMAGE(WS-FIELD-START(WS-FIELD-IDX):
                       WS-FIELD-LENGTH(WS-FIELD-IDX))
                   SET RECORD-DIFFERS TO TRUE
                   ADD 1 TO WS-UNEQUAL-FIELDS
                   MOVE WS-LIVE-KEY TO WS-DIFF-CUSTOMER
                   MOVE SPACES TO WS-DIFF-TEXT
                   STRING WS-FIELD-NAME(WS-FIELD-IDX)
                              DELIMITED BY SIZE
                          " RESTORED VALUE DIFFERS FROM LIVE"
                              DELIMITED BY SIZE
                       INTO WS-DIFF-TEXT
                   PERFORM LIST-ONE-DIFFERENCE
               END-IF
           END-PERFORM
           IF RECORD-DIFFERS
               ADD 1 TO WS-UNEQUAL-RECORDS
           END-IF.

       LIST-ONE-DIFFERENCE.
           ADD 1 TO WS-DIFFERENCE-COUNT
           IF WS-DIFFERENCES-SHOWN >= WS-DIFFERENCE-LIMIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DIFFERENCES-SHOWN
           MOVE SPACES TO WS-CERT-TEXT
           STRING "  "             DELIMITED BY SIZE
                  WS-DIFF-CUSTOMER DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-DIFF-TEXT     DELIMITED BY SIZE
               INTO WS-CERT-TEXT
           PERFORM WRITE-CERT-LINE.

      *----------------------------------------------------------------
      * SETTLE-DRILL-RESULT: the drill passes only when every phase
      * ran and the copy came out identical to the live master. The
      * recovery time is restore plus roll forward -- the time to
      * get a usable master back; the compare is the drill's proof,
      * not part of a real recovery.
      *----------------------------------------------------------------
       SETTLE-DRILL-RESULT.
           COMPUTE WS-RECOVERY-SECS = WS-RESTORE-SECS + WS-ROLL-SECS
           PERFORM READ-CLOCK
           COMPUTE WS-DRILL-SECS = WS-CLOCK-SECONDS - WS-DRILL-START
           IF RUN-WAS-REFUSED OR NOT COMPARE-WAS-RUN
               MOVE "FAILED" TO WS-DRILL-RESULT
           ELSE
               IF WS-DIFFERENCE-COUNT = ZERO
                   MOVE "PASSED" TO WS-DRILL-RESULT
               ELSE
                   MOVE "FAILED" TO WS-DRILL-RESULT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * WRITE-DRILL-CERTIFICATE finishes DRILCERT.RPT -- or writes it
      * whole when the drill stopped before the compare opened it --
      * with the phase timings, the counts, the result and the
      * sign-off, and archives it.
      *----------------------------------------------------------------
       WRITE-DRILL-CERTIFICATE.
           IF NOT COMPARE-WAS-RUN
               OPEN OUTPUT CERTIFICATE-FILE
               PERFORM WRITE-CERTIFICATE-HEADING
               MOVE SPACES TO WS-CERT-TEXT
               STRING "DRILL STOPPED: " DELIMITED BY SIZE
                      WS-REFUSAL-TEXT   DELIMITED BY SIZE
                   INTO WS-CERT-TEXT
               PERFORM WRITE-CERT-LINE
           END-IF
           MOVE SPACES TO WS-CERT-TEXT
           PERFORM WRITE-CERT-LINE
           MOVE "PHASE" TO WS-CERT-TEXT
           MOVE "ELAPSED SECONDS" TO WS-CERT-TEXT(38:15)
           MOVE "EXIT CODE" TO WS-CERT-TEXT(55:9)
           PERFORM WRITE-CERT-LINE
           IF RESTORE-WAS-RUN
               MOVE "1 RESTORE UNLOAD INTO THE COPY" TO WS-CERT-TEXT
               MOVE WS-RESTORE-SECS TO WS-EDIT-SECS
               MOVE WS-EDIT-SECS TO WS-CERT-TEXT(41:10)
               MOVE WS-RESTORE-EXIT-CODE TO WS-EDIT-CODE
               MOVE WS-EDIT-CODE TO WS-CERT-TEXT(57:4)
               PERFORM WRITE-CERT-LINE
           END-IF
           IF ROLL-FORWARD-WAS-RUN
               MOVE "2 ROLL FORWARD FROM MSTJRNL.DAT" TO WS-CERT-TEXT
               MOVE WS-ROLL-SECS TO WS-EDIT-SECS
               MOVE WS-EDIT-SECS TO WS-CERT-TEXT(41:10)
               MOVE WS-ROLL-EXIT-CODE TO WS-EDIT-CODE
               MOVE WS-EDIT-CODE TO WS-CERT-TEXT(57:4)
               PERFORM WRITE-CERT-LINE
           END-IF
           IF COMPARE-WAS-RUN
               MOVE "3 COMPARE WITH LIVE CUSTMAST.DAT" TO WS-CERT-TEXT
               MOVE WS-COMPARE-SECS TO WS-EDIT-SECS
               MOVE WS-EDIT-SECS TO WS-CERT-TEXT(41:10)
               PERFORM WRITE-CERT-LINE
           END-IF
           MOVE "MEASURED RECOVERY TIME (1 + 2)" TO WS-CERT-TEXT
           MOVE WS-RECOVERY-SECS TO WS-EDIT-SECS
           MOVE WS-EDIT-SECS TO WS-CERT-TEXT(41:10)
           PERFORM FORMAT-CLOCK-TEXT
           MOVE WS-CLOCK-TEXT TO WS-CERT-TEXT(55:10)
           PERFORM WRITE-CERT-LINE
           MOVE "WHOLE DRILL, PROOF INCLUDED" TO WS-CERT-TEXT
           MOVE WS-DRILL-SECS TO WS-EDIT-SECS
           MOVE WS-EDIT-SECS TO WS-CERT-TEXT(41:10)
           PERFORM WRITE-CERT-LINE
           IF COMPARE-WAS-RUN
               MOVE SPACES TO WS-CERT-TEXT
               PERFORM WRITE-CERT-LINE
               MOVE "RECORDS ON THE LIVE MASTER" TO WS-CERT-TEXT
               MOVE WS-LIVE-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-CERT-TEXT(43:8)
               PERFORM WRITE-CERT-LINE
               MOVE "RECORDS ON THE RESTORED COPY" TO WS-CERT-TEXT
               MOVE WS-DRILL-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-CERT-TEXT(43:8)
               PERFORM WRITE-CERT-LINE
               MOVE "RECORDS MATCHED ON CUSTOMER NUMBER"
                   TO WS-CERT-TEXT
               MOVE WS-MATCHED-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-CERT-TEXT(43:8)
               PERFORM WRITE-CERT-LINE
               MOVE "MATCHED RECORDS WITH UNEQUAL FIELDS"
                   TO WS-CERT-TEXT
               MOVE WS-UNEQUAL-RECORDS TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-CERT-TEXT(43:8)
               PERFORM WRITE-CERT-LINE
               MOVE "UNEQUAL FIELDS" TO WS-CERT-TEXT
               MOVE WS-UNEQUAL-FIELDS TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-CERT-TEXT(43:8)
               PERFORM WRITE-CERT-LINE
               MOVE "MISSING FROM THE RESTORED COPY" TO WS-CERT-TEXT
               MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-CERT-TEXT(43:8)
               PERFORM WRITE-CERT-LINE
               MOVE "ON THE COPY BUT NOT ON THE LIVE MASTER"
                   TO WS-CERT-TEXT
               MOVE WS-EXTRA-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-CERT-TEXT(43:8)
               PERFORM WRITE-CERT-LINE
           END-IF
           MOVE SPACES TO WS-CERT-TEXT
           PERFORM WRITE-CERT-LINE
           IF WS-DRILL-RESULT = "PASSED"
               MOVE "RESULT: PASSED - RECOVERED MASTER PROVED IDENTICAL"
                   TO WS-CERT-TEXT
           ELSE
               MOVE "RESULT: FAILED - RECOVERY NOT PROVED, SEE ABOVE"
                   TO WS-CERT-TEXT
           END-IF
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO WS-CERT-TEXT
           PERFORM WRITE-CERT-LINE
           PERFORM READ-CLOCK
           MOVE SPACES TO WS-CERT-TEXT
           STRING "DRILL RUN AND SIGNED OFF BY "
                      DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  " (" DELIMITED BY SIZE
                  WS-OPERATOR-ROLE DELIMITED BY SPACE
                  ") ON " DELIMITED BY SIZE
                  WS-TS-DATE DELIMITED BY SIZE
                  " AT " DELIMITED BY SIZE
                  WS-TS-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-TS-MM DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-TS-SS DELIMITED BY SIZE
               INTO WS-CERT-TEXT
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO WS-CERT-TEXT
           PERFORM WRITE-CERT-LINE
           MOVE "SIGNATURE: ______________________________"
               TO WS-CERT-TEXT
           PERFORM WRITE-CERT-LINE
           CLOSE CERTIFICATE-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT.

       WRITE-CERTIFICATE-HEADING.
           MOVE SPACES TO WS-CERT-TEXT
           STRING "CUSTOMER MASTER DISASTER-RECOVERY DRILL CERTIFICATE"
                      DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-CERT-TEXT
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO WS-CERT-TEXT
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO WS-CERT-TEXT
           MOVE WS-UNLOAD-COUNT TO WS-EDIT-COUNT
           STRING "UNLOAD USED:      " DELIMITED BY SIZE
                  WS-UNLOAD-NAME       DELIMITED BY SPACE
                  " OF "               DELIMITED BY SIZE
                  WS-UNLOAD-DATE       DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-EDIT-COUNT        DELIMITED BY SIZE
                  " RECORDS"           DELIMITED BY SIZE
               INTO WS-CERT-TEXT
           PERFORM WRITE-CERT-LINE
           IF WS-UNLOAD-VERIFIED = 'Y'
               MOVE "(VERIFIED ON THE CATALOG)" TO WS-CERT-TEXT(19:)
           ELSE
               MOVE "(NOT YET VERIFIED ON THE CATALOG)"
                   TO WS-CERT-TEXT(19:)
           END-IF
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO WS-CERT-TEXT
           STRING "RESTORED INTO:    " DELIMITED BY SIZE
                  WS-DRILL-MASTER-NAME DELIMITED BY SPACE
                  " - THE LIVE MASTER IS ONLY READ"
                                       DELIMITED BY SIZE
               INTO WS-CERT-TEXT
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO WS-CERT-TEXT
           PERFORM WRITE-CERT-LINE.

       WRITE-CERT-LINE.
           WRITE CERTIFICATE-LINE FROM WS-CERT-TEXT
           MOVE SPACES TO WS-CERT-TEXT.

      *----------------------------------------------------------------
      * WRITE-DRILL-HISTORY adds the drill to DRILHIST.DAT, creating
      * the file on the first drill.
      *----------------------------------------------------------------
       WRITE-DRILL-HISTORY.
           OPEN EXTEND DRILL-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT DRILL-HISTORY-FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "DRILHIST.DAT CANNOT BE OPENED, STATUS "
                   WS-HISTORY-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DRILL-HISTORY-REC
           MOVE WS-BUSINESS-DATE    TO DH-DRILL-DATE
           MOVE WS-START-TIME       TO DH-START-TIME
           MOVE WS-OPERATOR-ID      TO DH-OPERATOR-ID
           MOVE WS-UNLOAD-NAME      TO DH-UNLOAD-NAME
           MOVE WS-RESTORE-SECS     TO DH-RESTORE-SECS
           MOVE WS-ROLL-SECS        TO DH-ROLL-SECS
           MOVE WS-COMPARE-SECS     TO DH-COMPARE-SECS
           MOVE WS-RECOVERY-SECS    TO DH-RECOVERY-SECS
           MOVE WS-LIVE-COUNT       TO DH-RECORDS
           MOVE WS-DIFFERENCE-COUNT TO DH-DIFFERENCES
           MOVE WS-DRILL-RESULT     TO DH-RESULT
           WRITE DRILL-HISTORY-REC
           CLOSE DRILL-HISTORY-FILE.

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

      *----------------------------------------------------------------
      * READ-CLOCK takes the time of day as seconds since the start
      * of the calendar, to the hundredth, so a phase that runs past
      * midnight is still timed right.
      *----------------------------------------------------------------
       READ-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           COMPUTE WS-CLOCK-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
               + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS
               + WS-TS-HUNDREDTHS / 100.

       FORMAT-CLOCK-TEXT.
           MOVE WS-RECOVERY-SECS TO WS-CLOCK-REST
           COMPUTE WS-CLOCK-HH = WS-CLOCK-REST / 3600
           COMPUTE WS-CLOCK-REST = WS-CLOCK-REST - WS-CLOCK-HH * 3600
           COMPUTE WS-CLOCK-MM = WS-CLOCK-REST / 60
           COMPUTE WS-CLOCK-SS = WS-CLOCK-REST - WS-CLOCK-MM * 60
           MOVE WS-CLOCK-HH TO WS-CT-HH
           MOVE WS-CLOCK-MM TO WS-CT-MM
           MOVE WS-CLOCK-SS TO WS-CT-SS.

      *----------------------------------------------------------------
      * ACQUIRE-MASTER-LOCK holds MSTLOCK.DAT open WITH LOCK from the
      * roll forward to the end of the compare, waiting a second and
      * retrying while another job has it, and giving up after ten
      * tries.
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
           END-PERFORM.

       RELEASE-MASTER-LOCK.
           IF MASTER-LOCK-HELD
               CLOSE MASTER-LOCK-FILE
               MOVE 'N' TO WS-MLOCK-SWITCH
           END-IF.

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

      *----------------------------------------------------------------
      * WRITE-RUN-JOURNAL-START and WRITE-RUN-JOURNAL-END record the
      * drill in the shared run journal through REGISTRA-CORRIDA. A
      * drill that failed is severe and alerted: the recovery we rely
      * on has not been proved.
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
           MOVE WS-LIVE-COUNT TO WS-JOURNAL-RECORDS
           MOVE WS-DIFFERENCE-COUNT TO WS-JOURNAL-REJECTS
           EVALUATE TRUE
               WHEN RUN-WAS-REFUSED
                   MOVE "SEVERE" TO WS-JOURNAL-STATUS
               WHEN WS-DRILL-RESULT NOT = "PASSED"
                   MOVE "SEVERE" TO WS-JOURNAL-STATUS
               WHEN WS-ROLL-EXIT-CODE NOT = ZERO
                   MOVE "WARNING" TO WS-JOURNAL-STATUS
               WHEN OTHER
                   MOVE "CLEAN" TO WS-JOURNAL-STATUS
           END-EVALUATE
           IF WS-JOURNAL-STATUS = "SEVERE"
               MOVE "SEVERE" TO WS-ALERT-SEVERITY
               MOVE "RECOVERY DRILL FAILED - MASTER RECOVERY NOT PROVED"
                   TO WS-ALERT-MESSAGE
               CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
                   WS-THIS-PROGRAM, WS-ALERT-MESSAGE
           END-IF
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

       END PROGRAM SIMULA-DESASTRE.
