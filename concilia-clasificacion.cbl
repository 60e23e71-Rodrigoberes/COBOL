      *               open, the same verify-and-refuse-severe step
      *               MORE-CONDICIONALES applies; a missing seal is
      *               accepted with a note.
      * 2026-10-15 RO The master side of the match is now the night's
      *               MSTFOTO.DAT snapshot instead of CUSTMAST.DAT,
      *               checked through COMPRUEBA-FOTO: a stale or
      *               unfinished snapshot refuses the run with return
      *               code 8, and a short read gives no verdict and
      *               ends the run severe.
      * 2026-10-15 RO Report filed under its business date and
      *               cataloged through ARCHIVA-INFORME.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-CLASIFICACION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "MSTFOTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT EDAD-CLASS-INPUT-FILE ASSIGN TO "EDADCLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD  EDAD-CLASS-INPUT-FILE.
       01  EDAD-CLASS-INPUT-REC.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-FOTO-ACTION        PIC X.
       01 WS-FOTO-RECORDS       PIC 9(8) VALUE ZERO.
       01 WS-FOTO-RESULT        PIC X.
       01 WS-FOTO-SWITCH        PIC X VALUE 'N'.
          88 MASTER-SNAPSHOT-REFUSED VALUE 'Y'.
       01 WS-EDADCLS-FILE-STATUS PIC XX.
       01 WS-BAND-CTL-STATUS     PIC XX.
       01 WS-BUSDATE-FILE-STATUS PIC XX.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE          PIC X(8).
          05 FILLER              PIC X(13).
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "CLASRECN.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-MASTER-SNAPSHOT
           IF MASTER-SNAPSHOT-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RUN-JOURNAL-START
           OPEN OUTPUT RECON-REPORT-FILE
           SORT CLAS-SORT-FILE
               ON ASCENDING KEY CS-CUSTOMER-NUMBER
               INPUT PROCEDURE IS RELEASE-CLASSIFICATIONS
               OUTPUT PROCEDURE IS MATCH-CLASS-TO-MASTER
           PERFORM CHECK-SNAPSHOT-COUNT
           PERFORM WRITE-RECON-VERDICT
           CLOSE RECON-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-JOURNAL-PROGRAM,
               WS-ARCHIVE-REPORT
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

           ELSE
               READ CUSTOMER-MASTER-FILE NEXT
                   AT END SET MASTER-FILE-EOF TO TRUE
                   NOT AT END ADD 1 TO WS-FOTO-RECORDS
               END-READ
           END-IF.

               WS-MISSING-COUNT + WS-NOT-ACTIVE-COUNT
               + WS-STALE-COUNT
           MOVE SPACES TO RECON-REPORT-REC
           IF MASTER-SNAPSHOT-REFUSED
               MOVE "MASTER SNAPSHOT SHORT - NO VERDICT"
                   TO CR-MESSAGE
               WRITE RECON-REPORT-REC
               EXIT PARAGRAPH
           END-IF
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "CLASSIFICATION COMPLETE AND CURRENT"
                   TO CR-MESSAGE
       WRITE-RUN-JOURNAL-END.
           MOVE "END" TO WS-JOURNAL-EVENT
           MOVE WS-EXCEPTION-COUNT TO WS-JOURNAL-REJECTS
           EVALUATE TRUE
               WHEN MASTER-SNAPSHOT-REFUSED
                   MOVE "SEVERE" TO WS-JOURNAL-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT = ZERO
                   MOVE "CLEAN" TO WS-JOURNAL-STATUS
                   MOVE ZERO TO RETURN-CODE
               WHEN OTHER
                   MOVE "WARNING" TO WS-JOURNAL-STATUS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           CALL "REGISTRA-CORRIDA" USING WS-JOURNAL-EVENT,
               WS-JOURNAL-PROGRAM, WS-RUN-MODE, WS-JOURNAL-RECORDS,
               WS-JOURNAL-REJECTS, WS-JOURNAL-STATUS.

      *----------------------------------------------------------------
      * CHECK-MASTER-SNAPSHOT and CHECK-SNAPSHOT-COUNT bracket a pass
      * over the night's master snapshot (MSTFOTO.DAT, taken by
      * FOTO-MAESTRO): before it, the snapshot must be complete and
      * of this business date; after it, the records read must match
      * the count FOTO-MAESTRO wrote. Either failure refuses the run.
      *----------------------------------------------------------------
       CHECK-MASTER-SNAPSHOT.
           MOVE 'O' TO WS-FOTO-ACTION
           MOVE ZERO TO WS-FOTO-RECORDS
           CALL "COMPRUEBA-FOTO" USING WS-FOTO-ACTION,
               WS-JOURNAL-PROGRAM, WS-FOTO-RECORDS, WS-FOTO-RESULT
           IF WS-FOTO-RESULT NOT = 'Y'
               SET MASTER-SNAPSHOT-REFUSED TO TRUE
           END-IF.

       CHECK-SNAPSHOT-COUNT.
           MOVE 'C' TO WS-FOTO-ACTION
           CALL "COMPRUEBA-FOTO" USING WS-FOTO-ACTION,
               WS-JOURNAL-PROGRAM, WS-FOTO-RECORDS, WS-FOTO-RESULT
           IF WS-FOTO-RESULT NOT = 'Y'
               SET MASTER-SNAPSHOT-REFUSED TO TRUE
           END-IF.

       END PROGRAM CONCILIA-CLASIFICACION.
