      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Nightly snapshot of the customer master. The read-
      *          only night steps -- MORE-CONDICIONALES, RASTREA-
      *          CONTACTOS, DETECTA-DUPLICADOS, CONCILIA-CLASIFICACION
      *          and the OPERADORES-LOGICOS eligibility run -- each
      *          used to read CUSTMAST.DAT end to end, some of them
      *          twice, and those passes were what pushed the stream
      *          past its window. This step reads the master once,
      *          in customer-number order (the order every one of
      *          those steps reads it in or sorts from), into the
      *          sequential MSTFOTO.DAT, holding the MSTLOCK.DAT
      *          master lock for the pass so no updating job can
      *          change the master half way and every report sees the
      *          same point in time.
      *
      *          FOTOCTL.DAT carries the snapshot's business date,
      *          time, record count, total of customer numbers and
      *          state: 'P' while the snapshot is being written, 'C'
      *          once it is complete. The readers check it through
      *          COMPRUEBA-FOTO before and after their pass. The count
      *          is also declared through DECLARA-TOTALES so CONTADOR
      *          can balance the file.
      *
      *          The step runs after the night's updating steps and
      *          ahead of the read-only ones.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOTO-MAESTRO.
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
           SELECT MASTER-SNAPSHOT-FILE ASSIGN TO "MSTFOTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.
           SELECT SNAPSHOT-CONTROL-FILE ASSIGN TO "FOTOCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOTOCTL-FILE-STATUS.
           SELECT MASTER-LOCK-FILE ASSIGN TO "MSTLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLOCK-FILE-STATUS.
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

       FD  MASTER-SNAPSHOT-FILE.
       01  MASTER-SNAPSHOT-REC PIC X(306).

       FD  SNAPSHOT-CONTROL-FILE.
       01  SNAPSHOT-CONTROL-REC.
           05 FC-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 FC-TIMESTAMP     PIC X(14).
           05 FILLER           PIC X.
           05 FC-RECORD-COUNT  PIC 9(8).
           05 FILLER           PIC X.
           05 FC-NUMBER-HASH   PIC 9(16).
           05 FILLER           PIC X.
           05 FC-STATE         PIC X.

       FD  MASTER-LOCK-FILE.
       01  MASTER-LOCK-REC     PIC X(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-SNAPSHOT-FILE-STATUS PIC XX.
       01 WS-FOTOCTL-FILE-STATUS  PIC XX.
       01 WS-MLOCK-FILE-STATUS    PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
          05 FILLER               PIC X(7).
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01 WS-MASTER-EOF-SWITCH    PIC X VALUE 'N'.
          88 MASTER-FILE-EOF VALUE 'Y'.
       01 WS-REFUSED-SWITCH       PIC X VALUE 'N'.
          88 RUN-WAS-REFUSED VALUE 'Y'.
       01 WS-SNAPSHOT-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-SNAPSHOT-HASH        PIC 9(16) VALUE ZERO.
       01 WS-SNAPSHOT-STATE       PIC X VALUE 'P'.
       01 WS-MLOCK-SWITCH         PIC X VALUE 'N'.
          88 MASTER-LOCK-HELD VALUE 'Y'.
       01 WS-MLOCK-TRY-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-MLOCK-TRY-LIMIT      PIC 9(2) VALUE 10.
       01 WS-MLOCK-WAIT-SECS      PIC 9(4) COMP VALUE 1.
       01 WS-SNAPSHOT-FILE-NAME   PIC X(30) VALUE "MSTFOTO.DAT".
       01 WS-JOURNAL-EVENT        PIC X(5).
       01 WS-JOURNAL-PROGRAM      PIC X(18) VALUE "FOTO-MAESTRO".
       01 WS-RUN-MODE             PIC X VALUE 'B'.
       01 WS-JOURNAL-RECORDS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-REJECTS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-STATUS       PIC X(8) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE
           PERFORM WRITE-RUN-JOURNAL-START
           PERFORM ACQUIRE-MASTER-LOCK
           IF NOT MASTER-LOCK-HELD
               SET RUN-WAS-REFUSED TO TRUE
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           MOVE 'P' TO WS-SNAPSHOT-STATE
           PERFORM WRITE-SNAPSHOT-CONTROL
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-FILE-STATUS
               PERFORM RELEASE-MASTER-LOCK
               SET RUN-WAS-REFUSED TO TRUE
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           OPEN OUTPUT MASTER-SNAPSHOT-FILE
           PERFORM READ-MASTER-RECORD
           PERFORM UNTIL MASTER-FILE-EOF
               MOVE CUSTOMER-MASTER-REC TO MASTER-SNAPSHOT-REC
               WRITE MASTER-SNAPSHOT-REC
               ADD 1 TO WS-SNAPSHOT-COUNT
               ADD CM-CUSTOMER-NUMBER TO WS-SNAPSHOT-HASH
               PERFORM READ-MASTER-RECORD
           END-PERFORM
           CLOSE MASTER-SNAPSHOT-FILE
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM RELEASE-MASTER-LOCK
           MOVE 'C' TO WS-SNAPSHOT-STATE
           PERFORM WRITE-SNAPSHOT-CONTROL
           CALL "DECLARA-TOTALES" USING WS-JOURNAL-PROGRAM,
               WS-SNAPSHOT-FILE-NAME, WS-SNAPSHOT-COUNT,
               WS-SNAPSHOT-HASH
           DISPLAY "MASTER RECORDS IN SNAPSHOT: " WS-SNAPSHOT-COUNT
           DISPLAY "SNAPSHOT WRITTEN TO MSTFOTO.DAT FOR "
               WS-BUSINESS-DATE
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

       READ-MASTER-RECORD.
           READ CUSTOMER-MASTER-FILE NEXT
               AT END SET MASTER-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * WRITE-SNAPSHOT-CONTROL rewrites the one FOTOCTL.DAT record with
      * the state in WS-SNAPSHOT-STATE: 'P' before the first snapshot
      * record is written, so a run that dies half way leaves a
      * snapshot no reader will take, and 'C' with the count once it
      * is complete.
      *----------------------------------------------------------------
       WRITE-SNAPSHOT-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES            TO SNAPSHOT-CONTROL-REC
           MOVE WS-BUSINESS-DATE  TO FC-BUSINESS-DATE
           STRING WS-TS-DATE DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
               INTO FC-TIMESTAMP
           MOVE WS-SNAPSHOT-COUNT TO FC-RECORD-COUNT
           MOVE WS-SNAPSHOT-HASH  TO FC-NUMBER-HASH
           MOVE WS-SNAPSHOT-STATE TO FC-STATE
           OPEN OUTPUT SNAPSHOT-CONTROL-FILE
           WRITE SNAPSHOT-CONTROL-REC
           CLOSE SNAPSHOT-CONTROL-FILE.

      *----------------------------------------------------------------
      * ACQUIRE-MASTER-LOCK holds MSTLOCK.DAT open WITH LOCK for the
      * snapshot pass, waiting a second and retrying while another job
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
                   "SNAPSHOT NOT TAKEN"
           END-IF.

       RELEASE-MASTER-LOCK.
           IF MASTER-LOCK-HELD
               CLOSE MASTER-LOCK-FILE
               MOVE 'N' TO WS-MLOCK-SWITCH
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
      * WRITE-RUN-JOURNAL-START and WRITE-RUN-JOURNAL-END record this
      * run in the shared run journal through REGISTRA-CORRIDA.
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
           MOVE WS-SNAPSHOT-COUNT TO WS-JOURNAL-RECORDS
           IF RUN-WAS-REFUSED
               MOVE "SEVERE" TO WS-JOURNAL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "CLEAN" TO WS-JOURNAL-STATUS
               MOVE ZERO TO RETURN-CODE
           END-IF
           CALL "REGISTRA-CORRIDA" USING WS-JOURNAL-EVENT,
               WS-JOURNAL-PROGRAM, WS-RUN-MODE, WS-JOURNAL-RECORDS,
               WS-JOURNAL-REJECTS, WS-JOURNAL-STATUS.

       END PROGRAM FOTO-MAESTRO.
