      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Estate case report, in the INFORME-DEVUELTOS style.
      *          Lists every estate case CARGA-DEFUNCIONES has opened
      *          on ESTATE.DAT with the deceased customer's name, the
      *          dates of death and notice, the executor, the ledger
      *          balance still standing on LEDGER.DAT and the stage
      *          the case has reached: LETTER PENDING until
      *          GENERA-CARTAS has written to the executor, AWAITING
      *          SETTLEMENT until BAJA-DE-CLIENTES settles the ledger
      *          and closes the account, FINISHED after, with the
      *          settlement type, amount and posting reference. The
      *          report goes to SUCESRPT.RPT for the bereavement desk.
      *          Nothing is changed. The run ends 4 when a case is
      *          still open, 8 when the case file or the master is
      *          not there, zero otherwise.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-SUCESIONES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTATE-CASE-FILE ASSIGN TO "ESTATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ES-CASE-NUMBER
               ALTERNATE RECORD KEY IS ES-CUSTOMER-NUMBER
               FILE STATUS IS WS-ESTATE-FILE-STATUS.
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
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LG-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT ESTATE-REPORT-FILE ASSIGN TO "SUCESRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ESTATE-CASE-FILE.
       01  ESTATE-CASE-REC.
           05 ES-CASE-NUMBER   PIC 9(8).
           05 ES-CUSTOMER-NUMBER PIC 9(8).
           05 ES-DOC-ID        PIC X(12).
           05 ES-DEATH-DATE    PIC 9(8).
           05 ES-NOTIFIED-DATE PIC 9(8).
           05 ES-MATCHED-BY    PIC X.
           05 ES-PRIOR-STATUS  PIC X.
           05 ES-EXECUTOR-NAME PIC X(32).
           05 ES-EXEC-DIRECCION-1 PIC X(30).
           05 ES-EXEC-DIRECCION-2 PIC X(30).
           05 ES-EXEC-CODIGO-POSTAL PIC X(8).
           05 ES-EXEC-LOCALIDAD PIC X(30).
           05 ES-LETTER-DATE   PIC 9(8).
           05 ES-SETTLEMENT-TYPE PIC X.
           05 ES-SETTLEMENT-AMOUNT PIC 9(10)V99.
           05 ES-SETTLEMENT-REF PIC 9(8).
           05 ES-CLOSED-DATE   PIC 9(8).
           05 ES-STATUS        PIC X.
              88 ESTATE-CASE-OPEN     VALUE 'O'.
              88 ESTATE-CASE-FINISHED VALUE 'F'.
           05 ES-OPERATOR-ID   PIC X(8).

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

       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05 LG-CUSTOMER-NUMBER PIC 9(8).
           05 LG-BALANCE       PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 LG-LAST-POSTED   PIC 9(8).
           05 LG-CURRENCY      PIC X(3).

       FD  ESTATE-REPORT-FILE.
       01  ESTATE-REPORT-REC.
           05 SR-CASE-NUMBER   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SR-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SR-NOMBRE        PIC X(16).
           05 FILLER           PIC X VALUE SPACE.
           05 SR-APELLIDO      PIC X(32).
           05 FILLER           PIC X VALUE SPACE.
           05 SR-DEATH-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SR-NOTIFIED-DATE PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SR-EXECUTOR-NAME PIC X(32).
           05 FILLER           PIC X VALUE SPACE.
           05 SR-STAGE         PIC X(19).
           05 FILLER           PIC X VALUE SPACE.
           05 SR-BALANCE       PIC -Z(11)9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 SR-SETTLEMENT-TYPE PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 SR-SETTLEMENT-AMOUNT PIC Z(9)9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 SR-SETTLEMENT-REF PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SR-CLOSED-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ESTATE-FILE-STATUS  PIC XX.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-LEDGER-FILE-STATUS  PIC XX.
       01 WS-ESTATE-EOF-SWITCH   PIC X VALUE 'N'.
          88 ESTATE-FILE-EOF VALUE 'Y'.
       01 WS-LEDGER-OPEN-SWITCH  PIC X VALUE 'N'.
          88 LEDGER-IS-OPEN VALUE 'Y'.
       01 WS-LEDGER-BALANCE      PIC S9(12)V99 VALUE ZERO.
       01 WS-OPEN-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-FINISHED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-ARCHIVE-PROGRAM    PIC X(18)
                                VALUE "INFORME-SUCESIONES".
       01 WS-ARCHIVE-REPORT     PIC X(30) VALUE "SUCESRPT.RPT".
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           OPEN INPUT ESTATE-CASE-FILE
           IF WS-ESTATE-FILE-STATUS NOT = "00"
               DISPLAY "ESTATE CASE FILE NOT AVAILABLE - STATUS "
                   WS-ESTATE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-FILE-STATUS
               CLOSE ESTATE-CASE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "00"
               SET LEDGER-IS-OPEN TO TRUE
           END-IF
           OPEN OUTPUT ESTATE-REPORT-FILE
           PERFORM READ-ESTATE-RECORD
           PERFORM UNTIL ESTATE-FILE-EOF
               PERFORM LIST-ONE-CASE
               PERFORM READ-ESTATE-RECORD
           END-PERFORM
           CLOSE ESTATE-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           IF LEDGER-IS-OPEN
               CLOSE LEDGER-FILE
           END-IF
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE ESTATE-CASE-FILE
           DISPLAY "ESTATE CASES OPEN:      " WS-OPEN-COUNT
           DISPLAY "ESTATE CASES FINISHED:  " WS-FINISHED-COUNT
           DISPLAY "REPORT WRITTEN TO SUCESRPT.RPT"
           IF WS-OPEN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-ESTATE-RECORD.
           READ ESTATE-CASE-FILE NEXT
               AT END SET ESTATE-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * LIST-ONE-CASE reports the case with the customer's name from
      * the master and the balance still on the ledger; a customer no
      * longer on the master is listed by number alone.
      *----------------------------------------------------------------
       LIST-ONE-CASE.
           MOVE SPACES TO ESTATE-REPORT-REC
           MOVE ES-CASE-NUMBER     TO SR-CASE-NUMBER
           MOVE ES-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER
           MOVE ES-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON MASTER" TO SR-NOMBRE
               NOT INVALID KEY
                   MOVE CM-NOMBRE   TO SR-NOMBRE
                   MOVE CM-APELLIDO TO SR-APELLIDO
           END-READ
           MOVE ES-DEATH-DATE      TO SR-DEATH-DATE
           MOVE ES-NOTIFIED-DATE   TO SR-NOTIFIED-DATE
           MOVE ES-EXECUTOR-NAME   TO SR-EXECUTOR-NAME
           PERFORM READ-LEDGER-BALANCE
           MOVE WS-LEDGER-BALANCE  TO SR-BALANCE
           IF ESTATE-CASE-FINISHED
               ADD 1 TO WS-FINISHED-COUNT
               MOVE "FINISHED"     TO SR-STAGE
               MOVE ES-SETTLEMENT-TYPE   TO SR-SETTLEMENT-TYPE
               MOVE ES-SETTLEMENT-AMOUNT TO SR-SETTLEMENT-AMOUNT
               MOVE ES-SETTLEMENT-REF    TO SR-SETTLEMENT-REF
               MOVE ES-CLOSED-DATE       TO SR-CLOSED-DATE
           ELSE
               ADD 1 TO WS-OPEN-COUNT
               IF ES-LETTER-DATE = ZERO
                   MOVE "LETTER PENDING" TO SR-STAGE
               ELSE
                   MOVE "AWAITING SETTLEMENT" TO SR-STAGE
               END-IF
           END-IF
           WRITE ESTATE-REPORT-REC.

       READ-LEDGER-BALANCE.
           MOVE ZERO TO WS-LEDGER-BALANCE
           IF NOT LEDGER-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE ES-CUSTOMER-NUMBER TO LG-CUSTOMER-NUMBER
           READ LEDGER-FILE
               NOT INVALID KEY
                   MOVE LG-BALANCE TO WS-LEDGER-BALANCE
           END-READ.

       END PROGRAM INFORME-SUCESIONES.
