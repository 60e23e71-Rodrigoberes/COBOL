      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able check a read-only step makes on the night's
      *          master snapshot (MSTFOTO.DAT, taken by FOTO-MAESTRO)
      *          before and after reading it, so no report works from
      *          a snapshot that is half written, left over from an
      *          earlier night, or cut short.
      *
      *          CF-ACTION 'O' (before the read): the FOTOCTL.DAT
      *          control record must say the snapshot was completed,
      *          and for the current business date.
      *          CF-ACTION 'C' (after the read): CF-RECORDS-READ must
      *          equal the count FOTO-MAESTRO wrote.
      *          CF-RESULT comes back 'Y' when the snapshot may be
      *          used and 'N' (with the reason on the console) when
      *          it may not.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRUEBA-FOTO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-CONTROL-FILE ASSIGN TO "FOTOCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOTOCTL-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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
              88 SNAPSHOT-COMPLETE VALUE 'C'.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FOTOCTL-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS PIC XX.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE          PIC X(8).
          05 FILLER              PIC X(13).
       01 WS-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
       01 WS-CONTROL-FOUND-SW    PIC X VALUE 'N'.
          88 CONTROL-RECORD-FOUND VALUE 'Y'.

       LINKAGE SECTION.
       01  CF-ACTION           PIC X.
       01  CF-PROGRAM-NAME     PIC X(18).
       01  CF-RECORDS-READ     PIC 9(8).
       01  CF-RESULT           PIC X.

       PROCEDURE DIVISION USING CF-ACTION, CF-PROGRAM-NAME,
           CF-RECORDS-READ, CF-RESULT.
       MAIN-LOGIC.
           MOVE 'N' TO CF-RESULT
           MOVE 'N' TO WS-CONTROL-FOUND-SW
           OPEN INPUT SNAPSHOT-CONTROL-FILE
           IF WS-FOTOCTL-FILE-STATUS = "00"
               READ SNAPSHOT-CONTROL-FILE
                   NOT AT END
                       SET CONTROL-RECORD-FOUND TO TRUE
               END-READ
               CLOSE SNAPSHOT-CONTROL-FILE
           END-IF
           IF NOT CONTROL-RECORD-FOUND
               DISPLAY CF-PROGRAM-NAME " - NO MASTER SNAPSHOT ON "
                   "FILE - RUN FOTO-MAESTRO FIRST"
               GOBACK
           END-IF
           IF CF-ACTION = 'C'
               IF CF-RECORDS-READ = FC-RECORD-COUNT
                   MOVE 'Y' TO CF-RESULT
               ELSE
                   DISPLAY CF-PROGRAM-NAME " - READ " CF-RECORDS-READ
                       " SNAPSHOT RECORDS BUT FOTO-MAESTRO WROTE "
                       FC-RECORD-COUNT
               END-IF
               GOBACK
           END-IF
           PERFORM READ-BUSINESS-DATE
           IF NOT SNAPSHOT-COMPLETE
               DISPLAY CF-PROGRAM-NAME " - MASTER SNAPSHOT OF "
                   FC-BUSINESS-DATE " WAS NOT COMPLETED - RUN "
                   "FOTO-MAESTRO AGAIN"
               GOBACK
           END-IF
           IF FC-BUSINESS-DATE NOT = WS-BUSINESS-DATE
               DISPLAY CF-PROGRAM-NAME " - MASTER SNAPSHOT IS OF "
                   FC-BUSINESS-DATE ", BUSINESS DATE IS "
                   WS-BUSINESS-DATE " - RUN FOTO-MAESTRO FIRST"
               GOBACK
           END-IF
           MOVE 'Y' TO CF-RESULT
           GOBACK.

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

       END PROGRAM COMPRUEBA-FOTO.
