      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Daily change-data-capture extract of the customer
      *          master for the data warehouse, so it no longer has to
      *          take a full copy of CUSTMAST.DAT every night. The
      *          extract is built from the MSTJRNL.DAT master journal
      *          (every WRITE, REWRITE and DELETE logged through
      *          REGISTRA-MAESTRO), picking up where the last extract
      *          stopped: CDCCTL.DAT holds how many journal entries
      *          have already gone out. Each customer touched since
      *          then gets one CUSTCDC.DAT record -- A added, C
      *          changed, D deleted -- with the after-image of the
      *          master record (for a deletion, the record as it was
      *          deleted) and the stamp of its last journal entry. A
      *          customer added and deleted inside the same extract
      *          never reached the warehouse and is left out.
      *
      *          CUSTCDC.DAT carries the shop header (feed name
      *          CUSTCDC, business date, sequence from the REGISTRA-
      *          FEED registry) followed by the date and sequence of
      *          the previous extract, so the warehouse applies the
      *          deltas in order and sees a missing one; the trailer
      *          carries the record count and the add, change and
      *          delete counts. A day with no changes still produces
      *          an extract with a header and trailer. The totals are
      *          declared through DECLARA-TOTALES (the hash is the sum
      *          of the customer numbers) and the feed is registered
      *          at the end of the run.
      *
      *          A journal shorter than the count already extracted
      *          has been replaced: the whole journal is extracted
      *          again and the run ends with a warning.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAE-CAMBIOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT CDC-CONTROL-FILE ASSIGN TO "CDCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDCCTL-FILE-STATUS.
           SELECT CDC-EXTRACT-FILE ASSIGN TO "CUSTCDC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT JOURNAL-SORT-FILE ASSIGN TO "CDCSORT.TMP".
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-JOURNAL-FILE.
       01  MASTER-JOURNAL-REC.
           05 MJ-ACTION        PIC X(8).
           05 FILLER           PIC X.
           05 MJ-PROGRAM-NAME  PIC X(18).
           05 FILLER           PIC X.
           05 MJ-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X.
           05 MJ-RECORD-IMAGE  PIC X(320).

       FD  CDC-CONTROL-FILE.
       01  CDC-CONTROL-REC.
           05 CK-JOURNAL-COUNT PIC 9(9).
           05 FILLER           PIC X.
           05 CK-FEED-DATE     PIC 9(8).
           05 FILLER           PIC X.
           05 CK-FEED-SEQ      PIC 9(4).

       FD  CDC-EXTRACT-FILE.
       01  CDC-DATA-REC.
           05 CD-CHANGE-TYPE   PIC X.
              88 CD-ADDED   VALUE 'A'.
              88 CD-CHANGED VALUE 'C'.
              88 CD-DELETED VALUE 'D'.
           05 FILLER           PIC X.
           05 CD-JOURNAL-STAMP PIC X(15).
           05 FILLER           PIC X.
           05 CD-RECORD-IMAGE  PIC X(320).
       01  CDC-CONTROL-HDR-REC.
           05 CH-RECORD-ID     PIC X(3).
           05 CH-FEED-NAME     PIC X(8).
           05 CH-FEED-DATE     PIC 9(8).
           05 CH-FEED-SEQ      PIC 9(4).
           05 FILLER           PIC X.
           05 CH-PREVIOUS-DATE PIC 9(8).
           05 CH-PREVIOUS-SEQ  PIC 9(4).
       01  CDC-CONTROL-TRL-REC.
           05 CT-RECORD-ID     PIC X(3).
           05 CT-TRAILER-COUNT PIC 9(8).
           05 FILLER           PIC X.
           05 CT-ADDED-COUNT   PIC 9(8).
           05 FILLER           PIC X.
           05 CT-CHANGED-COUNT PIC 9(8).
           05 FILLER           PIC X.
           05 CT-DELETED-COUNT PIC 9(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       SD  JOURNAL-SORT-FILE.
       01  JOURNAL-SORT-REC.
           05 SJ-CUSTOMER-NUMBER PIC 9(8).
           05 SJ-ENTRY-SEQ     PIC 9(9).
           05 SJ-ACTION        PIC X(8).
           05 SJ-TIMESTAMP     PIC X(15).
           05 SJ-RECORD-IMAGE  PIC X(320).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-FILE-STATUS  PIC XX.
       01 WS-CDCCTL-FILE-STATUS   PIC XX.
       01 WS-EXTRACT-FILE-STATUS  PIC XX.
       01 WS-BUSDATE-FILE-STATUS  PIC XX.
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01 WS-RUN-MODE             PIC X VALUE 'B'.
       01 WS-JOURNAL-EOF-SWITCH   PIC X VALUE 'N'.
          88 JOURNAL-FILE-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH      PIC X VALUE 'N'.
          88 SORT-RETURN-EOF VALUE 'Y'.
       01 WS-REFUSED-SWITCH       PIC X VALUE 'N'.
          88 RUN-WAS-REFUSED VALUE 'Y'.
       01 WS-RESET-SWITCH         PIC X VALUE 'N'.
          88 JOURNAL-WAS-REPLACED VALUE 'Y'.
      * where the last extract stopped
       01 WS-EXTRACTED-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-PREVIOUS-DATE        PIC 9(8) VALUE ZERO.
       01 WS-PREVIOUS-SEQ         PIC 9(4) VALUE ZERO.
       01 WS-JOURNAL-READ-COUNT   PIC 9(9) VALUE ZERO.
       01 WS-ENTRY-SEQ            PIC 9(9) VALUE ZERO.
       01 WS-ENTRIES-RELEASED     PIC 9(8) VALUE ZERO.
       01 WS-ENTRIES-UNREADABLE   PIC 9(8) VALUE ZERO.
      * one customer's entries, netted
       01 WS-CURRENT-CUSTOMER     PIC 9(8) VALUE ZERO.
       01 WS-FIRST-ACTION         PIC X(8).
       01 WS-LAST-ACTION          PIC X(8).
       01 WS-LAST-STAMP           PIC X(15).
       01 WS-LAST-IMAGE           PIC X(320).
       01 WS-DATA-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-ADDED-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-CHANGED-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-DELETED-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-NETTED-OUT-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-HASH-TOTAL           PIC 9(16) VALUE ZERO.
      * the feed registry
       01 WS-RF-ACTION            PIC X.
       01 WS-RF-FEED-NAME         PIC X(8) VALUE "CUSTCDC".
       01 WS-RF-FEED-DATE         PIC 9(8).
       01 WS-RF-FEED-SEQ          PIC 9(4) VALUE ZERO.
       01 WS-RF-RECORD-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-RF-RESULT            PIC X.
       01 WS-DECLARE-FILE-NAME    PIC X(30) VALUE "CUSTCDC.DAT".
       01 WS-DECLARE-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-EVENT        PIC X(5).
       01 WS-JOURNAL-PROGRAM      PIC X(18) VALUE "EXTRAE-CAMBIOS".
       01 WS-JOURNAL-RECORDS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-REJECTS      PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-STATUS       PIC X(8) VALUE SPACES.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC X(8).
          05 WS-TS-TIME           PIC X(6).
          05 FILLER               PIC X(7).
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE
           PERFORM WRITE-RUN-JOURNAL-START
           PERFORM LOAD-CDC-CONTROL
           PERFORM CHECK-JOURNAL-LENGTH
           OPEN OUTPUT CDC-EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "CUSTCDC.DAT CANNOT BE WRITTEN - STATUS "
                   WS-EXTRACT-FILE-STATUS
               SET RUN-WAS-REFUSED TO TRUE
               PERFORM WRITE-RUN-JOURNAL-END
               STOP RUN
           END-IF
           PERFORM WRITE-EXTRACT-HEADER
           SORT JOURNAL-SORT-FILE
               ON ASCENDING KEY SJ-CUSTOMER-NUMBER
               ON ASCENDING KEY SJ-ENTRY-SEQ
               INPUT PROCEDURE IS RELEASE-NEW-ENTRIES
               OUTPUT PROCEDURE IS WRITE-NETTED-CHANGES
           PERFORM WRITE-EXTRACT-TRAILER
           CLOSE CDC-EXTRACT-FILE
      * the header and trailer are records on the file too
           COMPUTE WS-DECLARE-COUNT = WS-DATA-COUNT + 2
           CALL "DECLARA-TOTALES" USING WS-JOURNAL-PROGRAM,
               WS-DECLARE-FILE-NAME, WS-DECLARE-COUNT,
               WS-HASH-TOTAL
           MOVE 'R' TO WS-RF-ACTION
           MOVE WS-DATA-COUNT TO WS-RF-RECORD-COUNT
           CALL "REGISTRA-FEED" USING WS-RF-ACTION,
               WS-RF-FEED-NAME, WS-RF-FEED-DATE, WS-RF-FEED-SEQ,
               WS-RF-RECORD-COUNT, WS-RF-RESULT
           PERFORM SAVE-CDC-CONTROL
           DISPLAY "JOURNAL ENTRIES EXTRACTED: " WS-ENTRIES-RELEASED
           DISPLAY "CUSTOMERS ADDED:           " WS-ADDED-COUNT
           DISPLAY "CUSTOMERS CHANGED:         " WS-CHANGED-COUNT
           DISPLAY "CUSTOMERS DELETED:         " WS-DELETED-COUNT
           DISPLAY "ADDED AND DELETED, LEFT OUT: "
               WS-NETTED-OUT-COUNT
           DISPLAY "EXTRACT CUSTCDC " WS-RF-FEED-DATE " SEQUENCE "
               WS-RF-FEED-SEQ " WRITTEN TO CUSTCDC.DAT"
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * LOAD-CDC-CONTROL reads where the last extract stopped. With
      * no control file every journal entry is new.
      *----------------------------------------------------------------
       LOAD-CDC-CONTROL.
           OPEN INPUT CDC-CONTROL-FILE
           IF WS-CDCCTL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CDC-CONTROL-FILE
               NOT AT END
                   IF CK-JOURNAL-COUNT IS NUMERIC
                       MOVE CK-JOURNAL-COUNT TO WS-EXTRACTED-COUNT
                   END-IF
                   IF CK-FEED-DATE IS NUMERIC
                       MOVE CK-FEED-DATE TO WS-PREVIOUS-DATE
                   END-IF
                   IF CK-FEED-SEQ IS NUMERIC
                       MOVE CK-FEED-SEQ TO WS-PREVIOUS-SEQ
                   END-IF
           END-READ
           CLOSE CDC-CONTROL-FILE.

      *----------------------------------------------------------------
      * CHECK-JOURNAL-LENGTH counts the journal. One shorter than the
      * entries already extracted has been replaced since, so the
      * whole of it goes out again rather than nothing.
      *----------------------------------------------------------------
       CHECK-JOURNAL-LENGTH.
           MOVE ZERO TO WS-JOURNAL-READ-COUNT
           MOVE 'N' TO WS-JOURNAL-EOF-SWITCH
           OPEN INPUT MASTER-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "00"
               PERFORM READ-JOURNAL-RECORD
               PERFORM UNTIL JOURNAL-FILE-EOF
                   ADD 1 TO WS-JOURNAL-READ-COUNT
                   PERFORM READ-JOURNAL-RECORD
               END-PERFORM
               CLOSE MASTER-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-READ-COUNT < WS-EXTRACTED-COUNT
               DISPLAY "MSTJRNL.DAT HOLDS " WS-JOURNAL-READ-COUNT
                   " ENTRIES BUT " WS-EXTRACTED-COUNT
                   " WERE ALREADY EXTRACTED"
               DISPLAY "THE JOURNAL HAS BEEN REPLACED - EXTRACTING "
                   "ALL OF IT"
               SET JOURNAL-WAS-REPLACED TO TRUE
               MOVE ZERO TO WS-EXTRACTED-COUNT
           END-IF.

       READ-JOURNAL-RECORD.
           READ MASTER-JOURNAL-FILE
               AT END SET JOURNAL-FILE-EOF TO TRUE
           END-READ.

       WRITE-EXTRACT-HEADER.
      * the next free sequence for this feed and date, so a second
      * extract on the same business day carries number two
           MOVE 'N' TO WS-RF-ACTION
           MOVE WS-BUSINESS-DATE TO WS-RF-FEED-DATE
           CALL "REGISTRA-FEED" USING WS-RF-ACTION,
               WS-RF-FEED-NAME, WS-RF-FEED-DATE, WS-RF-FEED-SEQ,
               WS-RF-RECORD-COUNT, WS-RF-RESULT
           MOVE SPACES TO CDC-CONTROL-HDR-REC
           MOVE "HDR"            TO CH-RECORD-ID
           MOVE WS-RF-FEED-NAME  TO CH-FEED-NAME
           MOVE WS-BUSINESS-DATE TO CH-FEED-DATE
           MOVE WS-RF-FEED-SEQ   TO CH-FEED-SEQ
           MOVE WS-PREVIOUS-DATE TO CH-PREVIOUS-DATE
           MOVE WS-PREVIOUS-SEQ  TO CH-PREVIOUS-SEQ
           WRITE CDC-CONTROL-HDR-REC.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO CDC-CONTROL-TRL-REC
           MOVE "TRL"            TO CT-RECORD-ID
           MOVE WS-DATA-COUNT    TO CT-TRAILER-COUNT
           MOVE WS-ADDED-COUNT   TO CT-ADDED-COUNT
           MOVE WS-CHANGED-COUNT TO CT-CHANGED-COUNT
           MOVE WS-DELETED-COUNT TO CT-DELETED-COUNT
           WRITE CDC-CONTROL-TRL-REC.

       SAVE-CDC-CONTROL.
           OPEN OUTPUT CDC-CONTROL-FILE
           MOVE SPACES TO CDC-CONTROL-REC
           MOVE WS-JOURNAL-READ-COUNT TO CK-JOURNAL-COUNT
           MOVE WS-BUSINESS-DATE      TO CK-FEED-DATE
           MOVE WS-RF-FEED-SEQ        TO CK-FEED-SEQ
           WRITE CDC-CONTROL-REC
           CLOSE CDC-CONTROL-FILE.

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
      * WRITE-RUN-JOURNAL-START and WRITE-RUN-JOURNAL-END record this
      * run in the shared run journal through REGISTRA-CORRIDA, so
      * ESTADO-NOCTURNO can show the night at a glance and flag a run
      * that started but never finished.
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
           MOVE WS-DATA-COUNT TO WS-JOURNAL-RECORDS
           MOVE WS-ENTRIES-UNREADABLE TO WS-JOURNAL-REJECTS
           EVALUATE TRUE
               WHEN RUN-WAS-REFUSED
                   MOVE "SEVERE" TO WS-JOURNAL-STATUS
               WHEN JOURNAL-WAS-REPLACED
                       OR WS-ENTRIES-UNREADABLE > ZERO
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

      *----------------------------------------------------------------
      * RELEASE-NEW-ENTRIES passes over the entries already extracted
      * and releases the rest, numbered in journal order so the sort
      * keeps each customer's entries in the order they were posted.
      * Only the entries counted at the start go out; anything the
      * journal gains meanwhile waits for the next extract.
      *----------------------------------------------------------------
       RELEASE-NEW-ENTRIES SECTION.
       RNE-MAIN.
           MOVE ZERO TO WS-ENTRY-SEQ
           MOVE 'N' TO WS-JOURNAL-EOF-SWITCH
           OPEN INPUT MASTER-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               GO TO RNE-EXIT
           END-IF
           PERFORM READ-JOURNAL-RECORD
           PERFORM UNTIL JOURNAL-FILE-EOF
                   OR WS-ENTRY-SEQ >= WS-JOURNAL-READ-COUNT
               ADD 1 TO WS-ENTRY-SEQ
               IF WS-ENTRY-SEQ > WS-EXTRACTED-COUNT
                   PERFORM RELEASE-ONE-ENTRY
               END-IF
               PERFORM READ-JOURNAL-RECORD
           END-PERFORM
           CLOSE MASTER-JOURNAL-FILE
           GO TO RNE-EXIT.

       RELEASE-ONE-ENTRY.
           IF MJ-RECORD-IMAGE(1:8) IS NOT NUMERIC
               ADD 1 TO WS-ENTRIES-UNREADABLE
               EXIT PARAGRAPH
           END-IF
           MOVE MJ-RECORD-IMAGE(1:8) TO SJ-CUSTOMER-NUMBER
           MOVE WS-ENTRY-SEQ         TO SJ-ENTRY-SEQ
           MOVE MJ-ACTION            TO SJ-ACTION
           MOVE MJ-TIMESTAMP(1:15)   TO SJ-TIMESTAMP
           MOVE MJ-RECORD-IMAGE      TO SJ-RECORD-IMAGE
           RELEASE JOURNAL-SORT-REC
           ADD 1 TO WS-ENTRIES-RELEASED.

       RNE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * WRITE-NETTED-CHANGES nets each customer's entries into one
      * extract record: a first entry that wrote the record is an
      * addition, a last entry that deleted it a deletion, anything
      * else a change; the image is the last one journaled.
      *----------------------------------------------------------------
       WRITE-NETTED-CHANGES SECTION.
       WNC-MAIN.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           PERFORM RETURN-SORTED-ENTRY
           IF NOT SORT-RETURN-EOF
               PERFORM START-NEW-CUSTOMER
           END-IF
           PERFORM UNTIL SORT-RETURN-EOF
               IF SJ-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
                   PERFORM WRITE-ONE-CHANGE
                   PERFORM START-NEW-CUSTOMER
               END-IF
               MOVE SJ-ACTION       TO WS-LAST-ACTION
               MOVE SJ-TIMESTAMP    TO WS-LAST-STAMP
               MOVE SJ-RECORD-IMAGE TO WS-LAST-IMAGE
               PERFORM RETURN-SORTED-ENTRY
           END-PERFORM
           IF WS-ENTRIES-RELEASED > ZERO
               PERFORM WRITE-ONE-CHANGE
           END-IF
           GO TO WNC-EXIT.

       RETURN-SORTED-ENTRY.
           RETURN JOURNAL-SORT-FILE
               AT END SET SORT-RETURN-EOF TO TRUE
           END-RETURN.

       START-NEW-CUSTOMER.
           MOVE SJ-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
           MOVE SJ-ACTION          TO WS-FIRST-ACTION.

       WRITE-ONE-CHANGE.
           IF WS-FIRST-ACTION = "WRITE" AND WS-LAST-ACTION = "DELETE"
               ADD 1 TO WS-NETTED-OUT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CDC-DATA-REC
           EVALUATE TRUE
               WHEN WS-LAST-ACTION = "DELETE"
                   SET CD-DELETED TO TRUE
                   ADD 1 TO WS-DELETED-COUNT
               WHEN WS-FIRST-ACTION = "WRITE"
                   SET CD-ADDED TO TRUE
                   ADD 1 TO WS-ADDED-COUNT
               WHEN OTHER
                   SET CD-CHANGED TO TRUE
                   ADD 1 TO WS-CHANGED-COUNT
           END-EVALUATE
           MOVE WS-LAST-STAMP TO CD-JOURNAL-STAMP
           MOVE WS-LAST-IMAGE TO CD-RECORD-IMAGE
           WRITE CDC-DATA-REC
           ADD 1 TO WS-DATA-COUNT
           ADD WS-CURRENT-CUSTOMER TO WS-HASH-TOTAL.

       WNC-EXIT.
           EXIT.

       END PROGRAM EXTRAE-CAMBIOS.
