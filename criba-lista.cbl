      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able sanctions and watch-list screen. Checks one
      *          person -- given name, surname, document id -- against
      *          the watch list CARGA-LISTA loads on WATCHLST.DAT from
      *          the regulator's feed. A list entry matches on the
      *          document id, or on the CLAVE-FONETICA sounds-like key
      *          of the surname together with that of the given name
      *          (an entry carrying no given name matches on the
      *          surname alone), so a respelled name does not slip
      *          past. A potential match is queued on the SCREENQ.DAT
      *          review queue for a compliance officer, numbered from
      *          the SCREENQ series, unless the same person and entry
      *          are already on the queue; a match an officer has
      *          already cleared for that person is not raised again.
      *
      *          CR-RESULT: 'N' no match, 'Y' potential match (the hit
      *          number is zero when it was already on the queue),
      *          'E' the watch list could not be used -- callers hold
      *          rather than pass an unscreened customer. No watch
      *          list loaded yet screens clean.
      *
      *          CR-SOURCE 'T' is a trial screen: the result is
      *          reported exactly as above but nothing is queued, so
      *          a conversion trial run leaves the queue as it was.
      *
      *          The list and the queue are loaded on the first call
      *          and kept for the rest of the run.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRIBA-LISTA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHLST-FILE-STATUS.
           SELECT SCREEN-QUEUE-FILE ASSIGN TO "SCREENQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREENQ-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-REC.
           05 WL-ENTRY-ID      PIC X(10).
           05 FILLER           PIC X.
           05 WL-NOMBRE        PIC X(16).
           05 FILLER           PIC X.
           05 WL-APELLIDO      PIC X(32).
           05 FILLER           PIC X.
           05 WL-DOC-ID        PIC X(12).
           05 FILLER           PIC X.
           05 WL-SOURCE        PIC X(8).
           05 FILLER           PIC X.
           05 WL-SURNAME-KEY   PIC X(10).
           05 FILLER           PIC X.
           05 WL-GIVEN-KEY     PIC X(10).
           05 FILLER           PIC X.
           05 WL-LOADED-DATE   PIC 9(8).

       FD  SCREEN-QUEUE-FILE.
       01  SCREEN-QUEUE-REC.
           05 SQ-HIT-NUMBER    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-SOURCE        PIC X.
              88 HIT-FROM-ONBOARDING VALUE 'O'.
              88 HIT-FROM-RESCREEN   VALUE 'R'.
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-NOMBRE        PIC X(16).
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-APELLIDO      PIC X(32).
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-DOC-ID        PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-ENTRY-ID      PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-MATCH-ON      PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-STATUS        PIC X.
              88 HIT-IS-PENDING   VALUE 'P'.
              88 HIT-IS-CLEARED   VALUE 'C'.
              88 HIT-IS-CONFIRMED VALUE 'M'.
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-RAISED-DATE   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-OFFICER-ID    PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SQ-DISPOSED-DATE PIC 9(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-WATCHLST-FILE-STATUS PIC XX.
       01  WS-SCREENQ-FILE-STATUS  PIC XX.
       01  WS-BUSDATE-FILE-STATUS  PIC XX.
       01  WS-LOADED-SWITCH        PIC X VALUE 'N'.
           88 TABLES-ARE-LOADED VALUE 'Y'.
       01  WS-LIST-UNUSABLE-SW     PIC X VALUE 'N'.
           88 LIST-IS-UNUSABLE VALUE 'Y'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88 INPUT-FILE-EOF VALUE 'Y'.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
      * the watch list; a list that no longer fits is not screened
      * partially -- every caller holds until it is sized up
       01  WS-LIST-TABLE.
           05 WS-LIST-COUNT        PIC 9(5) COMP VALUE ZERO.
           05 WS-LIST-ENTRY OCCURS 5000.
              10 WS-LE-ENTRY-ID    PIC X(10).
              10 WS-LE-DOC-ID      PIC X(12).
              10 WS-LE-SURNAME-KEY PIC X(10).
              10 WS-LE-GIVEN-KEY   PIC X(10).
              10 WS-LE-HAS-GIVEN   PIC X.
       01  WS-LIST-IDX             PIC 9(5) COMP VALUE ZERO.
      * the person/entry pairs already on the review queue; the
      * person is the document id and surname together
       01  WS-QUEUE-TABLE.
           05 WS-QUEUE-COUNT       PIC 9(5) COMP VALUE ZERO.
           05 WS-QUEUE-ENTRY OCCURS 5000.
              10 WS-QE-DOC-ID      PIC X(12).
              10 WS-QE-ENTRY-ID    PIC X(10).
              10 WS-QE-APELLIDO    PIC X(32).
              10 WS-QE-STATUS      PIC X.
       01  WS-QUEUE-IDX            PIC 9(5) COMP VALUE ZERO.
       01  WS-QUEUE-STATUS         PIC X VALUE SPACE.
       01  WS-KEY-NAME-IN          PIC X(32).
       01  WS-SURNAME-KEY          PIC X(10).
       01  WS-GIVEN-KEY            PIC X(10).
       01  WS-MATCH-SWITCH         PIC X VALUE 'N'.
           88 ENTRY-MATCHES VALUE 'Y'.
       01  WS-HIT-SEQ-NAME         PIC X(8) VALUE "SCREENQ".
       01  WS-HIT-NUMBER           PIC 9(8) VALUE ZERO.
       01  WS-TIMESTAMP.
           05 WS-TS-DATE           PIC X(8).
           05 FILLER               PIC X(13).

       LINKAGE SECTION.
       01  CR-SOURCE           PIC X.
           88 SCREEN-IS-TRIAL  VALUE 'T'.
       01  CR-CUSTOMER-NUMBER  PIC 9(8).
       01  CR-NOMBRE           PIC X(16).
       01  CR-APELLIDO         PIC X(32).
       01  CR-DOC-ID           PIC X(12).
       01  CR-RESULT           PIC X.
       01  CR-ENTRY-ID         PIC X(10).
       01  CR-MATCH-ON         PIC X(8).
       01  CR-HIT-NUMBER       PIC 9(8).

       PROCEDURE DIVISION USING CR-SOURCE, CR-CUSTOMER-NUMBER,
           CR-NOMBRE, CR-APELLIDO, CR-DOC-ID, CR-RESULT,
           CR-ENTRY-ID, CR-MATCH-ON, CR-HIT-NUMBER.
       MAIN-LOGIC.
           MOVE 'N' TO CR-RESULT
           MOVE SPACES TO CR-ENTRY-ID
           MOVE SPACES TO CR-MATCH-ON
           MOVE ZERO TO CR-HIT-NUMBER
           IF NOT TABLES-ARE-LOADED
               PERFORM READ-BUSINESS-DATE
               PERFORM LOAD-WATCH-LIST
               PERFORM LOAD-REVIEW-QUEUE
               SET TABLES-ARE-LOADED TO TRUE
           END-IF
           IF LIST-IS-UNUSABLE
               MOVE 'E' TO CR-RESULT
               GOBACK
           END-IF
           MOVE CR-APELLIDO TO WS-KEY-NAME-IN
           CALL "CLAVE-FONETICA" USING WS-KEY-NAME-IN, WS-SURNAME-KEY
           MOVE CR-NOMBRE TO WS-KEY-NAME-IN
           CALL "CLAVE-FONETICA" USING WS-KEY-NAME-IN, WS-GIVEN-KEY
           MOVE ZERO TO WS-LIST-IDX
           PERFORM UNTIL CR-RESULT = 'Y'
                   OR WS-LIST-IDX >= WS-LIST-COUNT
               ADD 1 TO WS-LIST-IDX
               PERFORM MATCH-ONE-ENTRY
           END-PERFORM
           IF CR-RESULT = 'Y' AND WS-QUEUE-STATUS = SPACE
                   AND NOT SCREEN-IS-TRIAL
               PERFORM QUEUE-NEW-HIT
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      * MATCH-ONE-ENTRY tries one list entry: the document first,
      * then the sounds-like name. A match an officer already cleared
      * for this document is passed over and the search goes on.
      *----------------------------------------------------------------
       MATCH-ONE-ENTRY.
           MOVE 'N' TO WS-MATCH-SWITCH
           IF WS-LE-DOC-ID(WS-LIST-IDX) NOT = SPACES
                   AND WS-LE-DOC-ID(WS-LIST-IDX) = CR-DOC-ID
               SET ENTRY-MATCHES TO TRUE
               MOVE "DOCUMENT" TO CR-MATCH-ON
           ELSE
               IF CR-APELLIDO NOT = SPACES
                       AND WS-LE-SURNAME-KEY(WS-LIST-IDX)
                           = WS-SURNAME-KEY
                       AND (WS-LE-HAS-GIVEN(WS-LIST-IDX) = 'N'
                           OR WS-LE-GIVEN-KEY(WS-LIST-IDX)
                               = WS-GIVEN-KEY)
                   SET ENTRY-MATCHES TO TRUE
                   MOVE "NAME" TO CR-MATCH-ON
               END-IF
           END-IF
           IF NOT ENTRY-MATCHES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-QUEUED-HIT
           IF WS-QUEUE-STATUS = 'C'
               MOVE SPACES TO CR-MATCH-ON
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO CR-RESULT
           MOVE WS-LE-ENTRY-ID(WS-LIST-IDX) TO CR-ENTRY-ID.

       FIND-QUEUED-HIT.
           MOVE SPACE TO WS-QUEUE-STATUS
           MOVE ZERO TO WS-QUEUE-IDX
           PERFORM UNTIL WS-QUEUE-STATUS NOT = SPACE
                   OR WS-QUEUE-IDX >= WS-QUEUE-COUNT
               ADD 1 TO WS-QUEUE-IDX
               IF WS-QE-DOC-ID(WS-QUEUE-IDX) = CR-DOC-ID
                       AND WS-QE-APELLIDO(WS-QUEUE-IDX) = CR-APELLIDO
                       AND WS-QE-ENTRY-ID(WS-QUEUE-IDX)
                           = WS-LE-ENTRY-ID(WS-LIST-IDX)
                   MOVE WS-QE-STATUS(WS-QUEUE-IDX) TO WS-QUEUE-STATUS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * QUEUE-NEW-HIT appends the potential match to the review queue
      * pending an officer's decision, and remembers it so the same
      * person is not queued twice in one run. A zero from
      * SIGUIENTE-NUMERO still reports the match -- the caller holds
      * -- but leaves it off the queue for the next screen to raise.
      *----------------------------------------------------------------
       QUEUE-NEW-HIT.
           CALL "SIGUIENTE-NUMERO" USING WS-HIT-SEQ-NAME,
               WS-HIT-NUMBER
           IF WS-HIT-NUMBER = ZERO
               DISPLAY "WATCH-LIST HIT NOT QUEUED - NUMBERING "
                   "UNAVAILABLE"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SCREEN-QUEUE-REC
           MOVE WS-HIT-NUMBER      TO SQ-HIT-NUMBER
           MOVE CR-SOURCE          TO SQ-SOURCE
           MOVE CR-CUSTOMER-NUMBER TO SQ-CUSTOMER-NUMBER
           MOVE CR-NOMBRE          TO SQ-NOMBRE
           MOVE CR-APELLIDO        TO SQ-APELLIDO
           MOVE CR-DOC-ID          TO SQ-DOC-ID
           MOVE CR-ENTRY-ID        TO SQ-ENTRY-ID
           MOVE CR-MATCH-ON        TO SQ-MATCH-ON
           SET HIT-IS-PENDING TO TRUE
           MOVE WS-BUSINESS-DATE   TO SQ-RAISED-DATE
           MOVE SPACES             TO SQ-OFFICER-ID
           MOVE ZERO               TO SQ-DISPOSED-DATE
           OPEN EXTEND SCREEN-QUEUE-FILE
           IF WS-SCREENQ-FILE-STATUS = "35"
               OPEN OUTPUT SCREEN-QUEUE-FILE
           END-IF
           WRITE SCREEN-QUEUE-REC
           CLOSE SCREEN-QUEUE-FILE
           MOVE WS-HIT-NUMBER TO CR-HIT-NUMBER
           IF WS-QUEUE-COUNT < 5000
               ADD 1 TO WS-QUEUE-COUNT
               MOVE CR-DOC-ID   TO WS-QE-DOC-ID(WS-QUEUE-COUNT)
               MOVE CR-ENTRY-ID TO WS-QE-ENTRY-ID(WS-QUEUE-COUNT)
               MOVE CR-APELLIDO TO WS-QE-APELLIDO(WS-QUEUE-COUNT)
               MOVE 'P'         TO WS-QE-STATUS(WS-QUEUE-COUNT)
           END-IF.

       LOAD-WATCH-LIST.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCHLST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-WATCH-LIST-RECORD
           PERFORM UNTIL INPUT-FILE-EOF OR LIST-IS-UNUSABLE
               IF WS-LIST-COUNT >= 5000
                   DISPLAY "WATCH LIST NO LONGER FITS THE SCREENING "
                       "TABLE - SCREEN REFUSED"
                   SET LIST-IS-UNUSABLE TO TRUE
               ELSE
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WL-ENTRY-ID TO WS-LE-ENTRY-ID(WS-LIST-COUNT)
                   MOVE WL-DOC-ID   TO WS-LE-DOC-ID(WS-LIST-COUNT)
                   MOVE WL-SURNAME-KEY
                       TO WS-LE-SURNAME-KEY(WS-LIST-COUNT)
                   MOVE WL-GIVEN-KEY
                       TO WS-LE-GIVEN-KEY(WS-LIST-COUNT)
                   IF WL-NOMBRE = SPACES
                       MOVE 'N' TO WS-LE-HAS-GIVEN(WS-LIST-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-LE-HAS-GIVEN(WS-LIST-COUNT)
                   END-IF
               END-IF
               PERFORM READ-WATCH-LIST-RECORD
           END-PERFORM
           CLOSE WATCH-LIST-FILE.

       READ-WATCH-LIST-RECORD.
           READ WATCH-LIST-FILE
               AT END SET INPUT-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * LOAD-REVIEW-QUEUE keeps every person/entry pair already on the
      * queue with its standing. A queue too large to hold could
      * re-raise or let through what an officer already decided, so
      * it refuses the screen like an oversize list.
      *----------------------------------------------------------------
       LOAD-REVIEW-QUEUE.
           MOVE ZERO TO WS-QUEUE-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SCREEN-QUEUE-FILE
           IF WS-SCREENQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SCREEN-QUEUE-RECORD
           PERFORM UNTIL INPUT-FILE-EOF OR LIST-IS-UNUSABLE
               IF WS-QUEUE-COUNT >= 5000
                   DISPLAY "SCREENQ.DAT NO LONGER FITS THE SCREENING "
                       "TABLE - SCREEN REFUSED"
                   SET LIST-IS-UNUSABLE TO TRUE
               ELSE
                   ADD 1 TO WS-QUEUE-COUNT
                   MOVE SQ-DOC-ID   TO WS-QE-DOC-ID(WS-QUEUE-COUNT)
                   MOVE SQ-ENTRY-ID TO WS-QE-ENTRY-ID(WS-QUEUE-COUNT)
                   MOVE SQ-APELLIDO TO WS-QE-APELLIDO(WS-QUEUE-COUNT)
                   MOVE SQ-STATUS   TO WS-QE-STATUS(WS-QUEUE-COUNT)
               END-IF
               PERFORM READ-SCREEN-QUEUE-RECORD
           END-PERFORM
           CLOSE SCREEN-QUEUE-FILE.

       READ-SCREEN-QUEUE-RECORD.
           READ SCREEN-QUEUE-FILE
               AT END SET INPUT-FILE-EOF TO TRUE
           END-READ.

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

       END PROGRAM CRIBA-LISTA.
