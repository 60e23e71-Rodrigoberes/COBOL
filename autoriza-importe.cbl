      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able keeper of each operator role's posting
      *          authority: the largest single amount an operator of
      *          that role (the OPERMAST.DAT role) may post at the
      *          teller window without a supervisor's approval. The
      *          amounts live on ROLEAUT.DAT, one record per role
      *          with the date and the security administrator who
      *          set it. Function L looks a role up and returns its
      *          maximum -- Y found, N role not on file, U file not
      *          there; both of the last two give a maximum of zero,
      *          so until a role has an amount set every teller
      *          posting of that role goes to approval. Function S
      *          sets (or replaces) the role's maximum and rewrites
      *          the file, returning Y when it was written.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTORIZA-IMPORTE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLE-AUTHORITY-FILE ASSIGN TO "ROLEAUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLEAUT-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ROLE-AUTHORITY-FILE.
       01  ROLE-AUTHORITY-REC.
           05 RA-ROLE          PIC X(10).
           05 FILLER           PIC X.
           05 RA-MAX-AMOUNT    PIC 9(10)V99.
           05 FILLER           PIC X.
           05 RA-SET-DATE      PIC 9(8).
           05 FILLER           PIC X.
           05 RA-SET-BY        PIC X(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-ROLEAUT-FILE-STATUS  PIC XX.
       01  WS-BUSDATE-FILE-STATUS  PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88 ROLE-FILE-EOF VALUE 'Y'.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TIMESTAMP.
           05 WS-TS-DATE           PIC 9(8).
           05 FILLER               PIC X(13).
       01  WS-ROLE-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-ROLE-MAX             PIC 9(2) VALUE 20.
       01  WS-ROLE-IDX             PIC 9(2) COMP VALUE ZERO.
       01  WS-FOUND-IDX            PIC 9(2) COMP VALUE ZERO.
       01  WS-ROLE-TABLE.
           05 WS-ROLE-ENTRY OCCURS 20 TIMES.
              10 WS-RT-ROLE        PIC X(10).
              10 WS-RT-MAX-AMOUNT  PIC 9(10)V99.
              10 WS-RT-SET-DATE    PIC 9(8).
              10 WS-RT-SET-BY      PIC X(8).

       LINKAGE SECTION.
       01  AI-FUNCTION             PIC X.
           88 AI-LOOK-UP-ROLE      VALUE 'L'.
           88 AI-SET-ROLE          VALUE 'S'.
       01  AI-ROLE                 PIC X(10).
       01  AI-MAX-AMOUNT           PIC 9(10)V99.
       01  AI-OPERATOR-ID          PIC X(8).
       01  AI-RESULT               PIC X.

       PROCEDURE DIVISION USING AI-FUNCTION, AI-ROLE, AI-MAX-AMOUNT,
           AI-OPERATOR-ID, AI-RESULT.
       MAIN-LOGIC.
           EVALUATE TRUE
               WHEN AI-LOOK-UP-ROLE
                   PERFORM LOOK-UP-ROLE-AUTHORITY
               WHEN AI-SET-ROLE
                   PERFORM SET-ROLE-AUTHORITY
               WHEN OTHER
                   MOVE 'N' TO AI-RESULT
           END-EVALUATE
           GOBACK.

       LOOK-UP-ROLE-AUTHORITY.
           MOVE ZERO TO AI-MAX-AMOUNT
           PERFORM LOAD-ROLE-TABLE
           IF WS-ROLEAUT-FILE-STATUS NOT = "00"
               MOVE 'U' TO AI-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ROLE-ENTRY
           IF WS-FOUND-IDX = ZERO
               MOVE 'N' TO AI-RESULT
           ELSE
               MOVE WS-RT-MAX-AMOUNT(WS-FOUND-IDX) TO AI-MAX-AMOUNT
               MOVE 'Y' TO AI-RESULT
           END-IF.

      *----------------------------------------------------------------
      * SET-ROLE-AUTHORITY replaces the role's entry, or adds one, and
      * writes the whole table back: the file is a handful of roles,
      * so there is nothing to gain from anything cleverer.
      *----------------------------------------------------------------
       SET-ROLE-AUTHORITY.
           MOVE 'N' TO AI-RESULT
           PERFORM LOAD-ROLE-TABLE
           PERFORM READ-BUSINESS-DATE
           PERFORM FIND-ROLE-ENTRY
           IF WS-FOUND-IDX = ZERO
               IF WS-ROLE-COUNT >= WS-ROLE-MAX
                   DISPLAY "ROLEAUT.DAT IS FULL - AUTHORITY NOT SET"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ROLE-COUNT
               MOVE WS-ROLE-COUNT TO WS-FOUND-IDX
               MOVE AI-ROLE TO WS-RT-ROLE(WS-FOUND-IDX)
           END-IF
           MOVE AI-MAX-AMOUNT    TO WS-RT-MAX-AMOUNT(WS-FOUND-IDX)
           MOVE WS-BUSINESS-DATE TO WS-RT-SET-DATE(WS-FOUND-IDX)
           MOVE AI-OPERATOR-ID   TO WS-RT-SET-BY(WS-FOUND-IDX)
           OPEN OUTPUT ROLE-AUTHORITY-FILE
           IF WS-ROLEAUT-FILE-STATUS NOT = "00"
               DISPLAY "ROLEAUT.DAT CANNOT BE WRITTEN, STATUS "
                   WS-ROLEAUT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > WS-ROLE-COUNT
               MOVE SPACES TO ROLE-AUTHORITY-REC
               MOVE WS-RT-ROLE(WS-ROLE-IDX)       TO RA-ROLE
               MOVE WS-RT-MAX-AMOUNT(WS-ROLE-IDX) TO RA-MAX-AMOUNT
               MOVE WS-RT-SET-DATE(WS-ROLE-IDX)   TO RA-SET-DATE
               MOVE WS-RT-SET-BY(WS-ROLE-IDX)     TO RA-SET-BY
               WRITE ROLE-AUTHORITY-REC
           END-PERFORM
           CLOSE ROLE-AUTHORITY-FILE
           MOVE 'Y' TO AI-RESULT.

       LOAD-ROLE-TABLE.
           MOVE ZERO TO WS-ROLE-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ROLE-AUTHORITY-FILE
           IF WS-ROLEAUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ROLE-FILE-EOF
               READ ROLE-AUTHORITY-FILE
                   AT END
                       SET ROLE-FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-ROLE-COUNT < WS-ROLE-MAX
                               AND RA-ROLE NOT = SPACES
                           ADD 1 TO WS-ROLE-COUNT
                           MOVE RA-ROLE TO WS-RT-ROLE(WS-ROLE-COUNT)
                           IF RA-MAX-AMOUNT IS NUMERIC
                               MOVE RA-MAX-AMOUNT
                                   TO WS-RT-MAX-AMOUNT(WS-ROLE-COUNT)
                           ELSE
                               MOVE ZERO
                                   TO WS-RT-MAX-AMOUNT(WS-ROLE-COUNT)
                           END-IF
                           MOVE RA-SET-DATE
                               TO WS-RT-SET-DATE(WS-ROLE-COUNT)
                           MOVE RA-SET-BY
                               TO WS-RT-SET-BY(WS-ROLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROLE-AUTHORITY-FILE
           MOVE "00" TO WS-ROLEAUT-FILE-STATUS.

       FIND-ROLE-ENTRY.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > WS-ROLE-COUNT
                      OR WS-FOUND-IDX > ZERO
               IF WS-RT-ROLE(WS-ROLE-IDX) = AI-ROLE
                   MOVE WS-ROLE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

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

       END PROGRAM AUTORIZA-IMPORTE.
