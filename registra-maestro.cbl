           05 FILLER           PIC X VALUE SPACE.
           05 MJ-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X VALUE SPACE.
           05 MJ-RECORD-IMAGE  PIC X(320).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-FILE-STATUS PIC XX.
       LINKAGE SECTION.
       01  RM-ACTION           PIC X(8).
       01  RM-PROGRAM-NAME     PIC X(18).
       01  RM-RECORD-IMAGE     PIC X(320).

       PROCEDURE DIVISION USING RM-ACTION, RM-PROGRAM-NAME,
           RM-RECORD-IMAGE.
