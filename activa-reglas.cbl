       DATA DIVISION.
       FILE SECTION.
       FD  CANDIDATE-RULE-FILE.
       01  CANDIDATE-RULE-REC  PIC X(29).

       FD  VERSIONED-RULE-FILE.
       01  VERSIONED-RULE-REC  PIC X(29).

       FD  RULE-VERSION-FILE.
       01  RULE-VERSION-REC.
