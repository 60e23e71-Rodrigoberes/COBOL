      *          alternate keys stay unique), CM-DOC-ID and
      *          CM-TELEFONO replaced with synthetic all-numeric
      *          values unique per record (they pass the
      *          CLASIFICA-CAMPO edits), an email address on file
      *          replaced with a synthetic one unique per record at a
      *          domain that cannot deliver, and the birth date moved to
      *          January first of the year that preserves the
      *          customer's derived age -- and with it their age
      *          band -- against the business date. Realistic shape,
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

       FD  TEST-MASTER-FILE.
       01  TEST-MASTER-REC.
           05 TM-DIRECCION-2   PIC X(30).
           05 TM-TELEFONO      PIC X(12).
           05 TM-DOC-ID        PIC X(12).
           05 TM-RISK-RATING   PIC X.
           05 TM-NEXT-REVIEW   PIC 9(8).
           05 TM-LAST-REVIEW   PIC 9(8).
           05 TM-DOC-EXPIRY    PIC 9(8).
           05 TM-CODIGO-POSTAL PIC X(8).
           05 TM-LOCALIDAD     PIC X(30).
           05 TM-PROVINCIA     PIC X(20).
           05 TM-MAIL-STATUS   PIC X.
           05 TM-RETURNED-DATE PIC 9(8).
           05 TM-MINOR-FLAG    PIC X.
           05 TM-GUARDIAN-NUMBER PIC 9(8).
           05 TM-BRANCH-CODE   PIC X(4).
           05 TM-CONTACT-CHANNEL PIC X.
           05 TM-EMAIL         PIC X(32).
           05 TM-CONSENT-DATE  PIC 9(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).
       01 WS-SYNTH-DOC-ID.
          05 FILLER             PIC X VALUE '9'.
          05 WS-SD-DIGITS       PIC 9(11).
       01 WS-SYNTH-EMAIL.
          05 FILLER             PIC X VALUE 'T'.
          05 WS-SE-DIGITS       PIC 9(11).
          05 FILLER             PIC X(13) VALUE "@PRUEBA.LOCAL".
       01 WS-DERIVED-EDAD       PIC 9(3) VALUE ZERO.
       01 WS-SHIFTED-DOB        PIC 9(8) VALUE ZERO.
       01 WS-SHIFTED-PARTS REDEFINES WS-SHIFTED-DOB.
           MOVE WS-SYNTH-TELEFONO TO TM-TELEFONO
           MOVE WS-SYNTH-COUNTER TO WS-SD-DIGITS
           MOVE WS-SYNTH-DOC-ID TO TM-DOC-ID
           IF CM-EMAIL NOT = SPACES
               MOVE WS-SYNTH-COUNTER TO WS-SE-DIGITS
               MOVE WS-SYNTH-EMAIL TO TM-EMAIL
           END-IF
           PERFORM SHIFT-BIRTH-DATE
           WRITE TEST-MASTER-REC.

