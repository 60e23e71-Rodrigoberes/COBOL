      *               trailing layout (RH-CHECKER-ID, RH-EFFECTIVE-
      *               DATE; spaces/zero here), so REASGHST.DAT keeps
      *               one record layout across all its writers.
      * 2026-10-15 RO The survivor and loser images now mirror the
      *               whole master record, so a merge no longer blanks
      *               the survivor's risk rating, review dates and
      *               document expiry. A carried street line brings
      *               its postal code, locality and province with it.
      * 2026-10-15 RO A carried street line also brings its returned-
      *               mail flag and date, so an address known to be
      *               undeliverable is not taken as good on a merge.
      * 2026-10-15 RO A deceased customer can be neither survivor nor
      *               loser of a merge: the estate case follows the
      *               account as it stands.
      * 2026-10-15 RO The survivor and loser images now carry the
      *               minor flag and guardian number; a survivor not
      *               marked minor takes the loser's minor flag and
      *               guardian link when the loser has one.
      * 2026-10-15 RO The loser's open RELACION.DAT relationships now
      *               move to the survivor through REGISTRA-RELACION
      *               (a link between the pair, or one the survivor
      *               already holds, is ended), and minors the loser
      *               was guardian of take the survivor as guardian,
      *               with TUTOR history.
      * 2026-10-15 RO A survivor with no branch takes the branch of
      *               the customer merged into it, and the opening
      *               branch is carried on the NEWACCT.DAT record.
      * 2026-10-15 RO Interactive sign-on now asks for the operator's
      *               password through AUTENTICA-OPERADOR.
      * 2026-10-15 RO A queued merge's MERGAUD.DAT record carries
      *               the id of the operator who confirmed the pair
      *               through DISPONE-DUPLICADOS (blank for a merge
      *               keyed here directly).
      * 2026-10-15 RO The merge carries the loser's email address, with
      *               its contact channel and consent date, to a
      *               survivor that has none.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSIONA-CLIENTES.
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

       FD  MASTER-LOCK-FILE.
       01  MASTER-LOCK-REC     PIC X(8).
           05 NA-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X.
           05 NA-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 NA-BRANCH-CODE   PIC X(4).
           05 FILLER           PIC X.
           05 NA-OPERATOR-ID   PIC X(8).

       FD  NEWACCT-WORK-FILE.
       01  NEWACCT-WORK-REC    PIC X(120).

       FD  MERGE-QUEUE-FILE.
       01  MERGE-QUEUE-REC.
           05 MQ-SURVIVOR-NUMBER PIC 9(8).
           05 FILLER           PIC X.
           05 MQ-LOSER-NUMBER  PIC 9(8).
           05 FILLER           PIC X.
           05 MQ-REQUESTED-BY  PIC X(8).

       FD  MERGE-QUEUE-WORK-FILE.
       01  MERGE-QUEUE-WORK-REC PIC X(26).

       FD  MERGE-AUDIT-FILE.
       01  MERGE-AUDIT-REC.
           05 MA-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 MA-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 MA-REQUESTED-BY  PIC X(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).
          05 WS-SV-DIRECCION-2   PIC X(30).
          05 WS-SV-TELEFONO      PIC X(12).
          05 WS-SV-DOC-ID        PIC X(12).
          05 WS-SV-RISK-RATING   PIC X.
          05 WS-SV-NEXT-REVIEW   PIC 9(8).
          05 WS-SV-LAST-REVIEW   PIC 9(8).
          05 WS-SV-DOC-EXPIRY    PIC 9(8).
          05 WS-SV-CODIGO-POSTAL PIC X(8).
          05 WS-SV-LOCALIDAD     PIC X(30).
          05 WS-SV-PROVINCIA     PIC X(20).
          05 WS-SV-MAIL-STATUS   PIC X.
          05 WS-SV-RETURNED-DATE PIC 9(8).
          05 WS-SV-MINOR-FLAG   PIC X.
          05 WS-SV-GUARDIAN-NUMBER PIC 9(8).
          05 WS-SV-BRANCH-CODE   PIC X(4).
          05 WS-SV-CONTACT-CHANNEL PIC X.
          05 WS-SV-EMAIL         PIC X(32).
          05 WS-SV-CONSENT-DATE  PIC 9(8).
       01 WS-LOSER-REC.
          05 WS-LO-NUMBER        PIC 9(8).
          05 WS-LO-NOMBRE        PIC X(16).
          05 WS-LO-DIRECCION-2   PIC X(30).
          05 WS-LO-TELEFONO      PIC X(12).
          05 WS-LO-DOC-ID        PIC X(12).
          05 WS-LO-RISK-RATING   PIC X.
          05 WS-LO-NEXT-REVIEW   PIC 9(8).
          05 WS-LO-LAST-REVIEW   PIC 9(8).
          05 WS-LO-DOC-EXPIRY    PIC 9(8).
          05 WS-LO-CODIGO-POSTAL PIC X(8).
          05 WS-LO-LOCALIDAD     PIC X(30).
          05 WS-LO-PROVINCIA     PIC X(20).
          05 WS-LO-MAIL-STATUS   PIC X.
          05 WS-LO-RETURNED-DATE PIC 9(8).
          05 WS-LO-MINOR-FLAG   PIC X.
          05 WS-LO-GUARDIAN-NUMBER PIC 9(8).
          05 WS-LO-BRANCH-CODE   PIC X(4).
          05 WS-LO-CONTACT-CHANNEL PIC X.
          05 WS-LO-EMAIL         PIC X(32).
          05 WS-LO-CONSENT-DATE  PIC 9(8).
       01 WS-FIELDS-CARRIED      PIC 9(2) VALUE ZERO.
       01 WS-HISTORY-MOVED       PIC 9(5) VALUE ZERO.
       01 WS-NEWACCT-MOVED       PIC 9(5) VALUE ZERO.
       01 WS-REQUESTED-BY        PIC X(8) VALUE SPACES.
       01 WS-MERGE-SEQ-NO        PIC 9(8) VALUE ZERO.
       01 WS-MERGE-SEQ-NAME      PIC X(8) VALUE "MERGAUD".
       01 WS-HIST-SEQ-NO         PIC 9(8) VALUE ZERO.
       01 WS-HIST-SEQ-NAME       PIC X(8) VALUE "REASGHST".
       01 WS-LOSER-NUMBER-TEXT   PIC X(8).
       01 WS-MASTER-EOF-SWITCH   PIC X VALUE 'N'.
          88 MASTER-FILE-EOF VALUE 'Y'.
       01 WS-WARDS-MOVED         PIC 9(5) VALUE ZERO.
       01 WS-RR-ACTION           PIC X.
       01 WS-RR-MOVED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-RR-TYPE             PIC X(2) VALUE SPACES.
       01 WS-RR-DATE             PIC 9(8) VALUE ZERO.
       01 WS-RR-REASON           PIC X(24) VALUE SPACES.
       01 WS-RR-RESULT           PIC X.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE          PIC X(8).
          05 WS-TS-TIME          PIC X(6).
           PERFORM UNTIL MERGE-QUEUE-EOF
               MOVE MQ-SURVIVOR-NUMBER TO WS-SURVIVOR-NUMBER
               MOVE MQ-LOSER-NUMBER    TO WS-LOSER-NUMBER
               MOVE MQ-REQUESTED-BY    TO WS-REQUESTED-BY
               MOVE 'Y' TO WS-MERGE-OK-SWITCH
               PERFORM CHECK-THE-PAIR
               IF MERGE-MAY-PROCEED
               MOVE 'N' TO WS-MERGE-OK-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-DECEASED
               DISPLAY "MERGE REFUSED - SURVIVOR IS DECEASED: "
                   WS-SURVIVOR-NUMBER
               MOVE 'N' TO WS-MERGE-OK-SWITCH
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-MASTER-REC TO WS-SURVIVOR-REC
           MOVE WS-LOSER-NUMBER TO CM-CUSTOMER-NUMBER
           PERFORM LOOK-UP-ONE-CUSTOMER
               MOVE 'N' TO WS-MERGE-OK-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-DECEASED
               DISPLAY "MERGE REFUSED - LOSER IS DECEASED: "
                   WS-LOSER-NUMBER
               MOVE 'N' TO WS-MERGE-OK-SWITCH
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-MASTER-REC TO WS-LOSER-REC
           DISPLAY "SURVIVOR " WS-SV-NUMBER ": " WS-SV-NOMBRE " "
               WS-SV-APELLIDO
           PERFORM CARRY-MISSING-FIELDS
           PERFORM REPOINT-HISTORY-FILE
           PERFORM REPOINT-NEWACCT-FILE
           PERFORM MOVE-LOSER-RELATIONSHIPS
           PERFORM REPOINT-LOSERS-WARDS
           PERFORM CLOSE-THE-LOSER
           PERFORM WRITE-MERGE-AUDIT-RECORD
           DISPLAY "MERGE COMPLETE - " WS-LOSER-NUMBER " INTO "
               WS-SURVIVOR-NUMBER
           DISPLAY "FIELDS CARRIED:       " WS-FIELDS-CARRIED
           DISPLAY "HISTORY ROWS MOVED:   " WS-HISTORY-MOVED
           DISPLAY "CREATION ROWS MOVED:  " WS-NEWACCT-MOVED
           DISPLAY "RELATIONSHIPS MOVED:  " WS-RR-MOVED-COUNT
           DISPLAY "WARDS RE-POINTED:     " WS-WARDS-MOVED.

      *----------------------------------------------------------------
      * CARRY-MISSING-FIELDS copies across every master field the
      * survivor is missing (blank, or zero for the birth date) that
      * the loser holds, and commits the completed survivor record.
      * The postal code, locality and province go with the street
      * line they belong to, as does the line's returned-mail flag,
      * and the document expiry with its id. A minor's flag goes
      * with its guardian link. The survivor keeps its own branch; a
      * survivor with none takes the loser's. A survivor with no email
      * address takes the loser's with the channel and consent date
      * given with it, unless the survivor already chose a channel.
      *----------------------------------------------------------------
       CARRY-MISSING-FIELDS.
           MOVE ZERO TO WS-FIELDS-CARRIED
           IF WS-SV-DIRECCION-1 = SPACES
                   AND WS-LO-DIRECCION-1 NOT = SPACES
               MOVE WS-LO-DIRECCION-1 TO WS-SV-DIRECCION-1
               MOVE WS-LO-CODIGO-POSTAL TO WS-SV-CODIGO-POSTAL
               MOVE WS-LO-LOCALIDAD TO WS-SV-LOCALIDAD
               MOVE WS-LO-PROVINCIA TO WS-SV-PROVINCIA
               MOVE WS-LO-MAIL-STATUS TO WS-SV-MAIL-STATUS
               MOVE WS-LO-RETURNED-DATE TO WS-SV-RETURNED-DATE
               ADD 1 TO WS-FIELDS-CARRIED
           ELSE
               IF WS-SV-CODIGO-POSTAL = SPACES
                       AND WS-LO-CODIGO-POSTAL NOT = SPACES
                       AND WS-LO-DIRECCION-1 = WS-SV-DIRECCION-1
                   MOVE WS-LO-CODIGO-POSTAL TO WS-SV-CODIGO-POSTAL
                   MOVE WS-LO-LOCALIDAD TO WS-SV-LOCALIDAD
                   MOVE WS-LO-PROVINCIA TO WS-SV-PROVINCIA
                   ADD 1 TO WS-FIELDS-CARRIED
               END-IF
           END-IF
           IF WS-SV-DIRECCION-2 = SPACES
                   AND WS-LO-DIRECCION-2 NOT = SPACES
           IF WS-SV-DOC-ID = SPACES
                   AND WS-LO-DOC-ID NOT = SPACES
               MOVE WS-LO-DOC-ID TO WS-SV-DOC-ID
               MOVE WS-LO-DOC-EXPIRY TO WS-SV-DOC-EXPIRY
               ADD 1 TO WS-FIELDS-CARRIED
           END-IF
           IF WS-SV-EDAD = SPACES AND WS-LO-EDAD NOT = SPACES
               MOVE WS-LO-EDAD TO WS-SV-EDAD
               ADD 1 TO WS-FIELDS-CARRIED
           END-IF
           IF WS-SV-MINOR-FLAG = SPACE AND WS-LO-MINOR-FLAG = 'M'
               MOVE WS-LO-MINOR-FLAG TO WS-SV-MINOR-FLAG
               MOVE WS-LO-GUARDIAN-NUMBER TO WS-SV-GUARDIAN-NUMBER
               ADD 1 TO WS-FIELDS-CARRIED
           END-IF
           IF WS-SV-BRANCH-CODE = SPACES
                   AND WS-LO-BRANCH-CODE NOT = SPACES
               MOVE WS-LO-BRANCH-CODE TO WS-SV-BRANCH-CODE
               ADD 1 TO WS-FIELDS-CARRIED
           END-IF
           IF WS-SV-EMAIL = SPACES AND WS-LO-EMAIL NOT = SPACES
               MOVE WS-LO-EMAIL TO WS-SV-EMAIL
               IF WS-SV-CONTACT-CHANNEL = SPACE
                       OR WS-SV-CONTACT-CHANNEL = 'P'
                   MOVE WS-LO-CONTACT-CHANNEL TO WS-SV-CONTACT-CHANNEL
                   MOVE WS-LO-CONSENT-DATE TO WS-SV-CONSENT-DATE
               END-IF
               ADD 1 TO WS-FIELDS-CARRIED
           END-IF
           IF WS-FIELDS-CARRIED > ZERO
               MOVE WS-SURVIVOR-NUMBER TO CM-CUSTOMER-NUMBER
               PERFORM LOOK-UP-ONE-CUSTOMER
               AT END SET WORK-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * MOVE-LOSER-RELATIONSHIPS hands the loser's open RELACION.DAT
      * relationships to the survivor through REGISTRA-RELACION: each
      * is re-pointed to the survivor, except a link between the two
      * merged customers or one the survivor already holds, which is
      * ended. Each change is logged against both parties.
      *----------------------------------------------------------------
       MOVE-LOSER-RELATIONSHIPS.
           MOVE 'M' TO WS-RR-ACTION
           MOVE ZERO TO WS-RR-MOVED-COUNT
           MOVE WS-BUSINESS-DATE TO WS-RR-DATE
           CALL "REGISTRA-RELACION" USING WS-RR-ACTION,
               WS-RR-MOVED-COUNT, WS-LOSER-NUMBER, WS-SURVIVOR-NUMBER,
               WS-RR-TYPE, WS-RR-DATE, WS-OPERATOR-ID, WS-RR-REASON,
               WS-RR-RESULT
           IF WS-RR-RESULT = 'U'
               DISPLAY "RELATIONSHIPS NOT ALL MOVED - SEQUENCE "
                   "UNAVAILABLE; FINISH THROUGH RELACIONES-CLIENTE"
           END-IF.

      *----------------------------------------------------------------
      * REPOINT-LOSERS-WARDS moves every minor the loser was guardian
      * of over to the survivor as guardian, with a TUTOR history
      * record for each, so no minor is left with a closed guardian.
      *----------------------------------------------------------------
       REPOINT-LOSERS-WARDS.
           MOVE ZERO TO WS-WARDS-MOVED
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           MOVE ZERO TO CM-CUSTOMER-NUMBER
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CM-CUSTOMER-NUMBER
               INVALID KEY
                   SET MASTER-FILE-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-FILE-EOF
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END SET MASTER-FILE-EOF TO TRUE
               END-READ
               IF NOT MASTER-FILE-EOF
                   IF CUSTOMER-IS-MINOR
                           AND CM-GUARDIAN-NUMBER = WS-LOSER-NUMBER
                           AND CM-CUSTOMER-NUMBER
                               NOT = WS-SURVIVOR-NUMBER
                       PERFORM REPOINT-ONE-WARD
                   END-IF
               END-IF
           END-PERFORM.

       REPOINT-ONE-WARD.
           CALL "SIGUIENTE-NUMERO" USING WS-HIST-SEQ-NAME,
               WS-HIST-SEQ-NO
           IF WS-HIST-SEQ-NO = ZERO
               DISPLAY "WARD NOT RE-POINTED - SEQUENCE UNAVAILABLE: "
                   CM-CUSTOMER-NUMBER
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REASSIGN-HISTORY-REC
           MOVE WS-HIST-SEQ-NO TO RH-SEQ-NO
           MOVE CM-CUSTOMER-NUMBER TO RH-CUSTOMER-NUMBER
           MOVE "TUTOR" TO RH-FIELD-NAME
           MOVE WS-LOSER-NUMBER TO WS-LOSER-NUMBER-TEXT
           MOVE WS-LOSER-NUMBER-TEXT TO RH-OLD-VALUE
           MOVE WS-SURVIVOR-NUMBER TO WS-LOSER-NUMBER-TEXT
           MOVE WS-LOSER-NUMBER-TEXT TO RH-NEW-VALUE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO RH-TIMESTAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
               INTO RH-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE WS-OPERATOR-ID   TO RH-OPERATOR-ID
           MOVE SPACES           TO RH-CHECKER-ID
           MOVE WS-BUSINESS-DATE TO RH-EFFECTIVE-DATE
           OPEN EXTEND REASSIGN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT REASSIGN-HISTORY-FILE
           END-IF
           WRITE REASSIGN-HISTORY-REC
           CLOSE REASSIGN-HISTORY-FILE
           MOVE WS-SURVIVOR-NUMBER TO CM-GUARDIAN-NUMBER
           REWRITE CUSTOMER-MASTER-REC
           PERFORM JOURNAL-MASTER-REWRITE
           ADD 1 TO WS-WARDS-MOVED.

      *----------------------------------------------------------------
      * CLOSE-THE-LOSER freezes the loser's master record as CLOSED
      * with the business date, and writes the cross-reference history
               INTO MA-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO MA-BUSINESS-DATE
           MOVE WS-OPERATOR-ID   TO MA-OPERATOR-ID
           MOVE WS-REQUESTED-BY  TO MA-REQUESTED-BY
           OPEN EXTEND MERGE-AUDIT-FILE
           IF WS-MERGAUD-FILE-STATUS = "35"
               OPEN OUTPUT MERGE-AUDIT-FILE
               DISPLAY "PLEASE INTRODUCE YOUR OPERATOR ID"
               ACCEPT WS-OPERATOR-ID
               PERFORM VALIDATE-OPERATOR-ID
               IF OPERATOR-IS-VALID
                   CALL "AUTENTICA-OPERADOR" USING WS-OPERATOR-ID,
                       WS-MJ-PROGRAM, WS-OPERID-VALID-SW
                   IF NOT OPERATOR-IS-VALID
                       DISPLAY "SIGN-ON REFUSED - TRY AGAIN"
                   END-IF
               ELSE
                   DISPLAY "UNKNOWN OPERATOR ID - TRY AGAIN"
               END-IF
           END-PERFORM.
