      *               keyed name with a closing warning, instead of
      *               silently presenting one twin of a same-name
      *               pair.
      * 2026-10-15 RO The surname inquiry now ignores accents: the
      *               keyed and stored surnames are both folded
      *               through NORMALIZA-NOMBRE before they are
      *               compared, so MUNOZ lists the MUÑOZ records and
      *               GÓMEZ the GOMEZ ones. The key is still browsed
      *               only from the keyed surname's leading letters
      *               that no accent can change.
      * 2026-10-15 RO Every inquiry now lists the customer's open
      *               relationships on RELACION.DAT -- joint holders,
      *               guardians, powers of attorney, households --
      *               from either side.
      * 2026-10-15 RO The operator now signs on through VALIDA-
      *               OPERADOR, and an ordinary operator with a home
      *               branch sees customers of other branches by
      *               number and branch only. Customers not yet given
      *               a branch, supervisors and night operations see
      *               everything. Every inquiry shows the branch.
      * 2026-10-15 RO Interactive sign-on now asks for the operator's
      *               password through AUTENTICA-OPERADOR.
      * 2026-10-15 RO Every inquiry now shows the customer's phone
      *               and document id, masked to the last four
      *               digits for the roles ENMASCARA-DATO does not
      *               entitle to full values; each full view of a
      *               document id is logged on SEGLOG.DAT (DOCVIEW).
      * 2026-10-15 RO Added the old-number inquiry 'O': a customer taken
      *               over on a portfolio conversion is found by the
      *               other bank's number through CONVXREF.DAT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-CLIENTES.
           SELECT CUSTOMER-NOTES-FILE ASSIGN TO "NOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-FILE-STATUS.
           SELECT RELATIONSHIP-FILE ASSIGN TO "RELACION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-REL-NUMBER
               ALTERNATE RECORD KEY IS RL-CUSTOMER-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RL-RELATED-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-RELACION-FILE-STATUS.
           SELECT CROSS-REFERENCE-FILE ASSIGN TO "CONVXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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

       FD  PHONETIC-KEY-FILE.
       01  PHONETIC-KEY-REC.
           05 FILLER           PIC X.
           05 NT-NOTE-TEXT     PIC X(60).

       FD  RELATIONSHIP-FILE.
       01  RELATIONSHIP-REC.
           05 RL-REL-NUMBER    PIC 9(8).
           05 RL-CUSTOMER-NUMBER PIC 9(8).
           05 RL-RELATED-NUMBER PIC 9(8).
           05 RL-TYPE          PIC X(2).
           05 RL-EFFECTIVE-DATE PIC 9(8).
           05 RL-END-DATE      PIC 9(8).
           05 RL-STATUS        PIC X.
              88 RELATION-OPEN      VALUE 'O'.
              88 RELATION-ENDED     VALUE 'E'.
           05 RL-OPERATOR-ID   PIC X(8).
           05 RL-END-OPERATOR-ID PIC X(8).
           05 RL-END-REASON    PIC X(24).

       FD  CROSS-REFERENCE-FILE.
       01  CROSS-REFERENCE-REC.
           05 XR-KEY.
              10 XR-OLD-NUMBER PIC X(12).
              10 XR-PORTFOLIO  PIC X(8).
           05 XR-NEW-NUMBER    PIC 9(8).
           05 XR-CONVERTED-DATE PIC 9(8).
           05 XR-OPERATOR-ID   PIC X(8).
           05 XR-CUSTOMER-SINCE PIC 9(8).
           05 XR-OPENING-BALANCE PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 XR-BALANCE-STATUS PIC X.
              88 XR-BALANCE-POSTED     VALUE 'P'.
              88 XR-BALANCE-ZERO       VALUE 'Z'.
              88 XR-BALANCE-NOT-POSTED VALUE 'F'.
           05 XR-POSTING-REF   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS PIC XX.
       01 WS-FONETICO-FILE-STATUS PIC XX.
       01 WS-NOTES-EOF-SWITCH   PIC X VALUE 'N'.
          88 NOTES-FILE-EOF VALUE 'Y'.
       01 WS-NOTES-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-RELACION-FILE-STATUS PIC XX.
       01 WS-REL-EOF-SWITCH     PIC X VALUE 'N'.
          88 RELATION-SCAN-DONE VALUE 'Y'.
       01 WS-XREF-FILE-STATUS   PIC XX.
       01 WS-XREF-EOF-SW        PIC X VALUE 'N'.
          88 XREF-LIST-DONE VALUE 'Y'.
       01 WS-WANTED-OLD-NUMBER  PIC X(12).
       01 WS-EDIT-BALANCE       PIC -(12)9.99.
       01 WS-FUNCTION-CODE      PIC X.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-PROGRAM-NAME       PIC X(18) VALUE "CONSULTA-CLIENTES".
       01 WS-OPERID-VALID-SW    PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-OPERATOR-ROLE      PIC X(10) VALUE SPACES.
       01 WS-MASK-VALUE         PIC X(32).
       01 WS-MASK-SHOWN         PIC X.
          88 MASK-SHOWN-FULL VALUE 'F'.
       01 WS-SECURITY-EVENT     PIC X(8) VALUE "DOCVIEW".
       01 WS-SUBJECT-ID         PIC X(8).
       01 WS-VS-ACTION          PIC X VALUE 'O'.
       01 WS-VS-BRANCH-CODE     PIC X(4) VALUE SPACES.
       01 WS-VS-SCOPE           PIC X VALUE 'A'.
          88 OPERATOR-ON-ALL-BRANCHES VALUE 'A'.
       01 WS-VS-BRANCH-NAME     PIC X(30).
       01 WS-VS-RESULT          PIC X.
       01 WS-NOMBRE             PIC X(16) VALUE SPACES.
       01 WS-APELLIDO           PIC X(32) VALUE SPACES.
       01 WS-CONTINUE-BROWSE    PIC X VALUE 'Y'.
       01 WS-SAME-NAME-SW       PIC X VALUE 'N'.
          88 SAME-NAME-CONTINUES VALUE 'Y'.
       01 WS-TWIN-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-FOLD-INPUT         PIC X(80).
       01 WS-FOLD-LENGTH        PIC 9(2) VALUE 32.
       01 WS-FOLD-OUTPUT        PIC X(80).
       01 WS-WANTED-SURNAME     PIC X(32).
       01 WS-RANGE-START        PIC X(32).
       01 WS-RANGE-LENGTH       PIC 9(2) COMP VALUE ZERO.
       01 WS-PREFIX-CHAR        PIC X.
          88 PREFIX-CHAR-MAY-VARY VALUE 'A' 'E' 'I' 'O' 'U' 'N'
                                        'a' 'e' 'i' 'o' 'u' 'n'
                                        SPACE X"80" THRU X"FF".
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM SIGN-ON
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-FILE-STATUS
           ELSE
               DISPLAY "INQUIRY TYPE - E = EXACT NAME, B = BROWSE"
                   ", S = SURNAME, F = SOUNDS LIKE, O = OLD NUMBER"
               ACCEPT WS-FUNCTION-CODE
               EVALUATE WS-FUNCTION-CODE
                   WHEN 'B'
                   WHEN 'F'
                   WHEN 'f'
                       PERFORM LIST-BY-PHONETIC-KEY
                   WHEN 'O'
                   WHEN 'o'
                       PERFORM LIST-BY-OLD-NUMBER
                   WHEN OTHER
                       PERFORM LOOK-UP-EXACT-NAME
               END-EVALUATE
           END-READ.

      *----------------------------------------------------------------
      * LIST-BY-SURNAME lists every customer whose surname matches
      * the keyed one once accents are folded away on both sides, so
      * MUNOZ finds MUÑOZ. The APELLIDO key is browsed from the keyed
      * surname's leading letters up to the first one an accent could
      * change; a surname that starts with such a letter is browsed
      * from its plain first letter and then through the surnames
      * whose first byte is an accented letter.
      *----------------------------------------------------------------
       LIST-BY-SURNAME.
           DISPLAY "PLEASE INTRODUCE THE SURNAME"
           ACCEPT WS-APELLIDO
           MOVE WS-APELLIDO TO WS-FOLD-INPUT
           CALL "NORMALIZA-NOMBRE" USING WS-FOLD-INPUT,
               WS-FOLD-LENGTH, WS-FOLD-OUTPUT
           MOVE WS-FOLD-OUTPUT(1:32) TO WS-WANTED-SURNAME
           MOVE ZERO TO WS-RANGE-LENGTH
           MOVE WS-APELLIDO(1:1) TO WS-PREFIX-CHAR
           PERFORM UNTIL PREFIX-CHAR-MAY-VARY
                   OR WS-RANGE-LENGTH >= 32
               ADD 1 TO WS-RANGE-LENGTH
               IF WS-RANGE-LENGTH < 32
                   MOVE WS-APELLIDO(WS-RANGE-LENGTH + 1:1)
                       TO WS-PREFIX-CHAR
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-RANGE-LENGTH > ZERO
               MOVE WS-APELLIDO TO WS-RANGE-START
               PERFORM SCAN-SURNAME-RANGE
           ELSE
               MOVE WS-WANTED-SURNAME(1:1) TO WS-RANGE-START
               MOVE 1 TO WS-RANGE-LENGTH
               PERFORM SCAN-SURNAME-RANGE
               MOVE LOW-VALUES TO WS-RANGE-START
               MOVE X"80" TO WS-RANGE-START(1:1)
               MOVE ZERO TO WS-RANGE-LENGTH
               PERFORM SCAN-SURNAME-RANGE
           END-IF
           IF NOT CUSTOMER-FOUND
               DISPLAY "NO CUSTOMER WITH SURNAME " WS-APELLIDO
           END-IF.

      *----------------------------------------------------------------
      * SCAN-SURNAME-RANGE positions the APELLIDO key at WS-RANGE-
      * START and reads on while the stored surname still begins with
      * its first WS-RANGE-LENGTH bytes (to the end of the file when
      * that length is zero), showing each one whose folded surname
      * is the one wanted.
      *----------------------------------------------------------------
       SCAN-SURNAME-RANGE.
           MOVE 'N' TO WS-BROWSE-EOF-SWITCH
           MOVE WS-RANGE-START TO CM-APELLIDO
           IF WS-RANGE-LENGTH > ZERO AND WS-RANGE-LENGTH < 32
               MOVE SPACES TO CM-APELLIDO(WS-RANGE-LENGTH + 1:)
           END-IF
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CM-APELLIDO
               INVALID KEY
                   SET BROWSE-AT-END TO TRUE
           END-START
           PERFORM UNTIL BROWSE-AT-END
               PERFORM READ-NEXT-BY-NAME
               IF NOT BROWSE-AT-END
                   IF WS-RANGE-LENGTH > ZERO
                           AND CM-APELLIDO(1:WS-RANGE-LENGTH)
                           NOT = WS-RANGE-START(1:WS-RANGE-LENGTH)
                       SET BROWSE-AT-END TO TRUE
                   ELSE
                       MOVE CM-APELLIDO TO WS-FOLD-INPUT
                       CALL "NORMALIZA-NOMBRE" USING WS-FOLD-INPUT,
                           WS-FOLD-LENGTH, WS-FOLD-OUTPUT
                       IF WS-FOLD-OUTPUT(1:32) = WS-WANTED-SURNAME
                           SET CUSTOMER-FOUND TO TRUE
                           PERFORM DISPLAY-ONE-CUSTOMER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * LIST-BY-PHONETIC-KEY collapses the keyed surname to its
                   PERFORM DISPLAY-ONE-CUSTOMER
           END-READ.

      *----------------------------------------------------------------
      * LIST-BY-OLD-NUMBER finds a customer taken over on a portfolio
      * conversion by the number the other bank knew them by, through
      * the CONVXREF.DAT cross-reference. The same old number may come
      * from more than one acquired book, so every portfolio holding
      * it is listed, each with the customer it became.
      *----------------------------------------------------------------
       LIST-BY-OLD-NUMBER.
           DISPLAY "PLEASE INTRODUCE THE CUSTOMER'S OLD NUMBER"
           ACCEPT WS-WANTED-OLD-NUMBER
           OPEN INPUT CROSS-REFERENCE-FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               DISPLAY "NO CONVERSION CROSS-REFERENCE CONVXREF.DAT - "
                   "NO PORTFOLIO HAS BEEN CONVERTED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WANTED-OLD-NUMBER TO XR-OLD-NUMBER
           MOVE SPACES TO XR-PORTFOLIO
           MOVE 'N' TO WS-XREF-EOF-SW
           MOVE 'N' TO WS-FOUND-SWITCH
           START CROSS-REFERENCE-FILE
               KEY IS NOT LESS THAN XR-KEY
               INVALID KEY
                   SET XREF-LIST-DONE TO TRUE
           END-START
           PERFORM UNTIL XREF-LIST-DONE
               READ CROSS-REFERENCE-FILE NEXT
                   AT END SET XREF-LIST-DONE TO TRUE
               END-READ
               IF NOT XREF-LIST-DONE
                   IF XR-OLD-NUMBER = WS-WANTED-OLD-NUMBER
                       SET CUSTOMER-FOUND TO TRUE
                       PERFORM SHOW-ONE-CONVERTED-CUSTOMER
                   ELSE
                       SET XREF-LIST-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CROSS-REFERENCE-FILE
           IF NOT CUSTOMER-FOUND
               DISPLAY "NO CUSTOMER CONVERTED FROM OLD NUMBER "
                   WS-WANTED-OLD-NUMBER
           END-IF.

       SHOW-ONE-CONVERTED-CUSTOMER.
           MOVE XR-OPENING-BALANCE TO WS-EDIT-BALANCE
           DISPLAY "OLD NUMBER " XR-OLD-NUMBER " OF PORTFOLIO "
               XR-PORTFOLIO " IS CUSTOMER " XR-NEW-NUMBER
           DISPLAY "CONVERTED " XR-CONVERTED-DATE
               " - CUSTOMER SINCE " XR-CUSTOMER-SINCE
               " - OPENING BALANCE " WS-EDIT-BALANCE
           IF XR-BALANCE-NOT-POSTED
               DISPLAY "OPENING BALANCE NOT YET POSTED"
           END-IF
           MOVE XR-NEW-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-NUMBER
               INVALID KEY
                   DISPLAY XR-NEW-NUMBER " (NOT ON MASTER)"
                   DISPLAY "--------------------------------"
               NOT INVALID KEY
                   PERFORM DISPLAY-ONE-CUSTOMER
           END-READ.

      *----------------------------------------------------------------
      * SIGN-ON takes the operator id until VALIDA-OPERADOR accepts it
      * for this program, then fetches the operator's home branch and
      * scope through VALIDA-SUCURSAL.
      *----------------------------------------------------------------
       SIGN-ON.
           PERFORM UNTIL OPERATOR-IS-VALID
               DISPLAY "PLEASE INTRODUCE YOUR OPERATOR ID"
               ACCEPT WS-OPERATOR-ID
               CALL "VALIDA-OPERADOR" USING WS-OPERATOR-ID,
                   WS-PROGRAM-NAME, WS-OPERID-VALID-SW,
                   WS-OPERATOR-ROLE
               IF OPERATOR-IS-VALID
                   CALL "AUTENTICA-OPERADOR" USING WS-OPERATOR-ID,
                       WS-PROGRAM-NAME, WS-OPERID-VALID-SW
                   IF NOT OPERATOR-IS-VALID
                       DISPLAY "SIGN-ON REFUSED - TRY AGAIN"
                   END-IF
               ELSE
                   DISPLAY "UNKNOWN OPERATOR ID - TRY AGAIN"
               END-IF
           END-PERFORM
           MOVE 'O' TO WS-VS-ACTION
           CALL "VALIDA-SUCURSAL" USING WS-VS-ACTION,
               WS-OPERATOR-ID, WS-VS-BRANCH-CODE, WS-VS-SCOPE,
               WS-VS-BRANCH-NAME, WS-VS-RESULT.

      *----------------------------------------------------------------
      * DISPLAY-ONE-CUSTOMER shows a customer of another branch to an
      * ordinary operator by number only, so the desk knows the person
      * is held without seeing the other branch's details. Customers
      * not yet given a branch are shown to everyone.
      *----------------------------------------------------------------
       DISPLAY-ONE-CUSTOMER.
           IF NOT OPERATOR-ON-ALL-BRANCHES
                   AND CM-BRANCH-CODE NOT = SPACES
                   AND CM-BRANCH-CODE NOT = WS-VS-BRANCH-CODE
               DISPLAY "CUSTOMER NUMBER: " CM-CUSTOMER-NUMBER
                   " - HELD AT BRANCH " CM-BRANCH-CODE
                   ", NOT YOUR BRANCH"
               DISPLAY "--------------------------------"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CUSTOMER NUMBER: " CM-CUSTOMER-NUMBER
           DISPLAY "BRANCH:  " CM-BRANCH-CODE
           DISPLAY "NAME:    " CM-NOMBRE
           DISPLAY "SURNAME: " CM-APELLIDO
           DISPLAY "AGE:     " CM-EDAD
           DISPLAY "STATUS:  " CM-STATUS " SINCE " CM-STATUS-DATE
           DISPLAY "BORN:    " CM-FECHA-NAC
           PERFORM SHOW-PHONE-AND-DOCUMENT
           PERFORM COUNT-CUSTOMER-NOTES
           IF WS-NOTES-COUNT > ZERO
               DISPLAY "NOTES ON FILE: " WS-NOTES-COUNT
                   " - SEE NOTAS-CLIENTE"
           END-IF
           PERFORM SHOW-OPEN-RELATIONSHIPS
           DISPLAY "--------------------------------".

      *----------------------------------------------------------------
      * SHOW-PHONE-AND-DOCUMENT shows the phone and document id as the
      * operator's role allows through ENMASCARA-DATO, and logs every
      * full view of the document id on SEGLOG.DAT.
      *----------------------------------------------------------------
       SHOW-PHONE-AND-DOCUMENT.
           MOVE CM-TELEFONO TO WS-MASK-VALUE
           CALL "ENMASCARA-DATO" USING WS-OPERATOR-ROLE, WS-MASK-VALUE,
               WS-MASK-SHOWN
           DISPLAY "PHONE:   " WS-MASK-VALUE(1:12)
           MOVE CM-DOC-ID TO WS-MASK-VALUE
           CALL "ENMASCARA-DATO" USING WS-OPERATOR-ROLE, WS-MASK-VALUE,
               WS-MASK-SHOWN
           DISPLAY "DOC ID:  " WS-MASK-VALUE(1:12)
           IF MASK-SHOWN-FULL AND CM-DOC-ID NOT = SPACES
               MOVE CM-CUSTOMER-NUMBER TO WS-SUBJECT-ID
               CALL "REGISTRA-SEGURIDAD" USING WS-SECURITY-EVENT,
                   WS-OPERATOR-ID, WS-PROGRAM-NAME, WS-SUBJECT-ID
           END-IF.

      *----------------------------------------------------------------
      * SHOW-OPEN-RELATIONSHIPS lists the displayed customer's open
      * relationships on RELACION.DAT from both sides -- "GU TO" a
      * ward, "GU FROM" a guardian -- so the desk sees who else is on
      * the customer's affairs. Ended ones are left to
      * RELACIONES-CLIENTE.
      *----------------------------------------------------------------
       SHOW-OPEN-RELATIONSHIPS.
           OPEN INPUT RELATIONSHIP-FILE
           IF WS-RELACION-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CM-CUSTOMER-NUMBER TO RL-CUSTOMER-NUMBER
           MOVE 'N' TO WS-REL-EOF-SWITCH
           START RELATIONSHIP-FILE
               KEY IS EQUAL TO RL-CUSTOMER-NUMBER
               INVALID KEY
                   SET RELATION-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL RELATION-SCAN-DONE
               READ RELATIONSHIP-FILE NEXT RECORD
                   AT END SET RELATION-SCAN-DONE TO TRUE
               END-READ
               IF NOT RELATION-SCAN-DONE
                   IF RL-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
                       SET RELATION-SCAN-DONE TO TRUE
                   ELSE
                       IF RELATION-OPEN
                           DISPLAY "RELATION: " RL-TYPE " TO   "
                               RL-RELATED-NUMBER " SINCE "
                               RL-EFFECTIVE-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE CM-CUSTOMER-NUMBER TO RL-RELATED-NUMBER
           MOVE 'N' TO WS-REL-EOF-SWITCH
           START RELATIONSHIP-FILE
               KEY IS EQUAL TO RL-RELATED-NUMBER
               INVALID KEY
                   SET RELATION-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL RELATION-SCAN-DONE
               READ RELATIONSHIP-FILE NEXT RECORD
                   AT END SET RELATION-SCAN-DONE TO TRUE
               END-READ
               IF NOT RELATION-SCAN-DONE
                   IF RL-RELATED-NUMBER NOT = CM-CUSTOMER-NUMBER
                       SET RELATION-SCAN-DONE TO TRUE
                   ELSE
                       IF RELATION-OPEN
                           DISPLAY "RELATION: " RL-TYPE " FROM "
                               RL-CUSTOMER-NUMBER " SINCE "
                               RL-EFFECTIVE-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RELATIONSHIP-FILE.

      *----------------------------------------------------------------
      * COUNT-CUSTOMER-NOTES counts the notes held for the displayed
      * customer, so the desk knows the other desk wrote something
