      *               so concurrent writers can no longer interleave
      *               on the indexed master. Inquiry programs read
      *               without the lock.
      * 2026-10-15 RO A correction is now screened against the
      *               sanctions watch list through CRIBA-LISTA before
      *               the account is created, the same screen
      *               onboarding applies; a potential match stays in
      *               suspense until compliance clears the hit.
      * 2026-10-15 RO Suspense records now carry the document expiry
      *               date. A carried expiry that is not a real date,
      *               or has already passed, is re-keyed at the desk
      *               before the account is created, and the account
      *               starts with a medium KYC risk rating and its
      *               next periodic review scheduled through
      *               PROXIMA-REVISION, the same as onboarding.
      * 2026-10-15 RO The carried document id is now checked through
      *               the shared VALIDA-DOCUMENTO subroutine -- DNI
      *               length rules, CUIT/CUIL prefix and check digit
      *               -- the same edit onboarding applies; one that
      *               fails is re-keyed at the desk with the
      *               validator's reason shown.
      * 2026-10-15 RO The duplicate-customer check now also catches
      *               the name keyed with or without an accent
      *               (MUNOZ against a MUÑOZ on file), comparing the
      *               FONETICO.DAT entries under the surname's
      *               sounds-like key with accents folded through
      *               NORMALIZA-NOMBRE, the same as onboarding.
      * 2026-10-15 RO Suspense records now carry the postal code,
      *               locality and province. The carried address is
      *               checked against the postal reference through
      *               VALIDA-DOMICILIO before the account is created,
      *               the same check onboarding applies; one that
      *               fails is re-keyed at the desk with the
      *               validator's reason shown, and a good address is
      *               stored as the reference spells it.
      * 2026-10-15 RO Suspense records now carry the guardian's
      *               customer number. A carried birth date under 18
      *               against the business date makes the item a
      *               minor, who needs a guardian that is an existing
      *               active adult customer, the same rule onboarding
      *               applies; a missing or unqualified guardian is
      *               re-keyed at the desk, and the account is created
      *               with the minor flag and guardian link set.
      * 2026-10-15 RO A corrected minor's guardian is also recorded
      *               on RELACION.DAT as a GU relationship through
      *               REGISTRA-RELACION.
      * 2026-10-15 RO A suspense item that named a prospect marks
      *               that prospect converted into the corrected
      *               account through ENLAZA-PROSPECTO.
      * 2026-10-15 RO Suspense records now carry the opening branch.
      *               A corrected item's branch is checked through
      *               VALIDA-SUCURSAL and can be keyed again at the
      *               desk; an item with no valid branch stays in
      *               suspense. The new account is opened at that
      *               branch.
      * 2026-10-15 RO An account cleared from suspense carries
      *               SUSPENSE as its operator on NEWACCT.DAT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRIGE-SUSPENSO.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT PHONETIC-KEY-FILE ASSIGN TO "FONETICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FK-RECORD-KEY
               FILE STATUS IS WS-FONETICO-FILE-STATUS.
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

       FD  MASTER-LOCK-FILE.
       01  MASTER-LOCK-REC     PIC X(8).
           05 ES-TELEFONO      PIC X(12).
           05 FILLER           PIC X.
           05 ES-DOC-ID        PIC X(12).
           05 FILLER           PIC X.
           05 ES-DOC-EXPIRY    PIC X(8).
           05 FILLER           PIC X.
           05 ES-CODIGO-POSTAL PIC X(8).
           05 FILLER           PIC X.
           05 ES-LOCALIDAD     PIC X(30).
           05 FILLER           PIC X.
           05 ES-PROVINCIA     PIC X(20).
           05 FILLER           PIC X.
           05 ES-GUARDIAN-NUMBER PIC X(8).
           05 FILLER           PIC X.
           05 ES-PROSPECT-NUMBER PIC X(8).
           05 FILLER           PIC X.
           05 ES-BRANCH-CODE   PIC X(4).

       FD  SUSPENSE-WORK-FILE.
       01  SUSPENSE-WORK-REC   PIC X(304).

       FD  NEW-ACCOUNTS-REPORT-FILE.
       01  NEW-ACCOUNTS-REPORT-REC.
           05 NA-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X VALUE SPACE.
           05 NA-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 NA-BRANCH-CODE   PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 NA-OPERATOR-ID   PIC X(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       FD  PHONETIC-KEY-FILE.
       01  PHONETIC-KEY-REC.
           05 FK-RECORD-KEY.
              10 FK-APELLIDO-KEY PIC X(10).
              10 FK-CUSTOMER-NUMBER PIC 9(8).
           05 FK-NOMBRE-KEY    PIC X(10).
           05 FK-NOMBRE        PIC X(16).
           05 FK-APELLIDO      PIC X(32).

       WORKING-STORAGE SECTION.
       01 WS-MLOCK-FILE-STATUS  PIC XX.
       01 WS-MLOCK-SWITCH       PIC X VALUE 'N'.
          88 CUSTOMER-IS-DUPLICATE VALUE 'Y'.
       01 WS-DOC-DUP-SWITCH       PIC X VALUE 'N'.
          88 DOCUMENT-IS-DUPLICATE VALUE 'Y'.
       01 WS-FONETICO-FILE-STATUS PIC XX.
       01 WS-FONETICO-EOF-SW      PIC X VALUE 'N'.
          88 PHONETIC-LIST-DONE VALUE 'Y'.
       01 WS-KEY-NAME-IN          PIC X(32).
       01 WS-WANTED-KEY           PIC X(10).
       01 WS-FOLD-INPUT           PIC X(80).
       01 WS-FOLD-LENGTH          PIC 9(2) VALUE ZERO.
       01 WS-FOLD-OUTPUT          PIC X(80).
       01 WS-FOLD-NOMBRE          PIC X(16).
       01 WS-FOLD-APELLIDO        PIC X(32).
       01 WS-FOLDED-NAME          PIC X(48).
       01 WS-WANTED-FOLDED-NAME   PIC X(48).
       01 WS-NUM12-CLASS-INPUT    PIC X(12).
       01 WS-NUM12-CLASS-LENGTH   PIC 9(2) VALUE 12.
       01 WS-NUM12-SWITCH         PIC X VALUE 'Y'.
          88 NUM12-FIELD-IS-VALID VALUE 'Y'.
       01 WS-CUSTOMER-NUMBER      PIC 9(8) VALUE ZERO.
       01 WS-CUSTNUM-SEQ-NAME     PIC X(8) VALUE "CUSTNUM".
       01 WS-RR-ACTION            PIC X.
       01 WS-RR-REL-NUMBER        PIC 9(8) VALUE ZERO.
       01 WS-RR-TYPE              PIC X(2) VALUE "GU".
       01 WS-RR-DATE              PIC 9(8) VALUE ZERO.
       01 WS-RR-OPERATOR-ID       PIC X(8) VALUE "SUSPENSE".
       01 WS-RR-REASON            PIC X(24) VALUE SPACES.
       01 WS-RR-RESULT            PIC X.
       01 WS-EP-ACTION            PIC X.
       01 WS-EP-PROSPECT-NUMBER   PIC 9(8) VALUE ZERO.
       01 WS-EP-OPERATOR-ID       PIC X(8) VALUE "SUSPENSE".
       01 WS-EP-DETAILS           PIC X(178).
       01 WS-EP-RESULT            PIC X.
       01 WS-EDAD-CLASS-INPUT     PIC X(3).
       01 WS-EDAD-CLASS-LENGTH    PIC 9(2) VALUE 3.
       01 WS-EDAD-CLASS-RESULTS.
       01 WS-FNAC-OK-SWITCH       PIC X VALUE 'Y'.
          88 FECHA-NAC-IS-GOOD VALUE 'Y'.
       01 WS-AF-OLD-APELLIDO      PIC X(32) VALUE SPACES.
       01 WS-DEXP-SWITCH          PIC X VALUE 'Y'.
          88 DOC-EXPIRY-IS-GOOD VALUE 'Y'.
       01 WS-DEXP-CEILING         PIC 9(8) VALUE 99991231.
       01 WS-DEXP-MIN-YEAR        PIC 9(4) VALUE ZERO.
       01 WS-DEXP-NUMERIC         PIC 9(8) VALUE ZERO.
       01 WS-DEXP-ANSWER          PIC X(8).
       01 WS-DOCV-RESULTS.
          05 WS-VD-IS-VALID       PIC X.
          05 WS-VD-DOC-TYPE       PIC X(4).
          05 WS-VD-REASON         PIC X(24).
       01 WS-DOCID-SWITCH         PIC X VALUE 'Y'.
          88 DOC-ID-IS-GOOD VALUE 'Y'.
       01 WS-DOCID-ANSWER         PIC X(12).
       01 WS-ADDR-SWITCH          PIC X VALUE 'Y'.
          88 ADDRESS-IS-GOOD VALUE 'Y'.
       01 WS-ADDR-ANSWER          PIC X(30).
       01 WS-MAJORITY-AGE         PIC 9(2) VALUE 18.
       01 WS-FNAC-NUMERIC         PIC 9(8) VALUE ZERO.
       01 WS-AGE-YEARS            PIC 9(4) VALUE ZERO.
       01 WS-GUARDIAN-NUMERIC     PIC 9(8) VALUE ZERO.
       01 WS-GUARD-REASON         PIC X(24) VALUE SPACES.
       01 WS-GUARD-ANSWER         PIC X(8).
       01 WS-BRANCH-ANSWER        PIC X(4).
       01 WS-BRANCH-SWITCH        PIC X VALUE 'Y'.
          88 BRANCH-IS-GOOD VALUE 'Y'.
       01 WS-VS-ACTION            PIC X VALUE 'B'.
       01 WS-VS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01 WS-VS-SCOPE             PIC X.
       01 WS-VS-BRANCH-NAME       PIC X(30).
       01 WS-VS-RESULT            PIC X.
       01 WS-MINOR-SWITCH         PIC X VALUE 'N'.
          88 ITEM-IS-MINOR VALUE 'Y'.
       01 WS-GUARD-SWITCH         PIC X VALUE 'Y'.
          88 GUARDIAN-IS-GOOD VALUE 'Y'.
       01 WS-ADDRV-RESULTS.
          05 WS-VM-IS-VALID       PIC X.
          05 WS-VM-REASON         PIC X(24).
          05 WS-VM-STD-DIRECCION-1 PIC X(30).
          05 WS-VM-STD-CODIGO-POSTAL PIC X(8).
          05 WS-VM-STD-LOCALIDAD  PIC X(30).
          05 WS-VM-STD-PROVINCIA  PIC X(20).
       01 WS-PR-RISK-RATING       PIC X VALUE 'M'.
       01 WS-PR-NEXT-REVIEW       PIC 9(8) VALUE ZERO.
       01 WS-PR-GRACE-DAYS        PIC 9(3) VALUE ZERO.
       01 WS-AF-NOMBRE            PIC X(16) VALUE SPACES.
       01 WS-AF-APELLIDO          PIC X(32) VALUE SPACES.
       01 WS-CR-SOURCE            PIC X VALUE 'O'.
       01 WS-CR-CUSTOMER-NUMBER   PIC 9(8) VALUE ZERO.
       01 WS-CR-RESULT            PIC X.
       01 WS-CR-ENTRY-ID          PIC X(10).
       01 WS-CR-MATCH-ON          PIC X(8).
       01 WS-CR-HIT-NUMBER        PIC 9(8).
       01 WS-CLEARED-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-RETAINED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-TIMESTAMP.
           DISPLAY "BORN:    " ES-FECHA-NAC
           DISPLAY "PHONE:   " ES-TELEFONO
           DISPLAY "DOC ID:  " ES-DOC-ID
           DISPLAY "DOC EXP: " ES-DOC-EXPIRY
           DISPLAY "ADDRESS: " ES-DIRECCION-1
           DISPLAY "POSTAL:  " ES-CODIGO-POSTAL " " ES-LOCALIDAD
               " " ES-PROVINCIA
           DISPLAY "GUARDIAN:" ES-GUARDIAN-NUMBER
           IF ES-PROSPECT-NUMBER NOT = SPACES
               DISPLAY "PROSPECT:" ES-PROSPECT-NUMBER
           END-IF
           DISPLAY "BRANCH:  " ES-BRANCH-CODE
           DISPLAY "ENTER CORRECTED AGE (OR S TO SKIP)"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
               IF EDAD-IS-VALID
                   PERFORM VALIDATE-CARRIED-FECHA-NAC
                   PERFORM VALIDATE-PHONE-AND-DOCUMENT
                   IF NOT DOC-ID-IS-GOOD
                       PERFORM TAKE-CORRECTED-DOC-ID
                   END-IF
                   PERFORM VALIDATE-CARRIED-DOC-EXPIRY
                   IF NOT DOC-EXPIRY-IS-GOOD
                       PERFORM TAKE-CORRECTED-DOC-EXPIRY
                   END-IF
                   PERFORM VALIDATE-CARRIED-ADDRESS
                   IF NOT ADDRESS-IS-GOOD
                       PERFORM TAKE-CORRECTED-ADDRESS
                   END-IF
                   PERFORM VALIDATE-CARRIED-GUARDIAN
                   IF NOT GUARDIAN-IS-GOOD
                       PERFORM TAKE-CORRECTED-GUARDIAN
                   END-IF
                   PERFORM VALIDATE-CARRIED-BRANCH
                   IF NOT BRANCH-IS-GOOD
                       PERFORM TAKE-CORRECTED-BRANCH
                   END-IF
                   PERFORM CHECK-DUPLICATE-CUSTOMER
                   PERFORM CHECK-DUPLICATE-DOCUMENT
                   IF NOT FECHA-NAC-IS-GOOD
                           "LEFT IN SUSPENSE"
                       PERFORM KEEP-ITEM-IN-SUSPENSE
                   ELSE
                   IF NOT DOC-EXPIRY-IS-GOOD
                       DISPLAY "DOCUMENT EXPIRY STILL INVALID OR PAST "
                           "- LEFT IN SUSPENSE"
                       PERFORM KEEP-ITEM-IN-SUSPENSE
                   ELSE
                   IF NOT ADDRESS-IS-GOOD
                       DISPLAY "ADDRESS STILL INVALID - "
                           WS-VM-REASON " - LEFT IN SUSPENSE"
                       PERFORM KEEP-ITEM-IN-SUSPENSE
                   ELSE
                   IF NOT GUARDIAN-IS-GOOD
                       DISPLAY "MINOR WITHOUT A VALID GUARDIAN - "
                           WS-GUARD-REASON " - LEFT IN SUSPENSE"
                       PERFORM KEEP-ITEM-IN-SUSPENSE
                   ELSE
                   IF NOT BRANCH-IS-GOOD
                       DISPLAY "BRANCH MISSING OR NOT ON FILE - "
                           "LEFT IN SUSPENSE"
                       PERFORM KEEP-ITEM-IN-SUSPENSE
                   ELSE
                   IF CUSTOMER-IS-DUPLICATE
                       DISPLAY "CUSTOMER ALREADY EXISTS - "
                           "LEFT IN SUSPENSE"
                           "LEFT IN SUSPENSE"
                       PERFORM KEEP-ITEM-IN-SUSPENSE
                   ELSE
                       PERFORM SCREEN-CORRECTED-ITEM
                       IF WS-CR-RESULT = 'N'
                           PERFORM CREATE-CORRECTED-ACCOUNT
                       ELSE
                           DISPLAY "WATCH-LIST MATCH NOT CLEARED - "
                               "LEFT IN SUSPENSE"
                           PERFORM KEEP-ITEM-IN-SUSPENSE
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               MOVE 'N' TO WS-FNAC-OK-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * VALIDATE-CARRIED-DOC-EXPIRY checks the carried document expiry
      * through VALIDA-FECHA (no future ceiling) and against the
      * business date; an empty expiry passes and posts as zero for
      * records from before the date was captured.
      *----------------------------------------------------------------
       VALIDATE-CARRIED-DOC-EXPIRY.
           MOVE 'Y' TO WS-DEXP-SWITCH
           MOVE ZERO TO WS-DEXP-NUMERIC
           IF ES-DOC-EXPIRY = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "VALIDA-FECHA" USING ES-DOC-EXPIRY, WS-DEXP-CEILING,
               WS-DEXP-MIN-YEAR, WS-FNAC-RESULTS
           IF WS-VF-IS-VALID NOT = 'Y'
               MOVE 'N' TO WS-DEXP-SWITCH
               EXIT PARAGRAPH
           END-IF
           MOVE ES-DOC-EXPIRY TO WS-DEXP-NUMERIC
           IF WS-DEXP-NUMERIC NOT > WS-BUSINESS-DATE
               MOVE 'N' TO WS-DEXP-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * TAKE-CORRECTED-DOC-EXPIRY lets the desk key the expiry of the
      * customer's current document when the carried one is bad or
      * already past, and re-runs the check on it.
      *----------------------------------------------------------------
       TAKE-CORRECTED-DOC-EXPIRY.
           DISPLAY "DOCUMENT EXPIRY INVALID OR PAST - ENTER THE "
               "CURRENT DOCUMENT'S EXPIRY (YYYYMMDD)"
           MOVE SPACES TO WS-DEXP-ANSWER
           ACCEPT WS-DEXP-ANSWER
           IF WS-DEXP-ANSWER NOT = SPACES
               MOVE WS-DEXP-ANSWER TO ES-DOC-EXPIRY
               PERFORM VALIDATE-CARRIED-DOC-EXPIRY
           END-IF.

      *----------------------------------------------------------------
      * VALIDATE-CARRIED-ADDRESS checks the carried address against the
      * postal reference through VALIDA-DOMICILIO, the same check
      * onboarding applies, and takes the reference's spelling of a
      * good one. With no reference loaded the address passes as
      * carried.
      *----------------------------------------------------------------
       VALIDATE-CARRIED-ADDRESS.
           MOVE 'Y' TO WS-ADDR-SWITCH
           CALL "VALIDA-DOMICILIO" USING ES-DIRECCION-1,
               ES-CODIGO-POSTAL, ES-LOCALIDAD, ES-PROVINCIA,
               WS-ADDRV-RESULTS
           EVALUATE WS-VM-IS-VALID
               WHEN 'Y'
                   MOVE WS-VM-STD-DIRECCION-1   TO ES-DIRECCION-1
                   MOVE WS-VM-STD-CODIGO-POSTAL TO ES-CODIGO-POSTAL
                   MOVE WS-VM-STD-LOCALIDAD     TO ES-LOCALIDAD
                   MOVE WS-VM-STD-PROVINCIA     TO ES-PROVINCIA
               WHEN 'U'
                   DISPLAY "WARNING - NO POSTAL REFERENCE, ADDRESS "
                       "TAKEN AS CARRIED"
               WHEN OTHER
                   MOVE 'N' TO WS-ADDR-SWITCH
           END-EVALUATE.

      *----------------------------------------------------------------
      * TAKE-CORRECTED-ADDRESS lets the desk re-key the street line,
      * postal code, locality and province when the carried address
      * fails, each left blank to keep what was carried, and re-runs
      * the check on the result.
      *----------------------------------------------------------------
       TAKE-CORRECTED-ADDRESS.
           DISPLAY "ADDRESS INVALID - " WS-VM-REASON
           DISPLAY "ENTER THE CORRECTED STREET AND NUMBER "
               "(BLANK TO KEEP)"
           MOVE SPACES TO WS-ADDR-ANSWER
           ACCEPT WS-ADDR-ANSWER
           IF WS-ADDR-ANSWER NOT = SPACES
               MOVE WS-ADDR-ANSWER TO ES-DIRECCION-1
           END-IF
           DISPLAY "ENTER THE CORRECTED POSTAL CODE (BLANK TO KEEP)"
           MOVE SPACES TO WS-ADDR-ANSWER
           ACCEPT WS-ADDR-ANSWER
           IF WS-ADDR-ANSWER NOT = SPACES
               MOVE WS-ADDR-ANSWER TO ES-CODIGO-POSTAL
           END-IF
           DISPLAY "ENTER THE CORRECTED LOCALITY (BLANK TO KEEP)"
           MOVE SPACES TO WS-ADDR-ANSWER
           ACCEPT WS-ADDR-ANSWER
           IF WS-ADDR-ANSWER NOT = SPACES
               MOVE WS-ADDR-ANSWER TO ES-LOCALIDAD
           END-IF
           DISPLAY "ENTER THE CORRECTED PROVINCE (BLANK TO KEEP)"
           MOVE SPACES TO WS-ADDR-ANSWER
           ACCEPT WS-ADDR-ANSWER
           IF WS-ADDR-ANSWER NOT = SPACES
               MOVE WS-ADDR-ANSWER TO ES-PROVINCIA
           END-IF
           PERFORM VALIDATE-CARRIED-ADDRESS.

      *----------------------------------------------------------------
      * VALIDATE-CARRIED-GUARDIAN applies onboarding's minor rule to
      * the carried birth date: a customer under the age of majority
      * against the business date needs a guardian who is an
      * existing, active, adult customer and not a minor on file. An
      * empty or unusable birth date is left to the birth-date check.
      *----------------------------------------------------------------
       VALIDATE-CARRIED-GUARDIAN.
           MOVE 'Y' TO WS-GUARD-SWITCH
           MOVE 'N' TO WS-MINOR-SWITCH
           MOVE ZERO TO WS-GUARDIAN-NUMERIC
           MOVE SPACES TO WS-GUARD-REASON
           IF ES-FECHA-NAC = SPACES OR NOT FECHA-NAC-IS-GOOD
               EXIT PARAGRAPH
           END-IF
           MOVE ES-FECHA-NAC TO WS-FNAC-NUMERIC
           COMPUTE WS-AGE-YEARS =
               (WS-BUSINESS-DATE - WS-FNAC-NUMERIC) / 10000
           IF WS-AGE-YEARS NOT < WS-MAJORITY-AGE
               EXIT PARAGRAPH
           END-IF
           SET ITEM-IS-MINOR TO TRUE
           IF ES-GUARDIAN-NUMBER = SPACES
               MOVE 'N' TO WS-GUARD-SWITCH
               MOVE "GUARDIAN REQUIRED" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           IF ES-GUARDIAN-NUMBER IS NOT NUMERIC
               MOVE 'N' TO WS-GUARD-SWITCH
               MOVE "GUARDIAN NOT FOUND" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ES-GUARDIAN-NUMBER TO WS-GUARDIAN-NUMERIC
           MOVE WS-GUARDIAN-NUMERIC TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-GUARD-SWITCH
                   MOVE "GUARDIAN NOT FOUND" TO WS-GUARD-REASON
           END-READ
           IF NOT GUARDIAN-IS-GOOD
               EXIT PARAGRAPH
           END-IF
           IF NOT CUSTOMER-ACTIVE
               MOVE 'N' TO WS-GUARD-SWITCH
               MOVE "GUARDIAN NOT ACTIVE" TO WS-GUARD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-AGE-YEARS
           IF CM-FECHA-NAC IS NUMERIC AND CM-FECHA-NAC > ZERO
               COMPUTE WS-AGE-YEARS =
                   (WS-BUSINESS-DATE - CM-FECHA-NAC) / 10000
           END-IF
           IF CUSTOMER-IS-MINOR OR WS-AGE-YEARS < WS-MAJORITY-AGE
               MOVE 'N' TO WS-GUARD-SWITCH
               MOVE "GUARDIAN NOT AN ADULT" TO WS-GUARD-REASON
           END-IF.

      *----------------------------------------------------------------
      * TAKE-CORRECTED-GUARDIAN lets the desk key the guardian's
      * customer number for a minor whose carried guardian is missing
      * or doesn't qualify, and re-runs the check on it.
      *----------------------------------------------------------------
       TAKE-CORRECTED-GUARDIAN.
           DISPLAY "MINOR - " WS-GUARD-REASON
           DISPLAY "ENTER THE GUARDIAN'S CUSTOMER NUMBER "
               "(BLANK TO KEEP)"
           MOVE SPACES TO WS-GUARD-ANSWER
           ACCEPT WS-GUARD-ANSWER
           IF WS-GUARD-ANSWER NOT = SPACES
               MOVE WS-GUARD-ANSWER TO ES-GUARDIAN-NUMBER
               PERFORM VALIDATE-CARRIED-GUARDIAN
           END-IF.

      *----------------------------------------------------------------
      * VALIDATE-CARRIED-BRANCH checks the opening branch the item
      * carries through VALIDA-SUCURSAL, as onboarding does; with no
      * branch reference on file a non-blank code is taken as keyed.
      * TAKE-CORRECTED-BRANCH lets the desk key it when it is missing
      * or not on file.
      *----------------------------------------------------------------
       VALIDATE-CARRIED-BRANCH.
           MOVE 'Y' TO WS-BRANCH-SWITCH
           IF ES-BRANCH-CODE = SPACES
               MOVE 'N' TO WS-BRANCH-SWITCH
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO WS-VS-ACTION
           CALL "VALIDA-SUCURSAL" USING WS-VS-ACTION,
               WS-VS-OPERATOR-ID, ES-BRANCH-CODE, WS-VS-SCOPE,
               WS-VS-BRANCH-NAME, WS-VS-RESULT
           IF WS-VS-RESULT = 'N'
               MOVE 'N' TO WS-BRANCH-SWITCH
           END-IF.

       TAKE-CORRECTED-BRANCH.
           DISPLAY "BRANCH MISSING OR NOT ON FILE: " ES-BRANCH-CODE
           DISPLAY "ENTER THE OPENING BRANCH CODE (BLANK TO KEEP)"
           MOVE SPACES TO WS-BRANCH-ANSWER
           ACCEPT WS-BRANCH-ANSWER
           IF WS-BRANCH-ANSWER NOT = SPACES
               MOVE WS-BRANCH-ANSWER TO ES-BRANCH-CODE
               PERFORM VALIDATE-CARRIED-BRANCH
           END-IF.

       OPEN-CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "35"
                   MOVE 'N' TO WS-DUPLICATE-SWITCH
               NOT INVALID KEY
                   SET CUSTOMER-IS-DUPLICATE TO TRUE
           END-READ
           IF NOT CUSTOMER-IS-DUPLICATE
               PERFORM CHECK-ACCENT-VARIANT-NAME
           END-IF.

      *----------------------------------------------------------------
      * CHECK-ACCENT-VARIANT-NAME reads the FONETICO.DAT entries under
      * the surname's sounds-like key and compares each name with
      * accents folded and case ignored, so MUNOZ and MUÑOZ are the
      * same customer here as in onboarding. Without the phonetic
      * file only the exact check applies.
      *----------------------------------------------------------------
       CHECK-ACCENT-VARIANT-NAME.
           MOVE ES-APELLIDO TO WS-KEY-NAME-IN
           CALL "CLAVE-FONETICA" USING WS-KEY-NAME-IN, WS-WANTED-KEY
           MOVE ES-NOMBRE   TO WS-FOLD-NOMBRE
           MOVE ES-APELLIDO TO WS-FOLD-APELLIDO
           PERFORM FOLD-NAME-FOR-COMPARE
           MOVE WS-FOLDED-NAME TO WS-WANTED-FOLDED-NAME
           OPEN INPUT PHONETIC-KEY-FILE
           IF WS-FONETICO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WANTED-KEY TO FK-APELLIDO-KEY
           MOVE ZERO TO FK-CUSTOMER-NUMBER
           MOVE 'N' TO WS-FONETICO-EOF-SW
           START PHONETIC-KEY-FILE
               KEY IS NOT LESS THAN FK-RECORD-KEY
               INVALID KEY
                   SET PHONETIC-LIST-DONE TO TRUE
           END-START
           PERFORM UNTIL PHONETIC-LIST-DONE
               READ PHONETIC-KEY-FILE NEXT
                   AT END SET PHONETIC-LIST-DONE TO TRUE
               END-READ
               IF NOT PHONETIC-LIST-DONE
                   IF FK-APELLIDO-KEY NOT = WS-WANTED-KEY
                       SET PHONETIC-LIST-DONE TO TRUE
                   ELSE
                       PERFORM COMPARE-FOLDED-NAME
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PHONETIC-KEY-FILE.

       COMPARE-FOLDED-NAME.
           MOVE FK-NOMBRE   TO WS-FOLD-NOMBRE
           MOVE FK-APELLIDO TO WS-FOLD-APELLIDO
           PERFORM FOLD-NAME-FOR-COMPARE
           IF WS-FOLDED-NAME NOT = WS-WANTED-FOLDED-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE FK-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUSTOMER-IS-DUPLICATE TO TRUE
                   SET PHONETIC-LIST-DONE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * FOLD-NAME-FOR-COMPARE folds the name and the surname each on
      * its own and upper-cases the pair into WS-FOLDED-NAME.
      *----------------------------------------------------------------
       FOLD-NAME-FOR-COMPARE.
           MOVE SPACES TO WS-FOLDED-NAME
           MOVE WS-FOLD-NOMBRE TO WS-FOLD-INPUT
           MOVE 16 TO WS-FOLD-LENGTH
           CALL "NORMALIZA-NOMBRE" USING WS-FOLD-INPUT,
               WS-FOLD-LENGTH, WS-FOLD-OUTPUT
           MOVE FUNCTION UPPER-CASE(WS-FOLD-OUTPUT(1:16))
               TO WS-FOLDED-NAME(1:16)
           MOVE WS-FOLD-APELLIDO TO WS-FOLD-INPUT
           MOVE 32 TO WS-FOLD-LENGTH
           CALL "NORMALIZA-NOMBRE" USING WS-FOLD-INPUT,
               WS-FOLD-LENGTH, WS-FOLD-OUTPUT
           MOVE FUNCTION UPPER-CASE(WS-FOLD-OUTPUT(1:32))
               TO WS-FOLDED-NAME(17:32).

      *----------------------------------------------------------------
      * VALIDATE-PHONE-AND-DOCUMENT re-runs the numeric check on the
      * carried phone and the VALIDA-DOCUMENTO rules on the carried
      * document, and CHECK-DUPLICATE-DOCUMENT
      * probes the document alternate key, the same edits onboarding
      * applies -- suspense is not a way around them.
      *----------------------------------------------------------------
           IF ES-TELEFONO = SPACES OR WS-ECR-IS-NUMERIC NOT = 'Y'
               MOVE 'N' TO WS-NUM12-SWITCH
           END-IF
           MOVE 'Y' TO WS-DOCID-SWITCH
           IF NUM12-FIELD-IS-VALID
               CALL "VALIDA-DOCUMENTO" USING ES-DOC-ID,
                   WS-DOCV-RESULTS
               IF WS-VD-IS-VALID NOT = 'Y'
                   MOVE 'N' TO WS-NUM12-SWITCH
                   MOVE 'N' TO WS-DOCID-SWITCH
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * TAKE-CORRECTED-DOC-ID lets the desk key the corrected document
      * id when the carried one fails its document rules, and re-runs
      * the checks on it.
      *----------------------------------------------------------------
       TAKE-CORRECTED-DOC-ID.
           DISPLAY "DOCUMENT ID INVALID - " WS-VD-REASON
           DISPLAY "ENTER THE CORRECTED DOCUMENT ID (BLANK TO KEEP)"
           MOVE SPACES TO WS-DOCID-ANSWER
           ACCEPT WS-DOCID-ANSWER
           IF WS-DOCID-ANSWER NOT = SPACES
               MOVE WS-DOCID-ANSWER TO ES-DOC-ID
               PERFORM VALIDATE-PHONE-AND-DOCUMENT
           END-IF.

       CHECK-DUPLICATE-DOCUMENT.
           MOVE ES-DOC-ID TO CM-DOC-ID
           MOVE 'N' TO WS-DOC-DUP-SWITCH
                   SET DOCUMENT-IS-DUPLICATE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * SCREEN-CORRECTED-ITEM runs the item past the sanctions watch
      * list through CRIBA-LISTA, as onboarding does. Only a clean
      * screen -- no match, or a match compliance has cleared for
      * this person -- lets the account be created.
      *----------------------------------------------------------------
       SCREEN-CORRECTED-ITEM.
           CALL "CRIBA-LISTA" USING WS-CR-SOURCE,
               WS-CR-CUSTOMER-NUMBER, ES-NOMBRE, ES-APELLIDO,
               ES-DOC-ID, WS-CR-RESULT, WS-CR-ENTRY-ID,
               WS-CR-MATCH-ON, WS-CR-HIT-NUMBER.

      *----------------------------------------------------------------
      * CREATE-CORRECTED-ACCOUNT builds the master record and the
      * new-accounts report line the same way onboarding does, under
           MOVE ES-DIRECCION-2 TO CM-DIRECCION-2
           MOVE ES-TELEFONO    TO CM-TELEFONO
           MOVE ES-DOC-ID      TO CM-DOC-ID
           MOVE 'M' TO WS-PR-RISK-RATING
           CALL "PROXIMA-REVISION" USING WS-PR-RISK-RATING,
               WS-BUSINESS-DATE, WS-PR-NEXT-REVIEW, WS-PR-GRACE-DAYS
           MOVE WS-PR-RISK-RATING TO CM-RISK-RATING
           MOVE WS-PR-NEXT-REVIEW TO CM-NEXT-REVIEW
           MOVE WS-BUSINESS-DATE  TO CM-LAST-REVIEW
           MOVE WS-DEXP-NUMERIC   TO CM-DOC-EXPIRY
           MOVE ES-CODIGO-POSTAL  TO CM-CODIGO-POSTAL
           MOVE ES-LOCALIDAD      TO CM-LOCALIDAD
           MOVE ES-PROVINCIA      TO CM-PROVINCIA
           MOVE SPACE             TO CM-MAIL-STATUS
           MOVE ZERO              TO CM-RETURNED-DATE
           IF ITEM-IS-MINOR
               SET CUSTOMER-IS-MINOR  TO TRUE
               MOVE WS-GUARDIAN-NUMERIC TO CM-GUARDIAN-NUMBER
           ELSE
               MOVE SPACE             TO CM-MINOR-FLAG
               MOVE ZERO              TO CM-GUARDIAN-NUMBER
           END-IF
           MOVE ES-BRANCH-CODE    TO CM-BRANCH-CODE
           WRITE CUSTOMER-MASTER-REC
           PERFORM JOURNAL-MASTER-WRITE
           MOVE SPACES TO WS-AF-OLD-APELLIDO
           MOVE ES-APELLIDO TO WS-AF-APELLIDO
           CALL "ACTUALIZA-FONETICO" USING WS-CUSTOMER-NUMBER,
               WS-AF-OLD-APELLIDO, WS-AF-NOMBRE, WS-AF-APELLIDO
           IF ITEM-IS-MINOR
               PERFORM LINK-GUARDIAN-RELATIONSHIP
           END-IF
           IF ES-PROSPECT-NUMBER IS NUMERIC
               PERFORM CONVERT-PROSPECT
           END-IF
           MOVE SPACES TO NEW-ACCOUNTS-REPORT-REC
           MOVE WS-CUSTOMER-NUMBER TO NA-CUSTOMER-NUMBER
           MOVE ES-NOMBRE          TO NA-NOMBRE
                  WS-TS-TIME DELIMITED BY SIZE
               INTO NA-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO NA-BUSINESS-DATE
           MOVE ES-BRANCH-CODE   TO NA-BRANCH-CODE
           MOVE WS-RR-OPERATOR-ID TO NA-OPERATOR-ID
           WRITE NEW-ACCOUNTS-REPORT-REC
           ADD 1 TO WS-CLEARED-COUNT
           DISPLAY "ACCOUNT CREATED - CUSTOMER NUMBER "
               WS-CUSTOMER-NUMBER.

      *----------------------------------------------------------------
      * LINK-GUARDIAN-RELATIONSHIP records the corrected minor's
      * guardian on RELACION.DAT as a GU relationship from the
      * guardian, the same link ENTRADA-DE-DATOS records at signup.
      *----------------------------------------------------------------
       LINK-GUARDIAN-RELATIONSHIP.
           MOVE 'A' TO WS-RR-ACTION
           MOVE ZERO TO WS-RR-REL-NUMBER
           MOVE WS-BUSINESS-DATE TO WS-RR-DATE
           CALL "REGISTRA-RELACION" USING WS-RR-ACTION,
               WS-RR-REL-NUMBER, WS-GUARDIAN-NUMERIC,
               WS-CUSTOMER-NUMBER, WS-RR-TYPE, WS-RR-DATE,
               WS-RR-OPERATOR-ID, WS-RR-REASON, WS-RR-RESULT
           IF WS-RR-RESULT NOT = 'Y' AND WS-RR-RESULT NOT = 'D'
               DISPLAY "GUARDIAN RELATIONSHIP NOT RECORDED FOR "
                   WS-CUSTOMER-NUMBER " - ADD IT THROUGH "
                   "RELACIONES-CLIENTE"
           END-IF.

      *----------------------------------------------------------------
      * CONVERT-PROSPECT marks the prospect the signup came from as
      * converted into the corrected account, as ENTRADA-DE-DATOS
      * does for a signup that posts first time.
      *----------------------------------------------------------------
       CONVERT-PROSPECT.
           MOVE 'C' TO WS-EP-ACTION
           MOVE ES-PROSPECT-NUMBER TO WS-EP-PROSPECT-NUMBER
           MOVE SPACES TO WS-EP-DETAILS
           CALL "ENLAZA-PROSPECTO" USING WS-EP-ACTION,
               WS-EP-PROSPECT-NUMBER, WS-CUSTOMER-NUMBER,
               WS-EP-OPERATOR-ID, WS-EP-DETAILS, WS-EP-RESULT
           IF WS-EP-RESULT NOT = 'Y'
               DISPLAY "PROSPECT " ES-PROSPECT-NUMBER
                   " NOT MARKED CONVERTED TO " WS-CUSTOMER-NUMBER
                   " (" WS-EP-RESULT ")"
           END-IF.

      *----------------------------------------------------------------
      * REWRITE-SUSPENSE-FILE copies the retained items back over the
      * suspense file, so cleared corrections are gone and skipped
