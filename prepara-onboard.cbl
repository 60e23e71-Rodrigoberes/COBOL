      *               central FEEDREG.DAT registry, so upstream's
      *               afternoon signup file becomes the day's batch
      *               number two instead of being turned away.
      * 2026-10-15 RO The feed now carries the identity document's
      *               expiry date behind the document id, passed
      *               through to ONBOARD.DAT for the master record.
      * 2026-10-15 RO Names with accented vowels, N with tilde or U
      *               with diaeresis now pass the alphabetic edit
      *               (CLASIFICA-CAMPO folds them), and the in-batch
      *               duplicate check sorts and compares on a copy of
      *               the name folded through NORMALIZA-NOMBRE and
      *               upper-cased, so MUÑOZ and Munoz in one batch
      *               are one signup. The names pass to ONBOARD.DAT
      *               exactly as keyed.
      * 2026-10-15 RO The feed now carries each signup's postal code,
      *               locality and province behind the document
      *               expiry, passed through to ONBOARD.DAT for the
      *               address check at onboarding.
      * 2026-10-15 RO The feed now carries a minor's guardian
      *               customer number behind the province, passed
      *               through to ONBOARD.DAT for the guardian check
      *               at onboarding.
      * 2026-10-15 RO The prospect number a signup came from is carried
      *               through to ONBOARD.DAT after the guardian number.
      * 2026-10-15 RO The feed now carries the opening branch code
      *               behind the prospect number, passed through to
      *               ONBOARD.DAT for ENTRADA-DE-DATOS to validate.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPARA-ONBOARD.
           05 RW-DIRECCION-2   PIC X(30).
           05 RW-TELEFONO      PIC X(12).
           05 RW-DOC-ID        PIC X(12).
           05 RW-DOC-EXPIRY    PIC X(8).
           05 RW-CODIGO-POSTAL PIC X(8).
           05 RW-LOCALIDAD     PIC X(30).
           05 RW-PROVINCIA     PIC X(20).
           05 RW-GUARDIAN-NUMBER PIC X(8).
           05 RW-PROSPECT-NUMBER PIC X(8).
           05 RW-BRANCH-CODE   PIC X(4).

       FD  CLEAN-ONBOARD-FILE.
       01  CLEAN-ONBOARD-REC.
           05 CO-DIRECCION-2   PIC X(30).
           05 CO-TELEFONO      PIC X(12).
           05 CO-DOC-ID        PIC X(12).
           05 CO-DOC-EXPIRY    PIC X(8).
           05 CO-CODIGO-POSTAL PIC X(8).
           05 CO-LOCALIDAD     PIC X(30).
           05 CO-PROVINCIA     PIC X(20).
           05 CO-GUARDIAN-NUMBER PIC X(8).
           05 CO-PROSPECT-NUMBER PIC X(8).
           05 CO-BRANCH-CODE   PIC X(4).
       01  CLEAN-CONTROL-REC.
           05 CC-RECORD-ID     PIC X(3).
           05 CC-CONTROL-DATA.
           05 SR-DIRECCION-2   PIC X(30).
           05 SR-TELEFONO      PIC X(12).
           05 SR-DOC-ID        PIC X(12).
           05 SR-DOC-EXPIRY    PIC X(8).
           05 SR-CODIGO-POSTAL PIC X(8).
           05 SR-LOCALIDAD     PIC X(30).
           05 SR-PROVINCIA     PIC X(20).
           05 SR-GUARDIAN-NUMBER PIC X(8).
           05 SR-PROSPECT-NUMBER PIC X(8).
           05 SR-BRANCH-CODE   PIC X(4).
           05 SR-FOLDED-KEY.
              10 SR-FOLDED-NOMBRE   PIC X(16).
              10 SR-FOLDED-APELLIDO PIC X(32).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).
          05 WS-PREV-NOMBRE    PIC X(16).
          05 WS-PREV-APELLIDO  PIC X(32).
       01 WS-FIRST-OUT-SWITCH  PIC X VALUE 'Y'.
       01 WS-FOLD-INPUT        PIC X(80).
       01 WS-FOLD-LENGTH       PIC 9(2) VALUE ZERO.
       01 WS-FOLD-OUTPUT       PIC X(80).
          88 FIRST-SORTED-RECORD VALUE 'Y'.
       01 WS-FNAC-INPUT        PIC X(8).
       01 WS-FNAC-MIN-YEAR     PIC 9(4) VALUE 1900.
           CLOSE RAW-ONBOARD-FILE
           OPEN OUTPUT ONBOARD-REJECT-FILE
           SORT ONBOARD-SORT-FILE
               ON ASCENDING KEY SR-FOLDED-KEY
               INPUT PROCEDURE IS VALIDATE-AND-RELEASE
               OUTPUT PROCEDURE IS DEDUPE-AND-WRITE
           CLOSE ONBOARD-REJECT-FILE
               MOVE RW-DIRECCION-2 TO SR-DIRECCION-2
               MOVE RW-TELEFONO  TO SR-TELEFONO
               MOVE RW-DOC-ID    TO SR-DOC-ID
               MOVE RW-DOC-EXPIRY TO SR-DOC-EXPIRY
               MOVE RW-CODIGO-POSTAL TO SR-CODIGO-POSTAL
               MOVE RW-LOCALIDAD TO SR-LOCALIDAD
               MOVE RW-PROVINCIA TO SR-PROVINCIA
               MOVE RW-GUARDIAN-NUMBER TO SR-GUARDIAN-NUMBER
               MOVE RW-PROSPECT-NUMBER TO SR-PROSPECT-NUMBER
               MOVE RW-BRANCH-CODE TO SR-BRANCH-CODE
               PERFORM BUILD-FOLDED-SORT-KEY
               RELEASE ONBOARD-SORT-REC
           ELSE
               PERFORM WRITE-ONBOARD-REJECT
           END-IF.

      *----------------------------------------------------------------
      * BUILD-FOLDED-SORT-KEY folds the name and the surname each on
      * its own through NORMALIZA-NOMBRE and upper-cases them into the
      * sort key, so spellings differing only by accent or case sort
      * together and dedupe as one.
      *----------------------------------------------------------------
       BUILD-FOLDED-SORT-KEY.
           MOVE RW-NOMBRE TO WS-FOLD-INPUT
           MOVE 16 TO WS-FOLD-LENGTH
           CALL "NORMALIZA-NOMBRE" USING WS-FOLD-INPUT,
               WS-FOLD-LENGTH, WS-FOLD-OUTPUT
           MOVE FUNCTION UPPER-CASE(WS-FOLD-OUTPUT(1:16))
               TO SR-FOLDED-NOMBRE
           MOVE RW-APELLIDO TO WS-FOLD-INPUT
           MOVE 32 TO WS-FOLD-LENGTH
           CALL "NORMALIZA-NOMBRE" USING WS-FOLD-INPUT,
               WS-FOLD-LENGTH, WS-FOLD-OUTPUT
           MOVE FUNCTION UPPER-CASE(WS-FOLD-OUTPUT(1:32))
               TO SR-FOLDED-APELLIDO.

       READ-RAW-RECORD.
           READ RAW-ONBOARD-FILE
               AT END SET RAW-FILE-EOF TO TRUE
           PERFORM RETURN-SORTED-RECORD
           PERFORM UNTIL SORT-RETURN-EOF
               IF FIRST-SORTED-RECORD
                       OR SR-FOLDED-KEY NOT = WS-PREVIOUS-KEY
                   MOVE 'N' TO WS-FIRST-OUT-SWITCH
                   MOVE SR-FOLDED-KEY TO WS-PREVIOUS-KEY
                   MOVE SR-NOMBRE    TO CO-NOMBRE
                   MOVE SR-APELLIDO  TO CO-APELLIDO
                   MOVE SR-EDAD      TO CO-EDAD
                   MOVE SR-DIRECCION-2 TO CO-DIRECCION-2
                   MOVE SR-TELEFONO  TO CO-TELEFONO
                   MOVE SR-DOC-ID    TO CO-DOC-ID
                   MOVE SR-DOC-EXPIRY TO CO-DOC-EXPIRY
                   MOVE SR-CODIGO-POSTAL TO CO-CODIGO-POSTAL
                   MOVE SR-LOCALIDAD TO CO-LOCALIDAD
                   MOVE SR-PROVINCIA TO CO-PROVINCIA
                   MOVE SR-GUARDIAN-NUMBER TO CO-GUARDIAN-NUMBER
                   MOVE SR-PROSPECT-NUMBER TO CO-PROSPECT-NUMBER
                   MOVE SR-BRANCH-CODE TO CO-BRANCH-CODE
                   WRITE CLEAN-ONBOARD-REC
                   ADD 1 TO WS-CLEAN-COUNT
               ELSE
