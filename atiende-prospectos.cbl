      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Prospect file. Branch staff used to keep the people
      *          interested in an account on paper until they came
      *          back to open one. Each lead is now a prospect on
      *          PROSPECT.DAT, numbered from the PROSPECT series and
      *          keyed also by surname, with the name and contact
      *          details, where the lead came from, the campaign code
      *          it answered (the band code EXTRAE-CAMPANIA selected
      *          on CAMPEXT.DAT) and the date and operator that
      *          captured it. A prospect stays open, with a next
      *          follow-up date, until it is closed here with a
      *          reason or ENTRADA-DE-DATOS converts it into a
      *          customer through ENLAZA-PROSPECTO, carrying the
      *          details across. INFORME-PROSPECTOS reports the
      *          conversions by source and by campaign.
      *
      *          PARM: A = add a prospect, F = record a follow-up,
      *                C = close one without an account, anything
      *                else lists the follow-ups due.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIENDE-PROSPECTOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROSPECT-FILE ASSIGN TO "PROSPECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PROSPECT-NUMBER
               ALTERNATE RECORD KEY IS PR-APELLIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-PROSPECT-FILE-STATUS.
           SELECT CAMPAIGN-EXTRACT-FILE ASSIGN TO "CAMPEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PROSPECT-FILE.
       01  PROSPECT-REC.
           05 PR-PROSPECT-NUMBER PIC 9(8).
           05 PR-NOMBRE        PIC X(16).
           05 PR-APELLIDO      PIC X(32).
           05 PR-TELEFONO      PIC X(12).
           05 PR-EMAIL         PIC X(40).
           05 PR-DIRECCION-1   PIC X(30).
           05 PR-DIRECCION-2   PIC X(30).
           05 PR-CODIGO-POSTAL PIC X(8).
           05 PR-LOCALIDAD     PIC X(30).
           05 PR-PROVINCIA     PIC X(20).
           05 PR-SOURCE        PIC X(4).
           05 PR-CAMPAIGN-CODE PIC X(8).
           05 PR-CAPTURED-DATE PIC 9(8).
           05 PR-CAPTURED-BY   PIC X(8).
           05 PR-STATUS        PIC X.
              88 PROSPECT-IS-OPEN      VALUE 'O'.
              88 PROSPECT-IS-CONVERTED VALUE 'C'.
              88 PROSPECT-IS-CLOSED    VALUE 'X'.
           05 PR-FOLLOW-UP-COUNT PIC 9(3).
           05 PR-LAST-CONTACT  PIC 9(8).
           05 PR-NEXT-FOLLOW-UP PIC 9(8).
           05 PR-LAST-NOTE     PIC X(40).
           05 PR-CLOSED-DATE   PIC 9(8).
           05 PR-CLOSED-BY     PIC X(8).
           05 PR-CLOSE-REASON  PIC X(24).
           05 PR-CUSTOMER-NUMBER PIC 9(8).

      *----------------------------------------------------------------
      * CAMPEXT.DAT carries the EDADCLS.DAT record; the band code the
      * extract was selected on is its campaign code.
      *----------------------------------------------------------------
       FD  CAMPAIGN-EXTRACT-FILE.
       01  CAMPAIGN-EXTRACT-REC.
           05 CX-CUSTOMER-NUMBER PIC 9(8).
           05 FILLER           PIC X(55).
           05 CX-BAND-CODE     PIC X(8).
           05 FILLER           PIC X.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-PROSPECT-FILE-STATUS PIC XX.
       01 WS-CAMPAIGN-FILE-STATUS PIC XX.
       01 WS-BUSDATE-FILE-STATUS PIC XX.
       01 WS-RUN-MODE            PIC X.
       01 WS-THIS-PROGRAM        PIC X(18) VALUE "ATIENDE-PROSPECTOS".
       01 WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
       01 WS-OPERID-VALID-SW     PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-OPERATOR-ROLE       PIC X(10) VALUE SPACES.
       01 WS-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
       01 WS-PROSPECT-NUMBER     PIC 9(8) VALUE ZERO.
       01 WS-PROSPECT-SEQ-NAME   PIC X(8) VALUE "PROSPECT".
       01 WS-TEXT-ANSWER         PIC X(40).
      *----------------------------------------------------------------
      * Calendar days to the next follow-up when none is given.
      *----------------------------------------------------------------
       01 WS-FOLLOW-UP-DAYS      PIC 9(3) VALUE 7.
      *----------------------------------------------------------------
      * Where a lead came from. INFORME-PROSPECTOS reports by these
      * same codes; keep the two lists in step.
      *----------------------------------------------------------------
       01 WS-SOURCE-VALUES.
          05 FILLER PIC X(34) VALUE "BRCHWALK-IN AT A BRANCH".
          05 FILLER PIC X(34) VALUE "PHONTELEPHONE ENQUIRY".
          05 FILLER PIC X(34) VALUE "WEBSWEBSITE ENQUIRY".
          05 FILLER PIC X(34) VALUE "REFRREFERRED BY A CUSTOMER".
          05 FILLER PIC X(34) VALUE "EVNTEVENT OR FAIR".
          05 FILLER PIC X(34) VALUE "CAMPREPLY TO A MAILED CAMPAIGN".
       01 WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
          05 WS-SOURCE-ENTRY OCCURS 6.
             10 WS-SRC-CODE      PIC X(4).
             10 WS-SRC-TITLE     PIC X(30).
       01 WS-SRC-IDX             PIC 9(2) VALUE ZERO.
       01 WS-SOURCE-SWITCH       PIC X VALUE 'N'.
          88 SOURCE-IS-KNOWN VALUE 'Y'.
       01 WS-WANTED-SOURCE       PIC X(4).
       01 WS-CAMPAIGN-CODE       PIC X(8).
       01 WS-CAMPAIGN-SWITCH     PIC X VALUE 'N'.
          88 CAMPAIGN-ON-EXTRACT VALUE 'Y'.
       01 WS-CAMPAIGN-EOF-SWITCH PIC X VALUE 'N'.
          88 CAMPAIGN-FILE-EOF VALUE 'Y'.
       01 WS-PROSPECT-SWITCH     PIC X VALUE 'N'.
          88 PROSPECT-IS-FOUND VALUE 'Y'.
       01 WS-PROSPECT-EOF-SWITCH PIC X VALUE 'N'.
          88 PROSPECT-SCAN-DONE VALUE 'Y'.
       01 WS-LISTED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-NEW-PROSPECT.
          05 WS-NP-NOMBRE        PIC X(16).
          05 WS-NP-APELLIDO      PIC X(32).
          05 WS-NP-TELEFONO      PIC X(12).
          05 WS-NP-EMAIL         PIC X(40).
          05 WS-NP-DIRECCION-1   PIC X(30).
          05 WS-NP-DIRECCION-2   PIC X(30).
          05 WS-NP-CODIGO-POSTAL PIC X(8).
          05 WS-NP-LOCALIDAD     PIC X(30).
          05 WS-NP-PROVINCIA     PIC X(20).
       01 WS-DATE-ANSWER         PIC X(8).
       01 WS-DATE-VALID-SW       PIC X VALUE 'N'.
          88 DATE-IS-VALID VALUE 'Y'.
       01 WS-DATE-MIN-YEAR       PIC 9(4) VALUE 1900.
       01 WS-DATE-CEILING        PIC 9(8) VALUE 99991231.
       01 WS-VF-RESULTS.
          05 WS-VF-IS-VALID      PIC X.
          05 WS-VF-REASON        PIC X(24).
       01 WS-NEXT-FOLLOW-UP      PIC 9(8) VALUE ZERO.
       01 WS-DAY-NUMBER          PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE          PIC X(8).
          05 FILLER              PIC X(13).
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE
           PERFORM READ-BUSINESS-DATE
           PERFORM SIGN-ON-OPERATOR
           EVALUATE WS-RUN-MODE
               WHEN 'A'
               WHEN 'a'
                   PERFORM ADD-ONE-PROSPECT
               WHEN 'F'
               WHEN 'f'
                   PERFORM FOLLOW-UP-ONE-PROSPECT
               WHEN 'C'
               WHEN 'c'
                   PERFORM CLOSE-ONE-PROSPECT
               WHEN OTHER
                   PERFORM LIST-FOLLOW-UPS-DUE
           END-EVALUATE
           STOP RUN.

      *----------------------------------------------------------------
      * ADD-ONE-PROSPECT captures a lead: the name (a surname at
      * least), phone, e-mail and address as far as they are known,
      * the source and, for a campaign reply, the campaign code. A
      * campaign code not on the current CAMPEXT.DAT is accepted with
      * a warning -- the extract may have been rerun since the mailing.
      *----------------------------------------------------------------
       ADD-ONE-PROSPECT.
           MOVE SPACES TO WS-NEW-PROSPECT
           DISPLAY "PROSPECT'S NAME"
           ACCEPT WS-NP-NOMBRE
           DISPLAY "PROSPECT'S SURNAME"
           ACCEPT WS-NP-APELLIDO
           IF WS-NP-APELLIDO = SPACES
               DISPLAY "NO SURNAME GIVEN - NOTHING ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TELEPHONE (BLANK IF NOT GIVEN)"
           ACCEPT WS-NP-TELEFONO
           DISPLAY "E-MAIL (BLANK IF NOT GIVEN)"
           ACCEPT WS-NP-EMAIL
           IF WS-NP-TELEFONO = SPACES AND WS-NP-EMAIL = SPACES
               DISPLAY "NOTE: NO TELEPHONE OR E-MAIL - THE PROSPECT "
                   "CAN ONLY BE REACHED BY POST"
           END-IF
           DISPLAY "ADDRESS LINE 1 (BLANK IF NOT GIVEN)"
           ACCEPT WS-NP-DIRECCION-1
           DISPLAY "ADDRESS LINE 2"
           ACCEPT WS-NP-DIRECCION-2
           DISPLAY "POSTAL CODE"
           ACCEPT WS-NP-CODIGO-POSTAL
           DISPLAY "TOWN"
           ACCEPT WS-NP-LOCALIDAD
           DISPLAY "PROVINCE"
           ACCEPT WS-NP-PROVINCIA
           PERFORM TAKE-SOURCE
           IF NOT SOURCE-IS-KNOWN
               EXIT PARAGRAPH
           END-IF
           PERFORM TAKE-CAMPAIGN-CODE
           IF WS-WANTED-SOURCE = "CAMP" AND WS-CAMPAIGN-CODE = SPACES
               DISPLAY "A CAMPAIGN REPLY NEEDS ITS CAMPAIGN CODE - "
                   "NOTHING ADDED"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DATE-VALID-SW
           PERFORM TAKE-NEXT-FOLLOW-UP UNTIL DATE-IS-VALID
           CALL "SIGUIENTE-NUMERO" USING WS-PROSPECT-SEQ-NAME,
               WS-PROSPECT-NUMBER
           IF WS-PROSPECT-NUMBER = ZERO
               DISPLAY "PROSPECT NOT ADDED - SEQUENCE UNAVAILABLE"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PROSPECT-REC
           MOVE WS-PROSPECT-NUMBER  TO PR-PROSPECT-NUMBER
           MOVE WS-NP-NOMBRE        TO PR-NOMBRE
           MOVE WS-NP-APELLIDO      TO PR-APELLIDO
           MOVE WS-NP-TELEFONO      TO PR-TELEFONO
           MOVE WS-NP-EMAIL         TO PR-EMAIL
           MOVE WS-NP-DIRECCION-1   TO PR-DIRECCION-1
           MOVE WS-NP-DIRECCION-2   TO PR-DIRECCION-2
           MOVE WS-NP-CODIGO-POSTAL TO PR-CODIGO-POSTAL
           MOVE WS-NP-LOCALIDAD     TO PR-LOCALIDAD
           MOVE WS-NP-PROVINCIA     TO PR-PROVINCIA
           MOVE WS-WANTED-SOURCE    TO PR-SOURCE
           MOVE WS-CAMPAIGN-CODE    TO PR-CAMPAIGN-CODE
           MOVE WS-BUSINESS-DATE    TO PR-CAPTURED-DATE
           MOVE WS-OPERATOR-ID      TO PR-CAPTURED-BY
           SET PROSPECT-IS-OPEN     TO TRUE
           MOVE ZERO                TO PR-FOLLOW-UP-COUNT
           MOVE ZERO                TO PR-LAST-CONTACT
           MOVE WS-NEXT-FOLLOW-UP   TO PR-NEXT-FOLLOW-UP
           MOVE ZERO                TO PR-CLOSED-DATE
           MOVE ZERO                TO PR-CUSTOMER-NUMBER
           OPEN I-O PROSPECT-FILE
           IF WS-PROSPECT-FILE-STATUS = "35"
               OPEN OUTPUT PROSPECT-FILE
               CLOSE PROSPECT-FILE
               OPEN I-O PROSPECT-FILE
           END-IF
           IF WS-PROSPECT-FILE-STATUS NOT = "00"
               DISPLAY "PROSPECT FILE NOT AVAILABLE - STATUS "
                   WS-PROSPECT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           WRITE PROSPECT-REC
               INVALID KEY
                   DISPLAY "PROSPECT " WS-PROSPECT-NUMBER
                       " NOT WRITTEN (" WS-PROSPECT-FILE-STATUS ")"
               NOT INVALID KEY
                   DISPLAY "PROSPECT " WS-PROSPECT-NUMBER " ADDED - "
                       "FOLLOW UP BY " PR-NEXT-FOLLOW-UP
                   DISPLAY "QUOTE THIS NUMBER TO ENTRADA-DE-DATOS WHEN "
                       "THE ACCOUNT IS OPENED"
           END-WRITE
           CLOSE PROSPECT-FILE.

      *----------------------------------------------------------------
      * FOLLOW-UP-ONE-PROSPECT records a contact with an open
      * prospect: what was said, and when to call again.
      *----------------------------------------------------------------
       FOLLOW-UP-ONE-PROSPECT.
           PERFORM OPEN-AND-FIND-PROSPECT
           IF NOT PROSPECT-IS-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ONE-PROSPECT
           IF NOT PROSPECT-IS-OPEN
               DISPLAY "PROSPECT " PR-PROSPECT-NUMBER
                   " IS NO LONGER OPEN"
               CLOSE PROSPECT-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "OUTCOME OF THE CONTACT (ONE LINE)"
           MOVE SPACES TO WS-TEXT-ANSWER
           ACCEPT WS-TEXT-ANSWER
           IF WS-TEXT-ANSWER = SPACES
               DISPLAY "EMPTY NOTE - NOTHING RECORDED"
               CLOSE PROSPECT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DATE-VALID-SW
           PERFORM TAKE-NEXT-FOLLOW-UP UNTIL DATE-IS-VALID
           ADD 1 TO PR-FOLLOW-UP-COUNT
           MOVE WS-BUSINESS-DATE  TO PR-LAST-CONTACT
           MOVE WS-TEXT-ANSWER    TO PR-LAST-NOTE
           MOVE WS-NEXT-FOLLOW-UP TO PR-NEXT-FOLLOW-UP
           REWRITE PROSPECT-REC
               INVALID KEY
                   DISPLAY "PROSPECT " PR-PROSPECT-NUMBER
                       " NOT UPDATED (" WS-PROSPECT-FILE-STATUS ")"
               NOT INVALID KEY
                   DISPLAY "FOLLOW-UP " PR-FOLLOW-UP-COUNT
                       " RECORDED - NEXT BY " PR-NEXT-FOLLOW-UP
           END-REWRITE
           CLOSE PROSPECT-FILE.

      *----------------------------------------------------------------
      * CLOSE-ONE-PROSPECT drops an open prospect that will not become
      * a customer, with the reason. Conversion is never done here --
      * ENTRADA-DE-DATOS closes the prospect when it opens the account.
      *----------------------------------------------------------------
       CLOSE-ONE-PROSPECT.
           PERFORM OPEN-AND-FIND-PROSPECT
           IF NOT PROSPECT-IS-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ONE-PROSPECT
           IF NOT PROSPECT-IS-OPEN
               DISPLAY "PROSPECT " PR-PROSPECT-NUMBER
                   " IS NO LONGER OPEN"
               CLOSE PROSPECT-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REASON FOR CLOSING"
           MOVE SPACES TO WS-TEXT-ANSWER
           ACCEPT WS-TEXT-ANSWER
           IF WS-TEXT-ANSWER = SPACES
               DISPLAY "NO REASON GIVEN - PROSPECT LEFT OPEN"
               CLOSE PROSPECT-FILE
               EXIT PARAGRAPH
           END-IF
           SET PROSPECT-IS-CLOSED TO TRUE
           MOVE WS-BUSINESS-DATE TO PR-CLOSED-DATE
           MOVE WS-OPERATOR-ID   TO PR-CLOSED-BY
           MOVE WS-TEXT-ANSWER   TO PR-CLOSE-REASON
           MOVE ZERO             TO PR-NEXT-FOLLOW-UP
           REWRITE PROSPECT-REC
               INVALID KEY
                   DISPLAY "PROSPECT " PR-PROSPECT-NUMBER
                       " NOT UPDATED (" WS-PROSPECT-FILE-STATUS ")"
               NOT INVALID KEY
                   DISPLAY "PROSPECT " PR-PROSPECT-NUMBER " CLOSED"
           END-REWRITE
           CLOSE PROSPECT-FILE.

       OPEN-AND-FIND-PROSPECT.
           MOVE 'N' TO WS-PROSPECT-SWITCH
           DISPLAY "PLEASE INTRODUCE THE PROSPECT NUMBER"
           ACCEPT WS-PROSPECT-NUMBER
           OPEN I-O PROSPECT-FILE
           IF WS-PROSPECT-FILE-STATUS NOT = "00"
               DISPLAY "NO PROSPECTS ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROSPECT-NUMBER TO PR-PROSPECT-NUMBER
           READ PROSPECT-FILE
               KEY IS PR-PROSPECT-NUMBER
               INVALID KEY
                   DISPLAY "PROSPECT " WS-PROSPECT-NUMBER " NOT ON FILE"
               NOT INVALID KEY
                   SET PROSPECT-IS-FOUND TO TRUE
           END-READ
           IF NOT PROSPECT-IS-FOUND
               CLOSE PROSPECT-FILE
           END-IF.

       SHOW-ONE-PROSPECT.
           DISPLAY "--------------------------------"
           DISPLAY "PROSPECT:  " PR-PROSPECT-NUMBER " " PR-NOMBRE " "
               PR-APELLIDO
           DISPLAY "CONTACT:   " PR-TELEFONO " " PR-EMAIL
           DISPLAY "SOURCE:    " PR-SOURCE " CAMPAIGN " PR-CAMPAIGN-CODE
               " CAPTURED " PR-CAPTURED-DATE " BY " PR-CAPTURED-BY
           IF PR-FOLLOW-UP-COUNT > ZERO
               DISPLAY "LAST CONTACT " PR-LAST-CONTACT ": "
                   PR-LAST-NOTE
           END-IF.

      *----------------------------------------------------------------
      * LIST-FOLLOW-UPS-DUE shows every open prospect whose next
      * follow-up has come round by the business date.
      *----------------------------------------------------------------
       LIST-FOLLOW-UPS-DUE.
           MOVE ZERO TO WS-LISTED-COUNT
           OPEN INPUT PROSPECT-FILE
           IF WS-PROSPECT-FILE-STATUS NOT = "00"
               DISPLAY "NO PROSPECTS ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PROSPECT-EOF-SWITCH
           PERFORM UNTIL PROSPECT-SCAN-DONE
               READ PROSPECT-FILE NEXT RECORD
                   AT END SET PROSPECT-SCAN-DONE TO TRUE
               END-READ
               IF NOT PROSPECT-SCAN-DONE
                   IF PROSPECT-IS-OPEN
                           AND PR-NEXT-FOLLOW-UP NOT > WS-BUSINESS-DATE
                       PERFORM LIST-ONE-PROSPECT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PROSPECT-FILE
           IF WS-LISTED-COUNT = ZERO
               DISPLAY "NO FOLLOW-UPS DUE BY " WS-BUSINESS-DATE
           ELSE
               DISPLAY "FOLLOW-UPS DUE: " WS-LISTED-COUNT
           END-IF.

       LIST-ONE-PROSPECT.
           ADD 1 TO WS-LISTED-COUNT
           DISPLAY PR-PROSPECT-NUMBER " " PR-NOMBRE " " PR-APELLIDO
           DISPLAY "         DUE " PR-NEXT-FOLLOW-UP " " PR-TELEFONO
               " " PR-SOURCE " " PR-CAMPAIGN-CODE
           IF PR-FOLLOW-UP-COUNT > ZERO
               DISPLAY "         " PR-LAST-NOTE
           END-IF.

       TAKE-SOURCE.
           DISPLAY "SOURCE OF THE LEAD:"
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 6
               DISPLAY "  " WS-SRC-CODE(WS-SRC-IDX) " "
                   WS-SRC-TITLE(WS-SRC-IDX)
           END-PERFORM
           MOVE SPACES TO WS-WANTED-SOURCE
           ACCEPT WS-WANTED-SOURCE
           MOVE FUNCTION UPPER-CASE(WS-WANTED-SOURCE)
               TO WS-WANTED-SOURCE
           MOVE 'N' TO WS-SOURCE-SWITCH
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 6
               IF WS-SRC-CODE(WS-SRC-IDX) = WS-WANTED-SOURCE
                   SET SOURCE-IS-KNOWN TO TRUE
               END-IF
           END-PERFORM
           IF NOT SOURCE-IS-KNOWN
               DISPLAY "UNKNOWN SOURCE " WS-WANTED-SOURCE
                   " - NOTHING ADDED"
           END-IF.

      *----------------------------------------------------------------
      * TAKE-CAMPAIGN-CODE takes the campaign the lead answered, blank
      * for none, and looks for it among the band codes on CAMPEXT.DAT.
      *----------------------------------------------------------------
       TAKE-CAMPAIGN-CODE.
           DISPLAY "CAMPAIGN CODE (BLANK IF NONE)"
           MOVE SPACES TO WS-CAMPAIGN-CODE
           ACCEPT WS-CAMPAIGN-CODE
           MOVE FUNCTION UPPER-CASE(WS-CAMPAIGN-CODE)
               TO WS-CAMPAIGN-CODE
           IF WS-CAMPAIGN-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CAMPAIGN-SWITCH
           MOVE 'N' TO WS-CAMPAIGN-EOF-SWITCH
           OPEN INPUT CAMPAIGN-EXTRACT-FILE
           IF WS-CAMPAIGN-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: NO CAMPAIGN EXTRACT ON FILE - CAMPAIGN "
                   WS-CAMPAIGN-CODE " NOT CHECKED"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CAMPAIGN-FILE-EOF OR CAMPAIGN-ON-EXTRACT
               READ CAMPAIGN-EXTRACT-FILE
                   AT END SET CAMPAIGN-FILE-EOF TO TRUE
               END-READ
               IF NOT CAMPAIGN-FILE-EOF
                   IF CX-BAND-CODE = WS-CAMPAIGN-CODE
                       SET CAMPAIGN-ON-EXTRACT TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CAMPAIGN-EXTRACT-FILE
           IF NOT CAMPAIGN-ON-EXTRACT
               DISPLAY "NOTE: CAMPAIGN " WS-CAMPAIGN-CODE
                   " IS NOT ON THE CURRENT CAMPAIGN EXTRACT"
           END-IF.

      *----------------------------------------------------------------
      * TAKE-NEXT-FOLLOW-UP takes the date to contact the prospect
      * next, WS-FOLLOW-UP-DAYS calendar days on when left blank. It
      * may not be before the business date.
      *----------------------------------------------------------------
       TAKE-NEXT-FOLLOW-UP.
           DISPLAY "NEXT FOLLOW-UP (YYYYMMDD, BLANK FOR "
               WS-FOLLOW-UP-DAYS " DAYS)"
           MOVE SPACES TO WS-DATE-ANSWER
           ACCEPT WS-DATE-ANSWER
           IF WS-DATE-ANSWER = SPACES
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   + WS-FOLLOW-UP-DAYS
               COMPUTE WS-NEXT-FOLLOW-UP =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               SET DATE-IS-VALID TO TRUE
               EXIT PARAGRAPH
           END-IF
           CALL "VALIDA-FECHA" USING WS-DATE-ANSWER,
               WS-DATE-CEILING, WS-DATE-MIN-YEAR, WS-VF-RESULTS
           IF WS-VF-IS-VALID NOT = 'Y'
               DISPLAY "DATE REJECTED - " WS-VF-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-ANSWER TO WS-NEXT-FOLLOW-UP
           IF WS-NEXT-FOLLOW-UP < WS-BUSINESS-DATE
               DISPLAY "DATE REJECTED - BEFORE THE BUSINESS DATE"
           ELSE
               SET DATE-IS-VALID TO TRUE
           END-IF.

       SIGN-ON-OPERATOR.
           PERFORM UNTIL OPERATOR-IS-VALID
               DISPLAY "PLEASE INTRODUCE YOUR OPERATOR ID"
               ACCEPT WS-OPERATOR-ID
               CALL "VALIDA-OPERADOR" USING WS-OPERATOR-ID,
                   WS-THIS-PROGRAM, WS-OPERID-VALID-SW,
                   WS-OPERATOR-ROLE
               IF OPERATOR-IS-VALID
                   CALL "AUTENTICA-OPERADOR" USING WS-OPERATOR-ID,
                       WS-THIS-PROGRAM, WS-OPERID-VALID-SW
                   IF NOT OPERATOR-IS-VALID
                       DISPLAY "SIGN-ON REFUSED - TRY AGAIN"
                   END-IF
               ELSE
                   DISPLAY "UNKNOWN OPERATOR ID - TRY AGAIN"
               END-IF
           END-PERFORM.

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

       END PROGRAM ATIENDE-PROSPECTOS.
