      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: Conversion load for a customer book taken over from
      *          another bank, delivered in that bank's own layout and
      *          under its own customer numbers. CONVIN.DAT holds one
      *          customer per record; CONVMAP.DAT says where each of
      *          our fields sits in it, one line per field:
      *            cols  1-18 our field name (see WS-TARGET-VALUES)
      *            cols 20-23 starting position in the record, 0000
      *                       for a constant
      *            cols 25-27 length
      *            cols 29-48 format -- UPPER for a text field to be
      *                       upper-cased; YYYYMMDD, DDMMYYYY,
      *                       DD/MM/YYYY or YYYY-MM-DD for a date;
      *                       DECIMAL or CENTS for the opening
      *                       balance -- or, at position 0000, the
      *                       constant itself (a date as YYYYMMDD)
      *          Lines starting with * are comments. OLD-NUMBER,
      *          NOMBRE and APELLIDO must be mapped. CONTROL-COUNT and
      *          CONTROL-BALANCE carry the delivering bank's control
      *          totals as constants; when given, the file must agree
      *          with them before anything is posted.
      *
      *          Every customer goes through the onboarding edits,
      *          the duplicate checks against the master (exact name,
      *          accent variant and document id) and against the rest
      *          of the file, and the watch-list screen, and gets a
      *          CUSTNUM number. A minor's GUARDIAN-OLD and a
      *          RELATED-OLD / RELATION-TYPE pair are the other bank's
      *          numbers, resolved through the conversion itself:
      *          guardians are converted in a first pass and their
      *          wards in a second, and relationships are linked
      *          through REGISTRA-RELACION once both ends stand. The
      *          opening balance is posted through ASIENTA-MOVIMIENTO
      *          as tran code CONV, so it shows in the night's trial
      *          balance and control proof.
      *
      *          CONVXREF.DAT keeps, for good, the other bank's number
      *          against ours, with the customer-since date, opening
      *          balance and its posting; CONSULTA-CLIENTES searches
      *          it. A customer already on it is not converted again,
      *          so a rerun takes up only what is left, and retries an
      *          opening balance the ledger refused. Rejects go to
      *          CONVREJ.DAT with the record as delivered, for
      *          correction and a rerun.
      *
      *          CONVBAL.RPT lists every customer with what was (or in
      *          a trial would be) done, and balances the records and
      *          balances read against those converted, converted by
      *          an earlier run, and rejected. It is archived.
      *
      *          PARM: <operator> <portfolio> [TRIAL|FINAL]. The
      *          portfolio code names the acquired book on the cross-
      *          reference. TRIAL, the default, posts nothing at all --
      *          no numbers, master, ledger, cross-reference,
      *          relationship or screening-queue updates.
      *
      *          RETURN-CODE 0 when everything balanced and converted,
      *          4 with rejects or unlinked relationships, 8 when the
      *          run was refused, the control totals disagree, or a
      *          converted customer's balance or cross-reference could
      *          not be written.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-CARTERA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT CROSS-REFERENCE-FILE ASSIGN TO "CONVXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT PHONETIC-KEY-FILE ASSIGN TO "FONETICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FK-RECORD-KEY
               FILE STATUS IS WS-FONETICO-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CUSTOMER-NUMBER
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT CONVERSION-INPUT-FILE ASSIGN TO "CONVIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT FIELD-MAP-FILE ASSIGN TO "CONVMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT CONVERSION-REJECT-FILE ASSIGN TO "CONVREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT CONVERSION-REPORT-FILE ASSIGN TO "CONVBAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT MASTER-LOCK-FILE ASSIGN TO "MSTLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLOCK-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-REC.
           05 CM-CUSTOMER-NUMBER PIC 9(8).
           05 CM-CUSTOMER-NAME.
              10 CM-NOMBRE     PIC X(16).
              10 CM-APELLIDO   PIC X(32).
           05 CM-EDAD          PIC X(3).
           05 CM-STATUS        PIC X.
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

       FD  PHONETIC-KEY-FILE.
       01  PHONETIC-KEY-REC.
           05 FK-RECORD-KEY.
              10 FK-APELLIDO-KEY PIC X(10).
              10 FK-CUSTOMER-NUMBER PIC 9(8).
           05 FK-NOMBRE-KEY    PIC X(10).
           05 FK-NOMBRE        PIC X(16).
           05 FK-APELLIDO      PIC X(32).

       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05 LG-CUSTOMER-NUMBER PIC 9(8).
           05 LG-BALANCE       PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 LG-LAST-POSTED   PIC 9(8).
           05 LG-CURRENCY      PIC X(3).

       FD  CONVERSION-INPUT-FILE.
       01  CONVERSION-INPUT-REC PIC X(400).

       FD  FIELD-MAP-FILE.
       01  FIELD-MAP-REC.
           05 MP-TARGET        PIC X(18).
           05 FILLER           PIC X.
           05 MP-START         PIC X(4).
           05 FILLER           PIC X.
           05 MP-LENGTH        PIC X(3).
           05 FILLER           PIC X.
           05 MP-FORMAT        PIC X(20).

       FD  CONVERSION-REJECT-FILE.
       01  CONVERSION-REJECT-REC.
           05 RJ-PORTFOLIO     PIC X(8).
           05 FILLER           PIC X.
           05 RJ-OLD-NUMBER    PIC X(12).
           05 FILLER           PIC X.
           05 RJ-REASON        PIC X(24).
           05 FILLER           PIC X.
           05 RJ-BUSINESS-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 RJ-SOURCE-RECORD PIC X(400).

       FD  CONVERSION-REPORT-FILE.
       01  CONVERSION-REPORT-LINE PIC X(124).

       FD  MASTER-LOCK-FILE.
       01  MASTER-LOCK-REC     PIC X(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-XREF-FILE-STATUS    PIC XX.
       01 WS-FONETICO-FILE-STATUS PIC XX.
       01 WS-LEDGER-FILE-STATUS  PIC XX.
       01 WS-INPUT-FILE-STATUS   PIC XX.
       01 WS-MAP-FILE-STATUS     PIC XX.
       01 WS-REJECT-FILE-STATUS  PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.
       01 WS-MLOCK-FILE-STATUS   PIC XX.
       01 WS-BUSDATE-FILE-STATUS PIC XX.
       01 WS-PARM                PIC X(60).
       01 WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
       01 WS-PORTFOLIO           PIC X(8) VALUE SPACES.
       01 WS-PARM-MODE           PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE       PIC X(10) VALUE SPACES.
       01 WS-OPERID-VALID-SW     PIC X VALUE 'N'.
          88 OPERATOR-IS-VALID VALUE 'Y'.
       01 WS-THIS-PROGRAM        PIC X(18) VALUE "CONVIERTE-CARTERA".
       01 WS-RUN-MODE            PIC X VALUE 'T'.
          88 RUN-IS-TRIAL VALUE 'T'.
          88 RUN-IS-FINAL VALUE 'F'.
       01 WS-REFUSED-SWITCH      PIC X VALUE 'N'.
          88 RUN-WAS-REFUSED VALUE 'Y'.
       01 WS-REFUSAL-TEXT        PIC X(60) VALUE SPACES.
       01 WS-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP.
          05 WS-TS-DATE          PIC 9(8).
          05 FILLER              PIC X(13).
       01 WS-MASTER-OPEN-SW      PIC X VALUE 'N'.
          88 MASTER-IS-OPEN VALUE 'Y'.
       01 WS-XREF-OPEN-SW        PIC X VALUE 'N'.
          88 XREF-IS-OPEN VALUE 'Y'.
       01 WS-REJECT-OPEN-SW      PIC X VALUE 'N'.
          88 REJECT-FILE-IS-OPEN VALUE 'Y'.
       01 WS-INPUT-EOF-SWITCH    PIC X VALUE 'N'.
          88 INPUT-FILE-EOF VALUE 'Y'.
       01 WS-MAP-EOF-SWITCH      PIC X VALUE 'N'.
          88 MAP-FILE-EOF VALUE 'Y'.
       01 WS-MLOCK-SWITCH        PIC X VALUE 'N'.
          88 MASTER-LOCK-HELD VALUE 'Y'.
       01 WS-MLOCK-TRY-COUNT     PIC 9(2) VALUE ZERO.
       01 WS-MLOCK-TRY-LIMIT     PIC 9(2) VALUE 10.
       01 WS-MLOCK-WAIT-SECS     PIC 9(4) COMP VALUE 1.
       01 WS-MJ-ACTION           PIC X(8).
       01 WS-MJ-PROGRAM          PIC X(18) VALUE "CONVIERTE-CARTERA".
      *
      * Our fields a mapping line may name: the name, the widest
      * value taken for it, and its kind -- A text, D date, B the
      * opening balance, K a control total given as a constant. The
      * subscripts are used by name in MOVE-MAPPED-VALUES.
      *
       01 WS-TARGET-VALUES.
          05 FILLER PIC X(22) VALUE "OLD-NUMBER        012A".
          05 FILLER PIC X(22) VALUE "NOMBRE            016A".
          05 FILLER PIC X(22) VALUE "APELLIDO          032A".
          05 FILLER PIC X(22) VALUE "EDAD              003A".
          05 FILLER PIC X(22) VALUE "FECHA-NAC         010D".
          05 FILLER PIC X(22) VALUE "DIRECCION-1       030A".
          05 FILLER PIC X(22) VALUE "DIRECCION-2       030A".
          05 FILLER PIC X(22) VALUE "TELEFONO          012A".
          05 FILLER PIC X(22) VALUE "DOC-ID            012A".
          05 FILLER PIC X(22) VALUE "DOC-EXPIRY        010D".
          05 FILLER PIC X(22) VALUE "CODIGO-POSTAL     008A".
          05 FILLER PIC X(22) VALUE "LOCALIDAD         030A".
          05 FILLER PIC X(22) VALUE "PROVINCIA         020A".
          05 FILLER PIC X(22) VALUE "BRANCH-CODE       004A".
          05 FILLER PIC X(22) VALUE "CONTACT-CHANNEL   001A".
          05 FILLER PIC X(22) VALUE "EMAIL             032A".
          05 FILLER PIC X(22) VALUE "CONSENT-DATE      010D".
          05 FILLER PIC X(22) VALUE "CUSTOMER-SINCE    010D".
          05 FILLER PIC X(22) VALUE "OPENING-BALANCE   020B".
          05 FILLER PIC X(22) VALUE "GUARDIAN-OLD      012A".
          05 FILLER PIC X(22) VALUE "RELATED-OLD       012A".
          05 FILLER PIC X(22) VALUE "RELATION-TYPE     002A".
          05 FILLER PIC X(22) VALUE "CONTROL-COUNT     020K".
          05 FILLER PIC X(22) VALUE "CONTROL-BALANCE   020K".
       01 WS-TARGET-TABLE REDEFINES WS-TARGET-VALUES.
          05 WS-TARGET-ENTRY OCCURS 24 TIMES.
             10 WS-TG-NAME       PIC X(18).
             10 WS-TG-MAX-LENGTH PIC 9(3).
             10 WS-TG-KIND       PIC X.
       01 WS-TARGET-COUNT        PIC 9(2) VALUE 24.
       01 WS-TARGET-IDX          PIC 9(2) COMP VALUE ZERO.
       01 WS-FOUND-TARGET        PIC 9(2) COMP VALUE ZERO.
       01 WS-MAP-TABLE.
          05 WS-MAP-ENTRY OCCURS 24 TIMES.
             10 WS-MAP-SET       PIC X.
             10 WS-MAP-START     PIC 9(4).
             10 WS-MAP-LENGTH    PIC 9(3).
             10 WS-MAP-FORMAT    PIC X(20).
       01 WS-VALUE-TABLE.
          05 WS-MAPPED-VALUE     PIC X(40) OCCURS 24 TIMES.
       01 WS-MAP-LINE-NUMBER     PIC 9(4) VALUE ZERO.
       01 WS-MAP-PROBLEMS        PIC 9(4) VALUE ZERO.
       01 WS-MAP-PROBLEM-TEXT    PIC X(60) VALUE SPACES.
       01 WS-MAP-START-NUM       PIC 9(4) VALUE ZERO.
       01 WS-MAP-LENGTH-NUM      PIC 9(3) VALUE ZERO.
       01 WS-RECORD-WIDTH        PIC 9(4) VALUE 400.
       01 WS-LEADING-SPACES      PIC 9(2) VALUE ZERO.
       01 WS-SHIFT-VALUE         PIC X(40).
       01 WS-DATE-IDX            PIC 9(2) COMP VALUE ZERO.
       01 WS-DATE-TEXT           PIC X(40).
       01 WS-DATE-FORMAT         PIC X(20).
       01 WS-DATE-OUT            PIC X(8).
      * the delivering bank's control totals, when it gave them
       01 WS-CONTROL-COUNT-SW    PIC X VALUE 'N'.
          88 CONTROL-COUNT-GIVEN VALUE 'Y'.
       01 WS-CONTROL-BALANCE-SW  PIC X VALUE 'N'.
          88 CONTROL-BALANCE-GIVEN VALUE 'Y'.
       01 WS-CONTROL-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-CONTROL-BALANCE     PIC S9(14)V99 VALUE ZERO.
       01 WS-CONTROLS-SW         PIC X VALUE 'Y'.
          88 CONTROLS-AGREE VALUE 'Y'.
      * one incoming customer, as mapped
       01 WS-OLD-NUMBER          PIC X(12).
       01 WS-NOMBRE              PIC X(16).
       01 WS-APELLIDO            PIC X(32).
       01 WS-EDAD                PIC X(3).
       01 WS-FECHA-NAC           PIC X(8).
       01 WS-DIRECCION-1         PIC X(30).
       01 WS-DIRECCION-2         PIC X(30).
       01 WS-TELEFONO            PIC X(12).
       01 WS-DOC-ID              PIC X(12).
       01 WS-DOC-EXPIRY          PIC X(8).
       01 WS-CODIGO-POSTAL       PIC X(8).
       01 WS-LOCALIDAD           PIC X(30).
       01 WS-PROVINCIA           PIC X(20).
       01 WS-BRANCH-CODE         PIC X(4).
       01 WS-CONTACT-CHANNEL     PIC X.
       01 WS-EMAIL               PIC X(32).
       01 WS-CONSENT-DATE        PIC X(8).
       01 WS-CUSTOMER-SINCE      PIC X(8).
       01 WS-GUARDIAN-OLD        PIC X(12).
       01 WS-RELATED-OLD         PIC X(12).
       01 WS-RELATION-TYPE       PIC X(2).
          88 RELATION-TYPE-KNOWN VALUE "JT" "GU" "PA" "HH".
       01 WS-OPENING-BALANCE     PIC S9(12)V99 VALUE ZERO.
       01 WS-BALANCE-OK-SW       PIC X VALUE 'Y'.
          88 BALANCE-IS-READABLE VALUE 'Y'.
       01 WS-BALANCE-LIMIT       PIC 9(10)V99 VALUE 9999999999.99.
       01 WS-REJECT-REASON       PIC X(24) VALUE SPACES.
       01 WS-HELD-SWITCH         PIC X VALUE 'N'.
          88 CUSTOMER-IS-HELD VALUE 'Y'.
       01 WS-PASS                PIC 9 VALUE ZERO.
          88 PASS-WITHOUT-GUARDIAN VALUE 1.
          88 PASS-WITH-GUARDIAN    VALUE 2.
          88 PASS-RELATIONSHIPS    VALUE 3.
      * the onboarding edits
       01 WS-EDAD-CLASS-INPUT    PIC X(3).
       01 WS-EDAD-CLASS-LENGTH   PIC 9(2) VALUE 3.
       01 WS-NUM12-CLASS-INPUT   PIC X(12).
       01 WS-NUM12-CLASS-LENGTH  PIC 9(2) VALUE 12.
       01 WS-CLASS-RESULTS.
          05 WS-ECR-IS-ALPHABETIC  PIC X.
          05 WS-ECR-IS-ALPHA-UPPER PIC X.
          05 WS-ECR-IS-ALPHA-LOWER PIC X.
          05 WS-ECR-IS-NUMERIC     PIC X.
          05 WS-ECR-IS-BINARIO     PIC X.
       01 WS-FNAC-MIN-YEAR       PIC 9(4) VALUE 1900.
       01 WS-FNAC-NUMERIC        PIC 9(8) VALUE ZERO.
       01 WS-FNAC-RESULTS.
          05 WS-VF-IS-VALID      PIC X.
          05 WS-VF-REASON        PIC X(24).
       01 WS-DOCV-RESULTS.
          05 WS-VD-IS-VALID      PIC X.
          05 WS-VD-DOC-TYPE      PIC X(4).
          05 WS-VD-REASON        PIC X(24).
       01 WS-DEXP-CEILING        PIC 9(8) VALUE 99991231.
       01 WS-DEXP-MIN-YEAR       PIC 9(4) VALUE ZERO.
       01 WS-DEXP-NUMERIC        PIC 9(8) VALUE ZERO.
       01 WS-SINCE-NUMERIC       PIC 9(8) VALUE ZERO.
       01 WS-CONSENT-NUMERIC     PIC 9(8) VALUE ZERO.
       01 WS-ADDRV-RESULTS.
          05 WS-VM-IS-VALID      PIC X.
          05 WS-VM-REASON        PIC X(24).
          05 WS-VM-STD-DIRECCION-1 PIC X(30).
          05 WS-VM-STD-CODIGO-POSTAL PIC X(8).
          05 WS-VM-STD-LOCALIDAD PIC X(30).
          05 WS-VM-STD-PROVINCIA PIC X(20).
       01 WS-NO-POSTAL-REF-SW    PIC X VALUE 'N'.
          88 NO-POSTAL-REFERENCE VALUE 'Y'.
       01 WS-MAJORITY-AGE        PIC 9(2) VALUE 18.
       01 WS-AGE-YEARS           PIC 9(4) VALUE ZERO.
       01 WS-DERIVED-EDAD        PIC 9(3) VALUE ZERO.
       01 WS-MINOR-SWITCH        PIC X VALUE 'N'.
          88 CUSTOMER-IS-A-MINOR VALUE 'Y'.
       01 WS-GUARDIAN-NUMERIC    PIC 9(8) VALUE ZERO.
       01 WS-VS-ACTION           PIC X VALUE 'B'.
       01 WS-VS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01 WS-VS-SCOPE            PIC X.
       01 WS-VS-BRANCH-NAME      PIC X(30).
       01 WS-VS-RESULT           PIC X.
      * the duplicate checks
       01 WS-EXISTING-NUMBER     PIC 9(8) VALUE ZERO.
       01 WS-KEY-NAME-IN         PIC X(32).
       01 WS-WANTED-KEY          PIC X(10).
       01 WS-FONETICO-EOF-SW     PIC X VALUE 'N'.
          88 PHONETIC-LIST-DONE VALUE 'Y'.
       01 WS-FOLD-INPUT          PIC X(80).
       01 WS-FOLD-LENGTH         PIC 9(2) VALUE ZERO.
       01 WS-FOLD-OUTPUT         PIC X(80).
       01 WS-FOLD-NOMBRE         PIC X(16).
       01 WS-FOLD-APELLIDO       PIC X(32).
       01 WS-FOLDED-NAME         PIC X(48).
       01 WS-WANTED-FOLDED-NAME  PIC X(48).
       01 WS-EDIT-NUMBER         PIC 9(8).
      * the watch-list screen
       01 WS-CR-SOURCE           PIC X VALUE 'O'.
       01 WS-CR-CUSTOMER-NUMBER  PIC 9(8) VALUE ZERO.
       01 WS-CR-RESULT           PIC X.
       01 WS-CR-ENTRY-ID         PIC X(10).
       01 WS-CR-MATCH-ON         PIC X(8).
       01 WS-CR-HIT-NUMBER       PIC 9(8).
      *
      * Every customer this run converted (or in a trial would
      * convert) or found converted already, by the other bank's
      * number: it resolves guardians and relationships, and catches
      * a customer delivered twice in the same file. The new number
      * is zero in a trial.
      *
       01 WS-RUN-TABLE.
          05 WS-RUN-ENTRY OCCURS 5000 TIMES.
             10 WS-RT-OLD-NUMBER PIC X(12).
             10 WS-RT-NEW-NUMBER PIC 9(8).
             10 WS-RT-DOC-ID     PIC X(12).
             10 WS-RT-FOLDED-NAME PIC X(48).
             10 WS-RT-FECHA-NAC  PIC 9(8).
       01 WS-RUN-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-RUN-MAX             PIC 9(4) VALUE 5000.
       01 WS-RUN-IDX             PIC 9(4) COMP VALUE ZERO.
       01 WS-RUN-FOUND-IDX       PIC 9(4) COMP VALUE ZERO.
       01 WS-RUN-FULL-SW         PIC X VALUE 'N'.
          88 RUN-TABLE-IS-FULL VALUE 'Y'.
       01 WS-FIND-OLD-NUMBER     PIC X(12).
       01 WS-RESOLVED-SW         PIC X VALUE 'N'.
          88 OLD-NUMBER-RESOLVED VALUE 'Y'.
       01 WS-RESOLVED-NUMBER     PIC 9(8) VALUE ZERO.
       01 WS-RESOLVED-FNAC       PIC 9(8) VALUE ZERO.
       01 WS-RESOLVED-IN-RUN-SW  PIC X VALUE 'N'.
          88 RESOLVED-IN-THIS-RUN VALUE 'Y'.
       01 WS-XREF-FOUND-SW       PIC X VALUE 'N'.
          88 XREF-ENTRY-FOUND VALUE 'Y'.
      * numbering, posting and relationships
       01 WS-CUSTOMER-NUMBER     PIC 9(8) VALUE ZERO.
       01 WS-CUSTNUM-SEQ-NAME    PIC X(8) VALUE "CUSTNUM".
       01 WS-NUMFAIL-SWITCH      PIC X VALUE 'N'.
          88 NUMBERING-FAILED VALUE 'Y'.
       01 WS-WRITE-FAIL-SWITCH   PIC X VALUE 'N'.
          88 CONVERSION-WRITE-FAILED VALUE 'Y'.
       01 WS-PR-RISK-RATING      PIC X VALUE 'M'.
       01 WS-PR-NEXT-REVIEW      PIC 9(8) VALUE ZERO.
       01 WS-PR-GRACE-DAYS       PIC 9(3) VALUE ZERO.
       01 WS-AF-OLD-APELLIDO     PIC X(32) VALUE SPACES.
       01 WS-AM-DEBIT-CREDIT     PIC X.
       01 WS-AM-AMOUNT           PIC 9(10)V99 VALUE ZERO.
       01 WS-AM-TRAN-CODE        PIC X(4) VALUE "CONV".
       01 WS-AM-REASON           PIC X(24) VALUE SPACES.
       01 WS-AM-RELATED-REF      PIC 9(8) VALUE ZERO.
       01 WS-AM-POSTING-REF      PIC 9(8) VALUE ZERO.
       01 WS-AM-BALANCE-AFTER    PIC S9(12)V99 SIGN LEADING
                                 SEPARATE VALUE ZERO.
       01 WS-AM-CURRENCY         PIC X(3).
       01 WS-AM-REFUSE-REASON    PIC X(24).
       01 WS-POSTED-SW           PIC X VALUE 'N'.
          88 BALANCE-WAS-POSTED VALUE 'Y'.
       01 WS-LEDGER-ACCOUNT-SW   PIC X VALUE 'N'.
          88 LEDGER-ACCOUNT-EXISTS VALUE 'Y'.
       01 WS-RR-ACTION           PIC X VALUE 'A'.
       01 WS-RR-REL-NUMBER       PIC 9(8) VALUE ZERO.
       01 WS-RR-FROM-NUMBER      PIC 9(8) VALUE ZERO.
       01 WS-RR-TO-NUMBER        PIC 9(8) VALUE ZERO.
       01 WS-RR-TYPE             PIC X(2) VALUE "GU".
       01 WS-RR-DATE             PIC 9(8) VALUE ZERO.
       01 WS-RR-REASON           PIC X(24) VALUE SPACES.
       01 WS-RR-RESULT           PIC X.
       01 WS-OWN-NUMBER          PIC 9(8) VALUE ZERO.
       01 WS-RELATED-NUMBER      PIC 9(8) VALUE ZERO.
      * the balancing
       01 WS-IN-COUNT            PIC 9(8) VALUE ZERO.
       01 WS-IN-BALANCE          PIC S9(14)V99 VALUE ZERO.
       01 WS-UNREADABLE-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-CONVERTED-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-CONVERTED-BALANCE   PIC S9(14)V99 VALUE ZERO.
       01 WS-PREVIOUS-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-PREVIOUS-BALANCE    PIC S9(14)V99 VALUE ZERO.
       01 WS-REJECTED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-REJECTED-BALANCE    PIC S9(14)V99 VALUE ZERO.
       01 WS-HELD-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-HELD-BALANCE        PIC S9(14)V99 VALUE ZERO.
       01 WS-POSTED-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-POSTED-BALANCE      PIC S9(14)V99 VALUE ZERO.
       01 WS-UNPOSTED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-UNPOSTED-BALANCE    PIC S9(14)V99 VALUE ZERO.
       01 WS-DEFERRED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-REL-READ-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-REL-LINKED-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-REL-FAILED-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-PROOF-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-PROOF-BALANCE       PIC S9(14)V99 VALUE ZERO.
      * the report
       01 WS-REPORT-TEXT         PIC X(124) VALUE SPACES.
       01 WS-EDIT-COUNT          PIC Z(7)9.
       01 WS-EDIT-POSITION       PIC Z(3)9.
       01 WS-EDIT-LENGTH         PIC ZZ9.
       01 WS-EDIT-AMOUNT         PIC -(14)9.99.
       01 WS-ACTION-TEXT         PIC X(36).
       01 WS-DETAIL-LINE.
          05 WS-DL-OLD-NUMBER    PIC X(12).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-DL-NEW-NUMBER    PIC X(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-DL-NOMBRE        PIC X(16).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-DL-APELLIDO      PIC X(24).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-DL-BALANCE       PIC -(12)9.99.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-DL-ACTION        PIC X(36).
       01 WS-RELATION-LINE.
          05 WS-RL-OLD-NUMBER    PIC X(12).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-RL-NEW-NUMBER    PIC X(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-RL-TYPE          PIC X(2).
          05 FILLER              PIC X(4) VALUE SPACES.
          05 WS-RL-RELATED-OLD   PIC X(12).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-RL-RELATED-NEW   PIC X(8).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-RL-ACTION        PIC X(40).
       01 WS-BALANCE-LINE.
          05 WS-BL-LABEL         PIC X(44).
          05 WS-BL-COUNT         PIC Z(7)9.
          05 FILLER              PIC X(2) VALUE SPACES.
          05 WS-BL-AMOUNT        PIC -(14)9.99.
       01 WS-ARCHIVE-PROGRAM     PIC X(18) VALUE "CONVIERTE-CARTERA".
       01 WS-ARCHIVE-REPORT      PIC X(30) VALUE "CONVBAL.RPT".
       01 WS-ALERT-SEVERITY      PIC X(8).
       01 WS-ALERT-MESSAGE       PIC X(60).
       01 WS-JOURNAL-EVENT       PIC X(5).
       01 WS-JOURNAL-RECORDS     PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-REJECTS     PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-STATUS      PIC X(8) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-OPERATOR-ID, WS-PORTFOLIO, WS-PARM-MODE
           MOVE FUNCTION UPPER-CASE(WS-PARM-MODE) TO WS-PARM-MODE
           PERFORM READ-BUSINESS-DATE
           EVALUATE WS-PARM-MODE
               WHEN SPACES
               WHEN "TRIAL"
                   SET RUN-IS-TRIAL TO TRUE
               WHEN "FINAL"
                   SET RUN-IS-FINAL TO TRUE
               WHEN OTHER
                   MOVE "MODE MUST BE TRIAL OR FINAL" TO WS-REFUSAL-TEXT
                   SET RUN-WAS-REFUSED TO TRUE
           END-EVALUATE
           PERFORM WRITE-RUN-JOURNAL-START
           IF NOT RUN-WAS-REFUSED
               PERFORM CHECK-RUN-PARAMETERS
           END-IF
           OPEN OUTPUT CONVERSION-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           IF NOT RUN-WAS-REFUSED
               PERFORM LOAD-FIELD-MAP
           END-IF
           IF NOT RUN-WAS-REFUSED
               PERFORM COUNT-INPUT-FILE
           END-IF
           IF NOT RUN-WAS-REFUSED AND RUN-IS-FINAL
               PERFORM ACQUIRE-MASTER-LOCK
               IF NOT MASTER-LOCK-HELD
                   MOVE "CUSTOMER MASTER LOCKED BY ANOTHER JOB"
                       TO WS-REFUSAL-TEXT
                   SET RUN-WAS-REFUSED TO TRUE
               END-IF
           END-IF
           IF NOT RUN-WAS-REFUSED
               PERFORM OPEN-CONVERSION-FILES
           END-IF
           IF NOT RUN-WAS-REFUSED
               PERFORM CONVERT-THE-PORTFOLIO
               PERFORM CLOSE-CONVERSION-FILES
               PERFORM WRITE-BALANCING-SECTION
           ELSE
               DISPLAY "CONVERSION REFUSED - " WS-REFUSAL-TEXT
               MOVE SPACES TO WS-REPORT-TEXT
               STRING "RUN REFUSED - " DELIMITED BY SIZE
                      WS-REFUSAL-TEXT DELIMITED BY SIZE
                   INTO WS-REPORT-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM RELEASE-MASTER-LOCK
           CLOSE CONVERSION-REPORT-FILE
           CALL "ARCHIVA-INFORME" USING WS-ARCHIVE-PROGRAM,
               WS-ARCHIVE-REPORT
           DISPLAY "CONVERSION REPORT WRITTEN TO CONVBAL.RPT"
           PERFORM WRITE-RUN-JOURNAL-END
           STOP RUN.

      *----------------------------------------------------------------
      * CHECK-RUN-PARAMETERS wants a portfolio code and an operator
      * VALIDA-OPERADOR accepts for this program.
      *----------------------------------------------------------------
       CHECK-RUN-PARAMETERS.
           IF WS-OPERATOR-ID NOT = SPACES
               CALL "VALIDA-OPERADOR" USING WS-OPERATOR-ID,
                   WS-THIS-PROGRAM, WS-OPERID-VALID-SW,
                   WS-OPERATOR-ROLE
           END-IF
           IF NOT OPERATOR-IS-VALID
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING "INVALID OPERATOR ID: " DELIMITED BY SIZE
                      WS-OPERATOR-ID DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-PORTFOLIO = SPACES
               MOVE "NO PORTFOLIO CODE GIVEN" TO WS-REFUSAL-TEXT
               SET RUN-WAS-REFUSED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * LOAD-FIELD-MAP reads CONVMAP.DAT into the mapping table and
      * checks every line before a single record is read: the field
      * must be one of ours and mapped once, the positions must lie
      * inside the record, the format must suit the field, and the
      * three fields no customer can go without must be there. Every
      * problem is listed; any one refuses the run.
      *----------------------------------------------------------------
       LOAD-FIELD-MAP.
           PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
                   UNTIL WS-TARGET-IDX > WS-TARGET-COUNT
               MOVE 'N'    TO WS-MAP-SET(WS-TARGET-IDX)
               MOVE ZERO   TO WS-MAP-START(WS-TARGET-IDX)
               MOVE ZERO   TO WS-MAP-LENGTH(WS-TARGET-IDX)
               MOVE SPACES TO WS-MAP-FORMAT(WS-TARGET-IDX)
           END-PERFORM
           MOVE ZERO TO WS-MAP-PROBLEMS
           MOVE ZERO TO WS-MAP-LINE-NUMBER
           OPEN INPUT FIELD-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = "00"
               MOVE "NO FIELD MAP CONVMAP.DAT" TO WS-REFUSAL-TEXT
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MAP-EOF-SWITCH
           PERFORM UNTIL MAP-FILE-EOF
               READ FIELD-MAP-FILE
                   AT END
                       SET MAP-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MAP-LINE-NUMBER
                       IF FIELD-MAP-REC NOT = SPACES
                               AND MP-TARGET(1:1) NOT = "*"
                           PERFORM TAKE-ONE-MAP-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIELD-MAP-FILE
           MOVE ZERO TO WS-MAP-LINE-NUMBER
           IF WS-MAP-SET(1) NOT = 'Y'
               MOVE "OLD-NUMBER IS NOT MAPPED" TO WS-MAP-PROBLEM-TEXT
               PERFORM NOTE-MAP-PROBLEM
           END-IF
           IF WS-MAP-SET(2) NOT = 'Y'
               MOVE "NOMBRE IS NOT MAPPED" TO WS-MAP-PROBLEM-TEXT
               PERFORM NOTE-MAP-PROBLEM
           END-IF
           IF WS-MAP-SET(3) NOT = 'Y'
               MOVE "APELLIDO IS NOT MAPPED" TO WS-MAP-PROBLEM-TEXT
               PERFORM NOTE-MAP-PROBLEM
           END-IF
           IF WS-MAP-PROBLEMS > ZERO
               MOVE "FIELD MAP CONVMAP.DAT IS IN ERROR - SEE ABOVE"
                   TO WS-REFUSAL-TEXT
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM TAKE-CONTROL-TOTALS
           PERFORM WRITE-FIELD-MAP-SECTION.

       TAKE-ONE-MAP-LINE.
           MOVE ZERO TO WS-FOUND-TARGET
           PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
                   UNTIL WS-TARGET-IDX > WS-TARGET-COUNT
                      OR WS-FOUND-TARGET > ZERO
               IF WS-TG-NAME(WS-TARGET-IDX) = MP-TARGET
                   MOVE WS-TARGET-IDX TO WS-FOUND-TARGET
               END-IF
           END-PERFORM
           IF WS-FOUND-TARGET = ZERO
               MOVE SPACES TO WS-MAP-PROBLEM-TEXT
               STRING "UNKNOWN FIELD " DELIMITED BY SIZE
                      MP-TARGET DELIMITED BY SPACE
                   INTO WS-MAP-PROBLEM-TEXT
               PERFORM NOTE-MAP-PROBLEM
               EXIT PARAGRAPH
           END-IF
           IF WS-MAP-SET(WS-FOUND-TARGET) = 'Y'
               MOVE SPACES TO WS-MAP-PROBLEM-TEXT
               STRING MP-TARGET DELIMITED BY SPACE
                      " IS MAPPED TWICE" DELIMITED BY SIZE
                   INTO WS-MAP-PROBLEM-TEXT
               PERFORM NOTE-MAP-PROBLEM
               EXIT PARAGRAPH
           END-IF
           IF MP-START IS NOT NUMERIC OR MP-LENGTH IS NOT NUMERIC
               MOVE SPACES TO WS-MAP-PROBLEM-TEXT
               STRING MP-TARGET DELIMITED BY SPACE
                      " - POSITION AND LENGTH MUST BE DIGITS"
                          DELIMITED BY SIZE
                   INTO WS-MAP-PROBLEM-TEXT
               PERFORM NOTE-MAP-PROBLEM
               EXIT PARAGRAPH
           END-IF
           MOVE MP-START  TO WS-MAP-START-NUM
           MOVE MP-LENGTH TO WS-MAP-LENGTH-NUM
           MOVE SPACES TO WS-MAP-PROBLEM-TEXT
           IF WS-MAP-START-NUM = ZERO
               PERFORM CHECK-MAP-CONSTANT
           ELSE
               PERFORM CHECK-MAP-POSITIONS
           END-IF
           IF WS-MAP-PROBLEM-TEXT NOT = SPACES
               PERFORM NOTE-MAP-PROBLEM
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y'               TO WS-MAP-SET(WS-FOUND-TARGET)
           MOVE WS-MAP-START-NUM  TO WS-MAP-START(WS-FOUND-TARGET)
           MOVE WS-MAP-LENGTH-NUM TO WS-MAP-LENGTH(WS-FOUND-TARGET)
           MOVE MP-FORMAT         TO WS-MAP-FORMAT(WS-FOUND-TARGET).

      *----------------------------------------------------------------
      * CHECK-MAP-CONSTANT takes a constant for any field but the old
      * number -- one number for the whole book would make every
      * customer a duplicate -- and wants the control totals as
      * numbers.
      *----------------------------------------------------------------
       CHECK-MAP-CONSTANT.
           IF MP-FORMAT = SPACES
               STRING MP-TARGET DELIMITED BY SPACE
                      " - POSITION 0000 BUT NO CONSTANT GIVEN"
                          DELIMITED BY SIZE
                   INTO WS-MAP-PROBLEM-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-TARGET = 1
               MOVE "OLD-NUMBER CANNOT BE A CONSTANT"
                   TO WS-MAP-PROBLEM-TEXT
               EXIT PARAGRAPH
           END-IF
           IF (WS-TG-KIND(WS-FOUND-TARGET) = 'K'
                   OR WS-TG-KIND(WS-FOUND-TARGET) = 'B')
                   AND FUNCTION TEST-NUMVAL(MP-FORMAT) NOT = ZERO
               STRING MP-TARGET DELIMITED BY SPACE
                      " - CONSTANT IS NOT A NUMBER" DELIMITED BY SIZE
                   INTO WS-MAP-PROBLEM-TEXT
           END-IF.

       CHECK-MAP-POSITIONS.
           IF WS-TG-KIND(WS-FOUND-TARGET) = 'K'
               STRING MP-TARGET DELIMITED BY SPACE
                      " MUST BE A CONSTANT (POSITION 0000)"
                          DELIMITED BY SIZE
                   INTO WS-MAP-PROBLEM-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-MAP-LENGTH-NUM = ZERO
                   OR WS-MAP-LENGTH-NUM
                       > WS-TG-MAX-LENGTH(WS-FOUND-TARGET)
                   OR WS-MAP-START-NUM + WS-MAP-LENGTH-NUM - 1
                       > WS-RECORD-WIDTH
               STRING MP-TARGET DELIMITED BY SPACE
                      " - LENGTH OR POSITION OUT OF RANGE"
                          DELIMITED BY SIZE
                   INTO WS-MAP-PROBLEM-TEXT
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-TG-KIND(WS-FOUND-TARGET)
               WHEN 'A'
                   IF MP-FORMAT NOT = SPACES AND MP-FORMAT NOT = "UPPER"
                       MOVE "BAD FORMAT" TO WS-MAP-PROBLEM-TEXT
                   END-IF
               WHEN 'D'
                   IF MP-FORMAT NOT = SPACES
                           AND MP-FORMAT NOT = "YYYYMMDD"
                           AND MP-FORMAT NOT = "DDMMYYYY"
                           AND MP-FORMAT NOT = "DD/MM/YYYY"
                           AND MP-FORMAT NOT = "YYYY-MM-DD"
                       MOVE "BAD FORMAT" TO WS-MAP-PROBLEM-TEXT
                   END-IF
               WHEN 'B'
                   IF MP-FORMAT NOT = SPACES
                           AND MP-FORMAT NOT = "DECIMAL"
                           AND MP-FORMAT NOT = "CENTS"
                       MOVE "BAD FORMAT" TO WS-MAP-PROBLEM-TEXT
                   END-IF
           END-EVALUATE
           IF WS-MAP-PROBLEM-TEXT NOT = SPACES
               MOVE SPACES TO WS-MAP-PROBLEM-TEXT
               STRING MP-TARGET DELIMITED BY SPACE
                      " - UNKNOWN FORMAT " DELIMITED BY SIZE
                      MP-FORMAT DELIMITED BY SPACE
                   INTO WS-MAP-PROBLEM-TEXT
           END-IF.

       NOTE-MAP-PROBLEM.
           ADD 1 TO WS-MAP-PROBLEMS
           MOVE SPACES TO WS-REPORT-TEXT
           IF WS-MAP-LINE-NUMBER > ZERO
               MOVE WS-MAP-LINE-NUMBER TO WS-EDIT-POSITION
               STRING "FIELD MAP LINE" DELIMITED BY SIZE
                      WS-EDIT-POSITION DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      WS-MAP-PROBLEM-TEXT DELIMITED BY SIZE
                   INTO WS-REPORT-TEXT
           ELSE
               STRING "FIELD MAP: " DELIMITED BY SIZE
                      WS-MAP-PROBLEM-TEXT DELIMITED BY SIZE
                   INTO WS-REPORT-TEXT
           END-IF
           DISPLAY WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE.

       TAKE-CONTROL-TOTALS.
           IF WS-MAP-SET(23) = 'Y'
               SET CONTROL-COUNT-GIVEN TO TRUE
               COMPUTE WS-CONTROL-COUNT =
                   FUNCTION NUMVAL(WS-MAP-FORMAT(23))
           END-IF
           IF WS-MAP-SET(24) = 'Y'
               SET CONTROL-BALANCE-GIVEN TO TRUE
               COMPUTE WS-CONTROL-BALANCE =
                   FUNCTION NUMVAL(WS-MAP-FORMAT(24))
           END-IF.

      *----------------------------------------------------------------
      * COUNT-INPUT-FILE makes a pre-pass over CONVIN.DAT for the
      * records and opening balances coming in -- the top line of the
      * balancing -- and holds them against the delivering bank's
      * control totals. A final run does not start on a file that
      * disagrees with them; a trial reports it and goes on.
      *----------------------------------------------------------------
       COUNT-INPUT-FILE.
           OPEN INPUT CONVERSION-INPUT-FILE
           IF WS-INPUT-FILE-STATUS NOT = "00"
               MOVE "NO INPUT FILE CONVIN.DAT" TO WS-REFUSAL-TEXT
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           PERFORM READ-INPUT-RECORD
           PERFORM UNTIL INPUT-FILE-EOF
               ADD 1 TO WS-IN-COUNT
               PERFORM EXTRACT-MAPPED-FIELDS
               IF BALANCE-IS-READABLE
                   ADD WS-OPENING-BALANCE TO WS-IN-BALANCE
               ELSE
                   ADD 1 TO WS-UNREADABLE-COUNT
               END-IF
               PERFORM READ-INPUT-RECORD
           END-PERFORM
           CLOSE CONVERSION-INPUT-FILE
           IF WS-IN-COUNT = ZERO
               MOVE "CONVIN.DAT IS EMPTY" TO WS-REFUSAL-TEXT
               SET RUN-WAS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF CONTROL-COUNT-GIVEN AND WS-CONTROL-COUNT NOT = WS-IN-COUNT
               MOVE 'N' TO WS-CONTROLS-SW
           END-IF
           IF CONTROL-BALANCE-GIVEN
                   AND WS-CONTROL-BALANCE NOT = WS-IN-BALANCE
               MOVE 'N' TO WS-CONTROLS-SW
           END-IF
           IF NOT CONTROLS-AGREE
               DISPLAY "CONVIN.DAT DOES NOT AGREE WITH THE CONTROL "
                   "TOTALS ON THE FIELD MAP"
               IF RUN-IS-FINAL
                   MOVE "CONVIN.DAT DISAGREES WITH ITS CONTROL TOTALS"
                       TO WS-REFUSAL-TEXT
                   SET RUN-WAS-REFUSED TO TRUE
                   PERFORM WRITE-INPUT-TOTALS
               END-IF
           END-IF.

       READ-INPUT-RECORD.
           MOVE SPACES TO CONVERSION-INPUT-REC
           READ CONVERSION-INPUT-FILE
               AT END SET INPUT-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * OPEN-CONVERSION-FILES opens the master and cross-reference for
      * update in a final run, creating either on first use, and only
      * reads them in a trial -- where a file not there yet just
      * means nothing is on it.
      *----------------------------------------------------------------
       OPEN-CONVERSION-FILES.
           IF RUN-IS-FINAL
               OPEN I-O CUSTOMER-MASTER-FILE
               IF WS-MASTER-FILE-STATUS = "35"
                   OPEN OUTPUT CUSTOMER-MASTER-FILE
                   CLOSE CUSTOMER-MASTER-FILE
                   OPEN I-O CUSTOMER-MASTER-FILE
               END-IF
               OPEN I-O CROSS-REFERENCE-FILE
               IF WS-XREF-FILE-STATUS = "35"
                   OPEN OUTPUT CROSS-REFERENCE-FILE
                   CLOSE CROSS-REFERENCE-FILE
                   OPEN I-O CROSS-REFERENCE-FILE
               END-IF
           ELSE
               OPEN INPUT CUSTOMER-MASTER-FILE
               OPEN INPUT CROSS-REFERENCE-FILE
           END-IF
           IF WS-MASTER-FILE-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
           END-IF
           IF WS-XREF-FILE-STATUS = "00"
               SET XREF-IS-OPEN TO TRUE
           END-IF
           IF RUN-IS-FINAL
               IF NOT MASTER-IS-OPEN OR NOT XREF-IS-OPEN
                   MOVE "MASTER OR CONVXREF.DAT CANNOT BE OPENED"
                       TO WS-REFUSAL-TEXT
                   SET RUN-WAS-REFUSED TO TRUE
                   PERFORM CLOSE-CONVERSION-FILES
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT CONVERSION-REJECT-FILE
               IF WS-REJECT-FILE-STATUS = "00"
                   SET REJECT-FILE-IS-OPEN TO TRUE
               END-IF
           END-IF.

       CLOSE-CONVERSION-FILES.
           IF MASTER-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
               MOVE 'N' TO WS-MASTER-OPEN-SW
           END-IF
           IF XREF-IS-OPEN
               CLOSE CROSS-REFERENCE-FILE
               MOVE 'N' TO WS-XREF-OPEN-SW
           END-IF
           IF REJECT-FILE-IS-OPEN
               CLOSE CONVERSION-REJECT-FILE
               MOVE 'N' TO WS-REJECT-OPEN-SW
           END-IF.

      *----------------------------------------------------------------
      * CONVERT-THE-PORTFOLIO reads the file three times: customers
      * without a guardian first, then those with one -- so a
      * guardian always stands before the minor is checked against
      * them -- and last the relationships, once both ends of every
      * link have been converted.
      *----------------------------------------------------------------
       CONVERT-THE-PORTFOLIO.
           PERFORM WRITE-DETAIL-HEADING
           SET PASS-WITHOUT-GUARDIAN TO TRUE
           PERFORM RUN-ONE-PASS
           IF WS-DEFERRED-COUNT > ZERO
               MOVE SPACES TO WS-REPORT-TEXT
               PERFORM WRITE-REPORT-LINE
               MOVE "CUSTOMERS WITH A GUARDIAN ON THE OTHER BANK'S FILE"
                   TO WS-REPORT-TEXT
               PERFORM WRITE-REPORT-LINE
               SET PASS-WITH-GUARDIAN TO TRUE
               PERFORM RUN-ONE-PASS
           END-IF
           IF WS-MAP-SET(21) = 'Y'
               PERFORM WRITE-RELATION-HEADING
               SET PASS-RELATIONSHIPS TO TRUE
               PERFORM RUN-ONE-PASS
           END-IF.

       RUN-ONE-PASS.
           OPEN INPUT CONVERSION-INPUT-FILE
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           PERFORM READ-INPUT-RECORD
           PERFORM UNTIL INPUT-FILE-EOF
               PERFORM EXTRACT-MAPPED-FIELDS
               EVALUATE TRUE
                   WHEN PASS-WITHOUT-GUARDIAN
                       IF WS-GUARDIAN-OLD = SPACES
                           PERFORM CONVERT-ONE-CUSTOMER
                       ELSE
                           ADD 1 TO WS-DEFERRED-COUNT
                       END-IF
                   WHEN PASS-WITH-GUARDIAN
                       IF WS-GUARDIAN-OLD NOT = SPACES
                           PERFORM CONVERT-ONE-CUSTOMER
                       END-IF
                   WHEN PASS-RELATIONSHIPS
                       IF WS-RELATED-OLD NOT = SPACES
                           PERFORM LINK-RELATED-CUSTOMER
                       END-IF
               END-EVALUATE
               PERFORM READ-INPUT-RECORD
           END-PERFORM
           CLOSE CONVERSION-INPUT-FILE.

      *----------------------------------------------------------------
      * EXTRACT-MAPPED-FIELDS cuts each mapped field out of the record
      * (or takes its constant), left-justified, and lays the values
      * out in our fields.
      *----------------------------------------------------------------
       EXTRACT-MAPPED-FIELDS.
           PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
                   UNTIL WS-TARGET-IDX > WS-TARGET-COUNT
               MOVE SPACES TO WS-MAPPED-VALUE(WS-TARGET-IDX)
               IF WS-MAP-SET(WS-TARGET-IDX) = 'Y'
                   IF WS-MAP-START(WS-TARGET-IDX) = ZERO
                       MOVE WS-MAP-FORMAT(WS-TARGET-IDX)
                           TO WS-MAPPED-VALUE(WS-TARGET-IDX)
                   ELSE
                       MOVE CONVERSION-INPUT-REC(
                           WS-MAP-START(WS-TARGET-IDX):
                           WS-MAP-LENGTH(WS-TARGET-IDX))
                           TO WS-MAPPED-VALUE(WS-TARGET-IDX)
                       PERFORM LEFT-JUSTIFY-VALUE
                       IF WS-MAP-FORMAT(WS-TARGET-IDX) = "UPPER"
                           MOVE FUNCTION UPPER-CASE(
                               WS-MAPPED-VALUE(WS-TARGET-IDX))
                               TO WS-MAPPED-VALUE(WS-TARGET-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM MOVE-MAPPED-VALUES.

       LEFT-JUSTIFY-VALUE.
           IF WS-MAPPED-VALUE(WS-TARGET-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LEADING-SPACES
           INSPECT WS-MAPPED-VALUE(WS-TARGET-IDX)
               TALLYING WS-LEADING-SPACES FOR LEADING SPACE
           IF WS-LEADING-SPACES > ZERO
               MOVE WS-MAPPED-VALUE(WS-TARGET-IDX)
                   (WS-LEADING-SPACES + 1:) TO WS-SHIFT-VALUE
               MOVE WS-SHIFT-VALUE TO WS-MAPPED-VALUE(WS-TARGET-IDX)
           END-IF.

       MOVE-MAPPED-VALUES.
           MOVE WS-MAPPED-VALUE(1)  TO WS-OLD-NUMBER
           MOVE WS-MAPPED-VALUE(2)  TO WS-NOMBRE
           MOVE WS-MAPPED-VALUE(3)  TO WS-APELLIDO
           MOVE WS-MAPPED-VALUE(4)  TO WS-EDAD
           MOVE 5 TO WS-DATE-IDX
           PERFORM CONVERT-MAPPED-DATE
           MOVE WS-DATE-OUT         TO WS-FECHA-NAC
           MOVE WS-MAPPED-VALUE(6)  TO WS-DIRECCION-1
           MOVE WS-MAPPED-VALUE(7)  TO WS-DIRECCION-2
           MOVE WS-MAPPED-VALUE(8)  TO WS-TELEFONO
           MOVE WS-MAPPED-VALUE(9)  TO WS-DOC-ID
           MOVE 10 TO WS-DATE-IDX
           PERFORM CONVERT-MAPPED-DATE
           MOVE WS-DATE-OUT         TO WS-DOC-EXPIRY
           MOVE WS-MAPPED-VALUE(11) TO WS-CODIGO-POSTAL
           MOVE WS-MAPPED-VALUE(12) TO WS-LOCALIDAD
           MOVE WS-MAPPED-VALUE(13) TO WS-PROVINCIA
           MOVE WS-MAPPED-VALUE(14) TO WS-BRANCH-CODE
           MOVE WS-MAPPED-VALUE(15) TO WS-CONTACT-CHANNEL
           MOVE WS-MAPPED-VALUE(16) TO WS-EMAIL
           MOVE 17 TO WS-DATE-IDX
           PERFORM CONVERT-MAPPED-DATE
           MOVE WS-DATE-OUT         TO WS-CONSENT-DATE
           MOVE 18 TO WS-DATE-IDX
           PERFORM CONVERT-MAPPED-DATE
           MOVE WS-DATE-OUT         TO WS-CUSTOMER-SINCE
           PERFORM PARSE-OPENING-BALANCE
           MOVE WS-MAPPED-VALUE(20) TO WS-GUARDIAN-OLD
           MOVE WS-MAPPED-VALUE(21) TO WS-RELATED-OLD
           MOVE WS-MAPPED-VALUE(22) TO WS-RELATION-TYPE.

      *----------------------------------------------------------------
      * CONVERT-MAPPED-DATE turns a date in the mapped format into our
      * YYYYMMDD; a blank or all-zero date is no date. Whether it is a
      * real date is for the edits to say.
      *----------------------------------------------------------------
       CONVERT-MAPPED-DATE.
           MOVE SPACES TO WS-DATE-OUT
           MOVE WS-MAPPED-VALUE(WS-DATE-IDX) TO WS-DATE-TEXT
           IF WS-DATE-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MAP-FORMAT(WS-DATE-IDX) TO WS-DATE-FORMAT
           IF WS-MAP-START(WS-DATE-IDX) = ZERO
               MOVE SPACES TO WS-DATE-FORMAT
           END-IF
           EVALUATE WS-DATE-FORMAT
               WHEN "DDMMYYYY"
                   STRING WS-DATE-TEXT(5:4) DELIMITED BY SIZE
                          WS-DATE-TEXT(3:2) DELIMITED BY SIZE
                          WS-DATE-TEXT(1:2) DELIMITED BY SIZE
                       INTO WS-DATE-OUT
               WHEN "DD/MM/YYYY"
                   STRING WS-DATE-TEXT(7:4) DELIMITED BY SIZE
                          WS-DATE-TEXT(4:2) DELIMITED BY SIZE
                          WS-DATE-TEXT(1:2) DELIMITED BY SIZE
                       INTO WS-DATE-OUT
               WHEN "YYYY-MM-DD"
                   STRING WS-DATE-TEXT(1:4) DELIMITED BY SIZE
                          WS-DATE-TEXT(6:2) DELIMITED BY SIZE
                          WS-DATE-TEXT(9:2) DELIMITED BY SIZE
                       INTO WS-DATE-OUT
               WHEN OTHER
                   MOVE WS-DATE-TEXT(1:8) TO WS-DATE-OUT
           END-EVALUATE
           IF WS-DATE-OUT = "00000000"
               MOVE SPACES TO WS-DATE-OUT
           END-IF.

      *----------------------------------------------------------------
      * PARSE-OPENING-BALANCE reads the balance as a signed decimal
      * number (a point for the decimals, the sign leading or
      * trailing), or under CENTS as a whole number of cents. No
      * balance is a zero balance.
      *----------------------------------------------------------------
       PARSE-OPENING-BALANCE.
           MOVE 'Y' TO WS-BALANCE-OK-SW
           MOVE ZERO TO WS-OPENING-BALANCE
           IF WS-MAPPED-VALUE(19) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-MAPPED-VALUE(19)) NOT = ZERO
               MOVE 'N' TO WS-BALANCE-OK-SW
               EXIT PARAGRAPH
           END-IF
           IF WS-MAP-FORMAT(19) = "CENTS" AND WS-MAP-START(19) > ZERO
               COMPUTE WS-OPENING-BALANCE =
                   FUNCTION NUMVAL(WS-MAPPED-VALUE(19)) / 100
                   ON SIZE ERROR
                       MOVE 'N' TO WS-BALANCE-OK-SW
               END-COMPUTE
           ELSE
               COMPUTE WS-OPENING-BALANCE =
                   FUNCTION NUMVAL(WS-MAPPED-VALUE(19))
                   ON SIZE ERROR
                       MOVE 'N' TO WS-BALANCE-OK-SW
               END-COMPUTE
           END-IF
           IF NOT BALANCE-IS-READABLE
               MOVE ZERO TO WS-OPENING-BALANCE
           END-IF.

      *----------------------------------------------------------------
      * CONVERT-ONE-CUSTOMER takes one incoming customer through the
      * conversion: the old number first (missing, twice in the file,
      * or converted by an earlier run), then the balance, the
      * onboarding edits, the duplicate checks and the watch-list
      * screen, and only then the conversion itself -- or, in a
      * trial, the line saying it would be converted.
      *----------------------------------------------------------------
       CONVERT-ONE-CUSTOMER.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-HELD-SWITCH
           MOVE 'N' TO WS-MINOR-SWITCH
           MOVE ZERO TO WS-CUSTOMER-NUMBER
           MOVE ZERO TO WS-GUARDIAN-NUMERIC
           IF WS-OLD-NUMBER = SPACES
               MOVE "OLD NUMBER MISSING" TO WS-REJECT-REASON
               PERFORM REJECT-INCOMING-CUSTOMER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OLD-NUMBER TO WS-FIND-OLD-NUMBER
           PERFORM FIND-RUN-ENTRY
           IF WS-RUN-FOUND-IDX > ZERO
               MOVE "OLD NUMBER TWICE IN FILE" TO WS-REJECT-REASON
               PERFORM REJECT-INCOMING-CUSTOMER
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CROSS-REFERENCE
           IF XREF-ENTRY-FOUND
               PERFORM HANDLE-PREVIOUSLY-CONVERTED
               EXIT PARAGRAPH
           END-IF
           IF NOT BALANCE-IS-READABLE
               MOVE "BAD OPENING BALANCE" TO WS-REJECT-REASON
           ELSE
               IF WS-OPENING-BALANCE > WS-BALANCE-LIMIT
                       OR WS-OPENING-BALANCE * -1 > WS-BALANCE-LIMIT
                   MOVE "OPENING BALANCE TOO BIG" TO WS-REJECT-REASON
               END-IF
           END-IF
           PERFORM EDIT-INCOMING-CUSTOMER
           PERFORM CHECK-FOR-DUPLICATES
           IF WS-REJECT-REASON = SPACES
               PERFORM SCREEN-INCOMING-CUSTOMER
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-INCOMING-CUSTOMER
               EXIT PARAGRAPH
           END-IF
           IF RUN-IS-FINAL
               PERFORM WRITE-CONVERTED-CUSTOMER
           ELSE
               PERFORM NOTE-TRIAL-CONVERSION
           END-IF.

      *----------------------------------------------------------------
      * EDIT-INCOMING-CUSTOMER applies the onboarding edits in the
      * order ENTRADA-DE-DATOS applies them, with its reasons; the
      * first failure is the one reported. An age the other bank did
      * not send is worked out from the birth date.
      *----------------------------------------------------------------
       EDIT-INCOMING-CUSTOMER.
           IF WS-REJECT-REASON = SPACES
                   AND (WS-NOMBRE = SPACES OR WS-APELLIDO = SPACES)
               MOVE "NAME MISSING" TO WS-REJECT-REASON
           END-IF
           PERFORM EDIT-EDAD
           PERFORM EDIT-FECHA-NAC
           PERFORM EDIT-PHONE-AND-DOCUMENT
           PERFORM EDIT-DOC-EXPIRY
           PERFORM EDIT-ADDRESS
           PERFORM EDIT-GUARDIAN
           PERFORM EDIT-BRANCH
           PERFORM EDIT-CONVERSION-DATES.

       EDIT-EDAD.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-EDAD = SPACES AND WS-FECHA-NAC IS NUMERIC
               MOVE WS-FECHA-NAC TO WS-FNAC-NUMERIC
               IF WS-FNAC-NUMERIC NOT > WS-BUSINESS-DATE
                   COMPUTE WS-AGE-YEARS =
                       (WS-BUSINESS-DATE - WS-FNAC-NUMERIC) / 10000
                   MOVE WS-AGE-YEARS TO WS-DERIVED-EDAD
                   MOVE WS-DERIVED-EDAD TO WS-EDAD
               END-IF
           END-IF
           MOVE WS-EDAD TO WS-EDAD-CLASS-INPUT
           INSPECT WS-EDAD-CLASS-INPUT REPLACING ALL SPACE BY "0"
           CALL "CLASIFICA-CAMPO" USING WS-EDAD-CLASS-INPUT,
               WS-EDAD-CLASS-LENGTH, WS-CLASS-RESULTS
           IF WS-EDAD = SPACES OR WS-ECR-IS-NUMERIC NOT = 'Y'
               MOVE "NON-NUMERIC AGE" TO WS-REJECT-REASON
           END-IF.

       EDIT-FECHA-NAC.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "VALIDA-FECHA" USING WS-FECHA-NAC, WS-BUSINESS-DATE,
               WS-FNAC-MIN-YEAR, WS-FNAC-RESULTS
           IF WS-FECHA-NAC = SPACES OR WS-VF-IS-VALID NOT = 'Y'
               MOVE WS-VF-REASON TO WS-REJECT-REASON
               IF WS-REJECT-REASON = SPACES
                   MOVE "INVALID BIRTH DATE" TO WS-REJECT-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-NAC TO WS-FNAC-NUMERIC.

       EDIT-PHONE-AND-DOCUMENT.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TELEFONO TO WS-NUM12-CLASS-INPUT
           INSPECT WS-NUM12-CLASS-INPUT REPLACING ALL SPACE BY "0"
           CALL "CLASIFICA-CAMPO" USING WS-NUM12-CLASS-INPUT,
               WS-NUM12-CLASS-LENGTH, WS-CLASS-RESULTS
           IF WS-TELEFONO = SPACES OR WS-ECR-IS-NUMERIC NOT = 'Y'
               MOVE "NON-NUMERIC PHONE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           CALL "VALIDA-DOCUMENTO" USING WS-DOC-ID, WS-DOCV-RESULTS
           IF WS-VD-IS-VALID NOT = 'Y'
               MOVE WS-VD-REASON TO WS-REJECT-REASON
           END-IF.

       EDIT-DOC-EXPIRY.
           MOVE ZERO TO WS-DEXP-NUMERIC
           IF WS-REJECT-REASON NOT = SPACES OR WS-DOC-EXPIRY = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "VALIDA-FECHA" USING WS-DOC-EXPIRY, WS-DEXP-CEILING,
               WS-DEXP-MIN-YEAR, WS-FNAC-RESULTS
           IF WS-VF-IS-VALID NOT = 'Y'
               MOVE "BAD DOC EXPIRY DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-EXPIRY TO WS-DEXP-NUMERIC
           IF WS-DEXP-NUMERIC NOT > WS-BUSINESS-DATE
               MOVE "DOCUMENT EXPIRED" TO WS-REJECT-REASON
           END-IF.

      *----------------------------------------------------------------
      * EDIT-ADDRESS takes the postal reference's spelling of a good
      * address, as onboarding does; with no reference loaded the
      * address is taken as delivered, and the report says so once.
      *----------------------------------------------------------------
       EDIT-ADDRESS.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "VALIDA-DOMICILIO" USING WS-DIRECCION-1,
               WS-CODIGO-POSTAL, WS-LOCALIDAD, WS-PROVINCIA,
               WS-ADDRV-RESULTS
           EVALUATE WS-VM-IS-VALID
               WHEN 'Y'
                   MOVE WS-VM-STD-DIRECCION-1   TO WS-DIRECCION-1
                   MOVE WS-VM-STD-CODIGO-POSTAL TO WS-CODIGO-POSTAL
                   MOVE WS-VM-STD-LOCALIDAD     TO WS-LOCALIDAD
                   MOVE WS-VM-STD-PROVINCIA     TO WS-PROVINCIA
               WHEN 'U'
                   SET NO-POSTAL-REFERENCE TO TRUE
               WHEN OTHER
                   MOVE WS-VM-REASON TO WS-REJECT-REASON
           END-EVALUATE.

      *----------------------------------------------------------------
      * EDIT-GUARDIAN requires a minor's guardian, given by the other
      * bank's number: a customer converted earlier in this run (who
      * passed these same edits, and whose birth date must make them
      * an adult) or by an earlier run, who must then be an active
      * adult on the master, as onboarding requires. A guardian given
      * for an adult is ignored.
      *----------------------------------------------------------------
       EDIT-GUARDIAN.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-YEARS =
               (WS-BUSINESS-DATE - WS-FNAC-NUMERIC) / 10000
           IF WS-AGE-YEARS NOT < WS-MAJORITY-AGE
               EXIT PARAGRAPH
           END-IF
           SET CUSTOMER-IS-A-MINOR TO TRUE
           IF WS-GUARDIAN-OLD = SPACES
               MOVE "GUARDIAN REQUIRED" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GUARDIAN-OLD TO WS-FIND-OLD-NUMBER
           PERFORM RESOLVE-OLD-NUMBER
           IF NOT OLD-NUMBER-RESOLVED
               MOVE "GUARDIAN NOT CONVERTED" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RESOLVED-NUMBER TO WS-GUARDIAN-NUMERIC
           IF NOT RESOLVED-IN-THIS-RUN
               PERFORM CHECK-GUARDIAN-ON-MASTER
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-AGE-YEARS
           IF WS-RESOLVED-FNAC > ZERO
               COMPUTE WS-AGE-YEARS =
                   (WS-BUSINESS-DATE - WS-RESOLVED-FNAC) / 10000
           END-IF
           IF WS-AGE-YEARS < WS-MAJORITY-AGE
               MOVE "GUARDIAN NOT AN ADULT" TO WS-REJECT-REASON
           END-IF.

       CHECK-GUARDIAN-ON-MASTER.
           IF NOT MASTER-IS-OPEN
               MOVE "GUARDIAN NOT FOUND" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GUARDIAN-NUMERIC TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE "GUARDIAN NOT FOUND" TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT CUSTOMER-ACTIVE
               MOVE "GUARDIAN NOT ACTIVE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-IS-MINOR
               MOVE "GUARDIAN NOT AN ADULT" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-RESOLVED-FNAC
           IF CM-FECHA-NAC IS NUMERIC
               MOVE CM-FECHA-NAC TO WS-RESOLVED-FNAC
           END-IF.

       EDIT-BRANCH.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-BRANCH-CODE = SPACES
               MOVE "BRANCH REQUIRED" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO WS-VS-ACTION
           CALL "VALIDA-SUCURSAL" USING WS-VS-ACTION,
               WS-VS-OPERATOR-ID, WS-BRANCH-CODE, WS-VS-SCOPE,
               WS-VS-BRANCH-NAME, WS-VS-RESULT
           IF WS-VS-RESULT = 'N'
               MOVE "BRANCH NOT ON FILE" TO WS-REJECT-REASON
           END-IF.

      *----------------------------------------------------------------
      * EDIT-CONVERSION-DATES checks the two dates onboarding never
      * receives -- the customer-since date carried on the cross-
      * reference and the electronic-delivery consent date -- when
      * the other bank sent them; neither can be in the future.
      *----------------------------------------------------------------
       EDIT-CONVERSION-DATES.
           MOVE ZERO TO WS-SINCE-NUMERIC
           MOVE ZERO TO WS-CONSENT-NUMERIC
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CUSTOMER-SINCE NOT = SPACES
               CALL "VALIDA-FECHA" USING WS-CUSTOMER-SINCE,
                   WS-BUSINESS-DATE, WS-FNAC-MIN-YEAR, WS-FNAC-RESULTS
               IF WS-VF-IS-VALID NOT = 'Y'
                   MOVE "BAD CUSTOMER-SINCE DATE" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CUSTOMER-SINCE TO WS-SINCE-NUMERIC
           END-IF
           IF WS-CONSENT-DATE NOT = SPACES
               CALL "VALIDA-FECHA" USING WS-CONSENT-DATE,
                   WS-BUSINESS-DATE, WS-FNAC-MIN-YEAR, WS-FNAC-RESULTS
               IF WS-VF-IS-VALID NOT = 'Y'
                   MOVE "BAD CONSENT DATE" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CONSENT-DATE TO WS-CONSENT-NUMERIC
           END-IF.

      *----------------------------------------------------------------
      * CHECK-FOR-DUPLICATES holds the customer against our master --
      * the exact name, the name with accents folded through the
      * phonetic file, and the document id, as onboarding does -- and
      * against everyone already converted from this file, which in
      * a trial is the only place they are.
      *----------------------------------------------------------------
       CHECK-FOR-DUPLICATES.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOMBRE   TO WS-FOLD-NOMBRE
           MOVE WS-APELLIDO TO WS-FOLD-APELLIDO
           PERFORM FOLD-NAME-FOR-COMPARE
           MOVE WS-FOLDED-NAME TO WS-WANTED-FOLDED-NAME
           MOVE ZERO TO WS-EXISTING-NUMBER
           IF MASTER-IS-OPEN
               PERFORM CHECK-DUPLICATE-NAME
               IF WS-EXISTING-NUMBER = ZERO
                   PERFORM CHECK-ACCENT-VARIANT-NAME
               END-IF
               IF WS-EXISTING-NUMBER > ZERO
                   MOVE WS-EXISTING-NUMBER TO WS-EDIT-NUMBER
                   STRING "DUPLICATE OF " DELIMITED BY SIZE
                          WS-EDIT-NUMBER DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-DUPLICATE-DOCUMENT
               IF WS-EXISTING-NUMBER > ZERO
                   MOVE WS-EXISTING-NUMBER TO WS-EDIT-NUMBER
                   STRING "DOC ON FILE AS " DELIMITED BY SIZE
                          WS-EDIT-NUMBER DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
                      OR WS-REJECT-REASON NOT = SPACES
               IF WS-RT-FOLDED-NAME(WS-RUN-IDX) = WS-WANTED-FOLDED-NAME
                   MOVE "DUPLICATE NAME IN FILE" TO WS-REJECT-REASON
               END-IF
               IF WS-RT-DOC-ID(WS-RUN-IDX) = WS-DOC-ID
                   MOVE "DUPLICATE DOC IN FILE" TO WS-REJECT-REASON
               END-IF
           END-PERFORM.

       CHECK-DUPLICATE-NAME.
           MOVE WS-NOMBRE   TO CM-NOMBRE
           MOVE WS-APELLIDO TO CM-APELLIDO
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NUMBER TO WS-EXISTING-NUMBER
           END-READ.

       CHECK-ACCENT-VARIANT-NAME.
           MOVE WS-APELLIDO TO WS-KEY-NAME-IN
           CALL "CLAVE-FONETICA" USING WS-KEY-NAME-IN, WS-WANTED-KEY
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
                   MOVE CM-CUSTOMER-NUMBER TO WS-EXISTING-NUMBER
                   SET PHONETIC-LIST-DONE TO TRUE
           END-READ.

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

       CHECK-DUPLICATE-DOCUMENT.
           MOVE WS-DOC-ID TO CM-DOC-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-DOC-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NUMBER TO WS-EXISTING-NUMBER
           END-READ.

      *----------------------------------------------------------------
      * SCREEN-INCOMING-CUSTOMER runs the customer past the watch list
      * through CRIBA-LISTA. A final run queues a potential match for
      * compliance like any held signup, and the customer waits on
      * CONVREJ.DAT for the officer's decision and a rerun; a trial
      * screens without queueing anything.
      *----------------------------------------------------------------
       SCREEN-INCOMING-CUSTOMER.
           IF RUN-IS-FINAL
               MOVE 'O' TO WS-CR-SOURCE
           ELSE
               MOVE 'T' TO WS-CR-SOURCE
           END-IF
           CALL "CRIBA-LISTA" USING WS-CR-SOURCE,
               WS-CR-CUSTOMER-NUMBER, WS-NOMBRE, WS-APELLIDO,
               WS-DOC-ID, WS-CR-RESULT, WS-CR-ENTRY-ID,
               WS-CR-MATCH-ON, WS-CR-HIT-NUMBER
           EVALUATE WS-CR-RESULT
               WHEN 'Y'
                   SET CUSTOMER-IS-HELD TO TRUE
                   MOVE "WATCH-LIST HOLD" TO WS-REJECT-REASON
               WHEN 'E'
                   SET CUSTOMER-IS-HELD TO TRUE
                   MOVE "WATCH LIST UNAVAILABLE" TO WS-REJECT-REASON
           END-EVALUATE.

      *----------------------------------------------------------------
      * WRITE-CONVERTED-CUSTOMER numbers the customer from CUSTNUM and
      * writes the master record exactly as onboarding builds it,
      * journaled for forward recovery and keyed on the phonetic
      * file, links a minor to the guardian, and writes the cross-
      * reference before the opening balance goes to the ledger, so
      * a rerun finds the customer converted whatever happens next.
      *----------------------------------------------------------------
       WRITE-CONVERTED-CUSTOMER.
           CALL "SIGUIENTE-NUMERO" USING WS-CUSTNUM-SEQ-NAME,
               WS-CUSTOMER-NUMBER
           IF WS-CUSTOMER-NUMBER = ZERO
               SET NUMBERING-FAILED TO TRUE
               MOVE "NUMBERING UNAVAILABLE" TO WS-REJECT-REASON
               PERFORM REJECT-INCOMING-CUSTOMER
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CUSTOMER-MASTER-REC
           MOVE WS-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           MOVE WS-NOMBRE          TO CM-NOMBRE
           MOVE WS-APELLIDO        TO CM-APELLIDO
           MOVE WS-EDAD            TO CM-EDAD
           SET CUSTOMER-ACTIVE TO TRUE
           MOVE WS-BUSINESS-DATE   TO CM-STATUS-DATE
           MOVE WS-FNAC-NUMERIC    TO CM-FECHA-NAC
           MOVE WS-DIRECCION-1     TO CM-DIRECCION-1
           MOVE WS-DIRECCION-2     TO CM-DIRECCION-2
           MOVE WS-TELEFONO        TO CM-TELEFONO
           MOVE WS-DOC-ID          TO CM-DOC-ID
      * a converted customer starts at medium risk and is reviewed on
      * the onboarding cycle, as a new signup is
           MOVE 'M' TO WS-PR-RISK-RATING
           CALL "PROXIMA-REVISION" USING WS-PR-RISK-RATING,
               WS-BUSINESS-DATE, WS-PR-NEXT-REVIEW, WS-PR-GRACE-DAYS
           MOVE WS-PR-RISK-RATING  TO CM-RISK-RATING
           MOVE WS-PR-NEXT-REVIEW  TO CM-NEXT-REVIEW
           MOVE WS-BUSINESS-DATE   TO CM-LAST-REVIEW
           MOVE WS-DEXP-NUMERIC    TO CM-DOC-EXPIRY
           MOVE WS-CODIGO-POSTAL   TO CM-CODIGO-POSTAL
           MOVE WS-LOCALIDAD       TO CM-LOCALIDAD
           MOVE WS-PROVINCIA       TO CM-PROVINCIA
           MOVE SPACE              TO CM-MAIL-STATUS
           MOVE ZERO               TO CM-RETURNED-DATE
           IF CUSTOMER-IS-A-MINOR
               SET CUSTOMER-IS-MINOR TO TRUE
               MOVE WS-GUARDIAN-NUMERIC TO CM-GUARDIAN-NUMBER
           ELSE
               MOVE SPACE TO CM-MINOR-FLAG
               MOVE ZERO  TO CM-GUARDIAN-NUMBER
           END-IF
           MOVE WS-BRANCH-CODE     TO CM-BRANCH-CODE
           MOVE WS-CONTACT-CHANNEL TO CM-CONTACT-CHANNEL
           MOVE WS-EMAIL           TO CM-EMAIL
           MOVE WS-CONSENT-NUMERIC TO CM-CONSENT-DATE
           WRITE CUSTOMER-MASTER-REC
           IF WS-MASTER-FILE-STATUS NOT = "00"
               SET CONVERSION-WRITE-FAILED TO TRUE
               MOVE "MASTER WRITE FAILED" TO WS-REJECT-REASON
               PERFORM REJECT-INCOMING-CUSTOMER
               EXIT PARAGRAPH
           END-IF
           PERFORM JOURNAL-MASTER-WRITE
           MOVE SPACES TO WS-AF-OLD-APELLIDO
           CALL "ACTUALIZA-FONETICO" USING WS-CUSTOMER-NUMBER,
               WS-AF-OLD-APELLIDO, WS-NOMBRE, WS-APELLIDO
           IF CUSTOMER-IS-A-MINOR
               PERFORM LINK-GUARDIAN-RELATIONSHIP
           END-IF
           PERFORM ADD-RUN-ENTRY
           ADD 1 TO WS-CONVERTED-COUNT
           ADD WS-OPENING-BALANCE TO WS-CONVERTED-BALANCE
           MOVE SPACES TO CROSS-REFERENCE-REC
           MOVE WS-OLD-NUMBER      TO XR-OLD-NUMBER
           MOVE WS-PORTFOLIO       TO XR-PORTFOLIO
           MOVE WS-CUSTOMER-NUMBER TO XR-NEW-NUMBER
           MOVE WS-BUSINESS-DATE   TO XR-CONVERTED-DATE
           MOVE WS-OPERATOR-ID     TO XR-OPERATOR-ID
           MOVE WS-SINCE-NUMERIC   TO XR-CUSTOMER-SINCE
           MOVE WS-OPENING-BALANCE TO XR-OPENING-BALANCE
           MOVE ZERO               TO XR-POSTING-REF
           IF WS-OPENING-BALANCE = ZERO
               SET XR-BALANCE-ZERO TO TRUE
           ELSE
               SET XR-BALANCE-NOT-POSTED TO TRUE
           END-IF
           WRITE CROSS-REFERENCE-REC
           IF WS-XREF-FILE-STATUS NOT = "00"
               SET CONVERSION-WRITE-FAILED TO TRUE
               MOVE "CONVERTED - NO CROSS-REFERENCE" TO WS-ACTION-TEXT
               PERFORM NOTE-UNPOSTED-BALANCE
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-OPENING-BALANCE = ZERO
               MOVE "CONVERTED" TO WS-ACTION-TEXT
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-OPENING-BALANCE
           IF BALANCE-WAS-POSTED
               MOVE "CONVERTED" TO WS-ACTION-TEXT
           ELSE
               MOVE "CONVERTED - BALANCE NOT POSTED" TO WS-ACTION-TEXT
           END-IF
           PERFORM WRITE-DETAIL-LINE
           PERFORM WRITE-REFUSAL-LINE.

      *----------------------------------------------------------------
      * POST-OPENING-BALANCE posts the balance to the new customer's
      * ledger account through ASIENTA-MOVIMIENTO -- a credit balance
      * as a credit, an overdrawn one as a debit -- and records the
      * posting on the cross-reference. A refusal leaves the cross-
      * reference marked not posted for the next run to retry.
      *----------------------------------------------------------------
       POST-OPENING-BALANCE.
           MOVE 'N' TO WS-POSTED-SW
           IF WS-OPENING-BALANCE < ZERO
               MOVE 'D' TO WS-AM-DEBIT-CREDIT
               COMPUTE WS-AM-AMOUNT = WS-OPENING-BALANCE * -1
           ELSE
               MOVE 'C' TO WS-AM-DEBIT-CREDIT
               MOVE WS-OPENING-BALANCE TO WS-AM-AMOUNT
           END-IF
           MOVE SPACES TO WS-AM-REASON
           STRING "OPENING BALANCE " DELIMITED BY SIZE
                  WS-PORTFOLIO DELIMITED BY SPACE
               INTO WS-AM-REASON
           MOVE ZERO TO WS-AM-RELATED-REF
           CALL "ASIENTA-MOVIMIENTO" USING XR-NEW-NUMBER,
               WS-AM-DEBIT-CREDIT, WS-AM-AMOUNT, WS-AM-TRAN-CODE,
               WS-OPERATOR-ID, WS-AM-REASON, WS-AM-RELATED-REF,
               WS-AM-POSTING-REF, WS-AM-BALANCE-AFTER,
               WS-AM-CURRENCY, WS-AM-REFUSE-REASON
           IF WS-AM-REFUSE-REASON NOT = SPACES
               PERFORM NOTE-UNPOSTED-BALANCE
               EXIT PARAGRAPH
           END-IF
           SET BALANCE-WAS-POSTED TO TRUE
           ADD 1 TO WS-POSTED-COUNT
           ADD WS-OPENING-BALANCE TO WS-POSTED-BALANCE
           SET XR-BALANCE-POSTED TO TRUE
           MOVE WS-AM-POSTING-REF TO XR-POSTING-REF
           REWRITE CROSS-REFERENCE-REC
           IF WS-XREF-FILE-STATUS NOT = "00"
               SET CONVERSION-WRITE-FAILED TO TRUE
               DISPLAY "CONVXREF.DAT NOT UPDATED FOR " XR-OLD-NUMBER
                   " - BALANCE POSTED AS " WS-AM-POSTING-REF
           END-IF.

       NOTE-UNPOSTED-BALANCE.
           ADD 1 TO WS-UNPOSTED-COUNT
           ADD WS-OPENING-BALANCE TO WS-UNPOSTED-BALANCE.

       WRITE-REFUSAL-LINE.
           IF BALANCE-WAS-POSTED OR WS-AM-REFUSE-REASON = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-TEXT
           STRING "              LEDGER REFUSED THE OPENING BALANCE: "
                      DELIMITED BY SIZE
                  WS-AM-REFUSE-REASON DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      * HANDLE-PREVIOUSLY-CONVERTED passes over a customer an earlier
      * run converted, retrying the opening balance when the ledger
      * refused it then -- but only while the customer's ledger
      * account is still empty, so a posting whose cross-reference
      * update was lost is never made twice.
      *----------------------------------------------------------------
       HANDLE-PREVIOUSLY-CONVERTED.
           MOVE XR-NEW-NUMBER TO WS-CUSTOMER-NUMBER
           MOVE ZERO TO WS-FNAC-NUMERIC
           IF WS-FECHA-NAC IS NUMERIC
               MOVE WS-FECHA-NAC TO WS-FNAC-NUMERIC
           END-IF
           MOVE WS-NOMBRE   TO WS-FOLD-NOMBRE
           MOVE WS-APELLIDO TO WS-FOLD-APELLIDO
           PERFORM FOLD-NAME-FOR-COMPARE
           MOVE WS-FOLDED-NAME TO WS-WANTED-FOLDED-NAME
           PERFORM ADD-RUN-ENTRY
           ADD 1 TO WS-PREVIOUS-COUNT
           ADD WS-OPENING-BALANCE TO WS-PREVIOUS-BALANCE
           MOVE SPACES TO WS-AM-REFUSE-REASON
           MOVE 'N' TO WS-POSTED-SW
           IF NOT XR-BALANCE-NOT-POSTED
               MOVE "CONVERTED BY AN EARLIER RUN" TO WS-ACTION-TEXT
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           IF RUN-IS-TRIAL
               ADD 1 TO WS-POSTED-COUNT
               ADD XR-OPENING-BALANCE TO WS-POSTED-BALANCE
               MOVE "EARLIER RUN - BALANCE TO RETRY"
                   TO WS-ACTION-TEXT
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE XR-OPENING-BALANCE TO WS-OPENING-BALANCE
           MOVE 'N' TO WS-LEDGER-ACCOUNT-SW
           MOVE XR-NEW-NUMBER TO LG-CUSTOMER-NUMBER
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "00"
               READ LEDGER-FILE
                   KEY IS LG-CUSTOMER-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LEDGER-ACCOUNT-EXISTS TO TRUE
               END-READ
               CLOSE LEDGER-FILE
           END-IF
           IF LEDGER-ACCOUNT-EXISTS
               MOVE "LEDGER ACCOUNT NOT EMPTY" TO WS-AM-REFUSE-REASON
               PERFORM NOTE-UNPOSTED-BALANCE
           ELSE
               PERFORM POST-OPENING-BALANCE
           END-IF
           IF BALANCE-WAS-POSTED
               MOVE "EARLIER RUN - BALANCE NOW POSTED"
                   TO WS-ACTION-TEXT
           ELSE
               MOVE "EARLIER RUN - BALANCE NOT POSTED"
                   TO WS-ACTION-TEXT
           END-IF
           PERFORM WRITE-DETAIL-LINE
           PERFORM WRITE-REFUSAL-LINE.

       NOTE-TRIAL-CONVERSION.
           PERFORM ADD-RUN-ENTRY
           ADD 1 TO WS-CONVERTED-COUNT
           ADD WS-OPENING-BALANCE TO WS-CONVERTED-BALANCE
           IF WS-OPENING-BALANCE NOT = ZERO
               ADD 1 TO WS-POSTED-COUNT
               ADD WS-OPENING-BALANCE TO WS-POSTED-BALANCE
           END-IF
           MOVE "WOULD BE CONVERTED" TO WS-ACTION-TEXT
           PERFORM WRITE-DETAIL-LINE.

      *----------------------------------------------------------------
      * REJECT-INCOMING-CUSTOMER counts the reject and reports it; a
      * final run also writes it to CONVREJ.DAT with the record as
      * the other bank delivered it.
      *----------------------------------------------------------------
       REJECT-INCOMING-CUSTOMER.
           ADD 1 TO WS-REJECTED-COUNT
           ADD WS-OPENING-BALANCE TO WS-REJECTED-BALANCE
           IF CUSTOMER-IS-HELD
               ADD 1 TO WS-HELD-COUNT
               ADD WS-OPENING-BALANCE TO WS-HELD-BALANCE
           END-IF
           MOVE ZERO TO WS-CUSTOMER-NUMBER
           MOVE SPACES TO WS-ACTION-TEXT
           STRING "REJECTED - " DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
           PERFORM WRITE-DETAIL-LINE
           IF REJECT-FILE-IS-OPEN
               MOVE SPACES TO CONVERSION-REJECT-REC
               MOVE WS-PORTFOLIO         TO RJ-PORTFOLIO
               MOVE WS-OLD-NUMBER        TO RJ-OLD-NUMBER
               MOVE WS-REJECT-REASON     TO RJ-REASON
               MOVE WS-BUSINESS-DATE     TO RJ-BUSINESS-DATE
               MOVE CONVERSION-INPUT-REC TO RJ-SOURCE-RECORD
               WRITE CONVERSION-REJECT-REC
           END-IF.

      *----------------------------------------------------------------
      * LINK-GUARDIAN-RELATIONSHIP records the minor's guardian on
      * RELACION.DAT as a GU relationship from the guardian, as
      * onboarding does; a link that cannot be recorded is reported
      * for RELACIONES-CLIENTE.
      *----------------------------------------------------------------
       LINK-GUARDIAN-RELATIONSHIP.
           MOVE 'A' TO WS-RR-ACTION
           MOVE ZERO TO WS-RR-REL-NUMBER
           MOVE "GU" TO WS-RR-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RR-DATE
           MOVE SPACES TO WS-RR-REASON
           CALL "REGISTRA-RELACION" USING WS-RR-ACTION,
               WS-RR-REL-NUMBER, WS-GUARDIAN-NUMERIC,
               WS-CUSTOMER-NUMBER, WS-RR-TYPE, WS-RR-DATE,
               WS-OPERATOR-ID, WS-RR-REASON, WS-RR-RESULT
           IF WS-RR-RESULT NOT = 'Y' AND WS-RR-RESULT NOT = 'D'
               DISPLAY "GUARDIAN RELATIONSHIP NOT RECORDED FOR "
                   WS-CUSTOMER-NUMBER " - ADD IT THROUGH "
                   "RELACIONES-CLIENTE"
           END-IF.

      *----------------------------------------------------------------
      * LINK-RELATED-CUSTOMER carries one of the other bank's
      * relationships across: both ends must have been converted,
      * by this run or an earlier one, and the type must be one of
      * ours. It runs from this customer to the related one, as
      * REGISTRA-RELACION reads the types.
      *----------------------------------------------------------------
       LINK-RELATED-CUSTOMER.
           ADD 1 TO WS-REL-READ-COUNT
           MOVE SPACES TO WS-RELATION-LINE
           MOVE WS-OLD-NUMBER    TO WS-RL-OLD-NUMBER
           MOVE WS-RELATION-TYPE TO WS-RL-TYPE
           MOVE WS-RELATED-OLD   TO WS-RL-RELATED-OLD
           MOVE WS-OLD-NUMBER TO WS-FIND-OLD-NUMBER
           PERFORM RESOLVE-OLD-NUMBER
           IF NOT OLD-NUMBER-RESOLVED
               MOVE "NOT LINKED - CUSTOMER NOT CONVERTED"
                   TO WS-RL-ACTION
               PERFORM WRITE-RELATION-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RESOLVED-NUMBER TO WS-OWN-NUMBER
           IF RUN-IS-FINAL
               MOVE WS-OWN-NUMBER TO WS-RL-NEW-NUMBER
           END-IF
           IF NOT RELATION-TYPE-KNOWN
               MOVE "NOT LINKED - UNKNOWN RELATIONSHIP TYPE"
                   TO WS-RL-ACTION
               PERFORM WRITE-RELATION-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RELATED-OLD TO WS-FIND-OLD-NUMBER
           PERFORM RESOLVE-OLD-NUMBER
           IF NOT OLD-NUMBER-RESOLVED
               MOVE "NOT LINKED - RELATED NOT CONVERTED"
                   TO WS-RL-ACTION
               PERFORM WRITE-RELATION-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RESOLVED-NUMBER TO WS-RELATED-NUMBER
           IF RUN-IS-FINAL
               MOVE WS-RELATED-NUMBER TO WS-RL-RELATED-NEW
           END-IF
           IF WS-RELATED-OLD = WS-OLD-NUMBER
               MOVE "NOT LINKED - RELATED TO ITSELF" TO WS-RL-ACTION
               PERFORM WRITE-RELATION-LINE
               EXIT PARAGRAPH
           END-IF
           IF RUN-IS-TRIAL
               ADD 1 TO WS-REL-LINKED-COUNT
               MOVE "WOULD BE LINKED" TO WS-RL-ACTION
               PERFORM WRITE-RELATION-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-RR-ACTION
           MOVE ZERO TO WS-RR-REL-NUMBER
           MOVE WS-RELATION-TYPE TO WS-RR-TYPE
           MOVE WS-BUSINESS-DATE TO WS-RR-DATE
           MOVE SPACES TO WS-RR-REASON
           MOVE WS-OWN-NUMBER     TO WS-RR-FROM-NUMBER
           MOVE WS-RELATED-NUMBER TO WS-RR-TO-NUMBER
           CALL "REGISTRA-RELACION" USING WS-RR-ACTION,
               WS-RR-REL-NUMBER, WS-RR-FROM-NUMBER,
               WS-RR-TO-NUMBER, WS-RR-TYPE, WS-RR-DATE,
               WS-OPERATOR-ID, WS-RR-REASON, WS-RR-RESULT
           EVALUATE WS-RR-RESULT
               WHEN 'Y'
                   ADD 1 TO WS-REL-LINKED-COUNT
                   MOVE WS-RR-REL-NUMBER TO WS-EDIT-NUMBER
                   STRING "LINKED AS RELATIONSHIP " DELIMITED BY SIZE
                          WS-EDIT-NUMBER DELIMITED BY SIZE
                       INTO WS-RL-ACTION
               WHEN 'D'
                   ADD 1 TO WS-REL-LINKED-COUNT
                   MOVE "ALREADY LINKED" TO WS-RL-ACTION
               WHEN OTHER
                   MOVE "NOT LINKED - RELACION.DAT UNAVAILABLE"
                       TO WS-RL-ACTION
           END-EVALUATE
           PERFORM WRITE-RELATION-LINE.

       WRITE-RELATION-LINE.
           IF WS-RL-ACTION(1:10) = "NOT LINKED"
               ADD 1 TO WS-REL-FAILED-COUNT
           END-IF
           MOVE WS-RELATION-LINE TO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      * RESOLVE-OLD-NUMBER finds our number for one of the other
      * bank's: first among the customers of this run, then on the
      * cross-reference from an earlier one.
      *----------------------------------------------------------------
       RESOLVE-OLD-NUMBER.
           MOVE 'N' TO WS-RESOLVED-SW
           MOVE 'N' TO WS-RESOLVED-IN-RUN-SW
           MOVE ZERO TO WS-RESOLVED-NUMBER
           MOVE ZERO TO WS-RESOLVED-FNAC
           PERFORM FIND-RUN-ENTRY
           IF WS-RUN-FOUND-IDX > ZERO
               SET OLD-NUMBER-RESOLVED TO TRUE
               SET RESOLVED-IN-THIS-RUN TO TRUE
               MOVE WS-RT-NEW-NUMBER(WS-RUN-FOUND-IDX)
                   TO WS-RESOLVED-NUMBER
               MOVE WS-RT-FECHA-NAC(WS-RUN-FOUND-IDX)
                   TO WS-RESOLVED-FNAC
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CROSS-REFERENCE
           IF XREF-ENTRY-FOUND
               SET OLD-NUMBER-RESOLVED TO TRUE
               MOVE XR-NEW-NUMBER TO WS-RESOLVED-NUMBER
           END-IF.

       READ-CROSS-REFERENCE.
           MOVE 'N' TO WS-XREF-FOUND-SW
           IF NOT XREF-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIND-OLD-NUMBER TO XR-OLD-NUMBER
           MOVE WS-PORTFOLIO       TO XR-PORTFOLIO
           READ CROSS-REFERENCE-FILE
               KEY IS XR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET XREF-ENTRY-FOUND TO TRUE
           END-READ.

       FIND-RUN-ENTRY.
           MOVE ZERO TO WS-RUN-FOUND-IDX
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
                      OR WS-RUN-FOUND-IDX > ZERO
               IF WS-RT-OLD-NUMBER(WS-RUN-IDX) = WS-FIND-OLD-NUMBER
                   MOVE WS-RUN-IDX TO WS-RUN-FOUND-IDX
               END-IF
           END-PERFORM.

       ADD-RUN-ENTRY.
           IF WS-RUN-COUNT >= WS-RUN-MAX
               IF NOT RUN-TABLE-IS-FULL
                   SET RUN-TABLE-IS-FULL TO TRUE
                   DISPLAY "MORE THAN " WS-RUN-MAX " CUSTOMERS - "
                       "LATER ONES ARE NOT CHECKED AGAINST THE FILE"
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RUN-COUNT
           MOVE WS-OLD-NUMBER TO WS-RT-OLD-NUMBER(WS-RUN-COUNT)
           MOVE WS-CUSTOMER-NUMBER TO WS-RT-NEW-NUMBER(WS-RUN-COUNT)
           MOVE WS-DOC-ID TO WS-RT-DOC-ID(WS-RUN-COUNT)
           MOVE WS-WANTED-FOLDED-NAME
               TO WS-RT-FOLDED-NAME(WS-RUN-COUNT)
           MOVE WS-FNAC-NUMERIC TO WS-RT-FECHA-NAC(WS-RUN-COUNT).

      *----------------------------------------------------------------
      * The report: a heading saying plainly whether anything was
      * posted, the field map the run used, a line per customer and
      * per relationship, and the balancing.
      *----------------------------------------------------------------
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-TEXT
           STRING "PORTFOLIO CONVERSION - " DELIMITED BY SIZE
                  WS-PORTFOLIO DELIMITED BY SPACE
                  " - BUSINESS DATE " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           IF RUN-IS-FINAL
               MOVE "FINAL RUN - CUSTOMERS, OPENING BALANCES, "
                   TO WS-REPORT-TEXT
               MOVE "RELATIONSHIPS AND CROSS-REFERENCE POSTED"
                   TO WS-REPORT-TEXT(42:)
           ELSE
               MOVE "TRIAL RUN - NOTHING HAS BEEN POSTED: NO NUMBERS "
                   TO WS-REPORT-TEXT
               MOVE "ISSUED, NO MASTER, LEDGER OR CROSS-REFERENCE "
                   TO WS-REPORT-TEXT(49:)
               MOVE "UPDATES" TO WS-REPORT-TEXT(94:)
           END-IF
           PERFORM WRITE-REPORT-LINE
           STRING "RUN BY " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  " (" DELIMITED BY SIZE
                  WS-OPERATOR-ROLE DELIMITED BY SPACE
                  ") FROM CONVIN.DAT WITH FIELD MAP CONVMAP.DAT"
                      DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-FIELD-MAP-SECTION.
           MOVE "FIELD MAP" TO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
                   UNTIL WS-TARGET-IDX > WS-TARGET-COUNT
               IF WS-MAP-SET(WS-TARGET-IDX) = 'Y'
                   PERFORM WRITE-ONE-MAP-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-LINE.

       WRITE-ONE-MAP-LINE.
           MOVE WS-TG-NAME(WS-TARGET-IDX) TO WS-REPORT-TEXT(3:18)
           IF WS-MAP-START(WS-TARGET-IDX) = ZERO
               STRING "CONSTANT " DELIMITED BY SIZE
                      WS-MAP-FORMAT(WS-TARGET-IDX) DELIMITED BY SIZE
                   INTO WS-REPORT-TEXT(22:)
           ELSE
               MOVE WS-MAP-START(WS-TARGET-IDX)  TO WS-EDIT-POSITION
               MOVE WS-MAP-LENGTH(WS-TARGET-IDX) TO WS-EDIT-LENGTH
               STRING "POSITION" DELIMITED BY SIZE
                      WS-EDIT-POSITION DELIMITED BY SIZE
                      " LENGTH" DELIMITED BY SIZE
                      WS-EDIT-LENGTH DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-MAP-FORMAT(WS-TARGET-IDX) DELIMITED BY SIZE
                   INTO WS-REPORT-TEXT(22:)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-DETAIL-HEADING.
           MOVE "CUSTOMERS" TO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE "OLD NUMBER    NEW NO.   NAME" TO WS-REPORT-TEXT
           MOVE "SURNAME" TO WS-REPORT-TEXT(42:)
           MOVE "OPENING BALANCE" TO WS-REPORT-TEXT(68:)
           MOVE "ACTION" TO WS-REPORT-TEXT(86:)
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-OLD-NUMBER TO WS-DL-OLD-NUMBER
           IF WS-CUSTOMER-NUMBER > ZERO
               MOVE WS-CUSTOMER-NUMBER TO WS-DL-NEW-NUMBER
           END-IF
           MOVE WS-NOMBRE          TO WS-DL-NOMBRE
           MOVE WS-APELLIDO        TO WS-DL-APELLIDO
           MOVE WS-OPENING-BALANCE TO WS-DL-BALANCE
           MOVE WS-ACTION-TEXT     TO WS-DL-ACTION
           MOVE WS-DETAIL-LINE TO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE.

       WRITE-RELATION-HEADING.
           PERFORM WRITE-REPORT-LINE
           MOVE "RELATIONSHIPS" TO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE "OLD NUMBER    NEW NO.   TYPE  RELATED OLD   NEW NO."
               TO WS-REPORT-TEXT
           MOVE "ACTION" TO WS-REPORT-TEXT(55:)
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      * WRITE-BALANCING-SECTION proves the file: every record and
      * every unit of balance read is converted, was converted by an
      * earlier run, or is rejected. The opening balances posted to
      * the ledger are the CONV postings tonight's trial balance will
      * carry.
      *----------------------------------------------------------------
       WRITE-BALANCING-SECTION.
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-INPUT-TOTALS
           IF RUN-IS-FINAL
               MOVE "CONVERTED THIS RUN" TO WS-BL-LABEL
           ELSE
               MOVE "WOULD BE CONVERTED" TO WS-BL-LABEL
           END-IF
           MOVE WS-CONVERTED-COUNT   TO WS-BL-COUNT
           MOVE WS-CONVERTED-BALANCE TO WS-BL-AMOUNT
           PERFORM WRITE-BALANCE-LINE
           MOVE "CONVERTED BY AN EARLIER RUN" TO WS-BL-LABEL
           MOVE WS-PREVIOUS-COUNT    TO WS-BL-COUNT
           MOVE WS-PREVIOUS-BALANCE  TO WS-BL-AMOUNT
           PERFORM WRITE-BALANCE-LINE
           MOVE "REJECTED" TO WS-BL-LABEL
           MOVE WS-REJECTED-COUNT    TO WS-BL-COUNT
           MOVE WS-REJECTED-BALANCE  TO WS-BL-AMOUNT
           PERFORM WRITE-BALANCE-LINE
           MOVE "  OF WHICH HELD BY THE WATCH-LIST SCREEN"
               TO WS-BL-LABEL
           MOVE WS-HELD-COUNT        TO WS-BL-COUNT
           MOVE WS-HELD-BALANCE      TO WS-BL-AMOUNT
           PERFORM WRITE-BALANCE-LINE
           COMPUTE WS-PROOF-COUNT = WS-CONVERTED-COUNT
               + WS-PREVIOUS-COUNT + WS-REJECTED-COUNT
           COMPUTE WS-PROOF-BALANCE = WS-CONVERTED-BALANCE
               + WS-PREVIOUS-BALANCE + WS-REJECTED-BALANCE
           MOVE "ACCOUNTED FOR" TO WS-BL-LABEL
           MOVE WS-PROOF-COUNT       TO WS-BL-COUNT
           MOVE WS-PROOF-BALANCE     TO WS-BL-AMOUNT
           PERFORM WRITE-BALANCE-LINE
           IF WS-PROOF-COUNT = WS-IN-COUNT
                   AND WS-PROOF-BALANCE = WS-IN-BALANCE
               MOVE "PROOF: FILE IN BALANCE" TO WS-REPORT-TEXT
           ELSE
               MOVE "PROOF: FILE OUT OF BALANCE" TO WS-REPORT-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF RUN-IS-FINAL
               MOVE "OPENING BALANCES POSTED TO THE LEDGER (CONV)"
                   TO WS-BL-LABEL
           ELSE
               MOVE "OPENING BALANCES THAT WOULD BE POSTED"
                   TO WS-BL-LABEL
           END-IF
           MOVE WS-POSTED-COUNT      TO WS-BL-COUNT
           MOVE WS-POSTED-BALANCE    TO WS-BL-AMOUNT
           PERFORM WRITE-BALANCE-LINE
           IF RUN-IS-FINAL
               MOVE "OPENING BALANCES NOT POSTED" TO WS-BL-LABEL
               MOVE WS-UNPOSTED-COUNT    TO WS-BL-COUNT
               MOVE WS-UNPOSTED-BALANCE  TO WS-BL-AMOUNT
               PERFORM WRITE-BALANCE-LINE
           END-IF
           IF WS-MAP-SET(21) = 'Y'
               MOVE ZERO TO WS-BL-AMOUNT
               MOVE "RELATIONSHIPS READ" TO WS-BL-LABEL
               MOVE WS-REL-READ-COUNT TO WS-BL-COUNT
               PERFORM WRITE-COUNT-LINE
               IF RUN-IS-FINAL
                   MOVE "RELATIONSHIPS LINKED" TO WS-BL-LABEL
               ELSE
                   MOVE "RELATIONSHIPS THAT WOULD BE LINKED"
                       TO WS-BL-LABEL
               END-IF
               MOVE WS-REL-LINKED-COUNT TO WS-BL-COUNT
               PERFORM WRITE-COUNT-LINE
               MOVE "RELATIONSHIPS NOT LINKED" TO WS-BL-LABEL
               MOVE WS-REL-FAILED-COUNT TO WS-BL-COUNT
               PERFORM WRITE-COUNT-LINE
           END-IF
           IF NO-POSTAL-REFERENCE
               PERFORM WRITE-REPORT-LINE
               MOVE "NO POSTAL REFERENCE LOADED - ADDRESSES TAKEN AS "
                   TO WS-REPORT-TEXT
               MOVE "DELIVERED" TO WS-REPORT-TEXT(49:)
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF RUN-TABLE-IS-FULL
               MOVE "OVER 5000 CUSTOMERS - THE LATER ONES WERE NOT "
                   TO WS-REPORT-TEXT
               MOVE "CHECKED AGAINST THE REST OF THE FILE"
                   TO WS-REPORT-TEXT(47:)
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------
      * WRITE-INPUT-TOTALS writes what came in on CONVIN.DAT and, when
      * the delivering bank gave control totals, whether they agree.
      *----------------------------------------------------------------
       WRITE-INPUT-TOTALS.
           MOVE "BALANCING" TO WS-BL-LABEL
           MOVE SPACES TO WS-REPORT-TEXT
           MOVE "BALANCING" TO WS-REPORT-TEXT
           MOVE "RECORDS" TO WS-REPORT-TEXT(46:)
           MOVE "BALANCE" TO WS-REPORT-TEXT(67:)
           PERFORM WRITE-REPORT-LINE
           MOVE "READ FROM CONVIN.DAT" TO WS-BL-LABEL
           MOVE WS-IN-COUNT          TO WS-BL-COUNT
           MOVE WS-IN-BALANCE        TO WS-BL-AMOUNT
           PERFORM WRITE-BALANCE-LINE
           IF WS-UNREADABLE-COUNT > ZERO
               MOVE "  OF WHICH BALANCE UNREADABLE, TAKEN AS 0"
                   TO WS-BL-LABEL
               MOVE WS-UNREADABLE-COUNT TO WS-BL-COUNT
               MOVE ZERO TO WS-BL-AMOUNT
               PERFORM WRITE-COUNT-LINE
           END-IF
           IF CONTROL-COUNT-GIVEN OR CONTROL-BALANCE-GIVEN
               MOVE "CONTROL TOTALS ON THE FIELD MAP" TO WS-BL-LABEL
               MOVE WS-CONTROL-COUNT   TO WS-BL-COUNT
               MOVE WS-CONTROL-BALANCE TO WS-BL-AMOUNT
               PERFORM WRITE-BALANCE-LINE
               IF CONTROLS-AGREE
                   MOVE "CONTROL TOTALS AGREE" TO WS-REPORT-TEXT
               ELSE
                   MOVE "CONTROL TOTALS DO NOT AGREE WITH CONVIN.DAT"
                       TO WS-REPORT-TEXT
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-BALANCE-LINE.
           MOVE WS-BALANCE-LINE TO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-BALANCE-LINE TO WS-REPORT-TEXT
           MOVE SPACES TO WS-REPORT-TEXT(53:)
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE FROM WS-REPORT-TEXT
           MOVE SPACES TO WS-REPORT-TEXT.

      *----------------------------------------------------------------
      * ACQUIRE-MASTER-LOCK holds MSTLOCK.DAT open WITH LOCK for the
      * whole of a final run, waiting a second and retrying while
      * another job has it, and giving up after ten tries. A trial
      * only reads, and takes no lock.
      *----------------------------------------------------------------
       ACQUIRE-MASTER-LOCK.
           MOVE 'N' TO WS-MLOCK-SWITCH
           MOVE ZERO TO WS-MLOCK-TRY-COUNT
           PERFORM UNTIL MASTER-LOCK-HELD
                   OR WS-MLOCK-TRY-COUNT >= WS-MLOCK-TRY-LIMIT
               ADD 1 TO WS-MLOCK-TRY-COUNT
               OPEN EXTEND MASTER-LOCK-FILE WITH LOCK
               IF WS-MLOCK-FILE-STATUS = "35"
                   OPEN OUTPUT MASTER-LOCK-FILE WITH LOCK
               END-IF
               IF WS-MLOCK-FILE-STATUS = "00"
                   SET MASTER-LOCK-HELD TO TRUE
               ELSE
                   CALL "C$SLEEP" USING WS-MLOCK-WAIT-SECS
               END-IF
           END-PERFORM.

       RELEASE-MASTER-LOCK.
           IF MASTER-LOCK-HELD
               CLOSE MASTER-LOCK-FILE
               MOVE 'N' TO WS-MLOCK-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * JOURNAL-MASTER-WRITE logs the master record image just written
      * to the MSTJRNL.DAT forward-recovery journal through
      * REGISTRA-MAESTRO, so AVANZA-MAESTRO can replay the conversion
      * on top of a restored unload.
      *----------------------------------------------------------------
       JOURNAL-MASTER-WRITE.
           MOVE "WRITE" TO WS-MJ-ACTION
           CALL "REGISTRA-MAESTRO" USING WS-MJ-ACTION,
               WS-MJ-PROGRAM, CUSTOMER-MASTER-REC.

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

      *----------------------------------------------------------------
      * WRITE-RUN-JOURNAL-START and WRITE-RUN-JOURNAL-END record the
      * run in the shared run journal through REGISTRA-CORRIDA, mode
      * T for a trial and F for a final run. A refused run, control
      * totals that disagree, or a converted customer left without
      * its number, cross-reference or opening balance is severe, and
      * a final run that ends severe is alerted.
      *----------------------------------------------------------------
       WRITE-RUN-JOURNAL-START.
           MOVE "START" TO WS-JOURNAL-EVENT
           MOVE ZERO TO WS-JOURNAL-RECORDS
           MOVE ZERO TO WS-JOURNAL-REJECTS
           MOVE SPACES TO WS-JOURNAL-STATUS
           CALL "REGISTRA-CORRIDA" USING WS-JOURNAL-EVENT,
               WS-THIS-PROGRAM, WS-RUN-MODE, WS-JOURNAL-RECORDS,
               WS-JOURNAL-REJECTS, WS-JOURNAL-STATUS.

       WRITE-RUN-JOURNAL-END.
           MOVE "END" TO WS-JOURNAL-EVENT
           MOVE WS-IN-COUNT       TO WS-JOURNAL-RECORDS
           MOVE WS-REJECTED-COUNT TO WS-JOURNAL-REJECTS
           EVALUATE TRUE
               WHEN RUN-WAS-REFUSED
               WHEN NOT CONTROLS-AGREE
               WHEN NUMBERING-FAILED
               WHEN CONVERSION-WRITE-FAILED
               WHEN WS-UNPOSTED-COUNT > ZERO
                   MOVE "SEVERE" TO WS-JOURNAL-STATUS
               WHEN WS-REJECTED-COUNT > ZERO
               WHEN WS-REL-FAILED-COUNT > ZERO
                   MOVE "WARNING" TO WS-JOURNAL-STATUS
               WHEN OTHER
                   MOVE "CLEAN" TO WS-JOURNAL-STATUS
           END-EVALUATE
           IF WS-JOURNAL-STATUS = "SEVERE" AND RUN-IS-FINAL
               MOVE "SEVERE" TO WS-ALERT-SEVERITY
               MOVE "PORTFOLIO CONVERSION FAILED - SEE CONVBAL.RPT"
                   TO WS-ALERT-MESSAGE
               CALL "EMITE-ALERTA" USING WS-ALERT-SEVERITY,
                   WS-THIS-PROGRAM, WS-ALERT-MESSAGE
           END-IF
           CALL "REGISTRA-CORRIDA" USING WS-JOURNAL-EVENT,
               WS-THIS-PROGRAM, WS-RUN-MODE, WS-JOURNAL-RECORDS,
               WS-JOURNAL-REJECTS, WS-JOURNAL-STATUS
           EVALUATE WS-JOURNAL-STATUS
               WHEN "SEVERE"
                   MOVE 8 TO RETURN-CODE
               WHEN "WARNING"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM CONVIERTE-CARTERA.
