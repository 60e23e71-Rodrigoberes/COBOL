      *****************************************************************
      * Author: Rodrigo Oberti
      * Date: 15/10/2026
      * Purpose: CALL-able KYC review scheduler. Given a customer's
      *          risk rating (L low / M medium / H high) and the date
      *          a review was completed, returns the date the next
      *          periodic review falls due, from the review interval
      *          in months KYCCTL.DAT holds for that rating, and the
      *          grace period in days an overdue review is allowed
      *          before the account is suspended. KYCCTL.DAT is read
      *          once per run; without it the factory intervals
      *          apply -- 36 months low, 24 medium, 12 high, 30 days
      *          of grace. A rating that is none of the three is
      *          scheduled as high, so a bad rating is never the
      *          reason a customer goes unreviewed.
      * Tectonics: cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROXIMA-REVISION.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KYC-CTL-FILE ASSIGN TO "KYCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KYCCTL-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  KYC-CTL-FILE.
       01  KYC-CTL-REC.
           05 KC-LOW-MONTHS    PIC 9(3).
           05 KC-MEDIUM-MONTHS PIC 9(3).
           05 KC-HIGH-MONTHS   PIC 9(3).
           05 KC-GRACE-DAYS    PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-KYCCTL-FILE-STATUS PIC XX.
       01  WS-LOADED-SWITCH    PIC X VALUE 'N'.
           88 CONTROLS-LOADED  VALUE 'Y'.
       01  WS-LOW-MONTHS       PIC 9(3) VALUE 36.
       01  WS-MEDIUM-MONTHS    PIC 9(3) VALUE 24.
       01  WS-HIGH-MONTHS      PIC 9(3) VALUE 12.
       01  WS-GRACE-DAYS       PIC 9(3) VALUE 30.
       01  WS-REVIEW-MONTHS    PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-MONTHS     PIC S9(7) COMP VALUE ZERO.
       01  WS-FROM-DATE        PIC 9(8) VALUE ZERO.
       01  WS-FROM-PARTS REDEFINES WS-FROM-DATE.
           05 WS-FR-YEAR       PIC 9(4).
           05 WS-FR-MONTH      PIC 9(2).
           05 WS-FR-DAY        PIC 9(2).
       01  WS-NEXT-DATE        PIC 9(8) VALUE ZERO.
       01  WS-NEXT-PARTS REDEFINES WS-NEXT-DATE.
           05 WS-NX-YEAR       PIC 9(4).
           05 WS-NX-MONTH      PIC 9(2).
           05 WS-NX-DAY        PIC 9(2).

       LINKAGE SECTION.
       01  PR-RISK-RATING      PIC X.
       01  PR-FROM-DATE        PIC 9(8).
       01  PR-NEXT-REVIEW      PIC 9(8).
       01  PR-GRACE-DAYS       PIC 9(3).

       PROCEDURE DIVISION USING PR-RISK-RATING, PR-FROM-DATE,
           PR-NEXT-REVIEW, PR-GRACE-DAYS.
       MAIN-LOGIC.
           IF NOT CONTROLS-LOADED
               PERFORM LOAD-KYC-CONTROLS
           END-IF
           MOVE WS-GRACE-DAYS TO PR-GRACE-DAYS
           EVALUATE PR-RISK-RATING
               WHEN 'L'
                   MOVE WS-LOW-MONTHS TO WS-REVIEW-MONTHS
               WHEN 'M'
                   MOVE WS-MEDIUM-MONTHS TO WS-REVIEW-MONTHS
               WHEN OTHER
                   MOVE WS-HIGH-MONTHS TO WS-REVIEW-MONTHS
           END-EVALUATE
           PERFORM COMPUTE-NEXT-REVIEW
           MOVE WS-NEXT-DATE TO PR-NEXT-REVIEW
           GOBACK.

      *----------------------------------------------------------------
      * LOAD-KYC-CONTROLS takes the review intervals and the grace
      * period from KYCCTL.DAT, keeping the factory value for any
      * field that is missing, non-numeric or zero.
      *----------------------------------------------------------------
       LOAD-KYC-CONTROLS.
           SET CONTROLS-LOADED TO TRUE
           OPEN INPUT KYC-CTL-FILE
           IF WS-KYCCTL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ KYC-CTL-FILE
               AT END
                   MOVE SPACES TO KYC-CTL-REC
           END-READ
           CLOSE KYC-CTL-FILE
           IF KC-LOW-MONTHS IS NUMERIC AND KC-LOW-MONTHS > ZERO
               MOVE KC-LOW-MONTHS TO WS-LOW-MONTHS
           END-IF
           IF KC-MEDIUM-MONTHS IS NUMERIC AND KC-MEDIUM-MONTHS > ZERO
               MOVE KC-MEDIUM-MONTHS TO WS-MEDIUM-MONTHS
           END-IF
           IF KC-HIGH-MONTHS IS NUMERIC AND KC-HIGH-MONTHS > ZERO
               MOVE KC-HIGH-MONTHS TO WS-HIGH-MONTHS
           END-IF
           IF KC-GRACE-DAYS IS NUMERIC
               MOVE KC-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF.

      *----------------------------------------------------------------
      * COMPUTE-NEXT-REVIEW winds the review date forward by the
      * rating's interval, clamping the day to 28 so the result is a
      * real date in any month -- the same rule SUSPENDE-DORMIDOS
      * uses winding its cutoff back.
      *----------------------------------------------------------------
       COMPUTE-NEXT-REVIEW.
           MOVE PR-FROM-DATE TO WS-FROM-DATE
           COMPUTE WS-TOTAL-MONTHS =
               (WS-FR-YEAR * 12) + WS-FR-MONTH - 1
               + WS-REVIEW-MONTHS
           COMPUTE WS-NX-YEAR  = WS-TOTAL-MONTHS / 12
           COMPUTE WS-NX-MONTH =
               WS-TOTAL-MONTHS - (WS-NX-YEAR * 12) + 1
           IF WS-FR-DAY > 28
               MOVE 28 TO WS-NX-DAY
           ELSE
               MOVE WS-FR-DAY TO WS-NX-DAY
           END-IF.

       END PROGRAM PROXIMA-REVISION.
