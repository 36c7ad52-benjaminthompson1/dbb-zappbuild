      *****************************************************************
      *  INSNOTC.CPY
      *
      *  RECORD LAYOUT FOR THE INSURANCE NOTICE FILE READ BY INSTRK.
      *  ONE RECORD PER NOTICE - A CARRIER'S NEW-BUSINESS OR RENEWAL
      *  DECLARATION ('R'), A CARRIER'S CANCELLATION OR NON-RENEWAL
      *  ('C'), OR THE BORROWER'S OWN PROOF OF COVERAGE RECEIVED BY
      *  THE INSURANCE DESK ('P').
      *
      *  ON AN 'R' OR 'P' NOTICE THE DATES ARE THE POLICY TERM.  ON
      *  A 'C' NOTICE IN-EFFECTIVE-DATE IS THE DATE THE COVERAGE
      *  ENDS AND THE EXPIRATION DATE IS NOT USED.  IN-FLOOD-ZONE IS
      *  GIVEN ON A FLOOD NOTICE AND MAY BE LEFT BLANK OTHERWISE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15  DLB  ORIGINAL LAYOUT.
      *****************************************************************
       01  IN-INSURANCE-NOTICE.
           05  IN-LOAN-NUMBER              PIC X(10).
           05  IN-COVERAGE-TYPE            PIC X(01).
               88  IN-HAZARD-COVERAGE          VALUE 'H'.
               88  IN-FLOOD-COVERAGE           VALUE 'F'.
           05  IN-NOTICE-TYPE              PIC X(01).
               88  IN-RENEWAL-NOTICE           VALUE 'R'.
               88  IN-PROOF-OF-COVERAGE        VALUE 'P'.
               88  IN-COVERAGE-NOTICE          VALUE 'R' 'P'.
               88  IN-CANCELLATION-NOTICE      VALUE 'C'.
           05  IN-NOTICE-DATE              PIC 9(08).
           05  IN-CARRIER-CODE             PIC X(04).
           05  IN-CARRIER-NAME             PIC X(30).
           05  IN-POLICY-NUMBER            PIC X(15).
           05  IN-COVERAGE-AMOUNT          PIC 9(09)V99.
           05  IN-ANNUAL-PREMIUM           PIC 9(07)V99.
           05  IN-EFFECTIVE-DATE           PIC 9(08).
           05  IN-EXPIRATION-DATE          PIC 9(08).
           05  IN-FLOOD-ZONE               PIC X(04).
           05  FILLER                      PIC X(10).
