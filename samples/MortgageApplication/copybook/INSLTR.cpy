      *****************************************************************
      *  INSLTR.CPY
      *
      *  RECORD LAYOUT FOR THE INSURANCE LETTER FILE WRITTEN BY
      *  INSTRK FOR THE LETTER VENDOR.  '1' AND '2' ARE THE FIRST AND
      *  SECOND NOTICES THAT THE BORROWER'S COVERAGE HAS LAPSED AND
      *  THE SERVICER WILL BUY COVERAGE AT THE BORROWER'S EXPENSE IF
      *  PROOF IS NOT RECEIVED BY IL-CHARGE-DATE.  'F' IS THE NOTICE
      *  THAT LENDER-PLACED COVERAGE HAS BEEN BOUGHT (OR RENEWED) AND
      *  CHARGED TO ESCROW.  'X' IS THE NOTICE THAT THE LENDER-PLACED
      *  COVERAGE WAS CANCELLED ON PROOF OF THE BORROWER'S OWN, WITH
      *  THE UNEARNED PREMIUM CREDITED BACK.
      *
      *  THE MAILING AND PROPERTY ADDRESS GROUPS REPEAT THE BORRMST
      *  GROUPS FIELD FOR FIELD - CHANGE THEM TOGETHER.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15  DLB  ORIGINAL LAYOUT.
      *****************************************************************
       01  IL-INSURANCE-LETTER-RECORD.
           05  IL-LOAN-NUMBER              PIC X(10).
           05  IL-COVERAGE-TYPE            PIC X(01).
           05  IL-LETTER-TYPE              PIC X(01).
               88  IL-FIRST-NOTICE             VALUE '1'.
               88  IL-SECOND-NOTICE            VALUE '2'.
               88  IL-FORCE-PLACED-NOTICE      VALUE 'F'.
               88  IL-LP-CANCELLED-NOTICE      VALUE 'X'.
           05  IL-LETTER-DATE              PIC 9(08).
           05  IL-BORROWER-NAME            PIC X(30).
           05  IL-CO-BORROWER-NAME         PIC X(30).
           05  IL-MAILING-ADDRESS.
               10  IL-MAIL-LINE-1          PIC X(30).
               10  IL-MAIL-LINE-2          PIC X(30).
               10  IL-MAIL-CITY            PIC X(18).
               10  IL-MAIL-STATE           PIC X(02).
               10  IL-MAIL-ZIP             PIC X(09).
           05  IL-PROPERTY-ADDRESS.
               10  IL-PROP-LINE-1          PIC X(30).
               10  IL-PROP-CITY            PIC X(18).
               10  IL-PROP-STATE           PIC X(02).
               10  IL-PROP-ZIP             PIC X(09).
           05  IL-CARRIER-NAME             PIC X(30).
           05  IL-POLICY-NUMBER            PIC X(15).
           05  IL-LAPSE-DATE               PIC 9(08).
           05  IL-CHARGE-DATE              PIC 9(08).
           05  IL-LP-CERTIFICATE-NO        PIC X(15).
           05  IL-LP-COVERAGE-AMOUNT       PIC S9(09)V99 COMP-3.
           05  IL-LP-ANNUAL-PREMIUM        PIC S9(07)V99 COMP-3.
           05  IL-LP-EFFECTIVE-DATE        PIC 9(08).
           05  IL-LP-EXPIRATION-DATE       PIC 9(08).
           05  IL-LP-REFUND-AMOUNT         PIC S9(07)V99 COMP-3.
           05  FILLER                      PIC X(10).
