      *****************************************************************
      *  INSPOL.CPY
      *
      *  RECORD LAYOUT FOR THE HAZARD AND FLOOD INSURANCE POLICY FILE
      *  MAINTAINED BY INSTRK.  ONE RECORD PER LOAN AND COVERAGE
      *  TYPE, KEYED BY IP-POLICY-KEY, BUILT FROM THE CARRIERS'
      *  RENEWAL AND CANCELLATION NOTICES AND THE BORROWERS' PROOF
      *  OF COVERAGE.  IP-BORROWER-POLICY IS THE BORROWER'S OWN
      *  POLICY; IP-LENDER-PLACED IS THE COVERAGE THE SERVICER
      *  FORCE-PLACED UNDER ITS MASTER POLICY WHEN THE BORROWER'S
      *  LAPSED AND WAS NOT REPLACED.
      *
      *  IP-FLOOD-ZONE IS THE FEMA ZONE FROM THE FLOOD
      *  DETERMINATION.  FLOOD COVERAGE IS REQUIRED, AND TRACKED TO
      *  FORCE-PLACEMENT, ONLY IN A SPECIAL FLOOD HAZARD AREA - A
      *  ZONE BEGINNING 'A' OR 'V'.
      *
      *  IP-LAPSE-STAGE FOLLOWS A LAPSED POLICY THROUGH THE FIRST AND
      *  SECOND NOTICE LETTERS TO FORCE-PLACEMENT.  IP-LAPSE-DATE IS
      *  THE DAY THE BORROWER'S COVERAGE ENDED - THE EXPIRATION DATE,
      *  OR THE CANCELLATION DATE OF A CANCELLED POLICY - AND IS THE
      *  EFFECTIVE DATE OF THE LENDER-PLACED COVERAGE, SO THERE IS
      *  NO GAP.  PROOF OF COVERAGE CLEARS THE STAGE AND DATES.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15  DLB  ORIGINAL LAYOUT.
      *****************************************************************
       01  IP-INSURANCE-POLICY-RECORD.
           05  IP-POLICY-KEY.
               10  IP-LOAN-NUMBER          PIC X(10).
               10  IP-COVERAGE-TYPE        PIC X(01).
                   88  IP-HAZARD-COVERAGE      VALUE 'H'.
                   88  IP-FLOOD-COVERAGE       VALUE 'F'.
           05  IP-FLOOD-ZONE               PIC X(04).
           05  IP-BORROWER-POLICY.
               10  IP-CARRIER-CODE         PIC X(04).
               10  IP-CARRIER-NAME         PIC X(30).
               10  IP-POLICY-NUMBER        PIC X(15).
               10  IP-COVERAGE-AMOUNT      PIC S9(09)V99 COMP-3.
               10  IP-ANNUAL-PREMIUM       PIC S9(07)V99 COMP-3.
               10  IP-EFFECTIVE-DATE       PIC 9(08).
               10  IP-EXPIRATION-DATE      PIC 9(08).
               10  IP-CANCEL-DATE          PIC 9(08).
               10  IP-POLICY-STATUS        PIC X(01).
                   88  IP-POLICY-IN-FORCE      VALUE 'A'.
                   88  IP-POLICY-CANCELLED     VALUE 'C'.
                   88  IP-POLICY-LAPSED        VALUE 'L'.
               10  IP-LAST-NOTICE-TYPE     PIC X(01).
               10  IP-LAST-NOTICE-DATE     PIC 9(08).
           05  IP-LAPSE-TRACKING.
               10  IP-LAPSE-STAGE          PIC X(01).
                   88  IP-NO-LAPSE             VALUE ' '.
                   88  IP-FIRST-NOTICE-SENT    VALUE '1'.
                   88  IP-SECOND-NOTICE-SENT   VALUE '2'.
                   88  IP-FORCE-PLACED         VALUE 'F'.
               10  IP-LAPSE-DATE           PIC 9(08).
               10  IP-FIRST-NOTICE-DATE    PIC 9(08).
               10  IP-SECOND-NOTICE-DATE   PIC 9(08).
           05  IP-LENDER-PLACED.
               10  IP-LP-STATUS            PIC X(01).
                   88  IP-LP-IN-FORCE          VALUE 'A'.
                   88  IP-LP-CANCELLED         VALUE 'C'.
                   88  IP-NO-LP                VALUE ' '.
               10  IP-LP-CERTIFICATE-NO    PIC X(15).
               10  IP-LP-COVERAGE-AMOUNT   PIC S9(09)V99 COMP-3.
               10  IP-LP-ANNUAL-PREMIUM    PIC S9(07)V99 COMP-3.
               10  IP-LP-EFFECTIVE-DATE    PIC 9(08).
               10  IP-LP-EXPIRATION-DATE   PIC 9(08).
               10  IP-LP-CANCEL-DATE       PIC 9(08).
               10  IP-LP-REFUND-AMOUNT     PIC S9(07)V99 COMP-3.
           05  IP-LAST-MAINT-DATE          PIC 9(08).
           05  FILLER                      PIC X(20).
