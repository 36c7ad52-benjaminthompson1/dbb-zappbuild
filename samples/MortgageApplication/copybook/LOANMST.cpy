      *                   PMTRECST ROUTES ITS NOTICES TO THE LEGAL
      *                   QUEUE, AND PMTPOST DIVERTS RECEIPTS ON
      *                   FORECLOSURE LOANS TO SUSPENSE.
      *  2026-10-15  DLB  ADDED LM-LOSS-MIT-FLAG OUT OF THE TRAILING
      *                   FILLER, SET BY LOSSMIT WHILE THE LOAN IS ON
      *                   A FORBEARANCE, REPAYMENT OR TRIAL-PERIOD
      *                   PLAN AND CLEARED WHEN THE PLAN ENDS.  A
      *                   LOAN ON A PLAN IS TREATED AS PROTECTED BY
      *                   LATEFEE AND THE DELINQUENCY CLASSIFICATION.
      *                   SPACE ON OLDER RECORDS MEANS NO PLAN.
      *  2026-10-15  DLB  ADDED THE LM-MI-DATA GROUP - ORIGINAL
      *                   PROPERTY VALUE, MORTGAGE INSURANCE STATUS,
      *                   MONTHLY PREMIUM, CERTIFICATE, INSURER AND
      *                   THE DATE THE PREMIUM IS PAID THROUGH -
      *                   BOARDED BY LNBOARD AND MAINTAINED BY PMIMNT
      *                   AND ESCRWDSB.  THE RECORD GROWS TO 236
      *                   BYTES.  SPACES/ZERO ON OLDER RECORDS MEAN
      *                   THE LOAN CARRIES NO MORTGAGE INSURANCE.
      *  2026-10-15  DLB  ADDED THE CHARGED-OFF STATUS 'O', SET BY
      *                   CHGOFF, AND THE LM-CHARGE-OFF-DATA GROUP -
      *                   THE DATE THE LOAN WAS WRITTEN OFF, THE TOTAL
      *                   WRITTEN OFF, AND THE RECOVERIES PMTPOST HAS
      *                   POSTED SINCE (BACKED OFF BY PMTREVRS ON AN
      *                   ACH RETURN).  A CHARGED-OFF LOAN STAYS ON
      *                   FILE SO RECOVERIES CAN POST, BUT LIKE PAID,
      *                   CLOSED AND TRANSFERRED LOANS IS NO LONGER
      *                   ACTIVE TO THE CYCLE PROGRAMS.  THE RECORD
      *                   GROWS TO 250 BYTES, THE SIZE OF THE MASTER
      *                   IMAGES ON THE ARCHIVE AND SERVICE-TRANSFER
      *                   FILES.  SPACES/ZERO ON OLDER RECORDS MEAN
      *                   NO CHARGE-OFF.
      *****************************************************************
       01  LM-LOAN-RECORD.
           05  LM-LOAN-NUMBER              PIC X(10).
               88  LM-LOAN-PAID-IN-FULL        VALUE 'P'.
               88  LM-LOAN-CLOSED              VALUE 'C'.
               88  LM-LOAN-TRANSFERRED         VALUE 'T'.
               88  LM-LOAN-CHARGED-OFF         VALUE 'O'.
           05  LM-LOSS-MIT-FLAG            PIC X(01).
               88  LM-ON-LOSS-MIT-PLAN         VALUE 'F' 'R' 'T'.
               88  LM-LOSS-MIT-FORBEARANCE     VALUE 'F'.
               88  LM-LOSS-MIT-REPAYMENT       VALUE 'R'.
               88  LM-LOSS-MIT-TRIAL           VALUE 'T'.
               88  LM-NO-LOSS-MIT-PLAN         VALUE 'N' ' '.
           05  LM-MI-DATA.
               10  LM-ORIGINAL-PROP-VALUE  PIC S9(09)V99 COMP-3.
               10  LM-MI-STATUS-FLAG       PIC X(01).
                   88  LM-MI-ACTIVE            VALUE 'A'.
                   88  LM-MI-TERMINATED        VALUE 'T'.
                   88  LM-NO-MI                VALUE 'N' ' '.
               10  LM-MI-MONTHLY-PREMIUM   PIC S9(05)V99 COMP-3.
               10  LM-MI-CERTIFICATE-NO    PIC X(15).
               10  LM-MI-COMPANY-CODE      PIC X(04).
               10  LM-MI-PAID-THRU-DATE    PIC 9(08).
               10  LM-MI-STATUS-DATE       PIC 9(08).
           05  LM-CHARGE-OFF-DATA.
               10  LM-CHARGE-OFF-DATE      PIC 9(08).
               10  LM-CHARGE-OFF-AMOUNT    PIC S9(09)V99 COMP-3.
               10  LM-RECOVERED-AMOUNT     PIC S9(09)V99 COMP-3.
           05  FILLER                      PIC X(03).
