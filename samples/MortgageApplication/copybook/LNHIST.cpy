      *  2026-09-02  DLB  ADDED LH-EVENT-ESCROW-INT FOR THE MONTHLY
      *                   INTEREST ESCRWINT CREDITS TO THE ESCROW
      *                   BALANCE.
      *  2026-10-15  DLB  ADDED LH-EVENT-LOSS-MIT FOR LOSS-MITIGATION
      *                   PLAN SET-UPS, COMPLETIONS, BREAKS AND
      *                   CANCELLATIONS, AND LH-EVENT-MODIFICATION
      *                   FOR PERMANENT MODIFICATIONS BOOKED BY
      *                   LOSSMIT - THE EVENT AMOUNT IS THE ARREARS
      *                   AND FEES CAPITALIZED INTO THE BALANCE.
      *  2026-10-15  DLB  ADDED LH-EVENT-MI-TERMINATION FOR MORTGAGE
      *                   INSURANCE TERMINATED BY PMIMNT - THE EVENT
      *                   AMOUNT IS THE UNEARNED PREMIUM REFUNDED TO
      *                   THE BORROWER.
      *  2026-10-15  DLB  ADDED LH-EVENT-FORCE-PLACED FOR LENDER-PLACED
      *                   HAZARD OR FLOOD COVERAGE BOUGHT OR RENEWED
      *                   BY INSTRK AND CHARGED TO ESCROW, AND
      *                   LH-EVENT-FORCE-PLACED-REFUND FOR THE
      *                   UNEARNED PREMIUM CREDITED BACK WHEN IT IS
      *                   CANCELLED.  LH-SOURCE-CODE CARRIES THE
      *                   COVERAGE TYPE, 'H' OR 'F'.
      *  2026-10-15  DLB  ADDED LH-FEE-PORTION AND LH-ADVANCE-PORTION
      *                   FROM FILLER, SO THE GLFEED JOURNAL CAN SPLIT
      *                   AN EVENT'S AMOUNT ACROSS THE FEE AND
      *                   SERVICER-ADVANCE ACCOUNTS.  THE FEE PORTION
      *                   IS THE LATE CHARGES SETTLED BY A PAYOFF,
      *                   BACKED OUT BY AN ACH REVERSAL OR
      *                   CAPITALIZED BY A MODIFICATION; THE ADVANCE
      *                   PORTION IS THE PART OF AN ESCROW OR
      *                   FORCE-PLACED PREMIUM DISBURSEMENT FRONTED AS
      *                   A SERVICER ADVANCE, THE ADVANCE REPAID BY A
      *                   FORCE-PLACED REFUND, OR THE ADVANCE
      *                   CAPITALIZED BY A MODIFICATION.  ZERO ON
      *                   EVERY OTHER EVENT.
      *  2026-10-15  DLB  PMTPOST NOW WRITES A NEGATIVE SUSPENSE EVENT
      *                   WHEN MONEY ALREADY IN SUSPENSE IS APPLIED,
      *                   SO THE HISTORY SHOWS SUSPENSE GOING OUT AS
      *                   WELL AS COMING IN.  PMTREVRS'S RE-CREDIT OF
      *                   NON-RETURNED FUNDS TO SUSPENSE NOW CARRIES
      *                   SOURCE CODE 'R'; ITS MONEY IS ALREADY
      *                   ACCOUNTED FOR ON THE REVERSAL EVENT.
      *                   LNXFER'S TRANSFER EVENTS CARRY SOURCE CODE
      *                   'O' (OUT) OR 'I' (IN).
      *  2026-10-15  DLB  ADDED LH-EVENT-CHARGE-OFF FOR A LOAN WRITTEN
      *                   OFF BY CHGOFF - ONE EVENT PER COMPONENT
      *                   WRITTEN OFF, LH-SOURCE-CODE NAMING IT: 'P'
      *                   PRINCIPAL (PRINCIPAL PORTION, THE BALANCE
      *                   GOING TO ZERO), 'I' ACCRUED INTEREST (INTEREST
      *                   PORTION), 'F' LATE CHARGES (FEE PORTION), 'E'
      *                   NEGATIVE ESCROW (NO PORTION) AND 'V' SERVICER
      *                   ADVANCE (ADVANCE PORTION). ADDED LH-EVENT-
      *                   RECOVERY FOR MONEY PMTPOST RECEIVES ON A
      *                   CHARGED-OFF LOAN, CARRYING THE RECEIPT AMOUNT
      *                   AND SOURCE SO PMTREVRS CAN BACK IT OUT ON AN
      *                   ACH RETURN.
      *****************************************************************
       01  LH-LOAN-HISTORY-RECORD.
           05  LH-HISTORY-KEY.
               88  LH-EVENT-MAINTENANCE        VALUE 'MNT '.
               88  LH-EVENT-TRANSFER           VALUE 'XFR '.
               88  LH-EVENT-ESCROW-INT         VALUE 'ESCI'.
               88  LH-EVENT-LOSS-MIT           VALUE 'LMIT'.
               88  LH-EVENT-MODIFICATION       VALUE 'MOD '.
               88  LH-EVENT-MI-TERMINATION     VALUE 'PMIT'.
               88  LH-EVENT-FORCE-PLACED       VALUE 'FPI '.
               88  LH-EVENT-FORCE-PLACED-REFUND VALUE 'FPIR'.
               88  LH-EVENT-CHARGE-OFF         VALUE 'CHGO'.
               88  LH-EVENT-RECOVERY           VALUE 'RCVY'.
           05  LH-EVENT-AMOUNT             PIC S9(09)V99 COMP-3.
           05  LH-PRIOR-BALANCE            PIC S9(09)V99 COMP-3.
           05  LH-NEW-BALANCE              PIC S9(09)V99 COMP-3.
           05  LH-EVENT-DESCRIPTION        PIC X(30).
           05  LH-REVERSED-FLAG            PIC X(01).
               88  LH-PAYMENT-REVERSED         VALUE 'Y'.
           05  LH-FEE-PORTION              PIC S9(05)V99 COMP-3.
           05  LH-ADVANCE-PORTION          PIC S9(07)V99 COMP-3.
