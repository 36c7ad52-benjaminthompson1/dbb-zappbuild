      *                     THE BUSINESS DATE AND TIME SO THE
      *                     END-OF-CYCLE AUDIT CAN PROVE THIS STEP
      *                     COMPLETED FOR TONIGHT'S CYCLE.
      *    2026-10-15  DLB  TWELVE MONTHS OF MORTGAGE INSURANCE
      *                     PREMIUM ARE NOW PROJECTED AS
      *                     DISBURSEMENTS WHILE THE LOAN'S COVERAGE
      *                     IS ACTIVE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Z25A.
      *    CARRIES NO FORWARD ESCROW PROJECTION.  PROJECT 12 MONTHS
      *    OF ESCROW ACTIVITY FOR EVERY OTHER LOAN - THE TAX AND
      *    INSURANCE AMOUNTS ARE ANNUAL DISBURSEMENTS; THE MONTHLY
      *    PAYMENT IS DEPOSITED EACH OF THE 12 MONTHS.  MORTGAGE
      *    INSURANCE IS PAID MONTHLY, SO ACTIVE COVERAGE ADDS 12
      *    MONTHLY PREMIUMS TO THE DISBURSEMENTS.
            IF LM-LOAN-ACTIVE
                COMPUTE WS-ANNUAL-DISBURSEMENTS =
                    LM-ESCROW-TAX-AMOUNT + LM-ESCROW-INS-PREMIUM
                IF LM-MI-ACTIVE
                    COMPUTE WS-ANNUAL-DISBURSEMENTS =
                        WS-ANNUAL-DISBURSEMENTS
                            + (LM-MI-MONTHLY-PREMIUM * 12)
                END-IF
                COMPUTE WS-ANNUAL-DEPOSITS =
                    LM-ESCROW-MONTHLY-PMT * 12
                COMPUTE WS-PROJECTED-END-BALANCE =
