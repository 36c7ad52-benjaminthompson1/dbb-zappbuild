      *                     HISTORY EVENT, SO FORM 1098 AND THE
      *                     INVESTOR REMITTANCE ARE WHOLE FOR LOANS
      *                     THAT PAY OFF MID-YEAR.
      *    2026-10-15  DLB  THE PAYOFF HISTORY EVENT NOW CARRIES THE
      *                     LATE CHARGES THE PAYOFF SETTLED IN LH-FEE-
      *                     PORTION, SO THE GL JOURNAL CAN SEPARATE THEM
      *                     FROM THE ESCROW SHORTAGE COLLECTED.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Z25A.
            05  WS-TOTAL-PAYOFF-AMOUNT        PIC S9(09)V99 COMP-3.
            05  WS-PRIOR-BALANCE              PIC S9(09)V99 COMP-3.
            05  WS-PAYOFF-INTEREST            PIC S9(07)V99 COMP-3.
            05  WS-PAYOFF-FEES                PIC S9(07)V99 COMP-3.
        01  WS-RUN-TOTALS.
            05  WS-REQUEST-COUNT              PIC 9(07) COMP
                                                          VALUE ZERO.
      *    INTEREST QUOTED ABOVE - ROLL IT INTO THE YEAR-TO-DATE
      *    ACCUMULATOR SO THE 1098 FOR A MID-YEAR PAYOFF IS WHOLE.
            ADD WS-PAYOFF-INTEREST TO LM-YTD-INTEREST-PAID.
            MOVE LM-OUTSTANDING-FEES TO WS-PAYOFF-FEES.
            IF LM-OUTSTANDING-FEES > ZERO
      *        THE PAYOFF PROCEEDS SETTLE THE LATE CHARGES TOO -
      *        RECORD THE COLLECTION FOR THE MONTHLY FEE REPORT.
            MOVE ZERO TO LH-NEW-BALANCE.
            MOVE WS-PAYOFF-INTEREST TO LH-INTEREST-PORTION.
            MOVE WS-PRIOR-BALANCE TO LH-PRINCIPAL-PORTION.
            MOVE WS-PAYOFF-FEES TO LH-FEE-PORTION.
            MOVE ZERO TO LH-ADVANCE-PORTION.
            MOVE WS-TOTAL-PAYOFF-AMOUNT TO LH-RECEIPT-AMOUNT.
            MOVE SPACE TO LH-SOURCE-CODE.
            STRING 'PAID IN FULL, PAYOFF '
