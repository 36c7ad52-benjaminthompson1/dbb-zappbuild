      *    PERMANENT HISTORY IS WALKED IN KEY ORDER: THE BALANCE ON
      *    THE LAST EVENT BEFORE THE STATEMENT MONTH IS THE
      *    BEGINNING BALANCE, BOARDINGS ADD, PAYMENT PRINCIPAL (NET
      *    OF REVERSALS), PAYOFFS AND CHARGE-OFFS SUBTRACT,
      *    ANYTHING ELSE THAT MOVED THE BALANCE LANDS IN OTHER
      *    ADJUSTMENTS, AND THE LAST EVENT'S BALANCE IS THE COMPUTED
      *    ENDING.  THE COMPUTED ENDING IS THEN TIED TO
      *    LM-CURRENT-BALANCE ACROSS THE MASTER, WITH A VARIANCE LINE
      *    PER LOAN STATUS AND INVESTOR CODE, AND THE STEP ENDS WITH
      *    RETURN CODE 8 WHEN THE PORTFOLIO DOES NOT TIE.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-09-02  DLB  ORIGINAL PROGRAM.
      *    2026-10-15  DLB  PRINCIPAL WRITTEN OFF BY CHGOFF NOW ROLLS
      *                     ON ITS OWN CHARGE-OFFS LINE INSTEAD OF IN
      *                     OTHER ADJUSTMENTS.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Z25A.
            05  WS-PRINCIPAL-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
            05  WS-INTEREST-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
            05  WS-PAYOFF-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
            05  WS-CHARGE-OFF-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZERO.
            05  WS-OTHER-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
            05  WS-COMPUTED-ENDING    PIC S9(13)V99 COMP-3 VALUE ZERO.
            05  WS-MASTER-ENDING      PIC S9(13)V99 COMP-3 VALUE ZERO.
      *    PORTIONS BOTH SUBTRACT, BROKEN OUT ON THEIR OWN LINES,
      *    BECAUSE PMTPOST REDUCES THE BALANCE BY THE WHOLE APPLIED
      *    PAYMENT (A REVERSAL ADDS BOTH BACK - NET OF REVERSALS);
      *    A PAYOFF SUBTRACTS THE PRINCIPAL IT RETIRED, AND A
      *    CHARGE-OFF THE PRINCIPAL IT WROTE OFF; ANY OTHER
      *    EVENT THAT MOVED THE BALANCE LANDS IN OTHER ADJUSTMENTS
      *    SO THE ROLL-FORWARD ALWAYS FOOTS.
            IF LH-EVENT-BOARDING
                                WS-PAYOFF-TOTAL
                                    + LH-PRIOR-BALANCE
                                    - LH-NEW-BALANCE
                        ELSE
                        IF LH-EVENT-CHARGE-OFF
                            COMPUTE WS-CHARGE-OFF-TOTAL =
                                WS-CHARGE-OFF-TOTAL
                                    + LH-PRIOR-BALANCE
                                    - LH-NEW-BALANCE
                        ELSE
                            COMPUTE WS-OTHER-TOTAL =
                                WS-OTHER-TOTAL
                                    + LH-NEW-BALANCE
                                    - LH-PRIOR-BALANCE
                        END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.
            MOVE 'LESS  PAYOFFS' TO RL-CAPTION.
            MOVE WS-PAYOFF-TOTAL TO RL-AMOUNT.
            PERFORM AC-610-WRITE-ROLL-LINE.
            MOVE 'LESS  CHARGE-OFFS' TO RL-CAPTION.
            MOVE WS-CHARGE-OFF-TOTAL TO RL-AMOUNT.
            PERFORM AC-610-WRITE-ROLL-LINE.
            MOVE 'PLUS  OTHER ADJUSTMENTS' TO RL-CAPTION.
            MOVE WS-OTHER-TOTAL TO RL-AMOUNT.
            PERFORM AC-610-WRITE-ROLL-LINE.
