      *                     NIGHTLY CASH SETTLEMENT CAN NET THE
      *                     DAY'S REVERSALS OUT OF EACH CHANNEL'S
      *                     POSTED TOTAL.
      *    2026-10-15  DLB  NEGATIVE SUSPENSE EVENTS (SUSPENSE APPLIED
      *                     BY PMTPOST) ARE NO LONGER TAKEN AS PART OF A
      *                     RETURNED RECEIPT.  THE REVERSAL EVENT NOW
      *                     CARRIES THE BACKED-OUT LATE CHARGES AS ITS
      *                     FEE PORTION, AND THE NON-RETURNED EXCESS RE-
      *                     CREDITED TO SUSPENSE IS WRITTEN WITH SOURCE
      *                     'R'.
      *    2026-10-15  DLB  A RETURNED RECEIPT THAT POSTED AS A
      *                     RECOVERY ON A CHARGED-OFF LOAN IS NOW BACKED
      *                     OUT OF LM-RECOVERED-AMOUNT, AND ITS REVERSAL
      *                     EVENT IS WRITTEN WITH SOURCE 'C'.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Z25A.
            05  WS-REVERSED-PRINCIPAL        PIC S9(09)V99 COMP-3.
            05  WS-SUSP-BACKOUT               PIC S9(09)V99 COMP-3.
            05  WS-FEE-BACKOUT                PIC S9(09)V99 COMP-3.
            05  WS-RECOVERY-BACKOUT           PIC S9(09)V99 COMP-3.
            05  WS-EXCESS-BACKOUT             PIC S9(09)V99 COMP-3.
            05  WS-PMT-EVENT-COUNT            PIC 9(03) COMP.
        01  WS-DUE-DATE-FIELDS.
      *    CARRYING THE RETURNED RECEIPT AMOUNT - THE RECEIPT MAY
      *    HAVE FANNED OUT INTO SEVERAL POSTED PAYMENTS, A FEE
      *    COLLECTION AND A SUSPENSE DEPOSIT.  EACH ONE IS FLAGGED
      *    REVERSED AS IT IS TAKEN.  A NEGATIVE SUSPENSE EVENT IS
      *    SUSPENSE MONEY THE RECEIPT USED, NOT PART OF THE RECEIPT -
      *    IT IS LEFT ALONE AND COMES BACK AS THE EXCESS BELOW.  ON
      *    A CHARGED-OFF LOAN THE RECEIPT POSTED AS A RECOVERY.
            MOVE 'N' TO WS-MATCH-SWITCH.
            MOVE 'N' TO WS-HISTORY-EOF-SWITCH.
            MOVE ZERO TO WS-PMT-EVENT-COUNT.
            MOVE ZERO TO WS-REVERSED-PRINCIPAL.
            MOVE ZERO TO WS-SUSP-BACKOUT.
            MOVE ZERO TO WS-FEE-BACKOUT.
            MOVE ZERO TO WS-RECOVERY-BACKOUT.
            MOVE AR-LOAN-NUMBER TO LH-LOAN-NUMBER.
            MOVE AR-ORIG-PAYMENT-DATE TO LH-EVENT-DATE.
            MOVE ZERO TO LH-EVENT-SEQUENCE.
                                AR-ORIG-PAYMENT-AMOUNT
                            AND NOT LH-PAYMENT-REVERSED
                            AND (LH-EVENT-PAYMENT
                                OR (LH-EVENT-SUSPENSE
                                    AND LH-EVENT-AMOUNT > ZERO)
                                OR LH-EVENT-LATE-FEE
                                OR LH-EVENT-RECOVERY)
                            PERFORM L-420-BACK-OUT-EVENT
                        END-IF
                    END-IF
            ELSE
                IF LH-EVENT-SUSPENSE
                    ADD LH-EVENT-AMOUNT TO WS-SUSP-BACKOUT
                ELSE
                IF LH-EVENT-RECOVERY
                    ADD LH-EVENT-AMOUNT TO WS-RECOVERY-BACKOUT
                ELSE
                    ADD LH-EVENT-AMOUNT TO WS-FEE-BACKOUT
                END-IF
                END-IF
            END-IF.
            SET LH-PAYMENT-REVERSED TO TRUE.
            REWRITE LH-LOAN-HISTORY-RECORD.
      *    BACK THE RECEIPT OUT OF EVERYTHING IT TOUCHED - BALANCE
      *    AND DUE DATE BACK ONE MONTH PER POSTED PAYMENT WITH
      *    DELINQUENCY RE-AGED, COLLECTED LATE CHARGES BACK TO
      *    OUTSTANDING, SUSPENSE MONEY BACK OUT, A RECOVERY BACK OFF
      *    THE RECOVERED AMOUNT - THEN WRITE THE REVERSAL EVENT AS
      *    THE PERMANENT AUDIT RECORD.
      *    THE BACKED-OUT EVENTS CAN TOTAL MORE THAN THE RETURNED
      *    RECEIPT - PRIOR SUSPENSE MONEY CO-FUNDED THE POSTING, OR
      *    TWO IDENTICAL RECEIPTS LANDED THE SAME DAY AND THE SCAN
      *    SUSPENSE BELOW INSTEAD OF BEING CHARGED TO THE BORROWER.
            COMPUTE WS-EXCESS-BACKOUT =
                WS-BALANCE-RESTORE + WS-SUSP-BACKOUT
                    + WS-FEE-BACKOUT + WS-RECOVERY-BACKOUT
                    - AR-ORIG-PAYMENT-AMOUNT.
            MOVE LM-CURRENT-BALANCE TO WS-PRIOR-BALANCE.
            COMPUTE WS-NEW-BALANCE =
                LM-CURRENT-BALANCE + WS-BALANCE-RESTORE.
            IF WS-FEE-BACKOUT > ZERO
                PERFORM L-560-RESTORE-FEES
            END-IF.
            IF WS-RECOVERY-BACKOUT > ZERO
                SUBTRACT WS-RECOVERY-BACKOUT FROM LM-RECOVERED-AMOUNT
            END-IF.
            REWRITE LM-LOAN-RECORD.
            IF WS-SUSP-BACKOUT > ZERO
                PERFORM L-550-DEBIT-SUSPENSE
            MOVE LM-CURRENT-BALANCE TO LH-NEW-BALANCE.
            MOVE ZERO TO LH-INTEREST-PORTION.
            MOVE ZERO TO LH-PRINCIPAL-PORTION.
            MOVE ZERO TO LH-FEE-PORTION.
            MOVE ZERO TO LH-ADVANCE-PORTION.
            MOVE ZERO TO LH-RECEIPT-AMOUNT.
      *    SOURCE 'R' - NO NEW CASH, SO THE GL FEED CARRIES THIS
      *    ONE AS MEMO.  THE REVERSAL EVENT NETS IT OUT OF CASH.
            MOVE 'R' TO LH-SOURCE-CODE.
            MOVE 'NON-RETURNED FUNDS TO SUSPENSE'
                TO LH-EVENT-DESCRIPTION.
            MOVE SPACE TO LH-REVERSED-FLAG.
            MOVE WS-NEW-BALANCE TO LH-NEW-BALANCE.
            MOVE WS-REVERSED-INTEREST TO LH-INTEREST-PORTION.
            MOVE WS-REVERSED-PRINCIPAL TO LH-PRINCIPAL-PORTION.
            MOVE WS-FEE-BACKOUT TO LH-FEE-PORTION.
            MOVE ZERO TO LH-ADVANCE-PORTION.
            MOVE AR-ORIG-PAYMENT-AMOUNT TO LH-RECEIPT-AMOUNT.
      *    SOURCE 'C' MARKS THE RETURN OF A RECOVERY, SO THE GL FEED
      *    CHARGES IT BACK TO THE LOSS RESERVE RATHER THAN TO THE
      *    LOAN.
            IF WS-RECOVERY-BACKOUT > ZERO
                MOVE 'C' TO LH-SOURCE-CODE
            ELSE
                MOVE 'A' TO LH-SOURCE-CODE
            END-IF.
            STRING 'ACH RETURN ' AR-RETURN-REASON-CODE
                ' OF PMT ' AR-ORIG-PAYMENT-DATE
                DELIMITED BY SIZE INTO LH-EVENT-DESCRIPTION
