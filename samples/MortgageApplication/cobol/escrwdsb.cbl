      *                     THE LOAN-HISTORY ALREADY-PAID CHECK SO
      *                     NEITHER A PERSISTED DUE FILE NOR A RERUN
      *                     AFTER AN ABEND CAN PAY A BILL TWICE.
      *    2026-10-15  DLB  PAYS THE MONTHLY MORTGAGE INSURANCE
      *                     PREMIUM ITEMS PMIMNT WRITES (PAYEE TYPE
      *                     'M') AND ADVANCES THE LOAN'S PREMIUM
      *                     PAID-THROUGH DATE.  AN ITEM FOR A MONTH
      *                     ALREADY PAID, OR FOR COVERAGE SINCE
      *                     TERMINATED, IS DROPPED.
      *    2026-10-15  DLB  THE DISBURSEMENT HISTORY EVENT NOW CARRIES
      *                     THE PART OF THE BILL FRONTED AS A SERVICER
      *                     ADVANCE IN LH-ADVANCE-PORTION, FOR THE GL
      *                     JOURNAL.
      *    2026-10-15  DLB  A DUE ITEM FOR A CHARGED-OFF LOAN IS NOW
      *                     DROPPED AND COUNTED INSTEAD OF BEING PAID
      *                     AS A NEW SERVICER ADVANCE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Z25A.
                          ==ED-PAYEE-TAX==      BY ==CF-PAYEE-TAX==
                          ==ED-PAYEE-INSURANCE== BY
                              ==CF-PAYEE-INSURANCE==
                          ==ED-PAYEE-MORTGAGE-INS== BY
                              ==CF-PAYEE-MORTGAGE-INS==
                          ==ED-DUE-DATE==       BY ==CF-DUE-DATE==
                          ==ED-DUE-AMOUNT==     BY ==CF-DUE-AMOUNT==
                          ==ED-PAY-METHOD==     BY ==CF-PAY-METHOD==
        01  WS-WORK-FIELDS.
            05  WS-ADVANCE-AMOUNT            PIC S9(07)V99 COMP-3.
            05  WS-CHECK-DESCRIPTION         PIC X(30).
            05  WS-MI-THRU-YEAR              PIC 9(04).
            05  WS-MI-THRU-MONTH             PIC 9(02).
        01  WS-RUN-TOTALS.
            05  WS-DUE-COUNT                  PIC 9(07) COMP
                                                          VALUE ZERO.
                                                          VALUE ZERO.
            05  WS-INS-COUNT                  PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-MI-COUNT                   PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-MI-DROPPED-COUNT           PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-CHARGED-OFF-DROP-COUNT     PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-TAX-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-INS-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-MI-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-ADVANCE-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-DISPLAY-COUNT                 PIC ZZZ,ZZ9.
        01  WS-DISPLAY-AMOUNT                PIC Z,ZZZ,ZZZ,ZZ9.99-.
      *    SO THE BILL IS RETRIED ONCE THE LOAN BOARDS.  AN ITEM
      *    THE LOAN HISTORY SHOWS ALREADY PAID THIS BUSINESS DATE -
      *    A RERUN AFTER AN ABEND - IS DROPPED WITHOUT MOVING
      *    MONEY.  A MORTGAGE INSURANCE PREMIUM ITEM FOR COVERAGE
      *    PMIMNT HAS SINCE TERMINATED IS DROPPED AS WELL, AS IS
      *    ANY ITEM FOR A LOAN CHARGED OFF - NOTHING FURTHER IS
      *    ADVANCED ON A LOAN ALREADY WRITTEN OFF.
            IF ED-DUE-DATE > WS-TODAY-DATE
                ADD 1 TO WS-NOT-YET-DUE-COUNT
                PERFORM M-310-CARRY-FORWARD
                        PERFORM M-350-CHECK-ALREADY-PAID
                        IF WS-ITEM-ALREADY-PAID
                            ADD 1 TO WS-ALREADY-PAID-COUNT
                        ELSE IF LM-LOAN-CHARGED-OFF
                            ADD 1 TO WS-CHARGED-OFF-DROP-COUNT
                            DISPLAY 'ESCRWDSB - LOAN CHARGED OFF, '
                                'ITEM DROPPED: ' ED-LOAN-NUMBER
                        ELSE IF ED-PAYEE-MORTGAGE-INS
                            AND NOT LM-MI-ACTIVE
                            ADD 1 TO WS-MI-DROPPED-COUNT
                            DISPLAY 'ESCRWDSB - MI NOT ACTIVE, '
                                'PREMIUM DROPPED: ' ED-LOAN-NUMBER
                        ELSE
                            PERFORM M-400-DISBURSE
                        END-IF
      *    THE MASTER UPDATES FROM THAT RUN PERSIST.  THE
      *    DISBURSEMENT EVENT ALREADY ON THE LOAN HISTORY FOR THIS
      *    BUSINESS DATE, PAYEE AND AMOUNT IS THE PROOF A BILL IS
      *    PAID, SO IT IS CHECKED BEFORE ANY MONEY MOVES.  A
      *    MORTGAGE INSURANCE PREMIUM FOR A COVERAGE MONTH THE LOAN
      *    IS ALREADY PAID THROUGH IS PAID WHATEVER THE DATE.
            MOVE 'N' TO WS-ALREADY-PAID-SWITCH.
            MOVE 'N' TO WS-HISTORY-SCAN-SWITCH.
            IF ED-PAYEE-MORTGAGE-INS
                AND LM-MI-PAID-THRU-DATE > ED-DUE-DATE
                SET WS-ITEM-ALREADY-PAID TO TRUE
            END-IF.
            MOVE SPACES TO WS-CHECK-DESCRIPTION.
            STRING 'ESCROW DISBURSED - '
                ED-PAYEE-NAME(1:11)
            IF ED-PAYEE-TAX
                ADD ED-DUE-AMOUNT TO LM-YTD-TAXES-DISBURSED
            END-IF.
            IF ED-PAYEE-MORTGAGE-INS
                PERFORM M-410-ADVANCE-MI-PAID-THRU
            END-IF.
            REWRITE LM-LOAN-RECORD.
            MOVE ED-LOAN-NUMBER TO EP-LOAN-NUMBER.
            MOVE ED-PAYEE-NAME TO EP-PAYEE-NAME.
            IF ED-PAYEE-TAX
                ADD 1 TO WS-TAX-COUNT
                ADD ED-DUE-AMOUNT TO WS-TAX-AMOUNT
            ELSE IF ED-PAYEE-MORTGAGE-INS
                ADD 1 TO WS-MI-COUNT
                ADD ED-DUE-AMOUNT TO WS-MI-AMOUNT
            ELSE
                ADD 1 TO WS-INS-COUNT
                ADD ED-DUE-AMOUNT TO WS-INS-AMOUNT
            END-IF.
        M-410-ADVANCE-MI-PAID-THRU.
      *    A PREMIUM ITEM IS DUE ON THE FIRST DAY OF THE COVERAGE
      *    MONTH IT PAYS FOR.  ONCE PAID, THE PAID-THROUGH DATE
      *    BECOMES THE FIRST DAY OF THE FOLLOWING MONTH - THE FIRST
      *    DAY NOT YET PAID FOR.  PMIMNT REFUNDS THE PREMIUM PAID
      *    BEYOND A TERMINATION DATE FROM THIS DATE.
            MOVE ED-DUE-DATE(1:4) TO WS-MI-THRU-YEAR.
            MOVE ED-DUE-DATE(5:2) TO WS-MI-THRU-MONTH.
            IF WS-MI-THRU-MONTH = 12
                ADD 1 TO WS-MI-THRU-YEAR
                MOVE 1 TO WS-MI-THRU-MONTH
            ELSE
                ADD 1 TO WS-MI-THRU-MONTH
            END-IF.
            STRING WS-MI-THRU-YEAR WS-MI-THRU-MONTH '01'
                DELIMITED BY SIZE INTO LM-MI-PAID-THRU-DATE
            END-STRING.
        M-420-WRITE-HISTORY.
      *    RECORD THE DISBURSEMENT ON THE PERMANENT LOAN HISTORY.
      *    THE PRINCIPAL BALANCE IS UNCHANGED - THE MONEY LEFT THE
      *    ESCROW ACCOUNT, EXCEPT FOR ANY PART FRONTED AS A
      *    SERVICER ADVANCE, WHICH THE EVENT CARRIES SEPARATELY.
            MOVE ED-LOAN-NUMBER TO LH-LOAN-NUMBER.
            MOVE WS-TODAY-DATE TO LH-EVENT-DATE.
            SET LH-EVENT-ESCROW-DISB TO TRUE.
            MOVE LM-CURRENT-BALANCE TO LH-NEW-BALANCE.
            MOVE ZERO TO LH-INTEREST-PORTION.
            MOVE ZERO TO LH-PRINCIPAL-PORTION.
            MOVE ZERO TO LH-FEE-PORTION.
            MOVE WS-ADVANCE-AMOUNT TO LH-ADVANCE-PORTION.
            MOVE ZERO TO LH-RECEIPT-AMOUNT.
            MOVE ED-PAYEE-TYPE TO LH-SOURCE-CODE.
      *    THE DESCRIPTION IS THE SAME STRING M-350 MATCHES ON WHEN
            MOVE WS-INS-AMOUNT TO TL-TYPE-AMOUNT.
            MOVE WS-TYPE-TOTAL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE 'MI PREMIUM DISBURSEMENTS' TO TL-TYPE-TEXT.
            MOVE WS-MI-COUNT TO TL-TYPE-COUNT.
            MOVE WS-MI-AMOUNT TO TL-TYPE-AMOUNT.
            MOVE WS-TYPE-TOTAL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-ADVANCE-TOTAL TO AL-ADVANCE-TOTAL.
            MOVE WS-ADVANCE-TOTAL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            DISPLAY 'ESCRWDSB - ITEMS CARRIED FWD:  ' WS-DISPLAY-COUNT.
            MOVE WS-ALREADY-PAID-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'ESCRWDSB - ALREADY-PAID SKIPS: ' WS-DISPLAY-COUNT.
            MOVE WS-MI-DROPPED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'ESCRWDSB - MI PREMIUMS DROPPED:' WS-DISPLAY-COUNT.
            MOVE WS-CHARGED-OFF-DROP-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'ESCRWDSB - CHARGED-OFF DROPS:  ' WS-DISPLAY-COUNT.
            MOVE WS-ADVANCE-TOTAL TO WS-DISPLAY-AMOUNT.
            DISPLAY 'ESCRWDSB - ADVANCES RECORDED:  '
                WS-DISPLAY-AMOUNT.
