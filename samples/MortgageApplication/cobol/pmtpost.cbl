      *                     SO THE CASH SETTLEMENT TOTALS THE
      *                     RECEIPT FILE, WHICH IS WHAT THE BANK
      *                     ACTUALLY SETTLES.
      *    2026-10-15  DLB  THE DUE-DATE ADVANCE NOW TAKES THE LAST
      *                     DAY OF THE NEW DUE MONTH FROM THE
      *                     CALENDAR (A LEAP-YEAR FEBRUARY ENDS ON THE
      *                     29TH), AND A DUE DATE FALLING ON A WEEKEND
      *                     OR BANK HOLIDAY IS NOT AGED UNTIL THE
      *                     BUSINESS DATE IS PAST THE NEXT BUSINESS
      *                     DAY ON THE BANK CALENDAR.
      *    2026-10-15  DLB  SUSPENSE MONEY APPLIED ALONG WITH A RECEIPT
      *                     IS NOW RECORDED ON THE LOAN HISTORY AS A
      *                     NEGATIVE SUSPENSE EVENT, SO THE GL JOURNAL
      *                     SEES SUSPENSE GOING OUT AS WELL AS COMING
      *                     IN.  HISTORY EVENTS CARRY ZERO FEE AND
      *                     ADVANCE PORTIONS.
      *    2026-10-15  DLB  A RECEIPT ON A CHARGED-OFF LOAN NOW POSTS
      *                     AS A RECOVERY - A RECEIPT AUDIT RECORD, A
      *                     RECOVERY EVENT ON THE LOAN HISTORY AND AN
      *                     INCREASE TO LM-RECOVERED-AMOUNT - INSTEAD OF
      *                     BEING REJECTED AS NOT ACTIVE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Z25A.
            SELECT RECEIPT-AUDIT-FILE ASSIGN TO RCPTAUDT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RCPTAUDT-STATUS.
            SELECT BUSINESS-CALENDAR-FILE ASSIGN TO BUSCAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BC-CALENDAR-DATE
                FILE STATUS IS WS-BUSCAL-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  RUN-CONTROL-FILE
        FD  RECEIPT-AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY RCPAUDT.
        FD  BUSINESS-CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.
            COPY BUSCAL.
        WORKING-STORAGE SECTION.
        01  WS-CURRENT-DATE-DATA.
            05  WS-CURRENT-DATE.
                88  WS-FEEACTV-OK                VALUE '00'.
                88  WS-FEEACTV-FILE-MISSING      VALUE '35'.
            05  WS-RCPTAUDT-STATUS           PIC X(02).
            05  WS-BUSCAL-STATUS             PIC X(02).
                88  WS-BUSCAL-OK                 VALUE '00'.
        01  WS-SWITCHES.
            05  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
                88  WS-END-OF-TRANSACTIONS       VALUE 'Y'.
                88  WS-SUSPENSE-RECORD-FOUND     VALUE 'Y'.
            05  WS-PAYMENT-APPLIED-SWITCH    PIC X(01) VALUE 'N'.
                88  WS-PAYMENT-APPLIED           VALUE 'Y'.
            05  WS-CALENDAR-OPEN-SWITCH      PIC X(01) VALUE 'N'.
                88  WS-CALENDAR-OPEN             VALUE 'Y'.
        01  WS-WORK-FIELDS.
            05  WS-PRIOR-BALANCE             PIC S9(09)V99 COMP-3.
            05  WS-NEW-BALANCE                PIC S9(09)V99 COMP-3.
                10  WS-DUE-DAY                PIC 9(02).
            05  WS-TODAY-DATE-INTEGER        PIC S9(09) COMP.
            05  WS-DUE-DATE-INTEGER          PIC S9(09) COMP.
            05  WS-MONTH-START-WORK.
                10  WS-MONTH-START-YEAR       PIC 9(04).
                10  WS-MONTH-START-MONTH      PIC 9(02).
                10  WS-MONTH-START-DAY        PIC 9(02).
            05  WS-MONTH-START-DATE REDEFINES WS-MONTH-START-WORK
                                              PIC 9(08).
            05  WS-MONTH-END-WORK.
                10  WS-MONTH-END-YEAR         PIC 9(04).
                10  WS-MONTH-END-MONTH        PIC 9(02).
                10  WS-MONTH-END-DAY          PIC 9(02).
            05  WS-MONTH-END-DATE REDEFINES WS-MONTH-END-WORK
                                              PIC 9(08).
            05  WS-CAL-DATE                   PIC 9(08).
            05  WS-CAL-DATE-INTEGER           PIC S9(09) COMP.
            05  WS-CAL-WEEKS                  PIC S9(09) COMP.
            05  WS-CAL-WEEKDAY                PIC S9(01) COMP.
                88  WS-CAL-WEEKEND-DAY            VALUES 0 6.
            05  WS-CAL-DAY-SWITCH             PIC X(01) VALUE 'Y'.
                88  WS-CAL-BUSINESS-DAY           VALUE 'Y'.
                88  WS-CAL-NON-BUSINESS-DAY       VALUE 'N'.
        01  WS-RUN-TOTALS.
            05  WS-TRANS-COUNT                PIC 9(07) COMP VALUE ZERO.
            05  WS-POSTED-COUNT               PIC 9(07) COMP VALUE ZERO.
            05  WS-TO-SUSPENSE-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-FROM-SUSPENSE-AMT  PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-FEES-COLLECTED     PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-RECOVERY-COUNT             PIC 9(07) COMP VALUE ZERO.
            05  WS-RECOVERY-AMOUNT    PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-CHECKPOINT-FIELDS.
            05  WS-CHECKPOINT-INTERVAL       PIC 9(05) COMP
                                                          VALUE 00100.
                GO TO B-900
            END-IF.
            PERFORM B-105-GET-BUSINESS-DATE.
            PERFORM B-107-OPEN-CALENDAR.
            GO TO B-110.
        B-105-GET-BUSINESS-DATE.
      *    PICK UP TODAY'S SHARED BUSINESS DATE FROM RUN-CONTROL
                    DELIMITED BY SIZE INTO WS-TODAY-DATE
                END-STRING
            END-IF.
        B-107-OPEN-CALENDAR.
      *    OPEN THE BANK BUSINESS-DAY CALENDAR.  WITHOUT IT ONLY
      *    SATURDAYS AND SUNDAYS ARE TREATED AS NON-BUSINESS DAYS.
            OPEN INPUT BUSINESS-CALENDAR-FILE.
            IF WS-BUSCAL-OK
                SET WS-CALENDAR-OPEN TO TRUE
            ELSE
                DISPLAY 'PMTPOST - BUSINESS CALENDAR OPEN FAILED, '
                    'STATUS ' WS-BUSCAL-STATUS ' - WEEKENDS ONLY'
            END-IF.
        B-110.
      *    OPEN THE CHECKPOINT FILE AND FIND OUT IF A PRIOR RUN OF
      *    THIS PROGRAM LEFT OFF PARTWAY THROUGH THE TRANSACTION
      *    PAYMENT THAT IS COVERED.  WHATEVER IS LEFT OVER - A SHORT
      *    PAYMENT, OR THE EXCESS OF AN OVERPAYMENT - WAITS IN THE
      *    SUSPENSE FILE FOR A LATER RECEIPT TO COMPLETE IT INSTEAD
      *    OF BOUNCING THE WHOLE RECEIPT TO THE REJECT FILE.  A
      *    CHARGED-OFF LOAN HAS NOTHING LEFT TO POST TO, SO MONEY
      *    RECEIVED ON ONE IS A RECOVERY OF THE LOSS.
            IF LM-LOAN-CHARGED-OFF
                PERFORM B-408-POST-RECOVERY
            ELSE
            IF NOT LM-LOAN-ACTIVE
                SET PJ-REASON-NOT-ACTIVE TO TRUE
                MOVE 'LOAN IS NOT ACTIVE ON LOAN MASTER'
                END-IF
                PERFORM B-417-UPDATE-SUSPENSE
            END-IF
            END-IF
            END-IF.
        B-407-DIVERT-TO-SUSPENSE.
      *    FORECLOSURE STOP CODE - NOTHING POSTS.  THE WHOLE RECEIPT
            COMPUTE WS-AVAILABLE-FUNDS =
                PT-PAYMENT-AMOUNT + WS-SUSPENSE-PRIOR.
            PERFORM B-417-UPDATE-SUSPENSE.
        B-408-POST-RECOVERY.
      *    THE WHOLE RECEIPT IS A RECOVERY - IT IS SETTLED LIKE ANY
      *    OTHER RECEIPT, RECORDED ON THE HISTORY SO THE GL JOURNAL
      *    CREDITS IT TO THE LOSS RESERVE, AND ADDED TO THE LOAN'S
      *    RECOVERED AMOUNT.  NOTHING GOES TO SUSPENSE.
            PERFORM B-409-WRITE-RECEIPT-AUDIT.
            MOVE PT-LOAN-NUMBER TO LH-LOAN-NUMBER.
            MOVE WS-TODAY-DATE TO LH-EVENT-DATE.
            SET LH-EVENT-RECOVERY TO TRUE.
            MOVE PT-PAYMENT-AMOUNT TO LH-EVENT-AMOUNT.
            MOVE ZERO TO LH-PRIOR-BALANCE.
            MOVE ZERO TO LH-NEW-BALANCE.
            MOVE ZERO TO LH-INTEREST-PORTION.
            MOVE ZERO TO LH-PRINCIPAL-PORTION.
            MOVE ZERO TO LH-FEE-PORTION.
            MOVE ZERO TO LH-ADVANCE-PORTION.
            MOVE PT-PAYMENT-AMOUNT TO LH-RECEIPT-AMOUNT.
            MOVE PT-SOURCE-CODE TO LH-SOURCE-CODE.
            STRING 'RECOVERY RECEIVED ' PT-PAYMENT-DATE
                DELIMITED BY SIZE INTO LH-EVENT-DESCRIPTION
            END-STRING.
            MOVE SPACE TO LH-REVERSED-FLAG.
            PERFORM B-430-WRITE-HISTORY-RECORD.
            ADD PT-PAYMENT-AMOUNT TO LM-RECOVERED-AMOUNT.
            REWRITE LM-LOAN-RECORD.
            ADD 1 TO WS-RECOVERY-COUNT.
            ADD PT-PAYMENT-AMOUNT TO WS-RECOVERY-AMOUNT.
        B-409-WRITE-RECEIPT-AUDIT.
      *    ONE RECORD PER TENDERED RECEIPT, HOWEVER IT FANS OUT -
      *    THE CASH SETTLEMENT TOTALS THESE BY CHANNEL BECAUSE THE
            MOVE LM-CURRENT-BALANCE TO LH-NEW-BALANCE.
            MOVE ZERO TO LH-INTEREST-PORTION.
            MOVE ZERO TO LH-PRINCIPAL-PORTION.
            MOVE ZERO TO LH-FEE-PORTION.
            MOVE ZERO TO LH-ADVANCE-PORTION.
            MOVE PT-PAYMENT-AMOUNT TO LH-RECEIPT-AMOUNT.
            MOVE PT-SOURCE-CODE TO LH-SOURCE-CODE.
            MOVE 'LATE CHARGE COLLECTED'
      *    WHATEVER MONEY IS STILL UNAPPLIED AFTER POSTING STAYS IN
      *    THE SUSPENSE FILE.  A DEPOSIT INTO SUSPENSE IS ALSO
      *    RECORDED ON THE LOAN HISTORY SO THE LEDGER ACCOUNTS FOR
      *    EVERY DOLLAR RECEIVED, AND SO IS SUSPENSE MONEY APPLIED
      *    ALONG WITH THE RECEIPT, AS A NEGATIVE SUSPENSE EVENT.
            COMPUTE WS-SUSPENSE-CHANGE =
                WS-AVAILABLE-FUNDS - WS-SUSPENSE-PRIOR.
            IF WS-SUSPENSE-RECORD-FOUND
                IF WS-SUSPENSE-CHANGE < ZERO
                    SUBTRACT WS-SUSPENSE-CHANGE
                        FROM WS-FROM-SUSPENSE-AMT
                    PERFORM B-426-WRITE-SUSPENSE-APPLIED
                END-IF
            END-IF.
        B-425-WRITE-SUSPENSE-HISTORY.
            MOVE LM-CURRENT-BALANCE TO LH-NEW-BALANCE.
            MOVE ZERO TO LH-INTEREST-PORTION.
            MOVE ZERO TO LH-PRINCIPAL-PORTION.
            MOVE ZERO TO LH-FEE-PORTION.
            MOVE ZERO TO LH-ADVANCE-PORTION.
            MOVE PT-PAYMENT-AMOUNT TO LH-RECEIPT-AMOUNT.
            MOVE PT-SOURCE-CODE TO LH-SOURCE-CODE.
            MOVE 'UNAPPLIED FUNDS TO SUSPENSE'
                TO LH-EVENT-DESCRIPTION.
            MOVE SPACE TO LH-REVERSED-FLAG.
            PERFORM B-430-WRITE-HISTORY-RECORD.
        B-426-WRITE-SUSPENSE-APPLIED.
      *    THE AMOUNT IS NEGATIVE - THE SUSPENSE MONEY THAT WENT
      *    OUT WITH THIS RECEIPT.  PMTREVRS DOES NOT BACK IT OUT ON
      *    A RETURN; ITS RE-CREDIT OF THE NON-RETURNED FUNDS PUTS
      *    THE MONEY BACK IN SUSPENSE.
            MOVE PT-LOAN-NUMBER TO LH-LOAN-NUMBER.
            MOVE WS-TODAY-DATE TO LH-EVENT-DATE.
            SET LH-EVENT-SUSPENSE TO TRUE.
            MOVE WS-SUSPENSE-CHANGE TO LH-EVENT-AMOUNT.
            MOVE LM-CURRENT-BALANCE TO LH-PRIOR-BALANCE.
            MOVE LM-CURRENT-BALANCE TO LH-NEW-BALANCE.
            MOVE ZERO TO LH-INTEREST-PORTION.
            MOVE ZERO TO LH-PRINCIPAL-PORTION.
            MOVE ZERO TO LH-FEE-PORTION.
            MOVE ZERO TO LH-ADVANCE-PORTION.
            MOVE PT-PAYMENT-AMOUNT TO LH-RECEIPT-AMOUNT.
            MOVE PT-SOURCE-CODE TO LH-SOURCE-CODE.
            MOVE 'SUSPENSE FUNDS APPLIED'
                TO LH-EVENT-DESCRIPTION.
            MOVE SPACE TO LH-REVERSED-FLAG.
            PERFORM B-430-WRITE-HISTORY-RECORD.
        B-420-WRITE-HISTORY.
      *    MIRROR THE POSTED PAYMENT ONTO THE PERMANENT LOAN HISTORY
      *    FILE.  THE DAILY AUDIT FILE IS REOPENED FOR OUTPUT EVERY
            MOVE WS-NEW-BALANCE TO LH-NEW-BALANCE.
            MOVE WS-INTEREST-PORTION TO LH-INTEREST-PORTION.
            MOVE WS-PRINCIPAL-PORTION TO LH-PRINCIPAL-PORTION.
            MOVE ZERO TO LH-FEE-PORTION.
            MOVE ZERO TO LH-ADVANCE-PORTION.
            MOVE PT-PAYMENT-AMOUNT TO LH-RECEIPT-AMOUNT.
            MOVE PT-SOURCE-CODE TO LH-SOURCE-CODE.
            STRING 'PAYMENT RECEIVED ' PT-PAYMENT-DATE
      *    MONTH AND RECOMPUTE DELINQUENCY-DAYS FROM THE NEW DUE DATE
      *    AGAINST TODAY'S BUSINESS DATE, SO A CURRENT PAYMENT CURES
      *    DELINQUENCY INSTEAD OF LEAVING THE OLD AGING ON FILE.
      *    THE LAST DAY OF THE NEW DUE MONTH IS THE DAY BEFORE THE
      *    FIRST OF THE MONTH AFTER IT, SO A LEAP-YEAR FEBRUARY ENDS
      *    ON THE 29TH.  A DUE DATE ON A WEEKEND OR BANK HOLIDAY IS
      *    NOT PAST DUE UNTIL THE NEXT BUSINESS DAY HAS GONE BY.
            MOVE LM-NEXT-DUE-DATE(1:4) TO WS-DUE-YEAR.
            MOVE LM-NEXT-DUE-DATE(5:2) TO WS-DUE-MONTH.
            MOVE LM-NEXT-DUE-DATE(7:2) TO WS-DUE-DAY.
                MOVE 1 TO WS-DUE-MONTH
                ADD 1 TO WS-DUE-YEAR
            END-IF.
            PERFORM B-412-FIND-MONTH-END.
            IF WS-DUE-DAY > WS-MONTH-END-DAY
                MOVE WS-MONTH-END-DAY TO WS-DUE-DAY
            END-IF.
            STRING WS-DUE-YEAR WS-DUE-MONTH WS-DUE-DAY
                DELIMITED BY SIZE INTO LM-NEXT-DUE-DATE
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
            COMPUTE WS-DUE-DATE-INTEGER =
                FUNCTION INTEGER-OF-DATE(LM-NEXT-DUE-DATE).
            MOVE LM-NEXT-DUE-DATE TO WS-CAL-DATE.
            PERFORM B-414-ROLL-TO-BUSINESS-DAY.
            IF WS-TODAY-DATE-INTEGER > WS-CAL-DATE-INTEGER
                COMPUTE LM-DELINQUENCY-DAYS =
                    WS-TODAY-DATE-INTEGER - WS-DUE-DATE-INTEGER
            ELSE
                MOVE ZERO TO LM-DELINQUENCY-DAYS
            END-IF.
        B-412-FIND-MONTH-END.
            MOVE WS-DUE-YEAR TO WS-MONTH-START-YEAR.
            COMPUTE WS-MONTH-START-MONTH = WS-DUE-MONTH + 1.
            IF WS-MONTH-START-MONTH > 12
                MOVE 1 TO WS-MONTH-START-MONTH
                ADD 1 TO WS-MONTH-START-YEAR
            END-IF.
            MOVE 01 TO WS-MONTH-START-DAY.
            COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(WS-MONTH-START-DATE) - 1).
        B-413-CHECK-BUSINESS-DAY.
      *    A DATE ON THE CALENDAR IS WHATEVER THE CALENDAR SAYS; ANY
      *    OTHER DATE IS A BUSINESS DAY MONDAY THROUGH FRIDAY.  DAY
      *    ONE OF THE INTEGER DATE SCALE WAS A MONDAY, SO THE
      *    REMAINDER BY 7 IS 6 ON A SATURDAY AND 0 ON A SUNDAY.
            COMPUTE WS-CAL-DATE-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-CAL-DATE).
            DIVIDE WS-CAL-DATE-INTEGER BY 7 GIVING WS-CAL-WEEKS
                REMAINDER WS-CAL-WEEKDAY.
            IF WS-CAL-WEEKEND-DAY
                SET WS-CAL-NON-BUSINESS-DAY TO TRUE
            ELSE
                SET WS-CAL-BUSINESS-DAY TO TRUE
            END-IF.
            IF WS-CALENDAR-OPEN
                MOVE WS-CAL-DATE TO BC-CALENDAR-DATE
                READ BUSINESS-CALENDAR-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF BC-BUSINESS-DAY
                            SET WS-CAL-BUSINESS-DAY TO TRUE
                        ELSE
                            SET WS-CAL-NON-BUSINESS-DAY TO TRUE
                        END-IF
                END-READ
            END-IF.
        B-414-ROLL-TO-BUSINESS-DAY.
      *    MOVE WS-CAL-DATE FORWARD A DAY AT A TIME UNTIL IT LANDS
      *    ON A BUSINESS DAY.
            PERFORM B-413-CHECK-BUSINESS-DAY.
            PERFORM B-411-NEXT-CALENDAR-DAY
                UNTIL WS-CAL-BUSINESS-DAY.
        B-411-NEXT-CALENDAR-DAY.
            COMPUTE WS-CAL-DATE =
                FUNCTION DATE-OF-INTEGER(WS-CAL-DATE-INTEGER + 1).
            PERFORM B-413-CHECK-BUSINESS-DAY.
        B-500.
      *    THE TRANSACTION COULD NOT BE POSTED - WRITE IT TO THE
      *    REJECT FILE FOR RESEARCH.
                PAYMENT-AUDIT-FILE PAYMENT-REJECT-FILE
                LOAN-HISTORY-FILE SUSPENSE-FILE
                FEE-ACTIVITY-FILE RECEIPT-AUDIT-FILE.
            IF WS-CALENDAR-OPEN
                CLOSE BUSINESS-CALENDAR-FILE
            END-IF.
            MOVE WS-TRANS-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'PMTPOST - TRANSACTIONS READ:   ' WS-DISPLAY-COUNT.
            MOVE WS-POSTED-COUNT TO WS-DISPLAY-COUNT.
            MOVE WS-FEES-COLLECTED TO WS-DISPLAY-AMOUNT.
            DISPLAY 'PMTPOST - LATE CHARGES COLLECTED:  '
                WS-DISPLAY-AMOUNT.
            MOVE WS-RECOVERY-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'PMTPOST - RECOVERIES POSTED:   ' WS-DISPLAY-COUNT.
            MOVE WS-RECOVERY-AMOUNT TO WS-DISPLAY-AMOUNT.
            DISPLAY 'PMTPOST - RECOVERY AMOUNT:         '
                WS-DISPLAY-AMOUNT.
