        PROGRAM-ID. LATEFEE.
        DATE-COMPILED.
      *REMARKS.
      *    LATEFEE IS THE NIGHTLY LATE-CHARGE ASSESSMENT STEP.  IT READS
      *    THE GRACE-DAYS AND FEE-PERCENTAGE CONTROL VERSION IN EFFECT
      *    ON THE BUSINESS DATE, THEN SCANS LOAN-MASTER FOR ACTIVE LOANS
      *    PAST DUE BEYOND THE GRACE PERIOD WHOSE CURRENT DUE DATE HAS
      *    NOT ALREADY BEEN CHARGED.  EACH SUCH LOAN IS ASSESSED ONE
      *    LATE CHARGE - THE FEE PERCENTAGE OF THE SCHEDULED PAYMENT, OR
      *    OF ONE MONTH'S ACCRUAL ON LOANS BOARDED BEFORE THE SCHEDULED
      *    PAYMENT EXISTED - ADDED TO LM-OUTSTANDING-FEES, RECORDED ON
      *    THE FEE ACTIVITY FILE FOR THE MONTHLY FEERPT, AND WRITTEN TO
      *    THE PERMANENT LOAN HISTORY.  PMTPOST COLLECTS THE FEES FROM
      *    MONEY LEFT AFTER THE REGULAR PAYMENT, AND PAYOFFQ CARRIES
      *    THEM INTO THE PAYOFF QUOTE.  RUNS RIGHT BEHIND PMTPOST SO
      *    TONIGHT'S POSTINGS CURE BEFORE ANYTHING IS CHARGED.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *                     STOP CODE IS NO LONGER ASSESSED -
      *                     CHARGING A PROTECTED BORROWER IS A LEGAL
      *                     VIOLATION, NOT A COLLECTIONS TACTIC.
      *    2026-10-15  DLB  A GRACE PERIOD WHOSE LAST DAY IS A WEEKEND
      *                     OR BANK HOLIDAY NOW RUNS TO THE NEXT
      *                     BUSINESS DAY ON THE BANK CALENDAR BEFORE
      *                     THE LATE CHARGE IS ASSESSED.
      *    2026-10-15  DLB  A LOAN ON A LOSS-MITIGATION PLAN IS NO
      *                     LONGER ASSESSED - THE PLAN, NOT THE NOTE,
      *                     SETS WHAT THE BORROWER OWES EACH MONTH.
      *    2026-10-15  DLB  LOAN HISTORY EVENTS NOW CARRY ZERO FEE AND
      *                     ADVANCE PORTIONS.
      *    2026-10-15  DLB  THE GRACE DAYS AND FEE PERCENTAGE NOW COME
      *                     FROM THE FEE CONTROL VERSION IN EFFECT ON
      *                     THE BUSINESS DATE - CONTROL CHANGES ARE
      *                     EFFECTIVE-DATED AND MAINTAINED BY CTLMAINT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Z25A.
            SELECT FEE-CONTROL-FILE ASSIGN TO FEECTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FC-CONTROL-KEY
                FILE STATUS IS WS-FEECTL-STATUS.
            SELECT BUSINESS-CALENDAR-FILE ASSIGN TO BUSCAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BC-CALENDAR-DATE
                FILE STATUS IS WS-BUSCAL-STATUS.
            SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
        FD  FEE-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY FEECTL.
        FD  BUSINESS-CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.
            COPY BUSCAL.
        FD  LOAN-MASTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LOANMST.
                88  WS-RUNCTL-OK                 VALUE '00'.
            05  WS-FEECTL-STATUS             PIC X(02).
                88  WS-FEECTL-OK                 VALUE '00'.
            05  WS-BUSCAL-STATUS             PIC X(02).
                88  WS-BUSCAL-OK                 VALUE '00'.
            05  WS-LOANMSTR-STATUS           PIC X(02).
                88  WS-LOANMSTR-OK               VALUE '00'.
            05  WS-FEEACTV-STATUS            PIC X(02).
            05  WS-HISTORY-WRITTEN-SWITCH    PIC X(01) VALUE 'N'.
                88  WS-HISTORY-WRITTEN           VALUE 'Y'.
                88  WS-HISTORY-NOT-WRITTEN       VALUE 'N'.
            05  WS-CALENDAR-OPEN-SWITCH      PIC X(01) VALUE 'N'.
                88  WS-CALENDAR-OPEN             VALUE 'Y'.
            05  WS-CONTROL-EOF-SWITCH        PIC X(01) VALUE 'N'.
                88  WS-END-OF-CONTROL-VERSIONS   VALUE 'Y'.
            05  WS-CONTROL-VERSION-SWITCH    PIC X(01) VALUE 'N'.
                88  WS-CONTROL-VERSION-FOUND     VALUE 'Y'.
        01  WS-FEE-CONTROLS.
            05  WS-GRACE-DAYS                 PIC 9(03) VALUE 015.
            05  WS-FEE-PERCENT                PIC 9(02)V99
                                                          VALUE 05.00.
            05  WS-CONTROL-EFFECTIVE-DATE     PIC 9(08) VALUE ZERO.
        01  WS-WORK-FIELDS.
            05  WS-FEE-BASIS                  PIC S9(07)V99 COMP-3.
            05  WS-FEE-AMOUNT                 PIC S9(07)V99 COMP-3.
            05  WS-TODAY-DATE-INTEGER        PIC S9(09) COMP.
            05  WS-DUE-DATE-INTEGER          PIC S9(09) COMP.
            05  WS-DAYS-PAST-DUE              PIC S9(05) COMP.
        01  WS-CALENDAR-FIELDS.
            05  WS-CAL-DATE                   PIC 9(08).
            05  WS-CAL-DATE-INTEGER           PIC S9(09) COMP.
            05  WS-CAL-WEEKS                  PIC S9(09) COMP.
            05  WS-CAL-WEEKDAY                PIC S9(01) COMP.
                88  WS-CAL-WEEKEND-DAY            VALUES 0 6.
            05  WS-CAL-DAY-SWITCH             PIC X(01) VALUE 'Y'.
                88  WS-CAL-BUSINESS-DAY           VALUE 'Y'.
                88  WS-CAL-NON-BUSINESS-DAY       VALUE 'N'.
        01  WS-RUN-TOTALS.
            05  WS-LOAN-COUNT                 PIC 9(07) COMP
                                                          VALUE ZERO.
            COMPUTE WS-TODAY-DATE-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
            PERFORM Q-106-GET-FEE-CONTROLS.
            PERFORM Q-107-OPEN-CALENDAR.
            PERFORM Q-110-STAMP-CHECKPOINT.
            GO TO Q-200.
        Q-103-GET-BUSINESS-DATE.
        Q-106-GET-FEE-CONTROLS.
      *    PICK UP THE GRACE DAYS AND FEE PERCENTAGE FROM THE FEE
      *    CONTROL FILE SO COLLECTIONS CAN CHANGE THEM WITHOUT A
      *    RECOMPILE.  THE FILE HOLDS EVERY VERSION CTLMAINT HAS
      *    LOADED, OLDEST FIRST; THE ONE USED IS THE LATEST VERSION
      *    EFFECTIVE ON OR BEFORE THE BUSINESS DATE.  IF THE CONTROL
      *    FILE IS NOT AVAILABLE OR NO VERSION IS IN EFFECT YET,
      *    FALL BACK TO THE STANDARD 15-DAY/5-PERCENT TERMS ALREADY
      *    SET UP IN WORKING-STORAGE.
            OPEN INPUT FEE-CONTROL-FILE.
            IF WS-FEECTL-OK
                MOVE 'FEECTL01' TO FC-CONTROL-ID
                MOVE ZERO TO FC-EFFECTIVE-DATE
                START FEE-CONTROL-FILE
                    KEY IS NOT LESS THAN FC-CONTROL-KEY
                    INVALID KEY
                        SET WS-END-OF-CONTROL-VERSIONS TO TRUE
                END-START
                PERFORM Q-108-READ-FEE-VERSION
                    UNTIL WS-END-OF-CONTROL-VERSIONS
                IF WS-CONTROL-VERSION-FOUND
                    DISPLAY 'LATEFEE - FEE CONTROLS EFFECTIVE '
                        WS-CONTROL-EFFECTIVE-DATE
                ELSE
                    DISPLAY 'LATEFEE - NO CONTROL VERSION IN '
                        'EFFECT, USING STANDARD TERMS'
                END-IF
                CLOSE FEE-CONTROL-FILE
            ELSE
                DISPLAY 'LATEFEE - CONTROL FILE OPEN FAILED, STATUS '
                    WS-FEECTL-STATUS ' - USING STANDARD TERMS'
            END-IF.
        Q-107-OPEN-CALENDAR.
      *    OPEN THE BANK BUSINESS-DAY CALENDAR.  WITHOUT IT ONLY
      *    SATURDAYS AND SUNDAYS ARE TREATED AS NON-BUSINESS DAYS.
            OPEN INPUT BUSINESS-CALENDAR-FILE.
            IF WS-BUSCAL-OK
                SET WS-CALENDAR-OPEN TO TRUE
            ELSE
                DISPLAY 'LATEFEE - BUSINESS CALENDAR OPEN FAILED, '
                    'STATUS ' WS-BUSCAL-STATUS ' - WEEKENDS ONLY'
            END-IF.
        Q-108-READ-FEE-VERSION.
      *    VERSIONS COME BACK OLDEST FIRST; STOP AT THE FIRST ONE
      *    DATED AFTER THE BUSINESS DATE.
            READ FEE-CONTROL-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-CONTROL-VERSIONS TO TRUE
                NOT AT END
                    IF FC-CONTROL-ID NOT = 'FEECTL01'
                        OR FC-EFFECTIVE-DATE > WS-TODAY-DATE
                        SET WS-END-OF-CONTROL-VERSIONS TO TRUE
                    ELSE
                        MOVE FC-GRACE-DAYS TO WS-GRACE-DAYS
                        MOVE FC-FEE-PERCENT TO WS-FEE-PERCENT
                        MOVE FC-EFFECTIVE-DATE
                            TO WS-CONTROL-EFFECTIVE-DATE
                        SET WS-CONTROL-VERSION-FOUND TO TRUE
                    END-IF
            END-READ.
        Q-110-STAMP-CHECKPOINT.
      *    MARK THIS STEP IN-PROGRESS ON THE CHECKPOINT FILE SO THE
      *    END-OF-CYCLE AUDIT CAN PROVE IT RAN TO COMPLETION.
                    ADD 1 TO WS-LOAN-COUNT
                    IF LM-LOAN-ACTIVE
                        AND NOT LM-LOAN-PROTECTED
                        AND NOT LM-ON-LOSS-MIT-PLAN
                        AND LM-NEXT-DUE-DATE > ZERO
                        PERFORM Q-250-CHECK-LOAN
                    END-IF
      *    TONIGHT HAS ALREADY ROLLED THE DUE DATE FORWARD AND
      *    CURES BEFORE ANYTHING IS CHARGED, AND THE LAST-FEE DUE
      *    DATE KEEPS A MISSED DUE DATE FROM BEING CHARGED TWICE.
      *    WHEN THE LAST DAY OF GRACE IS A WEEKEND OR BANK HOLIDAY
      *    THE BORROWER HAS UNTIL THE NEXT BUSINESS DAY, SO THE
      *    CHARGE WAITS UNTIL THE BUSINESS DATE IS PAST THAT DAY.
            COMPUTE WS-DUE-DATE-INTEGER =
                FUNCTION INTEGER-OF-DATE(LM-NEXT-DUE-DATE).
            COMPUTE WS-DAYS-PAST-DUE =
                WS-TODAY-DATE-INTEGER - WS-DUE-DATE-INTEGER.
            IF WS-DAYS-PAST-DUE > WS-GRACE-DAYS
                AND LM-NEXT-DUE-DATE NOT = LM-LAST-FEE-DUE-DATE
                COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER
                    (WS-DUE-DATE-INTEGER + WS-GRACE-DAYS)
                PERFORM Q-265-ROLL-TO-BUSINESS-DAY
                IF WS-TODAY-DATE-INTEGER > WS-CAL-DATE-INTEGER
                    PERFORM Q-300-ASSESS-FEE
                END-IF
            END-IF.
        Q-260-CHECK-BUSINESS-DAY.
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
        Q-265-ROLL-TO-BUSINESS-DAY.
      *    MOVE WS-CAL-DATE FORWARD A DAY AT A TIME UNTIL IT LANDS
      *    ON A BUSINESS DAY.
            PERFORM Q-260-CHECK-BUSINESS-DAY.
            PERFORM Q-266-NEXT-CALENDAR-DAY
                UNTIL WS-CAL-BUSINESS-DAY.
        Q-266-NEXT-CALENDAR-DAY.
            COMPUTE WS-CAL-DATE =
                FUNCTION DATE-OF-INTEGER(WS-CAL-DATE-INTEGER + 1).
            PERFORM Q-260-CHECK-BUSINESS-DAY.
        Q-300-ASSESS-FEE.
      *    ONE CHARGE PER MISSED DUE DATE - THE DUE DATE BEING
      *    CHARGED IS REMEMBERED ON THE LOAN SO TOMORROW'S SCAN
            MOVE LM-CURRENT-BALANCE TO LH-NEW-BALANCE.
            MOVE ZERO TO LH-INTEREST-PORTION.
            MOVE ZERO TO LH-PRINCIPAL-PORTION.
            MOVE ZERO TO LH-FEE-PORTION.
            MOVE ZERO TO LH-ADVANCE-PORTION.
            MOVE ZERO TO LH-RECEIPT-AMOUNT.
            MOVE SPACE TO LH-SOURCE-CODE.
            STRING 'LATE CHARGE FOR DUE '
      *    CLOSE UP AND REPORT WHAT HAPPENED.
            CLOSE LOAN-MASTER-FILE FEE-ACTIVITY-FILE
                LOAN-HISTORY-FILE.
            IF WS-CALENDAR-OPEN
                CLOSE BUSINESS-CALENDAR-FILE
            END-IF.
            MOVE WS-LOAN-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'LATEFEE - LOANS EXAMINED:      ' WS-DISPLAY-COUNT.
            MOVE WS-ASSESSED-COUNT TO WS-DISPLAY-COUNT.
