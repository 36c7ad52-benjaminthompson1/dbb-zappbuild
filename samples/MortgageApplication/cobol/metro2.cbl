      *    NOT FROM THE STALE LM-DELINQUENCY-DAYS FIELD, SO A
      *    BORROWER WHO SIMPLY STOPPED PAYING REPORTS IN THE RIGHT
      *    BUCKET.  PAID-IN-FULL, CLOSED AND TRANSFERRED LOANS REPORT
      *    THEIR TERMINAL STATUS CODES.  A CHARGED-OFF LOAN REPORTS
      *    STATUS 97 WITH THE UNRECOVERED PART OF ITS CHARGE-OFF AS
      *    THE BALANCE, ALL OF IT PAST DUE.  A BALANCING TOTAL PAGE TIES
      *    THE FILE OUT, AND THE CHECKPOINT RECORD IS STAMPED SO THE
      *    END-OF-CYCLE AUDIT CAN PROVE THE BUREAU FILE WENT OUT FOR
      *    THE MONTH.  RUNS AS PART OF THE LAST CYCLE OF EACH MONTH.
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-09-02  DLB  ORIGINAL PROGRAM.
      *    2026-10-15  DLB  THE BUREAU RECORD NOW CARRIES THE
      *                     CONSUMER'S TAXPAYER ID, MAILING ADDRESS
      *                     AND PHONE AND THE CO-BORROWER'S NAME AND
      *                     TAXPAYER ID FROM THE BORROWER/PROPERTY
      *                     MASTER.
      *    2026-10-15  DLB  A CHARGED-OFF LOAN NOW REPORTS STATUS 97
      *                     WITH THE AMOUNT CHARGED OFF, AND THE
      *                     UNRECOVERED BALANCE AS BOTH ITS BALANCE AND
      *                     ITS AMOUNT PAST DUE.  THE BALANCING TOTAL
      *                     NOW ADDS THE BALANCE REPORTED.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Z25A.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CK-PROGRAM-ID
                FILE STATUS IS WS-CKPT-STATUS.
            SELECT BORROWER-MASTER-FILE ASSIGN TO BORRMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BM-LOAN-NUMBER
                FILE STATUS IS WS-BORRMSTR-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  RUN-CONTROL-FILE
        FD  CHECKPOINT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CKPTREC.
        FD  BORROWER-MASTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY BORRMST.
        WORKING-STORAGE SECTION.
        01  WS-CURRENT-DATE-DATA.
            05  WS-CURRENT-DATE.
                88  WS-LOANMSTR-OK               VALUE '00'.
            05  WS-MET2EXTR-STATUS           PIC X(02).
            05  WS-MET2PRT-STATUS            PIC X(02).
            05  WS-BORRMSTR-STATUS           PIC X(02).
                88  WS-BORRMSTR-OK               VALUE '00'.
            05  WS-CKPT-STATUS               PIC X(02).
                88  WS-CKPT-OK                   VALUE '00'.
                88  WS-CKPT-FILE-MISSING         VALUE '35'.
        01  WS-SWITCHES.
            05  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
                88  WS-END-OF-LOAN-MASTER        VALUE 'Y'.
            05  WS-BORRMSTR-OPEN-SWITCH      PIC X(01) VALUE 'N'.
                88  WS-BORROWER-FILE-OPEN        VALUE 'Y'.
        01  WS-DATE-WORK-FIELDS.
            05  WS-TODAY-DATE-INTEGER        PIC S9(09) COMP.
            05  WS-DUE-DATE-INTEGER          PIC S9(09) COMP.
            05  WS-DAYS-PAST-DUE              PIC S9(05) COMP.
            05  WS-MONTHS-PAST-DUE            PIC 9(03) COMP.
            05  WS-MONTHS-REMAINDER           PIC 9(02) COMP.
            05  WS-UNRECOVERED-BALANCE        PIC S9(09)V99 COMP-3.
        01  WS-RUN-TOTALS.
            05  WS-LOAN-COUNT                 PIC 9(07) COMP
                                                          VALUE ZERO.
                                                          VALUE ZERO.
            05  WS-DELINQUENT-COUNT           PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-NO-ADDRESS-COUNT           PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-CHARGED-OFF-COUNT          PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-TOTAL-BALANCE    PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-TOTAL-PAST-DUE   PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-DISPLAY-COUNT                 PIC ZZZ,ZZ9.
            PERFORM V-105-GET-BUSINESS-DATE.
            COMPUTE WS-TODAY-DATE-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
            PERFORM V-107-OPEN-BORROWER-MASTER.
            PERFORM V-110-STAMP-CHECKPOINT.
            GO TO V-200.
        V-105-GET-BUSINESS-DATE.
                    DELIMITED BY SIZE INTO WS-TODAY-DATE
                END-STRING
            END-IF.
        V-107-OPEN-BORROWER-MASTER.
      *    THE BORROWER/PROPERTY MASTER SUPPLIES THE ADDRESSES.
      *    WITHOUT IT THE BUREAU RECORDS GO OUT WITH THE NAME ONLY.
            OPEN INPUT BORROWER-MASTER-FILE.
            IF WS-BORRMSTR-OK
                SET WS-BORROWER-FILE-OPEN TO TRUE
            ELSE
                DISPLAY 'METRO2 - BORROWER MASTER OPEN FAILED, '
                    'STATUS ' WS-BORRMSTR-STATUS ' - NO ADDRESSES'
            END-IF.
        V-110-STAMP-CHECKPOINT.
      *    MARK THIS STEP IN-PROGRESS ON THE CHECKPOINT FILE SO THE
      *    END-OF-CYCLE AUDIT CAN PROVE THE BUREAU FILE WENT OUT FOR
      *    RECOMPUTED WHEN A POSTING, REVERSAL OR MAINTENANCE
      *    TOUCHES THE LOAN AND CANNOT BE TRUSTED FOR BUREAU
      *    REPORTING.  THE AMOUNT PAST DUE IS ONE SCHEDULED PAYMENT
      *    PER MISSED MONTH, COUNTING THE MONTH JUST MISSED.  A
      *    CHARGED-OFF LOAN KEEPS AGING FROM THE DUE DATE IT WAS
      *    WRITTEN OFF AT.
            MOVE ZERO TO WS-DAYS-PAST-DUE.
            MOVE ZERO TO WS-MONTHS-PAST-DUE.
            IF (LM-LOAN-ACTIVE OR LM-LOAN-CHARGED-OFF)
                AND LM-NEXT-DUE-DATE > ZERO
                COMPUTE WS-DUE-DATE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(LM-NEXT-DUE-DATE)
                IF WS-TODAY-DATE-INTEGER > WS-DUE-DATE-INTEGER
            MOVE WS-TODAY-DATE(1:6) TO M2-REPORT-PERIOD.
            MOVE LM-LOAN-NUMBER TO M2-LOAN-NUMBER.
            MOVE LM-BORROWER-NAME TO M2-BORROWER-NAME.
            PERFORM V-305-GET-BORROWER.
            MOVE BM-PRIMARY-TAX-ID TO M2-BORROWER-TAX-ID.
            MOVE BM-MAILING-ADDRESS TO M2-MAILING-ADDRESS.
            MOVE BM-PHONE-NUMBER TO M2-PHONE-NUMBER.
            MOVE BM-CO-BORROWER-NAME TO M2-CO-BORROWER-NAME.
            MOVE BM-CO-BORROWER-TAX-ID TO M2-CO-BORROWER-TAX-ID.
            PERFORM V-310-SET-ACCOUNT-STATUS.
            IF LM-LOAN-CHARGED-OFF
                PERFORM V-330-SET-CHARGE-OFF-AMOUNTS
            ELSE
                MOVE LM-CURRENT-BALANCE TO M2-CURRENT-BALANCE
                MOVE LM-SCHEDULED-PMT-AMOUNT TO M2-SCHEDULED-PAYMENT
                COMPUTE M2-AMOUNT-PAST-DUE =
                    WS-MONTHS-PAST-DUE * LM-SCHEDULED-PMT-AMOUNT
                MOVE ZERO TO M2-CHARGE-OFF-AMOUNT
            END-IF.
            MOVE WS-DAYS-PAST-DUE TO M2-DAYS-PAST-DUE.
            MOVE WS-TODAY-DATE TO M2-DATE-OF-INFO.
            WRITE M2-METRO2-RECORD.
            ADD 1 TO WS-EXTRACT-COUNT.
            ADD M2-CURRENT-BALANCE TO WS-TOTAL-BALANCE.
            ADD M2-AMOUNT-PAST-DUE TO WS-TOTAL-PAST-DUE.
        V-305-GET-BORROWER.
      *    A LOAN WITH NO BORROWER/PROPERTY RECORD - BOARDED BEFORE
      *    THE FILE EXISTED AND NOT YET MAINTAINED - GOES OUT WITH
      *    BLANK ADDRESS FIELDS AND IS COUNTED FOR FOLLOW-UP.
            MOVE SPACES TO BM-BORROWER-RECORD.
            IF WS-BORROWER-FILE-OPEN
                MOVE LM-LOAN-NUMBER TO BM-LOAN-NUMBER
                READ BORROWER-MASTER-FILE
                    INVALID KEY
                        MOVE SPACES TO BM-BORROWER-RECORD
                        ADD 1 TO WS-NO-ADDRESS-COUNT
                END-READ
            ELSE
                ADD 1 TO WS-NO-ADDRESS-COUNT
            END-IF.
        V-310-SET-ACCOUNT-STATUS.
      *    TERMINAL STATUSES REPORT THEIR OWN CODES; AN ACTIVE LOAN
      *    REPORTS THE DEEPEST BUCKET ITS AGING REACHES.
            ELSE
                IF LM-LOAN-TRANSFERRED
                    SET M2-STATUS-TRANSFERRED TO TRUE
                ELSE
                IF LM-LOAN-CHARGED-OFF
                    SET M2-STATUS-CHARGED-OFF TO TRUE
                    ADD 1 TO WS-CHARGED-OFF-COUNT
                ELSE
                    PERFORM V-320-SET-AGING-STATUS
                END-IF
                END-IF
            END-IF.
        V-320-SET-AGING-STATUS.
            IF WS-DAYS-PAST-DUE >= 120
            IF NOT M2-STATUS-CURRENT
                ADD 1 TO WS-DELINQUENT-COUNT
            END-IF.
        V-330-SET-CHARGE-OFF-AMOUNTS.
      *    THE BUREAUS EXPECT A CHARGED-OFF ACCOUNT TO SHOW WHAT IS
      *    STILL OWED ON THE LOSS - THE AMOUNT CHARGED OFF LESS ANY
      *    RECOVERIES - AS BOTH THE BALANCE AND THE AMOUNT PAST DUE,
      *    WITH NO SCHEDULED PAYMENT.
            COMPUTE WS-UNRECOVERED-BALANCE =
                LM-CHARGE-OFF-AMOUNT - LM-RECOVERED-AMOUNT.
            IF WS-UNRECOVERED-BALANCE < ZERO
                MOVE ZERO TO WS-UNRECOVERED-BALANCE
            END-IF.
            MOVE WS-UNRECOVERED-BALANCE TO M2-CURRENT-BALANCE.
            MOVE WS-UNRECOVERED-BALANCE TO M2-AMOUNT-PAST-DUE.
            MOVE ZERO TO M2-SCHEDULED-PAYMENT.
            MOVE LM-CHARGE-OFF-AMOUNT TO M2-CHARGE-OFF-AMOUNT.
        V-600-WRITE-BALANCE-PAGE.
            MOVE WS-HEADING-LINE-1 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
      *    CLOSE UP AND REPORT WHAT HAPPENED.
            CLOSE LOAN-MASTER-FILE METRO2-EXTRACT-FILE
                BALANCE-REPORT-FILE.
            IF WS-BORROWER-FILE-OPEN
                CLOSE BORROWER-MASTER-FILE
            END-IF.
            MOVE WS-LOAN-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'METRO2 - LOANS READ:           ' WS-DISPLAY-COUNT.
            MOVE WS-EXTRACT-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'METRO2 - BUREAU RECORDS:       ' WS-DISPLAY-COUNT.
            MOVE WS-DELINQUENT-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'METRO2 - REPORTED DELINQUENT:  ' WS-DISPLAY-COUNT.
            MOVE WS-CHARGED-OFF-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'METRO2 - REPORTED CHARGED OFF: ' WS-DISPLAY-COUNT.
            MOVE WS-NO-ADDRESS-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'METRO2 - NO BORROWER ADDRESS: ' WS-DISPLAY-COUNT.
