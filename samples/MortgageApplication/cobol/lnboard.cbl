      *                     SO PMTRECST CAN MEASURE THE REMAINING
      *                     TERM WHEN AN ARM RESET RECASTS THE
      *                     SCHEDULED PAYMENT.
      *    2026-10-15  DLB  BOARDING NOW WRITES THE BORROWER/PROPERTY
      *                     MASTER RECORD - PRIMARY AND CO-BORROWER
      *                     NAMES AND TAXPAYER IDS, MAILING AND
      *                     PROPERTY ADDRESSES AND PHONE - AFTER
      *                     EDITING THE TAXPAYER IDS AND ADDRESSES.
      *    2026-10-15  DLB  THE ORIGINAL PROPERTY VALUE AND THE
      *                     MORTGAGE INSURANCE PREMIUM, CERTIFICATE
      *                     AND INSURER ARE NOW EDITED AND BOARDED.
      *                     THE MONTHLY PREMIUM IS COLLECTED WITH THE
      *                     ESCROW PORTION OF THE PAYMENT.
      *    2026-10-15  DLB  LOAN HISTORY EVENTS NOW CARRY ZERO FEE AND
      *                     ADVANCE PORTIONS.
      *    2026-10-15  DLB  THE NEW LOAN'S CHARGE-OFF DATE, AMOUNT AND
      *                     RECOVERIES BOARD AT ZERO.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Z25A.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LH-HISTORY-KEY
                FILE STATUS IS WS-LNHIST-STATUS.
            SELECT BORROWER-MASTER-FILE ASSIGN TO BORRMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BM-LOAN-NUMBER
                FILE STATUS IS WS-BORRMSTR-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  RUN-CONTROL-FILE
        FD  LOAN-HISTORY-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LNHIST.
        FD  BORROWER-MASTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY BORRMST.
        WORKING-STORAGE SECTION.
        01  WS-CURRENT-DATE-DATA.
            05  WS-CURRENT-DATE.
            05  WS-LNHIST-STATUS             PIC X(02).
                88  WS-LNHIST-OK                 VALUE '00'.
                88  WS-LNHIST-FILE-MISSING       VALUE '35'.
            05  WS-BORRMSTR-STATUS           PIC X(02).
                88  WS-BORRMSTR-OK               VALUE '00'.
                88  WS-BORRMSTR-FILE-MISSING     VALUE '35'.
        01  WS-SWITCHES.
            05  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
                88  WS-END-OF-INTAKE             VALUE 'Y'.
            STOP RUN.
        H-MAIN SECTION.
        H-100.
      *    OPEN THE INTAKE, MASTER, EXCEPTION, HISTORY AND
      *    BORROWER/PROPERTY FILES.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            OPEN INPUT LOAN-INTAKE-FILE.
            OPEN I-O LOAN-MASTER-FILE.
                CLOSE LOAN-HISTORY-FILE
                OPEN I-O LOAN-HISTORY-FILE
            END-IF.
            OPEN I-O BORROWER-MASTER-FILE.
            IF WS-BORRMSTR-FILE-MISSING
                OPEN OUTPUT BORROWER-MASTER-FILE
                CLOSE BORROWER-MASTER-FILE
                OPEN I-O BORROWER-MASTER-FILE
            END-IF.
            IF NOT WS-LOANMSTR-OK
                DISPLAY 'LNBOARD - LOAN MASTER OPEN FAILED, STATUS '
                    WS-LOANMSTR-STATUS
            IF WS-EDITS-PASSED
                PERFORM H-325-EDIT-ARM-TERMS
            END-IF.
            IF WS-EDITS-PASSED
                PERFORM H-327-EDIT-BORROWER
            END-IF.
            IF WS-EDITS-PASSED
                PERFORM H-328-EDIT-MI-TERMS
            END-IF.
            IF WS-EDITS-PASSED
                PERFORM H-330-EDIT-DUPLICATE
            END-IF.
                    SET WS-EDITS-FAILED TO TRUE
                END-IF
            END-IF.
        H-327-EDIT-BORROWER.
      *    THE 1098 AND THE CREDIT-BUREAU FILE NEED A TAXPAYER ID
      *    FOR EVERY BORROWER ON THE NOTE, AND EVERY STATEMENT NEEDS
      *    A DELIVERABLE MAILING ADDRESS.  THE PROPERTY ADDRESS MAY
      *    BE LEFT BLANK WHEN IT IS THE MAILING ADDRESS, BUT ONE
      *    THAT IS GIVEN MUST BE COMPLETE.
            IF LI-PRIMARY-TAX-ID NOT NUMERIC
                OR (LI-CO-BORROWER-NAME NOT = SPACES
                    AND LI-CO-BORROWER-TAX-ID NOT NUMERIC)
                SET LE-FAIL-TAX-ID TO TRUE
                MOVE 'BORROWER TAXPAYER ID MISSING OR INVALID'
                    TO LE-EDIT-FAILURE-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                AND (LI-MAIL-LINE-1 = SPACES
                    OR LI-MAIL-CITY = SPACES
                    OR LI-MAIL-STATE = SPACES
                    OR LI-MAIL-STATE NOT ALPHABETIC
                    OR LI-MAIL-ZIP(1:5) NOT NUMERIC)
                SET LE-FAIL-ADDRESS TO TRUE
                MOVE 'MAILING ADDRESS IS INCOMPLETE'
                    TO LE-EDIT-FAILURE-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                AND LI-PROPERTY-ADDRESS NOT = SPACES
                AND (LI-PROP-LINE-1 = SPACES
                    OR LI-PROP-CITY = SPACES
                    OR LI-PROP-STATE = SPACES
                    OR LI-PROP-STATE NOT ALPHABETIC
                    OR LI-PROP-ZIP(1:5) NOT NUMERIC)
                SET LE-FAIL-ADDRESS TO TRUE
                MOVE 'PROPERTY ADDRESS IS INCOMPLETE'
                    TO LE-EDIT-FAILURE-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
        H-328-EDIT-MI-TERMS.
      *    A LOAN CARRYING MORTGAGE INSURANCE MUST ARRIVE WITH THE
      *    ORIGINAL PROPERTY VALUE THE LTV TESTS ARE MEASURED
      *    AGAINST AND THE CERTIFICATE THE INSURER KNOWS IT BY, OR
      *    PMIMNT CAN NEVER TERMINATE THE COVERAGE.  A ZERO PREMIUM
      *    MEANS NO MORTGAGE INSURANCE.
            IF LI-ORIGINAL-PROP-VALUE < ZERO
                OR LI-MI-MONTHLY-PREMIUM < ZERO
                SET LE-FAIL-MI-TERMS TO TRUE
                MOVE 'PROPERTY VALUE OR MI PREMIUM IS NEGATIVE'
                    TO LE-EDIT-FAILURE-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                AND LI-MI-MONTHLY-PREMIUM > ZERO
                AND (LI-ORIGINAL-PROP-VALUE NOT > ZERO
                    OR LI-MI-CERTIFICATE-NO = SPACES)
                SET LE-FAIL-MI-TERMS TO TRUE
                MOVE 'MI LOAN MISSING PROPERTY VALUE OR CERT'
                    TO LE-EDIT-FAILURE-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
        H-330-EDIT-DUPLICATE.
            MOVE LI-LOAN-NUMBER TO LM-LOAN-NUMBER.
            READ LOAN-MASTER-FILE
            MOVE 'N' TO LM-PROTECTED-FLAG.
            MOVE ZERO TO LM-PROTECTED-DATE.
            MOVE LI-INVESTOR-CODE TO LM-INVESTOR-CODE.
            MOVE 'N' TO LM-LOSS-MIT-FLAG.
            PERFORM H-406-BOARD-MI-TERMS.
            MOVE ZERO TO LM-CHARGE-OFF-DATE.
            MOVE ZERO TO LM-CHARGE-OFF-AMOUNT.
            MOVE ZERO TO LM-RECOVERED-AMOUNT.
            SET LM-LOAN-ACTIVE TO TRUE.
            WRITE LM-LOAN-RECORD.
            PERFORM H-408-BOARD-BORROWER.
            PERFORM H-410-WRITE-HISTORY.
            ADD 1 TO WS-BOARDED-COUNT.
        H-405-COMPUTE-SCHEDULED-PMT.
                        * WS-COMPOUND-FACTOR
                        / (WS-COMPOUND-FACTOR - 1)
            END-IF.
        H-406-BOARD-MI-TERMS.
      *    THE MONTHLY MORTGAGE INSURANCE PREMIUM IS COLLECTED WITH
      *    THE ESCROW PORTION OF THE PAYMENT AND PAID TO THE INSURER
      *    THROUGH ESCRWDSB, SO IT BOARDS AS THE OPENING MONTHLY
      *    ESCROW AMOUNT.  NO PREMIUM HAS BEEN PAID YET.
            MOVE LI-ORIGINAL-PROP-VALUE TO LM-ORIGINAL-PROP-VALUE.
            MOVE ZERO TO LM-MI-PAID-THRU-DATE.
            IF LI-MI-MONTHLY-PREMIUM > ZERO
                SET LM-MI-ACTIVE TO TRUE
                MOVE LI-MI-MONTHLY-PREMIUM TO LM-MI-MONTHLY-PREMIUM
                MOVE LI-MI-CERTIFICATE-NO TO LM-MI-CERTIFICATE-NO
                MOVE LI-MI-COMPANY-CODE TO LM-MI-COMPANY-CODE
                MOVE WS-TODAY-DATE TO LM-MI-STATUS-DATE
                ADD LI-MI-MONTHLY-PREMIUM TO LM-ESCROW-MONTHLY-PMT
            ELSE
                MOVE 'N' TO LM-MI-STATUS-FLAG
                MOVE ZERO TO LM-MI-MONTHLY-PREMIUM
                MOVE SPACES TO LM-MI-CERTIFICATE-NO
                MOVE SPACES TO LM-MI-COMPANY-CODE
                MOVE ZERO TO LM-MI-STATUS-DATE
            END-IF.
        H-407-COMPUTE-MATURITY-DATE.
      *    THE LAST SCHEDULED PAYMENT FALLS ON THE FIRST PAYMENT
      *    DATE PLUS TERM-LESS-ONE MONTHS.  THE DAY OF MONTH IS
            STRING WS-MATURITY-YEAR WS-MATURITY-MONTH WS-MATURITY-DAY
                DELIMITED BY SIZE INTO LM-MATURITY-DATE
            END-STRING.
        H-408-BOARD-BORROWER.
      *    THE BORROWER/PROPERTY RECORD GOES ON FILE WITH THE LOAN.
      *    A BLANK PROPERTY ADDRESS ON THE INTAKE MEANS THE BORROWER
      *    LIVES IN THE MORTGAGED PROPERTY.  A RECORD LEFT BEHIND
      *    UNDER THE SAME LOAN NUMBER IS REPLACED.
            MOVE SPACES TO BM-BORROWER-RECORD.
            MOVE LI-LOAN-NUMBER TO BM-LOAN-NUMBER.
            MOVE LI-BORROWER-NAME TO BM-PRIMARY-NAME.
            MOVE LI-PRIMARY-TAX-ID TO BM-PRIMARY-TAX-ID.
            MOVE LI-CO-BORROWER-NAME TO BM-CO-BORROWER-NAME.
            MOVE LI-CO-BORROWER-TAX-ID TO BM-CO-BORROWER-TAX-ID.
            MOVE LI-MAILING-ADDRESS TO BM-MAILING-ADDRESS.
            IF LI-PROPERTY-ADDRESS = SPACES
                MOVE LI-MAIL-LINE-1 TO BM-PROP-LINE-1
                MOVE LI-MAIL-CITY TO BM-PROP-CITY
                MOVE LI-MAIL-STATE TO BM-PROP-STATE
                MOVE LI-MAIL-ZIP TO BM-PROP-ZIP
            ELSE
                MOVE LI-PROPERTY-ADDRESS TO BM-PROPERTY-ADDRESS
            END-IF.
            MOVE LI-PHONE-NUMBER TO BM-PHONE-NUMBER.
            WRITE BM-BORROWER-RECORD
                INVALID KEY
                    REWRITE BM-BORROWER-RECORD
            END-WRITE.
            IF NOT WS-BORRMSTR-OK
                DISPLAY 'LNBOARD - BORROWER MASTER WRITE FAILED FOR '
                    'LOAN ' BM-LOAN-NUMBER ' STATUS '
                    WS-BORRMSTR-STATUS
            END-IF.
        H-410-WRITE-HISTORY.
      *    RECORD THE BOARDING AS THE OPENING EVENT OF THE LOAN'S
      *    PERMANENT HISTORY, SO THE LNLEDGR LEDGER STARTS FROM THE
            MOVE LM-CURRENT-BALANCE TO LH-NEW-BALANCE.
            MOVE ZERO TO LH-INTEREST-PORTION.
            MOVE ZERO TO LH-PRINCIPAL-PORTION.
            MOVE ZERO TO LH-FEE-PORTION.
            MOVE ZERO TO LH-ADVANCE-PORTION.
            MOVE ZERO TO LH-RECEIPT-AMOUNT.
            MOVE SPACE TO LH-SOURCE-CODE.
            MOVE 'LOAN BOARDED FROM ORIGINATION'
        H-900.
      *    CLOSE UP AND REPORT WHAT HAPPENED.
            CLOSE LOAN-INTAKE-FILE LOAN-MASTER-FILE EXCEPTION-FILE
                LOAN-HISTORY-FILE BORROWER-MASTER-FILE.
            MOVE WS-INTAKE-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'LNBOARD - INTAKE RECORDS READ: ' WS-DISPLAY-COUNT.
            MOVE WS-BOARDED-COUNT TO WS-DISPLAY-COUNT.
