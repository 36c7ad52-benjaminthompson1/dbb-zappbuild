      *                     DROPPING ITS SIGN, AND THE SUPPRESSED
      *                     AMOUNT IS SHOWN ON THE BALANCE PAGE SO
      *                     THE GL TIE-OUT STILL WORKS.
      *    2026-10-15  DLB  THE 1098 RECORD NOW CARRIES THE PAYER'S
      *                     TAXPAYER ID, MAILING ADDRESS AND THE
      *                     ADDRESS OF THE MORTGAGED PROPERTY FROM
      *                     THE BORROWER/PROPERTY MASTER.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Z25A.
            SELECT BALANCE-REPORT-FILE ASSIGN TO YE98PRT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-YE98PRT-STATUS.
            SELECT BORROWER-MASTER-FILE ASSIGN TO BORRMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BM-LOAN-NUMBER
                FILE STATUS IS WS-BORRMSTR-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  RUN-CONTROL-FILE
        FD  BALANCE-REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01  PR-PRINT-LINE                    PIC X(132).
        FD  BORROWER-MASTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY BORRMST.
        WORKING-STORAGE SECTION.
        01  WS-CURRENT-DATE-DATA.
            05  WS-CURRENT-DATE.
                88  WS-LOANMSTR-OK               VALUE '00'.
            05  WS-IRS1098-STATUS            PIC X(02).
            05  WS-YE98PRT-STATUS            PIC X(02).
            05  WS-BORRMSTR-STATUS           PIC X(02).
                88  WS-BORRMSTR-OK               VALUE '00'.
        01  WS-SWITCHES.
            05  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
                88  WS-END-OF-LOAN-MASTER        VALUE 'Y'.
            05  WS-BORRMSTR-OPEN-SWITCH      PIC X(01) VALUE 'N'.
                88  WS-BORROWER-FILE-OPEN        VALUE 'Y'.
        01  WS-RUN-TOTALS.
            05  WS-LOAN-COUNT                 PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-EXTRACT-COUNT              PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-NO-ADDRESS-COUNT           PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-TOTAL-INTEREST   PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-TOTAL-TAXES      PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-SUPPRESSED-INT   PIC S9(11)V99 COMP-3 VALUE ZERO.
                GO TO P-900
            END-IF.
            PERFORM P-105-GET-BUSINESS-DATE.
            PERFORM P-107-OPEN-BORROWER-MASTER.
            MOVE WS-TODAY-DATE(1:4) TO WS-TAX-YEAR.
            GO TO P-200.
        P-105-GET-BUSINESS-DATE.
                    DELIMITED BY SIZE INTO WS-TODAY-DATE
                END-STRING
            END-IF.
        P-107-OPEN-BORROWER-MASTER.
      *    THE BORROWER/PROPERTY MASTER SUPPLIES THE ADDRESSES.
      *    WITHOUT IT THE 1098 RECORDS GO OUT WITH THE NAME ONLY.
            OPEN INPUT BORROWER-MASTER-FILE.
            IF WS-BORRMSTR-OK
                SET WS-BORROWER-FILE-OPEN TO TRUE
            ELSE
                DISPLAY 'YE1098 - BORROWER MASTER OPEN FAILED, '
                    'STATUS ' WS-BORRMSTR-STATUS ' - NO ADDRESSES'
            END-IF.
        P-200.
      *    EXTRACT AND CLEAR EVERY LOAN WITH REPORTABLE ACTIVITY.
            PERFORM P-210 UNTIL WS-END-OF-LOAN-MASTER.
            MOVE WS-TAX-YEAR TO IR-TAX-YEAR.
            MOVE LM-LOAN-NUMBER TO IR-LOAN-NUMBER.
            MOVE LM-BORROWER-NAME TO IR-BORROWER-NAME.
            PERFORM P-310-GET-BORROWER.
            MOVE BM-PRIMARY-TAX-ID TO IR-BORROWER-TAX-ID.
            MOVE BM-MAILING-ADDRESS TO IR-MAILING-ADDRESS.
            MOVE BM-PROPERTY-ADDRESS TO IR-PROPERTY-ADDRESS.
      *    A NEGATIVE ACCUMULATOR MEANS A REVERSAL THIS YEAR BACKED
      *    OUT INTEREST REPORTED FOR A PRIOR YEAR.  THE VENDOR
      *    FIELD IS UNSIGNED, SO A STRAIGHT MOVE WOULD REPORT THE
            MOVE ZERO TO LM-YTD-INTEREST-PAID.
            MOVE ZERO TO LM-YTD-TAXES-DISBURSED.
            REWRITE LM-LOAN-RECORD.
        P-310-GET-BORROWER.
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
        P-600-WRITE-BALANCE-PAGE.
            MOVE WS-HEADING-LINE-1 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
      *    CLOSE UP AND REPORT WHAT HAPPENED.
            CLOSE LOAN-MASTER-FILE FORM-1098-FILE
                BALANCE-REPORT-FILE.
            IF WS-BORROWER-FILE-OPEN
                CLOSE BORROWER-MASTER-FILE
            END-IF.
            MOVE WS-LOAN-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'YE1098 - LOANS READ:           ' WS-DISPLAY-COUNT.
            MOVE WS-EXTRACT-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'YE1098 - 1098 RECORDS WRITTEN: ' WS-DISPLAY-COUNT.
            MOVE WS-NO-ADDRESS-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'YE1098 - NO BORROWER ADDRESS: ' WS-DISPLAY-COUNT.
