        IDENTIFICATION DIVISION.
        PROGRAM-ID. PMIMNT.
        DATE-COMPILED.
      *REMARKS.
      *    PMIMNT IS THE MONTHLY MORTGAGE INSURANCE STEP, RUN ON THE
      *    LAST CYCLE OF EACH MONTH.  THE HOMEOWNERS PROTECTION ACT
      *    REQUIRES BORROWER-PAID MORTGAGE INSURANCE TO END
      *    AUTOMATICALLY WHEN THE ORIGINAL AMORTIZATION SCHEDULE
      *    BRINGS THE BALANCE TO 78% OF THE ORIGINAL PROPERTY VALUE
      *    AND THE LOAN IS CURRENT, AND LETS THE BORROWER ASK FOR
      *    CANCELLATION AT 80%.  FOR EVERY ACTIVE LOAN WITH COVERAGE
      *    IN FORCE THIS STEP REBUILDS THE ORIGINAL SCHEDULE FROM
      *    THE NOTE TERMS TO GET THE SCHEDULED LTV, AND TAKES THE
      *    ACTUAL LTV FROM LM-CURRENT-BALANCE.
      *
      *    AT 78% SCHEDULED A CURRENT LOAN HAS ITS COVERAGE
      *    TERMINATED - THE PREMIUM COMES OFF THE MONTHLY ESCROW
      *    AMOUNT, ANY PREMIUM ALREADY PAID BEYOND TODAY IS REFUNDED
      *    TO THE BORROWER THROUGH THE REFUND PAYMENT FILE, THE
      *    TERMINATION IS WRITTEN TO THE PERMANENT LOAN HISTORY AND
      *    A TERMINATION NOTICE GOES TO THE DISCLOSURE FILE.  A LOAN
      *    THAT HAS REACHED 78% BUT IS NOT CURRENT IS REPORTED AS
      *    DEFERRED AND RETESTED NEXT MONTH.  EVERY LOAN STILL
      *    COVERED WHOSE SCHEDULED OR ACTUAL LTV IS AT OR BELOW 80%
      *    GOES ON THE BORROWER-REQUEST CANCELLATION ELIGIBILITY
      *    LIST.
      *
      *    FOR EVERY LOAN STILL COVERED, NEXT MONTH'S PREMIUM IS
      *    WRITTEN AS A PAYEE DUE ITEM IN THE ESCRDUE LAYOUT, WHICH
      *    OPERATIONS MOUNTS WITH THE ESCROW DUE FILE SO ESCRWDSB
      *    PAYS THE INSURER FROM ESCROW.  ON THE DECEMBER RUN THE
      *    ANNUAL DISCLOSURE OF CANCELLATION AND TERMINATION RIGHTS
      *    IS WRITTEN FOR EVERY LOAN STILL COVERED.
      *
      *    A RERUN IS SAFE - A TERMINATED LOAN IS NO LONGER
      *    REVIEWED, AND ESCRWDSB DROPS A PREMIUM ITEM FOR A MONTH
      *    THE LOAN IS ALREADY PAID THROUGH.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15  DLB  ORIGINAL PROGRAM.
      *    2026-10-15  DLB  LOAN HISTORY EVENTS NOW CARRY ZERO FEE AND
      *                     ADVANCE PORTIONS.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Z25A.
        OBJECT-COMPUTER. Z25A.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RC-CONTROL-ID
                FILE STATUS IS WS-RUNCTL-STATUS.
            SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS LM-LOAN-NUMBER
                FILE STATUS IS WS-LOANMSTR-STATUS.
            SELECT BORROWER-MASTER-FILE ASSIGN TO BORRMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BM-LOAN-NUMBER
                FILE STATUS IS WS-BORRMSTR-STATUS.
            SELECT LOAN-HISTORY-FILE ASSIGN TO LNHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LH-HISTORY-KEY
                FILE STATUS IS WS-LNHIST-STATUS.
            SELECT PREMIUM-DUE-FILE ASSIGN TO PMIDUE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PMIDUE-STATUS.
            SELECT REFUND-PAYMENT-FILE ASSIGN TO PMIRFND
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PMIRFND-STATUS.
            SELECT DISCLOSURE-FILE ASSIGN TO PMIDISC
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PMIDISC-STATUS.
            SELECT TERMINATION-REPORT-FILE ASSIGN TO PMIPRT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PMIPRT-STATUS.
            SELECT ELIGIBILITY-REPORT-FILE ASSIGN TO PMIELIG
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PMIELIG-STATUS.
            SELECT CHECKPOINT-FILE ASSIGN TO CKPTFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CK-PROGRAM-ID
                FILE STATUS IS WS-CKPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY RUNCTL.
        FD  LOAN-MASTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LOANMST.
        FD  BORROWER-MASTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY BORRMST.
        FD  LOAN-HISTORY-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LNHIST.
        FD  PREMIUM-DUE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY ESCRDUE.
        FD  REFUND-PAYMENT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY ESCRPAY.
        FD  DISCLOSURE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY PMIDISC.
        FD  TERMINATION-REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01  PR-PRINT-LINE                    PIC X(132).
        FD  ELIGIBILITY-REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01  EL-PRINT-LINE                    PIC X(132).
        FD  CHECKPOINT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CKPTREC.
        WORKING-STORAGE SECTION.
        01  WS-CURRENT-DATE-DATA.
            05  WS-CURRENT-DATE.
                10  WS-CURRENT-YEAR         PIC 9(04).
                10  WS-CURRENT-MONTH        PIC 9(02).
                10  WS-CURRENT-DAY          PIC 9(02).
            05  WS-CURRENT-TIME.
                10  WS-CURRENT-HOURS        PIC 9(02).
                10  WS-CURRENT-MINUTE       PIC 9(02).
                10  WS-CURRENT-SECOND       PIC 9(02).
                10  WS-CURRENT-MILLISECONDS PIC 9(02).
        01  WS-TODAY-DATE                    PIC 9(08).
        01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE.
            05  WS-TODAY-YEAR                PIC 9(04).
            05  WS-TODAY-MONTH               PIC 9(02).
            05  WS-TODAY-DAY                 PIC 9(02).
        01  WS-NEXT-MONTH-START              PIC 9(08).
        01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-START.
            05  WS-NEXT-YEAR                 PIC 9(04).
            05  WS-NEXT-MONTH                PIC 9(02).
            05  WS-NEXT-DAY                  PIC 9(02).
        01  WS-FILE-STATUS-FIELDS.
            05  WS-RUNCTL-STATUS             PIC X(02).
                88  WS-RUNCTL-OK                 VALUE '00'.
            05  WS-LOANMSTR-STATUS           PIC X(02).
                88  WS-LOANMSTR-OK               VALUE '00'.
            05  WS-BORRMSTR-STATUS           PIC X(02).
                88  WS-BORRMSTR-OK               VALUE '00'.
            05  WS-LNHIST-STATUS             PIC X(02).
                88  WS-LNHIST-OK                 VALUE '00'.
                88  WS-LNHIST-FILE-MISSING       VALUE '35'.
            05  WS-PMIDUE-STATUS             PIC X(02).
            05  WS-PMIRFND-STATUS            PIC X(02).
            05  WS-PMIDISC-STATUS            PIC X(02).
            05  WS-PMIPRT-STATUS             PIC X(02).
            05  WS-PMIELIG-STATUS            PIC X(02).
            05  WS-CKPT-STATUS               PIC X(02).
                88  WS-CKPT-OK                   VALUE '00'.
                88  WS-CKPT-FILE-MISSING         VALUE '35'.
        01  WS-SWITCHES.
            05  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
                88  WS-END-OF-LOAN-MASTER        VALUE 'Y'.
            05  WS-BORROWER-OPEN-SWITCH      PIC X(01) VALUE 'N'.
                88  WS-BORROWER-FILE-OPEN        VALUE 'Y'.
            05  WS-BORROWER-FOUND-SWITCH     PIC X(01) VALUE 'N'.
                88  WS-BORROWER-ON-FILE          VALUE 'Y'.
                88  WS-BORROWER-NOT-ON-FILE      VALUE 'N'.
            05  WS-CURRENT-SWITCH            PIC X(01) VALUE 'N'.
                88  WS-LOAN-CURRENT              VALUE 'Y'.
                88  WS-LOAN-NOT-CURRENT          VALUE 'N'.
            05  WS-DISCLOSURE-SWITCH         PIC X(01) VALUE 'N'.
                88  WS-DISCLOSURE-RUN            VALUE 'Y'.
            05  WS-HISTORY-WRITTEN-SWITCH    PIC X(01) VALUE 'N'.
                88  WS-HISTORY-WRITTEN           VALUE 'Y'.
                88  WS-HISTORY-NOT-WRITTEN       VALUE 'N'.
      *    THE STATUTORY LTV THRESHOLDS, AS PERCENTAGES OF THE
      *    ORIGINAL PROPERTY VALUE, AND THE MONTH WHOSE MONTH-END RUN
      *    WRITES THE ANNUAL DISCLOSURES (MAILED WITH THE YEAR-END
      *    STATEMENTS).
        01  WS-PMI-LIMITS.
            05  WS-AUTO-TERMINATE-LTV         PIC 9(03)V99
                                                    VALUE 78.00.
            05  WS-BORROWER-CANCEL-LTV        PIC 9(03)V99
                                                    VALUE 80.00.
            05  WS-DISCLOSURE-MONTH           PIC 9(02) VALUE 12.
        01  WS-DATE-CHECK-FIELDS.
            05  WS-DAYS-IN-MONTH-TABLE.
                10  FILLER                    PIC 9(02) VALUE 31.
                10  FILLER                    PIC 9(02) VALUE 29.
                10  FILLER                    PIC 9(02) VALUE 31.
                10  FILLER                    PIC 9(02) VALUE 30.
                10  FILLER                    PIC 9(02) VALUE 31.
                10  FILLER                    PIC 9(02) VALUE 30.
                10  FILLER                    PIC 9(02) VALUE 31.
                10  FILLER                    PIC 9(02) VALUE 31.
                10  FILLER                    PIC 9(02) VALUE 30.
                10  FILLER                    PIC 9(02) VALUE 31.
                10  FILLER                    PIC 9(02) VALUE 30.
                10  FILLER                    PIC 9(02) VALUE 31.
            05  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE.
                10  WS-MAX-DAY                PIC 9(02)
                                                   OCCURS 12 TIMES.
        01  WS-SCHEDULE-FIELDS.
            05  WS-SCHEDULE-RATE              PIC S9(01)V9999 COMP-3.
            05  WS-MONTHLY-RATE               PIC S9(01)V9(08) COMP-3.
            05  WS-COMPOUND-FACTOR            PIC S9(05)V9(08) COMP-3.
            05  WS-SCHEDULE-PMT               PIC S9(07)V99 COMP-3.
            05  WS-SCHEDULE-BALANCE           PIC S9(09)V99 COMP-3.
            05  WS-SCHEDULE-INTEREST          PIC S9(09)V99 COMP-3.
            05  WS-SCHEDULED-BAL-TODAY        PIC S9(09)V99 COMP-3.
            05  WS-TERMINATE-BALANCE          PIC S9(09)V99 COMP-3.
            05  WS-CANCEL-BALANCE             PIC S9(09)V99 COMP-3.
            05  WS-SCHEDULE-MONTH             PIC S9(05) COMP.
            05  WS-PAYMENTS-SCHEDULED         PIC S9(05) COMP.
            05  WS-TERMINATE-MONTH            PIC S9(05) COMP.
            05  WS-CANCEL-MONTH               PIC S9(05) COMP.
        01  WS-SCHEDULE-DATE-FIELDS.
            05  WS-MATURITY-DATE              PIC 9(08).
            05  WS-MATURITY-PARTS REDEFINES WS-MATURITY-DATE.
                10  WS-MATURITY-YEAR          PIC 9(04).
                10  WS-MATURITY-MONTH         PIC 9(02).
                10  WS-MATURITY-DAY           PIC 9(02).
            05  WS-SCHEDULE-INDEX             PIC S9(05) COMP.
            05  WS-SCHEDULE-DATE              PIC 9(08).
            05  WS-SCHEDULE-DATE-PARTS REDEFINES WS-SCHEDULE-DATE.
                10  WS-SCHEDULE-YEAR          PIC 9(04).
                10  WS-SCHEDULE-MON           PIC 9(02).
                10  WS-SCHEDULE-DAY           PIC 9(02).
            05  WS-TOTAL-MONTHS               PIC S9(07) COMP.
            05  WS-MONTH-QUOTIENT             PIC S9(05) COMP.
            05  WS-MONTH-REMAINDER            PIC S9(03) COMP.
            05  WS-CANCEL-DATE                PIC 9(08).
            05  WS-TERMINATE-DATE             PIC 9(08).
        01  WS-LTV-FIELDS.
            05  WS-SCHEDULED-LTV              PIC 9(03)V99.
            05  WS-ACTUAL-LTV                 PIC 9(03)V99.
        01  WS-REFUND-FIELDS.
            05  WS-REFUND-AMOUNT              PIC S9(07)V99 COMP-3.
            05  WS-UNEARNED-DAYS              PIC S9(07) COMP.
        01  WS-RESULT-TEXT                    PIC X(40).
        01  WS-RUN-TOTALS.
            05  WS-LOAN-COUNT                 PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-REVIEWED-COUNT             PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-NO-VALUE-COUNT             PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-TERMINATED-COUNT           PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-DEFERRED-COUNT             PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-ELIGIBLE-COUNT             PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-BILLED-COUNT               PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-DISCLOSURE-COUNT           PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-REFUND-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-BILLED-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-DISPLAY-COUNT                 PIC ZZZ,ZZ9.
        01  WS-DISPLAY-AMOUNT                PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01  WS-HEADING-LINE-1.
            05  FILLER                        PIC X(48)
                VALUE 'MORTGAGE SERVICING - PMI TERMINATION REGISTER'.
        01  WS-ELIG-HEADING-LINE-1.
            05  FILLER                        PIC X(48)
                VALUE 'MORTGAGE SERVICING - PMI CANCELLATION ELIGIBLE'.
        01  WS-HEADING-LINE-2.
            05  FILLER                        PIC X(14)
                                             VALUE 'BUSINESS DATE '.
            05  H2-BUSINESS-DATE               PIC 9(08).
        01  WS-COLUMN-HEADING-LINE.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(10) VALUE 'LOAN'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(15)
                                                VALUE 'CERTIFICATE'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(14)
                                             VALUE '    ORIG VALUE'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(14)
                                             VALUE '   CUR BALANCE'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(06) VALUE ' SCHED'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(06) VALUE 'ACTUAL'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  CH-AMOUNT-TITLE                PIC X(11).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(06) VALUE 'RESULT'.
        01  WS-DETAIL-LINE.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-LOAN-NUMBER                 PIC X(10).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-CERTIFICATE-NO              PIC X(15).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-PROP-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-CURRENT-BALANCE   PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-SCHEDULED-LTV               PIC ZZ9.99.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-ACTUAL-LTV                  PIC ZZ9.99.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-AMOUNT            PIC ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-RESULT-TEXT                 PIC X(40).
        01  WS-TOTAL-LINE-1.
            05  FILLER                        PIC X(34)
                VALUE '  LOANS WITH MI REVIEWED:         '.
            05  T1-REVIEWED-COUNT              PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-2.
            05  FILLER                        PIC X(34)
                VALUE '  MI TERMINATED AT 78% SCHEDULED: '.
            05  T2-TERMINATED-COUNT            PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-3.
            05  FILLER                        PIC X(34)
                VALUE '  DEFERRED - LOAN NOT CURRENT:    '.
            05  T3-DEFERRED-COUNT              PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-4.
            05  FILLER                        PIC X(34)
                VALUE '  PREMIUM REFUNDS TO BORROWERS:   '.
            05  T4-REFUND-TOTAL      PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01  WS-TOTAL-LINE-5.
            05  FILLER                        PIC X(34)
                VALUE '  PREMIUM ITEMS BILLED:           '.
            05  T5-BILLED-COUNT                PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-6.
            05  FILLER                        PIC X(34)
                VALUE '  PREMIUM AMOUNT BILLED:          '.
            05  T6-BILLED-TOTAL      PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01  WS-TOTAL-LINE-7.
            05  FILLER                        PIC X(34)
                VALUE '  DISCLOSURES WRITTEN:            '.
            05  T7-DISCLOSURE-COUNT            PIC ZZZ,ZZ9.
        01  WS-ELIG-TOTAL-LINE.
            05  FILLER                        PIC X(34)
                VALUE '  LOANS ELIGIBLE TO CANCEL AT 80%:'.
            05  TE-ELIGIBLE-COUNT              PIC ZZZ,ZZ9.
        01  WS-BLANK-LINE                     PIC X(01) VALUE SPACE.
        PROCEDURE DIVISION.
        MAIN-LINE SECTION.
        0000.
            PERFORM AF-MAIN.
        9999.
            STOP RUN.
        AF-MAIN SECTION.
        AF-100.
      *    OPEN THE MASTER, THE BORROWER MASTER (FOR NAMES AND
      *    ADDRESSES), THE HISTORY, THE THREE OUTPUT FILES AND THE
      *    TWO REPORTS.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            OPEN I-O LOAN-MASTER-FILE.
            OPEN INPUT BORROWER-MASTER-FILE.
            IF WS-BORRMSTR-OK
                SET WS-BORROWER-FILE-OPEN TO TRUE
            END-IF.
            OPEN I-O LOAN-HISTORY-FILE.
            IF WS-LNHIST-FILE-MISSING
                OPEN OUTPUT LOAN-HISTORY-FILE
                CLOSE LOAN-HISTORY-FILE
                OPEN I-O LOAN-HISTORY-FILE
            END-IF.
            OPEN OUTPUT PREMIUM-DUE-FILE.
            OPEN OUTPUT REFUND-PAYMENT-FILE.
            OPEN OUTPUT DISCLOSURE-FILE.
            OPEN OUTPUT TERMINATION-REPORT-FILE.
            OPEN OUTPUT ELIGIBILITY-REPORT-FILE.
            IF NOT WS-LOANMSTR-OK
                DISPLAY 'PMIMNT - LOAN MASTER OPEN FAILED, STATUS '
                    WS-LOANMSTR-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO AF-900
            END-IF.
            IF NOT WS-LNHIST-OK
                DISPLAY 'PMIMNT - LOAN HISTORY OPEN FAILED, STATUS '
                    WS-LNHIST-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO AF-900
            END-IF.
            IF NOT WS-BORROWER-FILE-OPEN
                DISPLAY 'PMIMNT - BORROWER MASTER OPEN FAILED, STATUS '
                    WS-BORRMSTR-STATUS ' - NAMES FROM LOAN MASTER'
            END-IF.
            PERFORM AF-105-GET-BUSINESS-DATE.
            PERFORM AF-110-STAMP-CHECKPOINT.
            PERFORM AF-120-SET-RUN-DATES.
            MOVE WS-TODAY-DATE TO H2-BUSINESS-DATE.
            MOVE WS-HEADING-LINE-1 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-HEADING-LINE-2 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE '     REFUND' TO CH-AMOUNT-TITLE.
            MOVE WS-COLUMN-HEADING-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-ELIG-HEADING-LINE-1 TO EL-PRINT-LINE.
            WRITE EL-PRINT-LINE.
            MOVE WS-HEADING-LINE-2 TO EL-PRINT-LINE.
            WRITE EL-PRINT-LINE.
            MOVE WS-BLANK-LINE TO EL-PRINT-LINE.
            WRITE EL-PRINT-LINE.
            MOVE '    PREMIUM' TO CH-AMOUNT-TITLE.
            MOVE WS-COLUMN-HEADING-LINE TO EL-PRINT-LINE.
            WRITE EL-PRINT-LINE.
            GO TO AF-200.
        AF-105-GET-BUSINESS-DATE.
      *    PICK UP TODAY'S SHARED BUSINESS DATE FROM RUN-CONTROL
      *    INSTEAD OF DERIVING IT LOCALLY, SO THIS JOB CANNOT
      *    DISAGREE WITH THE REST OF THE CYCLE ACROSS A MIDNIGHT
      *    ROLLOVER.
            OPEN INPUT RUN-CONTROL-FILE.
            IF WS-RUNCTL-OK
                MOVE 'CYCLECTL' TO RC-CONTROL-ID
                READ RUN-CONTROL-FILE
                    INVALID KEY
                        DISPLAY 'PMIMNT - RUN-CONTROL RECORD NOT '
                            'FOUND, USING SYSTEM DATE'
                        STRING WS-CURRENT-YEAR WS-CURRENT-MONTH
                            WS-CURRENT-DAY DELIMITED BY SIZE
                            INTO WS-TODAY-DATE
                        END-STRING
                    NOT INVALID KEY
                        MOVE RC-CURRENT-BUSINESS-DATE TO WS-TODAY-DATE
                END-READ
                CLOSE RUN-CONTROL-FILE
            ELSE
                DISPLAY 'PMIMNT - RUN-CONTROL OPEN FAILED, STATUS '
                    WS-RUNCTL-STATUS ' - USING SYSTEM DATE'
                STRING WS-CURRENT-YEAR WS-CURRENT-MONTH WS-CURRENT-DAY
                    DELIMITED BY SIZE INTO WS-TODAY-DATE
                END-STRING
            END-IF.
        AF-110-STAMP-CHECKPOINT.
      *    MARK THIS STEP IN-PROGRESS ON THE CHECKPOINT FILE SO THE
      *    END-OF-CYCLE AUDIT CAN PROVE IT RAN TO COMPLETION.
            OPEN I-O CHECKPOINT-FILE.
            IF WS-CKPT-FILE-MISSING
                OPEN OUTPUT CHECKPOINT-FILE
                CLOSE CHECKPOINT-FILE
                OPEN I-O CHECKPOINT-FILE
            END-IF.
            MOVE 'PMIMNT' TO CK-PROGRAM-ID.
            MOVE ZERO TO CK-RECORD-COUNT.
            MOVE SPACES TO CK-LAST-KEY-PROCESSED.
            SET CK-STATUS-IN-PROGRESS TO TRUE.
            MOVE WS-TODAY-DATE TO CK-CHECKPOINT-DATE.
            STRING WS-CURRENT-HOURS WS-CURRENT-MINUTE WS-CURRENT-SECOND
                DELIMITED BY SIZE INTO CK-CHECKPOINT-TIME
            END-STRING.
            WRITE CK-CHECKPOINT-RECORD
                INVALID KEY
                    REWRITE CK-CHECKPOINT-RECORD
            END-WRITE.
        AF-120-SET-RUN-DATES.
      *    NEXT MONTH'S PREMIUM ITEMS ARE DUE ON THE FIRST OF NEXT
      *    MONTH.  THE DECEMBER RUN ALSO WRITES THE ANNUAL
      *    DISCLOSURES.
            MOVE WS-TODAY-YEAR TO WS-NEXT-YEAR.
            IF WS-TODAY-MONTH = 12
                ADD 1 TO WS-NEXT-YEAR
                MOVE 01 TO WS-NEXT-MONTH
            ELSE
                COMPUTE WS-NEXT-MONTH = WS-TODAY-MONTH + 1
            END-IF.
            MOVE 01 TO WS-NEXT-DAY.
            IF WS-TODAY-MONTH = WS-DISCLOSURE-MONTH
                SET WS-DISCLOSURE-RUN TO TRUE
            END-IF.
        AF-200.
      *    REVIEW EVERY ACTIVE LOAN WITH MORTGAGE INSURANCE IN FORCE.
            PERFORM AF-210 UNTIL WS-END-OF-LOAN-MASTER.
            PERFORM AF-790-WRITE-TOTALS.
            GO TO AF-800.
        AF-210.
            READ LOAN-MASTER-FILE
                AT END
                    SET WS-END-OF-LOAN-MASTER TO TRUE
                NOT AT END
                    ADD 1 TO WS-LOAN-COUNT
                    IF LM-LOAN-ACTIVE AND LM-MI-ACTIVE
                        PERFORM AF-300-REVIEW-LOAN
                    END-IF
            END-READ.
        AF-300-REVIEW-LOAN.
      *    MEASURE BOTH LTVS, APPLY THE 78% TERMINATION TEST, THEN -
      *    FOR A LOAN STILL COVERED - LIST IT IF IT HAS REACHED 80%,
      *    BILL NEXT MONTH'S PREMIUM AND, ON THE DECEMBER RUN, WRITE
      *    ITS ANNUAL DISCLOSURE.  WITHOUT AN ORIGINAL PROPERTY
      *    VALUE THERE IS NO LTV TO MEASURE, SO THE LOAN IS ONLY
      *    REPORTED.
            ADD 1 TO WS-REVIEWED-COUNT.
            IF LM-ORIGINAL-PROP-VALUE NOT > ZERO
                ADD 1 TO WS-NO-VALUE-COUNT
                DISPLAY 'PMIMNT - NO ORIGINAL PROPERTY VALUE, LOAN '
                    LM-LOAN-NUMBER
            ELSE
                PERFORM AF-305-MEASURE-AND-APPLY
            END-IF.
        AF-305-MEASURE-AND-APPLY.
      *    THE LOAN IS CURRENT WHEN NO INSTALLMENT IS PAST DUE.
            IF LM-DELINQUENCY-DAYS = ZERO
                SET WS-LOAN-CURRENT TO TRUE
            ELSE
                SET WS-LOAN-NOT-CURRENT TO TRUE
            END-IF.
            PERFORM AF-310-READ-BORROWER.
            PERFORM AF-400-MEASURE-LTV.
            PERFORM AF-350-APPLY-TERMINATION-TEST.
            IF LM-MI-ACTIVE
                IF WS-SCHEDULED-LTV NOT > WS-BORROWER-CANCEL-LTV
                    OR WS-ACTUAL-LTV NOT > WS-BORROWER-CANCEL-LTV
                    PERFORM AF-650-LIST-ELIGIBLE
                END-IF
                PERFORM AF-600-BILL-PREMIUM
                IF WS-DISCLOSURE-RUN
                    SET PD-ANNUAL-DISCLOSURE TO TRUE
                    MOVE ZERO TO WS-REFUND-AMOUNT
                    PERFORM AF-700-WRITE-DISCLOSURE
                END-IF
            END-IF.
        AF-310-READ-BORROWER.
      *    THE REFUND CHECK AND THE DISCLOSURES GO TO THE BORROWER
      *    MASTER NAME AND MAILING ADDRESS.  WITHOUT ONE, THE LOAN
      *    MASTER NAME IS USED AND THE ADDRESS IS LEFT BLANK FOR
      *    THE LETTER VENDOR TO REJECT.
            SET WS-BORROWER-NOT-ON-FILE TO TRUE.
            IF WS-BORROWER-FILE-OPEN
                MOVE LM-LOAN-NUMBER TO BM-LOAN-NUMBER
                READ BORROWER-MASTER-FILE
                    INVALID KEY
                        DISPLAY 'PMIMNT - NO BORROWER MASTER FOR LOAN '
                            LM-LOAN-NUMBER
                    NOT INVALID KEY
                        SET WS-BORROWER-ON-FILE TO TRUE
                END-READ
            END-IF.
            IF WS-BORROWER-NOT-ON-FILE
                MOVE SPACES TO BM-BORROWER-RECORD
                MOVE LM-LOAN-NUMBER TO BM-LOAN-NUMBER
                MOVE LM-BORROWER-NAME TO BM-PRIMARY-NAME
            END-IF.
        AF-350-APPLY-TERMINATION-TEST.
      *    COVERAGE ENDS AUTOMATICALLY ONCE THE ORIGINAL SCHEDULE
      *    HAS REACHED 78% - BUT ONLY ON A CURRENT LOAN.  A LOAN
      *    BEHIND ON ITS PAYMENTS IS DEFERRED AND RETESTED EACH
      *    MONTH UNTIL IT IS BROUGHT CURRENT.
            IF WS-SCHEDULED-LTV NOT > WS-AUTO-TERMINATE-LTV
                AND WS-LOAN-CURRENT
                PERFORM AF-500-TERMINATE-MI
            ELSE IF WS-SCHEDULED-LTV NOT > WS-AUTO-TERMINATE-LTV
                ADD 1 TO WS-DEFERRED-COUNT
                MOVE ZERO TO WS-REFUND-AMOUNT
                MOVE 'DEFERRED - 78% REACHED, NOT CURRENT'
                    TO WS-RESULT-TEXT
                PERFORM AF-550-WRITE-REGISTER-DETAIL
            END-IF.
        AF-400-MEASURE-LTV.
      *    REBUILD THE ORIGINAL AMORTIZATION SCHEDULE - THE ORIGINAL
      *    PRINCIPAL OVER THE TERM AT THE NOTE RATE, OR AT THE
      *    START RATE FOR AN ADJUSTABLE LOAN - AND WALK IT MONTH BY
      *    MONTH.  THE SCHEDULED BALANCE TODAY IS THE BALANCE AFTER
      *    THE INSTALLMENTS SCHEDULED ON OR BEFORE TODAY; THE WALK
      *    ALSO FINDS THE INSTALLMENTS AT WHICH THE SCHEDULE FIRST
      *    REACHES 80% AND 78% OF THE ORIGINAL PROPERTY VALUE.
            IF LM-ARM-LOAN AND LM-ARM-ORIGINAL-RATE > ZERO
                MOVE LM-ARM-ORIGINAL-RATE TO WS-SCHEDULE-RATE
            ELSE
                MOVE LM-INTEREST-RATE TO WS-SCHEDULE-RATE
            END-IF.
            PERFORM AF-410-COMPUTE-SCHEDULE-PMT.
            PERFORM AF-420-COUNT-PAYMENTS-DUE.
            COMPUTE WS-TERMINATE-BALANCE ROUNDED =
                LM-ORIGINAL-PROP-VALUE * WS-AUTO-TERMINATE-LTV / 100.
            COMPUTE WS-CANCEL-BALANCE ROUNDED =
                LM-ORIGINAL-PROP-VALUE * WS-BORROWER-CANCEL-LTV / 100.
            MOVE LM-ORIGINAL-PRINCIPAL TO WS-SCHEDULE-BALANCE.
            MOVE LM-ORIGINAL-PRINCIPAL TO WS-SCHEDULED-BAL-TODAY.
            MOVE -1 TO WS-TERMINATE-MONTH.
            MOVE -1 TO WS-CANCEL-MONTH.
            IF WS-SCHEDULE-BALANCE NOT > WS-TERMINATE-BALANCE
                MOVE ZERO TO WS-TERMINATE-MONTH
            END-IF.
            IF WS-SCHEDULE-BALANCE NOT > WS-CANCEL-BALANCE
                MOVE ZERO TO WS-CANCEL-MONTH
            END-IF.
            PERFORM AF-430-AMORTIZE-ONE-MONTH
                VARYING WS-SCHEDULE-MONTH FROM 1 BY 1
                UNTIL WS-SCHEDULE-MONTH > LM-TERM-MONTHS
                OR (WS-SCHEDULE-MONTH > WS-PAYMENTS-SCHEDULED
                    AND WS-TERMINATE-MONTH NOT < ZERO).
            COMPUTE WS-SCHEDULED-LTV ROUNDED =
                WS-SCHEDULED-BAL-TODAY * 100 / LM-ORIGINAL-PROP-VALUE
                ON SIZE ERROR
                    MOVE 999.99 TO WS-SCHEDULED-LTV
            END-COMPUTE.
            COMPUTE WS-ACTUAL-LTV ROUNDED =
                LM-CURRENT-BALANCE * 100 / LM-ORIGINAL-PROP-VALUE
                ON SIZE ERROR
                    MOVE 999.99 TO WS-ACTUAL-LTV
            END-COMPUTE.
            MOVE WS-CANCEL-MONTH TO WS-SCHEDULE-INDEX.
            PERFORM AF-450-SCHEDULE-DATE.
            MOVE WS-SCHEDULE-DATE TO WS-CANCEL-DATE.
            MOVE WS-TERMINATE-MONTH TO WS-SCHEDULE-INDEX.
            PERFORM AF-450-SCHEDULE-DATE.
            MOVE WS-SCHEDULE-DATE TO WS-TERMINATE-DATE.
        AF-410-COMPUTE-SCHEDULE-PMT.
      *    THE SAME LEVEL-PAYMENT AMORTIZATION LNBOARD USES FOR THE
      *    SCHEDULED PAYMENT.  A ZERO-RATE LOAN SPREADS THE
      *    PRINCIPAL EVENLY OVER THE TERM.
            IF WS-SCHEDULE-RATE = ZERO
                MOVE ZERO TO WS-MONTHLY-RATE
                COMPUTE WS-SCHEDULE-PMT ROUNDED =
                    LM-ORIGINAL-PRINCIPAL / LM-TERM-MONTHS
            ELSE
                COMPUTE WS-MONTHLY-RATE ROUNDED =
                    WS-SCHEDULE-RATE / 12
                COMPUTE WS-COMPOUND-FACTOR ROUNDED =
                    (1 + WS-MONTHLY-RATE) ** LM-TERM-MONTHS
                COMPUTE WS-SCHEDULE-PMT ROUNDED =
                    LM-ORIGINAL-PRINCIPAL * WS-MONTHLY-RATE
                        * WS-COMPOUND-FACTOR
                        / (WS-COMPOUND-FACTOR - 1)
            END-IF.
        AF-420-COUNT-PAYMENTS-DUE.
      *    THE INSTALLMENTS SCHEDULED ON OR BEFORE TODAY ARE THE
      *    TERM LESS THOSE STILL TO FALL DUE BETWEEN TOMORROW AND
      *    MATURITY.  A LOAN BOARDED BEFORE THE MATURITY DATE WAS
      *    KEPT IS MEASURED AS IF NO INSTALLMENT HAD FALLEN DUE.
            MOVE LM-MATURITY-DATE TO WS-MATURITY-DATE.
            IF WS-MATURITY-DATE = ZERO
                MOVE ZERO TO WS-PAYMENTS-SCHEDULED
            ELSE
                COMPUTE WS-TOTAL-MONTHS =
                    (WS-MATURITY-YEAR * 12 + WS-MATURITY-MONTH)
                    - (WS-TODAY-YEAR * 12 + WS-TODAY-MONTH)
                IF WS-TODAY-DAY < WS-MATURITY-DAY
                    ADD 1 TO WS-TOTAL-MONTHS
                END-IF
                COMPUTE WS-PAYMENTS-SCHEDULED =
                    LM-TERM-MONTHS - WS-TOTAL-MONTHS
            END-IF.
            IF WS-PAYMENTS-SCHEDULED < ZERO
                MOVE ZERO TO WS-PAYMENTS-SCHEDULED
            END-IF.
            IF WS-PAYMENTS-SCHEDULED > LM-TERM-MONTHS
                MOVE LM-TERM-MONTHS TO WS-PAYMENTS-SCHEDULED
            END-IF.
        AF-430-AMORTIZE-ONE-MONTH.
            COMPUTE WS-SCHEDULE-INTEREST ROUNDED =
                WS-SCHEDULE-BALANCE * WS-MONTHLY-RATE.
            COMPUTE WS-SCHEDULE-BALANCE =
                WS-SCHEDULE-BALANCE + WS-SCHEDULE-INTEREST
                    - WS-SCHEDULE-PMT.
            IF WS-SCHEDULE-BALANCE < ZERO
                MOVE ZERO TO WS-SCHEDULE-BALANCE
            END-IF.
            IF WS-SCHEDULE-MONTH = WS-PAYMENTS-SCHEDULED
                MOVE WS-SCHEDULE-BALANCE TO WS-SCHEDULED-BAL-TODAY
            END-IF.
            IF WS-CANCEL-MONTH < ZERO
                AND WS-SCHEDULE-BALANCE NOT > WS-CANCEL-BALANCE
                MOVE WS-SCHEDULE-MONTH TO WS-CANCEL-MONTH
            END-IF.
            IF WS-TERMINATE-MONTH < ZERO
                AND WS-SCHEDULE-BALANCE NOT > WS-TERMINATE-BALANCE
                MOVE WS-SCHEDULE-MONTH TO WS-TERMINATE-MONTH
            END-IF.
        AF-450-SCHEDULE-DATE.
      *    THE DUE DATE OF INSTALLMENT WS-SCHEDULE-INDEX IS THE
      *    MATURITY DATE LESS THE INSTALLMENTS THAT FOLLOW IT, WITH
      *    THE DAY PULLED BACK IN A SHORTER MONTH.  INSTALLMENT ZERO
      *    IS THE MONTH BEFORE THE FIRST PAYMENT.  ZERO WHEN THE
      *    SCHEDULE NEVER GETS THERE OR THE MATURITY IS NOT KNOWN.
            IF WS-SCHEDULE-INDEX < ZERO
                OR WS-MATURITY-DATE = ZERO
                MOVE ZERO TO WS-SCHEDULE-DATE
            ELSE
                PERFORM AF-455-DATE-FROM-MATURITY
            END-IF.
        AF-455-DATE-FROM-MATURITY.
            COMPUTE WS-TOTAL-MONTHS =
                WS-MATURITY-YEAR * 12 + WS-MATURITY-MONTH - 1
                    - (LM-TERM-MONTHS - WS-SCHEDULE-INDEX).
            DIVIDE WS-TOTAL-MONTHS BY 12
                GIVING WS-MONTH-QUOTIENT
                REMAINDER WS-MONTH-REMAINDER.
            MOVE WS-MONTH-QUOTIENT TO WS-SCHEDULE-YEAR.
            COMPUTE WS-SCHEDULE-MON = WS-MONTH-REMAINDER + 1.
            MOVE WS-MATURITY-DAY TO WS-SCHEDULE-DAY.
            IF WS-SCHEDULE-DAY > WS-MAX-DAY(WS-SCHEDULE-MON)
                MOVE WS-MAX-DAY(WS-SCHEDULE-MON) TO WS-SCHEDULE-DAY
            END-IF.
        AF-500-TERMINATE-MI.
      *    END THE COVERAGE AS OF TODAY.  THE PREMIUM COMES OFF THE
      *    MONTHLY ESCROW AMOUNT, AND ANY PREMIUM ALREADY PAID FOR
      *    DAYS AFTER TODAY IS UNEARNED AND GOES BACK TO THE
      *    BORROWER, PRORATED BY DAY ON THE ANNUAL PREMIUM.
            MOVE ZERO TO WS-REFUND-AMOUNT.
            IF LM-MI-PAID-THRU-DATE > WS-TODAY-DATE
                COMPUTE WS-UNEARNED-DAYS =
                    FUNCTION INTEGER-OF-DATE(LM-MI-PAID-THRU-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                COMPUTE WS-REFUND-AMOUNT ROUNDED =
                    LM-MI-MONTHLY-PREMIUM * 12 * WS-UNEARNED-DAYS
                        / 365
            END-IF.
            SET LM-MI-TERMINATED TO TRUE.
            MOVE WS-TODAY-DATE TO LM-MI-STATUS-DATE.
            SUBTRACT LM-MI-MONTHLY-PREMIUM FROM LM-ESCROW-MONTHLY-PMT.
            IF LM-ESCROW-MONTHLY-PMT < ZERO
                MOVE ZERO TO LM-ESCROW-MONTHLY-PMT
            END-IF.
            REWRITE LM-LOAN-RECORD.
            PERFORM AF-510-WRITE-HISTORY.
            IF WS-REFUND-AMOUNT > ZERO
                PERFORM AF-520-WRITE-REFUND
            END-IF.
            SET PD-TERMINATION-NOTICE TO TRUE.
            PERFORM AF-700-WRITE-DISCLOSURE.
            ADD 1 TO WS-TERMINATED-COUNT.
            ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL.
            MOVE 'TERMINATED - 78% SCHEDULED LTV'
                TO WS-RESULT-TEXT.
            PERFORM AF-550-WRITE-REGISTER-DETAIL.
        AF-510-WRITE-HISTORY.
      *    THE TERMINATION MOVES NO PRINCIPAL - THE BALANCES ON THE
      *    EVENT ARE UNCHANGED AND THE AMOUNT IS THE PREMIUM
      *    REFUNDED TO THE BORROWER.
            MOVE LM-LOAN-NUMBER TO LH-LOAN-NUMBER.
            MOVE WS-TODAY-DATE TO LH-EVENT-DATE.
            SET LH-EVENT-MI-TERMINATION TO TRUE.
            MOVE WS-REFUND-AMOUNT TO LH-EVENT-AMOUNT.
            MOVE LM-CURRENT-BALANCE TO LH-PRIOR-BALANCE.
            MOVE LM-CURRENT-BALANCE TO LH-NEW-BALANCE.
            MOVE ZERO TO LH-INTEREST-PORTION.
            MOVE ZERO TO LH-PRINCIPAL-PORTION.
            MOVE ZERO TO LH-FEE-PORTION.
            MOVE ZERO TO LH-ADVANCE-PORTION.
            MOVE ZERO TO LH-RECEIPT-AMOUNT.
            MOVE SPACE TO LH-SOURCE-CODE.
            MOVE 'MI TERMINATED - 78% SCHED LTV'
                TO LH-EVENT-DESCRIPTION.
            MOVE SPACE TO LH-REVERSED-FLAG.
            PERFORM AF-530-WRITE-HISTORY-RECORD.
        AF-520-WRITE-REFUND.
      *    THE UNEARNED PREMIUM IS SENT TO THE BORROWER BY CHECK
      *    THROUGH TREASURY'S OUTBOUND PAYMENT PROCESS.
            MOVE LM-LOAN-NUMBER TO EP-LOAN-NUMBER.
            MOVE BM-PRIMARY-NAME TO EP-PAYEE-NAME.
            MOVE 'B' TO EP-PAYEE-TYPE.
            MOVE 'C' TO EP-PAY-METHOD.
            MOVE WS-REFUND-AMOUNT TO EP-PAYMENT-AMOUNT.
            MOVE WS-TODAY-DATE TO EP-DISBURSEMENT-DATE.
            MOVE ZERO TO EP-ADVANCE-AMOUNT.
            WRITE EP-ESCROW-PAYMENT-RECORD.
        AF-530-WRITE-HISTORY-RECORD.
            MOVE 1 TO LH-EVENT-SEQUENCE.
            SET WS-HISTORY-NOT-WRITTEN TO TRUE.
            PERFORM AF-540-TRY-HISTORY-WRITE
                UNTIL WS-HISTORY-WRITTEN
                OR LH-EVENT-SEQUENCE > 999.
            IF WS-HISTORY-NOT-WRITTEN
                DISPLAY 'PMIMNT - HISTORY WRITE FAILED FOR LOAN '
                    LH-LOAN-NUMBER ' STATUS ' WS-LNHIST-STATUS
            END-IF.
        AF-540-TRY-HISTORY-WRITE.
            WRITE LH-LOAN-HISTORY-RECORD
                INVALID KEY
                    ADD 1 TO LH-EVENT-SEQUENCE
                NOT INVALID KEY
                    SET WS-HISTORY-WRITTEN TO TRUE
            END-WRITE.
        AF-550-WRITE-REGISTER-DETAIL.
            PERFORM AF-560-BUILD-DETAIL.
            MOVE WS-REFUND-AMOUNT TO DL-AMOUNT.
            MOVE WS-DETAIL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
        AF-560-BUILD-DETAIL.
            MOVE LM-LOAN-NUMBER TO DL-LOAN-NUMBER.
            MOVE LM-MI-CERTIFICATE-NO TO DL-CERTIFICATE-NO.
            MOVE LM-ORIGINAL-PROP-VALUE TO DL-PROP-VALUE.
            MOVE LM-CURRENT-BALANCE TO DL-CURRENT-BALANCE.
            MOVE WS-SCHEDULED-LTV TO DL-SCHEDULED-LTV.
            MOVE WS-ACTUAL-LTV TO DL-ACTUAL-LTV.
            MOVE WS-RESULT-TEXT TO DL-RESULT-TEXT.
        AF-600-BILL-PREMIUM.
      *    NEXT MONTH'S PREMIUM IS BILLED AS AN ESCROW PAYEE ITEM
      *    DUE THE FIRST OF THE MONTH, UNLESS THE LOAN IS ALREADY
      *    PAID THROUGH IT.
            IF LM-MI-PAID-THRU-DATE NOT > WS-NEXT-MONTH-START
                PERFORM AF-610-WRITE-PREMIUM-ITEM
            END-IF.
        AF-610-WRITE-PREMIUM-ITEM.
            MOVE LM-LOAN-NUMBER TO ED-LOAN-NUMBER.
            MOVE SPACES TO ED-PAYEE-NAME.
            STRING 'MTG INS ' LM-MI-COMPANY-CODE ' '
                LM-MI-CERTIFICATE-NO
                DELIMITED BY SIZE INTO ED-PAYEE-NAME
            END-STRING.
            SET ED-PAYEE-MORTGAGE-INS TO TRUE.
            MOVE WS-NEXT-MONTH-START TO ED-DUE-DATE.
            MOVE LM-MI-MONTHLY-PREMIUM TO ED-DUE-AMOUNT.
            SET ED-PAY-BY-ACH TO TRUE.
            WRITE ED-ESCROW-DUE-RECORD.
            ADD 1 TO WS-BILLED-COUNT.
            ADD LM-MI-MONTHLY-PREMIUM TO WS-BILLED-TOTAL.
        AF-650-LIST-ELIGIBLE.
      *    THE BORROWER MAY ASK FOR CANCELLATION ONCE THE SCHEDULE,
      *    OR THE ACTUAL BALANCE AFTER CURTAILMENTS, REACHES 80%.
      *    THE SERVICING DESK CONFIRMS PAYMENT HISTORY AND VALUE
      *    BEFORE CANCELLING - A LOAN NOT CURRENT IS FLAGGED.
            IF WS-SCHEDULED-LTV NOT > WS-BORROWER-CANCEL-LTV
                AND WS-LOAN-CURRENT
                MOVE 'ELIGIBLE - SCHEDULED LTV'
                    TO WS-RESULT-TEXT
            ELSE IF WS-SCHEDULED-LTV NOT > WS-BORROWER-CANCEL-LTV
                MOVE 'ELIGIBLE - SCHEDULED LTV, NOT CURRENT'
                    TO WS-RESULT-TEXT
            ELSE IF WS-LOAN-CURRENT
                MOVE 'ELIGIBLE - ACTUAL LTV'
                    TO WS-RESULT-TEXT
            ELSE
                MOVE 'ELIGIBLE - ACTUAL LTV, NOT CURRENT'
                    TO WS-RESULT-TEXT
            END-IF.
            PERFORM AF-560-BUILD-DETAIL.
            MOVE LM-MI-MONTHLY-PREMIUM TO DL-AMOUNT.
            MOVE WS-DETAIL-LINE TO EL-PRINT-LINE.
            WRITE EL-PRINT-LINE.
            ADD 1 TO WS-ELIGIBLE-COUNT.
        AF-700-WRITE-DISCLOSURE.
      *    THE NOTICE TYPE IS SET BY THE CALLER - AN ANNUAL
      *    STATEMENT OF RIGHTS OR A TERMINATION NOTICE.
            MOVE LM-LOAN-NUMBER TO PD-LOAN-NUMBER.
            MOVE WS-TODAY-DATE TO PD-NOTICE-DATE.
            MOVE BM-PRIMARY-NAME TO PD-BORROWER-NAME.
            MOVE BM-MAILING-ADDRESS TO PD-MAILING-ADDRESS.
            MOVE LM-MI-CERTIFICATE-NO TO PD-MI-CERTIFICATE-NO.
            MOVE LM-MI-COMPANY-CODE TO PD-MI-COMPANY-CODE.
            MOVE LM-MI-MONTHLY-PREMIUM TO PD-MI-MONTHLY-PREMIUM.
            MOVE LM-ORIGINAL-PROP-VALUE TO PD-ORIGINAL-PROP-VALUE.
            MOVE LM-ORIGINAL-PRINCIPAL TO PD-ORIGINAL-PRINCIPAL.
            MOVE LM-CURRENT-BALANCE TO PD-CURRENT-BALANCE.
            MOVE WS-SCHEDULED-LTV TO PD-SCHEDULED-LTV.
            MOVE WS-ACTUAL-LTV TO PD-ACTUAL-LTV.
            MOVE WS-CANCEL-DATE TO PD-CANCEL-ELIGIBLE-DATE.
            MOVE WS-TERMINATE-DATE TO PD-AUTO-TERMINATION-DATE.
            MOVE WS-REFUND-AMOUNT TO PD-REFUND-AMOUNT.
            WRITE PD-PMI-DISCLOSURE-RECORD.
            ADD 1 TO WS-DISCLOSURE-COUNT.
        AF-790-WRITE-TOTALS.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-REVIEWED-COUNT TO T1-REVIEWED-COUNT.
            MOVE WS-TOTAL-LINE-1 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-TERMINATED-COUNT TO T2-TERMINATED-COUNT.
            MOVE WS-TOTAL-LINE-2 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-DEFERRED-COUNT TO T3-DEFERRED-COUNT.
            MOVE WS-TOTAL-LINE-3 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-REFUND-TOTAL TO T4-REFUND-TOTAL.
            MOVE WS-TOTAL-LINE-4 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-BILLED-COUNT TO T5-BILLED-COUNT.
            MOVE WS-TOTAL-LINE-5 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-BILLED-TOTAL TO T6-BILLED-TOTAL.
            MOVE WS-TOTAL-LINE-6 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-DISCLOSURE-COUNT TO T7-DISCLOSURE-COUNT.
            MOVE WS-TOTAL-LINE-7 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-BLANK-LINE TO EL-PRINT-LINE.
            WRITE EL-PRINT-LINE.
            MOVE WS-ELIGIBLE-COUNT TO TE-ELIGIBLE-COUNT.
            MOVE WS-ELIG-TOTAL-LINE TO EL-PRINT-LINE.
            WRITE EL-PRINT-LINE.
        AF-800.
      *    MARK THE STEP COMPLETE FOR THE END-OF-CYCLE AUDIT.
            MOVE 'PMIMNT' TO CK-PROGRAM-ID.
            SET CK-STATUS-COMPLETE TO TRUE.
            MOVE WS-LOAN-COUNT TO CK-RECORD-COUNT.
            MOVE WS-TODAY-DATE TO CK-CHECKPOINT-DATE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            STRING WS-CURRENT-HOURS WS-CURRENT-MINUTE WS-CURRENT-SECOND
                DELIMITED BY SIZE INTO CK-CHECKPOINT-TIME
            END-STRING.
            REWRITE CK-CHECKPOINT-RECORD.
            CLOSE CHECKPOINT-FILE.
        AF-900.
      *    CLOSE UP AND REPORT WHAT HAPPENED.
            CLOSE LOAN-MASTER-FILE LOAN-HISTORY-FILE
                PREMIUM-DUE-FILE REFUND-PAYMENT-FILE DISCLOSURE-FILE
                TERMINATION-REPORT-FILE ELIGIBILITY-REPORT-FILE.
            IF WS-BORROWER-FILE-OPEN
                CLOSE BORROWER-MASTER-FILE
            END-IF.
            MOVE WS-LOAN-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'PMIMNT - LOANS READ:           ' WS-DISPLAY-COUNT.
            MOVE WS-REVIEWED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'PMIMNT - MI LOANS REVIEWED:    ' WS-DISPLAY-COUNT.
            MOVE WS-NO-VALUE-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'PMIMNT - NO PROPERTY VALUE:    ' WS-DISPLAY-COUNT.
            MOVE WS-TERMINATED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'PMIMNT - MI TERMINATED:        ' WS-DISPLAY-COUNT.
            MOVE WS-DEFERRED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'PMIMNT - DEFERRED, NOT CURRENT:' WS-DISPLAY-COUNT.
            MOVE WS-ELIGIBLE-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'PMIMNT - ELIGIBLE TO CANCEL:   ' WS-DISPLAY-COUNT.
            MOVE WS-BILLED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'PMIMNT - PREMIUM ITEMS BILLED: ' WS-DISPLAY-COUNT.
            MOVE WS-DISCLOSURE-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'PMIMNT - DISCLOSURES WRITTEN:  ' WS-DISPLAY-COUNT.
            MOVE WS-REFUND-TOTAL TO WS-DISPLAY-AMOUNT.
            DISPLAY 'PMIMNT - PREMIUM REFUNDED:     ' WS-DISPLAY-AMOUNT.
