        IDENTIFICATION DIVISION.
        PROGRAM-ID. LOSSMIT.
        DATE-COMPILED.
      *REMARKS.
      *    LOSSMIT IS THE NIGHTLY LOSS-MITIGATION STEP.  ONCE A LOAN
      *    ROLLED INTO THE 90 AND 120-DAY BUCKETS THE ONLY TOOLS ON
      *    THE SYSTEM WERE LATE CHARGES, DIALER PROMISES AND THE
      *    FORECLOSURE STOP CODE - FORBEARANCES AND MODIFICATIONS
      *    WERE WORKED OFF-SYSTEM AND THE DUE DATE WAS PUSHED BY
      *    HAND THROUGH LNMAINT.  THIS STEP FIRST APPLIES THE LOSS-
      *    MITIGATION DESK'S TRANSACTIONS - SET UP A FORBEARANCE,
      *    REPAYMENT OR TRIAL-PERIOD PLAN, BOOK A PERMANENT
      *    MODIFICATION, OR CANCEL THE PLAN IN FORCE - ONTO THE
      *    KEYED PLAN FILE AND THE LOAN MASTER, THEN REVIEWS EVERY
      *    ACTIVE PLAN AGAINST WHAT THE BORROWER HAS ACTUALLY PAID
      *    SINCE THE PLAN STARTED.
      *
      *    A FORBEARANCE SUSPENDS OR REDUCES THE AMOUNT DUE AND A
      *    REPAYMENT PLAN RAISES IT TO CATCH UP THE ARREARS, EACH FOR
      *    A SET NUMBER OF MONTHS.  A TRIAL-PERIOD PLAN RUNS THE
      *    TRIAL PAYMENTS AND, WHEN THEY ARE ALL MADE, CONVERTS TO
      *    THE PERMANENT MODIFICATION TERMS CARRIED ON THE PLAN.  A
      *    PLAN WHOSE RECEIPTS FALL BEHIND THE PLAN PAYMENTS DUE IS
      *    BROKEN; ONE THAT RUNS ITS FULL TERM IS COMPLETED.
      *
      *    A PERMANENT MODIFICATION CAPITALIZES THE UNPAID INTEREST
      *    ON THE MISSED INSTALLMENTS, THE OUTSTANDING LATE CHARGES
      *    AND ANY SERVICER ADVANCE INTO LM-CURRENT-BALANCE, SETS THE
      *    NEW RATE, TERM, FIRST DUE DATE AND MATURITY, AND
      *    RECOMPUTES THE SCHEDULED PAYMENT THE SAME WAY LNBOARD
      *    DOES.  A MODIFIED ARM BECOMES FIXED AT THE MODIFIED RATE.
      *
      *    WHILE LM-LOSS-MIT-FLAG SHOWS A PLAN IN FORCE, LATEFEE AND
      *    NITESWP ASSESS NO LATE CHARGES AND THE DELINQUENCY
      *    CLASSIFICATION TREATS THE LOAN AS PROTECTED.  CONTRACTUAL
      *    POSTING IS UNCHANGED - A SHORT PLAN PAYMENT WAITS IN
      *    SUSPENSE IN THE USUAL WAY - SO ARREARS ARE DEFERRED, NOT
      *    FORGIVEN, UNTIL A MODIFICATION CAPITALIZES THEM.  EVERY
      *    PLAN EVENT IS WRITTEN TO THE PERMANENT LOAN HISTORY AND
      *    PRINTS ON THE LOSS-MITIGATION REPORT.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15  DLB  ORIGINAL PROGRAM.
      *    2026-10-15  DLB  THE MODIFICATION HISTORY EVENT NOW CARRIES
      *                     THE CAPITALIZED LATE CHARGES AND SERVICER
      *                     ADVANCE IN LH-FEE-PORTION AND LH-ADVANCE-
      *                     PORTION, FOR THE GL JOURNAL.
      *    2026-10-15  DLB  A TRIAL'S FIRST MODIFIED DUE DATE IS NOW A
      *                     MONTH AFTER THE TRIAL ENDS, ROLLED FORWARD
      *                     AT CONVERSION UNTIL IT IS AFTER THE
      *                     BUSINESS DATE - CONVERTED LOANS WERE
      *                     STARTING OUT PAST DUE.
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
            SELECT LOSS-MIT-TRANS-FILE ASSIGN TO LSMTRAN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-LSMTRAN-STATUS.
            SELECT LOSS-MIT-PLAN-FILE ASSIGN TO LSMPLAN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LP-LOAN-NUMBER
                FILE STATUS IS WS-LSMPLAN-STATUS.
            SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LM-LOAN-NUMBER
                FILE STATUS IS WS-LOANMSTR-STATUS.
            SELECT LOAN-HISTORY-FILE ASSIGN TO LNHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LH-HISTORY-KEY
                FILE STATUS IS WS-LNHIST-STATUS.
            SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SP-LOAN-NUMBER
                FILE STATUS IS WS-SUSPENSE-STATUS.
            SELECT FEE-ACTIVITY-FILE ASSIGN TO FEEACTV
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FEEACTV-STATUS.
            SELECT LOSS-MIT-REPORT-FILE ASSIGN TO LSMPRT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-LSMPRT-STATUS.
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
        FD  LOSS-MIT-TRANS-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LSMTRAN.
        FD  LOSS-MIT-PLAN-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LSMPLAN.
        FD  LOAN-MASTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LOANMST.
        FD  LOAN-HISTORY-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LNHIST.
        FD  SUSPENSE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY SUSPREC.
        FD  FEE-ACTIVITY-FILE
            LABEL RECORDS ARE STANDARD.
            COPY FEEACT.
        FD  LOSS-MIT-REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01  PR-PRINT-LINE                    PIC X(132).
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
        01  WS-FILE-STATUS-FIELDS.
            05  WS-RUNCTL-STATUS             PIC X(02).
                88  WS-RUNCTL-OK                 VALUE '00'.
            05  WS-LSMTRAN-STATUS            PIC X(02).
                88  WS-LSMTRAN-OK                VALUE '00'.
            05  WS-LSMPLAN-STATUS            PIC X(02).
                88  WS-LSMPLAN-OK                VALUE '00'.
                88  WS-LSMPLAN-FILE-MISSING      VALUE '35'.
            05  WS-LOANMSTR-STATUS           PIC X(02).
                88  WS-LOANMSTR-OK               VALUE '00'.
            05  WS-LNHIST-STATUS             PIC X(02).
                88  WS-LNHIST-OK                 VALUE '00'.
                88  WS-LNHIST-FILE-MISSING       VALUE '35'.
            05  WS-SUSPENSE-STATUS           PIC X(02).
                88  WS-SUSPENSE-OK               VALUE '00'.
            05  WS-FEEACTV-STATUS            PIC X(02).
                88  WS-FEEACTV-OK                VALUE '00'.
                88  WS-FEEACTV-FILE-MISSING      VALUE '35'.
            05  WS-LSMPRT-STATUS             PIC X(02).
            05  WS-CKPT-STATUS               PIC X(02).
                88  WS-CKPT-OK                   VALUE '00'.
                88  WS-CKPT-FILE-MISSING         VALUE '35'.
        01  WS-SWITCHES.
            05  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
                88  WS-END-OF-TRANSACTIONS       VALUE 'Y'.
            05  WS-PLAN-EOF-SWITCH           PIC X(01) VALUE 'N'.
                88  WS-END-OF-PLAN-FILE          VALUE 'Y'.
            05  WS-HISTORY-EOF-SWITCH        PIC X(01) VALUE 'N'.
                88  WS-END-OF-LOAN-HISTORY       VALUE 'Y'.
            05  WS-EDIT-SWITCH               PIC X(01) VALUE 'Y'.
                88  WS-EDITS-PASSED              VALUE 'Y'.
                88  WS-EDITS-FAILED               VALUE 'N'.
            05  WS-LOAN-FOUND-SWITCH         PIC X(01) VALUE 'N'.
                88  WS-LOAN-ON-FILE              VALUE 'Y'.
                88  WS-LOAN-NOT-ON-FILE          VALUE 'N'.
            05  WS-PLAN-FOUND-SWITCH         PIC X(01) VALUE 'N'.
                88  WS-PLAN-ON-FILE              VALUE 'Y'.
                88  WS-PLAN-NOT-ON-FILE          VALUE 'N'.
            05  WS-SUSPENSE-OPEN-SWITCH      PIC X(01) VALUE 'N'.
                88  WS-SUSPENSE-FILE-OPEN        VALUE 'Y'.
            05  WS-LEAP-YEAR-SWITCH          PIC X(01) VALUE 'N'.
                88  WS-LEAP-YEAR                 VALUE 'Y'.
                88  WS-NOT-LEAP-YEAR             VALUE 'N'.
            05  WS-HISTORY-WRITTEN-SWITCH    PIC X(01) VALUE 'N'.
                88  WS-HISTORY-WRITTEN           VALUE 'Y'.
                88  WS-HISTORY-NOT-WRITTEN       VALUE 'N'.
        01  WS-EDIT-LIMITS.
            05  WS-MINIMUM-RATE               PIC S9(01)V9999 COMP-3
                                                    VALUE 0.0100.
            05  WS-MAXIMUM-RATE               PIC S9(01)V9999 COMP-3
                                                    VALUE 0.2500.
            05  WS-MAXIMUM-TERM               PIC 9(03) COMP
                                                          VALUE 480.
            05  WS-MAXIMUM-FORBEAR-MONTHS     PIC 9(02) COMP
                                                          VALUE 12.
            05  WS-MAXIMUM-REPAY-MONTHS       PIC 9(02) COMP
                                                          VALUE 24.
            05  WS-MAXIMUM-TRIAL-MONTHS       PIC 9(02) COMP
                                                          VALUE 12.
        01  WS-DATE-CHECK-FIELDS.
            05  WS-CHECK-DATE                 PIC X(08).
            05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
                10  WS-CHECK-YEAR             PIC 9(04).
                10  WS-CHECK-MONTH            PIC 9(02).
                10  WS-CHECK-DAY              PIC 9(02).
            05  WS-LEAP-TEST-YEAR             PIC 9(04).
            05  WS-LEAP-QUOTIENT              PIC 9(04) COMP.
            05  WS-LEAP-REMAINDER-4           PIC 9(04) COMP.
            05  WS-LEAP-REMAINDER-100         PIC 9(04) COMP.
            05  WS-LEAP-REMAINDER-400         PIC 9(04) COMP.
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
        01  WS-MONTH-CALC-FIELDS.
            05  WS-ADD-DATE                   PIC 9(08).
            05  WS-ADD-DATE-PARTS REDEFINES WS-ADD-DATE.
                10  WS-ADD-YEAR               PIC 9(04).
                10  WS-ADD-MONTH              PIC 9(02).
                10  WS-ADD-DAY                PIC 9(02).
            05  WS-ADD-MONTHS                 PIC S9(05) COMP.
            05  WS-FROM-DATE                  PIC 9(08).
            05  WS-FROM-DATE-PARTS REDEFINES WS-FROM-DATE.
                10  WS-FROM-YEAR              PIC 9(04).
                10  WS-FROM-MONTH             PIC 9(02).
                10  WS-FROM-DAY               PIC 9(02).
            05  WS-THRU-DATE                  PIC 9(08).
            05  WS-THRU-DATE-PARTS REDEFINES WS-THRU-DATE.
                10  WS-THRU-YEAR              PIC 9(04).
                10  WS-THRU-MONTH             PIC 9(02).
                10  WS-THRU-DAY               PIC 9(02).
            05  WS-MONTHS-BETWEEN             PIC S9(05) COMP.
            05  WS-TOTAL-MONTHS               PIC S9(05) COMP.
            05  WS-MONTH-QUOTIENT             PIC S9(05) COMP.
            05  WS-MONTH-REMAINDER            PIC S9(03) COMP.
            05  WS-MOD-DUE-OFFSET             PIC S9(05) COMP.
        01  WS-PAYMENT-CALC-FIELDS.
            05  WS-MONTHLY-RATE               PIC S9(01)V9(08) COMP-3.
            05  WS-COMPOUND-FACTOR            PIC S9(05)V9(08) COMP-3.
        01  WS-MODIFICATION-FIELDS.
            05  WS-PRIOR-BALANCE              PIC S9(09)V99 COMP-3.
            05  WS-MISSED-INSTALLMENTS        PIC S9(05) COMP.
            05  WS-ARREARS-INTEREST           PIC S9(09)V99 COMP-3.
            05  WS-CAPITALIZED-FEES           PIC S9(07)V99 COMP-3.
            05  WS-CAPITALIZED-AMOUNT         PIC S9(09)V99 COMP-3.
        01  WS-REVIEW-FIELDS.
            05  WS-HELD-LOAN-NUMBER           PIC X(10).
            05  WS-RECEIVED-TOTAL             PIC S9(09)V99 COMP-3.
            05  WS-REQUIRED-TOTAL             PIC S9(09)V99 COMP-3.
            05  WS-SUSPENSE-BALANCE           PIC S9(09)V99 COMP-3.
            05  WS-INSTALLMENTS-DUE           PIC S9(05) COMP.
            05  WS-INSTALLMENTS-MADE          PIC S9(05) COMP.
        01  WS-EVENT-FIELDS.
            05  WS-EVENT-AMOUNT               PIC S9(09)V99 COMP-3.
            05  WS-EVENT-TEXT                 PIC X(30).
            05  WS-PLAN-NAME                  PIC X(12).
        01  WS-RESULT-TEXT                    PIC X(50).
        01  WS-RUN-TOTALS.
            05  WS-TRANS-COUNT                PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-APPLIED-COUNT              PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-REJECTED-COUNT             PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-REVIEWED-COUNT             PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-COMPLETED-COUNT            PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-BROKEN-COUNT               PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-CANCELLED-COUNT            PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-MODIFIED-COUNT             PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-CAPITALIZED-TOTAL          PIC S9(11)V99 COMP-3
                                                          VALUE ZERO.
        01  WS-DISPLAY-COUNT                 PIC ZZZ,ZZ9.
        01  WS-DISPLAY-AMOUNT                PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01  WS-HEADING-LINE-1.
            05  FILLER                        PIC X(45)
                VALUE 'MORTGAGE SERVICING - LOSS MITIGATION ACTIVITY'.
        01  WS-HEADING-LINE-2.
            05  FILLER                        PIC X(14)
                                             VALUE 'BUSINESS DATE '.
            05  H2-BUSINESS-DATE               PIC 9(08).
        01  WS-SECTION-LINE.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  SL-SECTION-TITLE               PIC X(40).
        01  WS-COLUMN-HEADING-LINE.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(10) VALUE 'LOAN'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(02) VALUE 'CD'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(08) VALUE 'START'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(02) VALUE 'MO'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(13)
                                              VALUE '  PLAN AMOUNT'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(13)
                                              VALUE ' RECEIVED/CAP'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(08)
                                                   VALUE 'OPERATOR'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(06) VALUE 'RESULT'.
        01  WS-DETAIL-LINE.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-LOAN-NUMBER                 PIC X(10).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-ACTION-CODE                 PIC X(02).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-START-DATE                  PIC X(08).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-PLAN-MONTHS                 PIC X(02).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-PLAN-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-OTHER-AMOUNT      PIC Z,ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-OPERATOR-ID                 PIC X(08).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-RESULT-TEXT                 PIC X(50).
        01  WS-TOTAL-LINE-1.
            05  FILLER                        PIC X(34)
                VALUE '  TRANSACTIONS READ:              '.
            05  T1-TRANS-COUNT                 PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-2.
            05  FILLER                        PIC X(34)
                VALUE '  TRANSACTIONS APPLIED:           '.
            05  T2-APPLIED-COUNT               PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-3.
            05  FILLER                        PIC X(34)
                VALUE '  TRANSACTIONS REJECTED:          '.
            05  T3-REJECTED-COUNT              PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-4.
            05  FILLER                        PIC X(34)
                VALUE '  ACTIVE PLANS REVIEWED:          '.
            05  T4-REVIEWED-COUNT              PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-5.
            05  FILLER                        PIC X(34)
                VALUE '  PLANS COMPLETED:                '.
            05  T5-COMPLETED-COUNT             PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-6.
            05  FILLER                        PIC X(34)
                VALUE '  PLANS BROKEN:                   '.
            05  T6-BROKEN-COUNT                PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-7.
            05  FILLER                        PIC X(34)
                VALUE '  PLANS CANCELLED:                '.
            05  T7-CANCELLED-COUNT             PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-8.
            05  FILLER                        PIC X(34)
                VALUE '  PERMANENT MODIFICATIONS:        '.
            05  T8-MODIFIED-COUNT              PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-9.
            05  FILLER                        PIC X(34)
                VALUE '  AMOUNT CAPITALIZED:             '.
            05  T9-CAPITALIZED-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01  WS-BLANK-LINE                     PIC X(01) VALUE SPACE.
        PROCEDURE DIVISION.
        MAIN-LINE SECTION.
        0000.
            PERFORM AE-MAIN.
        9999.
            STOP RUN.
        AE-MAIN SECTION.
        AE-100.
      *    OPEN THE DESK'S TRANSACTIONS (ABSENT ON A NIGHT WITH NO
      *    PLAN ACTIVITY), THE PLAN FILE (CREATING IT THE FIRST
      *    TIME), THE MASTER, THE HISTORY, THE SUSPENSE FILE, THE
      *    FEE ACTIVITY FILE AND THE REPORT.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            OPEN INPUT LOSS-MIT-TRANS-FILE.
            OPEN I-O LOSS-MIT-PLAN-FILE.
            IF WS-LSMPLAN-FILE-MISSING
                OPEN OUTPUT LOSS-MIT-PLAN-FILE
                CLOSE LOSS-MIT-PLAN-FILE
                OPEN I-O LOSS-MIT-PLAN-FILE
            END-IF.
            OPEN I-O LOAN-MASTER-FILE.
            OPEN I-O LOAN-HISTORY-FILE.
            IF WS-LNHIST-FILE-MISSING
                OPEN OUTPUT LOAN-HISTORY-FILE
                CLOSE LOAN-HISTORY-FILE
                OPEN I-O LOAN-HISTORY-FILE
            END-IF.
            OPEN INPUT SUSPENSE-FILE.
            IF WS-SUSPENSE-OK
                SET WS-SUSPENSE-FILE-OPEN TO TRUE
            END-IF.
            OPEN EXTEND FEE-ACTIVITY-FILE.
            IF WS-FEEACTV-FILE-MISSING
                OPEN OUTPUT FEE-ACTIVITY-FILE
            END-IF.
            OPEN OUTPUT LOSS-MIT-REPORT-FILE.
            IF NOT WS-LSMPLAN-OK
                DISPLAY 'LOSSMIT - PLAN FILE OPEN FAILED, STATUS '
                    WS-LSMPLAN-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO AE-900
            END-IF.
            IF NOT WS-LOANMSTR-OK
                DISPLAY 'LOSSMIT - LOAN MASTER OPEN FAILED, STATUS '
                    WS-LOANMSTR-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO AE-900
            END-IF.
            IF NOT WS-LNHIST-OK
                DISPLAY 'LOSSMIT - LOAN HISTORY OPEN FAILED, STATUS '
                    WS-LNHIST-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO AE-900
            END-IF.
            IF NOT WS-SUSPENSE-FILE-OPEN
                DISPLAY 'LOSSMIT - SUSPENSE FILE OPEN FAILED, STATUS '
                    WS-SUSPENSE-STATUS ' - NO SUSPENSE ON ANY LOAN'
            END-IF.
            PERFORM AE-105-GET-BUSINESS-DATE.
            PERFORM AE-110-STAMP-CHECKPOINT.
            MOVE WS-HEADING-LINE-1 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-TODAY-DATE TO H2-BUSINESS-DATE.
            MOVE WS-HEADING-LINE-2 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-COLUMN-HEADING-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            GO TO AE-200.
        AE-105-GET-BUSINESS-DATE.
      *    PICK UP TODAY'S SHARED BUSINESS DATE FROM RUN-CONTROL
      *    INSTEAD OF DERIVING IT LOCALLY, SO THIS JOB CANNOT
      *    DISAGREE WITH THE REST OF THE CYCLE ACROSS A MIDNIGHT
      *    ROLLOVER.
            OPEN INPUT RUN-CONTROL-FILE.
            IF WS-RUNCTL-OK
                MOVE 'CYCLECTL' TO RC-CONTROL-ID
                READ RUN-CONTROL-FILE
                    INVALID KEY
                        DISPLAY 'LOSSMIT - RUN-CONTROL RECORD NOT '
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
                DISPLAY 'LOSSMIT - RUN-CONTROL OPEN FAILED, STATUS '
                    WS-RUNCTL-STATUS ' - USING SYSTEM DATE'
                STRING WS-CURRENT-YEAR WS-CURRENT-MONTH WS-CURRENT-DAY
                    DELIMITED BY SIZE INTO WS-TODAY-DATE
                END-STRING
            END-IF.
        AE-110-STAMP-CHECKPOINT.
      *    MARK THIS STEP IN-PROGRESS ON THE CHECKPOINT FILE SO THE
      *    END-OF-CYCLE AUDIT CAN PROVE IT RAN TO COMPLETION.
            OPEN I-O CHECKPOINT-FILE.
            IF WS-CKPT-FILE-MISSING
                OPEN OUTPUT CHECKPOINT-FILE
                CLOSE CHECKPOINT-FILE
                OPEN I-O CHECKPOINT-FILE
            END-IF.
            MOVE 'LOSSMIT' TO CK-PROGRAM-ID.
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
        AE-200.
      *    PHASE ONE - EDIT AND APPLY TONIGHT'S LOSS-MITIGATION
      *    TRANSACTIONS.
            MOVE 'PLAN TRANSACTIONS' TO SL-SECTION-TITLE.
            MOVE WS-SECTION-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            IF WS-LSMTRAN-OK
                PERFORM AE-210 UNTIL WS-END-OF-TRANSACTIONS
            ELSE
                DISPLAY 'LOSSMIT - NO LOSS-MITIGATION TRANSACTIONS '
                    'TONIGHT, STATUS ' WS-LSMTRAN-STATUS
            END-IF.
            GO TO AE-600.
        AE-210.
            READ LOSS-MIT-TRANS-FILE
                AT END
                    SET WS-END-OF-TRANSACTIONS TO TRUE
                NOT AT END
                    ADD 1 TO WS-TRANS-COUNT
                    PERFORM AE-300-PROCESS-TRANSACTION
            END-READ.
        AE-300-PROCESS-TRANSACTION.
            SET WS-EDITS-PASSED TO TRUE.
            MOVE SPACES TO WS-RESULT-TEXT.
            MOVE ZERO TO WS-CAPITALIZED-AMOUNT.
            IF NOT LT-SET-UP-PLAN AND NOT LT-PERMANENT-MOD
                AND NOT LT-CANCEL-PLAN
                MOVE 'REJECTED - TRANSACTION CODE NOT FB/RP/TP/PM/CX'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                AND LT-OPERATOR-ID = SPACES
                MOVE 'REJECTED - OPERATOR ID IS REQUIRED'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                PERFORM AE-310-EDIT-LOAN
            END-IF.
            IF WS-EDITS-PASSED
                PERFORM AE-315-EDIT-BY-CODE
            END-IF.
            IF WS-EDITS-PASSED
                PERFORM AE-400-APPLY-TRANSACTION
            END-IF.
            IF WS-EDITS-PASSED
                ADD 1 TO WS-APPLIED-COUNT
            ELSE
                ADD 1 TO WS-REJECTED-COUNT
            END-IF.
            PERFORM AE-500-WRITE-DETAIL.
        AE-310-EDIT-LOAN.
      *    THE LOAN MUST BE ON FILE AND STILL BEING SERVICED.  ITS
      *    CURRENT PLAN RECORD, IF ANY, IS PICKED UP WITH IT.
            MOVE LT-LOAN-NUMBER TO LM-LOAN-NUMBER.
            READ LOAN-MASTER-FILE
                INVALID KEY
                    MOVE 'REJECTED - LOAN NOT ON FILE'
                        TO WS-RESULT-TEXT
                    SET WS-EDITS-FAILED TO TRUE
            END-READ.
            IF WS-EDITS-PASSED
                AND NOT LM-LOAN-ACTIVE
                MOVE 'REJECTED - LOAN IS NOT ACTIVE'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                PERFORM AE-450-READ-PLAN
            END-IF.
        AE-315-EDIT-BY-CODE.
            IF LT-SET-UP-PLAN
                PERFORM AE-320-EDIT-PLAN-SETUP
            ELSE IF LT-PERMANENT-MOD
                PERFORM AE-330-EDIT-MOD-TERMS
                PERFORM AE-335-EDIT-FIRST-DUE-DATE
            ELSE
                PERFORM AE-340-EDIT-CANCEL
            END-IF.
        AE-320-EDIT-PLAN-SETUP.
      *    ONE PLAN AT A TIME - A LOAN ALREADY ON A PLAN MUST HAVE IT
      *    CANCELLED BEFORE ANOTHER IS SET UP.
            IF LM-ON-LOSS-MIT-PLAN
                MOVE 'REJECTED - LOAN IS ALREADY ON A PLAN'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                MOVE LT-PLAN-START-DATE TO WS-CHECK-DATE
                PERFORM AE-350-EDIT-DATE
            END-IF.
            IF WS-EDITS-PASSED
                PERFORM AE-325-EDIT-PLAN-TERMS
            END-IF.
            IF WS-EDITS-PASSED
                AND LT-SET-UP-TRIAL
                PERFORM AE-330-EDIT-MOD-TERMS
            END-IF.
        AE-325-EDIT-PLAN-TERMS.
      *    A FORBEARANCE MUST ASK FOR LESS THAN THE SCHEDULED
      *    PAYMENT (ZERO SUSPENDS IT ENTIRELY); A REPAYMENT PLAN MUST
      *    ASK FOR MORE, AND ONLY ON A LOAN WITH ARREARS TO REPAY; A
      *    TRIAL PLAN MUST HAVE A TRIAL PAYMENT.
            IF LT-PLAN-MONTHS NOT NUMERIC
                OR LT-PLAN-PMT-AMOUNT NOT NUMERIC
                MOVE 'REJECTED - PLAN MONTHS OR AMOUNT NOT NUMERIC'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF LT-PLAN-MONTHS < 1
                MOVE 'REJECTED - PLAN MUST RUN AT LEAST ONE MONTH'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF LT-SET-UP-FORBEARANCE
                AND LT-PLAN-MONTHS > WS-MAXIMUM-FORBEAR-MONTHS
                MOVE 'REJECTED - FORBEARANCE LONGER THAN 12 MONTHS'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF LT-SET-UP-FORBEARANCE
                AND LT-PLAN-PMT-AMOUNT NOT < LM-SCHEDULED-PMT-AMOUNT
                MOVE 'REJECTED - FORBEARANCE AMOUNT NOT BELOW PAYMENT'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF LT-SET-UP-REPAYMENT
                AND LT-PLAN-MONTHS > WS-MAXIMUM-REPAY-MONTHS
                MOVE 'REJECTED - REPAYMENT PLAN LONGER THAN 24 MONTHS'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF LT-SET-UP-REPAYMENT
                AND LT-PLAN-PMT-AMOUNT NOT > LM-SCHEDULED-PMT-AMOUNT
                MOVE 'REJECTED - REPAYMENT AMOUNT NOT ABOVE PAYMENT'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF LT-SET-UP-REPAYMENT
                AND LM-NEXT-DUE-DATE NOT < WS-TODAY-DATE
                MOVE 'REJECTED - LOAN IS NOT PAST DUE'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF LT-SET-UP-TRIAL
                AND LT-PLAN-MONTHS > WS-MAXIMUM-TRIAL-MONTHS
                MOVE 'REJECTED - TRIAL PLAN LONGER THAN 12 MONTHS'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF LT-SET-UP-TRIAL
                AND LT-PLAN-PMT-AMOUNT = ZERO
                MOVE 'REJECTED - TRIAL PAYMENT AMOUNT IS REQUIRED'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
        AE-330-EDIT-MOD-TERMS.
      *    THE MODIFIED RATE AND TERM ARE HELD TO THE SAME LIMITS
      *    LNBOARD APPLIES TO A NEW LOAN.
            IF LT-MOD-RATE NOT NUMERIC
                OR LT-MOD-TERM-MONTHS NOT NUMERIC
                MOVE 'REJECTED - MODIFICATION TERMS NOT NUMERIC'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF LT-MOD-RATE < WS-MINIMUM-RATE
                OR LT-MOD-RATE > WS-MAXIMUM-RATE
                MOVE 'REJECTED - MODIFIED RATE OUTSIDE 1% TO 25%'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF LT-MOD-TERM-MONTHS < 1
                OR LT-MOD-TERM-MONTHS > WS-MAXIMUM-TERM
                MOVE 'REJECTED - MODIFIED TERM OUTSIDE 1 TO 480 MONTHS'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
        AE-335-EDIT-FIRST-DUE-DATE.
      *    THE FIRST MODIFIED PAYMENT MUST FALL AFTER TODAY.
            IF WS-EDITS-PASSED
                MOVE LT-MOD-FIRST-DUE-DATE TO WS-CHECK-DATE
                PERFORM AE-350-EDIT-DATE
            END-IF.
            IF WS-EDITS-PASSED
                AND LT-MOD-FIRST-DUE-DATE NOT > WS-TODAY-DATE
                MOVE 'REJECTED - FIRST MODIFIED DUE DATE NOT IN FUTURE'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
        AE-340-EDIT-CANCEL.
            IF NOT LM-ON-LOSS-MIT-PLAN
                MOVE 'REJECTED - LOAN IS NOT ON A PLAN'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
        AE-350-EDIT-DATE.
      *    THE DATE MUST BE A REAL CALENDAR DATE, FEBRUARY 29TH ONLY
      *    IN A LEAP YEAR.
            IF WS-CHECK-DATE NOT NUMERIC
                MOVE 'REJECTED - DATE IS NOT NUMERIC'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                IF WS-CHECK-YEAR < 1900 OR WS-CHECK-YEAR > 2100
                    OR WS-CHECK-MONTH < 01 OR WS-CHECK-MONTH > 12
                    MOVE 'REJECTED - DATE IS NOT A VALID DATE'
                        TO WS-RESULT-TEXT
                    SET WS-EDITS-FAILED TO TRUE
                END-IF
            END-IF.
      *    THE MONTH MUST BE CONFIRMED IN RANGE BEFORE IT IS EVER
      *    USED TO SUBSCRIPT WS-MAX-DAY.
            IF WS-EDITS-PASSED
                AND (WS-CHECK-DAY < 01
                    OR WS-CHECK-DAY > WS-MAX-DAY(WS-CHECK-MONTH))
                MOVE 'REJECTED - DATE IS NOT A VALID DATE'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                AND WS-CHECK-MONTH = 02 AND WS-CHECK-DAY = 29
                MOVE WS-CHECK-YEAR TO WS-LEAP-TEST-YEAR
                PERFORM AE-360-TEST-LEAP-YEAR
                IF WS-NOT-LEAP-YEAR
                    MOVE 'REJECTED - FEBRUARY 29 IN A NON-LEAP YEAR'
                        TO WS-RESULT-TEXT
                    SET WS-EDITS-FAILED TO TRUE
                END-IF
            END-IF.
        AE-360-TEST-LEAP-YEAR.
            DIVIDE WS-LEAP-TEST-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REMAINDER-4.
            DIVIDE WS-LEAP-TEST-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REMAINDER-100.
            DIVIDE WS-LEAP-TEST-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REMAINDER-400.
            IF WS-LEAP-REMAINDER-4 NOT = ZERO
                OR (WS-LEAP-REMAINDER-100 = ZERO
                    AND WS-LEAP-REMAINDER-400 NOT = ZERO)
                SET WS-NOT-LEAP-YEAR TO TRUE
            ELSE
                SET WS-LEAP-YEAR TO TRUE
            END-IF.
        AE-400-APPLY-TRANSACTION.
            IF LT-SET-UP-PLAN
                PERFORM AE-410-SET-UP-PLAN
            ELSE IF LT-PERMANENT-MOD
                PERFORM AE-420-BOOK-MODIFICATION
            ELSE
                PERFORM AE-430-CANCEL-PLAN
            END-IF.
        AE-410-SET-UP-PLAN.
      *    THE PLAN RUNS FOR THE GIVEN NUMBER OF MONTHLY
      *    INSTALLMENTS FROM THE START DATE AND REPLACES WHATEVER
      *    ENDED PLAN WAS ON FILE.  THE SUSPENSE BALANCE AT SET-UP IS
      *    KEPT SO THE REVIEW COUNTS ONLY NEW MONEY.  A TRIAL PLAN
      *    CARRIES ITS MODIFICATION TERMS, THE FIRST MODIFIED
      *    PAYMENT FALLING DUE A MONTH AFTER THE TRIAL ENDS.
            PERFORM AE-455-CLEAR-PLAN-RECORD.
            MOVE LT-LOAN-NUMBER TO LP-LOAN-NUMBER.
            IF LT-SET-UP-FORBEARANCE
                SET LP-PLAN-FORBEARANCE TO TRUE
            ELSE IF LT-SET-UP-REPAYMENT
                SET LP-PLAN-REPAYMENT TO TRUE
            ELSE
                SET LP-PLAN-TRIAL TO TRUE
            END-IF.
            SET LP-PLAN-ACTIVE TO TRUE.
            MOVE WS-TODAY-DATE TO LP-STATUS-DATE.
            MOVE WS-TODAY-DATE TO LP-SETUP-DATE.
            MOVE LT-PLAN-START-DATE TO LP-START-DATE.
            MOVE LT-PLAN-MONTHS TO LP-PLAN-MONTHS.
            MOVE LT-PLAN-START-DATE TO WS-ADD-DATE.
            MOVE LT-PLAN-MONTHS TO WS-ADD-MONTHS.
            PERFORM AE-750-ADD-MONTHS.
            MOVE WS-ADD-DATE TO LP-END-DATE.
            MOVE LT-PLAN-PMT-AMOUNT TO LP-PLAN-PMT-AMOUNT.
            MOVE LM-NEXT-DUE-DATE TO LP-DUE-DATE-AT-SETUP.
            PERFORM AE-460-READ-SUSPENSE.
            MOVE WS-SUSPENSE-BALANCE TO LP-SUSPENSE-AT-SETUP.
            IF LP-PLAN-TRIAL
                MOVE LT-MOD-RATE TO LP-MOD-RATE
                MOVE LT-MOD-TERM-MONTHS TO LP-MOD-TERM-MONTHS
                PERFORM AE-655-SET-MOD-FIRST-DUE
            END-IF.
            MOVE LT-OPERATOR-ID TO LP-OPERATOR-ID.
            MOVE LT-REASON-CODE TO LP-REASON-CODE.
            PERFORM AE-470-SAVE-PLAN.
            MOVE LP-PLAN-TYPE TO LM-LOSS-MIT-FLAG.
            REWRITE LM-LOAN-RECORD.
            PERFORM AE-480-NAME-PLAN.
            MOVE SPACES TO WS-EVENT-TEXT.
            STRING WS-PLAN-NAME DELIMITED BY '  '
                ' SET UP ' LP-PLAN-MONTHS ' MONTHS'
                DELIMITED BY SIZE INTO WS-EVENT-TEXT
            END-STRING.
            MOVE LP-PLAN-PMT-AMOUNT TO WS-EVENT-AMOUNT.
            PERFORM AE-770-WRITE-PLAN-EVENT.
            MOVE SPACES TO WS-RESULT-TEXT.
            STRING 'APPLIED - ' WS-PLAN-NAME DELIMITED BY '  '
                ' SET UP THROUGH ' LP-END-DATE
                DELIMITED BY SIZE INTO WS-RESULT-TEXT
            END-STRING.
        AE-420-BOOK-MODIFICATION.
      *    A MODIFICATION BOOKED DIRECTLY ENDS ANY PLAN IN FORCE -
      *    AN EARLY CONVERSION OF A TRIAL, OR A FORBEARANCE OR
      *    REPAYMENT PLAN OVERTAKEN BY A MODIFICATION.  WITH NO PLAN
      *    IN FORCE, A MODIFICATION-ONLY RECORD REPLACES THE OLD ONE.
            IF WS-PLAN-NOT-ON-FILE
                OR NOT LP-PLAN-ACTIVE
                PERFORM AE-455-CLEAR-PLAN-RECORD
                MOVE LT-LOAN-NUMBER TO LP-LOAN-NUMBER
                SET LP-PLAN-MODIFICATION TO TRUE
                MOVE WS-TODAY-DATE TO LP-SETUP-DATE
                MOVE LM-NEXT-DUE-DATE TO LP-DUE-DATE-AT-SETUP
            END-IF.
            MOVE LT-MOD-RATE TO LP-MOD-RATE.
            MOVE LT-MOD-TERM-MONTHS TO LP-MOD-TERM-MONTHS.
            MOVE LT-MOD-FIRST-DUE-DATE TO LP-MOD-FIRST-DUE-DATE.
            MOVE LT-OPERATOR-ID TO LP-OPERATOR-ID.
            MOVE LT-REASON-CODE TO LP-REASON-CODE.
            PERFORM AE-700-MODIFY-LOAN.
            PERFORM AE-470-SAVE-PLAN.
            MOVE SPACES TO WS-RESULT-TEXT.
            STRING 'APPLIED - MODIFIED, FIRST DUE '
                LM-NEXT-DUE-DATE
                DELIMITED BY SIZE INTO WS-RESULT-TEXT
            END-STRING.
        AE-430-CANCEL-PLAN.
      *    THE DESK CAN END A PLAN EARLY.  THE LOAN RETURNS TO ITS
      *    CONTRACTUAL TERMS AND IS OPEN TO LATE CHARGES AGAIN.
            IF WS-PLAN-ON-FILE
                AND LP-PLAN-ACTIVE
                SET LP-PLAN-CANCELLED TO TRUE
                MOVE WS-TODAY-DATE TO LP-STATUS-DATE
                MOVE LT-OPERATOR-ID TO LP-OPERATOR-ID
                MOVE LT-REASON-CODE TO LP-REASON-CODE
                PERFORM AE-470-SAVE-PLAN
            ELSE
                MOVE LM-LOSS-MIT-FLAG TO LP-PLAN-TYPE
            END-IF.
            SET LM-NO-LOSS-MIT-PLAN TO TRUE.
            REWRITE LM-LOAN-RECORD.
            PERFORM AE-480-NAME-PLAN.
            MOVE SPACES TO WS-EVENT-TEXT.
            STRING WS-PLAN-NAME DELIMITED BY '  '
                ' CANCELLED' DELIMITED BY SIZE INTO WS-EVENT-TEXT
            END-STRING.
            MOVE ZERO TO WS-EVENT-AMOUNT.
            PERFORM AE-770-WRITE-PLAN-EVENT.
            ADD 1 TO WS-CANCELLED-COUNT.
            MOVE 'APPLIED - PLAN CANCELLED, LOAN BACK ON CONTRACT'
                TO WS-RESULT-TEXT.
        AE-450-READ-PLAN.
            SET WS-PLAN-NOT-ON-FILE TO TRUE.
            MOVE LM-LOAN-NUMBER TO LP-LOAN-NUMBER.
            READ LOSS-MIT-PLAN-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-PLAN-ON-FILE TO TRUE
            END-READ.
        AE-455-CLEAR-PLAN-RECORD.
            MOVE SPACES TO LP-LOSS-MIT-PLAN-RECORD.
            MOVE ZERO TO LP-STATUS-DATE.
            MOVE ZERO TO LP-SETUP-DATE.
            MOVE ZERO TO LP-START-DATE.
            MOVE ZERO TO LP-END-DATE.
            MOVE ZERO TO LP-PLAN-MONTHS.
            MOVE ZERO TO LP-PLAN-PMT-AMOUNT.
            MOVE ZERO TO LP-DUE-DATE-AT-SETUP.
            MOVE ZERO TO LP-SUSPENSE-AT-SETUP.
            MOVE ZERO TO LP-RECEIVED-TO-DATE.
            MOVE ZERO TO LP-INSTALLMENTS-MADE.
            MOVE ZERO TO LP-MOD-RATE.
            MOVE ZERO TO LP-MOD-TERM-MONTHS.
            MOVE ZERO TO LP-MOD-FIRST-DUE-DATE.
            MOVE ZERO TO LP-CAPITALIZED-AMOUNT.
        AE-460-READ-SUSPENSE.
            MOVE ZERO TO WS-SUSPENSE-BALANCE.
            IF WS-SUSPENSE-FILE-OPEN
                MOVE LM-LOAN-NUMBER TO SP-LOAN-NUMBER
                READ SUSPENSE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SP-SUSPENSE-BALANCE
                            TO WS-SUSPENSE-BALANCE
                END-READ
            END-IF.
        AE-470-SAVE-PLAN.
            IF WS-PLAN-ON-FILE
                REWRITE LP-LOSS-MIT-PLAN-RECORD
            ELSE
                WRITE LP-LOSS-MIT-PLAN-RECORD
                    INVALID KEY
                        DISPLAY 'LOSSMIT - PLAN WRITE FAILED FOR LOAN '
                            LP-LOAN-NUMBER ' STATUS '
                            WS-LSMPLAN-STATUS
                END-WRITE
            END-IF.
        AE-480-NAME-PLAN.
            IF LP-PLAN-FORBEARANCE
                MOVE 'FORBEARANCE' TO WS-PLAN-NAME
            ELSE IF LP-PLAN-REPAYMENT
                MOVE 'REPAYMENT' TO WS-PLAN-NAME
            ELSE IF LP-PLAN-TRIAL
                MOVE 'TRIAL PLAN' TO WS-PLAN-NAME
            ELSE
                MOVE 'MODIFICATION' TO WS-PLAN-NAME
            END-IF.
        AE-500-WRITE-DETAIL.
            MOVE LT-LOAN-NUMBER TO DL-LOAN-NUMBER.
            MOVE LT-TRANS-CODE TO DL-ACTION-CODE.
            MOVE LT-PLAN-START-DATE TO DL-START-DATE.
            MOVE LT-PLAN-MONTHS TO DL-PLAN-MONTHS.
            IF LT-PLAN-PMT-AMOUNT NUMERIC
                MOVE LT-PLAN-PMT-AMOUNT TO DL-PLAN-AMOUNT
            ELSE
                MOVE ZERO TO DL-PLAN-AMOUNT
            END-IF.
            MOVE WS-CAPITALIZED-AMOUNT TO DL-OTHER-AMOUNT.
            MOVE LT-OPERATOR-ID TO DL-OPERATOR-ID.
            MOVE WS-RESULT-TEXT TO DL-RESULT-TEXT.
            MOVE WS-DETAIL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
        AE-600.
      *    PHASE TWO - REVIEW EVERY ACTIVE PLAN AGAINST WHAT THE
      *    BORROWER HAS PAID AND REPORT TONIGHT'S OUTCOMES.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE 'NIGHTLY PLAN REVIEW' TO SL-SECTION-TITLE.
            MOVE WS-SECTION-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE SPACES TO LP-LOAN-NUMBER.
            START LOSS-MIT-PLAN-FILE KEY IS NOT LESS THAN
                LP-LOAN-NUMBER
                INVALID KEY
                    SET WS-END-OF-PLAN-FILE TO TRUE
            END-START.
            PERFORM AE-610 UNTIL WS-END-OF-PLAN-FILE.
            PERFORM AE-790-WRITE-TOTALS.
            GO TO AE-800.
        AE-610.
            READ LOSS-MIT-PLAN-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-PLAN-FILE TO TRUE
                NOT AT END
                    IF LP-PLAN-ACTIVE
                        ADD 1 TO WS-REVIEWED-COUNT
                        PERFORM AE-620-REVIEW-PLAN
                    END-IF
            END-READ.
        AE-620-REVIEW-PLAN.
      *    THE PLAN PAYMENTS DUE SO FAR ARE ONE FOR EVERY FULL MONTH
      *    SINCE THE START DATE, UP TO THE PLAN'S TERM.  RECEIPTS
      *    SHORT OF THAT BREAK THE PLAN; A PLAN STILL WHOLE ON ITS
      *    END DATE IS COMPLETED.  A PLAN ON A LOAN THAT HAS PAID
      *    OFF OR LEFT THE SERVICING BOOK SIMPLY ENDS.  THE KEY IS
      *    HELD SO THE SEQUENTIAL SCAN CAN BE REPOSITIONED AFTER THE
      *    KEYED REWRITE.
            MOVE LP-LOAN-NUMBER TO WS-HELD-LOAN-NUMBER.
            MOVE SPACES TO WS-RESULT-TEXT.
            MOVE ZERO TO WS-RECEIVED-TOTAL.
            MOVE ZERO TO WS-CAPITALIZED-AMOUNT.
            SET WS-LOAN-ON-FILE TO TRUE.
            MOVE LP-LOAN-NUMBER TO LM-LOAN-NUMBER.
            READ LOAN-MASTER-FILE
                INVALID KEY
                    SET WS-LOAN-NOT-ON-FILE TO TRUE
            END-READ.
            IF WS-LOAN-NOT-ON-FILE
                OR NOT LM-LOAN-ACTIVE
                PERFORM AE-660-END-PLAN-LOAN-GONE
            ELSE
                PERFORM AE-630-TOTAL-RECEIPTS
                PERFORM AE-625-MEASURE-PLAN
            END-IF.
            REWRITE LP-LOSS-MIT-PLAN-RECORD.
            MOVE WS-HELD-LOAN-NUMBER TO LP-LOAN-NUMBER.
            START LOSS-MIT-PLAN-FILE KEY IS GREATER THAN
                LP-LOAN-NUMBER
                INVALID KEY
                    SET WS-END-OF-PLAN-FILE TO TRUE
            END-START.
        AE-625-MEASURE-PLAN.
            MOVE LP-START-DATE TO WS-FROM-DATE.
            MOVE WS-TODAY-DATE TO WS-THRU-DATE.
            PERFORM AE-760-MONTHS-BETWEEN.
            IF WS-MONTHS-BETWEEN > LP-PLAN-MONTHS
                MOVE LP-PLAN-MONTHS TO WS-INSTALLMENTS-DUE
            ELSE
                MOVE WS-MONTHS-BETWEEN TO WS-INSTALLMENTS-DUE
            END-IF.
            COMPUTE WS-REQUIRED-TOTAL =
                LP-PLAN-PMT-AMOUNT * WS-INSTALLMENTS-DUE.
            MOVE ZERO TO WS-INSTALLMENTS-MADE.
            IF LP-PLAN-PMT-AMOUNT > ZERO
                DIVIDE WS-RECEIVED-TOTAL BY LP-PLAN-PMT-AMOUNT
                    GIVING WS-INSTALLMENTS-MADE
            END-IF.
            IF WS-INSTALLMENTS-MADE > LP-PLAN-MONTHS
                MOVE LP-PLAN-MONTHS TO WS-INSTALLMENTS-MADE
            END-IF.
            MOVE WS-INSTALLMENTS-MADE TO LP-INSTALLMENTS-MADE.
            MOVE WS-RECEIVED-TOTAL TO LP-RECEIVED-TO-DATE.
            IF WS-RECEIVED-TOTAL < WS-REQUIRED-TOTAL
                PERFORM AE-650-BREAK-PLAN
            ELSE IF LP-END-DATE NOT > WS-TODAY-DATE
                PERFORM AE-640-COMPLETE-PLAN
            END-IF.
        AE-630-TOTAL-RECEIPTS.
      *    MONEY RECEIVED SINCE THE PLAN STARTED IS EVERY PAYMENT
      *    AND LATE-CHARGE COLLECTION POSTED TO THE HISTORY, LESS
      *    ANY REVERSED, PLUS WHAT THE SUSPENSE BALANCE HAS GROWN BY
      *    SINCE SET-UP.  COUNTING SUSPENSE BY ITS BALANCE RATHER
      *    THAN ITS DEPOSITS KEEPS A SHORT PLAN PAYMENT THAT LATER
      *    COMPLETES A SCHEDULED PAYMENT FROM BEING COUNTED TWICE.
            MOVE 'N' TO WS-HISTORY-EOF-SWITCH.
            MOVE WS-HELD-LOAN-NUMBER TO LH-LOAN-NUMBER.
            MOVE LP-START-DATE TO LH-EVENT-DATE.
            MOVE ZERO TO LH-EVENT-SEQUENCE.
            START LOAN-HISTORY-FILE KEY IS NOT LESS THAN
                LH-HISTORY-KEY
                INVALID KEY
                    SET WS-END-OF-LOAN-HISTORY TO TRUE
            END-START.
            PERFORM AE-635-SCAN-HISTORY
                UNTIL WS-END-OF-LOAN-HISTORY.
            PERFORM AE-460-READ-SUSPENSE.
            COMPUTE WS-RECEIVED-TOTAL = WS-RECEIVED-TOTAL
                + WS-SUSPENSE-BALANCE - LP-SUSPENSE-AT-SETUP.
            IF WS-RECEIVED-TOTAL < ZERO
                MOVE ZERO TO WS-RECEIVED-TOTAL
            END-IF.
        AE-635-SCAN-HISTORY.
            READ LOAN-HISTORY-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-LOAN-HISTORY TO TRUE
                NOT AT END
                    IF LH-LOAN-NUMBER NOT = WS-HELD-LOAN-NUMBER
                        OR LH-EVENT-DATE > WS-TODAY-DATE
                        SET WS-END-OF-LOAN-HISTORY TO TRUE
                    ELSE
                        IF NOT LH-PAYMENT-REVERSED
                            AND (LH-EVENT-PAYMENT
                                OR (LH-EVENT-LATE-FEE
                                    AND LH-RECEIPT-AMOUNT > ZERO))
                            ADD LH-EVENT-AMOUNT TO WS-RECEIVED-TOTAL
                        END-IF
                    END-IF
            END-READ.
        AE-640-COMPLETE-PLAN.
      *    A FORBEARANCE OR REPAYMENT PLAN THAT RUNS ITS TERM TAKES
      *    THE LOAN OFF THE PLAN.  A TRIAL WHOSE PAYMENTS HAVE ALL
      *    BEEN MADE CONVERTS TO ITS PERMANENT MODIFICATION.
            SET LP-PLAN-COMPLETED TO TRUE.
            MOVE WS-TODAY-DATE TO LP-STATUS-DATE.
            SET LM-NO-LOSS-MIT-PLAN TO TRUE.
            REWRITE LM-LOAN-RECORD.
            PERFORM AE-480-NAME-PLAN.
            MOVE SPACES TO WS-EVENT-TEXT.
            STRING WS-PLAN-NAME DELIMITED BY '  '
                ' COMPLETED' DELIMITED BY SIZE INTO WS-EVENT-TEXT
            END-STRING.
            MOVE WS-RECEIVED-TOTAL TO WS-EVENT-AMOUNT.
            PERFORM AE-770-WRITE-PLAN-EVENT.
            ADD 1 TO WS-COMPLETED-COUNT.
            IF LP-PLAN-TRIAL
                PERFORM AE-655-SET-MOD-FIRST-DUE
                PERFORM AE-700-MODIFY-LOAN
                MOVE 'COMPLETED - CONVERTED TO PERMANENT MODIFICATION'
                    TO WS-RESULT-TEXT
            ELSE
                MOVE 'COMPLETED - LOAN OFF PLAN, BACK ON CONTRACT'
                    TO WS-RESULT-TEXT
            END-IF.
            PERFORM AE-690-WRITE-REVIEW-DETAIL.
        AE-650-BREAK-PLAN.
      *    A PLAN FALLEN BEHIND ENDS.  THE LOAN RETURNS TO ITS
      *    CONTRACTUAL TERMS AND THE NORMAL COLLECTION PATH.
            SET LP-PLAN-BROKEN TO TRUE.
            MOVE WS-TODAY-DATE TO LP-STATUS-DATE.
            SET LM-NO-LOSS-MIT-PLAN TO TRUE.
            REWRITE LM-LOAN-RECORD.
            PERFORM AE-480-NAME-PLAN.
            MOVE SPACES TO WS-EVENT-TEXT.
            STRING WS-PLAN-NAME DELIMITED BY '  '
                ' BROKEN' DELIMITED BY SIZE INTO WS-EVENT-TEXT
            END-STRING.
            MOVE WS-RECEIVED-TOTAL TO WS-EVENT-AMOUNT.
            PERFORM AE-770-WRITE-PLAN-EVENT.
            ADD 1 TO WS-BROKEN-COUNT.
            MOVE 'BROKEN - PLAN PAYMENTS BEHIND, FOLLOW UP'
                TO WS-RESULT-TEXT.
            PERFORM AE-690-WRITE-REVIEW-DETAIL.
        AE-655-SET-MOD-FIRST-DUE.
      *    THE FIRST MODIFIED PAYMENT FALLS DUE A MONTH AFTER THE
      *    TRIAL ENDS.  A TRIAL CONVERTS ONLY ONCE ITS END DATE HAS
      *    PASSED, SO THAT DATE IS ROLLED A MONTH AT A TIME UNTIL IT
      *    IS AFTER THE BUSINESS DATE - A NEWLY MODIFIED LOAN MUST
      *    NOT START OUT PAST DUE.
            MOVE ZERO TO WS-MOD-DUE-OFFSET.
            MOVE LP-END-DATE TO WS-ADD-DATE.
            PERFORM AE-656-NEXT-MOD-FIRST-DUE.
            PERFORM AE-656-NEXT-MOD-FIRST-DUE
                UNTIL WS-ADD-DATE > WS-TODAY-DATE.
            MOVE WS-ADD-DATE TO LP-MOD-FIRST-DUE-DATE.
        AE-656-NEXT-MOD-FIRST-DUE.
      *    EACH STEP COUNTS FROM THE END DATE ITSELF SO A MONTH-END
      *    DAY PULLED BACK IN A SHORT MONTH IS NOT LOST FOR GOOD.
            ADD 1 TO WS-MOD-DUE-OFFSET.
            MOVE LP-END-DATE TO WS-ADD-DATE.
            MOVE WS-MOD-DUE-OFFSET TO WS-ADD-MONTHS.
            PERFORM AE-750-ADD-MONTHS.
        AE-660-END-PLAN-LOAN-GONE.
            SET LP-PLAN-CANCELLED TO TRUE.
            MOVE WS-TODAY-DATE TO LP-STATUS-DATE.
            IF WS-LOAN-ON-FILE
                SET LM-NO-LOSS-MIT-PLAN TO TRUE
                REWRITE LM-LOAN-RECORD
                PERFORM AE-480-NAME-PLAN
                MOVE SPACES TO WS-EVENT-TEXT
                STRING WS-PLAN-NAME DELIMITED BY '  '
                    ' ENDED - LOAN CLOSED' DELIMITED BY SIZE
                    INTO WS-EVENT-TEXT
                END-STRING
                MOVE ZERO TO WS-EVENT-AMOUNT
                PERFORM AE-770-WRITE-PLAN-EVENT
            END-IF.
            ADD 1 TO WS-CANCELLED-COUNT.
            MOVE 'CANCELLED - LOAN NO LONGER ACTIVE'
                TO WS-RESULT-TEXT.
            PERFORM AE-690-WRITE-REVIEW-DETAIL.
        AE-690-WRITE-REVIEW-DETAIL.
            MOVE LP-LOAN-NUMBER TO DL-LOAN-NUMBER.
            MOVE 'RV' TO DL-ACTION-CODE.
            MOVE LP-START-DATE TO DL-START-DATE.
            MOVE LP-PLAN-MONTHS TO DL-PLAN-MONTHS.
            MOVE LP-PLAN-PMT-AMOUNT TO DL-PLAN-AMOUNT.
            IF LP-PLAN-MODIFIED
                MOVE WS-CAPITALIZED-AMOUNT TO DL-OTHER-AMOUNT
            ELSE
                MOVE WS-RECEIVED-TOTAL TO DL-OTHER-AMOUNT
            END-IF.
            MOVE LP-OPERATOR-ID TO DL-OPERATOR-ID.
            MOVE WS-RESULT-TEXT TO DL-RESULT-TEXT.
            MOVE WS-DETAIL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
        AE-700-MODIFY-LOAN.
      *    BOOK THE PERMANENT MODIFICATION ON THE TERMS CARRIED ON
      *    THE PLAN RECORD.  THE INTEREST ON EVERY CONTRACTUAL
      *    INSTALLMENT DUE AND UNPAID THROUGH TODAY, THE OUTSTANDING
      *    LATE CHARGES AND ANY SERVICER ADVANCE ARE CAPITALIZED -
      *    THE PRINCIPAL OF THOSE INSTALLMENTS IS STILL IN THE
      *    BALANCE.  THE LOAN IS THEN RE-AMORTIZED AT THE NEW RATE
      *    OVER THE NEW TERM FROM THE FIRST MODIFIED DUE DATE.  A
      *    MODIFIED ARM IS FIXED AT THE MODIFIED RATE SO ARMREPRC
      *    CANNOT RESET IT.
            MOVE LM-CURRENT-BALANCE TO WS-PRIOR-BALANCE.
            MOVE ZERO TO WS-MISSED-INSTALLMENTS.
            IF LM-NEXT-DUE-DATE > ZERO
                AND LM-NEXT-DUE-DATE NOT > WS-TODAY-DATE
                MOVE LM-NEXT-DUE-DATE TO WS-FROM-DATE
                MOVE WS-TODAY-DATE TO WS-THRU-DATE
                PERFORM AE-760-MONTHS-BETWEEN
                COMPUTE WS-MISSED-INSTALLMENTS =
                    WS-MONTHS-BETWEEN + 1
            END-IF.
            COMPUTE WS-ARREARS-INTEREST ROUNDED =
                WS-MISSED-INSTALLMENTS * LM-CURRENT-BALANCE
                    * LM-INTEREST-RATE / 12.
            MOVE LM-OUTSTANDING-FEES TO WS-CAPITALIZED-FEES.
            COMPUTE WS-CAPITALIZED-AMOUNT = WS-ARREARS-INTEREST
                + LM-OUTSTANDING-FEES + LM-SERVICER-ADVANCE-BAL.
            ADD WS-CAPITALIZED-AMOUNT TO LM-CURRENT-BALANCE.
            MOVE ZERO TO LM-OUTSTANDING-FEES.
            MOVE ZERO TO LM-SERVICER-ADVANCE-BAL.
            MOVE LP-MOD-RATE TO LM-INTEREST-RATE.
            MOVE LP-MOD-TERM-MONTHS TO LM-TERM-MONTHS.
            MOVE LP-MOD-FIRST-DUE-DATE TO LM-NEXT-DUE-DATE.
            MOVE ZERO TO LM-DELINQUENCY-DAYS.
            PERFORM AE-720-COMPUTE-SCHEDULED-PMT.
            PERFORM AE-730-COMPUTE-MATURITY-DATE.
            MOVE 'F' TO LM-ARM-FLAG.
            SET LM-ARM-NO-RATE-PENDING TO TRUE.
            SET LM-NO-RECAST-DUE TO TRUE.
            SET LM-NO-LOSS-MIT-PLAN TO TRUE.
            REWRITE LM-LOAN-RECORD.
            SET LP-PLAN-MODIFIED TO TRUE.
            MOVE WS-TODAY-DATE TO LP-STATUS-DATE.
            MOVE WS-CAPITALIZED-AMOUNT TO LP-CAPITALIZED-AMOUNT.
            IF WS-CAPITALIZED-FEES > ZERO
                PERFORM AE-740-WRITE-FEE-ACTIVITY
            END-IF.
            PERFORM AE-745-WRITE-MOD-HISTORY.
            ADD 1 TO WS-MODIFIED-COUNT.
            ADD WS-CAPITALIZED-AMOUNT TO WS-CAPITALIZED-TOTAL.
        AE-720-COMPUTE-SCHEDULED-PMT.
      *    THE SAME LEVEL-PAYMENT AMORTIZATION LNBOARD USES, OF THE
      *    MODIFIED BALANCE OVER THE MODIFIED TERM.
            IF LM-INTEREST-RATE = ZERO
                COMPUTE LM-SCHEDULED-PMT-AMOUNT ROUNDED =
                    LM-CURRENT-BALANCE / LM-TERM-MONTHS
            ELSE
                COMPUTE WS-MONTHLY-RATE ROUNDED =
                    LM-INTEREST-RATE / 12
                COMPUTE WS-COMPOUND-FACTOR ROUNDED =
                    (1 + WS-MONTHLY-RATE) ** LM-TERM-MONTHS
                COMPUTE LM-SCHEDULED-PMT-AMOUNT ROUNDED =
                    LM-CURRENT-BALANCE * WS-MONTHLY-RATE
                        * WS-COMPOUND-FACTOR
                        / (WS-COMPOUND-FACTOR - 1)
            END-IF.
        AE-730-COMPUTE-MATURITY-DATE.
      *    THE LAST MODIFIED PAYMENT FALLS ON THE FIRST MODIFIED DUE
      *    DATE PLUS TERM-LESS-ONE MONTHS.
            MOVE LM-NEXT-DUE-DATE TO WS-ADD-DATE.
            COMPUTE WS-ADD-MONTHS = LM-TERM-MONTHS - 1.
            PERFORM AE-750-ADD-MONTHS.
            MOVE WS-ADD-DATE TO LM-MATURITY-DATE.
        AE-740-WRITE-FEE-ACTIVITY.
      *    LATE CHARGES ROLLED INTO PRINCIPAL LEAVE THE FEE BALANCE
      *    THE SAME WAY A WAIVER OR COLLECTION DOES, SO FEERPT CAN
      *    ACCOUNT FOR THEM.
            MOVE LM-LOAN-NUMBER TO FA-LOAN-NUMBER.
            MOVE WS-TODAY-DATE TO FA-ACTIVITY-DATE.
            SET FA-FEE-CAPITALIZED TO TRUE.
            MOVE WS-CAPITALIZED-FEES TO FA-FEE-AMOUNT.
            MOVE ZERO TO FA-DUE-DATE-ASSESSED.
            WRITE FA-FEE-ACTIVITY-RECORD.
        AE-745-WRITE-MOD-HISTORY.
      *    THE MODIFICATION IS A MONETARY EVENT - THE AMOUNT IS WHAT
      *    WAS CAPITALIZED, OF WHICH THE INTEREST PORTION IS THE
      *    UNPAID INTEREST ON THE MISSED INSTALLMENTS, THE FEE
      *    PORTION THE LATE CHARGES AND THE ADVANCE PORTION THE
      *    SERVICER ADVANCE.
            MOVE LM-LOAN-NUMBER TO LH-LOAN-NUMBER.
            MOVE WS-TODAY-DATE TO LH-EVENT-DATE.
            SET LH-EVENT-MODIFICATION TO TRUE.
            MOVE WS-CAPITALIZED-AMOUNT TO LH-EVENT-AMOUNT.
            MOVE WS-PRIOR-BALANCE TO LH-PRIOR-BALANCE.
            MOVE LM-CURRENT-BALANCE TO LH-NEW-BALANCE.
            MOVE WS-ARREARS-INTEREST TO LH-INTEREST-PORTION.
            MOVE ZERO TO LH-PRINCIPAL-PORTION.
            MOVE WS-CAPITALIZED-FEES TO LH-FEE-PORTION.
            COMPUTE LH-ADVANCE-PORTION = WS-CAPITALIZED-AMOUNT
                - WS-ARREARS-INTEREST - WS-CAPITALIZED-FEES.
            MOVE ZERO TO LH-RECEIPT-AMOUNT.
            MOVE SPACE TO LH-SOURCE-CODE.
            MOVE SPACES TO LH-EVENT-DESCRIPTION.
            STRING 'MODIFIED ' LP-MOD-TERM-MONTHS ' MOS FROM '
                LM-NEXT-DUE-DATE
                DELIMITED BY SIZE INTO LH-EVENT-DESCRIPTION
            END-STRING.
            MOVE SPACE TO LH-REVERSED-FLAG.
            PERFORM AE-780-WRITE-HISTORY-RECORD.
        AE-750-ADD-MONTHS.
      *    ROLL WS-ADD-DATE FORWARD WS-ADD-MONTHS MONTHS, PULLING
      *    THE DAY BACK WHEN THE TARGET MONTH IS SHORTER.
            COMPUTE WS-TOTAL-MONTHS = WS-ADD-MONTH - 1 + WS-ADD-MONTHS.
            DIVIDE WS-TOTAL-MONTHS BY 12
                GIVING WS-MONTH-QUOTIENT
                REMAINDER WS-MONTH-REMAINDER.
            ADD WS-MONTH-QUOTIENT TO WS-ADD-YEAR.
            COMPUTE WS-ADD-MONTH = WS-MONTH-REMAINDER + 1.
            IF WS-ADD-DAY > WS-MAX-DAY(WS-ADD-MONTH)
                MOVE WS-MAX-DAY(WS-ADD-MONTH) TO WS-ADD-DAY
            END-IF.
            IF WS-ADD-MONTH = 02 AND WS-ADD-DAY = 29
                MOVE WS-ADD-YEAR TO WS-LEAP-TEST-YEAR
                PERFORM AE-360-TEST-LEAP-YEAR
                IF WS-NOT-LEAP-YEAR
                    MOVE 28 TO WS-ADD-DAY
                END-IF
            END-IF.
        AE-760-MONTHS-BETWEEN.
      *    WHOLE MONTHS FROM WS-FROM-DATE TO WS-THRU-DATE, NEVER
      *    LESS THAN ZERO.
            COMPUTE WS-MONTHS-BETWEEN =
                (WS-THRU-YEAR * 12 + WS-THRU-MONTH)
                - (WS-FROM-YEAR * 12 + WS-FROM-MONTH).
            IF WS-THRU-DAY < WS-FROM-DAY
                SUBTRACT 1 FROM WS-MONTHS-BETWEEN
            END-IF.
            IF WS-MONTHS-BETWEEN < ZERO
                MOVE ZERO TO WS-MONTHS-BETWEEN
            END-IF.
        AE-770-WRITE-PLAN-EVENT.
      *    PLAN SET-UPS AND ENDINGS ARE LIFECYCLE EVENTS ON THE
      *    PERMANENT LOAN HISTORY - THE BALANCE IS UNCHANGED.  THE
      *    AMOUNT IS THE PLAN PAYMENT AT SET-UP AND THE MONEY
      *    RECEIVED UNDER THE PLAN WHEN IT ENDS.
            MOVE LM-LOAN-NUMBER TO LH-LOAN-NUMBER.
            MOVE WS-TODAY-DATE TO LH-EVENT-DATE.
            SET LH-EVENT-LOSS-MIT TO TRUE.
            MOVE WS-EVENT-AMOUNT TO LH-EVENT-AMOUNT.
            MOVE LM-CURRENT-BALANCE TO LH-PRIOR-BALANCE.
            MOVE LM-CURRENT-BALANCE TO LH-NEW-BALANCE.
            MOVE ZERO TO LH-INTEREST-PORTION.
            MOVE ZERO TO LH-PRINCIPAL-PORTION.
            MOVE ZERO TO LH-FEE-PORTION.
            MOVE ZERO TO LH-ADVANCE-PORTION.
            MOVE ZERO TO LH-RECEIPT-AMOUNT.
            MOVE SPACE TO LH-SOURCE-CODE.
            MOVE WS-EVENT-TEXT TO LH-EVENT-DESCRIPTION.
            MOVE SPACE TO LH-REVERSED-FLAG.
            PERFORM AE-780-WRITE-HISTORY-RECORD.
        AE-780-WRITE-HISTORY-RECORD.
            MOVE 1 TO LH-EVENT-SEQUENCE.
            SET WS-HISTORY-NOT-WRITTEN TO TRUE.
            PERFORM AE-785-TRY-HISTORY-WRITE
                UNTIL WS-HISTORY-WRITTEN
                OR LH-EVENT-SEQUENCE > 999.
            IF WS-HISTORY-NOT-WRITTEN
                DISPLAY 'LOSSMIT - HISTORY WRITE FAILED FOR LOAN '
                    LH-LOAN-NUMBER ' STATUS ' WS-LNHIST-STATUS
            END-IF.
        AE-785-TRY-HISTORY-WRITE.
            WRITE LH-LOAN-HISTORY-RECORD
                INVALID KEY
                    ADD 1 TO LH-EVENT-SEQUENCE
                NOT INVALID KEY
                    SET WS-HISTORY-WRITTEN TO TRUE
            END-WRITE.
        AE-790-WRITE-TOTALS.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-TRANS-COUNT TO T1-TRANS-COUNT.
            MOVE WS-TOTAL-LINE-1 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-APPLIED-COUNT TO T2-APPLIED-COUNT.
            MOVE WS-TOTAL-LINE-2 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-REJECTED-COUNT TO T3-REJECTED-COUNT.
            MOVE WS-TOTAL-LINE-3 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-REVIEWED-COUNT TO T4-REVIEWED-COUNT.
            MOVE WS-TOTAL-LINE-4 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-COMPLETED-COUNT TO T5-COMPLETED-COUNT.
            MOVE WS-TOTAL-LINE-5 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-BROKEN-COUNT TO T6-BROKEN-COUNT.
            MOVE WS-TOTAL-LINE-6 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-CANCELLED-COUNT TO T7-CANCELLED-COUNT.
            MOVE WS-TOTAL-LINE-7 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-MODIFIED-COUNT TO T8-MODIFIED-COUNT.
            MOVE WS-TOTAL-LINE-8 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-CAPITALIZED-TOTAL TO T9-CAPITALIZED-TOTAL.
            MOVE WS-TOTAL-LINE-9 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
        AE-800.
      *    MARK THE STEP COMPLETE FOR THE END-OF-CYCLE AUDIT.
            MOVE 'LOSSMIT' TO CK-PROGRAM-ID.
            SET CK-STATUS-COMPLETE TO TRUE.
            MOVE WS-TRANS-COUNT TO CK-RECORD-COUNT.
            MOVE WS-TODAY-DATE TO CK-CHECKPOINT-DATE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            STRING WS-CURRENT-HOURS WS-CURRENT-MINUTE WS-CURRENT-SECOND
                DELIMITED BY SIZE INTO CK-CHECKPOINT-TIME
            END-STRING.
            REWRITE CK-CHECKPOINT-RECORD.
            CLOSE CHECKPOINT-FILE.
        AE-900.
      *    CLOSE UP AND REPORT WHAT HAPPENED.
            CLOSE LOSS-MIT-TRANS-FILE LOSS-MIT-PLAN-FILE
                LOAN-MASTER-FILE LOAN-HISTORY-FILE
                FEE-ACTIVITY-FILE LOSS-MIT-REPORT-FILE.
            IF WS-SUSPENSE-FILE-OPEN
                CLOSE SUSPENSE-FILE
            END-IF.
            MOVE WS-TRANS-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'LOSSMIT - TRANSACTIONS READ:   ' WS-DISPLAY-COUNT.
            MOVE WS-APPLIED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'LOSSMIT - APPLIED:             ' WS-DISPLAY-COUNT.
            MOVE WS-REJECTED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'LOSSMIT - REJECTED:            ' WS-DISPLAY-COUNT.
            MOVE WS-REVIEWED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'LOSSMIT - PLANS REVIEWED:      ' WS-DISPLAY-COUNT.
            MOVE WS-COMPLETED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'LOSSMIT - PLANS COMPLETED:     ' WS-DISPLAY-COUNT.
            MOVE WS-BROKEN-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'LOSSMIT - PLANS BROKEN:        ' WS-DISPLAY-COUNT.
            MOVE WS-CANCELLED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'LOSSMIT - PLANS CANCELLED:     ' WS-DISPLAY-COUNT.
            MOVE WS-MODIFIED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'LOSSMIT - MODIFICATIONS:       ' WS-DISPLAY-COUNT.
            MOVE WS-CAPITALIZED-TOTAL TO WS-DISPLAY-AMOUNT.
            DISPLAY 'LOSSMIT - AMOUNT CAPITALIZED:  ' WS-DISPLAY-AMOUNT.
