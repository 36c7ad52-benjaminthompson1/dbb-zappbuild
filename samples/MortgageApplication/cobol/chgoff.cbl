        IDENTIFICATION DIVISION.
        PROGRAM-ID. CHGOFF.
        DATE-COMPILED.
      *REMARKS.
      *    CHGOFF IS THE NIGHTLY CHARGE-OFF STEP.  THE LOAN STATUS
      *    FLAG HAD ONLY ACTIVE, PAID, CLOSED AND TRANSFERRED, SO A
      *    FORECLOSURE THAT COMPLETED SHORT OR A SECOND LIEN THAT
      *    COULD NOT BE COLLECTED SAT ACTIVE UNDER THE FORECLOSURE
      *    STOP CODE FOREVER - AGING IN THE DELINQUENCY COUNTS,
      *    REPORTING TO THE BUREAUS AS 120 DAYS LATE AND CARRYING
      *    ITS BALANCE IN THE ROLL-FORWARD.  THIS STEP READS THE
      *    CHARGE-OFF REQUESTS DEFAULT MANAGEMENT HAS APPROVED AND
      *    WRITES EACH LOAN OFF.
      *
      *    A REQUEST IS EDITED BEFORE ANYTHING MOVES - THE LOAN
      *    MUST BE ON FILE AND ACTIVE AND NOT ON A LOSS-MITIGATION
      *    PLAN, THE REASON CODE MUST BE KNOWN, THE APPROVER MUST BE
      *    SOMEONE OTHER THAN THE REQUESTER, THE APPROVAL DATE MUST
      *    BE A REAL DATE NO LATER THAN THE BUSINESS DATE, AND THERE
      *    MUST BE SOMETHING TO WRITE OFF.  A REJECTED REQUEST
      *    PRINTS WITH ITS REASON AND CHANGES NOTHING.
      *
      *    AN APPROVED REQUEST WRITES OFF THE PRINCIPAL BALANCE, THE
      *    INTEREST ACCRUED SINCE THE NEXT DUE DATE (FIGURED THE WAY
      *    PAYOFFQ QUOTES IT), THE OUTSTANDING LATE CHARGES, ANY
      *    NEGATIVE ESCROW BALANCE AND THE SERVICER ADVANCE.  EACH
      *    COMPONENT IS ITS OWN CHARGE-OFF EVENT ON THE PERMANENT
      *    LOAN HISTORY, SO THE GL JOURNAL CAN SEND EACH TO ITS OWN
      *    LOSS ACCOUNT.  THE LOAN GOES TO THE CHARGED-OFF STATUS
      *    WITH THE DATE AND TOTAL WRITTEN OFF; FROM THEN ON PMTPOST
      *    POSTS ANY MONEY RECEIVED AS A RECOVERY.  A POSITIVE
      *    ESCROW BALANCE AND ANY MONEY IN SUSPENSE BELONG TO THE
      *    BORROWER AND ARE LEFT FOR THE ESCROW AND CASH TEAMS TO
      *    REFUND.  RUNS AFTER LOSSMIT AND BEFORE GLFEED.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15  DLB  ORIGINAL PROGRAM.
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
            SELECT CHARGE-OFF-REQUEST-FILE ASSIGN TO CHGORQST
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CHGORQST-STATUS.
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
            SELECT FEE-ACTIVITY-FILE ASSIGN TO FEEACTV
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FEEACTV-STATUS.
            SELECT CHARGE-OFF-REPORT-FILE ASSIGN TO CHGOPRT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CHGOPRT-STATUS.
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
        FD  CHARGE-OFF-REQUEST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CHGORQ.
        FD  LOAN-MASTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LOANMST.
        FD  LOAN-HISTORY-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LNHIST.
        FD  FEE-ACTIVITY-FILE
            LABEL RECORDS ARE STANDARD.
            COPY FEEACT.
        FD  CHARGE-OFF-REPORT-FILE
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
            05  WS-CHGORQST-STATUS           PIC X(02).
                88  WS-CHGORQST-OK               VALUE '00'.
            05  WS-LOANMSTR-STATUS           PIC X(02).
                88  WS-LOANMSTR-OK               VALUE '00'.
            05  WS-LNHIST-STATUS             PIC X(02).
                88  WS-LNHIST-OK                 VALUE '00'.
                88  WS-LNHIST-FILE-MISSING       VALUE '35'.
            05  WS-FEEACTV-STATUS            PIC X(02).
                88  WS-FEEACTV-OK                VALUE '00'.
                88  WS-FEEACTV-FILE-MISSING      VALUE '35'.
            05  WS-CHGOPRT-STATUS            PIC X(02).
            05  WS-CKPT-STATUS               PIC X(02).
                88  WS-CKPT-OK                   VALUE '00'.
                88  WS-CKPT-FILE-MISSING         VALUE '35'.
        01  WS-SWITCHES.
            05  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
                88  WS-END-OF-REQUESTS           VALUE 'Y'.
            05  WS-EDIT-SWITCH               PIC X(01) VALUE 'Y'.
                88  WS-EDITS-PASSED              VALUE 'Y'.
                88  WS-EDITS-FAILED              VALUE 'N'.
            05  WS-LEAP-YEAR-SWITCH          PIC X(01) VALUE 'N'.
                88  WS-LEAP-YEAR                 VALUE 'Y'.
                88  WS-NOT-LEAP-YEAR             VALUE 'N'.
            05  WS-HISTORY-WRITTEN-SWITCH    PIC X(01) VALUE 'N'.
                88  WS-HISTORY-WRITTEN           VALUE 'Y'.
                88  WS-HISTORY-NOT-WRITTEN       VALUE 'N'.
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
        01  WS-DATE-WORK-FIELDS.
            05  WS-TODAY-DATE-INTEGER         PIC S9(09) COMP.
            05  WS-DUE-DATE-INTEGER           PIC S9(09) COMP.
            05  WS-DAYS-ACCRUED               PIC S9(05) COMP.
        01  WS-CHARGE-OFF-FIELDS.
            05  WS-DAILY-RATE-AMOUNT          PIC S9(07)V9999 COMP-3.
            05  WS-CO-PRINCIPAL               PIC S9(09)V99 COMP-3.
            05  WS-CO-INTEREST                PIC S9(09)V99 COMP-3.
            05  WS-CO-FEES                    PIC S9(09)V99 COMP-3.
            05  WS-CO-ESCROW                  PIC S9(09)V99 COMP-3.
            05  WS-CO-ADVANCE                 PIC S9(09)V99 COMP-3.
            05  WS-CO-TOTAL                   PIC S9(09)V99 COMP-3.
        01  WS-COMPONENT-FIELDS.
            05  WS-COMPONENT-CODE             PIC X(01).
                88  WS-COMPONENT-PRINCIPAL        VALUE 'P'.
                88  WS-COMPONENT-INTEREST         VALUE 'I'.
                88  WS-COMPONENT-FEES             VALUE 'F'.
                88  WS-COMPONENT-ESCROW           VALUE 'E'.
                88  WS-COMPONENT-ADVANCE          VALUE 'V'.
            05  WS-COMPONENT-NAME             PIC X(12).
            05  WS-COMPONENT-AMOUNT           PIC S9(09)V99 COMP-3.
        01  WS-RESULT-TEXT                    PIC X(50).
        01  WS-RUN-TOTALS.
            05  WS-REQUEST-COUNT              PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-CHARGED-OFF-COUNT          PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-REJECTED-COUNT             PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-PRINCIPAL-TOTAL            PIC S9(11)V99 COMP-3
                                                          VALUE ZERO.
            05  WS-INTEREST-TOTAL             PIC S9(11)V99 COMP-3
                                                          VALUE ZERO.
            05  WS-FEES-TOTAL                 PIC S9(11)V99 COMP-3
                                                          VALUE ZERO.
            05  WS-ESCROW-ADVANCE-TOTAL       PIC S9(11)V99 COMP-3
                                                          VALUE ZERO.
            05  WS-CHARGE-OFF-TOTAL           PIC S9(11)V99 COMP-3
                                                          VALUE ZERO.
        01  WS-DISPLAY-COUNT                 PIC ZZZ,ZZ9.
        01  WS-DISPLAY-AMOUNT                PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01  WS-HEADING-LINE-1.
            05  FILLER                        PIC X(45)
                VALUE 'MORTGAGE SERVICING - LOAN CHARGE-OFF REGISTER'.
        01  WS-HEADING-LINE-2.
            05  FILLER                        PIC X(14)
                                             VALUE 'BUSINESS DATE '.
            05  H2-BUSINESS-DATE               PIC 9(08).
        01  WS-COLUMN-HEADING-LINE.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(10) VALUE 'LOAN'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(04) VALUE 'RSN'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(08)
                                                   VALUE 'REQUESTR'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(08)
                                                   VALUE 'APPROVER'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(15)
                                              VALUE '      PRINCIPAL'.
            05  FILLER                        PIC X(01) VALUE SPACES.
            05  FILLER                        PIC X(11)
                                              VALUE '   INTEREST'.
            05  FILLER                        PIC X(01) VALUE SPACES.
            05  FILLER                        PIC X(11)
                                              VALUE '       FEES'.
            05  FILLER                        PIC X(01) VALUE SPACES.
            05  FILLER                        PIC X(11)
                                              VALUE ' ESC/ADVNCE'.
            05  FILLER                        PIC X(01) VALUE SPACES.
            05  FILLER                        PIC X(15)
                                              VALUE '    CHARGED OFF'.
        01  WS-DETAIL-LINE.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-LOAN-NUMBER                 PIC X(10).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-REASON-CODE                 PIC X(04).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-REQUESTED-BY                PIC X(08).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-APPROVED-BY                 PIC X(08).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-PRINCIPAL         PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(01) VALUE SPACES.
            05  DL-INTEREST          PIC ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(01) VALUE SPACES.
            05  DL-FEES              PIC ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(01) VALUE SPACES.
            05  DL-ESCROW-ADVANCE    PIC ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(01) VALUE SPACES.
            05  DL-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.
        01  WS-REJECT-LINE.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  RJ-LOAN-NUMBER                 PIC X(10).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  RJ-REASON-CODE                 PIC X(04).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  RJ-REQUESTED-BY                PIC X(08).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  RJ-APPROVED-BY                 PIC X(08).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  RJ-RESULT-TEXT                 PIC X(50).
        01  WS-TOTAL-LINE-1.
            05  FILLER                        PIC X(34)
                VALUE '  REQUESTS READ:                  '.
            05  T1-REQUEST-COUNT               PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-2.
            05  FILLER                        PIC X(34)
                VALUE '  LOANS CHARGED OFF:              '.
            05  T2-CHARGED-OFF-COUNT           PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-3.
            05  FILLER                        PIC X(34)
                VALUE '  REQUESTS REJECTED:              '.
            05  T3-REJECTED-COUNT              PIC ZZZ,ZZ9.
        01  WS-AMOUNT-TOTAL-LINE.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  AT-CAPTION                     PIC X(32).
            05  AT-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01  WS-BLANK-LINE                     PIC X(01) VALUE SPACE.
        PROCEDURE DIVISION.
        MAIN-LINE SECTION.
        0000.
            PERFORM AI-MAIN.
        9999.
            STOP RUN.
        AI-MAIN SECTION.
        AI-100.
      *    OPEN THE APPROVED REQUESTS (ABSENT ON A NIGHT WITH
      *    NOTHING TO CHARGE OFF), THE MASTER, THE HISTORY, THE FEE
      *    ACTIVITY FILE AND THE REGISTER.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            OPEN INPUT CHARGE-OFF-REQUEST-FILE.
            OPEN I-O LOAN-MASTER-FILE.
            OPEN I-O LOAN-HISTORY-FILE.
            IF WS-LNHIST-FILE-MISSING
                OPEN OUTPUT LOAN-HISTORY-FILE
                CLOSE LOAN-HISTORY-FILE
                OPEN I-O LOAN-HISTORY-FILE
            END-IF.
            OPEN EXTEND FEE-ACTIVITY-FILE.
            IF WS-FEEACTV-FILE-MISSING
                OPEN OUTPUT FEE-ACTIVITY-FILE
            END-IF.
            OPEN OUTPUT CHARGE-OFF-REPORT-FILE.
            IF NOT WS-LOANMSTR-OK
                DISPLAY 'CHGOFF - LOAN MASTER OPEN FAILED, STATUS '
                    WS-LOANMSTR-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO AI-900
            END-IF.
            IF NOT WS-LNHIST-OK
                DISPLAY 'CHGOFF - LOAN HISTORY OPEN FAILED, STATUS '
                    WS-LNHIST-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO AI-900
            END-IF.
            PERFORM AI-105-GET-BUSINESS-DATE.
            COMPUTE WS-TODAY-DATE-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
            PERFORM AI-110-STAMP-CHECKPOINT.
            MOVE WS-HEADING-LINE-1 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-TODAY-DATE TO H2-BUSINESS-DATE.
            MOVE WS-HEADING-LINE-2 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-COLUMN-HEADING-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            GO TO AI-200.
        AI-105-GET-BUSINESS-DATE.
      *    PICK UP TODAY'S SHARED BUSINESS DATE FROM RUN-CONTROL
      *    INSTEAD OF DERIVING IT LOCALLY, SO THIS JOB CANNOT
      *    DISAGREE WITH THE REST OF THE CYCLE ACROSS A MIDNIGHT
      *    ROLLOVER.
            OPEN INPUT RUN-CONTROL-FILE.
            IF WS-RUNCTL-OK
                MOVE 'CYCLECTL' TO RC-CONTROL-ID
                READ RUN-CONTROL-FILE
                    INVALID KEY
                        DISPLAY 'CHGOFF - RUN-CONTROL RECORD NOT '
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
                DISPLAY 'CHGOFF - RUN-CONTROL OPEN FAILED, STATUS '
                    WS-RUNCTL-STATUS ' - USING SYSTEM DATE'
                STRING WS-CURRENT-YEAR WS-CURRENT-MONTH WS-CURRENT-DAY
                    DELIMITED BY SIZE INTO WS-TODAY-DATE
                END-STRING
            END-IF.
        AI-110-STAMP-CHECKPOINT.
      *    MARK THIS STEP IN-PROGRESS ON THE CHECKPOINT FILE SO THE
      *    END-OF-CYCLE AUDIT CAN PROVE IT RAN TO COMPLETION.
            OPEN I-O CHECKPOINT-FILE.
            IF WS-CKPT-FILE-MISSING
                OPEN OUTPUT CHECKPOINT-FILE
                CLOSE CHECKPOINT-FILE
                OPEN I-O CHECKPOINT-FILE
            END-IF.
            MOVE 'CHGOFF' TO CK-PROGRAM-ID.
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
        AI-200.
      *    EDIT AND APPLY EACH APPROVED REQUEST IN TURN.
            IF WS-CHGORQST-OK
                PERFORM AI-210 UNTIL WS-END-OF-REQUESTS
            ELSE
                DISPLAY 'CHGOFF - NO CHARGE-OFF REQUESTS TONIGHT, '
                    'STATUS ' WS-CHGORQST-STATUS
            END-IF.
            PERFORM AI-790-WRITE-TOTALS.
            GO TO AI-800.
        AI-210.
            READ CHARGE-OFF-REQUEST-FILE
                AT END
                    SET WS-END-OF-REQUESTS TO TRUE
                NOT AT END
                    ADD 1 TO WS-REQUEST-COUNT
                    PERFORM AI-300-PROCESS-REQUEST
            END-READ.
        AI-300-PROCESS-REQUEST.
            SET WS-EDITS-PASSED TO TRUE.
            MOVE SPACES TO WS-RESULT-TEXT.
            PERFORM AI-310-EDIT-REQUEST.
            IF WS-EDITS-PASSED
                PERFORM AI-400-CHARGE-OFF-LOAN
                ADD 1 TO WS-CHARGED-OFF-COUNT
                PERFORM AI-500-WRITE-DETAIL
            ELSE
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM AI-510-WRITE-REJECT
            END-IF.
        AI-310-EDIT-REQUEST.
      *    A LOAN ALREADY CHARGED OFF - A DUPLICATE REQUEST, OR A
      *    RERUN OF A NIGHT THAT ALREADY APPLIED IT - IS REJECTED
      *    RATHER THAN WRITTEN OFF TWICE.  THE APPROVER MAY NOT BE
      *    THE REQUESTER, THE SAME DUAL-CONTROL RULE LNMAINT HOLDS
      *    HIGH-RISK MAINTENANCE TO.
            MOVE CQ-LOAN-NUMBER TO LM-LOAN-NUMBER.
            READ LOAN-MASTER-FILE
                INVALID KEY
                    MOVE 'REJECTED - LOAN NOT ON FILE'
                        TO WS-RESULT-TEXT
                    SET WS-EDITS-FAILED TO TRUE
            END-READ.
            IF WS-EDITS-PASSED
                AND LM-LOAN-CHARGED-OFF
                MOVE 'REJECTED - LOAN IS ALREADY CHARGED OFF'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                AND NOT LM-LOAN-ACTIVE
                MOVE 'REJECTED - LOAN IS NOT ACTIVE'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                AND LM-ON-LOSS-MIT-PLAN
                MOVE 'REJECTED - LOAN IS ON A LOSS-MITIGATION PLAN'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                AND NOT CQ-VALID-REASON
                MOVE 'REJECTED - REASON NOT FCLS/UNCL/BKDS/SETL'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                AND (CQ-REQUESTED-BY = SPACES
                    OR CQ-APPROVED-BY = SPACES)
                MOVE 'REJECTED - REQUESTER AND APPROVER ARE REQUIRED'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                AND CQ-APPROVED-BY = CQ-REQUESTED-BY
                MOVE 'REJECTED - APPROVER CANNOT BE THE REQUESTER'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                MOVE CQ-APPROVAL-DATE TO WS-CHECK-DATE
                PERFORM AI-350-EDIT-DATE
            END-IF.
            IF WS-EDITS-PASSED
                AND CQ-APPROVAL-DATE > WS-TODAY-DATE
                MOVE 'REJECTED - APPROVAL DATE AFTER BUSINESS DATE'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                PERFORM AI-320-MEASURE-LOSS
                IF WS-CO-TOTAL NOT > ZERO
                    MOVE 'REJECTED - NOTHING TO CHARGE OFF'
                        TO WS-RESULT-TEXT
                    SET WS-EDITS-FAILED TO TRUE
                END-IF
            END-IF.
        AI-320-MEASURE-LOSS.
      *    INTEREST ACCRUES ON THE BALANCE FROM THE NEXT DUE DATE TO
      *    THE BUSINESS DATE AT THE NOTE RATE OVER A 365-DAY YEAR,
      *    THE SAME FIGURE PAYOFFQ WOULD QUOTE TONIGHT.  ONLY A
      *    NEGATIVE ESCROW BALANCE IS A LOSS - MONEY STILL IN ESCROW
      *    IS THE BORROWER'S.
            MOVE LM-CURRENT-BALANCE TO WS-CO-PRINCIPAL.
            MOVE ZERO TO WS-CO-INTEREST.
            IF LM-NEXT-DUE-DATE > ZERO
                COMPUTE WS-DUE-DATE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(LM-NEXT-DUE-DATE)
                COMPUTE WS-DAYS-ACCRUED =
                    WS-TODAY-DATE-INTEGER - WS-DUE-DATE-INTEGER
                IF WS-DAYS-ACCRUED > ZERO
                    COMPUTE WS-DAILY-RATE-AMOUNT =
                        LM-CURRENT-BALANCE * LM-INTEREST-RATE / 365
                    COMPUTE WS-CO-INTEREST ROUNDED =
                        WS-DAILY-RATE-AMOUNT * WS-DAYS-ACCRUED
                END-IF
            END-IF.
            MOVE LM-OUTSTANDING-FEES TO WS-CO-FEES.
            MOVE ZERO TO WS-CO-ESCROW.
            IF LM-ESCROW-BALANCE < ZERO
                COMPUTE WS-CO-ESCROW = ZERO - LM-ESCROW-BALANCE
            END-IF.
            MOVE LM-SERVICER-ADVANCE-BAL TO WS-CO-ADVANCE.
            COMPUTE WS-CO-TOTAL = WS-CO-PRINCIPAL + WS-CO-INTEREST
                + WS-CO-FEES + WS-CO-ESCROW + WS-CO-ADVANCE.
        AI-350-EDIT-DATE.
      *    THE DATE MUST BE A REAL CALENDAR DATE, FEBRUARY 29TH ONLY
      *    IN A LEAP YEAR.
            IF WS-CHECK-DATE NOT NUMERIC
                MOVE 'REJECTED - APPROVAL DATE IS NOT NUMERIC'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                IF WS-CHECK-YEAR < 1900 OR WS-CHECK-YEAR > 2100
                    OR WS-CHECK-MONTH < 01 OR WS-CHECK-MONTH > 12
                    MOVE 'REJECTED - APPROVAL DATE IS NOT A VALID DATE'
                        TO WS-RESULT-TEXT
                    SET WS-EDITS-FAILED TO TRUE
                END-IF
            END-IF.
      *    THE MONTH MUST BE CONFIRMED IN RANGE BEFORE IT IS EVER
      *    USED TO SUBSCRIPT WS-MAX-DAY.
            IF WS-EDITS-PASSED
                AND (WS-CHECK-DAY < 01
                    OR WS-CHECK-DAY > WS-MAX-DAY(WS-CHECK-MONTH))
                MOVE 'REJECTED - APPROVAL DATE IS NOT A VALID DATE'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                AND WS-CHECK-MONTH = 02 AND WS-CHECK-DAY = 29
                MOVE WS-CHECK-YEAR TO WS-LEAP-TEST-YEAR
                PERFORM AI-360-TEST-LEAP-YEAR
                IF WS-NOT-LEAP-YEAR
                    MOVE 'REJECTED - FEBRUARY 29 IN A NON-LEAP YEAR'
                        TO WS-RESULT-TEXT
                    SET WS-EDITS-FAILED TO TRUE
                END-IF
            END-IF.
        AI-360-TEST-LEAP-YEAR.
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
        AI-400-CHARGE-OFF-LOAN.
      *    CLEAR EVERYTHING WRITTEN OFF FROM THE MASTER AND MOVE
      *    THE LOAN TO CHARGED-OFF, THEN RECORD EACH COMPONENT ON
      *    THE HISTORY.  PRINCIPAL GOES FIRST SO ITS EVENT CARRIES
      *    THE BALANCE TO ZERO AND EVERY LATER EVENT SHOWS A ZERO
      *    BALANCE, AS THE ROLL-FORWARD EXPECTS.
            MOVE ZERO TO LM-CURRENT-BALANCE.
            MOVE ZERO TO LM-OUTSTANDING-FEES.
            MOVE ZERO TO LM-SERVICER-ADVANCE-BAL.
            IF LM-ESCROW-BALANCE < ZERO
                MOVE ZERO TO LM-ESCROW-BALANCE
            END-IF.
            SET LM-LOAN-CHARGED-OFF TO TRUE.
            MOVE WS-TODAY-DATE TO LM-CHARGE-OFF-DATE.
            MOVE WS-CO-TOTAL TO LM-CHARGE-OFF-AMOUNT.
            MOVE ZERO TO LM-RECOVERED-AMOUNT.
            REWRITE LM-LOAN-RECORD.
            IF WS-CO-PRINCIPAL > ZERO
                SET WS-COMPONENT-PRINCIPAL TO TRUE
                MOVE 'PRINCIPAL' TO WS-COMPONENT-NAME
                MOVE WS-CO-PRINCIPAL TO WS-COMPONENT-AMOUNT
                PERFORM AI-420-WRITE-COMPONENT-EVENT
            END-IF.
            IF WS-CO-INTEREST > ZERO
                SET WS-COMPONENT-INTEREST TO TRUE
                MOVE 'INTEREST' TO WS-COMPONENT-NAME
                MOVE WS-CO-INTEREST TO WS-COMPONENT-AMOUNT
                PERFORM AI-420-WRITE-COMPONENT-EVENT
            END-IF.
            IF WS-CO-FEES > ZERO
                SET WS-COMPONENT-FEES TO TRUE
                MOVE 'LATE CHARGES' TO WS-COMPONENT-NAME
                MOVE WS-CO-FEES TO WS-COMPONENT-AMOUNT
                PERFORM AI-420-WRITE-COMPONENT-EVENT
                PERFORM AI-440-WRITE-FEE-ACTIVITY
            END-IF.
            IF WS-CO-ESCROW > ZERO
                SET WS-COMPONENT-ESCROW TO TRUE
                MOVE 'NEG ESCROW' TO WS-COMPONENT-NAME
                MOVE WS-CO-ESCROW TO WS-COMPONENT-AMOUNT
                PERFORM AI-420-WRITE-COMPONENT-EVENT
            END-IF.
            IF WS-CO-ADVANCE > ZERO
                SET WS-COMPONENT-ADVANCE TO TRUE
                MOVE 'ADVANCE' TO WS-COMPONENT-NAME
                MOVE WS-CO-ADVANCE TO WS-COMPONENT-AMOUNT
                PERFORM AI-420-WRITE-COMPONENT-EVENT
            END-IF.
            ADD WS-CO-PRINCIPAL TO WS-PRINCIPAL-TOTAL.
            ADD WS-CO-INTEREST TO WS-INTEREST-TOTAL.
            ADD WS-CO-FEES TO WS-FEES-TOTAL.
            ADD WS-CO-ESCROW TO WS-ESCROW-ADVANCE-TOTAL.
            ADD WS-CO-ADVANCE TO WS-ESCROW-ADVANCE-TOTAL.
            ADD WS-CO-TOTAL TO WS-CHARGE-OFF-TOTAL.
        AI-420-WRITE-COMPONENT-EVENT.
      *    ONE CHARGE-OFF EVENT PER COMPONENT, THE SOURCE CODE
      *    NAMING IT.  THE AMOUNT ALSO SITS IN THE MATCHING PORTION
      *    FIELD SO THE GL JOURNAL SPLITS IT THE SAME WAY AS ANY
      *    OTHER EVENT; NEGATIVE ESCROW HAS NO PORTION OF ITS OWN.
            MOVE LM-LOAN-NUMBER TO LH-LOAN-NUMBER.
            MOVE WS-TODAY-DATE TO LH-EVENT-DATE.
            SET LH-EVENT-CHARGE-OFF TO TRUE.
            MOVE WS-COMPONENT-AMOUNT TO LH-EVENT-AMOUNT.
            MOVE ZERO TO LH-PRIOR-BALANCE.
            MOVE ZERO TO LH-NEW-BALANCE.
            MOVE ZERO TO LH-INTEREST-PORTION.
            MOVE ZERO TO LH-PRINCIPAL-PORTION.
            MOVE ZERO TO LH-FEE-PORTION.
            MOVE ZERO TO LH-ADVANCE-PORTION.
            IF WS-COMPONENT-PRINCIPAL
                MOVE WS-CO-PRINCIPAL TO LH-PRIOR-BALANCE
                MOVE WS-COMPONENT-AMOUNT TO LH-PRINCIPAL-PORTION
            ELSE IF WS-COMPONENT-INTEREST
                MOVE WS-COMPONENT-AMOUNT TO LH-INTEREST-PORTION
            ELSE IF WS-COMPONENT-FEES
                MOVE WS-COMPONENT-AMOUNT TO LH-FEE-PORTION
            ELSE IF WS-COMPONENT-ADVANCE
                MOVE WS-COMPONENT-AMOUNT TO LH-ADVANCE-PORTION
            END-IF.
            MOVE ZERO TO LH-RECEIPT-AMOUNT.
            MOVE WS-COMPONENT-CODE TO LH-SOURCE-CODE.
            MOVE SPACES TO LH-EVENT-DESCRIPTION.
            STRING 'CHARGE-OFF ' DELIMITED BY SIZE
                WS-COMPONENT-NAME DELIMITED BY '  '
                ' ' CQ-REASON-CODE DELIMITED BY SIZE
                INTO LH-EVENT-DESCRIPTION
            END-STRING.
            MOVE SPACE TO LH-REVERSED-FLAG.
            PERFORM AI-480-WRITE-HISTORY-RECORD.
        AI-440-WRITE-FEE-ACTIVITY.
      *    LATE CHARGES WRITTEN OFF LEAVE THE FEE BALANCE THE SAME
      *    WAY A WAIVER OR COLLECTION DOES, SO FEERPT CAN ACCOUNT
      *    FOR THEM.
            MOVE LM-LOAN-NUMBER TO FA-LOAN-NUMBER.
            MOVE WS-TODAY-DATE TO FA-ACTIVITY-DATE.
            SET FA-FEE-CHARGED-OFF TO TRUE.
            MOVE WS-CO-FEES TO FA-FEE-AMOUNT.
            MOVE ZERO TO FA-DUE-DATE-ASSESSED.
            WRITE FA-FEE-ACTIVITY-RECORD.
        AI-480-WRITE-HISTORY-RECORD.
            MOVE 1 TO LH-EVENT-SEQUENCE.
            SET WS-HISTORY-NOT-WRITTEN TO TRUE.
            PERFORM AI-485-TRY-HISTORY-WRITE
                UNTIL WS-HISTORY-WRITTEN
                OR LH-EVENT-SEQUENCE > 999.
            IF WS-HISTORY-NOT-WRITTEN
                DISPLAY 'CHGOFF - HISTORY WRITE FAILED FOR LOAN '
                    LH-LOAN-NUMBER ' STATUS ' WS-LNHIST-STATUS
            END-IF.
        AI-485-TRY-HISTORY-WRITE.
            WRITE LH-LOAN-HISTORY-RECORD
                INVALID KEY
                    ADD 1 TO LH-EVENT-SEQUENCE
                NOT INVALID KEY
                    SET WS-HISTORY-WRITTEN TO TRUE
            END-WRITE.
        AI-500-WRITE-DETAIL.
            MOVE CQ-LOAN-NUMBER TO DL-LOAN-NUMBER.
            MOVE CQ-REASON-CODE TO DL-REASON-CODE.
            MOVE CQ-REQUESTED-BY TO DL-REQUESTED-BY.
            MOVE CQ-APPROVED-BY TO DL-APPROVED-BY.
            MOVE WS-CO-PRINCIPAL TO DL-PRINCIPAL.
            MOVE WS-CO-INTEREST TO DL-INTEREST.
            MOVE WS-CO-FEES TO DL-FEES.
            COMPUTE DL-ESCROW-ADVANCE = WS-CO-ESCROW + WS-CO-ADVANCE.
            MOVE WS-CO-TOTAL TO DL-TOTAL.
            MOVE WS-DETAIL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
        AI-510-WRITE-REJECT.
            MOVE CQ-LOAN-NUMBER TO RJ-LOAN-NUMBER.
            MOVE CQ-REASON-CODE TO RJ-REASON-CODE.
            MOVE CQ-REQUESTED-BY TO RJ-REQUESTED-BY.
            MOVE CQ-APPROVED-BY TO RJ-APPROVED-BY.
            MOVE WS-RESULT-TEXT TO RJ-RESULT-TEXT.
            MOVE WS-REJECT-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
        AI-790-WRITE-TOTALS.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-REQUEST-COUNT TO T1-REQUEST-COUNT.
            MOVE WS-TOTAL-LINE-1 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-CHARGED-OFF-COUNT TO T2-CHARGED-OFF-COUNT.
            MOVE WS-TOTAL-LINE-2 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-REJECTED-COUNT TO T3-REJECTED-COUNT.
            MOVE WS-TOTAL-LINE-3 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE 'PRINCIPAL CHARGED OFF:' TO AT-CAPTION.
            MOVE WS-PRINCIPAL-TOTAL TO AT-AMOUNT.
            PERFORM AI-795-WRITE-AMOUNT-TOTAL.
            MOVE 'INTEREST CHARGED OFF:' TO AT-CAPTION.
            MOVE WS-INTEREST-TOTAL TO AT-AMOUNT.
            PERFORM AI-795-WRITE-AMOUNT-TOTAL.
            MOVE 'LATE CHARGES CHARGED OFF:' TO AT-CAPTION.
            MOVE WS-FEES-TOTAL TO AT-AMOUNT.
            PERFORM AI-795-WRITE-AMOUNT-TOTAL.
            MOVE 'ESCROW/ADVANCES CHARGED OFF:' TO AT-CAPTION.
            MOVE WS-ESCROW-ADVANCE-TOTAL TO AT-AMOUNT.
            PERFORM AI-795-WRITE-AMOUNT-TOTAL.
            MOVE 'TOTAL CHARGED OFF:' TO AT-CAPTION.
            MOVE WS-CHARGE-OFF-TOTAL TO AT-AMOUNT.
            PERFORM AI-795-WRITE-AMOUNT-TOTAL.
        AI-795-WRITE-AMOUNT-TOTAL.
            MOVE WS-AMOUNT-TOTAL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
        AI-800.
      *    MARK THE STEP COMPLETE FOR THE END-OF-CYCLE AUDIT.
            MOVE 'CHGOFF' TO CK-PROGRAM-ID.
            SET CK-STATUS-COMPLETE TO TRUE.
            MOVE WS-REQUEST-COUNT TO CK-RECORD-COUNT.
            MOVE WS-TODAY-DATE TO CK-CHECKPOINT-DATE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            STRING WS-CURRENT-HOURS WS-CURRENT-MINUTE WS-CURRENT-SECOND
                DELIMITED BY SIZE INTO CK-CHECKPOINT-TIME
            END-STRING.
            REWRITE CK-CHECKPOINT-RECORD.
            CLOSE CHECKPOINT-FILE.
        AI-900.
      *    CLOSE UP AND REPORT WHAT HAPPENED.
            CLOSE CHARGE-OFF-REQUEST-FILE LOAN-MASTER-FILE
                LOAN-HISTORY-FILE FEE-ACTIVITY-FILE
                CHARGE-OFF-REPORT-FILE.
            MOVE WS-REQUEST-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'CHGOFF - REQUESTS READ:        ' WS-DISPLAY-COUNT.
            MOVE WS-CHARGED-OFF-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'CHGOFF - LOANS CHARGED OFF:    ' WS-DISPLAY-COUNT.
            MOVE WS-REJECTED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'CHGOFF - REQUESTS REJECTED:    ' WS-DISPLAY-COUNT.
            MOVE WS-CHARGE-OFF-TOTAL TO WS-DISPLAY-AMOUNT.
            DISPLAY 'CHGOFF - TOTAL CHARGED OFF:    ' WS-DISPLAY-AMOUNT.
