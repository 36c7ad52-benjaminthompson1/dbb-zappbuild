        IDENTIFICATION DIVISION.
        PROGRAM-ID. CTLMAINT.
        DATE-COMPILED.
      *REMARKS.
      *    CTLMAINT MAINTAINS THE CYCLE'S BUSINESS-RULE TABLES - THE
      *    LATE-CHARGE GRACE DAYS AND FEE PERCENTAGE (FEECTL), THE
      *    DELINQUENCY AGING THRESHOLDS (DELQCTL), THE ESCROW-
      *    INTEREST ANNUAL RATE (ESCICTL) AND THE ARM INDEX RATES
      *    (INDXRATE).  EVERY TABLE IS EFFECTIVE-DATED: A CHANGE IS
      *    ADDED AS A NEW VERSION TAKING EFFECT ON ITS OWN DATE, AND
      *    THE VERSIONS BEFORE IT STAY ON FILE, SO THE RULE IN FORCE
      *    ON ANY PAST DATE CAN STILL BE SHOWN.  THE CYCLE PROGRAMS
      *    USE THE LATEST VERSION EFFECTIVE ON OR BEFORE THEIR
      *    BUSINESS DATE, SO A CHANGE CAN BE LOADED AHEAD OF TIME
      *    AND TAKE EFFECT ON THE RIGHT NIGHT.
      *
      *    EACH TRANSACTION CARRIES ITS EFFECTIVE DATE, THE OPERATOR
      *    AND THE REASON, AND THE NEW VALUES ARE EDITED FOR SANE
      *    RANGES.  A VERSION ALREADY IN EFFECT - ONE DATED ON OR
      *    BEFORE THE LAST BUSINESS DATE THE CYCLE RAN - CAN NEVER
      *    BE CHANGED OR REMOVED, AND A NEW VERSION MUST TAKE EFFECT
      *    AFTER THAT DATE.  A VERSION NOT YET IN EFFECT MAY BE
      *    REPLACED BY ADDING AGAIN FOR THE SAME DATE, OR WITHDRAWN.
      *    THE FIRST VERSION OF A TABLE (OR OF AN INDEX) MAY CARRY
      *    ANY DATE, SO THE VALUES ALREADY IN FORCE CAN BE LOADED AS
      *    IN EFFECT FROM THE START.  EVERY APPLIED CHANGE WRITES A
      *    BEFORE AND AFTER IMAGE TO THE PERMANENT CONTROL AUDIT
      *    FILE, AND EVERY TRANSACTION IS LISTED ON THE MAINTENANCE
      *    REPORT WITH ITS RESULT; A REJECTED TRANSACTION CHANGES
      *    NOTHING.  RUNS ON REQUEST, OUTSIDE THE NIGHTLY CYCLE,
      *    AHEAD OF HELLO.
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
            SELECT CONTROL-TRANS-FILE ASSIGN TO CTLTRAN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CTLTRAN-STATUS.
            SELECT FEE-CONTROL-FILE ASSIGN TO FEECTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FC-CONTROL-KEY
                FILE STATUS IS WS-FEECTL-STATUS.
            SELECT DELINQ-CONTROL-FILE ASSIGN TO DELQCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DC-CONTROL-KEY
                FILE STATUS IS WS-DELQCTL-STATUS.
            SELECT ESCROW-INT-CONTROL-FILE ASSIGN TO ESCICTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EI-CONTROL-KEY
                FILE STATUS IS WS-ESCICTL-STATUS.
            SELECT INDEX-RATE-FILE ASSIGN TO INDXRATE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IX-INDEX-KEY
                FILE STATUS IS WS-INDXRATE-STATUS.
            SELECT CONTROL-AUDIT-FILE ASSIGN TO CTLAUDIT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CTLAUDIT-STATUS.
            SELECT CONTROL-REPORT-FILE ASSIGN TO CTLPRT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CTLPRT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY RUNCTL.
        FD  CONTROL-TRANS-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CTLTRAN.
        FD  FEE-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY FEECTL.
        FD  DELINQ-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY DELQCTL.
        FD  ESCROW-INT-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY ESCICTL.
        FD  INDEX-RATE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY INDXRAT.
        FD  CONTROL-AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CTLAUDT.
        FD  CONTROL-REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01  PR-PRINT-LINE                    PIC X(132).
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
        01  WS-TODAY-TIME                    PIC 9(06).
        01  WS-BUSINESS-DATE                 PIC 9(08) VALUE ZERO.
        01  WS-FILE-STATUS-FIELDS.
            05  WS-RUNCTL-STATUS             PIC X(02).
                88  WS-RUNCTL-OK                 VALUE '00'.
            05  WS-CTLTRAN-STATUS            PIC X(02).
                88  WS-CTLTRAN-OK                VALUE '00'.
            05  WS-FEECTL-STATUS             PIC X(02).
                88  WS-FEECTL-OK                 VALUE '00'.
                88  WS-FEECTL-FILE-MISSING       VALUE '35'.
            05  WS-DELQCTL-STATUS            PIC X(02).
                88  WS-DELQCTL-OK                VALUE '00'.
                88  WS-DELQCTL-FILE-MISSING      VALUE '35'.
            05  WS-ESCICTL-STATUS            PIC X(02).
                88  WS-ESCICTL-OK                VALUE '00'.
                88  WS-ESCICTL-FILE-MISSING      VALUE '35'.
            05  WS-INDXRATE-STATUS           PIC X(02).
                88  WS-INDXRATE-OK               VALUE '00'.
                88  WS-INDXRATE-FILE-MISSING     VALUE '35'.
            05  WS-CTLAUDIT-STATUS           PIC X(02).
                88  WS-CTLAUDIT-OK               VALUE '00'.
                88  WS-CTLAUDIT-FILE-MISSING     VALUE '35'.
            05  WS-CTLPRT-STATUS             PIC X(02).
        01  WS-SWITCHES.
            05  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
                88  WS-END-OF-TRANSACTIONS       VALUE 'Y'.
            05  WS-EDIT-SWITCH               PIC X(01) VALUE 'Y'.
                88  WS-EDITS-PASSED              VALUE 'Y'.
                88  WS-EDITS-FAILED              VALUE 'N'.
            05  WS-CONTROL-FOUND-SWITCH      PIC X(01) VALUE 'N'.
                88  WS-CONTROL-RECORD-FOUND      VALUE 'Y'.
            05  WS-VERSION-EOF-SWITCH        PIC X(01) VALUE 'N'.
                88  WS-END-OF-VERSIONS           VALUE 'Y'.
            05  WS-PRIOR-FOUND-SWITCH        PIC X(01) VALUE 'N'.
                88  WS-PRIOR-VERSION-FOUND       VALUE 'Y'.
            05  WS-EXACT-FOUND-SWITCH        PIC X(01) VALUE 'N'.
                88  WS-VERSION-ON-FILE           VALUE 'Y'.
        01  WS-DATE-CHECK-FIELDS.
            05  WS-CHECK-YEAR                 PIC 9(04).
            05  WS-CHECK-MONTH                PIC 9(02).
            05  WS-CHECK-DAY                  PIC 9(02).
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
        01  WS-CONTROL-IDS.
            05  WS-FEE-CONTROL-ID             PIC X(08)
                                                   VALUE 'FEECTL01'.
            05  WS-DELINQ-CONTROL-ID          PIC X(08)
                                                   VALUE 'DELQCTL1'.
            05  WS-ESCROW-INT-CONTROL-ID      PIC X(08)
                                                   VALUE 'ESCINT01'.
        01  WS-RANGE-LIMITS.
            05  WS-MAXIMUM-GRACE-DAYS         PIC 9(03) VALUE 030.
            05  WS-MAXIMUM-FEE-PERCENT        PIC 9(02)V99
                                                       VALUE 10.00.
            05  WS-MAXIMUM-ESCROW-RATE        PIC 9(01)V9999
                                                       VALUE 0.1000.
            05  WS-MINIMUM-INDEX-RATE         PIC S9(01)V9999
                                                       VALUE -0.0500.
            05  WS-MAXIMUM-INDEX-RATE         PIC S9(01)V9999
                                                       VALUE 0.2000.
        01  WS-VERSION-FIELDS.
            05  WS-VERSION-COUNT              PIC 9(05) COMP.
            05  WS-VERSION-DATE               PIC 9(08).
            05  WS-VERSION-IMAGE              PIC X(40).
            05  WS-PRIOR-IMAGE                PIC X(40).
            05  WS-EXACT-IMAGE                PIC X(40).
            05  WS-NEW-IMAGE                  PIC X(40).
        01  WS-NO-VERSION-IMAGE               PIC X(40)
                                     VALUE 'NONE IN EFFECT'.
        01  WS-FEE-IMAGE.
            05  FILLER                        PIC X(04) VALUE 'EFF '.
            05  FI-EFFECTIVE-DATE              PIC 9(08).
            05  FILLER                        PIC X(07)
                                                   VALUE ' GRACE '.
            05  FI-GRACE-DAYS                  PIC 9(03).
            05  FILLER                        PIC X(05) VALUE ' PCT '.
            05  FI-FEE-PERCENT                 PIC Z9.99.
        01  WS-DELINQ-IMAGE.
            05  FILLER                        PIC X(04) VALUE 'EFF '.
            05  DI-EFFECTIVE-DATE              PIC 9(08).
            05  FILLER                        PIC X(09)
                                                   VALUE ' BUCKETS '.
            05  DI-THRESHOLD-30                PIC 9(03).
            05  FILLER                        PIC X(01) VALUE '/'.
            05  DI-THRESHOLD-60                PIC 9(03).
            05  FILLER                        PIC X(01) VALUE '/'.
            05  DI-THRESHOLD-90                PIC 9(03).
            05  FILLER                        PIC X(01) VALUE '/'.
            05  DI-THRESHOLD-120               PIC 9(03).
        01  WS-ESCROW-INT-IMAGE.
            05  FILLER                        PIC X(04) VALUE 'EFF '.
            05  EII-EFFECTIVE-DATE             PIC 9(08).
            05  FILLER                        PIC X(13)
                                             VALUE ' ANNUAL RATE '.
            05  EII-ANNUAL-RATE                PIC 9.9999.
        01  WS-INDEX-IMAGE.
            05  FILLER                        PIC X(04) VALUE 'EFF '.
            05  XI-EFFECTIVE-DATE              PIC 9(08).
            05  FILLER                        PIC X(12)
                                              VALUE ' INDEX RATE '.
            05  XI-INDEX-RATE                  PIC -9.9999.
        01  WS-RESULT-TEXT                    PIC X(45).
        01  WS-RUN-TOTALS.
            05  WS-TRANS-COUNT                PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-APPLIED-COUNT              PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-REJECTED-COUNT             PIC 9(07) COMP
                                                          VALUE ZERO.
        01  WS-DISPLAY-COUNT                 PIC ZZZ,ZZ9.
        01  WS-HEADING-LINE-1.
            05  FILLER                        PIC X(21)
                VALUE 'MORTGAGE SERVICING - '.
            05  FILLER                        PIC X(26)
                VALUE 'CONTROL TABLE MAINTENANCE'.
        01  WS-HEADING-LINE-2.
            05  FILLER                        PIC X(09)
                                                   VALUE 'RUN DATE '.
            05  H2-RUN-DATE                    PIC 9(08).
            05  FILLER                        PIC X(19)
                                        VALUE '   LAST CYCLE DATE '.
            05  H2-BUSINESS-DATE               PIC 9(08).
        01  WS-COLUMN-HEADING-LINE.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(05) VALUE 'TABLE'.
            05  FILLER                        PIC X(01) VALUE SPACES.
            05  FILLER                        PIC X(05) VALUE 'INDEX'.
            05  FILLER                        PIC X(01) VALUE SPACES.
            05  FILLER                        PIC X(04) VALUE 'CODE'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(08)
                                                   VALUE 'EFFECTIV'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(08)
                                                   VALUE 'OPERATOR'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(30) VALUE 'REASON'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(06) VALUE 'RESULT'.
        01  WS-DETAIL-LINE.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-TABLE-CODE                  PIC X(04).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-INDEX-CODE                  PIC X(04).
            05  FILLER                        PIC X(03) VALUE SPACES.
            05  DL-TRANS-CODE                  PIC X(01).
            05  FILLER                        PIC X(03) VALUE SPACES.
            05  DL-EFFECTIVE-DATE              PIC X(08).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-OPERATOR-ID                 PIC X(08).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-CHANGE-REASON               PIC X(30).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-RESULT-TEXT                 PIC X(45).
        01  WS-IMAGE-LINE.
            05  FILLER                        PIC X(12) VALUE SPACES.
            05  FILLER                        PIC X(05) VALUE 'WAS: '.
            05  IL-BEFORE-IMAGE                PIC X(40).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(05) VALUE 'NOW: '.
            05  IL-AFTER-IMAGE                 PIC X(40).
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
        01  WS-BLANK-LINE                     PIC X(01) VALUE SPACE.
        PROCEDURE DIVISION.
        MAIN-LINE SECTION.
        0000.
            PERFORM AL-MAIN.
        9999.
            STOP RUN.
        AL-MAIN SECTION.
        AL-100.
      *    OPEN THE TRANSACTIONS, THE FOUR CONTROL TABLES (CREATING
      *    EACH THE FIRST TIME), THE AUDIT TRAIL AND THE REPORT.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            STRING WS-CURRENT-YEAR WS-CURRENT-MONTH WS-CURRENT-DAY
                DELIMITED BY SIZE INTO WS-TODAY-DATE
            END-STRING.
            STRING WS-CURRENT-HOURS WS-CURRENT-MINUTE WS-CURRENT-SECOND
                DELIMITED BY SIZE INTO WS-TODAY-TIME
            END-STRING.
            OPEN INPUT CONTROL-TRANS-FILE.
            OPEN I-O FEE-CONTROL-FILE.
            IF WS-FEECTL-FILE-MISSING
                OPEN OUTPUT FEE-CONTROL-FILE
                CLOSE FEE-CONTROL-FILE
                OPEN I-O FEE-CONTROL-FILE
            END-IF.
            OPEN I-O DELINQ-CONTROL-FILE.
            IF WS-DELQCTL-FILE-MISSING
                OPEN OUTPUT DELINQ-CONTROL-FILE
                CLOSE DELINQ-CONTROL-FILE
                OPEN I-O DELINQ-CONTROL-FILE
            END-IF.
            OPEN I-O ESCROW-INT-CONTROL-FILE.
            IF WS-ESCICTL-FILE-MISSING
                OPEN OUTPUT ESCROW-INT-CONTROL-FILE
                CLOSE ESCROW-INT-CONTROL-FILE
                OPEN I-O ESCROW-INT-CONTROL-FILE
            END-IF.
            OPEN I-O INDEX-RATE-FILE.
            IF WS-INDXRATE-FILE-MISSING
                OPEN OUTPUT INDEX-RATE-FILE
                CLOSE INDEX-RATE-FILE
                OPEN I-O INDEX-RATE-FILE
            END-IF.
            OPEN EXTEND CONTROL-AUDIT-FILE.
            IF WS-CTLAUDIT-FILE-MISSING
                OPEN OUTPUT CONTROL-AUDIT-FILE
            END-IF.
            OPEN OUTPUT CONTROL-REPORT-FILE.
            IF NOT WS-CTLTRAN-OK OR NOT WS-CTLAUDIT-OK
                DISPLAY 'CTLMAINT - OPEN FAILED, TRANS STATUS '
                    WS-CTLTRAN-STATUS ' AUDIT STATUS '
                    WS-CTLAUDIT-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO AL-900
            END-IF.
            IF NOT WS-FEECTL-OK OR NOT WS-DELQCTL-OK
                OR NOT WS-ESCICTL-OK OR NOT WS-INDXRATE-OK
                DISPLAY 'CTLMAINT - CONTROL TABLE OPEN FAILED, STATUS '
                    WS-FEECTL-STATUS ' ' WS-DELQCTL-STATUS ' '
                    WS-ESCICTL-STATUS ' ' WS-INDXRATE-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO AL-900
            END-IF.
            PERFORM AL-105-GET-RUN-CONTROL.
            MOVE WS-HEADING-LINE-1 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-TODAY-DATE TO H2-RUN-DATE.
            MOVE WS-BUSINESS-DATE TO H2-BUSINESS-DATE.
            MOVE WS-HEADING-LINE-2 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-COLUMN-HEADING-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            GO TO AL-200.
        AL-105-GET-RUN-CONTROL.
      *    THE LAST BUSINESS DATE THE CYCLE RAN DECIDES WHICH
      *    VERSIONS ARE ALREADY IN EFFECT.  WITHOUT IT NO CHANGE
      *    CAN BE PROVED SAFE, SO EVERY TRANSACTION IS REJECTED.
            OPEN INPUT RUN-CONTROL-FILE.
            IF WS-RUNCTL-OK
                MOVE 'CYCLECTL' TO RC-CONTROL-ID
                READ RUN-CONTROL-FILE
                    INVALID KEY
                        DISPLAY 'CTLMAINT - RUN-CONTROL RECORD NOT '
                            'FOUND, ALL CHANGES WILL BE REJECTED'
                    NOT INVALID KEY
                        SET WS-CONTROL-RECORD-FOUND TO TRUE
                        MOVE RC-CURRENT-BUSINESS-DATE
                            TO WS-BUSINESS-DATE
                END-READ
                CLOSE RUN-CONTROL-FILE
            ELSE
                DISPLAY 'CTLMAINT - RUN-CONTROL OPEN FAILED, STATUS '
                    WS-RUNCTL-STATUS ' - ALL CHANGES WILL BE REJECTED'
            END-IF.
        AL-200.
      *    EDIT AND APPLY EACH CONTROL TRANSACTION IN TURN.
            PERFORM AL-210 UNTIL WS-END-OF-TRANSACTIONS.
            PERFORM AL-600-WRITE-TOTALS.
            GO TO AL-900.
        AL-210.
            READ CONTROL-TRANS-FILE
                AT END
                    SET WS-END-OF-TRANSACTIONS TO TRUE
                NOT AT END
                    ADD 1 TO WS-TRANS-COUNT
                    PERFORM AL-300-PROCESS-TRANSACTION
            END-READ.
        AL-300-PROCESS-TRANSACTION.
            SET WS-EDITS-PASSED TO TRUE.
            MOVE SPACES TO WS-RESULT-TEXT.
            MOVE SPACES TO WS-PRIOR-IMAGE.
            MOVE SPACES TO WS-EXACT-IMAGE.
            MOVE SPACES TO WS-NEW-IMAGE.
            IF NOT KT-TABLE-VALID
                MOVE 'REJECTED - TABLE NOT FEEC/DELQ/ESCI/INDX'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF NOT KT-ADD-VERSION AND NOT KT-WITHDRAW-VERSION
                MOVE 'REJECTED - TRANSACTION CODE NOT A/D'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF NOT WS-CONTROL-RECORD-FOUND
                MOVE 'REJECTED - RUN-CONTROL RECORD NOT AVAILABLE'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF KT-TABLE-INDEX-RATE AND KT-INDEX-CODE = SPACES
                MOVE 'REJECTED - INDEX CODE IS REQUIRED'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF KT-OPERATOR-ID = SPACES
                MOVE 'REJECTED - OPERATOR ID IS REQUIRED'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF KT-CHANGE-REASON = SPACES
                MOVE 'REJECTED - REASON IS REQUIRED'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                PERFORM AL-310-EDIT-DATE
            END-IF.
            IF WS-EDITS-PASSED AND KT-ADD-VERSION
                PERFORM AL-330-EDIT-VALUES
            END-IF.
            IF WS-EDITS-PASSED
                PERFORM AL-340-FIND-VERSIONS
                PERFORM AL-360-EDIT-TIMING
            END-IF.
            IF WS-EDITS-PASSED
                PERFORM AL-400-APPLY-TRANSACTION
            END-IF.
            IF WS-EDITS-PASSED
                ADD 1 TO WS-APPLIED-COUNT
            ELSE
                ADD 1 TO WS-REJECTED-COUNT
            END-IF.
            PERFORM AL-500-WRITE-DETAIL.
        AL-310-EDIT-DATE.
      *    THE EFFECTIVE DATE MUST BE A REAL CALENDAR DATE, FEBRUARY
      *    29TH ONLY IN A LEAP YEAR.
            IF KT-EFFECTIVE-DATE NOT NUMERIC
                MOVE 'REJECTED - EFFECTIVE DATE IS NOT NUMERIC'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                MOVE KT-EFFECTIVE-DATE(1:4) TO WS-CHECK-YEAR
                MOVE KT-EFFECTIVE-DATE(5:2) TO WS-CHECK-MONTH
                MOVE KT-EFFECTIVE-DATE(7:2) TO WS-CHECK-DAY
                IF WS-CHECK-YEAR < 1900 OR WS-CHECK-YEAR > 2100
                    OR WS-CHECK-MONTH < 01 OR WS-CHECK-MONTH > 12
                    MOVE 'REJECTED - EFFECTIVE DATE IS NOT VALID'
                        TO WS-RESULT-TEXT
                    SET WS-EDITS-FAILED TO TRUE
                END-IF
            END-IF.
      *    THE MONTH MUST BE CONFIRMED IN RANGE BEFORE IT IS EVER
      *    USED TO SUBSCRIPT WS-MAX-DAY.
            IF WS-EDITS-PASSED
                AND (WS-CHECK-DAY < 01
                    OR WS-CHECK-DAY > WS-MAX-DAY(WS-CHECK-MONTH))
                MOVE 'REJECTED - EFFECTIVE DATE IS NOT VALID'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                AND WS-CHECK-MONTH = 02 AND WS-CHECK-DAY = 29
                PERFORM AL-320-EDIT-LEAP-DAY
            END-IF.
        AL-320-EDIT-LEAP-DAY.
            DIVIDE WS-CHECK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REMAINDER-4.
            DIVIDE WS-CHECK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REMAINDER-100.
            DIVIDE WS-CHECK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REMAINDER-400.
            IF WS-LEAP-REMAINDER-4 NOT = ZERO
                OR (WS-LEAP-REMAINDER-100 = ZERO
                    AND WS-LEAP-REMAINDER-400 NOT = ZERO)
                MOVE 'REJECTED - FEBRUARY 29 IN A NON-LEAP YEAR'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
        AL-330-EDIT-VALUES.
      *    THE NEW VALUES MUST BE NUMERIC AND WITHIN SANE RANGES FOR
      *    THE TABLE.
            IF KT-TABLE-FEE-CONTROL
                PERFORM AL-331-EDIT-FEE-VALUES
            ELSE IF KT-TABLE-DELINQ-CONTROL
                PERFORM AL-332-EDIT-DELINQ-VALUES
            ELSE IF KT-TABLE-ESCROW-INT
                PERFORM AL-333-EDIT-ESCROW-INT-VALUES
            ELSE
                PERFORM AL-334-EDIT-INDEX-VALUES
            END-IF.
        AL-331-EDIT-FEE-VALUES.
      *    GRACE OF 0 TO 30 DAYS; A FEE OF MORE THAN NOTHING AND NO
      *    MORE THAN 10 PERCENT OF THE SCHEDULED PAYMENT.
            IF KT-GRACE-DAYS NOT NUMERIC
                OR KT-FEE-PERCENT NOT NUMERIC
                MOVE 'REJECTED - FEE VALUES ARE NOT NUMERIC'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF KT-GRACE-DAYS > WS-MAXIMUM-GRACE-DAYS
                MOVE 'REJECTED - GRACE DAYS OVER 30'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF KT-FEE-PERCENT = ZERO
                OR KT-FEE-PERCENT > WS-MAXIMUM-FEE-PERCENT
                MOVE 'REJECTED - FEE PERCENT NOT 0.01 TO 10.00'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
        AL-332-EDIT-DELINQ-VALUES.
      *    EACH AGING THRESHOLD MUST BE AT LEAST ONE DAY AND EACH
      *    MUST BE HIGHER THAN THE ONE BEFORE IT.
            IF KT-THRESHOLD-30 NOT NUMERIC
                OR KT-THRESHOLD-60 NOT NUMERIC
                OR KT-THRESHOLD-90 NOT NUMERIC
                OR KT-THRESHOLD-120 NOT NUMERIC
                MOVE 'REJECTED - THRESHOLDS ARE NOT NUMERIC'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF KT-THRESHOLD-30 = ZERO
                OR KT-THRESHOLD-60 NOT > KT-THRESHOLD-30
                OR KT-THRESHOLD-90 NOT > KT-THRESHOLD-60
                OR KT-THRESHOLD-120 NOT > KT-THRESHOLD-90
                MOVE 'REJECTED - THRESHOLDS MUST RISE FROM 1 DAY'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
        AL-333-EDIT-ESCROW-INT-VALUES.
      *    AN ANNUAL RATE FROM ZERO (NO STATE REQUIREMENT) TO 10
      *    PERCENT.
            IF KT-ANNUAL-RATE NOT NUMERIC
                MOVE 'REJECTED - ANNUAL RATE IS NOT NUMERIC'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF KT-ANNUAL-RATE > WS-MAXIMUM-ESCROW-RATE
                MOVE 'REJECTED - ANNUAL RATE OVER 0.1000'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
        AL-334-EDIT-INDEX-VALUES.
      *    AN INDEX CAN PUBLISH BELOW ZERO, BUT NOT BELOW -5 OR
      *    ABOVE 20 PERCENT.
            IF KT-INDEX-RATE NOT NUMERIC
                MOVE 'REJECTED - INDEX RATE IS NOT NUMERIC'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF KT-INDEX-RATE < WS-MINIMUM-INDEX-RATE
                OR KT-INDEX-RATE > WS-MAXIMUM-INDEX-RATE
                MOVE 'REJECTED - INDEX RATE NOT -0.0500 TO 0.2000'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
        AL-340-FIND-VERSIONS.
      *    WALK THE VERSIONS ON FILE FOR THE TABLE (OR INDEX), OLDEST
      *    FIRST, NOTING HOW MANY THERE ARE, THE ONE DATED EXACTLY ON
      *    THE EFFECTIVE DATE, AND THE LATEST ONE BEFORE IT - THE
      *    VERSION THAT WOULD OTHERWISE BE IN EFFECT ON THAT DATE.
            MOVE ZERO TO WS-VERSION-COUNT.
            MOVE 'N' TO WS-PRIOR-FOUND-SWITCH.
            MOVE 'N' TO WS-EXACT-FOUND-SWITCH.
            MOVE 'N' TO WS-VERSION-EOF-SWITCH.
            MOVE WS-NO-VERSION-IMAGE TO WS-PRIOR-IMAGE.
            IF KT-TABLE-FEE-CONTROL
                MOVE WS-FEE-CONTROL-ID TO FC-CONTROL-ID
                MOVE ZERO TO FC-EFFECTIVE-DATE
                START FEE-CONTROL-FILE
                    KEY IS NOT LESS THAN FC-CONTROL-KEY
                    INVALID KEY
                        SET WS-END-OF-VERSIONS TO TRUE
                END-START
                PERFORM AL-341-READ-FEE-VERSION
                    UNTIL WS-END-OF-VERSIONS
            ELSE IF KT-TABLE-DELINQ-CONTROL
                MOVE WS-DELINQ-CONTROL-ID TO DC-CONTROL-ID
                MOVE ZERO TO DC-EFFECTIVE-DATE
                START DELINQ-CONTROL-FILE
                    KEY IS NOT LESS THAN DC-CONTROL-KEY
                    INVALID KEY
                        SET WS-END-OF-VERSIONS TO TRUE
                END-START
                PERFORM AL-342-READ-DELINQ-VERSION
                    UNTIL WS-END-OF-VERSIONS
            ELSE IF KT-TABLE-ESCROW-INT
                MOVE WS-ESCROW-INT-CONTROL-ID TO EI-CONTROL-ID
                MOVE ZERO TO EI-EFFECTIVE-DATE
                START ESCROW-INT-CONTROL-FILE
                    KEY IS NOT LESS THAN EI-CONTROL-KEY
                    INVALID KEY
                        SET WS-END-OF-VERSIONS TO TRUE
                END-START
                PERFORM AL-343-READ-ESCROW-INT-VERSION
                    UNTIL WS-END-OF-VERSIONS
            ELSE
                MOVE KT-INDEX-CODE TO IX-INDEX-CODE
                MOVE ZERO TO IX-RATE-DATE
                START INDEX-RATE-FILE
                    KEY IS NOT LESS THAN IX-INDEX-KEY
                    INVALID KEY
                        SET WS-END-OF-VERSIONS TO TRUE
                END-START
                PERFORM AL-344-READ-INDEX-VERSION
                    UNTIL WS-END-OF-VERSIONS
            END-IF.
        AL-341-READ-FEE-VERSION.
            READ FEE-CONTROL-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-VERSIONS TO TRUE
                NOT AT END
                    IF FC-CONTROL-ID NOT = WS-FEE-CONTROL-ID
                        SET WS-END-OF-VERSIONS TO TRUE
                    ELSE
                        MOVE FC-EFFECTIVE-DATE TO WS-VERSION-DATE
                        MOVE FC-EFFECTIVE-DATE TO FI-EFFECTIVE-DATE
                        MOVE FC-GRACE-DAYS TO FI-GRACE-DAYS
                        MOVE FC-FEE-PERCENT TO FI-FEE-PERCENT
                        MOVE WS-FEE-IMAGE TO WS-VERSION-IMAGE
                        PERFORM AL-349-CLASSIFY-VERSION
                    END-IF
            END-READ.
        AL-342-READ-DELINQ-VERSION.
            READ DELINQ-CONTROL-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-VERSIONS TO TRUE
                NOT AT END
                    IF DC-CONTROL-ID NOT = WS-DELINQ-CONTROL-ID
                        SET WS-END-OF-VERSIONS TO TRUE
                    ELSE
                        MOVE DC-EFFECTIVE-DATE TO WS-VERSION-DATE
                        MOVE DC-EFFECTIVE-DATE TO DI-EFFECTIVE-DATE
                        MOVE DC-THRESHOLD-30 TO DI-THRESHOLD-30
                        MOVE DC-THRESHOLD-60 TO DI-THRESHOLD-60
                        MOVE DC-THRESHOLD-90 TO DI-THRESHOLD-90
                        MOVE DC-THRESHOLD-120 TO DI-THRESHOLD-120
                        MOVE WS-DELINQ-IMAGE TO WS-VERSION-IMAGE
                        PERFORM AL-349-CLASSIFY-VERSION
                    END-IF
            END-READ.
        AL-343-READ-ESCROW-INT-VERSION.
            READ ESCROW-INT-CONTROL-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-VERSIONS TO TRUE
                NOT AT END
                    IF EI-CONTROL-ID NOT = WS-ESCROW-INT-CONTROL-ID
                        SET WS-END-OF-VERSIONS TO TRUE
                    ELSE
                        MOVE EI-EFFECTIVE-DATE TO WS-VERSION-DATE
                        MOVE EI-EFFECTIVE-DATE TO EII-EFFECTIVE-DATE
                        MOVE EI-ANNUAL-RATE TO EII-ANNUAL-RATE
                        MOVE WS-ESCROW-INT-IMAGE TO WS-VERSION-IMAGE
                        PERFORM AL-349-CLASSIFY-VERSION
                    END-IF
            END-READ.
        AL-344-READ-INDEX-VERSION.
            READ INDEX-RATE-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-VERSIONS TO TRUE
                NOT AT END
                    IF IX-INDEX-CODE NOT = KT-INDEX-CODE
                        SET WS-END-OF-VERSIONS TO TRUE
                    ELSE
                        MOVE IX-RATE-DATE TO WS-VERSION-DATE
                        MOVE IX-RATE-DATE TO XI-EFFECTIVE-DATE
                        MOVE IX-INDEX-RATE TO XI-INDEX-RATE
                        MOVE WS-INDEX-IMAGE TO WS-VERSION-IMAGE
                        PERFORM AL-349-CLASSIFY-VERSION
                    END-IF
            END-READ.
        AL-349-CLASSIFY-VERSION.
      *    VERSIONS COME BACK OLDEST FIRST, SO THE LAST ONE DATED
      *    BEFORE THE EFFECTIVE DATE IS THE ONE IN EFFECT THEN.
            ADD 1 TO WS-VERSION-COUNT.
            IF WS-VERSION-DATE = KT-EFFECTIVE-DATE
                SET WS-VERSION-ON-FILE TO TRUE
                MOVE WS-VERSION-IMAGE TO WS-EXACT-IMAGE
            ELSE IF WS-VERSION-DATE < KT-EFFECTIVE-DATE
                SET WS-PRIOR-VERSION-FOUND TO TRUE
                MOVE WS-VERSION-IMAGE TO WS-PRIOR-IMAGE
            END-IF.
        AL-360-EDIT-TIMING.
      *    NOTHING ALREADY IN EFFECT MAY CHANGE.  A VERSION DATED ON
      *    OR BEFORE THE LAST CYCLE DATE HAS BEEN USED, SO IT CAN BE
      *    NEITHER REPLACED NOR WITHDRAWN, AND A NEW VERSION MUST
      *    TAKE EFFECT AFTER THAT DATE - UNLESS IT IS THE FIRST
      *    VERSION ON FILE, WHICH MAY CARRY ANY DATE.
            IF KT-WITHDRAW-VERSION AND NOT WS-VERSION-ON-FILE
                MOVE 'REJECTED - NO VERSION ON FILE FOR THAT DATE'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF KT-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
                AND WS-VERSION-ON-FILE
                MOVE 'REJECTED - VERSION ALREADY IN EFFECT'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            ELSE IF KT-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
                AND WS-VERSION-COUNT > ZERO
                MOVE 'REJECTED - EFFECTIVE DATE NOT AFTER LAST CYCLE'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
        AL-400-APPLY-TRANSACTION.
            IF KT-TABLE-FEE-CONTROL
                PERFORM AL-410-APPLY-FEE
            ELSE IF KT-TABLE-DELINQ-CONTROL
                PERFORM AL-420-APPLY-DELINQ
            ELSE IF KT-TABLE-ESCROW-INT
                PERFORM AL-430-APPLY-ESCROW-INT
            ELSE
                PERFORM AL-440-APPLY-INDEX
            END-IF.
            IF WS-EDITS-PASSED
                PERFORM AL-450-WRITE-AUDIT
            END-IF.
        AL-410-APPLY-FEE.
            MOVE SPACES TO FC-FEE-CONTROL-RECORD.
            MOVE WS-FEE-CONTROL-ID TO FC-CONTROL-ID.
            MOVE KT-EFFECTIVE-DATE TO FC-EFFECTIVE-DATE.
            IF KT-WITHDRAW-VERSION
                DELETE FEE-CONTROL-FILE
                    INVALID KEY
                        MOVE 'REJECTED - VERSION COULD NOT BE REMOVED'
                            TO WS-RESULT-TEXT
                        SET WS-EDITS-FAILED TO TRUE
                END-DELETE
            ELSE
                MOVE KT-EFFECTIVE-DATE TO FI-EFFECTIVE-DATE
                MOVE KT-GRACE-DAYS TO FI-GRACE-DAYS
                MOVE KT-FEE-PERCENT TO FI-FEE-PERCENT
                MOVE WS-FEE-IMAGE TO WS-NEW-IMAGE
                MOVE KT-GRACE-DAYS TO FC-GRACE-DAYS
                MOVE KT-FEE-PERCENT TO FC-FEE-PERCENT
                MOVE KT-OPERATOR-ID TO FC-OPERATOR-ID
                MOVE KT-CHANGE-REASON TO FC-CHANGE-REASON
                MOVE WS-TODAY-DATE TO FC-MAINT-DATE
                IF WS-VERSION-ON-FILE
                    REWRITE FC-FEE-CONTROL-RECORD
                        INVALID KEY
                            SET WS-EDITS-FAILED TO TRUE
                    END-REWRITE
                ELSE
                    WRITE FC-FEE-CONTROL-RECORD
                        INVALID KEY
                            SET WS-EDITS-FAILED TO TRUE
                    END-WRITE
                END-IF
                IF WS-EDITS-FAILED
                    MOVE 'REJECTED - VERSION COULD NOT BE WRITTEN'
                        TO WS-RESULT-TEXT
                END-IF
            END-IF.
        AL-420-APPLY-DELINQ.
            MOVE SPACES TO DC-DELINQ-CONTROL-RECORD.
            MOVE WS-DELINQ-CONTROL-ID TO DC-CONTROL-ID.
            MOVE KT-EFFECTIVE-DATE TO DC-EFFECTIVE-DATE.
            IF KT-WITHDRAW-VERSION
                DELETE DELINQ-CONTROL-FILE
                    INVALID KEY
                        MOVE 'REJECTED - VERSION COULD NOT BE REMOVED'
                            TO WS-RESULT-TEXT
                        SET WS-EDITS-FAILED TO TRUE
                END-DELETE
            ELSE
                MOVE KT-EFFECTIVE-DATE TO DI-EFFECTIVE-DATE
                MOVE KT-THRESHOLD-30 TO DI-THRESHOLD-30
                MOVE KT-THRESHOLD-60 TO DI-THRESHOLD-60
                MOVE KT-THRESHOLD-90 TO DI-THRESHOLD-90
                MOVE KT-THRESHOLD-120 TO DI-THRESHOLD-120
                MOVE WS-DELINQ-IMAGE TO WS-NEW-IMAGE
                MOVE KT-THRESHOLD-30 TO DC-THRESHOLD-30
                MOVE KT-THRESHOLD-60 TO DC-THRESHOLD-60
                MOVE KT-THRESHOLD-90 TO DC-THRESHOLD-90
                MOVE KT-THRESHOLD-120 TO DC-THRESHOLD-120
                MOVE KT-OPERATOR-ID TO DC-OPERATOR-ID
                MOVE KT-CHANGE-REASON TO DC-CHANGE-REASON
                MOVE WS-TODAY-DATE TO DC-MAINT-DATE
                IF WS-VERSION-ON-FILE
                    REWRITE DC-DELINQ-CONTROL-RECORD
                        INVALID KEY
                            SET WS-EDITS-FAILED TO TRUE
                    END-REWRITE
                ELSE
                    WRITE DC-DELINQ-CONTROL-RECORD
                        INVALID KEY
                            SET WS-EDITS-FAILED TO TRUE
                    END-WRITE
                END-IF
                IF WS-EDITS-FAILED
                    MOVE 'REJECTED - VERSION COULD NOT BE WRITTEN'
                        TO WS-RESULT-TEXT
                END-IF
            END-IF.
        AL-430-APPLY-ESCROW-INT.
            MOVE SPACES TO EI-ESCROW-INT-CONTROL-RECORD.
            MOVE WS-ESCROW-INT-CONTROL-ID TO EI-CONTROL-ID.
            MOVE KT-EFFECTIVE-DATE TO EI-EFFECTIVE-DATE.
            IF KT-WITHDRAW-VERSION
                DELETE ESCROW-INT-CONTROL-FILE
                    INVALID KEY
                        MOVE 'REJECTED - VERSION COULD NOT BE REMOVED'
                            TO WS-RESULT-TEXT
                        SET WS-EDITS-FAILED TO TRUE
                END-DELETE
            ELSE
                MOVE KT-EFFECTIVE-DATE TO EII-EFFECTIVE-DATE
                MOVE KT-ANNUAL-RATE TO EII-ANNUAL-RATE
                MOVE WS-ESCROW-INT-IMAGE TO WS-NEW-IMAGE
                MOVE KT-ANNUAL-RATE TO EI-ANNUAL-RATE
                MOVE KT-OPERATOR-ID TO EI-OPERATOR-ID
                MOVE KT-CHANGE-REASON TO EI-CHANGE-REASON
                MOVE WS-TODAY-DATE TO EI-MAINT-DATE
                IF WS-VERSION-ON-FILE
                    REWRITE EI-ESCROW-INT-CONTROL-RECORD
                        INVALID KEY
                            SET WS-EDITS-FAILED TO TRUE
                    END-REWRITE
                ELSE
                    WRITE EI-ESCROW-INT-CONTROL-RECORD
                        INVALID KEY
                            SET WS-EDITS-FAILED TO TRUE
                    END-WRITE
                END-IF
                IF WS-EDITS-FAILED
                    MOVE 'REJECTED - VERSION COULD NOT BE WRITTEN'
                        TO WS-RESULT-TEXT
                END-IF
            END-IF.
        AL-440-APPLY-INDEX.
            MOVE SPACES TO IX-INDEX-RATE-RECORD.
            MOVE KT-INDEX-CODE TO IX-INDEX-CODE.
            MOVE KT-EFFECTIVE-DATE TO IX-RATE-DATE.
            IF KT-WITHDRAW-VERSION
                DELETE INDEX-RATE-FILE
                    INVALID KEY
                        MOVE 'REJECTED - VERSION COULD NOT BE REMOVED'
                            TO WS-RESULT-TEXT
                        SET WS-EDITS-FAILED TO TRUE
                END-DELETE
            ELSE
                MOVE KT-EFFECTIVE-DATE TO XI-EFFECTIVE-DATE
                MOVE KT-INDEX-RATE TO XI-INDEX-RATE
                MOVE WS-INDEX-IMAGE TO WS-NEW-IMAGE
                MOVE KT-INDEX-RATE TO IX-INDEX-RATE
                MOVE KT-OPERATOR-ID TO IX-OPERATOR-ID
                MOVE KT-CHANGE-REASON TO IX-CHANGE-REASON
                MOVE WS-TODAY-DATE TO IX-MAINT-DATE
                IF WS-VERSION-ON-FILE
                    REWRITE IX-INDEX-RATE-RECORD
                        INVALID KEY
                            SET WS-EDITS-FAILED TO TRUE
                    END-REWRITE
                ELSE
                    WRITE IX-INDEX-RATE-RECORD
                        INVALID KEY
                            SET WS-EDITS-FAILED TO TRUE
                    END-WRITE
                END-IF
                IF WS-EDITS-FAILED
                    MOVE 'REJECTED - VERSION COULD NOT BE WRITTEN'
                        TO WS-RESULT-TEXT
                END-IF
            END-IF.
        AL-450-WRITE-AUDIT.
      *    A REPLACEMENT SHOWS THE VERSION IT REPLACED; A NEW VERSION
      *    SHOWS THE ONE IT SUPERSEDES FROM ITS DATE; A WITHDRAWAL
      *    SHOWS THE VERSION REMOVED AND THE ONE BACK IN EFFECT.
            MOVE SPACES TO KA-CONTROL-AUDIT-RECORD.
            MOVE KT-TABLE-CODE TO KA-TABLE-CODE.
            IF KT-TABLE-FEE-CONTROL
                MOVE WS-FEE-CONTROL-ID TO KA-CONTROL-ID
            ELSE IF KT-TABLE-DELINQ-CONTROL
                MOVE WS-DELINQ-CONTROL-ID TO KA-CONTROL-ID
            ELSE IF KT-TABLE-ESCROW-INT
                MOVE WS-ESCROW-INT-CONTROL-ID TO KA-CONTROL-ID
            ELSE
                MOVE KT-INDEX-CODE TO KA-CONTROL-ID
            END-IF.
            MOVE KT-EFFECTIVE-DATE TO KA-EFFECTIVE-DATE.
            IF KT-WITHDRAW-VERSION
                SET KA-VERSION-WITHDRAWN TO TRUE
                MOVE WS-EXACT-IMAGE TO KA-BEFORE-IMAGE
                MOVE WS-PRIOR-IMAGE TO KA-AFTER-IMAGE
                MOVE 'APPLIED - FUTURE VERSION WITHDRAWN'
                    TO WS-RESULT-TEXT
            ELSE IF WS-VERSION-ON-FILE
                SET KA-VERSION-REPLACED TO TRUE
                MOVE WS-EXACT-IMAGE TO KA-BEFORE-IMAGE
                MOVE WS-NEW-IMAGE TO KA-AFTER-IMAGE
                MOVE 'APPLIED - FUTURE VERSION REPLACED'
                    TO WS-RESULT-TEXT
            ELSE
                SET KA-VERSION-ADDED TO TRUE
                MOVE WS-PRIOR-IMAGE TO KA-BEFORE-IMAGE
                MOVE WS-NEW-IMAGE TO KA-AFTER-IMAGE
                IF WS-VERSION-COUNT = ZERO
                    MOVE 'APPLIED - FIRST VERSION LOADED'
                        TO WS-RESULT-TEXT
                ELSE
                    MOVE 'APPLIED - NEW VERSION ADDED'
                        TO WS-RESULT-TEXT
                END-IF
            END-IF.
            MOVE KT-OPERATOR-ID TO KA-OPERATOR-ID.
            MOVE KT-CHANGE-REASON TO KA-CHANGE-REASON.
            MOVE WS-TODAY-DATE TO KA-MAINT-DATE.
            MOVE WS-TODAY-TIME TO KA-MAINT-TIME.
            WRITE KA-CONTROL-AUDIT-RECORD.
        AL-500-WRITE-DETAIL.
      *    EVERY TRANSACTION GETS A LINE WITH ITS RESULT; AN APPLIED
      *    CHANGE IS FOLLOWED BY THE SAME BEFORE AND AFTER IMAGES
      *    WRITTEN TO THE AUDIT TRAIL.
            MOVE KT-TABLE-CODE TO DL-TABLE-CODE.
            MOVE KT-INDEX-CODE TO DL-INDEX-CODE.
            MOVE KT-TRANS-CODE TO DL-TRANS-CODE.
            MOVE KT-EFFECTIVE-DATE TO DL-EFFECTIVE-DATE.
            MOVE KT-OPERATOR-ID TO DL-OPERATOR-ID.
            MOVE KT-CHANGE-REASON TO DL-CHANGE-REASON.
            MOVE WS-RESULT-TEXT TO DL-RESULT-TEXT.
            MOVE WS-DETAIL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            IF WS-EDITS-PASSED
                MOVE KA-BEFORE-IMAGE TO IL-BEFORE-IMAGE
                MOVE KA-AFTER-IMAGE TO IL-AFTER-IMAGE
                MOVE WS-IMAGE-LINE TO PR-PRINT-LINE
                WRITE PR-PRINT-LINE
            END-IF.
        AL-600-WRITE-TOTALS.
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
        AL-900.
      *    CLOSE UP AND REPORT WHAT HAPPENED.
            CLOSE CONTROL-TRANS-FILE FEE-CONTROL-FILE
                DELINQ-CONTROL-FILE ESCROW-INT-CONTROL-FILE
                INDEX-RATE-FILE CONTROL-AUDIT-FILE
                CONTROL-REPORT-FILE.
            MOVE WS-TRANS-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'CTLMAINT - TRANSACTIONS READ:  ' WS-DISPLAY-COUNT.
            MOVE WS-APPLIED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'CTLMAINT - APPLIED:            ' WS-DISPLAY-COUNT.
            MOVE WS-REJECTED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'CTLMAINT - REJECTED:           ' WS-DISPLAY-COUNT.
