        IDENTIFICATION DIVISION.
        PROGRAM-ID. INSTRK.
        DATE-COMPILED.
      *REMARKS.
      *    INSTRK IS THE NIGHTLY HAZARD AND FLOOD INSURANCE TRACKING
      *    STEP.  ESCRWDSB PAYS WHATEVER INSURANCE BILLS ARRIVE ON
      *    THE DUE FILE, BUT UNTIL NOW NOTHING HELD THE POLICY ITSELF,
      *    SO A LAPSE WAS FOUND ONLY WHEN A CLAIM WAS DENIED.  THIS
      *    STEP FIRST APPLIES TONIGHT'S INSURANCE NOTICES - CARRIER
      *    RENEWALS AND NEW POLICIES, CARRIER CANCELLATIONS, AND THE
      *    BORROWERS' OWN PROOF OF COVERAGE - TO THE KEYED POLICY
      *    FILE, ONE RECORD PER LOAN AND COVERAGE TYPE.  IT THEN
      *    CHECKS EVERY POLICY ON FILE FOR LAPSED COVERAGE.
      *
      *    WHEN THE BORROWER'S COVERAGE HAS EXPIRED OR BEEN CANCELLED
      *    WITHOUT A REPLACEMENT, THE FIRST NOTICE LETTER GOES OUT.
      *    THE SECOND FOLLOWS WS-SECOND-NOTICE-DAYS LATER, AND IF
      *    PROOF HAS STILL NOT ARRIVED WS-FORCE-PLACE-DAYS AFTER THAT
      *    THE LOAN IS FORCE-PLACED - LENDER-PLACED COVERAGE IS BOUGHT
      *    UNDER THE SERVICER'S MASTER POLICY FROM THE DAY THE
      *    BORROWER'S ENDED, THE PREMIUM IS PAID TO THE MASTER-POLICY
      *    CARRIER FROM ESCROW (THE SHORTFALL BECOMING A SERVICER
      *    ADVANCE, AS IN ESCRWDSB), AND THE CHARGE IS WRITTEN TO THE
      *    PERMANENT LOAN HISTORY.  THE PREMIUM IS ADDED TO
      *    LM-ESCROW-INS-PREMIUM SO THE NEXT ESCROW ANALYSIS COLLECTS
      *    IT.  LENDER-PLACED COVERAGE STILL IN FORCE AT ITS
      *    EXPIRATION IS RENEWED FOR ANOTHER YEAR.
      *
      *    WHEN PROOF OF THE BORROWER'S OWN COVERAGE ARRIVES THE
      *    NOTICES STOP, AND LENDER-PLACED COVERAGE IN FORCE IS
      *    CANCELLED FROM THE DAY THE BORROWER'S POLICY TOOK EFFECT.
      *    THE UNEARNED PREMIUM, PRORATED BY DAY, IS CREDITED BACK -
      *    FIRST AGAINST ANY SERVICER ADVANCE, THE REST TO ESCROW -
      *    AND THE REFUND IS WRITTEN TO THE LOAN HISTORY.
      *
      *    FLOOD COVERAGE IS REQUIRED ONLY IN A SPECIAL FLOOD HAZARD
      *    AREA, SO A FLOOD POLICY ON A PROPERTY IN ANY OTHER ZONE IS
      *    HELD FOR REFERENCE BUT NEVER FORCE-PLACED.  EVERY LETTER
      *    GOES TO THE LETTER FILE AND EVERY ACTION PRINTS ON THE
      *    INSURANCE TRACKING REPORT.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15  DLB  ORIGINAL PROGRAM.
      *    2026-10-15  DLB  FORCE-PLACED CHARGE AND REFUND EVENTS NOW
      *                     CARRY THE SERVICER ADVANCE MADE OR REPAID AS
      *                     THEIR ADVANCE PORTION.
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
            SELECT INSURANCE-NOTICE-FILE ASSIGN TO INSNOTC
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-INSNOTC-STATUS.
            SELECT INSURANCE-POLICY-FILE ASSIGN TO INSPOLCY
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IP-POLICY-KEY
                FILE STATUS IS WS-INSPOLCY-STATUS.
            SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
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
            SELECT PREMIUM-PAYMENT-FILE ASSIGN TO INSPAY
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-INSPAY-STATUS.
            SELECT INSURANCE-LETTER-FILE ASSIGN TO INSLTR
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-INSLTR-STATUS.
            SELECT INSURANCE-REPORT-FILE ASSIGN TO INSPRT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-INSPRT-STATUS.
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
        FD  INSURANCE-NOTICE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY INSNOTC.
        FD  INSURANCE-POLICY-FILE
            LABEL RECORDS ARE STANDARD.
            COPY INSPOL.
        FD  LOAN-MASTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LOANMST.
        FD  BORROWER-MASTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY BORRMST.
        FD  LOAN-HISTORY-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LNHIST.
        FD  PREMIUM-PAYMENT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY ESCRPAY.
        FD  INSURANCE-LETTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY INSLTR.
        FD  INSURANCE-REPORT-FILE
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
            05  WS-INSNOTC-STATUS            PIC X(02).
                88  WS-INSNOTC-OK                VALUE '00'.
            05  WS-INSPOLCY-STATUS           PIC X(02).
                88  WS-INSPOLCY-OK               VALUE '00'.
                88  WS-INSPOLCY-FILE-MISSING     VALUE '35'.
            05  WS-LOANMSTR-STATUS           PIC X(02).
                88  WS-LOANMSTR-OK               VALUE '00'.
            05  WS-BORRMSTR-STATUS           PIC X(02).
                88  WS-BORRMSTR-OK               VALUE '00'.
            05  WS-LNHIST-STATUS             PIC X(02).
                88  WS-LNHIST-OK                 VALUE '00'.
                88  WS-LNHIST-FILE-MISSING       VALUE '35'.
            05  WS-INSPAY-STATUS             PIC X(02).
            05  WS-INSLTR-STATUS             PIC X(02).
            05  WS-INSPRT-STATUS             PIC X(02).
            05  WS-CKPT-STATUS               PIC X(02).
                88  WS-CKPT-OK                   VALUE '00'.
                88  WS-CKPT-FILE-MISSING         VALUE '35'.
        01  WS-SWITCHES.
            05  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
                88  WS-END-OF-NOTICES            VALUE 'Y'.
            05  WS-POLICY-EOF-SWITCH         PIC X(01) VALUE 'N'.
                88  WS-END-OF-POLICY-FILE        VALUE 'Y'.
            05  WS-EDIT-SWITCH               PIC X(01) VALUE 'Y'.
                88  WS-EDITS-PASSED              VALUE 'Y'.
                88  WS-EDITS-FAILED              VALUE 'N'.
            05  WS-POLICY-FOUND-SWITCH       PIC X(01) VALUE 'N'.
                88  WS-POLICY-ON-FILE            VALUE 'Y'.
                88  WS-POLICY-NOT-ON-FILE        VALUE 'N'.
            05  WS-BORROWER-OPEN-SWITCH      PIC X(01) VALUE 'N'.
                88  WS-BORROWER-FILE-OPEN        VALUE 'Y'.
            05  WS-POLICY-CHANGED-SWITCH     PIC X(01) VALUE 'N'.
                88  WS-POLICY-CHANGED            VALUE 'Y'.
                88  WS-POLICY-UNCHANGED          VALUE 'N'.
            05  WS-LEAP-YEAR-SWITCH          PIC X(01) VALUE 'N'.
                88  WS-LEAP-YEAR                 VALUE 'Y'.
                88  WS-NOT-LEAP-YEAR             VALUE 'N'.
            05  WS-HISTORY-WRITTEN-SWITCH    PIC X(01) VALUE 'N'.
                88  WS-HISTORY-WRITTEN           VALUE 'Y'.
                88  WS-HISTORY-NOT-WRITTEN       VALUE 'N'.
      *    THE LAPSE TIMELINE.  THE SECOND NOTICE GOES OUT NO SOONER
      *    THAN WS-SECOND-NOTICE-DAYS AFTER THE FIRST, AND COVERAGE
      *    IS NOT CHARGED UNTIL WS-FORCE-PLACE-DAYS AFTER THE SECOND.
        01  WS-LAPSE-TIMELINE.
            05  WS-SECOND-NOTICE-DAYS         PIC 9(03) COMP
                                                           VALUE 30.
            05  WS-FORCE-PLACE-DAYS           PIC 9(03) COMP
                                                           VALUE 15.
      *    THE SERVICER'S MASTER POLICY FOR LENDER-PLACED COVERAGE
      *    AND ITS ANNUAL PREMIUM RATES PER DOLLAR OF COVERAGE.  A
      *    POLICY WITH NO COVERAGE AMOUNT ON FILE IS PLACED AT THE
      *    UNPAID PRINCIPAL BALANCE.
        01  WS-MASTER-POLICY.
            05  WS-LP-CARRIER-CODE            PIC X(04) VALUE 'LPMP'.
            05  WS-LP-CARRIER-NAME            PIC X(30)
                VALUE 'LENDER-PLACED MASTER POLICY'.
            05  WS-LP-HAZARD-RATE             PIC S9(01)V9999 COMP-3
                                                    VALUE 0.0150.
            05  WS-LP-FLOOD-RATE              PIC S9(01)V9999 COMP-3
                                                    VALUE 0.0100.
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
        01  WS-TERM-DATE-FIELDS.
            05  WS-ADD-DATE                   PIC 9(08).
            05  WS-ADD-DATE-PARTS REDEFINES WS-ADD-DATE.
                10  WS-ADD-YEAR               PIC 9(04).
                10  WS-ADD-MONTH              PIC 9(02).
                10  WS-ADD-DAY                PIC 9(02).
            05  WS-COVERAGE-END-DATE          PIC 9(08).
            05  WS-CHARGE-DATE                PIC 9(08).
            05  WS-DAYS-SINCE-NOTICE          PIC S9(07) COMP.
            05  WS-REFUND-FROM-DATE           PIC 9(08).
            05  WS-UNEARNED-DAYS              PIC S9(07) COMP.
            05  WS-TERM-DAYS                  PIC S9(07) COMP.
        01  WS-CHARGE-FIELDS.
            05  WS-LP-PREMIUM                 PIC S9(07)V99 COMP-3.
            05  WS-ADVANCE-AMOUNT             PIC S9(07)V99 COMP-3.
            05  WS-REFUND-AMOUNT              PIC S9(07)V99 COMP-3.
            05  WS-ADVANCE-REPAID             PIC S9(07)V99 COMP-3.
            05  WS-COVERAGE-NAME              PIC X(06).
        01  WS-EVENT-FIELDS.
            05  WS-ACTION-CODE                PIC X(02).
            05  WS-DETAIL-POLICY              PIC X(15).
            05  WS-DETAIL-DATE                PIC X(08).
            05  WS-DETAIL-AMOUNT              PIC S9(09)V99 COMP-3.
        01  WS-RESULT-TEXT                    PIC X(50).
        01  WS-RUN-TOTALS.
            05  WS-NOTICE-COUNT               PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-APPLIED-COUNT              PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-REJECTED-COUNT             PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-POLICY-COUNT               PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-FIRST-NOTICE-COUNT         PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-SECOND-NOTICE-COUNT        PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-FORCE-PLACED-COUNT         PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-LP-RENEWED-COUNT           PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-LP-CANCELLED-COUNT         PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-PREMIUM-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-ADVANCE-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-REFUND-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-DISPLAY-COUNT                 PIC ZZZ,ZZ9.
        01  WS-DISPLAY-AMOUNT                PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01  WS-HEADING-LINE-1.
            05  FILLER                        PIC X(48)
                VALUE 'MORTGAGE SERVICING - HAZARD/FLOOD INSURANCE'.
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
            05  FILLER                        PIC X(01) VALUE 'T'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(02) VALUE 'CD'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(15)
                                                VALUE 'POLICY/CERT'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(08) VALUE 'DATE'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(17)
                                          VALUE '           AMOUNT'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(06) VALUE 'RESULT'.
        01  WS-DETAIL-LINE.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-LOAN-NUMBER                 PIC X(10).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-COVERAGE-TYPE               PIC X(01).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-ACTION-CODE                 PIC X(02).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-POLICY-NUMBER               PIC X(15).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-DATE                        PIC X(08).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-RESULT-TEXT                 PIC X(50).
        01  WS-TOTAL-LINE-1.
            05  FILLER                        PIC X(34)
                VALUE '  NOTICES READ:                   '.
            05  T1-NOTICE-COUNT                PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-2.
            05  FILLER                        PIC X(34)
                VALUE '  NOTICES APPLIED:                '.
            05  T2-APPLIED-COUNT               PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-3.
            05  FILLER                        PIC X(34)
                VALUE '  NOTICES REJECTED:               '.
            05  T3-REJECTED-COUNT              PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-4.
            05  FILLER                        PIC X(34)
                VALUE '  POLICIES CHECKED:               '.
            05  T4-POLICY-COUNT                PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-5.
            05  FILLER                        PIC X(34)
                VALUE '  FIRST NOTICES SENT:             '.
            05  T5-FIRST-NOTICE-COUNT          PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-6.
            05  FILLER                        PIC X(34)
                VALUE '  SECOND NOTICES SENT:            '.
            05  T6-SECOND-NOTICE-COUNT         PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-7.
            05  FILLER                        PIC X(34)
                VALUE '  LOANS FORCE-PLACED:             '.
            05  T7-FORCE-PLACED-COUNT          PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-8.
            05  FILLER                        PIC X(34)
                VALUE '  LENDER-PLACED RENEWED:          '.
            05  T8-LP-RENEWED-COUNT            PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-9.
            05  FILLER                        PIC X(34)
                VALUE '  LENDER-PLACED CANCELLED:        '.
            05  T9-LP-CANCELLED-COUNT          PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-10.
            05  FILLER                        PIC X(34)
                VALUE '  PREMIUM CHARGED TO ESCROW:      '.
            05  T10-PREMIUM-TOTAL    PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01  WS-TOTAL-LINE-11.
            05  FILLER                        PIC X(34)
                VALUE '  SERVICER ADVANCES CREATED:      '.
            05  T11-ADVANCE-TOTAL    PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01  WS-TOTAL-LINE-12.
            05  FILLER                        PIC X(34)
                VALUE '  UNEARNED PREMIUM CREDITED BACK: '.
            05  T12-REFUND-TOTAL     PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01  WS-BLANK-LINE                     PIC X(01) VALUE SPACE.
        PROCEDURE DIVISION.
        MAIN-LINE SECTION.
        0000.
            PERFORM AG-MAIN.
        9999.
            STOP RUN.
        AG-MAIN SECTION.
        AG-100.
      *    OPEN TONIGHT'S NOTICES (ABSENT ON A NIGHT WITH NONE), THE
      *    POLICY FILE (CREATING IT THE FIRST TIME), THE MASTER, THE
      *    BORROWER MASTER (FOR LETTER ADDRESSES), THE HISTORY, THE
      *    PREMIUM PAYMENT AND LETTER FILES AND THE REPORT.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            OPEN INPUT INSURANCE-NOTICE-FILE.
            OPEN I-O INSURANCE-POLICY-FILE.
            IF WS-INSPOLCY-FILE-MISSING
                OPEN OUTPUT INSURANCE-POLICY-FILE
                CLOSE INSURANCE-POLICY-FILE
                OPEN I-O INSURANCE-POLICY-FILE
            END-IF.
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
            OPEN OUTPUT PREMIUM-PAYMENT-FILE.
            OPEN OUTPUT INSURANCE-LETTER-FILE.
            OPEN OUTPUT INSURANCE-REPORT-FILE.
            IF NOT WS-INSPOLCY-OK
                DISPLAY 'INSTRK - POLICY FILE OPEN FAILED, STATUS '
                    WS-INSPOLCY-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO AG-900
            END-IF.
            IF NOT WS-LOANMSTR-OK
                DISPLAY 'INSTRK - LOAN MASTER OPEN FAILED, STATUS '
                    WS-LOANMSTR-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO AG-900
            END-IF.
            IF NOT WS-LNHIST-OK
                DISPLAY 'INSTRK - LOAN HISTORY OPEN FAILED, STATUS '
                    WS-LNHIST-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO AG-900
            END-IF.
            IF NOT WS-BORROWER-FILE-OPEN
                DISPLAY 'INSTRK - BORROWER MASTER OPEN FAILED, STATUS '
                    WS-BORRMSTR-STATUS ' - LETTERS WITHOUT ADDRESSES'
            END-IF.
            PERFORM AG-105-GET-BUSINESS-DATE.
            PERFORM AG-110-STAMP-CHECKPOINT.
            MOVE WS-HEADING-LINE-1 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-TODAY-DATE TO H2-BUSINESS-DATE.
            MOVE WS-HEADING-LINE-2 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-COLUMN-HEADING-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            GO TO AG-200.
        AG-105-GET-BUSINESS-DATE.
      *    PICK UP TODAY'S SHARED BUSINESS DATE FROM RUN-CONTROL
      *    INSTEAD OF DERIVING IT LOCALLY, SO THIS JOB CANNOT
      *    DISAGREE WITH THE REST OF THE CYCLE ACROSS A MIDNIGHT
      *    ROLLOVER.
            OPEN INPUT RUN-CONTROL-FILE.
            IF WS-RUNCTL-OK
                MOVE 'CYCLECTL' TO RC-CONTROL-ID
                READ RUN-CONTROL-FILE
                    INVALID KEY
                        DISPLAY 'INSTRK - RUN-CONTROL RECORD NOT '
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
                DISPLAY 'INSTRK - RUN-CONTROL OPEN FAILED, STATUS '
                    WS-RUNCTL-STATUS ' - USING SYSTEM DATE'
                STRING WS-CURRENT-YEAR WS-CURRENT-MONTH WS-CURRENT-DAY
                    DELIMITED BY SIZE INTO WS-TODAY-DATE
                END-STRING
            END-IF.
        AG-110-STAMP-CHECKPOINT.
      *    MARK THIS STEP IN-PROGRESS ON THE CHECKPOINT FILE SO THE
      *    END-OF-CYCLE AUDIT CAN PROVE IT RAN TO COMPLETION.
            OPEN I-O CHECKPOINT-FILE.
            IF WS-CKPT-FILE-MISSING
                OPEN OUTPUT CHECKPOINT-FILE
                CLOSE CHECKPOINT-FILE
                OPEN I-O CHECKPOINT-FILE
            END-IF.
            MOVE 'INSTRK' TO CK-PROGRAM-ID.
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
        AG-200.
      *    PHASE ONE - EDIT AND APPLY TONIGHT'S INSURANCE NOTICES.
            MOVE 'CARRIER AND BORROWER NOTICES' TO SL-SECTION-TITLE.
            MOVE WS-SECTION-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            IF WS-INSNOTC-OK
                PERFORM AG-210 UNTIL WS-END-OF-NOTICES
            ELSE
                DISPLAY 'INSTRK - NO INSURANCE NOTICES TONIGHT, '
                    'STATUS ' WS-INSNOTC-STATUS
            END-IF.
            GO TO AG-600.
        AG-210.
            READ INSURANCE-NOTICE-FILE
                AT END
                    SET WS-END-OF-NOTICES TO TRUE
                NOT AT END
                    ADD 1 TO WS-NOTICE-COUNT
                    PERFORM AG-300-PROCESS-NOTICE
            END-READ.
        AG-300-PROCESS-NOTICE.
            SET WS-EDITS-PASSED TO TRUE.
            MOVE SPACES TO WS-RESULT-TEXT.
            MOVE ZERO TO WS-DETAIL-AMOUNT.
            IF NOT IN-COVERAGE-NOTICE AND NOT IN-CANCELLATION-NOTICE
                MOVE 'REJECTED - NOTICE TYPE NOT R/P/C'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                AND NOT IN-HAZARD-COVERAGE AND NOT IN-FLOOD-COVERAGE
                MOVE 'REJECTED - COVERAGE TYPE NOT H/F'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                AND IN-POLICY-NUMBER = SPACES
                MOVE 'REJECTED - POLICY NUMBER IS REQUIRED'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                PERFORM AG-310-EDIT-LOAN
            END-IF.
            IF WS-EDITS-PASSED
                MOVE IN-EFFECTIVE-DATE TO WS-CHECK-DATE
                PERFORM AG-350-EDIT-DATE
            END-IF.
            IF WS-EDITS-PASSED
                IF IN-COVERAGE-NOTICE
                    PERFORM AG-320-EDIT-COVERAGE
                ELSE
                    PERFORM AG-330-EDIT-CANCELLATION
                END-IF
            END-IF.
            IF WS-EDITS-PASSED
                IF IN-COVERAGE-NOTICE
                    PERFORM AG-400-APPLY-COVERAGE
                ELSE
                    PERFORM AG-450-APPLY-CANCELLATION
                END-IF
                ADD 1 TO WS-APPLIED-COUNT
            ELSE
                ADD 1 TO WS-REJECTED-COUNT
            END-IF.
            PERFORM AG-500-WRITE-NOTICE-DETAIL.
        AG-310-EDIT-LOAN.
      *    THE LOAN MUST BE ON FILE AND STILL BEING SERVICED.  THE
      *    POLICY RECORD FOR THE LOAN AND COVERAGE TYPE, IF ANY, IS
      *    PICKED UP WITH IT.
            MOVE IN-LOAN-NUMBER TO LM-LOAN-NUMBER.
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
                SET WS-POLICY-NOT-ON-FILE TO TRUE
                MOVE IN-LOAN-NUMBER TO IP-LOAN-NUMBER
                MOVE IN-COVERAGE-TYPE TO IP-COVERAGE-TYPE
                READ INSURANCE-POLICY-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-POLICY-ON-FILE TO TRUE
                END-READ
            END-IF.
        AG-320-EDIT-COVERAGE.
      *    A RENEWAL OR PROOF OF COVERAGE MUST CARRY A REAL POLICY
      *    TERM STILL RUNNING TONIGHT AND A COVERAGE AMOUNT.
            MOVE IN-EXPIRATION-DATE TO WS-CHECK-DATE.
            PERFORM AG-350-EDIT-DATE.
            IF WS-EDITS-PASSED
                AND IN-EXPIRATION-DATE NOT > IN-EFFECTIVE-DATE
                MOVE 'REJECTED - EXPIRATION NOT AFTER EFFECTIVE DATE'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                AND IN-EXPIRATION-DATE NOT > WS-TODAY-DATE
                MOVE 'REJECTED - POLICY HAS ALREADY EXPIRED'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                IF IN-COVERAGE-AMOUNT NOT NUMERIC
                    OR IN-ANNUAL-PREMIUM NOT NUMERIC
                    MOVE 'REJECTED - COVERAGE OR PREMIUM NOT NUMERIC'
                        TO WS-RESULT-TEXT
                    SET WS-EDITS-FAILED TO TRUE
                ELSE IF IN-COVERAGE-AMOUNT = ZERO
                    MOVE 'REJECTED - COVERAGE AMOUNT IS REQUIRED'
                        TO WS-RESULT-TEXT
                    SET WS-EDITS-FAILED TO TRUE
                END-IF
            END-IF.
        AG-330-EDIT-CANCELLATION.
      *    A CANCELLATION MUST NAME THE POLICY ON FILE.
            IF WS-POLICY-NOT-ON-FILE
                MOVE 'REJECTED - NO POLICY ON FILE TO CANCEL'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                AND IN-POLICY-NUMBER NOT = IP-POLICY-NUMBER
                MOVE 'REJECTED - POLICY NUMBER DOES NOT MATCH FILE'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
        AG-350-EDIT-DATE.
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
                PERFORM AG-360-TEST-LEAP-YEAR
                IF WS-NOT-LEAP-YEAR
                    MOVE 'REJECTED - FEBRUARY 29 IN A NON-LEAP YEAR'
                        TO WS-RESULT-TEXT
                    SET WS-EDITS-FAILED TO TRUE
                END-IF
            END-IF.
        AG-360-TEST-LEAP-YEAR.
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
        AG-400-APPLY-COVERAGE.
      *    A RENEWAL OR PROOF OF COVERAGE REPLACES THE BORROWER
      *    POLICY ON FILE.  IF THE LOAN WAS IN THE LAPSE TIMELINE THE
      *    NOTICES STOP, AND LENDER-PLACED COVERAGE IN FORCE IS
      *    CANCELLED.
            IF WS-POLICY-NOT-ON-FILE
                MOVE SPACES TO IP-INSURANCE-POLICY-RECORD
                MOVE ZERO TO IP-COVERAGE-AMOUNT
                MOVE ZERO TO IP-ANNUAL-PREMIUM
                MOVE ZERO TO IP-EFFECTIVE-DATE
                MOVE ZERO TO IP-EXPIRATION-DATE
                MOVE ZERO TO IP-CANCEL-DATE
                MOVE ZERO TO IP-LAST-NOTICE-DATE
                MOVE ZERO TO IP-LAPSE-DATE
                MOVE ZERO TO IP-FIRST-NOTICE-DATE
                MOVE ZERO TO IP-SECOND-NOTICE-DATE
                MOVE ZERO TO IP-LP-COVERAGE-AMOUNT
                MOVE ZERO TO IP-LP-ANNUAL-PREMIUM
                MOVE ZERO TO IP-LP-EFFECTIVE-DATE
                MOVE ZERO TO IP-LP-EXPIRATION-DATE
                MOVE ZERO TO IP-LP-CANCEL-DATE
                MOVE ZERO TO IP-LP-REFUND-AMOUNT
                MOVE ZERO TO IP-LAST-MAINT-DATE
                MOVE IN-LOAN-NUMBER TO IP-LOAN-NUMBER
                MOVE IN-COVERAGE-TYPE TO IP-COVERAGE-TYPE
                MOVE 'APPLIED - NEW POLICY ON FILE' TO WS-RESULT-TEXT
            ELSE
                MOVE 'APPLIED - POLICY RENEWED' TO WS-RESULT-TEXT
            END-IF.
            IF IN-FLOOD-ZONE NOT = SPACES
                MOVE IN-FLOOD-ZONE TO IP-FLOOD-ZONE
            END-IF.
            MOVE IN-CARRIER-CODE TO IP-CARRIER-CODE.
            MOVE IN-CARRIER-NAME TO IP-CARRIER-NAME.
            MOVE IN-POLICY-NUMBER TO IP-POLICY-NUMBER.
            MOVE IN-COVERAGE-AMOUNT TO IP-COVERAGE-AMOUNT.
            MOVE IN-ANNUAL-PREMIUM TO IP-ANNUAL-PREMIUM.
            MOVE IN-EFFECTIVE-DATE TO IP-EFFECTIVE-DATE.
            MOVE IN-EXPIRATION-DATE TO IP-EXPIRATION-DATE.
            MOVE ZERO TO IP-CANCEL-DATE.
            SET IP-POLICY-IN-FORCE TO TRUE.
            MOVE IN-NOTICE-TYPE TO IP-LAST-NOTICE-TYPE.
            MOVE WS-TODAY-DATE TO IP-LAST-NOTICE-DATE.
            MOVE IN-COVERAGE-AMOUNT TO WS-DETAIL-AMOUNT.
            IF IP-LP-IN-FORCE
                PERFORM AG-420-CANCEL-LENDER-PLACED
                MOVE
                    'APPLIED - COVERAGE PROVEN, LENDER-PLACED CANCELLED'
                    TO WS-RESULT-TEXT
                MOVE WS-REFUND-AMOUNT TO WS-DETAIL-AMOUNT
            ELSE IF NOT IP-NO-LAPSE
                MOVE 'APPLIED - COVERAGE PROVEN, LAPSE NOTICES STOPPED'
                    TO WS-RESULT-TEXT
            END-IF.
            SET IP-NO-LAPSE TO TRUE.
            MOVE ZERO TO IP-LAPSE-DATE.
            MOVE ZERO TO IP-FIRST-NOTICE-DATE.
            MOVE ZERO TO IP-SECOND-NOTICE-DATE.
            MOVE WS-TODAY-DATE TO IP-LAST-MAINT-DATE.
            PERFORM AG-470-SAVE-POLICY.
        AG-420-CANCEL-LENDER-PLACED.
      *    THE LENDER-PLACED COVERAGE ENDS THE DAY THE BORROWER'S
      *    OWN POLICY TOOK EFFECT, OR ITS OWN EFFECTIVE DATE IF THAT
      *    IS LATER.  THE PREMIUM FOR THE DAYS LEFT IN ITS TERM IS
      *    UNEARNED AND IS CREDITED BACK - FIRST TO REPAY ANY
      *    SERVICER ADVANCE, THEN TO THE ESCROW BALANCE - AND COMES
      *    OFF THE ANNUAL INSURANCE FIGURE THE ESCROW ANALYSIS USES.
            IF IN-EFFECTIVE-DATE > IP-LP-EFFECTIVE-DATE
                MOVE IN-EFFECTIVE-DATE TO WS-REFUND-FROM-DATE
            ELSE
                MOVE IP-LP-EFFECTIVE-DATE TO WS-REFUND-FROM-DATE
            END-IF.
            MOVE ZERO TO WS-REFUND-AMOUNT.
            IF WS-REFUND-FROM-DATE < IP-LP-EXPIRATION-DATE
                COMPUTE WS-UNEARNED-DAYS =
                    FUNCTION INTEGER-OF-DATE(IP-LP-EXPIRATION-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-REFUND-FROM-DATE)
                COMPUTE WS-TERM-DAYS =
                    FUNCTION INTEGER-OF-DATE(IP-LP-EXPIRATION-DATE)
                    - FUNCTION INTEGER-OF-DATE(IP-LP-EFFECTIVE-DATE)
                COMPUTE WS-REFUND-AMOUNT ROUNDED =
                    IP-LP-ANNUAL-PREMIUM * WS-UNEARNED-DAYS
                        / WS-TERM-DAYS
            END-IF.
            IF WS-REFUND-AMOUNT > LM-SERVICER-ADVANCE-BAL
                MOVE LM-SERVICER-ADVANCE-BAL TO WS-ADVANCE-REPAID
            ELSE
                MOVE WS-REFUND-AMOUNT TO WS-ADVANCE-REPAID
            END-IF.
            IF WS-ADVANCE-REPAID < ZERO
                MOVE ZERO TO WS-ADVANCE-REPAID
            END-IF.
            SUBTRACT WS-ADVANCE-REPAID FROM LM-SERVICER-ADVANCE-BAL.
            COMPUTE LM-ESCROW-BALANCE =
                LM-ESCROW-BALANCE + WS-REFUND-AMOUNT
                    - WS-ADVANCE-REPAID.
            SUBTRACT IP-LP-ANNUAL-PREMIUM FROM LM-ESCROW-INS-PREMIUM.
            IF LM-ESCROW-INS-PREMIUM < ZERO
                MOVE ZERO TO LM-ESCROW-INS-PREMIUM
            END-IF.
            REWRITE LM-LOAN-RECORD.
            SET IP-LP-CANCELLED TO TRUE.
            MOVE WS-REFUND-FROM-DATE TO IP-LP-CANCEL-DATE.
            MOVE WS-REFUND-AMOUNT TO IP-LP-REFUND-AMOUNT.
            PERFORM AG-780-NAME-COVERAGE.
            SET LH-EVENT-FORCE-PLACED-REFUND TO TRUE.
            MOVE WS-REFUND-AMOUNT TO LH-EVENT-AMOUNT.
            MOVE WS-ADVANCE-REPAID TO LH-ADVANCE-PORTION.
            MOVE SPACES TO LH-EVENT-DESCRIPTION.
            STRING 'FORCE-PLACED ' WS-COVERAGE-NAME ' CANCELLED'
                DELIMITED BY SIZE INTO LH-EVENT-DESCRIPTION
            END-STRING.
            PERFORM AG-770-WRITE-HISTORY.
            SET IL-LP-CANCELLED-NOTICE TO TRUE.
            MOVE ZERO TO WS-CHARGE-DATE.
            PERFORM AG-760-WRITE-LETTER.
            ADD 1 TO WS-LP-CANCELLED-COUNT.
            ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL.
        AG-450-APPLY-CANCELLATION.
      *    THE CARRIER'S CANCELLATION OR NON-RENEWAL IS RECORDED.
      *    THE LAPSE TIMELINE STARTS ONCE THE CANCELLATION DATE HAS
      *    PASSED WITHOUT A REPLACEMENT POLICY.
            SET IP-POLICY-CANCELLED TO TRUE.
            MOVE IN-EFFECTIVE-DATE TO IP-CANCEL-DATE.
            MOVE IN-NOTICE-TYPE TO IP-LAST-NOTICE-TYPE.
            MOVE WS-TODAY-DATE TO IP-LAST-NOTICE-DATE.
            MOVE WS-TODAY-DATE TO IP-LAST-MAINT-DATE.
            PERFORM AG-470-SAVE-POLICY.
            MOVE 'APPLIED - CANCELLATION RECORDED' TO WS-RESULT-TEXT.
        AG-470-SAVE-POLICY.
            IF WS-POLICY-ON-FILE
                REWRITE IP-INSURANCE-POLICY-RECORD
            ELSE
                WRITE IP-INSURANCE-POLICY-RECORD
                    INVALID KEY
                        DISPLAY 'INSTRK - POLICY WRITE FAILED FOR LOAN '
                            IP-LOAN-NUMBER ' STATUS '
                            WS-INSPOLCY-STATUS
                END-WRITE
            END-IF.
        AG-500-WRITE-NOTICE-DETAIL.
            MOVE IN-NOTICE-TYPE TO WS-ACTION-CODE.
            MOVE IN-POLICY-NUMBER TO WS-DETAIL-POLICY.
            MOVE IN-EFFECTIVE-DATE TO WS-DETAIL-DATE.
            MOVE IN-LOAN-NUMBER TO DL-LOAN-NUMBER.
            MOVE IN-COVERAGE-TYPE TO DL-COVERAGE-TYPE.
            PERFORM AG-510-PRINT-DETAIL.
        AG-510-PRINT-DETAIL.
            MOVE WS-ACTION-CODE TO DL-ACTION-CODE.
            MOVE WS-DETAIL-POLICY TO DL-POLICY-NUMBER.
            MOVE WS-DETAIL-DATE TO DL-DATE.
            MOVE WS-DETAIL-AMOUNT TO DL-AMOUNT.
            MOVE WS-RESULT-TEXT TO DL-RESULT-TEXT.
            MOVE WS-DETAIL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
        AG-600.
      *    PHASE TWO - CHECK EVERY POLICY ON FILE FOR LAPSED
      *    COVERAGE AND MOVE IT ALONG THE NOTICE TIMELINE.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE 'NIGHTLY EXPIRATION CHECK' TO SL-SECTION-TITLE.
            MOVE WS-SECTION-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE LOW-VALUES TO IP-POLICY-KEY.
            START INSURANCE-POLICY-FILE KEY IS NOT LESS THAN
                IP-POLICY-KEY
                INVALID KEY
                    SET WS-END-OF-POLICY-FILE TO TRUE
            END-START.
            PERFORM AG-610 UNTIL WS-END-OF-POLICY-FILE.
            PERFORM AG-790-WRITE-TOTALS.
            GO TO AG-800.
        AG-610.
            READ INSURANCE-POLICY-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-POLICY-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-POLICY-COUNT
                    PERFORM AG-620-CHECK-POLICY
            END-READ.
        AG-620-CHECK-POLICY.
      *    ONLY A LOAN STILL BEING SERVICED IS TRACKED, AND FLOOD
      *    COVERAGE ONLY IN A SPECIAL FLOOD HAZARD AREA.
            SET WS-POLICY-UNCHANGED TO TRUE.
            MOVE IP-LOAN-NUMBER TO LM-LOAN-NUMBER.
            READ LOAN-MASTER-FILE
                INVALID KEY
                    MOVE SPACE TO LM-LOAN-STATUS-FLAG
            END-READ.
            IF LM-LOAN-ACTIVE
                IF IP-HAZARD-COVERAGE
                    OR IP-FLOOD-ZONE(1:1) = 'A' OR 'V'
                    PERFORM AG-630-CHECK-COVERAGE
                END-IF
            END-IF.
            IF WS-POLICY-CHANGED
                MOVE WS-TODAY-DATE TO IP-LAST-MAINT-DATE
                REWRITE IP-INSURANCE-POLICY-RECORD
            END-IF.
        AG-630-CHECK-COVERAGE.
      *    LENDER-PLACED COVERAGE IN FORCE IS RENEWED AT ITS
      *    EXPIRATION.  OTHERWISE, ONCE THE BORROWER'S COVERAGE HAS
      *    ENDED, THE LAPSE TIMELINE MOVES ONE STEP WHEN ITS WAITING
      *    PERIOD HAS RUN.
            IF IP-POLICY-CANCELLED
                AND IP-CANCEL-DATE < IP-EXPIRATION-DATE
                MOVE IP-CANCEL-DATE TO WS-COVERAGE-END-DATE
            ELSE
                MOVE IP-EXPIRATION-DATE TO WS-COVERAGE-END-DATE
            END-IF.
            IF IP-LP-IN-FORCE
                IF IP-LP-EXPIRATION-DATE NOT > WS-TODAY-DATE
                    PERFORM AG-700-RENEW-LENDER-PLACED
                END-IF
            ELSE IF WS-COVERAGE-END-DATE > WS-TODAY-DATE
                CONTINUE
            ELSE IF IP-NO-LAPSE
                PERFORM AG-640-SEND-FIRST-NOTICE
            ELSE IF IP-FIRST-NOTICE-SENT
                COMPUTE WS-DAYS-SINCE-NOTICE =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                    - FUNCTION INTEGER-OF-DATE(IP-FIRST-NOTICE-DATE)
                IF WS-DAYS-SINCE-NOTICE NOT < WS-SECOND-NOTICE-DAYS
                    PERFORM AG-650-SEND-SECOND-NOTICE
                END-IF
            ELSE IF IP-SECOND-NOTICE-SENT
                COMPUTE WS-DAYS-SINCE-NOTICE =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                    - FUNCTION INTEGER-OF-DATE(IP-SECOND-NOTICE-DATE)
                IF WS-DAYS-SINCE-NOTICE NOT < WS-FORCE-PLACE-DAYS
                    PERFORM AG-660-FORCE-PLACE
                END-IF
            END-IF.
        AG-640-SEND-FIRST-NOTICE.
      *    THE BORROWER'S COVERAGE HAS ENDED WITH NO REPLACEMENT ON
      *    FILE.  THE LETTER GIVES THE EARLIEST DATE COVERAGE CAN BE
      *    CHARGED - THE FULL TIMELINE FROM TONIGHT.
            IF IP-POLICY-IN-FORCE
                SET IP-POLICY-LAPSED TO TRUE
            END-IF.
            MOVE WS-COVERAGE-END-DATE TO IP-LAPSE-DATE.
            SET IP-FIRST-NOTICE-SENT TO TRUE.
            MOVE WS-TODAY-DATE TO IP-FIRST-NOTICE-DATE.
            SET WS-POLICY-CHANGED TO TRUE.
            COMPUTE WS-CHARGE-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                    + WS-SECOND-NOTICE-DAYS + WS-FORCE-PLACE-DAYS).
            SET IL-FIRST-NOTICE TO TRUE.
            PERFORM AG-760-WRITE-LETTER.
            ADD 1 TO WS-FIRST-NOTICE-COUNT.
            MOVE '1 ' TO WS-ACTION-CODE.
            MOVE IP-POLICY-NUMBER TO WS-DETAIL-POLICY.
            MOVE IP-LAPSE-DATE TO WS-DETAIL-DATE.
            MOVE ZERO TO WS-DETAIL-AMOUNT.
            MOVE 'FIRST NOTICE - COVERAGE LAPSED' TO WS-RESULT-TEXT.
            PERFORM AG-690-WRITE-CHECK-DETAIL.
        AG-650-SEND-SECOND-NOTICE.
            SET IP-SECOND-NOTICE-SENT TO TRUE.
            MOVE WS-TODAY-DATE TO IP-SECOND-NOTICE-DATE.
            SET WS-POLICY-CHANGED TO TRUE.
            COMPUTE WS-CHARGE-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                    + WS-FORCE-PLACE-DAYS).
            SET IL-SECOND-NOTICE TO TRUE.
            PERFORM AG-760-WRITE-LETTER.
            ADD 1 TO WS-SECOND-NOTICE-COUNT.
            MOVE '2 ' TO WS-ACTION-CODE.
            MOVE IP-POLICY-NUMBER TO WS-DETAIL-POLICY.
            MOVE IP-LAPSE-DATE TO WS-DETAIL-DATE.
            MOVE ZERO TO WS-DETAIL-AMOUNT.
            MOVE 'SECOND NOTICE - COVERAGE STILL NOT PROVEN'
                TO WS-RESULT-TEXT.
            PERFORM AG-690-WRITE-CHECK-DETAIL.
        AG-660-FORCE-PLACE.
      *    NO PROOF AFTER BOTH NOTICES - BUY ONE YEAR OF LENDER-
      *    PLACED COVERAGE FROM THE DAY THE BORROWER'S ENDED, AT THE
      *    COVERAGE AMOUNT OF THE LAPSED POLICY.  THE ANNUAL PREMIUM
      *    IS ADDED TO THE INSURANCE FIGURE THE ESCROW ANALYSIS
      *    PROJECTS, SO THE NEXT ANALYSIS RECOVERS IT.
            IF IP-COVERAGE-AMOUNT > ZERO
                MOVE IP-COVERAGE-AMOUNT TO IP-LP-COVERAGE-AMOUNT
            ELSE
                MOVE LM-CURRENT-BALANCE TO IP-LP-COVERAGE-AMOUNT
            END-IF.
            MOVE IP-LAPSE-DATE TO IP-LP-EFFECTIVE-DATE.
            STRING WS-LP-CARRIER-CODE IP-COVERAGE-TYPE IP-LOAN-NUMBER
                DELIMITED BY SIZE INTO IP-LP-CERTIFICATE-NO
            END-STRING.
            PERFORM AG-710-PRICE-LENDER-PLACED.
            ADD WS-LP-PREMIUM TO LM-ESCROW-INS-PREMIUM.
            PERFORM AG-720-CHARGE-ESCROW.
            SET IP-FORCE-PLACED TO TRUE.
            SET IP-LP-IN-FORCE TO TRUE.
            MOVE ZERO TO IP-LP-CANCEL-DATE.
            MOVE ZERO TO IP-LP-REFUND-AMOUNT.
            SET WS-POLICY-CHANGED TO TRUE.
            PERFORM AG-780-NAME-COVERAGE.
            MOVE SPACES TO LH-EVENT-DESCRIPTION.
            STRING 'FORCE-PLACED ' WS-COVERAGE-NAME ' COVERAGE'
                DELIMITED BY SIZE INTO LH-EVENT-DESCRIPTION
            END-STRING.
            PERFORM AG-730-RECORD-CHARGE.
            ADD 1 TO WS-FORCE-PLACED-COUNT.
            MOVE 'FP' TO WS-ACTION-CODE.
            MOVE 'FORCE-PLACED - PREMIUM CHARGED TO ESCROW'
                TO WS-RESULT-TEXT.
            PERFORM AG-690-WRITE-CHECK-DETAIL.
        AG-690-WRITE-CHECK-DETAIL.
            MOVE IP-LOAN-NUMBER TO DL-LOAN-NUMBER.
            MOVE IP-COVERAGE-TYPE TO DL-COVERAGE-TYPE.
            PERFORM AG-510-PRINT-DETAIL.
        AG-700-RENEW-LENDER-PLACED.
      *    THE BORROWER HAS STILL NOT PROVEN COVERAGE A YEAR ON, SO
      *    THE LENDER-PLACED COVERAGE RUNS ANOTHER YEAR FROM ITS
      *    EXPIRATION.  THE ESCROW ANALYSIS FIGURE ALREADY CARRIES
      *    THE PREMIUM, SO ONLY A CHANGE IN IT IS APPLIED.
            SUBTRACT IP-LP-ANNUAL-PREMIUM FROM LM-ESCROW-INS-PREMIUM.
            MOVE IP-LP-EXPIRATION-DATE TO IP-LP-EFFECTIVE-DATE.
            PERFORM AG-710-PRICE-LENDER-PLACED.
            ADD WS-LP-PREMIUM TO LM-ESCROW-INS-PREMIUM.
            IF LM-ESCROW-INS-PREMIUM < ZERO
                MOVE ZERO TO LM-ESCROW-INS-PREMIUM
            END-IF.
            PERFORM AG-720-CHARGE-ESCROW.
            SET WS-POLICY-CHANGED TO TRUE.
            PERFORM AG-780-NAME-COVERAGE.
            MOVE SPACES TO LH-EVENT-DESCRIPTION.
            STRING 'FORCE-PLACED ' WS-COVERAGE-NAME ' RENEWED'
                DELIMITED BY SIZE INTO LH-EVENT-DESCRIPTION
            END-STRING.
            PERFORM AG-730-RECORD-CHARGE.
            ADD 1 TO WS-LP-RENEWED-COUNT.
            MOVE 'RN' TO WS-ACTION-CODE.
            MOVE 'LENDER-PLACED RENEWED - PREMIUM CHARGED TO ESCROW'
                TO WS-RESULT-TEXT.
            PERFORM AG-690-WRITE-CHECK-DETAIL.
        AG-710-PRICE-LENDER-PLACED.
      *    ONE YEAR OF COVERAGE FROM IP-LP-EFFECTIVE-DATE AT THE
      *    MASTER POLICY RATE FOR THE COVERAGE TYPE.  A TERM
      *    STARTING FEBRUARY 29TH ENDS FEBRUARY 28TH.
            MOVE IP-LP-EFFECTIVE-DATE TO WS-ADD-DATE.
            ADD 1 TO WS-ADD-YEAR.
            IF WS-ADD-MONTH = 02 AND WS-ADD-DAY = 29
                MOVE 28 TO WS-ADD-DAY
            END-IF.
            MOVE WS-ADD-DATE TO IP-LP-EXPIRATION-DATE.
            IF IP-FLOOD-COVERAGE
                COMPUTE WS-LP-PREMIUM ROUNDED =
                    IP-LP-COVERAGE-AMOUNT * WS-LP-FLOOD-RATE
            ELSE
                COMPUTE WS-LP-PREMIUM ROUNDED =
                    IP-LP-COVERAGE-AMOUNT * WS-LP-HAZARD-RATE
            END-IF.
            MOVE WS-LP-PREMIUM TO IP-LP-ANNUAL-PREMIUM.
        AG-720-CHARGE-ESCROW.
      *    PAY THE MASTER-POLICY CARRIER FROM ESCROW THE WAY
      *    ESCRWDSB PAYS ANY INSURANCE BILL - IF THE BALANCE CANNOT
      *    COVER IT, TAKE THE BALANCE TO ZERO AND CARRY THE SHORTFALL
      *    AS A SERVICER ADVANCE.
            MOVE ZERO TO WS-ADVANCE-AMOUNT.
            IF LM-ESCROW-BALANCE < WS-LP-PREMIUM
                COMPUTE WS-ADVANCE-AMOUNT =
                    WS-LP-PREMIUM - LM-ESCROW-BALANCE
                MOVE ZERO TO LM-ESCROW-BALANCE
                ADD WS-ADVANCE-AMOUNT TO LM-SERVICER-ADVANCE-BAL
                ADD WS-ADVANCE-AMOUNT TO WS-ADVANCE-TOTAL
            ELSE
                SUBTRACT WS-LP-PREMIUM FROM LM-ESCROW-BALANCE
            END-IF.
            REWRITE LM-LOAN-RECORD.
            MOVE IP-LOAN-NUMBER TO EP-LOAN-NUMBER.
            MOVE WS-LP-CARRIER-NAME TO EP-PAYEE-NAME.
            MOVE 'I' TO EP-PAYEE-TYPE.
            MOVE 'A' TO EP-PAY-METHOD.
            MOVE WS-LP-PREMIUM TO EP-PAYMENT-AMOUNT.
            MOVE WS-TODAY-DATE TO EP-DISBURSEMENT-DATE.
            MOVE WS-ADVANCE-AMOUNT TO EP-ADVANCE-AMOUNT.
            WRITE EP-ESCROW-PAYMENT-RECORD.
            ADD WS-LP-PREMIUM TO WS-PREMIUM-TOTAL.
        AG-730-RECORD-CHARGE.
      *    THE CHARGE GOES TO THE LOAN HISTORY AND THE BORROWER IS
      *    SENT THE FORCE-PLACEMENT NOTICE.
            SET LH-EVENT-FORCE-PLACED TO TRUE.
            MOVE WS-LP-PREMIUM TO LH-EVENT-AMOUNT.
            MOVE WS-ADVANCE-AMOUNT TO LH-ADVANCE-PORTION.
            PERFORM AG-770-WRITE-HISTORY.
            MOVE ZERO TO WS-CHARGE-DATE.
            MOVE ZERO TO WS-REFUND-AMOUNT.
            SET IL-FORCE-PLACED-NOTICE TO TRUE.
            PERFORM AG-760-WRITE-LETTER.
            MOVE IP-LP-CERTIFICATE-NO TO WS-DETAIL-POLICY.
            MOVE IP-LP-EFFECTIVE-DATE TO WS-DETAIL-DATE.
            MOVE WS-LP-PREMIUM TO WS-DETAIL-AMOUNT.
        AG-760-WRITE-LETTER.
      *    THE LETTER TYPE AND CHARGE DATE ARE SET BY THE CALLER.
      *    WITHOUT A BORROWER MASTER RECORD THE LOAN MASTER NAME IS
      *    USED AND THE ADDRESSES ARE LEFT BLANK FOR THE LETTER
      *    VENDOR TO REJECT.
            MOVE SPACES TO BM-BORROWER-RECORD.
            IF WS-BORROWER-FILE-OPEN
                MOVE IP-LOAN-NUMBER TO BM-LOAN-NUMBER
                READ BORROWER-MASTER-FILE
                    INVALID KEY
                        MOVE SPACES TO BM-BORROWER-RECORD
                        MOVE LM-BORROWER-NAME TO BM-PRIMARY-NAME
                END-READ
            ELSE
                MOVE LM-BORROWER-NAME TO BM-PRIMARY-NAME
            END-IF.
            MOVE IP-LOAN-NUMBER TO IL-LOAN-NUMBER.
            MOVE IP-COVERAGE-TYPE TO IL-COVERAGE-TYPE.
            MOVE WS-TODAY-DATE TO IL-LETTER-DATE.
            MOVE BM-PRIMARY-NAME TO IL-BORROWER-NAME.
            MOVE BM-CO-BORROWER-NAME TO IL-CO-BORROWER-NAME.
            MOVE BM-MAILING-ADDRESS TO IL-MAILING-ADDRESS.
            MOVE BM-PROPERTY-ADDRESS TO IL-PROPERTY-ADDRESS.
            MOVE IP-CARRIER-NAME TO IL-CARRIER-NAME.
            MOVE IP-POLICY-NUMBER TO IL-POLICY-NUMBER.
            MOVE IP-LAPSE-DATE TO IL-LAPSE-DATE.
            MOVE WS-CHARGE-DATE TO IL-CHARGE-DATE.
            MOVE IP-LP-CERTIFICATE-NO TO IL-LP-CERTIFICATE-NO.
            MOVE IP-LP-COVERAGE-AMOUNT TO IL-LP-COVERAGE-AMOUNT.
            MOVE IP-LP-ANNUAL-PREMIUM TO IL-LP-ANNUAL-PREMIUM.
            MOVE IP-LP-EFFECTIVE-DATE TO IL-LP-EFFECTIVE-DATE.
            MOVE IP-LP-EXPIRATION-DATE TO IL-LP-EXPIRATION-DATE.
            MOVE WS-REFUND-AMOUNT TO IL-LP-REFUND-AMOUNT.
            WRITE IL-INSURANCE-LETTER-RECORD.
        AG-770-WRITE-HISTORY.
      *    THE EVENT TYPE, AMOUNT, ADVANCE PORTION AND DESCRIPTION
      *    ARE SET BY THE CALLER.  THE PRINCIPAL BALANCE IS
      *    UNCHANGED - THE MONEY MOVES THROUGH THE ESCROW ACCOUNT.
            MOVE IP-LOAN-NUMBER TO LH-LOAN-NUMBER.
            MOVE WS-TODAY-DATE TO LH-EVENT-DATE.
            MOVE LM-CURRENT-BALANCE TO LH-PRIOR-BALANCE.
            MOVE LM-CURRENT-BALANCE TO LH-NEW-BALANCE.
            MOVE ZERO TO LH-INTEREST-PORTION.
            MOVE ZERO TO LH-PRINCIPAL-PORTION.
            MOVE ZERO TO LH-FEE-PORTION.
            MOVE ZERO TO LH-RECEIPT-AMOUNT.
            MOVE IP-COVERAGE-TYPE TO LH-SOURCE-CODE.
            MOVE SPACE TO LH-REVERSED-FLAG.
            MOVE 1 TO LH-EVENT-SEQUENCE.
            SET WS-HISTORY-NOT-WRITTEN TO TRUE.
            PERFORM AG-775-TRY-HISTORY-WRITE
                UNTIL WS-HISTORY-WRITTEN
                OR LH-EVENT-SEQUENCE > 999.
            IF WS-HISTORY-NOT-WRITTEN
                DISPLAY 'INSTRK - HISTORY WRITE FAILED FOR LOAN '
                    LH-LOAN-NUMBER ' STATUS ' WS-LNHIST-STATUS
            END-IF.
        AG-775-TRY-HISTORY-WRITE.
            WRITE LH-LOAN-HISTORY-RECORD
                INVALID KEY
                    ADD 1 TO LH-EVENT-SEQUENCE
                NOT INVALID KEY
                    SET WS-HISTORY-WRITTEN TO TRUE
            END-WRITE.
        AG-780-NAME-COVERAGE.
            IF IP-FLOOD-COVERAGE
                MOVE 'FLOOD' TO WS-COVERAGE-NAME
            ELSE
                MOVE 'HAZARD' TO WS-COVERAGE-NAME
            END-IF.
        AG-790-WRITE-TOTALS.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-NOTICE-COUNT TO T1-NOTICE-COUNT.
            MOVE WS-TOTAL-LINE-1 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-APPLIED-COUNT TO T2-APPLIED-COUNT.
            MOVE WS-TOTAL-LINE-2 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-REJECTED-COUNT TO T3-REJECTED-COUNT.
            MOVE WS-TOTAL-LINE-3 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-POLICY-COUNT TO T4-POLICY-COUNT.
            MOVE WS-TOTAL-LINE-4 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-FIRST-NOTICE-COUNT TO T5-FIRST-NOTICE-COUNT.
            MOVE WS-TOTAL-LINE-5 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-SECOND-NOTICE-COUNT TO T6-SECOND-NOTICE-COUNT.
            MOVE WS-TOTAL-LINE-6 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-FORCE-PLACED-COUNT TO T7-FORCE-PLACED-COUNT.
            MOVE WS-TOTAL-LINE-7 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-LP-RENEWED-COUNT TO T8-LP-RENEWED-COUNT.
            MOVE WS-TOTAL-LINE-8 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-LP-CANCELLED-COUNT TO T9-LP-CANCELLED-COUNT.
            MOVE WS-TOTAL-LINE-9 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-PREMIUM-TOTAL TO T10-PREMIUM-TOTAL.
            MOVE WS-TOTAL-LINE-10 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-ADVANCE-TOTAL TO T11-ADVANCE-TOTAL.
            MOVE WS-TOTAL-LINE-11 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-REFUND-TOTAL TO T12-REFUND-TOTAL.
            MOVE WS-TOTAL-LINE-12 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
        AG-800.
      *    MARK THE STEP COMPLETE FOR THE END-OF-CYCLE AUDIT.
            MOVE 'INSTRK' TO CK-PROGRAM-ID.
            SET CK-STATUS-COMPLETE TO TRUE.
            MOVE WS-POLICY-COUNT TO CK-RECORD-COUNT.
            MOVE WS-TODAY-DATE TO CK-CHECKPOINT-DATE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            STRING WS-CURRENT-HOURS WS-CURRENT-MINUTE WS-CURRENT-SECOND
                DELIMITED BY SIZE INTO CK-CHECKPOINT-TIME
            END-STRING.
            REWRITE CK-CHECKPOINT-RECORD.
            CLOSE CHECKPOINT-FILE.
        AG-900.
      *    CLOSE UP AND REPORT WHAT HAPPENED.
            CLOSE INSURANCE-NOTICE-FILE INSURANCE-POLICY-FILE
                LOAN-MASTER-FILE LOAN-HISTORY-FILE
                PREMIUM-PAYMENT-FILE INSURANCE-LETTER-FILE
                INSURANCE-REPORT-FILE.
            IF WS-BORROWER-FILE-OPEN
                CLOSE BORROWER-MASTER-FILE
            END-IF.
            MOVE WS-NOTICE-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'INSTRK - NOTICES READ:         ' WS-DISPLAY-COUNT.
            MOVE WS-APPLIED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'INSTRK - NOTICES APPLIED:      ' WS-DISPLAY-COUNT.
            MOVE WS-REJECTED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'INSTRK - NOTICES REJECTED:     ' WS-DISPLAY-COUNT.
            MOVE WS-POLICY-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'INSTRK - POLICIES CHECKED:     ' WS-DISPLAY-COUNT.
            MOVE WS-FIRST-NOTICE-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'INSTRK - FIRST NOTICES:        ' WS-DISPLAY-COUNT.
            MOVE WS-SECOND-NOTICE-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'INSTRK - SECOND NOTICES:       ' WS-DISPLAY-COUNT.
            MOVE WS-FORCE-PLACED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'INSTRK - LOANS FORCE-PLACED:   ' WS-DISPLAY-COUNT.
            MOVE WS-LP-RENEWED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'INSTRK - LENDER-PLACED RENEWED:' WS-DISPLAY-COUNT.
            MOVE WS-LP-CANCELLED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'INSTRK - LENDER-PLACED CANCELS:' WS-DISPLAY-COUNT.
            MOVE WS-PREMIUM-TOTAL TO WS-DISPLAY-AMOUNT.
            DISPLAY 'INSTRK - PREMIUM CHARGED:      ' WS-DISPLAY-AMOUNT.
            MOVE WS-ADVANCE-TOTAL TO WS-DISPLAY-AMOUNT.
            DISPLAY 'INSTRK - ADVANCES CREATED:     ' WS-DISPLAY-AMOUNT.
            MOVE WS-REFUND-TOTAL TO WS-DISPLAY-AMOUNT.
            DISPLAY 'INSTRK - PREMIUM CREDITED BACK:' WS-DISPLAY-AMOUNT.
