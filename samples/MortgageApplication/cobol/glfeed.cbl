        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLFEED.
        DATE-COMPILED.
      *REMARKS.
      *    GLFEED IS THE NIGHTLY GENERAL LEDGER JOURNAL FEED AND RUNS
      *    AFTER EVERY STEP THAT WRITES TO THE PERMANENT LOAN HISTORY.
      *    IT TAKES EACH LOAN ON THE MASTER, READS THAT LOAN'S
      *    HISTORY EVENTS FOR THE BUSINESS DATE - PAYMENTS, PAYOFFS,
      *    SUSPENSE, ACH REVERSALS, ESCROW DISBURSEMENTS AND
      *    INTEREST, LATE CHARGES, TRANSFERS, BOARDINGS AND THE REST
      *    - AND TURNS EACH ONE INTO BALANCED DEBIT AND CREDIT
      *    JOURNAL ENTRIES ON THE GL INTERFACE FILE.
      *
      *    WHICH ACCOUNTS AN EVENT HITS COMES FROM THE GL MAPPING
      *    TABLE ACCOUNTING MAINTAINS (GLMAP), NOT FROM THIS PROGRAM.
      *    THE EVENT IS JOURNALED IN PARTS - PRINCIPAL, INTEREST,
      *    FEES, SERVICER ADVANCE AND THE REMAINING ESCROW OR
      *    SUSPENSE MONEY EACH TO THEIR OWN ACCOUNTS - AND EVERY
      *    JOURNAL LINE CARRIES THE LOAN'S INVESTOR CODE SO THE
      *    LEDGER HOLDS EACH ACCOUNT BY INVESTOR.  A REVERSAL, OR ANY
      *    OTHER NEGATIVE AMOUNT, POSTS WITH DEBIT AND CREDIT SWAPPED.
      *    A PART WITH MONEY IN IT BUT NO MAPPING IS NOT JOURNALED -
      *    IT IS LISTED ON THE PROOF FOR ACCOUNTING TO MAP AND POST
      *    BY HAND, AND THE STEP ENDS WITH RETURN CODE 8.
      *
      *    THE JOURNAL LINES ARE SORTED BY ACCOUNT AND INVESTOR FOR
      *    THE JOURNAL PROOF REPORT, WHICH TOTALS DEBITS AND CREDITS
      *    FOR EACH AND PROVES THE DAY.  IF DEBITS DO NOT EQUAL
      *    CREDITS, OR THE SORTED TOTALS DO NOT AGREE WITH WHAT WAS
      *    WRITTEN TO THE INTERFACE FILE, THE STEP STOPS WITH RETURN
      *    CODE 8 AND LEAVES ITS CHECKPOINT IN PROGRESS, SO THE FILE
      *    IS NOT SENT AND CYCAUDIT HOLDS THE CYCLE.
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
            SELECT GL-MAP-FILE ASSIGN TO GLMAP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS GM-MAP-KEY
                FILE STATUS IS WS-GLMAP-STATUS.
            SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS LM-LOAN-NUMBER
                FILE STATUS IS WS-LOANMSTR-STATUS.
            SELECT LOAN-HISTORY-FILE ASSIGN TO LNHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LH-HISTORY-KEY
                FILE STATUS IS WS-LNHIST-STATUS.
            SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
            SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-GLJRNL-STATUS.
            SELECT GL-PROOF-FILE ASSIGN TO GLPROOF
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-GLPROOF-STATUS.
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
        FD  GL-MAP-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GLMAP.
        FD  LOAN-MASTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LOANMST.
        FD  LOAN-HISTORY-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LNHIST.
        SD  SORT-WORK-FILE.
        01  SW-JOURNAL-WORK-RECORD.
            05  SW-GL-ACCOUNT                 PIC X(10).
            05  SW-INVESTOR-CODE              PIC X(04).
            05  SW-DEBIT-CREDIT               PIC X(01).
                88  SW-DEBIT                      VALUE 'D'.
            05  SW-AMOUNT                    PIC S9(09)V99 COMP-3.
        FD  GL-JOURNAL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GLJRNL.
        FD  GL-PROOF-FILE
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
            05  WS-GLMAP-STATUS              PIC X(02).
                88  WS-GLMAP-OK                  VALUE '00'.
            05  WS-LOANMSTR-STATUS           PIC X(02).
                88  WS-LOANMSTR-OK               VALUE '00'.
            05  WS-LNHIST-STATUS             PIC X(02).
                88  WS-LNHIST-OK                 VALUE '00'.
            05  WS-GLJRNL-STATUS             PIC X(02).
            05  WS-GLPROOF-STATUS            PIC X(02).
            05  WS-CKPT-STATUS               PIC X(02).
                88  WS-CKPT-OK                   VALUE '00'.
                88  WS-CKPT-FILE-MISSING         VALUE '35'.
        01  WS-SWITCHES.
            05  WS-MAP-EOF-SWITCH            PIC X(01) VALUE 'N'.
                88  WS-END-OF-MAP-FILE           VALUE 'Y'.
            05  WS-MASTER-EOF-SWITCH         PIC X(01) VALUE 'N'.
                88  WS-END-OF-LOAN-MASTER        VALUE 'Y'.
            05  WS-HISTORY-EOF-SWITCH        PIC X(01) VALUE 'N'.
                88  WS-END-OF-LOAN-HISTORY       VALUE 'Y'.
            05  WS-SORT-EOF-SWITCH           PIC X(01) VALUE 'N'.
                88  WS-END-OF-SORT-FILE          VALUE 'Y'.
            05  WS-FIRST-RECORD-SWITCH       PIC X(01) VALUE 'Y'.
                88  WS-FIRST-RECORD               VALUE 'Y'.
                88  WS-NOT-FIRST-RECORD           VALUE 'N'.
            05  WS-MAP-FOUND-SWITCH          PIC X(01) VALUE 'N'.
                88  WS-MAP-ENTRY-FOUND           VALUE 'Y'.
                88  WS-MAP-ENTRY-NOT-FOUND       VALUE 'N'.
            05  WS-EVENT-JOURNALED-SWITCH    PIC X(01) VALUE 'N'.
                88  WS-EVENT-JOURNALED           VALUE 'Y'.
                88  WS-EVENT-NOT-JOURNALED       VALUE 'N'.
            05  WS-BALANCE-SWITCH            PIC X(01) VALUE 'Y'.
                88  WS-JOURNAL-IN-BALANCE        VALUE 'Y'.
                88  WS-JOURNAL-OUT-OF-BALANCE    VALUE 'N'.
      *    THE GL MAPPING TABLE, LOADED FROM GLMAP AT THE START OF
      *    THE RUN.  WS-MAP-HIT IS THE ENTRY THE LAST LOOKUP FOUND.
        01  WS-MAP-TABLE-AREA.
            05  WS-MAP-COUNT                  PIC 9(03) COMP
                                                          VALUE ZERO.
            05  WS-MAP-SUB                    PIC 9(03) COMP.
            05  WS-MAP-HIT                    PIC 9(03) COMP.
            05  WS-MAP-ENTRY                  OCCURS 200 TIMES.
                10  WS-MAP-EVENT-TYPE         PIC X(04).
                10  WS-MAP-SOURCE-CODE        PIC X(01).
                10  WS-MAP-COMPONENT          PIC X(01).
                10  WS-MAP-POSTING-RULE       PIC X(01).
                    88  WS-MAP-RULE-POST          VALUE 'P'.
                10  WS-MAP-DEBIT-ACCOUNT      PIC X(10).
                10  WS-MAP-CREDIT-ACCOUNT     PIC X(10).
                10  WS-MAP-DESCRIPTION        PIC X(30).
        01  WS-MAP-REJECT-REASON              PIC X(40).
      *    THE EVENT BROKEN INTO ITS JOURNAL PARTS.  A FEE OR ADVANCE
      *    PORTION THAT IS NOT NUMERIC (AN EVENT WRITTEN BEFORE THE
      *    FIELDS EXISTED) IS TAKEN AS ZERO.
        01  WS-EVENT-PARTS.
            05  WS-EVENT-FEE                  PIC S9(07)V99 COMP-3.
            05  WS-EVENT-ADVANCE              PIC S9(07)V99 COMP-3.
            05  WS-EVENT-REST                 PIC S9(09)V99 COMP-3.
            05  WS-SEARCH-SOURCE              PIC X(01).
            05  WS-COMPONENT                  PIC X(01).
            05  WS-COMPONENT-AMOUNT           PIC S9(09)V99 COMP-3.
            05  WS-POST-AMOUNT                PIC S9(09)V99 COMP-3.
            05  WS-POST-DEBIT-ACCOUNT         PIC X(10).
            05  WS-POST-CREDIT-ACCOUNT        PIC X(10).
        01  WS-HOLD-FIELDS.
            05  WS-HOLD-ACCOUNT               PIC X(10).
            05  WS-HOLD-INVESTOR              PIC X(04).
        01  WS-INVESTOR-TOTALS.
            05  WS-INV-DEBITS        PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-INV-CREDITS       PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-ACCOUNT-TOTALS.
            05  WS-ACCT-DEBITS       PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-ACCT-CREDITS      PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-PROOF-TOTALS.
            05  WS-SORTED-DEBITS     PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-SORTED-CREDITS    PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-JOURNAL-DEBITS    PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-JOURNAL-CREDITS   PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-PROOF-DIFFERENCE  PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-RUN-TOTALS.
            05  WS-MAP-LOADED-COUNT           PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-MAP-REJECT-COUNT           PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-LOAN-COUNT                 PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-EVENT-COUNT                PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-JOURNALED-COUNT            PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-NOT-JOURNALED-COUNT        PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-MEMO-COUNT                 PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-UNMAPPED-COUNT             PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-LINE-COUNT                 PIC 9(07) COMP
                                                          VALUE ZERO.
        01  WS-DISPLAY-COUNT                 PIC ZZZ,ZZ9.
        01  WS-DISPLAY-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
        01  WS-HEADING-LINE-1.
            05  FILLER                        PIC X(48)
                VALUE 'MORTGAGE SERVICING - GL JOURNAL PROOF'.
        01  WS-HEADING-LINE-2.
            05  FILLER                        PIC X(14)
                                             VALUE 'BUSINESS DATE '.
            05  H2-BUSINESS-DATE               PIC 9(08).
        01  WS-SECTION-LINE.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  SL-SECTION-TITLE               PIC X(50).
        01  WS-MAP-REJECT-LINE.
            05  FILLER                        PIC X(04) VALUE SPACES.
            05  MR-EVENT-TYPE                  PIC X(04).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  MR-SOURCE-CODE                 PIC X(01).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  MR-COMPONENT                   PIC X(01).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  MR-POSTING-RULE                PIC X(01).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  MR-DEBIT-ACCOUNT               PIC X(10).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  MR-CREDIT-ACCOUNT              PIC X(10).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  MR-REASON                      PIC X(40).
        01  WS-MAP-COUNT-LINE.
            05  FILLER                        PIC X(20)
                VALUE '    ENTRIES LOADED: '.
            05  MC-LOADED-COUNT                PIC ZZZ,ZZ9.
            05  FILLER                        PIC X(14)
                VALUE '    REJECTED: '.
            05  MC-REJECT-COUNT                PIC ZZZ,ZZ9.
        01  WS-UNMAPPED-LINE.
            05  FILLER                        PIC X(04) VALUE SPACES.
            05  UL-LOAN-NUMBER                 PIC X(10).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  UL-EVENT-DATE                  PIC 9(08).
            05  FILLER                        PIC X(01) VALUE '-'.
            05  UL-EVENT-SEQUENCE              PIC 9(03).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  UL-EVENT-TYPE                  PIC X(04).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  UL-SOURCE-CODE                 PIC X(01).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  UL-COMPONENT                   PIC X(01).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  UL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(30)
                VALUE 'NO GL MAPPING - NOT JOURNALED'.
        01  WS-NONE-LINE.
            05  FILLER                        PIC X(08)
                                                   VALUE '    NONE'.
        01  WS-COLUMN-HEADING-LINE.
            05  FILLER                        PIC X(04) VALUE SPACES.
            05  FILLER                        PIC X(10) VALUE 'ACCOUNT'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(08)
                                                   VALUE 'INVESTOR'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(18)
                                         VALUE '            DEBITS'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(18)
                                         VALUE '           CREDITS'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(18)
                                         VALUE '               NET'.
        01  WS-DETAIL-LINE.
            05  FILLER                        PIC X(04) VALUE SPACES.
            05  DL-GL-ACCOUNT                  PIC X(10).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-INVESTOR-CODE               PIC X(08).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-DEBITS            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-CREDITS           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-NET               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
        01  WS-ACCOUNT-TOTAL-LINE.
            05  FILLER                        PIC X(04) VALUE SPACES.
            05  AT-GL-ACCOUNT                  PIC X(10).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(08) VALUE 'TOTAL'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  AT-DEBITS            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  AT-CREDITS           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  AT-NET               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
        01  WS-PROOF-LINE.
            05  FILLER                        PIC X(04) VALUE SPACES.
            05  PL-LABEL                       PIC X(22).
            05  PL-DEBITS            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  PL-CREDITS           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  PL-DIFFERENCE        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
        01  WS-BALANCE-LINE.
            05  FILLER                        PIC X(04) VALUE SPACES.
            05  BL-RESULT-TEXT                 PIC X(50).
        01  WS-TOTAL-LINE-1.
            05  FILLER                        PIC X(34)
                VALUE '  LOANS READ:                     '.
            05  T1-LOAN-COUNT                  PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-2.
            05  FILLER                        PIC X(34)
                VALUE '  HISTORY EVENTS READ:            '.
            05  T2-EVENT-COUNT                 PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-3.
            05  FILLER                        PIC X(34)
                VALUE '  EVENTS JOURNALED:               '.
            05  T3-JOURNALED-COUNT             PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-4.
            05  FILLER                        PIC X(34)
                VALUE '  EVENTS WITH NOTHING JOURNALED:  '.
            05  T4-NOT-JOURNALED-COUNT         PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-5.
            05  FILLER                        PIC X(34)
                VALUE '  MEMO PARTS NOT JOURNALED:       '.
            05  T5-MEMO-COUNT                  PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-6.
            05  FILLER                        PIC X(34)
                VALUE '  UNMAPPED PARTS NOT JOURNALED:   '.
            05  T6-UNMAPPED-COUNT              PIC ZZZ,ZZ9.
        01  WS-TOTAL-LINE-7.
            05  FILLER                        PIC X(34)
                VALUE '  JOURNAL LINES WRITTEN:          '.
            05  T7-LINE-COUNT                  PIC ZZZ,ZZ9.
        01  WS-BLANK-LINE                     PIC X(01) VALUE SPACE.
        PROCEDURE DIVISION.
        MAIN-LINE SECTION.
        0000.
            PERFORM AH-MAIN.
        9999.
            STOP RUN.
        AH-MAIN SECTION.
        AH-100.
      *    OPEN THE MAPPING TABLE, THE MASTER, THE HISTORY, THE GL
      *    INTERFACE FILE AND THE PROOF REPORT.  WITHOUT THE MAPPING
      *    TABLE NOTHING CAN BE JOURNALED, SO IT IS AS FATAL AS THE
      *    MASTER OR THE HISTORY BEING UNAVAILABLE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            OPEN INPUT GL-MAP-FILE.
            OPEN INPUT LOAN-MASTER-FILE.
            OPEN INPUT LOAN-HISTORY-FILE.
            OPEN OUTPUT GL-JOURNAL-FILE.
            OPEN OUTPUT GL-PROOF-FILE.
            IF NOT WS-GLMAP-OK
                DISPLAY 'GLFEED - GL MAPPING TABLE OPEN FAILED, STATUS '
                    WS-GLMAP-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO AH-900
            END-IF.
            IF NOT WS-LOANMSTR-OK
                DISPLAY 'GLFEED - LOAN MASTER OPEN FAILED, STATUS '
                    WS-LOANMSTR-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO AH-900
            END-IF.
            IF NOT WS-LNHIST-OK
                DISPLAY 'GLFEED - LOAN HISTORY OPEN FAILED, STATUS '
                    WS-LNHIST-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO AH-900
            END-IF.
            PERFORM AH-105-GET-BUSINESS-DATE.
            PERFORM AH-110-STAMP-CHECKPOINT.
            MOVE WS-HEADING-LINE-1 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-TODAY-DATE TO H2-BUSINESS-DATE.
            MOVE WS-HEADING-LINE-2 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE 'GL MAPPING TABLE' TO SL-SECTION-TITLE.
            MOVE WS-SECTION-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            PERFORM AH-120-LOAD-MAP-TABLE UNTIL WS-END-OF-MAP-FILE.
            MOVE WS-MAP-LOADED-COUNT TO MC-LOADED-COUNT.
            MOVE WS-MAP-REJECT-COUNT TO MC-REJECT-COUNT.
            MOVE WS-MAP-COUNT-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            IF WS-MAP-COUNT = ZERO
                DISPLAY 'GLFEED - GL MAPPING TABLE IS EMPTY, '
                    'NOTHING CAN BE JOURNALED'
                MOVE 8 TO RETURN-CODE
                GO TO AH-900
            END-IF.
            GO TO AH-200.
        AH-105-GET-BUSINESS-DATE.
      *    PICK UP TODAY'S SHARED BUSINESS DATE FROM RUN-CONTROL
      *    INSTEAD OF DERIVING IT LOCALLY, SO THIS JOB CANNOT
      *    DISAGREE WITH THE REST OF THE CYCLE ACROSS A MIDNIGHT
      *    ROLLOVER.  IT IS THE DATE OF THE EVENTS JOURNALED.
            OPEN INPUT RUN-CONTROL-FILE.
            IF WS-RUNCTL-OK
                MOVE 'CYCLECTL' TO RC-CONTROL-ID
                READ RUN-CONTROL-FILE
                    INVALID KEY
                        DISPLAY 'GLFEED - RUN-CONTROL RECORD NOT '
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
                DISPLAY 'GLFEED - RUN-CONTROL OPEN FAILED, STATUS '
                    WS-RUNCTL-STATUS ' - USING SYSTEM DATE'
                STRING WS-CURRENT-YEAR WS-CURRENT-MONTH WS-CURRENT-DAY
                    DELIMITED BY SIZE INTO WS-TODAY-DATE
                END-STRING
            END-IF.
        AH-110-STAMP-CHECKPOINT.
      *    MARK THIS STEP IN-PROGRESS ON THE CHECKPOINT FILE SO THE
      *    END-OF-CYCLE AUDIT CAN PROVE IT RAN TO COMPLETION.
            OPEN I-O CHECKPOINT-FILE.
            IF WS-CKPT-FILE-MISSING
                OPEN OUTPUT CHECKPOINT-FILE
                CLOSE CHECKPOINT-FILE
                OPEN I-O CHECKPOINT-FILE
            END-IF.
            MOVE 'GLFEED' TO CK-PROGRAM-ID.
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
        AH-120-LOAD-MAP-TABLE.
            READ GL-MAP-FILE
                AT END
                    SET WS-END-OF-MAP-FILE TO TRUE
                NOT AT END
                    PERFORM AH-125-EDIT-MAP-ENTRY
            END-READ.
        AH-125-EDIT-MAP-ENTRY.
      *    A POSTING ENTRY NEEDS TWO DIFFERENT ACCOUNTS; A MEMO
      *    ENTRY NEEDS NONE.  A BAD ENTRY IS LISTED AND LEFT OUT, SO
      *    ITS EVENTS SHOW UP AS UNMAPPED RATHER THAN MISPOSTED.
            MOVE SPACES TO WS-MAP-REJECT-REASON.
            IF NOT GM-VALID-COMPONENT
                MOVE 'INVALID COMPONENT CODE'
                    TO WS-MAP-REJECT-REASON
            ELSE IF NOT GM-RULE-POST AND NOT GM-RULE-MEMO
                MOVE 'INVALID POSTING RULE'
                    TO WS-MAP-REJECT-REASON
            ELSE IF GM-RULE-POST
                    AND (GM-DEBIT-ACCOUNT = SPACES
                        OR GM-CREDIT-ACCOUNT = SPACES)
                MOVE 'DEBIT OR CREDIT ACCOUNT MISSING'
                    TO WS-MAP-REJECT-REASON
            ELSE IF GM-RULE-POST
                    AND GM-DEBIT-ACCOUNT = GM-CREDIT-ACCOUNT
                MOVE 'DEBIT AND CREDIT ACCOUNTS ARE THE SAME'
                    TO WS-MAP-REJECT-REASON
            ELSE IF WS-MAP-COUNT NOT < 200
                MOVE 'MAPPING TABLE FULL'
                    TO WS-MAP-REJECT-REASON
            END-IF.
            IF WS-MAP-REJECT-REASON = SPACES
                ADD 1 TO WS-MAP-COUNT
                ADD 1 TO WS-MAP-LOADED-COUNT
                MOVE GM-EVENT-TYPE TO WS-MAP-EVENT-TYPE(WS-MAP-COUNT)
                MOVE GM-SOURCE-CODE
                    TO WS-MAP-SOURCE-CODE(WS-MAP-COUNT)
                MOVE GM-COMPONENT TO WS-MAP-COMPONENT(WS-MAP-COUNT)
                MOVE GM-POSTING-RULE
                    TO WS-MAP-POSTING-RULE(WS-MAP-COUNT)
                MOVE GM-DEBIT-ACCOUNT
                    TO WS-MAP-DEBIT-ACCOUNT(WS-MAP-COUNT)
                MOVE GM-CREDIT-ACCOUNT
                    TO WS-MAP-CREDIT-ACCOUNT(WS-MAP-COUNT)
                MOVE GM-DESCRIPTION
                    TO WS-MAP-DESCRIPTION(WS-MAP-COUNT)
            ELSE
                PERFORM AH-128-REJECT-MAP-ENTRY
            END-IF.
        AH-128-REJECT-MAP-ENTRY.
            ADD 1 TO WS-MAP-REJECT-COUNT.
            MOVE GM-EVENT-TYPE TO MR-EVENT-TYPE.
            MOVE GM-SOURCE-CODE TO MR-SOURCE-CODE.
            MOVE GM-COMPONENT TO MR-COMPONENT.
            MOVE GM-POSTING-RULE TO MR-POSTING-RULE.
            MOVE GM-DEBIT-ACCOUNT TO MR-DEBIT-ACCOUNT.
            MOVE GM-CREDIT-ACCOUNT TO MR-CREDIT-ACCOUNT.
            MOVE WS-MAP-REJECT-REASON TO MR-REASON.
            MOVE WS-MAP-REJECT-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
        AH-200.
      *    JOURNAL THE DAY'S EVENTS, SORTING THE JOURNAL LINES INTO
      *    ACCOUNT AND INVESTOR SEQUENCE FOR THE PROOF.  THE INPUT
      *    PROCEDURE WRITES THE INTERFACE FILE AS IT GOES; THE
      *    OUTPUT PROCEDURE PRINTS THE PROOF AND SETS THE BALANCE
      *    SWITCH.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE 'EVENTS NOT JOURNALED - NO GL MAPPING'
                TO SL-SECTION-TITLE.
            MOVE WS-SECTION-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-GL-ACCOUNT SW-INVESTOR-CODE
                INPUT PROCEDURE IS AH-300-JOURNAL-EVENTS
                OUTPUT PROCEDURE IS AH-400-PROVE-JOURNAL.
            IF WS-JOURNAL-OUT-OF-BALANCE
                MOVE WS-SORTED-DEBITS TO WS-DISPLAY-AMOUNT
                DISPLAY 'GLFEED - JOURNAL OUT OF BALANCE, DEBITS  '
                    WS-DISPLAY-AMOUNT
                MOVE WS-SORTED-CREDITS TO WS-DISPLAY-AMOUNT
                DISPLAY 'GLFEED -                         CREDITS '
                    WS-DISPLAY-AMOUNT
                DISPLAY 'GLFEED - STEP STOPPED, GL FILE NOT RELEASED'
                MOVE 8 TO RETURN-CODE
                GO TO AH-900
            END-IF.
            IF WS-UNMAPPED-COUNT > ZERO OR WS-MAP-REJECT-COUNT > ZERO
                MOVE 8 TO RETURN-CODE
            END-IF.
        AH-800.
      *    MARK THE STEP COMPLETE FOR THE END-OF-CYCLE AUDIT.
            MOVE 'GLFEED' TO CK-PROGRAM-ID.
            SET CK-STATUS-COMPLETE TO TRUE.
            MOVE WS-LINE-COUNT TO CK-RECORD-COUNT.
            MOVE WS-TODAY-DATE TO CK-CHECKPOINT-DATE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            STRING WS-CURRENT-HOURS WS-CURRENT-MINUTE WS-CURRENT-SECOND
                DELIMITED BY SIZE INTO CK-CHECKPOINT-TIME
            END-STRING.
            REWRITE CK-CHECKPOINT-RECORD.
            CLOSE CHECKPOINT-FILE.
        AH-900.
      *    CLOSE UP AND REPORT WHAT HAPPENED.
            CLOSE GL-MAP-FILE LOAN-MASTER-FILE LOAN-HISTORY-FILE
                GL-JOURNAL-FILE GL-PROOF-FILE.
            MOVE WS-MAP-LOADED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'GLFEED - MAP ENTRIES LOADED:    ' WS-DISPLAY-COUNT.
            MOVE WS-MAP-REJECT-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'GLFEED - MAP ENTRIES REJECTED:  '
                WS-DISPLAY-COUNT.
            MOVE WS-LOAN-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'GLFEED - LOANS READ:            ' WS-DISPLAY-COUNT.
            MOVE WS-EVENT-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'GLFEED - HISTORY EVENTS READ:   ' WS-DISPLAY-COUNT.
            MOVE WS-JOURNALED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'GLFEED - EVENTS JOURNALED:      ' WS-DISPLAY-COUNT.
            MOVE WS-UNMAPPED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'GLFEED - UNMAPPED PARTS:        ' WS-DISPLAY-COUNT.
            MOVE WS-LINE-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'GLFEED - JOURNAL LINES WRITTEN: ' WS-DISPLAY-COUNT.
            MOVE WS-JOURNAL-DEBITS TO WS-DISPLAY-AMOUNT.
            DISPLAY 'GLFEED - TOTAL DEBITS:          '
                WS-DISPLAY-AMOUNT.
            MOVE WS-JOURNAL-CREDITS TO WS-DISPLAY-AMOUNT.
            DISPLAY 'GLFEED - TOTAL CREDITS:         '
                WS-DISPLAY-AMOUNT.
        AH-300-JOURNAL-EVENTS SECTION.
        AH-310.
      *    TAKE THE MASTER IN LOAN ORDER AND, FOR EACH LOAN, ONLY
      *    TODAY'S STRETCH OF ITS HISTORY - THE HISTORY KEY IS
      *    LOAN/DATE/SEQUENCE, SO A START POSITIONS RIGHT ON IT.  THE
      *    MASTER SUPPLIES THE INVESTOR CODE.
            PERFORM AH-320 UNTIL WS-END-OF-LOAN-MASTER.
            IF WS-UNMAPPED-COUNT = ZERO
                MOVE WS-NONE-LINE TO PR-PRINT-LINE
                WRITE PR-PRINT-LINE
            END-IF.
            GO TO AH-390-EXIT.
        AH-320.
            READ LOAN-MASTER-FILE
                AT END
                    SET WS-END-OF-LOAN-MASTER TO TRUE
                NOT AT END
                    ADD 1 TO WS-LOAN-COUNT
                    PERFORM AH-330-FIND-TODAYS-EVENTS
            END-READ.
        AH-330-FIND-TODAYS-EVENTS.
            MOVE 'N' TO WS-HISTORY-EOF-SWITCH.
            MOVE LM-LOAN-NUMBER TO LH-LOAN-NUMBER.
            MOVE WS-TODAY-DATE TO LH-EVENT-DATE.
            MOVE ZERO TO LH-EVENT-SEQUENCE.
            START LOAN-HISTORY-FILE KEY IS NOT LESS THAN
                LH-HISTORY-KEY
                INVALID KEY
                    SET WS-END-OF-LOAN-HISTORY TO TRUE
            END-START.
            PERFORM AH-340-TAKE-EVENT
                UNTIL WS-END-OF-LOAN-HISTORY.
        AH-340-TAKE-EVENT.
            READ LOAN-HISTORY-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-LOAN-HISTORY TO TRUE
                NOT AT END
                    IF LH-LOAN-NUMBER NOT = LM-LOAN-NUMBER
                        OR LH-EVENT-DATE NOT = WS-TODAY-DATE
                        SET WS-END-OF-LOAN-HISTORY TO TRUE
                    ELSE
                        ADD 1 TO WS-EVENT-COUNT
                        PERFORM AH-350-JOURNAL-EVENT
                    END-IF
            END-READ.
        AH-350-JOURNAL-EVENT.
      *    BREAK THE EVENT INTO ITS PARTS AND JOURNAL EACH ONE THAT
      *    CARRIES MONEY.  THE REST ('R') IS WHAT THE EVENT AMOUNT
      *    HOLDS BEYOND ITS PRINCIPAL, INTEREST, FEE AND ADVANCE
      *    PORTIONS.  THE NEW BALANCE ('B') IS JOURNALED ONLY FOR AN
      *    EVENT TYPE THE TABLE MAPS IT FOR - A TRANSFER, WHICH
      *    MOVES THE WHOLE BALANCE WITH AN EVENT AMOUNT OF ZERO.
            SET WS-EVENT-NOT-JOURNALED TO TRUE.
            IF LH-FEE-PORTION NUMERIC
                MOVE LH-FEE-PORTION TO WS-EVENT-FEE
            ELSE
                MOVE ZERO TO WS-EVENT-FEE
            END-IF.
            IF LH-ADVANCE-PORTION NUMERIC
                MOVE LH-ADVANCE-PORTION TO WS-EVENT-ADVANCE
            ELSE
                MOVE ZERO TO WS-EVENT-ADVANCE
            END-IF.
            COMPUTE WS-EVENT-REST =
                LH-EVENT-AMOUNT - LH-PRINCIPAL-PORTION
                    - LH-INTEREST-PORTION - WS-EVENT-FEE
                    - WS-EVENT-ADVANCE.
            MOVE 'P' TO WS-COMPONENT.
            MOVE LH-PRINCIPAL-PORTION TO WS-COMPONENT-AMOUNT.
            PERFORM AH-360-JOURNAL-COMPONENT.
            MOVE 'I' TO WS-COMPONENT.
            MOVE LH-INTEREST-PORTION TO WS-COMPONENT-AMOUNT.
            PERFORM AH-360-JOURNAL-COMPONENT.
            MOVE 'F' TO WS-COMPONENT.
            MOVE WS-EVENT-FEE TO WS-COMPONENT-AMOUNT.
            PERFORM AH-360-JOURNAL-COMPONENT.
            MOVE 'V' TO WS-COMPONENT.
            MOVE WS-EVENT-ADVANCE TO WS-COMPONENT-AMOUNT.
            PERFORM AH-360-JOURNAL-COMPONENT.
            MOVE 'R' TO WS-COMPONENT.
            MOVE WS-EVENT-REST TO WS-COMPONENT-AMOUNT.
            PERFORM AH-360-JOURNAL-COMPONENT.
            MOVE 'B' TO WS-COMPONENT.
            MOVE LH-NEW-BALANCE TO WS-COMPONENT-AMOUNT.
            PERFORM AH-365-JOURNAL-BALANCE.
            IF WS-EVENT-JOURNALED
                ADD 1 TO WS-JOURNALED-COUNT
            ELSE
                ADD 1 TO WS-NOT-JOURNALED-COUNT
            END-IF.
        AH-360-JOURNAL-COMPONENT.
            IF WS-COMPONENT-AMOUNT NOT = ZERO
                PERFORM AH-370-FIND-MAP-ENTRY
                IF WS-MAP-ENTRY-NOT-FOUND
                    PERFORM AH-385-REPORT-UNMAPPED
                ELSE
                    IF WS-MAP-RULE-POST(WS-MAP-HIT)
                        PERFORM AH-380-POST-ENTRY
                    ELSE
                        ADD 1 TO WS-MEMO-COUNT
                    END-IF
                END-IF
            END-IF.
        AH-365-JOURNAL-BALANCE.
            IF WS-COMPONENT-AMOUNT NOT = ZERO
                PERFORM AH-370-FIND-MAP-ENTRY
                IF WS-MAP-ENTRY-FOUND
                    IF WS-MAP-RULE-POST(WS-MAP-HIT)
                        PERFORM AH-380-POST-ENTRY
                    END-IF
                END-IF
            END-IF.
        AH-370-FIND-MAP-ENTRY.
      *    AN ENTRY FOR THE EVENT'S OWN SOURCE CODE WINS OVER AN
      *    ANY-SOURCE ('*') ENTRY.
            SET WS-MAP-ENTRY-NOT-FOUND TO TRUE.
            MOVE LH-SOURCE-CODE TO WS-SEARCH-SOURCE.
            PERFORM AH-375-CHECK-MAP-ENTRY
                VARYING WS-MAP-SUB FROM 1 BY 1
                UNTIL WS-MAP-SUB > WS-MAP-COUNT
                OR WS-MAP-ENTRY-FOUND.
            IF WS-MAP-ENTRY-NOT-FOUND
                MOVE '*' TO WS-SEARCH-SOURCE
                PERFORM AH-375-CHECK-MAP-ENTRY
                    VARYING WS-MAP-SUB FROM 1 BY 1
                    UNTIL WS-MAP-SUB > WS-MAP-COUNT
                    OR WS-MAP-ENTRY-FOUND
            END-IF.
        AH-375-CHECK-MAP-ENTRY.
            IF WS-MAP-EVENT-TYPE(WS-MAP-SUB) = LH-EVENT-TYPE
                AND WS-MAP-SOURCE-CODE(WS-MAP-SUB) = WS-SEARCH-SOURCE
                AND WS-MAP-COMPONENT(WS-MAP-SUB) = WS-COMPONENT
                SET WS-MAP-ENTRY-FOUND TO TRUE
                MOVE WS-MAP-SUB TO WS-MAP-HIT
            END-IF.
        AH-380-POST-ENTRY.
      *    ONE JOURNAL ENTRY - A DEBIT LINE AND A CREDIT LINE FOR THE
      *    SAME AMOUNT.  A NEGATIVE PART REVERSES THE ENTRY.
            IF WS-COMPONENT-AMOUNT < ZERO
                COMPUTE WS-POST-AMOUNT = ZERO - WS-COMPONENT-AMOUNT
                MOVE WS-MAP-CREDIT-ACCOUNT(WS-MAP-HIT)
                    TO WS-POST-DEBIT-ACCOUNT
                MOVE WS-MAP-DEBIT-ACCOUNT(WS-MAP-HIT)
                    TO WS-POST-CREDIT-ACCOUNT
            ELSE
                MOVE WS-COMPONENT-AMOUNT TO WS-POST-AMOUNT
                MOVE WS-MAP-DEBIT-ACCOUNT(WS-MAP-HIT)
                    TO WS-POST-DEBIT-ACCOUNT
                MOVE WS-MAP-CREDIT-ACCOUNT(WS-MAP-HIT)
                    TO WS-POST-CREDIT-ACCOUNT
            END-IF.
            MOVE WS-TODAY-DATE TO GJ-JOURNAL-DATE.
            MOVE LM-INVESTOR-CODE TO GJ-INVESTOR-CODE.
            MOVE WS-POST-AMOUNT TO GJ-AMOUNT.
            MOVE LH-LOAN-NUMBER TO GJ-LOAN-NUMBER.
            MOVE LH-EVENT-DATE TO GJ-EVENT-DATE.
            MOVE LH-EVENT-SEQUENCE TO GJ-EVENT-SEQUENCE.
            MOVE LH-EVENT-TYPE TO GJ-EVENT-TYPE.
            MOVE WS-COMPONENT TO GJ-COMPONENT.
            MOVE WS-MAP-DESCRIPTION(WS-MAP-HIT) TO GJ-DESCRIPTION.
            MOVE WS-POST-DEBIT-ACCOUNT TO GJ-GL-ACCOUNT.
            SET GJ-DEBIT TO TRUE.
            PERFORM AH-382-WRITE-JOURNAL-LINE.
            ADD WS-POST-AMOUNT TO WS-JOURNAL-DEBITS.
            MOVE WS-POST-CREDIT-ACCOUNT TO GJ-GL-ACCOUNT.
            SET GJ-CREDIT TO TRUE.
            PERFORM AH-382-WRITE-JOURNAL-LINE.
            ADD WS-POST-AMOUNT TO WS-JOURNAL-CREDITS.
            SET WS-EVENT-JOURNALED TO TRUE.
        AH-382-WRITE-JOURNAL-LINE.
            WRITE GJ-JOURNAL-RECORD.
            ADD 1 TO WS-LINE-COUNT.
            MOVE GJ-GL-ACCOUNT TO SW-GL-ACCOUNT.
            MOVE GJ-INVESTOR-CODE TO SW-INVESTOR-CODE.
            MOVE GJ-DEBIT-CREDIT TO SW-DEBIT-CREDIT.
            MOVE GJ-AMOUNT TO SW-AMOUNT.
            RELEASE SW-JOURNAL-WORK-RECORD.
        AH-385-REPORT-UNMAPPED.
            ADD 1 TO WS-UNMAPPED-COUNT.
            MOVE LH-LOAN-NUMBER TO UL-LOAN-NUMBER.
            MOVE LH-EVENT-DATE TO UL-EVENT-DATE.
            MOVE LH-EVENT-SEQUENCE TO UL-EVENT-SEQUENCE.
            MOVE LH-EVENT-TYPE TO UL-EVENT-TYPE.
            MOVE LH-SOURCE-CODE TO UL-SOURCE-CODE.
            MOVE WS-COMPONENT TO UL-COMPONENT.
            MOVE WS-COMPONENT-AMOUNT TO UL-AMOUNT.
            MOVE WS-UNMAPPED-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
        AH-390-EXIT.
            EXIT.
        AH-400-PROVE-JOURNAL SECTION.
        AH-410.
      *    TOTAL THE SORTED LINES BY INVESTOR WITHIN ACCOUNT, THEN
      *    PROVE THE DAY - SORTED DEBITS MUST EQUAL SORTED CREDITS,
      *    AND BOTH MUST AGREE WITH WHAT WENT TO THE INTERFACE FILE.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE 'JOURNAL PROOF BY ACCOUNT AND INVESTOR'
                TO SL-SECTION-TITLE.
            MOVE WS-SECTION-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-COLUMN-HEADING-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            PERFORM AH-420 UNTIL WS-END-OF-SORT-FILE.
            IF NOT WS-FIRST-RECORD
                PERFORM AH-460-CLOSE-INVESTOR
                PERFORM AH-470-CLOSE-ACCOUNT
            END-IF.
            PERFORM AH-600-PROVE-TOTALS.
            GO TO AH-490-EXIT.
        AH-420.
            RETURN SORT-WORK-FILE
                AT END
                    SET WS-END-OF-SORT-FILE TO TRUE
                NOT AT END
                    PERFORM AH-430
            END-RETURN.
        AH-430.
            IF WS-FIRST-RECORD
                SET WS-NOT-FIRST-RECORD TO TRUE
                PERFORM AH-450-START-ACCOUNT
                PERFORM AH-455-START-INVESTOR
            ELSE
                IF SW-GL-ACCOUNT NOT = WS-HOLD-ACCOUNT
                    PERFORM AH-460-CLOSE-INVESTOR
                    PERFORM AH-470-CLOSE-ACCOUNT
                    PERFORM AH-450-START-ACCOUNT
                    PERFORM AH-455-START-INVESTOR
                ELSE
                    IF SW-INVESTOR-CODE NOT = WS-HOLD-INVESTOR
                        PERFORM AH-460-CLOSE-INVESTOR
                        PERFORM AH-455-START-INVESTOR
                    END-IF
                END-IF
            END-IF.
            IF SW-DEBIT
                ADD SW-AMOUNT TO WS-INV-DEBITS
            ELSE
                ADD SW-AMOUNT TO WS-INV-CREDITS
            END-IF.
        AH-450-START-ACCOUNT.
            MOVE SW-GL-ACCOUNT TO WS-HOLD-ACCOUNT.
            MOVE ZERO TO WS-ACCT-DEBITS.
            MOVE ZERO TO WS-ACCT-CREDITS.
        AH-455-START-INVESTOR.
            MOVE SW-INVESTOR-CODE TO WS-HOLD-INVESTOR.
            MOVE ZERO TO WS-INV-DEBITS.
            MOVE ZERO TO WS-INV-CREDITS.
        AH-460-CLOSE-INVESTOR.
      *    A PORTFOLIO-OWNED LOAN CARRIES INVESTOR CODE SPACES.
            MOVE WS-HOLD-ACCOUNT TO DL-GL-ACCOUNT.
            IF WS-HOLD-INVESTOR = SPACES
                MOVE 'PORTFOL' TO DL-INVESTOR-CODE
            ELSE
                MOVE WS-HOLD-INVESTOR TO DL-INVESTOR-CODE
            END-IF.
            MOVE WS-INV-DEBITS TO DL-DEBITS.
            MOVE WS-INV-CREDITS TO DL-CREDITS.
            COMPUTE DL-NET = WS-INV-DEBITS - WS-INV-CREDITS.
            MOVE WS-DETAIL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            ADD WS-INV-DEBITS TO WS-ACCT-DEBITS.
            ADD WS-INV-CREDITS TO WS-ACCT-CREDITS.
        AH-470-CLOSE-ACCOUNT.
            MOVE WS-HOLD-ACCOUNT TO AT-GL-ACCOUNT.
            MOVE WS-ACCT-DEBITS TO AT-DEBITS.
            MOVE WS-ACCT-CREDITS TO AT-CREDITS.
            COMPUTE AT-NET = WS-ACCT-DEBITS - WS-ACCT-CREDITS.
            MOVE WS-ACCOUNT-TOTAL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            ADD WS-ACCT-DEBITS TO WS-SORTED-DEBITS.
            ADD WS-ACCT-CREDITS TO WS-SORTED-CREDITS.
        AH-600-PROVE-TOTALS.
            MOVE 'JOURNAL TOTALS' TO PL-LABEL.
            MOVE WS-SORTED-DEBITS TO PL-DEBITS.
            MOVE WS-SORTED-CREDITS TO PL-CREDITS.
            COMPUTE WS-PROOF-DIFFERENCE =
                WS-SORTED-DEBITS - WS-SORTED-CREDITS.
            MOVE WS-PROOF-DIFFERENCE TO PL-DIFFERENCE.
            MOVE WS-PROOF-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE 'INTERFACE FILE TOTALS' TO PL-LABEL.
            MOVE WS-JOURNAL-DEBITS TO PL-DEBITS.
            MOVE WS-JOURNAL-CREDITS TO PL-CREDITS.
            COMPUTE WS-PROOF-DIFFERENCE =
                WS-JOURNAL-DEBITS - WS-JOURNAL-CREDITS.
            MOVE WS-PROOF-DIFFERENCE TO PL-DIFFERENCE.
            MOVE WS-PROOF-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            IF WS-SORTED-DEBITS NOT = WS-SORTED-CREDITS
                OR WS-SORTED-DEBITS NOT = WS-JOURNAL-DEBITS
                OR WS-SORTED-CREDITS NOT = WS-JOURNAL-CREDITS
                SET WS-JOURNAL-OUT-OF-BALANCE TO TRUE
                MOVE '*** JOURNAL OUT OF BALANCE - STEP STOPPED ***'
                    TO BL-RESULT-TEXT
            ELSE
                MOVE 'JOURNAL IN BALANCE' TO BL-RESULT-TEXT
            END-IF.
            MOVE WS-BALANCE-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-LOAN-COUNT TO T1-LOAN-COUNT.
            MOVE WS-TOTAL-LINE-1 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-EVENT-COUNT TO T2-EVENT-COUNT.
            MOVE WS-TOTAL-LINE-2 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-JOURNALED-COUNT TO T3-JOURNALED-COUNT.
            MOVE WS-TOTAL-LINE-3 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-NOT-JOURNALED-COUNT TO T4-NOT-JOURNALED-COUNT.
            MOVE WS-TOTAL-LINE-4 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-MEMO-COUNT TO T5-MEMO-COUNT.
            MOVE WS-TOTAL-LINE-5 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-UNMAPPED-COUNT TO T6-UNMAPPED-COUNT.
            MOVE WS-TOTAL-LINE-6 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-LINE-COUNT TO T7-LINE-COUNT.
            MOVE WS-TOTAL-LINE-7 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
        AH-490-EXIT.
            EXIT.
