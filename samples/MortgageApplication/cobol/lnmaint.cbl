      *    HAND AGAIN.  FAILED TRANSACTIONS GO TO THE EXCEPTION FILE
      *    WITH THE SPECIFIC REASON, LIKE LNEXCEP DOES FOR BOARDING.
      *    A FEE WAIVER (FEEW) ALSO WRITES A WAIVED RECORD TO THE
      *    FEE ACTIVITY FILE FOR THE MONTHLY FEERPT.  NAME, ADDRESS,
      *    TAXPAYER ID AND PHONE CHANGES ARE MADE TO THE BORROWER/
      *    PROPERTY MASTER WITH THE SAME AUDIT.
      *
      *    DUAL CONTROL - A RATE, FEE WAIVER, LOAN STATUS OR PROTECTED
      *    STATUS CHANGE, AND ANY OTHER CHANGE WORTH MORE THAN THE
      *    DOLLAR THRESHOLD, IS EDITED BUT NOT APPLIED.  IT IS HELD ON
      *    THE PENDING-APPROVAL FILE UNTIL A SECOND OPERATOR APPROVES
      *    (APRV) OR REJECTS (REJT) IT ON A LATER TRANSACTION.  ONLY
      *    AN APPROVED CHANGE REACHES LOAN-MASTER AND THE AUDIT TRAIL,
      *    WHICH THEN SHOWS BOTH THE MAKER AND THE CHECKER.  A
      *    DECISION BY THE OPERATOR WHO KEYED THE CHANGE GOES TO THE
      *    EXCEPTION FILE.  EVERY RUN ENDS WITH THE APPROVAL QUEUE
      *    REPORT - WHAT IS STILL PENDING, WHAT WAS APPROVED OR
      *    REJECTED TODAY, AND WHAT HAS WAITED PAST THE AGING CUTOFF.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *                     IMAGES EVERY OTHER FIELD GETS.  SETTING
      *                     A STOP CODE STAMPS THE PROTECTED DATE;
      *                     LIFTING IT CLEARS THE DATE.
      *    2026-10-15  DLB  ADDED THE BORROWER/PROPERTY MASTER FIELD
      *                     CODES - CNAM, PTIN, CTIN, MAD1, MAD2,
      *                     MCTY, MSTA, MZIP, PAD1, PCTY, PSTA, PZIP
      *                     AND PHON - WITH FORMAT EDITS AND THE SAME
      *                     BEFORE/AFTER AUDIT.  A LOAN BOARDED
      *                     BEFORE THE FILE EXISTED GETS ITS RECORD ON
      *                     THE FIRST CHANGE.  A NAME CHANGE NOW ALSO
      *                     UPDATES THE PRIMARY NAME ON THAT FILE.
      *    2026-10-15  DLB  LOAN HISTORY EVENTS NOW CARRY ZERO FEE AND
      *                     ADVANCE PORTIONS.
      *    2026-10-15  DLB  DUAL CONTROL - RATE, FEEW, STAT AND PROT
      *                     CHANGES, AND ANY CHANGE WORTH MORE THAN THE
      *                     DOLLAR THRESHOLD, ARE HELD ON THE NEW
      *                     PENDING-APPROVAL FILE UNTIL A DIFFERENT
      *                     OPERATOR APPROVES (APRV) OR REJECTS (REJT)
      *                     THEM.  AN APPROVED CHANGE IS RE-EDITED,
      *                     APPLIED AND AUDITED WITH BOTH MAKER AND
      *                     CHECKER.  SELF-APPROVAL GOES TO THE
      *                     EXCEPTION FILE.  ADDED THE DAILY APPROVAL
      *                     QUEUE REPORT.
      *    2026-10-15  DLB  A STATUS CHANGE ON A CHARGED-OFF LOAN IS
      *                     NOW REJECTED.
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
            SELECT PENDING-APPROVAL-FILE ASSIGN TO MNTPEND
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MP-PENDING-KEY
                FILE STATUS IS WS-MNTPEND-STATUS.
            SELECT APPROVAL-REPORT-FILE ASSIGN TO MNTAPRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-MNTAPRPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  RUN-CONTROL-FILE
        FD  LOAN-HISTORY-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LNHIST.
        FD  BORROWER-MASTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY BORRMST.
        FD  PENDING-APPROVAL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY MNTPEND.
        FD  APPROVAL-REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01  PR-PRINT-LINE                    PIC X(132).
        WORKING-STORAGE SECTION.
        01  WS-CURRENT-DATE-DATA.
            05  WS-CURRENT-DATE.
            05  WS-LNHIST-STATUS             PIC X(02).
                88  WS-LNHIST-OK                 VALUE '00'.
                88  WS-LNHIST-FILE-MISSING       VALUE '35'.
            05  WS-BORRMSTR-STATUS           PIC X(02).
                88  WS-BORRMSTR-OK               VALUE '00'.
                88  WS-BORRMSTR-FILE-MISSING     VALUE '35'.
            05  WS-MNTPEND-STATUS            PIC X(02).
                88  WS-MNTPEND-OK                VALUE '00'.
                88  WS-MNTPEND-FILE-MISSING      VALUE '35'.
            05  WS-MNTAPRPT-STATUS           PIC X(02).
        01  WS-SWITCHES.
            05  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
                88  WS-END-OF-TRANSACTIONS       VALUE 'Y'.
            05  WS-HISTORY-WRITTEN-SWITCH    PIC X(01) VALUE 'N'.
                88  WS-HISTORY-WRITTEN           VALUE 'Y'.
                88  WS-HISTORY-NOT-WRITTEN       VALUE 'N'.
            05  WS-BORROWER-SWITCH           PIC X(01) VALUE 'N'.
                88  WS-BORROWER-ON-FILE          VALUE 'Y'.
                88  WS-BORROWER-NOT-ON-FILE      VALUE 'N'.
            05  WS-APPROVAL-SWITCH           PIC X(01) VALUE 'N'.
                88  WS-APPROVAL-REQUIRED         VALUE 'Y'.
                88  WS-APPROVAL-NOT-REQUIRED     VALUE 'N'.
            05  WS-PENDING-EOF-SWITCH        PIC X(01) VALUE 'N'.
                88  WS-END-OF-PENDING            VALUE 'Y'.
        01  WS-EDIT-LIMITS.
            05  WS-MINIMUM-RATE               PIC S9(01)V9999 COMP-3
                                                    VALUE 0.0100.
            05  WS-MAXIMUM-RATE               PIC S9(01)V9999 COMP-3
                                                    VALUE 0.2500.
      *    DUAL CONTROL - A CHANGE WORTH MORE THAN THE THRESHOLD NEEDS
      *    A CHECKER WHATEVER ITS FIELD CODE, AND A HELD CHANGE STILL
      *    PENDING AFTER THE CUTOFF IS FLAGGED AGED ON THE REPORT.
        01  WS-DUAL-CONTROL-LIMITS.
            05  WS-APPROVAL-THRESHOLD         PIC S9(07)V99 COMP-3
                                                    VALUE 2500.00.
            05  WS-AGED-CUTOFF-DAYS           PIC 9(03) COMP
                                                    VALUE 5.
        01  WS-DUAL-CONTROL-FIELDS.
            05  WS-HOLD-REASON                PIC X(01).
            05  WS-CHANGE-AMOUNT              PIC S9(09)V99 COMP-3.
            05  WS-MONTHS-MOVED               PIC S9(05) COMP.
            05  WS-CHECKER-ID                 PIC X(08).
            05  WS-CHECKER-REASON             PIC X(04).
            05  WS-ENTRY-DATE-INTEGER         PIC S9(09) COMP.
            05  WS-ITEM-AGE                   PIC S9(05) COMP.
        01  WS-OLD-DUE-DATE.
            05  WS-OLD-DUE-YEAR               PIC 9(04).
            05  WS-OLD-DUE-MONTH              PIC 9(02).
            05  WS-OLD-DUE-DAY                PIC 9(02).
        01  WS-DATE-CHECK-FIELDS.
            05  WS-CHECK-YEAR                 PIC 9(04).
            05  WS-CHECK-MONTH                PIC 9(02).
                                                          VALUE ZERO.
            05  WS-EXCEPTION-COUNT            PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-HELD-COUNT                 PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-APPROVED-COUNT             PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-REJECTED-COUNT             PIC 9(07) COMP
                                                          VALUE ZERO.
        01  WS-REPORT-TOTALS.
            05  WS-RPT-PENDING-COUNT          PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-RPT-AGED-COUNT             PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-RPT-APPROVED-COUNT         PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-RPT-REJECTED-COUNT         PIC 9(07) COMP
                                                          VALUE ZERO.
        01  WS-DISPLAY-COUNT                 PIC ZZZ,ZZ9.
        01  WS-HEADING-LINE-1.
            05  FILLER                        PIC X(48)
                VALUE 'MORTGAGE SERVICING - MAINTENANCE APPROVAL QUEUE'.
        01  WS-HEADING-LINE-2.
            05  FILLER                        PIC X(14)
                                             VALUE 'BUSINESS DATE '.
            05  H2-BUSINESS-DATE               PIC 9(08).
            05  FILLER                        PIC X(16)
                                         VALUE '   AGED AFTER   '.
            05  H2-CUTOFF-DAYS                 PIC ZZ9.
            05  FILLER                        PIC X(05) VALUE ' DAYS'.
        01  WS-COLUMN-HEADING-LINE.
            05  FILLER                        PIC X(04) VALUE SPACES.
            05  FILLER                        PIC X(10) VALUE 'LOAN'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(12)
                                                   VALUE 'KEYED    SEQ'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(04) VALUE 'FLD'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(30)
                                                   VALUE 'NEW VALUE'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(08) VALUE 'MAKER'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(01) VALUE 'H'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(17)
                                         VALUE '           AMOUNT'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(08) VALUE 'STATUS'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(08) VALUE 'CHECKER'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(04) VALUE 'DAYS'.
        01  WS-QUEUE-DETAIL-LINE.
            05  FILLER                        PIC X(04) VALUE SPACES.
            05  QL-LOAN-NUMBER                 PIC X(10).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  QL-ENTRY-DATE                  PIC 9(08).
            05  FILLER                        PIC X(01) VALUE '-'.
            05  QL-SEQUENCE                    PIC 9(03).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  QL-FIELD-CODE                  PIC X(04).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  QL-NEW-VALUE                   PIC X(30).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  QL-MAKER-ID                    PIC X(08).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  QL-HOLD-REASON                 PIC X(01).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  QL-CHANGE-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  QL-STATUS                      PIC X(08).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  QL-CHECKER-ID                  PIC X(08).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  QL-ITEM-AGE                    PIC ZZZ9.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  QL-AGED-FLAG                   PIC X(04).
        01  WS-QUEUE-TOTAL-LINE.
            05  FILLER                        PIC X(04) VALUE SPACES.
            05  QT-TOTAL-TEXT                  PIC X(30).
            05  QT-TOTAL-COUNT                 PIC ZZZ,ZZ9.
        01  WS-BLANK-LINE                     PIC X(01) VALUE SPACE.
        PROCEDURE DIVISION.
        MAIN-LINE SECTION.
        0000.
        T-MAIN SECTION.
        T-100.
      *    OPEN THE TRANSACTION, MASTER, AUDIT, EXCEPTION, FEE
      *    ACTIVITY, HISTORY AND BORROWER/PROPERTY FILES.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            OPEN INPUT MAINT-TRANS-FILE.
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
            OPEN I-O PENDING-APPROVAL-FILE.
            IF WS-MNTPEND-FILE-MISSING
                OPEN OUTPUT PENDING-APPROVAL-FILE
                CLOSE PENDING-APPROVAL-FILE
                OPEN I-O PENDING-APPROVAL-FILE
            END-IF.
            OPEN OUTPUT APPROVAL-REPORT-FILE.
            IF NOT WS-MNTTRAN-OK OR NOT WS-LOANMSTR-OK
                DISPLAY 'LNMAINT - OPEN FAILED, TRANS STATUS '
                    WS-MNTTRAN-STATUS ' MASTER STATUS '
                    WS-LOANMSTR-STATUS
                GO TO T-900
            END-IF.
      *    WITHOUT THE PENDING-APPROVAL FILE NO DUAL-CONTROL CHANGE
      *    COULD BE HELD OR DECIDED, SO NOTHING IS PROCESSED.
            IF NOT WS-MNTPEND-OK
                DISPLAY 'LNMAINT - PENDING-APPROVAL OPEN FAILED, '
                    'STATUS ' WS-MNTPEND-STATUS
                GO TO T-900
            END-IF.
            PERFORM T-105-GET-BUSINESS-DATE.
            COMPUTE WS-TODAY-DATE-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
                END-STRING
            END-IF.
        T-200.
      *    EDIT AND APPLY EACH MAINTENANCE TRANSACTION IN TURN, THEN
      *    REPORT THE APPROVAL QUEUE AS IT STANDS AT THE END OF THE
      *    RUN.
            PERFORM T-210 UNTIL WS-END-OF-TRANSACTIONS.
            PERFORM T-850-REPORT-APPROVAL-QUEUE.
            GO TO T-900.
        T-210.
            READ MAINT-TRANS-FILE
            END-READ.
        T-300-PROCESS-TRANSACTION.
            SET WS-EDITS-PASSED TO TRUE.
            MOVE SPACES TO WS-CHECKER-ID.
            MOVE MT-LOAN-NUMBER TO LM-LOAN-NUMBER.
            READ LOAN-MASTER-FILE
                INVALID KEY
                    SET WS-EDITS-FAILED TO TRUE
                    PERFORM T-700-WRITE-EXCEPTION
                NOT INVALID KEY
                    IF MT-FIELD-DECISION
                        PERFORM T-800-PROCESS-DECISION
                    ELSE
                        PERFORM T-302-EDIT-AND-APPLY
                    END-IF
            END-READ.
        T-302-EDIT-AND-APPLY.
      *    A CHANGE THAT PASSES ITS EDITS IS APPLIED NOW UNLESS IT
      *    NEEDS A CHECKER, IN WHICH CASE IT IS HELD FOR APPROVAL.
            IF MT-FIELD-BORROWER-NAME
                OR MT-FIELD-BORROWER-DATA
                PERFORM T-305-GET-BORROWER
            END-IF.
            PERFORM T-310-EDIT-TRANSACTION.
            IF WS-EDITS-PASSED
                PERFORM T-390-CHECK-DUAL-CONTROL
            END-IF.
            IF WS-EDITS-FAILED
                PERFORM T-700-WRITE-EXCEPTION
            ELSE IF WS-APPROVAL-REQUIRED
                PERFORM T-750-HOLD-CHANGE
            ELSE
                PERFORM T-400-APPLY-CHANGE
            END-IF.
        T-305-GET-BORROWER.
      *    HOLD THE LOAN'S BORROWER/PROPERTY RECORD FOR A NAME OR
      *    ADDRESS CHANGE.  A LOAN BOARDED BEFORE THE FILE EXISTED
      *    HAS NONE YET - START ONE FROM THE NAME ON THE MASTER.
            MOVE LM-LOAN-NUMBER TO BM-LOAN-NUMBER.
            READ BORROWER-MASTER-FILE
                INVALID KEY
                    SET WS-BORROWER-NOT-ON-FILE TO TRUE
                    MOVE SPACES TO BM-BORROWER-RECORD
                    MOVE LM-LOAN-NUMBER TO BM-LOAN-NUMBER
                    MOVE LM-BORROWER-NAME TO BM-PRIMARY-NAME
                NOT INVALID KEY
                    SET WS-BORROWER-ON-FILE TO TRUE
            END-READ.
        T-310-EDIT-TRANSACTION.
      *    THE EDITS MIRROR THE ONES LNBOARD APPLIES AT BOARDING -
      *    DATES MUST BE REAL DATES, THE RATE MUST SIT IN THE SAME
                PERFORM T-360-EDIT-WAIVER
            ELSE IF MT-FIELD-PROTECT-STATUS
                PERFORM T-370-EDIT-PROTECT
            ELSE IF MT-FIELD-BORROWER-DATA
                PERFORM T-380-EDIT-BORROWER-FIELD
            ELSE
                SET ME-FAIL-BAD-FIELD-CODE TO TRUE
                MOVE 'FIELD CODE IS NOT A MAINTAINABLE FIELD'
                    TO ME-EDIT-FAILURE-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
      *    A CHARGED-OFF LOAN LEAVES THAT STATUS ONLY THROUGH THE
      *    LOSS AND RECOVERY PROCESS, NEVER BY MAINTENANCE.
            IF WS-EDITS-PASSED
                AND LM-LOAN-CHARGED-OFF
                SET ME-FAIL-BAD-STATUS TO TRUE
                MOVE 'CHARGED-OFF LOAN - STATUS CANNOT CHANGE'
                    TO ME-EDIT-FAILURE-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                AND MT-NEW-STATUS = LM-LOAN-STATUS-FLAG
                SET ME-FAIL-BAD-STATUS TO TRUE
                    TO ME-EDIT-FAILURE-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
        T-380-EDIT-BORROWER-FIELD.
      *    ONLY THE SECOND MAILING LINE AND THE CO-BORROWER NAME AND
      *    TAXPAYER ID MAY BE BLANKED.  A STATE IS TWO LETTERS, A
      *    ZIP CODE FIVE OR NINE DIGITS, A TAXPAYER ID NINE DIGITS,
      *    A PHONE TEN DIGITS, AND A CITY MUST FIT ITS 18 BYTES.
            IF MT-NEW-VALUE = SPACES
                AND NOT MT-FIELD-MAIL-LINE-2
                AND NOT MT-FIELD-CO-BORROWER-NAME
                AND NOT MT-FIELD-CO-BORROWER-TAX-ID
                SET ME-FAIL-BLANK-VALUE TO TRUE
                MOVE 'BORROWER/PROPERTY FIELD MAY NOT BE BLANK'
                    TO ME-EDIT-FAILURE-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                AND MT-NEW-VALUE NOT = SPACES
                PERFORM T-385-EDIT-BORROWER-FORMAT
            END-IF.
        T-385-EDIT-BORROWER-FORMAT.
            IF MT-FIELD-MAIL-STATE OR MT-FIELD-PROP-STATE
                IF MT-NEW-VALUE(1:2) NOT ALPHABETIC
                    OR MT-NEW-VALUE(1:1) = SPACE
                    OR MT-NEW-VALUE(2:1) = SPACE
                    OR MT-NEW-VALUE(3:28) NOT = SPACES
                    SET ME-FAIL-BAD-ADDRESS TO TRUE
                    MOVE 'STATE MUST BE A TWO-LETTER CODE'
                        TO ME-EDIT-FAILURE-TEXT
                    SET WS-EDITS-FAILED TO TRUE
                END-IF
            ELSE IF MT-FIELD-MAIL-ZIP OR MT-FIELD-PROP-ZIP
                IF MT-NEW-VALUE(1:5) NOT NUMERIC
                    OR (MT-NEW-VALUE(6:4) NOT NUMERIC
                        AND MT-NEW-VALUE(6:4) NOT = SPACES)
                    OR MT-NEW-VALUE(10:21) NOT = SPACES
                    SET ME-FAIL-BAD-ADDRESS TO TRUE
                    MOVE 'ZIP CODE MUST BE FIVE OR NINE DIGITS'
                        TO ME-EDIT-FAILURE-TEXT
                    SET WS-EDITS-FAILED TO TRUE
                END-IF
            ELSE IF MT-FIELD-PRIMARY-TAX-ID
                OR MT-FIELD-CO-BORROWER-TAX-ID
                IF MT-NEW-VALUE(1:9) NOT NUMERIC
                    OR MT-NEW-VALUE(10:21) NOT = SPACES
                    SET ME-FAIL-BAD-ADDRESS TO TRUE
                    MOVE 'TAXPAYER ID MUST BE NINE DIGITS'
                        TO ME-EDIT-FAILURE-TEXT
                    SET WS-EDITS-FAILED TO TRUE
                END-IF
            ELSE IF MT-FIELD-PHONE-NUMBER
                IF MT-NEW-VALUE(1:10) NOT NUMERIC
                    OR MT-NEW-VALUE(11:20) NOT = SPACES
                    SET ME-FAIL-BAD-ADDRESS TO TRUE
                    MOVE 'PHONE NUMBER MUST BE TEN DIGITS'
                        TO ME-EDIT-FAILURE-TEXT
                    SET WS-EDITS-FAILED TO TRUE
                END-IF
            ELSE IF MT-FIELD-MAIL-CITY OR MT-FIELD-PROP-CITY
                IF MT-NEW-VALUE(19:12) NOT = SPACES
                    SET ME-FAIL-BAD-ADDRESS TO TRUE
                    MOVE 'CITY IS LONGER THAN 18 CHARACTERS'
                        TO ME-EDIT-FAILURE-TEXT
                    SET WS-EDITS-FAILED TO TRUE
                END-IF
            END-IF.
        T-390-CHECK-DUAL-CONTROL.
      *    RATE, FEEW, STAT AND PROT ALWAYS NEED A CHECKER.  ANY OTHER
      *    CHANGE NEEDS ONE WHEN ITS DOLLAR VALUE IS OVER THE
      *    THRESHOLD.  A HELD CHANGE MUST NAME ITS OPERATOR, OR THERE
      *    IS NOBODY FOR THE CHECKER TO BE DIFFERENT FROM.
            SET WS-APPROVAL-NOT-REQUIRED TO TRUE.
            MOVE SPACE TO WS-HOLD-REASON.
            MOVE ZERO TO WS-CHANGE-AMOUNT.
            IF MT-FIELD-WAIVE-FEES
                MOVE MT-NEW-AMOUNT TO WS-CHANGE-AMOUNT
            END-IF.
            IF MT-FIELD-NEXT-DUE-DATE
                PERFORM T-395-VALUE-DUE-DATE-CHANGE
            END-IF.
            IF MT-FIELD-DUAL-CONTROL
                SET WS-APPROVAL-REQUIRED TO TRUE
                MOVE 'F' TO WS-HOLD-REASON
            ELSE IF WS-CHANGE-AMOUNT > WS-APPROVAL-THRESHOLD
                SET WS-APPROVAL-REQUIRED TO TRUE
                MOVE 'D' TO WS-HOLD-REASON
            END-IF.
            IF WS-APPROVAL-REQUIRED
                AND MT-OPERATOR-ID = SPACES
                SET ME-FAIL-BLANK-VALUE TO TRUE
                MOVE 'OPERATOR ID REQUIRED FOR DUAL CONTROL'
                    TO ME-EDIT-FAILURE-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
        T-395-VALUE-DUE-DATE-CHANGE.
      *    A DUE-DATE CHANGE IS WORTH THE INSTALLMENTS IT MOVES THE
      *    LOAN BY - WHOLE MONTHS EITHER WAY TIMES THE SCHEDULED
      *    PAYMENT AND ESCROW.  T-330 HAS ALREADY SPLIT THE NEW DATE.
            MOVE LM-NEXT-DUE-DATE TO WS-OLD-DUE-DATE.
            COMPUTE WS-MONTHS-MOVED =
                (WS-CHECK-YEAR * 12 + WS-CHECK-MONTH)
                - (WS-OLD-DUE-YEAR * 12 + WS-OLD-DUE-MONTH).
            IF WS-MONTHS-MOVED < ZERO
                COMPUTE WS-MONTHS-MOVED = ZERO - WS-MONTHS-MOVED
            END-IF.
            COMPUTE WS-CHANGE-AMOUNT = WS-MONTHS-MOVED *
                (LM-SCHEDULED-PMT-AMOUNT + LM-ESCROW-MONTHLY-PMT).
        T-400-APPLY-CHANGE.
      *    CAPTURE THE BEFORE IMAGE, APPLY THE CHANGE, CAPTURE THE
      *    AFTER IMAGE, AND LEAVE BOTH ON THE PERMANENT AUDIT TRAIL
                MOVE LM-BORROWER-NAME TO WS-BEFORE-IMAGE
                MOVE MT-NEW-VALUE TO LM-BORROWER-NAME
                MOVE LM-BORROWER-NAME TO WS-AFTER-IMAGE
                PERFORM T-445-SYNC-PRIMARY-NAME
            ELSE IF MT-FIELD-NEXT-DUE-DATE
                MOVE SPACES TO WS-BEFORE-IMAGE
                MOVE LM-NEXT-DUE-DATE TO WS-BEFORE-IMAGE(1:8)
                MOVE LM-LOAN-STATUS-FLAG TO WS-AFTER-IMAGE(1:1)
            ELSE IF MT-FIELD-PROTECT-STATUS
                PERFORM T-430-APPLY-PROTECT
            ELSE IF MT-FIELD-BORROWER-DATA
                PERFORM T-440-APPLY-BORROWER-FIELD
            ELSE
                PERFORM T-410-APPLY-WAIVER
            END-IF.
            MOVE SPACES TO WS-AFTER-IMAGE.
            MOVE LM-PROTECTED-FLAG TO WS-AFTER-IMAGE(1:1).
            MOVE LM-PROTECTED-DATE TO WS-AFTER-IMAGE(3:8).
        T-440-APPLY-BORROWER-FIELD.
      *    THE CHANGE GOES TO THE BORROWER/PROPERTY RECORD, WHICH IS
      *    WRITTEN IF THIS IS THE LOAN'S FIRST ONE.  THE FIELDS ARE
      *    ALL 30 BYTES OR LESS, SO THE WHOLE VALUE IS THE IMAGE.
            IF MT-FIELD-CO-BORROWER-NAME
                MOVE BM-CO-BORROWER-NAME TO WS-BEFORE-IMAGE
                MOVE MT-NEW-VALUE TO BM-CO-BORROWER-NAME
                MOVE BM-CO-BORROWER-NAME TO WS-AFTER-IMAGE
            ELSE IF MT-FIELD-PRIMARY-TAX-ID
                MOVE BM-PRIMARY-TAX-ID TO WS-BEFORE-IMAGE
                MOVE MT-NEW-VALUE TO BM-PRIMARY-TAX-ID
                MOVE BM-PRIMARY-TAX-ID TO WS-AFTER-IMAGE
            ELSE IF MT-FIELD-CO-BORROWER-TAX-ID
                MOVE BM-CO-BORROWER-TAX-ID TO WS-BEFORE-IMAGE
                MOVE MT-NEW-VALUE TO BM-CO-BORROWER-TAX-ID
                MOVE BM-CO-BORROWER-TAX-ID TO WS-AFTER-IMAGE
            ELSE IF MT-FIELD-MAIL-LINE-1
                MOVE BM-MAIL-LINE-1 TO WS-BEFORE-IMAGE
                MOVE MT-NEW-VALUE TO BM-MAIL-LINE-1
                MOVE BM-MAIL-LINE-1 TO WS-AFTER-IMAGE
            ELSE IF MT-FIELD-MAIL-LINE-2
                MOVE BM-MAIL-LINE-2 TO WS-BEFORE-IMAGE
                MOVE MT-NEW-VALUE TO BM-MAIL-LINE-2
                MOVE BM-MAIL-LINE-2 TO WS-AFTER-IMAGE
            ELSE IF MT-FIELD-MAIL-CITY
                MOVE BM-MAIL-CITY TO WS-BEFORE-IMAGE
                MOVE MT-NEW-VALUE TO BM-MAIL-CITY
                MOVE BM-MAIL-CITY TO WS-AFTER-IMAGE
            ELSE IF MT-FIELD-MAIL-STATE
                MOVE BM-MAIL-STATE TO WS-BEFORE-IMAGE
                MOVE MT-NEW-VALUE TO BM-MAIL-STATE
                MOVE BM-MAIL-STATE TO WS-AFTER-IMAGE
            ELSE IF MT-FIELD-MAIL-ZIP
                MOVE BM-MAIL-ZIP TO WS-BEFORE-IMAGE
                MOVE MT-NEW-VALUE TO BM-MAIL-ZIP
                MOVE BM-MAIL-ZIP TO WS-AFTER-IMAGE
            ELSE IF MT-FIELD-PROP-LINE-1
                MOVE BM-PROP-LINE-1 TO WS-BEFORE-IMAGE
                MOVE MT-NEW-VALUE TO BM-PROP-LINE-1
                MOVE BM-PROP-LINE-1 TO WS-AFTER-IMAGE
            ELSE IF MT-FIELD-PROP-CITY
                MOVE BM-PROP-CITY TO WS-BEFORE-IMAGE
                MOVE MT-NEW-VALUE TO BM-PROP-CITY
                MOVE BM-PROP-CITY TO WS-AFTER-IMAGE
            ELSE IF MT-FIELD-PROP-STATE
                MOVE BM-PROP-STATE TO WS-BEFORE-IMAGE
                MOVE MT-NEW-VALUE TO BM-PROP-STATE
                MOVE BM-PROP-STATE TO WS-AFTER-IMAGE
            ELSE IF MT-FIELD-PROP-ZIP
                MOVE BM-PROP-ZIP TO WS-BEFORE-IMAGE
                MOVE MT-NEW-VALUE TO BM-PROP-ZIP
                MOVE BM-PROP-ZIP TO WS-AFTER-IMAGE
            ELSE
                MOVE BM-PHONE-NUMBER TO WS-BEFORE-IMAGE
                MOVE MT-NEW-VALUE TO BM-PHONE-NUMBER
                MOVE BM-PHONE-NUMBER TO WS-AFTER-IMAGE
            END-IF.
            PERFORM T-450-SAVE-BORROWER.
        T-445-SYNC-PRIMARY-NAME.
      *    THE PRIMARY NAME ON THE BORROWER/PROPERTY RECORD FOLLOWS
      *    THE MASTER.  NO RECORD IS STARTED FOR A NAME CHANGE ALONE.
            IF WS-BORROWER-ON-FILE
                MOVE LM-BORROWER-NAME TO BM-PRIMARY-NAME
                PERFORM T-450-SAVE-BORROWER
            END-IF.
        T-450-SAVE-BORROWER.
            IF WS-BORROWER-ON-FILE
                REWRITE BM-BORROWER-RECORD
            ELSE
                WRITE BM-BORROWER-RECORD
                SET WS-BORROWER-ON-FILE TO TRUE
            END-IF.
            IF NOT WS-BORRMSTR-OK
                DISPLAY 'LNMAINT - BORROWER MASTER UPDATE FAILED FOR '
                    'LOAN ' BM-LOAN-NUMBER ' STATUS '
                    WS-BORRMSTR-STATUS
            END-IF.
        T-410-APPLY-WAIVER.
            MOVE MT-NEW-AMOUNT TO WS-WAIVE-AMOUNT.
            MOVE SPACES TO WS-BEFORE-IMAGE.
            MOVE WS-AFTER-IMAGE TO MA-AFTER-IMAGE.
            MOVE MT-OPERATOR-ID TO MA-OPERATOR-ID.
            MOVE MT-REASON-CODE TO MA-REASON-CODE.
            MOVE WS-CHECKER-ID TO MA-APPROVER-ID.
            WRITE MA-MAINT-AUDIT-RECORD.
        T-600-WRITE-HISTORY.
      *    A MAINTENANCE CHANGE IS A LIFECYCLE EVENT ON THE
            MOVE LM-CURRENT-BALANCE TO LH-NEW-BALANCE.
            MOVE ZERO TO LH-INTEREST-PORTION.
            MOVE ZERO TO LH-PRINCIPAL-PORTION.
            MOVE ZERO TO LH-FEE-PORTION.
            MOVE ZERO TO LH-ADVANCE-PORTION.
            MOVE ZERO TO LH-RECEIPT-AMOUNT.
            MOVE SPACE TO LH-SOURCE-CODE.
            STRING 'MAINT ' MT-FIELD-CODE ' ' MT-OPERATOR-ID
            MOVE MT-OPERATOR-ID TO ME-OPERATOR-ID.
            WRITE ME-MAINT-EXCEPTION-RECORD.
            ADD 1 TO WS-EXCEPTION-COUNT.
        T-750-HOLD-CHANGE.
      *    HOLD THE EDITED CHANGE FOR A CHECKER, KEYED BY LOAN, TODAY'S
      *    BUSINESS DATE AND THE TRANSACTION SEQUENCE - THE KEY THE
      *    CHECKER QUOTES ON THE APRV OR REJT.
            MOVE MT-LOAN-NUMBER TO MP-LOAN-NUMBER.
            MOVE WS-TODAY-DATE TO MP-ENTRY-DATE.
            MOVE MT-TRANS-SEQUENCE TO MP-TRANS-SEQUENCE.
            MOVE MT-FIELD-CODE TO MP-FIELD-CODE.
            MOVE MT-NEW-VALUE TO MP-NEW-VALUE.
            MOVE MT-OPERATOR-ID TO MP-MAKER-ID.
            MOVE MT-REASON-CODE TO MP-REASON-CODE.
            MOVE WS-HOLD-REASON TO MP-HOLD-REASON.
            MOVE WS-CHANGE-AMOUNT TO MP-CHANGE-AMOUNT.
            SET MP-STATUS-PENDING TO TRUE.
            MOVE SPACES TO MP-CHECKER-ID.
            MOVE SPACES TO MP-CHECKER-REASON-CODE.
            MOVE ZERO TO MP-DECISION-DATE.
            WRITE MP-PENDING-RECORD
                INVALID KEY
                    SET ME-FAIL-NOT-PENDING TO TRUE
                    MOVE 'CHANGE IS ALREADY HELD FOR APPROVAL'
                        TO ME-EDIT-FAILURE-TEXT
                    PERFORM T-700-WRITE-EXCEPTION
                NOT INVALID KEY
                    ADD 1 TO WS-HELD-COUNT
            END-WRITE.
        T-800-PROCESS-DECISION.
      *    AN APRV OR REJT NAMES A HELD CHANGE ON THE SAME LOAN BY THE
      *    DATE IT WAS KEYED AND ITS SEQUENCE.  THE CHANGE MUST STILL
      *    BE PENDING AND THE CHECKER MUST BE A NAMED OPERATOR OTHER
      *    THAN THE ONE WHO KEYED IT.
            IF MT-PEND-ENTRY-DATE NOT NUMERIC
                OR MT-PEND-SEQUENCE NOT NUMERIC
                SET ME-FAIL-NOT-PENDING TO TRUE
                MOVE 'HELD CHANGE DATE/SEQUENCE NOT NUMERIC'
                    TO ME-EDIT-FAILURE-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                MOVE MT-LOAN-NUMBER TO MP-LOAN-NUMBER
                MOVE MT-PEND-ENTRY-DATE TO MP-ENTRY-DATE
                MOVE MT-PEND-SEQUENCE TO MP-TRANS-SEQUENCE
                READ PENDING-APPROVAL-FILE
                    INVALID KEY
                        SET ME-FAIL-NOT-PENDING TO TRUE
                        MOVE 'NO HELD CHANGE FOR THIS DATE/SEQUENCE'
                            TO ME-EDIT-FAILURE-TEXT
                        SET WS-EDITS-FAILED TO TRUE
                END-READ
            END-IF.
            IF WS-EDITS-PASSED
                AND NOT MP-STATUS-PENDING
                SET ME-FAIL-NOT-PENDING TO TRUE
                MOVE 'HELD CHANGE IS ALREADY DECIDED'
                    TO ME-EDIT-FAILURE-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                AND MT-OPERATOR-ID = SPACES
                SET ME-FAIL-BLANK-VALUE TO TRUE
                MOVE 'CHECKER OPERATOR ID MAY NOT BE BLANK'
                    TO ME-EDIT-FAILURE-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                AND MT-OPERATOR-ID = MP-MAKER-ID
                SET ME-FAIL-SELF-APPROVAL TO TRUE
                MOVE 'CHECKER MAY NOT BE THE KEYING OPERATOR'
                    TO ME-EDIT-FAILURE-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-FAILED
                PERFORM T-700-WRITE-EXCEPTION
            ELSE IF MT-FIELD-REJECT-CHANGE
                PERFORM T-820-REJECT-CHANGE
            ELSE
                PERFORM T-810-APPROVE-CHANGE
            END-IF.
        T-810-APPROVE-CHANGE.
      *    THE HELD CHANGE IS EDITED AGAIN AGAINST THE MASTER AS IT
      *    STANDS NOW - A WAIVER MAY NO LONGER FIT THE FEES OWED, OR
      *    THE STATUS MAY ALREADY HAVE MOVED - AND APPLIED UNDER THE
      *    MAKER'S OPERATOR ID AND REASON, WITH THE CHECKER ON THE
      *    AUDIT RECORD.  ONE THAT NO LONGER PASSES GOES TO THE
      *    EXCEPTION FILE AND STAYS PENDING UNTIL IT IS REJECTED.
            MOVE MT-OPERATOR-ID TO WS-CHECKER-ID.
            MOVE MT-REASON-CODE TO WS-CHECKER-REASON.
            MOVE MP-FIELD-CODE TO MT-FIELD-CODE.
            MOVE MP-NEW-VALUE TO MT-NEW-VALUE.
            MOVE MP-MAKER-ID TO MT-OPERATOR-ID.
            MOVE MP-REASON-CODE TO MT-REASON-CODE.
            IF MT-FIELD-BORROWER-NAME
                OR MT-FIELD-BORROWER-DATA
                PERFORM T-305-GET-BORROWER
            END-IF.
            PERFORM T-310-EDIT-TRANSACTION.
            IF WS-EDITS-PASSED
                PERFORM T-400-APPLY-CHANGE
                SET MP-STATUS-APPROVED TO TRUE
                PERFORM T-830-RECORD-DECISION
                ADD 1 TO WS-APPROVED-COUNT
            ELSE
                PERFORM T-700-WRITE-EXCEPTION
            END-IF.
        T-820-REJECT-CHANGE.
      *    A REJECTED CHANGE IS NEVER APPLIED OR AUDITED - IT IS
      *    CLOSED ON THE PENDING-APPROVAL FILE WITH THE CHECKER.
            MOVE MT-OPERATOR-ID TO WS-CHECKER-ID.
            MOVE MT-REASON-CODE TO WS-CHECKER-REASON.
            SET MP-STATUS-REJECTED TO TRUE.
            PERFORM T-830-RECORD-DECISION.
            ADD 1 TO WS-REJECTED-COUNT.
        T-830-RECORD-DECISION.
            MOVE WS-CHECKER-ID TO MP-CHECKER-ID.
            MOVE WS-CHECKER-REASON TO MP-CHECKER-REASON-CODE.
            MOVE WS-TODAY-DATE TO MP-DECISION-DATE.
            REWRITE MP-PENDING-RECORD.
            IF NOT WS-MNTPEND-OK
                DISPLAY 'LNMAINT - PENDING-APPROVAL UPDATE FAILED FOR '
                    'LOAN ' MP-LOAN-NUMBER ' STATUS '
                    WS-MNTPEND-STATUS
            END-IF.
        T-850-REPORT-APPROVAL-QUEUE.
      *    LIST EVERY CHANGE STILL PENDING, FLAGGING ANY KEYED MORE
      *    THAN THE CUTOFF NUMBER OF DAYS AGO, AND EVERY CHANGE
      *    APPROVED OR REJECTED TODAY.  OLDER DECISIONS ARE LEFT OFF.
            MOVE WS-HEADING-LINE-1 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-TODAY-DATE TO H2-BUSINESS-DATE.
            MOVE WS-AGED-CUTOFF-DAYS TO H2-CUTOFF-DAYS.
            MOVE WS-HEADING-LINE-2 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-COLUMN-HEADING-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE LOW-VALUES TO MP-PENDING-KEY.
            START PENDING-APPROVAL-FILE KEY IS NOT LESS THAN
                MP-PENDING-KEY
                INVALID KEY
                    SET WS-END-OF-PENDING TO TRUE
            END-START.
            PERFORM T-860-READ-PENDING
                UNTIL WS-END-OF-PENDING.
            PERFORM T-880-WRITE-QUEUE-TOTALS.
        T-860-READ-PENDING.
            READ PENDING-APPROVAL-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-PENDING TO TRUE
                NOT AT END
                    PERFORM T-870-REPORT-ITEM
            END-READ.
        T-870-REPORT-ITEM.
            MOVE SPACES TO QL-STATUS.
            MOVE SPACES TO QL-AGED-FLAG.
            MOVE ZERO TO QL-ITEM-AGE.
            IF MP-STATUS-PENDING
                COMPUTE WS-ENTRY-DATE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(MP-ENTRY-DATE)
                COMPUTE WS-ITEM-AGE =
                    WS-TODAY-DATE-INTEGER - WS-ENTRY-DATE-INTEGER
                MOVE WS-ITEM-AGE TO QL-ITEM-AGE
                MOVE 'PENDING ' TO QL-STATUS
                ADD 1 TO WS-RPT-PENDING-COUNT
                IF WS-ITEM-AGE > WS-AGED-CUTOFF-DAYS
                    MOVE 'AGED' TO QL-AGED-FLAG
                    ADD 1 TO WS-RPT-AGED-COUNT
                END-IF
            ELSE
                IF MP-DECISION-DATE = WS-TODAY-DATE
                    IF MP-STATUS-APPROVED
                        MOVE 'APPROVED' TO QL-STATUS
                        ADD 1 TO WS-RPT-APPROVED-COUNT
                    ELSE
                        MOVE 'REJECTED' TO QL-STATUS
                        ADD 1 TO WS-RPT-REJECTED-COUNT
                    END-IF
                END-IF
            END-IF.
            IF QL-STATUS NOT = SPACES
                MOVE MP-LOAN-NUMBER TO QL-LOAN-NUMBER
                MOVE MP-ENTRY-DATE TO QL-ENTRY-DATE
                MOVE MP-TRANS-SEQUENCE TO QL-SEQUENCE
                MOVE MP-FIELD-CODE TO QL-FIELD-CODE
                MOVE MP-NEW-VALUE TO QL-NEW-VALUE
                MOVE MP-MAKER-ID TO QL-MAKER-ID
                MOVE MP-HOLD-REASON TO QL-HOLD-REASON
                MOVE MP-CHANGE-AMOUNT TO QL-CHANGE-AMOUNT
                MOVE MP-CHECKER-ID TO QL-CHECKER-ID
                MOVE WS-QUEUE-DETAIL-LINE TO PR-PRINT-LINE
                WRITE PR-PRINT-LINE
            END-IF.
        T-880-WRITE-QUEUE-TOTALS.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE 'CHANGES PENDING APPROVAL' TO QT-TOTAL-TEXT.
            MOVE WS-RPT-PENDING-COUNT TO QT-TOTAL-COUNT.
            MOVE WS-QUEUE-TOTAL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE '  OF WHICH AGED PAST CUTOFF' TO QT-TOTAL-TEXT.
            MOVE WS-RPT-AGED-COUNT TO QT-TOTAL-COUNT.
            MOVE WS-QUEUE-TOTAL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE 'CHANGES APPROVED TODAY' TO QT-TOTAL-TEXT.
            MOVE WS-RPT-APPROVED-COUNT TO QT-TOTAL-COUNT.
            MOVE WS-QUEUE-TOTAL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE 'CHANGES REJECTED TODAY' TO QT-TOTAL-TEXT.
            MOVE WS-RPT-REJECTED-COUNT TO QT-TOTAL-COUNT.
            MOVE WS-QUEUE-TOTAL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
        T-900.
      *    CLOSE UP AND REPORT WHAT HAPPENED.
            CLOSE MAINT-TRANS-FILE LOAN-MASTER-FILE
                MAINT-AUDIT-FILE MAINT-EXCEPTION-FILE
                FEE-ACTIVITY-FILE LOAN-HISTORY-FILE
                BORROWER-MASTER-FILE PENDING-APPROVAL-FILE
                APPROVAL-REPORT-FILE.
            MOVE WS-TRANS-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'LNMAINT - TRANSACTIONS READ:   ' WS-DISPLAY-COUNT.
            MOVE WS-APPLIED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'LNMAINT - CHANGES APPLIED:     ' WS-DISPLAY-COUNT.
            MOVE WS-EXCEPTION-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'LNMAINT - EXCEPTIONS WRITTEN:  ' WS-DISPLAY-COUNT.
            MOVE WS-HELD-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'LNMAINT - HELD FOR APPROVAL:   ' WS-DISPLAY-COUNT.
            MOVE WS-APPROVED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'LNMAINT - HELD CHANGES APPRVD: ' WS-DISPLAY-COUNT.
            MOVE WS-REJECTED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'LNMAINT - HELD CHANGES REJCTD: ' WS-DISPLAY-COUNT.
