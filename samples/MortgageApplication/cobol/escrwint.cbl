      *    WITH A QUARTERLY JOURNAL ENTRY THAT NEVER REACHED THE
      *    BORROWER'S RECORD.  FOR EACH ACTIVE LOAN WITH A POSITIVE
      *    ESCROW BALANCE, ONE MONTH'S INTEREST AT THE ANNUAL RATE
      *    IN EFFECT ON THE ESCROW-INTEREST CONTROL FILE IS CREDITED TO
      *    LM-ESCROW-BALANCE, ROLLED INTO THE LM-YTD-ESCROW-INT
      *    ACCUMULATOR FOR THE YEAR-END BORROWER STATEMENT, AND
      *    WRITTEN TO THE PERMANENT LOAN HISTORY SO THE LEDGER SHOWS
      *                     THE SAME INTEREST TWICE.  THE SAME
      *                     RERUN-SAFETY RULE LATEFEE GETS FROM
      *                     LM-LAST-FEE-DUE-DATE.
      *    2026-10-15  DLB  LOAN HISTORY EVENTS NOW CARRY ZERO FEE AND
      *                     ADVANCE PORTIONS.
      *    2026-10-15  DLB  THE ANNUAL RATE NOW COMES FROM THE
      *                     ESCROW-INTEREST CONTROL VERSION IN EFFECT
      *                     ON THE BUSINESS DATE - CONTROL CHANGES ARE
      *                     EFFECTIVE-DATED AND MAINTAINED BY CTLMAINT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Z25A.
            SELECT ESCROW-INT-CONTROL-FILE ASSIGN TO ESCICTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EI-CONTROL-KEY
                FILE STATUS IS WS-ESCICTL-STATUS.
            SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
                ORGANIZATION IS INDEXED
                88  WS-END-OF-LOAN-MASTER        VALUE 'Y'.
            05  WS-RATE-LOADED-SWITCH        PIC X(01) VALUE 'N'.
                88  WS-RATE-LOADED               VALUE 'Y'.
            05  WS-CONTROL-EOF-SWITCH        PIC X(01) VALUE 'N'.
                88  WS-END-OF-CONTROL-VERSIONS   VALUE 'Y'.
            05  WS-HISTORY-EOF-SWITCH        PIC X(01) VALUE 'N'.
                88  WS-END-OF-LOAN-HISTORY       VALUE 'Y'.
            05  WS-CREDITED-SWITCH           PIC X(01) VALUE 'N'.
                88  WS-HISTORY-NOT-WRITTEN       VALUE 'N'.
        01  WS-ANNUAL-RATE                    PIC 9(01)V9999
                                                          VALUE ZERO.
        01  WS-RATE-EFFECTIVE-DATE            PIC 9(08) VALUE ZERO.
        01  WS-MONTH-START-DATE               PIC 9(08).
        01  WS-WORK-FIELDS.
            05  WS-INTEREST-AMOUNT            PIC S9(07)V99 COMP-3.
                END-STRING
            END-IF.
        AA-106-GET-CONTROL-RATE.
      *    THE ANNUAL RATE COMES FROM THE CONTROL VERSION IN EFFECT
      *    ON THE BUSINESS DATE OR NOT AT ALL - A REGULATORY RATE
      *    HAS NO SENSIBLE HARD-CODED FALLBACK, SO A MISSING CONTROL
      *    MEANS NO ACCRUAL TONIGHT.
            OPEN INPUT ESCROW-INT-CONTROL-FILE.
            IF WS-ESCICTL-OK
                MOVE 'ESCINT01' TO EI-CONTROL-ID
                MOVE ZERO TO EI-EFFECTIVE-DATE
                START ESCROW-INT-CONTROL-FILE
                    KEY IS NOT LESS THAN EI-CONTROL-KEY
                    INVALID KEY
                        SET WS-END-OF-CONTROL-VERSIONS TO TRUE
                END-START
                PERFORM AA-107-READ-RATE-VERSION
                    UNTIL WS-END-OF-CONTROL-VERSIONS
                IF WS-RATE-LOADED
                    DISPLAY 'ESCRWINT - ANNUAL RATE EFFECTIVE '
                        WS-RATE-EFFECTIVE-DATE
                ELSE
                    DISPLAY 'ESCRWINT - NO CONTROL VERSION IN '
                        'EFFECT - NO INTEREST ACCRUED'
                END-IF
                CLOSE ESCROW-INT-CONTROL-FILE
            ELSE
                DISPLAY 'ESCRWINT - CONTROL FILE OPEN FAILED, STATUS '
                    WS-ESCICTL-STATUS ' - NO INTEREST ACCRUED'
            END-IF.
        AA-107-READ-RATE-VERSION.
      *    VERSIONS COME BACK OLDEST FIRST; STOP AT THE FIRST ONE
      *    DATED AFTER THE BUSINESS DATE.
            READ ESCROW-INT-CONTROL-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-CONTROL-VERSIONS TO TRUE
                NOT AT END
                    IF EI-CONTROL-ID NOT = 'ESCINT01'
                        OR EI-EFFECTIVE-DATE > WS-TODAY-DATE
                        SET WS-END-OF-CONTROL-VERSIONS TO TRUE
                    ELSE
                        MOVE EI-ANNUAL-RATE TO WS-ANNUAL-RATE
                        MOVE EI-EFFECTIVE-DATE
                            TO WS-RATE-EFFECTIVE-DATE
                        SET WS-RATE-LOADED TO TRUE
                    END-IF
            END-READ.
        AA-110-STAMP-CHECKPOINT.
      *    MARK THIS STEP IN-PROGRESS ON THE CHECKPOINT FILE SO THE
      *    END-OF-CYCLE AUDIT CAN PROVE IT RAN FOR THE MONTH.
            MOVE LM-CURRENT-BALANCE TO LH-NEW-BALANCE.
            MOVE ZERO TO LH-INTEREST-PORTION.
            MOVE ZERO TO LH-PRINCIPAL-PORTION.
            MOVE ZERO TO LH-FEE-PORTION.
            MOVE ZERO TO LH-ADVANCE-PORTION.
            MOVE ZERO TO LH-RECEIPT-AMOUNT.
            MOVE SPACE TO LH-SOURCE-CODE.
            MOVE 'ESCROW INTEREST CREDITED'
