      *                     ARE NEVER WRITTEN TO THE DIALER EXTRACT
      *                     - DUNNING A BANKRUPT BORROWER IS A LEGAL
      *                     VIOLATION, NOT JUST BAD FORM.
      *    2026-10-15  DLB  A DELINQUENT LOAN ON A LOSS-MITIGATION
      *                     PLAN NOW CLASSIFIES INTO THE PRT SECTION
      *                     AS WELL - THE BORROWER IS ALREADY WORKING
      *                     WITH THE LOSS-MITIGATION DESK AND MUST
      *                     NOT BE DIALED.
      *    2026-10-15  DLB  THE AGING THRESHOLDS NOW COME FROM THE
      *                     DELINQUENCY CONTROL VERSION IN EFFECT ON
      *                     THE BUSINESS DATE - CONTROL CHANGES ARE
      *                     EFFECTIVE-DATED AND MAINTAINED BY CTLMAINT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Z25A.
            SELECT DELINQ-CONTROL-FILE ASSIGN TO DELQCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DC-CONTROL-KEY
                FILE STATUS IS WS-DELQCTL-STATUS.
        DATA DIVISION.
        FILE SECTION.
                88  WS-NOT-FIRST-RECORD           VALUE 'N'.
            05  WS-RESTARTING-SWITCH         PIC X(01) VALUE 'N'.
                88  WS-RESTARTING                 VALUE 'Y'.
            05  WS-CONTROL-EOF-SWITCH        PIC X(01) VALUE 'N'.
                88  WS-END-OF-CONTROL-VERSIONS   VALUE 'Y'.
            05  WS-CONTROL-VERSION-SWITCH    PIC X(01) VALUE 'N'.
                88  WS-CONTROL-VERSION-FOUND     VALUE 'Y'.
        01  WS-CHECKPOINT-FIELDS.
            05  WS-CHECKPOINT-INTERVAL       PIC 9(05) COMP
                                                          VALUE 00100.
            05  WS-THRESHOLD-60               PIC 9(03) VALUE 060.
            05  WS-THRESHOLD-90               PIC 9(03) VALUE 090.
            05  WS-THRESHOLD-120              PIC 9(03) VALUE 120.
            05  WS-THRESHOLD-EFFECTIVE-DATE   PIC 9(08) VALUE ZERO.
        01  WS-BUCKET-HOLD                    PIC X(03).
        01  WS-BUCKET-TOTALS.
            05  WS-BUCKET-COUNT               PIC 9(05) COMP
        C-105-GET-THRESHOLDS.
      *    PICK UP THE 30/60/90/120-DAY AGING-BUCKET THRESHOLDS FROM
      *    THE DELINQUENCY CONTROL FILE SO COLLECTIONS CAN CHANGE THEM
      *    WITHOUT A RECOMPILE.  THE FILE HOLDS EVERY VERSION CTLMAINT
      *    HAS LOADED; THE ONE USED IS THE LATEST VERSION EFFECTIVE ON
      *    OR BEFORE THE BUSINESS DATE.  IF THE CONTROL FILE IS NOT
      *    AVAILABLE OR NO VERSION IS IN EFFECT YET, FALL BACK TO THE
      *    STANDARD 30/60/90/120 THRESHOLDS ALREADY SET UP IN
      *    WORKING-STORAGE.
            OPEN INPUT DELINQ-CONTROL-FILE.
            IF WS-DELQCTL-OK
                MOVE 'DELQCTL1' TO DC-CONTROL-ID
                MOVE ZERO TO DC-EFFECTIVE-DATE
                START DELINQ-CONTROL-FILE
                    KEY IS NOT LESS THAN DC-CONTROL-KEY
                    INVALID KEY
                        SET WS-END-OF-CONTROL-VERSIONS TO TRUE
                END-START
                PERFORM C-106-READ-THRESHOLD-VERSION
                    UNTIL WS-END-OF-CONTROL-VERSIONS
                IF WS-CONTROL-VERSION-FOUND
                    DISPLAY 'DELINQRPT - THRESHOLDS EFFECTIVE '
                        WS-THRESHOLD-EFFECTIVE-DATE
                ELSE
                    DISPLAY 'DELINQRPT - NO THRESHOLD VERSION IN '
                        'EFFECT, USING STANDARD THRESHOLDS'
                END-IF
                CLOSE DELINQ-CONTROL-FILE
            ELSE
                DISPLAY 'DELINQRPT - CONTROL FILE OPEN FAILED, STATUS '
                    WS-DELQCTL-STATUS ' - USING STANDARD THRESHOLDS'
            END-IF.
        C-106-READ-THRESHOLD-VERSION.
      *    VERSIONS COME BACK OLDEST FIRST; STOP AT THE FIRST ONE
      *    DATED AFTER THE BUSINESS DATE.
            READ DELINQ-CONTROL-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-CONTROL-VERSIONS TO TRUE
                NOT AT END
                    IF DC-CONTROL-ID NOT = 'DELQCTL1'
                        OR DC-EFFECTIVE-DATE > WS-TODAY-DATE
                        SET WS-END-OF-CONTROL-VERSIONS TO TRUE
                    ELSE
                        MOVE DC-THRESHOLD-30 TO WS-THRESHOLD-30
                        MOVE DC-THRESHOLD-60 TO WS-THRESHOLD-60
                        MOVE DC-THRESHOLD-90 TO WS-THRESHOLD-90
                        MOVE DC-THRESHOLD-120 TO WS-THRESHOLD-120
                        MOVE DC-EFFECTIVE-DATE
                            TO WS-THRESHOLD-EFFECTIVE-DATE
                        SET WS-CONTROL-VERSION-FOUND TO TRUE
                    END-IF
            END-READ.
        C-190-EXIT.
            EXIT.
        C-300-SELECT-DELINQUENT-LOANS SECTION.
      *    TRANSFERRED) DOES NOT BELONG IN THE DELINQUENCY SWEEP
      *    EVEN IF ITS DELINQUENCY-DAYS FIELD WAS NEVER RESET.  A
      *    DELINQUENT LOAN UNDER A BANKRUPTCY OR FORECLOSURE STOP
      *    CODE, OR ON A LOSS-MITIGATION PLAN, CLASSIFIES INTO THE
      *    PROTECTED SECTION INSTEAD OF AN AGING BUCKET, SO IT NEVER
      *    REACHES THE DIALER.
            IF NOT LM-LOAN-ACTIVE
                MOVE SPACES TO WS-BUCKET-HOLD
            ELSE IF LM-LOAN-PROTECTED OR LM-ON-LOSS-MIT-PLAN
                IF LM-DELINQUENCY-DAYS >= WS-THRESHOLD-30
                    MOVE 'PRT' TO WS-BUCKET-HOLD
                ELSE
