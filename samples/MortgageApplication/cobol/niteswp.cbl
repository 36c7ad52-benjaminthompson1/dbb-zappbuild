      *    2026-09-02  DLB  ORIGINAL PROGRAM, CONSOLIDATING THE
      *                     PER-LOAN LOGIC OF LATEFEE, DELINQRPT,
      *                     ARMREPRC AND STMTGEN INTO ONE PASS.
      *    2026-10-15  DLB  LATE-CHARGE GRACE NOW RUNS TO THE NEXT
      *                     BUSINESS DAY ON THE BANK CALENDAR WHEN
      *                     ITS LAST DAY IS A WEEKEND OR HOLIDAY, THE
      *                     SAME AS LATEFEE.
      *    2026-10-15  DLB  THE STATEMENT RECORD NOW CARRIES THE
      *                     CO-BORROWER AND THE MAILING AND PROPERTY
      *                     ADDRESSES FROM THE BORROWER/PROPERTY
      *                     MASTER, THE SAME AS STMTGEN.
      *    2026-10-15  DLB  A LOAN ON A LOSS-MITIGATION PLAN IS NOW
      *                     TREATED AS PROTECTED - NO LATE CHARGE,
      *                     AND THE PRT SECTION INSTEAD OF AN AGING
      *                     BUCKET - THE SAME AS LATEFEE AND
      *                     DELINQRPT.
      *    2026-10-15  DLB  LOAN HISTORY EVENTS NOW CARRY ZERO FEE AND
      *                     ADVANCE PORTIONS.
      *    2026-10-15  DLB  THE FEE CONTROLS, AGING THRESHOLDS AND
      *                     INDEX RATES NOW COME FROM THE VERSIONS IN
      *                     EFFECT ON THE BUSINESS DATE - THE CONTROL
      *                     TABLES ARE EFFECTIVE-DATED AND MAINTAINED
      *                     BY CTLMAINT, AND INDXRATE IS NOW KEYED BY
      *                     INDEX AND RATE DATE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Z25A.
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
            SELECT INDEX-RATE-FILE ASSIGN TO INDXRATE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS IX-INDEX-KEY
                FILE STATUS IS WS-INDXRATE-STATUS.
            SELECT BUSINESS-CALENDAR-FILE ASSIGN TO BUSCAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BC-CALENDAR-DATE
                FILE STATUS IS WS-BUSCAL-STATUS.
            SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CK-PROGRAM-ID
                FILE STATUS IS WS-CKPT-STATUS.
            SELECT BORROWER-MASTER-FILE ASSIGN TO BORRMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BM-LOAN-NUMBER
                FILE STATUS IS WS-BORRMSTR-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  RUN-CONTROL-FILE
        FD  INDEX-RATE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY INDXRAT.
        FD  BUSINESS-CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.
            COPY BUSCAL.
        FD  LOAN-MASTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LOANMST.
        FD  CHECKPOINT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CKPTREC.
        FD  BORROWER-MASTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY BORRMST.
        WORKING-STORAGE SECTION.
        01  WS-CURRENT-DATE-DATA.
            05  WS-CURRENT-DATE.
                88  WS-DELQCTL-OK                VALUE '00'.
            05  WS-INDXRATE-STATUS           PIC X(02).
                88  WS-INDXRATE-OK               VALUE '00'.
            05  WS-BUSCAL-STATUS             PIC X(02).
                88  WS-BUSCAL-OK                 VALUE '00'.
            05  WS-LOANMSTR-STATUS           PIC X(02).
                88  WS-LOANMSTR-OK               VALUE '00'.
            05  WS-FEEACTV-STATUS            PIC X(02).
            05  WS-DELQEXTR-STATUS           PIC X(02).
            05  WS-DELQPRT-STATUS            PIC X(02).
            05  WS-STMTFILE-STATUS           PIC X(02).
            05  WS-BORRMSTR-STATUS           PIC X(02).
                88  WS-BORRMSTR-OK               VALUE '00'.
            05  WS-CKPT-STATUS               PIC X(02).
                88  WS-CKPT-OK                   VALUE '00'.
                88  WS-CKPT-FILE-MISSING         VALUE '35'.
            05  WS-HISTORY-WRITTEN-SWITCH    PIC X(01) VALUE 'N'.
                88  WS-HISTORY-WRITTEN           VALUE 'Y'.
                88  WS-HISTORY-NOT-WRITTEN       VALUE 'N'.
            05  WS-CALENDAR-OPEN-SWITCH      PIC X(01) VALUE 'N'.
                88  WS-CALENDAR-OPEN             VALUE 'Y'.
            05  WS-BORRMSTR-OPEN-SWITCH      PIC X(01) VALUE 'N'.
                88  WS-BORROWER-FILE-OPEN        VALUE 'Y'.
            05  WS-CONTROL-EOF-SWITCH        PIC X(01) VALUE 'N'.
                88  WS-END-OF-CONTROL-VERSIONS   VALUE 'Y'.
            05  WS-CONTROL-VERSION-SWITCH    PIC X(01) VALUE 'N'.
                88  WS-CONTROL-VERSION-FOUND     VALUE 'Y'.
        01  WS-FEE-CONTROLS.
            05  WS-GRACE-DAYS                 PIC 9(03) VALUE 015.
            05  WS-FEE-PERCENT                PIC 9(02)V99
                                                          VALUE 05.00.
            05  WS-CONTROL-EFFECTIVE-DATE     PIC 9(08) VALUE ZERO.
        01  WS-DELINQUENCY-THRESHOLDS.
            05  WS-THRESHOLD-30               PIC 9(03) VALUE 030.
            05  WS-THRESHOLD-60               PIC 9(03) VALUE 060.
            05  WS-THRESHOLD-90               PIC 9(03) VALUE 090.
            05  WS-THRESHOLD-120              PIC 9(03) VALUE 120.
            05  WS-THRESHOLD-EFFECTIVE-DATE   PIC 9(08) VALUE ZERO.
        01  WS-NOTICE-LEAD-DAYS               PIC 9(03) COMP
                                                          VALUE 045.
        01  WS-INDEX-TABLE-AREA.
                10  WS-RESET-YEAR             PIC 9(04).
                10  WS-RESET-MONTH            PIC 9(02).
                10  WS-RESET-DAY              PIC 9(02).
        01  WS-CALENDAR-FIELDS.
            05  WS-CAL-DATE                   PIC 9(08).
            05  WS-CAL-DATE-INTEGER           PIC S9(09) COMP.
            05  WS-CAL-WEEKS                  PIC S9(09) COMP.
            05  WS-CAL-WEEKDAY                PIC S9(01) COMP.
                88  WS-CAL-WEEKEND-DAY            VALUES 0 6.
            05  WS-CAL-DAY-SWITCH             PIC X(01) VALUE 'Y'.
                88  WS-CAL-BUSINESS-DAY           VALUE 'Y'.
                88  WS-CAL-NON-BUSINESS-DAY       VALUE 'N'.
        01  WS-BUCKET-HOLD                    PIC X(03).
        01  WS-BUCKET-TOTALS.
            05  WS-BUCKET-COUNT               PIC 9(05) COMP
                                                          VALUE ZERO.
            05  WS-STATEMENT-COUNT            PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-NO-ADDRESS-COUNT           PIC 9(07) COMP
                                                          VALUE ZERO.
        01  WS-DISPLAY-COUNT                 PIC ZZZ,ZZ9.
        01  WS-DISPLAY-AMOUNT                PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01  WS-DISPLAY-RATE                  PIC 9.9999.
            PERFORM F-103-GET-BUSINESS-DATE.
            COMPUTE WS-TODAY-DATE-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
            PERFORM F-104-OPEN-CALENDAR.
            PERFORM F-105-OPEN-BORROWER-MASTER.
            PERFORM F-106-GET-FEE-CONTROLS.
            PERFORM F-107-GET-THRESHOLDS.
            PERFORM F-108-LOAD-INDEX-RATES.
                    DELIMITED BY SIZE INTO WS-TODAY-DATE
                END-STRING
            END-IF.
        F-104-OPEN-CALENDAR.
      *    OPEN THE BANK BUSINESS-DAY CALENDAR.  WITHOUT IT ONLY
      *    SATURDAYS AND SUNDAYS ARE TREATED AS NON-BUSINESS DAYS.
            OPEN INPUT BUSINESS-CALENDAR-FILE.
            IF WS-BUSCAL-OK
                SET WS-CALENDAR-OPEN TO TRUE
            ELSE
                DISPLAY 'NITESWP - BUSINESS CALENDAR OPEN FAILED, '
                    'STATUS ' WS-BUSCAL-STATUS ' - WEEKENDS ONLY'
            END-IF.
        F-105-OPEN-BORROWER-MASTER.
      *    THE BORROWER/PROPERTY MASTER SUPPLIES THE ADDRESSES.
      *    WITHOUT IT THE STATEMENTS GO OUT WITH THE NAME ONLY.
            OPEN INPUT BORROWER-MASTER-FILE.
            IF WS-BORRMSTR-OK
                SET WS-BORROWER-FILE-OPEN TO TRUE
            ELSE
                DISPLAY 'NITESWP - BORROWER MASTER OPEN FAILED, '
                    'STATUS ' WS-BORRMSTR-STATUS ' - NO ADDRESSES'
            END-IF.
        F-106-GET-FEE-CONTROLS.
      *    THE SAME GRACE-DAYS AND FEE-PERCENTAGE CONTROLS LATEFEE
      *    READS - THE VERSION IN EFFECT ON THE BUSINESS DATE - WITH
      *    THE SAME STANDARD-TERMS FALLBACK.
            OPEN INPUT FEE-CONTROL-FILE.
            IF WS-FEECTL-OK
                MOVE 'FEECTL01' TO FC-CONTROL-ID
                MOVE ZERO TO FC-EFFECTIVE-DATE
                MOVE 'N' TO WS-CONTROL-EOF-SWITCH
                MOVE 'N' TO WS-CONTROL-VERSION-SWITCH
                START FEE-CONTROL-FILE
                    KEY IS NOT LESS THAN FC-CONTROL-KEY
                    INVALID KEY
                        SET WS-END-OF-CONTROL-VERSIONS TO TRUE
                END-START
                PERFORM F-111-READ-FEE-VERSION
                    UNTIL WS-END-OF-CONTROL-VERSIONS
                IF WS-CONTROL-VERSION-FOUND
                    DISPLAY 'NITESWP - FEE CONTROLS EFFECTIVE '
                        WS-CONTROL-EFFECTIVE-DATE
                ELSE
                    DISPLAY 'NITESWP - NO FEE CONTROL VERSION IN '
                        'EFFECT, USING STANDARD TERMS'
                END-IF
                CLOSE FEE-CONTROL-FILE
            ELSE
                DISPLAY 'NITESWP - FEE CONTROL OPEN FAILED, STATUS '
                    WS-FEECTL-STATUS ' - USING STANDARD TERMS'
            END-IF.
        F-107-GET-THRESHOLDS.
      *    THE SAME AGING-BUCKET THRESHOLDS DELINQRPT READS - THE
      *    VERSION IN EFFECT ON THE BUSINESS DATE - WITH THE SAME
      *    30/60/90/120 FALLBACK.
            OPEN INPUT DELINQ-CONTROL-FILE.
            IF WS-DELQCTL-OK
                MOVE 'DELQCTL1' TO DC-CONTROL-ID
                MOVE ZERO TO DC-EFFECTIVE-DATE
                MOVE 'N' TO WS-CONTROL-EOF-SWITCH
                MOVE 'N' TO WS-CONTROL-VERSION-SWITCH
                START DELINQ-CONTROL-FILE
                    KEY IS NOT LESS THAN DC-CONTROL-KEY
                    INVALID KEY
                        SET WS-END-OF-CONTROL-VERSIONS TO TRUE
                END-START
                PERFORM F-112-READ-THRESHOLD-VERSION
                    UNTIL WS-END-OF-CONTROL-VERSIONS
                IF WS-CONTROL-VERSION-FOUND
                    DISPLAY 'NITESWP - THRESHOLDS EFFECTIVE '
                        WS-THRESHOLD-EFFECTIVE-DATE
                ELSE
                    DISPLAY 'NITESWP - NO THRESHOLD VERSION IN '
                        'EFFECT, USING STANDARD THRESHOLDS'
                END-IF
                CLOSE DELINQ-CONTROL-FILE
            ELSE
                DISPLAY 'NITESWP - DELINQ CONTROL OPEN FAILED, '
                    ' - USING STANDARD THRESHOLDS'
            END-IF.
        F-108-LOAD-INDEX-RATES.
      *    LOAD THE INDEX TABLE THE WAY ARMREPRC DOES - FOR EACH
      *    INDEX, THE LATEST RATE EFFECTIVE ON OR BEFORE THE BUSINESS
      *    DATE.  WITHOUT THE FILE THERE ARE SIMPLY NO NEW RATES
      *    TONIGHT - RESETS WAIT AND ARE RE-EXAMINED TOMORROW.
            OPEN INPUT INDEX-RATE-FILE.
            IF WS-INDXRATE-OK
                AT END
                    SET WS-END-OF-INDEX-FILE TO TRUE
                NOT AT END
                    PERFORM F-113-TAKE-INDEX-RATE
            END-READ.
        F-110-STAMP-CHECKPOINTS.
      *    EACH CONSOLIDATED FUNCTION KEEPS ITS OWN CHECKPOINT
            PERFORM F-120-STAMP-ONE-CHECKPOINT
                VARYING WS-CKPT-SUB FROM 1 BY 1
                UNTIL WS-CKPT-SUB > WS-CKPT-STEP-COUNT.
        F-111-READ-FEE-VERSION.
      *    VERSIONS COME BACK OLDEST FIRST; STOP AT THE FIRST ONE
      *    DATED AFTER THE BUSINESS DATE.
            READ FEE-CONTROL-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-CONTROL-VERSIONS TO TRUE
                NOT AT END
                    IF FC-CONTROL-ID NOT = 'FEECTL01'
                        OR FC-EFFECTIVE-DATE > WS-TODAY-DATE
                        SET WS-END-OF-CONTROL-VERSIONS TO TRUE
                    ELSE
                        MOVE FC-GRACE-DAYS TO WS-GRACE-DAYS
                        MOVE FC-FEE-PERCENT TO WS-FEE-PERCENT
                        MOVE FC-EFFECTIVE-DATE
                            TO WS-CONTROL-EFFECTIVE-DATE
                        SET WS-CONTROL-VERSION-FOUND TO TRUE
                    END-IF
            END-READ.
        F-112-READ-THRESHOLD-VERSION.
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
        F-113-TAKE-INDEX-RATE.
      *    RATES COME BACK BY INDEX, OLDEST FIRST.  A RATE NOT YET
      *    IN EFFECT IS PASSED OVER; A LATER RATE FOR THE INDEX JUST
      *    LOADED SUPERSEDES THE ONE BEFORE IT.
            IF IX-RATE-DATE > WS-TODAY-DATE
                CONTINUE
            ELSE IF WS-INDEX-COUNT > ZERO
                AND IX-INDEX-CODE = WS-INDEX-CODE(WS-INDEX-COUNT)
                MOVE IX-INDEX-RATE TO WS-INDEX-RATE(WS-INDEX-COUNT)
            ELSE IF WS-INDEX-COUNT < 20
                ADD 1 TO WS-INDEX-COUNT
                MOVE IX-INDEX-CODE TO WS-INDEX-CODE(WS-INDEX-COUNT)
                MOVE IX-INDEX-RATE TO WS-INDEX-RATE(WS-INDEX-COUNT)
            ELSE
                DISPLAY 'NITESWP - INDEX TABLE FULL, '
                    'IGNORING ' IX-INDEX-CODE
            END-IF.
        F-120-STAMP-ONE-CHECKPOINT.
            MOVE WS-CKPT-STEP(WS-CKPT-SUB) TO CK-PROGRAM-ID.
            MOVE ZERO TO CK-RECORD-COUNT.
            CLOSE LOAN-MASTER-FILE FEE-ACTIVITY-FILE
                LOAN-HISTORY-FILE DELINQ-REPORT-FILE
                DELINQ-EXTRACT-FILE STATEMENT-FILE.
            IF WS-CALENDAR-OPEN
                CLOSE BUSINESS-CALENDAR-FILE
            END-IF.
            IF WS-BORROWER-FILE-OPEN
                CLOSE BORROWER-MASTER-FILE
            END-IF.
            MOVE WS-LOAN-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'NITESWP - LOANS EXAMINED:      ' WS-DISPLAY-COUNT.
            MOVE WS-ASSESSED-COUNT TO WS-DISPLAY-COUNT.
                WS-DISPLAY-COUNT.
            MOVE WS-STATEMENT-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'NITESWP - STATEMENTS WRITTEN:  ' WS-DISPLAY-COUNT.
            MOVE WS-NO-ADDRESS-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'NITESWP - NO BORROWER ADDRESS: ' WS-DISPLAY-COUNT.
            GO TO F-190-EXIT.
        F-190-EXIT.
            EXIT.
            SET WS-MASTER-NOT-CHANGED TO TRUE.
            IF LM-LOAN-ACTIVE
                AND NOT LM-LOAN-PROTECTED
                AND NOT LM-ON-LOSS-MIT-PLAN
                AND LM-NEXT-DUE-DATE > ZERO
                PERFORM F-340-CHECK-LATE-CHARGE
            END-IF.
      *    LATEFEE'S ASSESSMENT RULE - AGE THE LOAN FROM ITS OWN
      *    DUE DATE AGAINST THE BUSINESS DATE, CHARGE ONCE PER
      *    MISSED DUE DATE, PROTECTED LOANS NEVER CHARGED (FILTERED
      *    BY THE CALLER).  GRACE ENDING ON A WEEKEND OR BANK
      *    HOLIDAY RUNS TO THE NEXT BUSINESS DAY.
            COMPUTE WS-DUE-DATE-INTEGER =
                FUNCTION INTEGER-OF-DATE(LM-NEXT-DUE-DATE).
            COMPUTE WS-DAYS-PAST-DUE =
                WS-TODAY-DATE-INTEGER - WS-DUE-DATE-INTEGER.
            IF WS-DAYS-PAST-DUE > WS-GRACE-DAYS
                AND LM-NEXT-DUE-DATE NOT = LM-LAST-FEE-DUE-DATE
                COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER
                    (WS-DUE-DATE-INTEGER + WS-GRACE-DAYS)
                PERFORM F-344-ROLL-TO-BUSINESS-DAY
                IF WS-TODAY-DATE-INTEGER > WS-CAL-DATE-INTEGER
                    PERFORM F-350-ASSESS-FEE
                END-IF
            END-IF.
        F-342-CHECK-BUSINESS-DAY.
      *    A DATE ON THE CALENDAR IS WHATEVER THE CALENDAR SAYS; ANY
      *    OTHER DATE IS A BUSINESS DAY MONDAY THROUGH FRIDAY.  DAY
      *    ONE OF THE INTEGER DATE SCALE WAS A MONDAY, SO THE
      *    REMAINDER BY 7 IS 6 ON A SATURDAY AND 0 ON A SUNDAY.
            COMPUTE WS-CAL-DATE-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-CAL-DATE).
            DIVIDE WS-CAL-DATE-INTEGER BY 7 GIVING WS-CAL-WEEKS
                REMAINDER WS-CAL-WEEKDAY.
            IF WS-CAL-WEEKEND-DAY
                SET WS-CAL-NON-BUSINESS-DAY TO TRUE
            ELSE
                SET WS-CAL-BUSINESS-DAY TO TRUE
            END-IF.
            IF WS-CALENDAR-OPEN
                MOVE WS-CAL-DATE TO BC-CALENDAR-DATE
                READ BUSINESS-CALENDAR-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF BC-BUSINESS-DAY
                            SET WS-CAL-BUSINESS-DAY TO TRUE
                        ELSE
                            SET WS-CAL-NON-BUSINESS-DAY TO TRUE
                        END-IF
                END-READ
            END-IF.
        F-344-ROLL-TO-BUSINESS-DAY.
      *    MOVE WS-CAL-DATE FORWARD A DAY AT A TIME UNTIL IT LANDS
      *    ON A BUSINESS DAY.
            PERFORM F-342-CHECK-BUSINESS-DAY.
            PERFORM F-346-NEXT-CALENDAR-DAY
                UNTIL WS-CAL-BUSINESS-DAY.
        F-346-NEXT-CALENDAR-DAY.
            COMPUTE WS-CAL-DATE =
                FUNCTION DATE-OF-INTEGER(WS-CAL-DATE-INTEGER + 1).
            PERFORM F-342-CHECK-BUSINESS-DAY.
        F-350-ASSESS-FEE.
            IF LM-SCHEDULED-PMT-AMOUNT > ZERO
                MOVE LM-SCHEDULED-PMT-AMOUNT TO WS-FEE-BASIS
            MOVE LM-CURRENT-BALANCE TO LH-NEW-BALANCE.
            MOVE ZERO TO LH-INTEREST-PORTION.
            MOVE ZERO TO LH-PRINCIPAL-PORTION.
            MOVE ZERO TO LH-FEE-PORTION.
            MOVE ZERO TO LH-ADVANCE-PORTION.
            MOVE ZERO TO LH-RECEIPT-AMOUNT.
            MOVE SPACE TO LH-SOURCE-CODE.
            STRING 'LATE CHARGE FOR DUE '
            MOVE SPACE TO LH-REVERSED-FLAG.
            PERFORM F-480-WRITE-HISTORY-RECORD.
        F-360-CLASSIFY-DELINQUENCY.
      *    DELINQRPT'S CLASSIFICATION - PROTECTED LOANS AND LOANS ON
      *    A LOSS-MITIGATION PLAN INTO THE PRT SECTION (NEVER THE
      *    DIALER), EVERYONE ELSE INTO THE 30/60/90/120 BUCKETS.
            IF LM-LOAN-PROTECTED OR LM-ON-LOSS-MIT-PLAN
                IF LM-DELINQUENCY-DAYS >= WS-THRESHOLD-30
                    MOVE 'PRT' TO WS-BUCKET-HOLD
                ELSE
            MOVE LM-CURRENT-BALANCE TO LH-NEW-BALANCE.
            MOVE ZERO TO LH-INTEREST-PORTION.
            MOVE ZERO TO LH-PRINCIPAL-PORTION.
            MOVE ZERO TO LH-FEE-PORTION.
            MOVE ZERO TO LH-ADVANCE-PORTION.
            MOVE ZERO TO LH-RECEIPT-AMOUNT.
            MOVE SPACE TO LH-SOURCE-CODE.
            MOVE LM-INTEREST-RATE TO WS-DISPLAY-RATE.
                LM-CURRENT-BALANCE * LM-INTEREST-RATE / 12.
            MOVE LM-LOAN-NUMBER TO ST-LOAN-NUMBER.
            MOVE LM-BORROWER-NAME TO ST-BORROWER-NAME.
            PERFORM F-455-GET-BORROWER.
            MOVE BM-CO-BORROWER-NAME TO ST-CO-BORROWER-NAME.
            MOVE BM-MAILING-ADDRESS TO ST-MAILING-ADDRESS.
            MOVE BM-PROPERTY-ADDRESS TO ST-PROPERTY-ADDRESS.
            MOVE WS-TODAY-DATE TO ST-STATEMENT-DATE.
            MOVE LM-CURRENT-BALANCE TO ST-BEGINNING-BALANCE.
            MOVE WS-MONTHLY-INTEREST TO ST-INTEREST-ACCRUED.
            MOVE LM-CURRENT-BALANCE TO ST-ENDING-BALANCE.
            WRITE ST-STATEMENT-RECORD.
            ADD 1 TO WS-STATEMENT-COUNT.
        F-455-GET-BORROWER.
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
        F-480-WRITE-HISTORY-RECORD.
            MOVE 1 TO LH-EVENT-SEQUENCE.
            SET WS-HISTORY-NOT-WRITTEN TO TRUE.
