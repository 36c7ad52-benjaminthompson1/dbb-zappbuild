        IDENTIFICATION DIVISION.
        PROGRAM-ID. CALMAINT.
        DATE-COMPILED.
      *REMARKS.
      *    CALMAINT MAINTAINS THE BANK BUSINESS-DAY CALENDAR AND THE
      *    OPERATOR BUSINESS-DATE OVERRIDE ON RUN-CONTROL.  EACH
      *    CALENDAR TRANSACTION ADDS OR CHANGES A BANK HOLIDAY,
      *    DECLARES A WEEKEND DATE THE BANK OPENS A BUSINESS DAY, OR
      *    DELETES AN ENTRY SO THE DATE FALLS BACK TO THE WEEKDAY
      *    RULE.  AN OVERRIDE TRANSACTION TELLS TONIGHT'S HELLO TO
      *    RUN THE CYCLE FOR A SPECIFIC BUSINESS DATE INSTEAD OF
      *    ROLLING FORWARD FROM THE LAST ONE - TO CATCH UP A DATE
      *    THE CYCLE SKIPPED OR TO RERUN ONE - AND A CLEAR
      *    TRANSACTION WITHDRAWS AN OVERRIDE NOT YET USED.  EVERY
      *    TRANSACTION IS LISTED ON THE MAINTENANCE REPORT WITH ITS
      *    RESULT; A REJECTED TRANSACTION CHANGES NOTHING.  RUNS ON
      *    REQUEST, OUTSIDE THE NIGHTLY CYCLE, AHEAD OF HELLO.
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
            SELECT CALENDAR-TRANS-FILE ASSIGN TO CALTRAN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CALTRAN-STATUS.
            SELECT BUSINESS-CALENDAR-FILE ASSIGN TO BUSCAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BC-CALENDAR-DATE
                FILE STATUS IS WS-BUSCAL-STATUS.
            SELECT CALENDAR-REPORT-FILE ASSIGN TO CALPRT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CALPRT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY RUNCTL.
        FD  CALENDAR-TRANS-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CALTRAN.
        FD  BUSINESS-CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.
            COPY BUSCAL.
        FD  CALENDAR-REPORT-FILE
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
        01  WS-FILE-STATUS-FIELDS.
            05  WS-RUNCTL-STATUS             PIC X(02).
                88  WS-RUNCTL-OK                 VALUE '00'.
            05  WS-CALTRAN-STATUS            PIC X(02).
                88  WS-CALTRAN-OK                VALUE '00'.
            05  WS-BUSCAL-STATUS             PIC X(02).
                88  WS-BUSCAL-OK                 VALUE '00'.
                88  WS-BUSCAL-FILE-MISSING       VALUE '35'.
            05  WS-CALPRT-STATUS             PIC X(02).
        01  WS-SWITCHES.
            05  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
                88  WS-END-OF-TRANSACTIONS       VALUE 'Y'.
            05  WS-EDIT-SWITCH               PIC X(01) VALUE 'Y'.
                88  WS-EDITS-PASSED              VALUE 'Y'.
                88  WS-EDITS-FAILED               VALUE 'N'.
            05  WS-CONTROL-FOUND-SWITCH      PIC X(01) VALUE 'N'.
                88  WS-CONTROL-RECORD-FOUND      VALUE 'Y'.
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
        01  WS-CALENDAR-FIELDS.
            05  WS-CAL-DATE                   PIC 9(08).
            05  WS-CAL-DATE-INTEGER           PIC S9(09) COMP.
            05  WS-CAL-WEEKS                  PIC S9(09) COMP.
            05  WS-CAL-WEEKDAY                PIC S9(01) COMP.
                88  WS-CAL-WEEKEND-DAY            VALUES 0 6.
            05  WS-CAL-DAY-SWITCH             PIC X(01) VALUE 'Y'.
                88  WS-CAL-BUSINESS-DAY           VALUE 'Y'.
                88  WS-CAL-NON-BUSINESS-DAY       VALUE 'N'.
        01  WS-RESULT-TEXT                    PIC X(50).
        01  WS-RUN-TOTALS.
            05  WS-TRANS-COUNT                PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-APPLIED-COUNT              PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-REJECTED-COUNT             PIC 9(07) COMP
                                                          VALUE ZERO.
        01  WS-DISPLAY-COUNT                 PIC ZZZ,ZZ9.
        01  WS-HEADING-LINE-1.
            05  FILLER                        PIC X(44)
                VALUE 'MORTGAGE SERVICING - BUSINESS CALENDAR MAINT'.
        01  WS-HEADING-LINE-2.
            05  FILLER                        PIC X(09)
                                                   VALUE 'RUN DATE '.
            05  H2-RUN-DATE                    PIC 9(08).
        01  WS-COLUMN-HEADING-LINE.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(04) VALUE 'CODE'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(08) VALUE 'DATE'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(30)
                                                   VALUE 'DESCRIPTION'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(08)
                                                   VALUE 'OPERATOR'.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(06) VALUE 'RESULT'.
        01  WS-DETAIL-LINE.
            05  FILLER                        PIC X(03) VALUE SPACES.
            05  DL-TRANS-CODE                  PIC X(01).
            05  FILLER                        PIC X(04) VALUE SPACES.
            05  DL-CALENDAR-DATE               PIC X(08).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-DAY-DESCRIPTION             PIC X(30).
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
        01  WS-BLANK-LINE                     PIC X(01) VALUE SPACE.
        PROCEDURE DIVISION.
        MAIN-LINE SECTION.
        0000.
            PERFORM AD-MAIN.
        9999.
            STOP RUN.
        AD-MAIN SECTION.
        AD-100.
      *    OPEN THE TRANSACTIONS, THE CALENDAR (CREATING IT THE FIRST
      *    TIME), RUN-CONTROL FOR THE OVERRIDE AND THE REPORT.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            STRING WS-CURRENT-YEAR WS-CURRENT-MONTH WS-CURRENT-DAY
                DELIMITED BY SIZE INTO WS-TODAY-DATE
            END-STRING.
            OPEN INPUT CALENDAR-TRANS-FILE.
            OPEN I-O BUSINESS-CALENDAR-FILE.
            IF WS-BUSCAL-FILE-MISSING
                OPEN OUTPUT BUSINESS-CALENDAR-FILE
                CLOSE BUSINESS-CALENDAR-FILE
                OPEN I-O BUSINESS-CALENDAR-FILE
            END-IF.
            OPEN OUTPUT CALENDAR-REPORT-FILE.
            IF NOT WS-CALTRAN-OK OR NOT WS-BUSCAL-OK
                DISPLAY 'CALMAINT - OPEN FAILED, TRANS STATUS '
                    WS-CALTRAN-STATUS ' CALENDAR STATUS '
                    WS-BUSCAL-STATUS
                GO TO AD-900
            END-IF.
            PERFORM AD-105-GET-RUN-CONTROL.
            MOVE WS-HEADING-LINE-1 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-TODAY-DATE TO H2-RUN-DATE.
            MOVE WS-HEADING-LINE-2 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-COLUMN-HEADING-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            GO TO AD-200.
        AD-105-GET-RUN-CONTROL.
      *    THE OVERRIDE LIVES ON THE CYCLE'S OWN RUN-CONTROL RECORD.
      *    WITHOUT IT, OVERRIDE TRANSACTIONS ARE REJECTED BUT THE
      *    CALENDAR IS STILL MAINTAINED.
            OPEN I-O RUN-CONTROL-FILE.
            IF WS-RUNCTL-OK
                MOVE 'CYCLECTL' TO RC-CONTROL-ID
                READ RUN-CONTROL-FILE
                    INVALID KEY
                        DISPLAY 'CALMAINT - RUN-CONTROL RECORD NOT '
                            'FOUND, OVERRIDES WILL BE REJECTED'
                    NOT INVALID KEY
                        SET WS-CONTROL-RECORD-FOUND TO TRUE
                END-READ
            ELSE
                DISPLAY 'CALMAINT - RUN-CONTROL OPEN FAILED, STATUS '
                    WS-RUNCTL-STATUS ' - OVERRIDES WILL BE REJECTED'
            END-IF.
        AD-200.
      *    EDIT AND APPLY EACH CALENDAR TRANSACTION IN TURN.
            PERFORM AD-210 UNTIL WS-END-OF-TRANSACTIONS.
            PERFORM AD-600-WRITE-TOTALS.
            GO TO AD-900.
        AD-210.
            READ CALENDAR-TRANS-FILE
                AT END
                    SET WS-END-OF-TRANSACTIONS TO TRUE
                NOT AT END
                    ADD 1 TO WS-TRANS-COUNT
                    PERFORM AD-300-PROCESS-TRANSACTION
            END-READ.
        AD-300-PROCESS-TRANSACTION.
            SET WS-EDITS-PASSED TO TRUE.
            MOVE SPACES TO WS-RESULT-TEXT.
            IF CT-CLEAR-DATE-OVERRIDE
                PERFORM AD-370-EDIT-OVERRIDE-RECORD
            ELSE
                IF CT-ADD-HOLIDAY OR CT-ADD-BUSINESS-DAY
                    OR CT-DELETE-DATE OR CT-SET-DATE-OVERRIDE
                    PERFORM AD-310-EDIT-DATE
                ELSE
                    MOVE 'REJECTED - TRANSACTION CODE NOT H/B/D/O/C'
                        TO WS-RESULT-TEXT
                    SET WS-EDITS-FAILED TO TRUE
                END-IF
            END-IF.
            IF WS-EDITS-PASSED AND CT-SET-DATE-OVERRIDE
                PERFORM AD-350-EDIT-OVERRIDE
            END-IF.
            IF WS-EDITS-PASSED
                AND CT-OPERATOR-ID = SPACES
                MOVE 'REJECTED - OPERATOR ID IS REQUIRED'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                PERFORM AD-400-APPLY-TRANSACTION
            END-IF.
            IF WS-EDITS-PASSED
                ADD 1 TO WS-APPLIED-COUNT
            ELSE
                ADD 1 TO WS-REJECTED-COUNT
            END-IF.
            PERFORM AD-500-WRITE-DETAIL.
        AD-310-EDIT-DATE.
      *    THE DATE MUST BE A REAL CALENDAR DATE, FEBRUARY 29TH ONLY
      *    IN A LEAP YEAR.
            IF CT-CALENDAR-DATE NOT NUMERIC
                MOVE 'REJECTED - DATE IS NOT NUMERIC'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                MOVE CT-CALENDAR-DATE(1:4) TO WS-CHECK-YEAR
                MOVE CT-CALENDAR-DATE(5:2) TO WS-CHECK-MONTH
                MOVE CT-CALENDAR-DATE(7:2) TO WS-CHECK-DAY
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
                PERFORM AD-320-EDIT-LEAP-DAY
            END-IF.
        AD-320-EDIT-LEAP-DAY.
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
        AD-350-EDIT-OVERRIDE.
      *    AN OVERRIDE CATCHES UP OR RERUNS A DATE THAT HAS ALREADY
      *    ARRIVED - NEVER ONE STILL IN THE FUTURE - AND THE CYCLE
      *    ONLY EVER RUNS FOR A BUSINESS DAY.  THE CALENDAR IS READ
      *    AS IT STANDS AFTER ANY EARLIER TRANSACTIONS IN THIS RUN.
            PERFORM AD-370-EDIT-OVERRIDE-RECORD.
            IF WS-EDITS-PASSED
                AND CT-CALENDAR-DATE > WS-TODAY-DATE
                MOVE 'REJECTED - OVERRIDE DATE IS IN THE FUTURE'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
            IF WS-EDITS-PASSED
                MOVE CT-CALENDAR-DATE TO WS-CAL-DATE
                PERFORM AD-700-CHECK-BUSINESS-DAY
                IF WS-CAL-NON-BUSINESS-DAY
                    MOVE 'REJECTED - OVERRIDE DATE NOT A BUSINESS DAY'
                        TO WS-RESULT-TEXT
                    SET WS-EDITS-FAILED TO TRUE
                END-IF
            END-IF.
        AD-370-EDIT-OVERRIDE-RECORD.
            IF NOT WS-CONTROL-RECORD-FOUND
                MOVE 'REJECTED - RUN-CONTROL RECORD NOT AVAILABLE'
                    TO WS-RESULT-TEXT
                SET WS-EDITS-FAILED TO TRUE
            END-IF.
        AD-400-APPLY-TRANSACTION.
            IF CT-ADD-HOLIDAY OR CT-ADD-BUSINESS-DAY
                PERFORM AD-410-ADD-CALENDAR-DATE
            ELSE IF CT-DELETE-DATE
                PERFORM AD-420-DELETE-CALENDAR-DATE
            ELSE IF CT-SET-DATE-OVERRIDE
                PERFORM AD-430-SET-OVERRIDE
            ELSE
                PERFORM AD-440-CLEAR-OVERRIDE
            END-IF.
        AD-410-ADD-CALENDAR-DATE.
      *    AN ADD FOR A DATE ALREADY ON THE CALENDAR REPLACES THE
      *    ENTRY, SO A HOLIDAY CAN BE RE-DESCRIBED OR A DATE TURNED
      *    FROM HOLIDAY TO BUSINESS DAY WITHOUT A DELETE FIRST.
            MOVE CT-CALENDAR-DATE TO BC-CALENDAR-DATE.
            IF CT-ADD-HOLIDAY
                SET BC-BANK-HOLIDAY TO TRUE
                MOVE 'APPLIED - BANK HOLIDAY' TO WS-RESULT-TEXT
            ELSE
                SET BC-BUSINESS-DAY TO TRUE
                MOVE 'APPLIED - BUSINESS DAY' TO WS-RESULT-TEXT
            END-IF.
            MOVE CT-DAY-DESCRIPTION TO BC-DAY-DESCRIPTION.
            MOVE WS-TODAY-DATE TO BC-MAINT-DATE.
            MOVE CT-OPERATOR-ID TO BC-OPERATOR-ID.
            WRITE BC-CALENDAR-RECORD
                INVALID KEY
                    REWRITE BC-CALENDAR-RECORD
            END-WRITE.
        AD-420-DELETE-CALENDAR-DATE.
            MOVE CT-CALENDAR-DATE TO BC-CALENDAR-DATE.
            DELETE BUSINESS-CALENDAR-FILE
                INVALID KEY
                    MOVE 'REJECTED - DATE IS NOT ON THE CALENDAR'
                        TO WS-RESULT-TEXT
                    SET WS-EDITS-FAILED TO TRUE
                NOT INVALID KEY
                    MOVE 'APPLIED - ENTRY DELETED, WEEKDAY RULE'
                        TO WS-RESULT-TEXT
            END-DELETE.
        AD-430-SET-OVERRIDE.
            MOVE CT-CALENDAR-DATE TO RC-DATE-OVERRIDE.
            MOVE CT-OPERATOR-ID TO RC-OVERRIDE-OPERATOR.
            REWRITE RC-RUN-CONTROL-RECORD.
            MOVE 'APPLIED - NEXT CYCLE WILL RUN FOR THIS DATE'
                TO WS-RESULT-TEXT.
        AD-440-CLEAR-OVERRIDE.
            MOVE ZERO TO RC-DATE-OVERRIDE.
            MOVE SPACES TO RC-OVERRIDE-OPERATOR.
            REWRITE RC-RUN-CONTROL-RECORD.
            MOVE 'APPLIED - OVERRIDE CLEARED' TO WS-RESULT-TEXT.
        AD-500-WRITE-DETAIL.
            MOVE CT-TRANS-CODE TO DL-TRANS-CODE.
            MOVE CT-CALENDAR-DATE TO DL-CALENDAR-DATE.
            MOVE CT-DAY-DESCRIPTION TO DL-DAY-DESCRIPTION.
            MOVE CT-OPERATOR-ID TO DL-OPERATOR-ID.
            MOVE WS-RESULT-TEXT TO DL-RESULT-TEXT.
            MOVE WS-DETAIL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
        AD-600-WRITE-TOTALS.
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
        AD-700-CHECK-BUSINESS-DAY.
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
            MOVE WS-CAL-DATE TO BC-CALENDAR-DATE.
            READ BUSINESS-CALENDAR-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF BC-BUSINESS-DAY
                        SET WS-CAL-BUSINESS-DAY TO TRUE
                    ELSE
                        SET WS-CAL-NON-BUSINESS-DAY TO TRUE
                    END-IF
            END-READ.
        AD-900.
      *    CLOSE UP AND REPORT WHAT HAPPENED.
            CLOSE CALENDAR-TRANS-FILE BUSINESS-CALENDAR-FILE
                CALENDAR-REPORT-FILE RUN-CONTROL-FILE.
            MOVE WS-TRANS-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'CALMAINT - TRANSACTIONS READ:  ' WS-DISPLAY-COUNT.
            MOVE WS-APPLIED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'CALMAINT - APPLIED:            ' WS-DISPLAY-COUNT.
            MOVE WS-REJECTED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'CALMAINT - REJECTED:           ' WS-DISPLAY-COUNT.
