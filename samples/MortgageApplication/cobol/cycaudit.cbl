      *    2026-09-02  DLB  THE MONTHLY ROLLFWD PORTFOLIO
      *                     ROLL-FORWARD IS NOW VERIFIED ON THE
      *                     MONTH'S LAST BUSINESS DATE AS WELL.
      *    2026-10-15  DLB  THE MONTH'S LAST BUSINESS DATE IS NOW
      *                     FOUND FROM THE BANK BUSINESS-DAY CALENDAR
      *                     - TONIGHT IS MONTH-END WHEN THE NEXT
      *                     BUSINESS DAY FALLS IN A NEW MONTH - SO A
      *                     MONTH ENDING ON A WEEKEND OR HOLIDAY STILL
      *                     GETS ITS MONTHLY STEPS VERIFIED.
      *    2026-10-15  DLB  ADDED LOSSMIT TO THE EXPECTED STEPS.
      *    2026-10-15  DLB  THE MONTHLY PMIMNT MORTGAGE INSURANCE
      *                     REVIEW IS NOW VERIFIED ON THE MONTH'S
      *                     LAST BUSINESS DATE AS WELL.
      *    2026-10-15  DLB  ADDED INSTRK TO THE EXPECTED STEPS.
      *    2026-10-15  DLB  ADDED GLFEED TO THE EXPECTED STEPS.
      *    2026-10-15  DLB  ADDED CHGOFF TO THE EXPECTED STEPS.
      *    2026-10-15  DLB  THE MONTHLY CHGORPT CHARGE-OFF AND
      *                     RECOVERY REPORT IS NOW VERIFIED ON THE
      *                     MONTH'S LAST BUSINESS DATE AS WELL.
      *    2026-10-15  DLB  THE MONTH-END CHECK NOW ALSO REQUIRES THE
      *                     STRATRPT PORTFOLIO STRATIFICATION TO HAVE
      *                     COMPLETED FOR THE MONTH'S LAST BUSINESS
      *                     DATE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Z25A.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CK-PROGRAM-ID
                FILE STATUS IS WS-CKPT-STATUS.
            SELECT BUSINESS-CALENDAR-FILE ASSIGN TO BUSCAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BC-CALENDAR-DATE
                FILE STATUS IS WS-BUSCAL-STATUS.
            SELECT AUDIT-REPORT-FILE ASSIGN TO CYCAUDPR
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CYCAUDPR-STATUS.
        FD  CHECKPOINT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CKPTREC.
        FD  BUSINESS-CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.
            COPY BUSCAL.
        FD  AUDIT-REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01  PR-PRINT-LINE                    PIC X(132).
                88  WS-RUNCTL-OK                 VALUE '00'.
            05  WS-CKPT-STATUS               PIC X(02).
                88  WS-CKPT-OK                   VALUE '00'.
            05  WS-BUSCAL-STATUS             PIC X(02).
                88  WS-BUSCAL-OK                 VALUE '00'.
            05  WS-CYCAUDPR-STATUS           PIC X(02).
        01  WS-SWITCHES.
            05  WS-CYCLE-CLEAN-SWITCH        PIC X(01) VALUE 'Y'.
                88  WS-CYCLE-NOT-CLEAN           VALUE 'N'.
            05  WS-CONTROL-FOUND-SWITCH      PIC X(01) VALUE 'N'.
                88  WS-CONTROL-RECORD-FOUND      VALUE 'Y'.
            05  WS-CALENDAR-OPEN-SWITCH      PIC X(01) VALUE 'N'.
                88  WS-CALENDAR-OPEN             VALUE 'Y'.
        01  WS-EXPECTED-STEP-TABLE.
            05  FILLER                        PIC X(10)
                                                   VALUE 'PMTPOST'.
                                                   VALUE 'CASHSETL'.
            05  FILLER                        PIC X(10)
                                                   VALUE 'COLLPTP'.
            05  FILLER                        PIC X(10)
                                                   VALUE 'LOSSMIT'.
            05  FILLER                        PIC X(10)
                                                   VALUE 'INSTRK'.
            05  FILLER                        PIC X(10)
                                                   VALUE 'CHGOFF'.
            05  FILLER                        PIC X(10)
                                                   VALUE 'GLFEED'.
        01  WS-EXPECTED-STEPS REDEFINES WS-EXPECTED-STEP-TABLE.
            05  WS-EXPECTED-STEP              PIC X(10)
                                                   OCCURS 14 TIMES.
        01  WS-EXPECTED-STEP-COUNT            PIC 9(02) COMP
                                                          VALUE 14.
        01  WS-STEP-SUB                       PIC 9(02) COMP.
        01  WS-STEP-NAME                      PIC X(10).
        01  WS-CALENDAR-FIELDS.
            05  WS-CAL-DATE                   PIC 9(08).
            05  WS-CAL-DATE-INTEGER           PIC S9(09) COMP.
            05  WS-CAL-WEEKS                  PIC S9(09) COMP.
            05  WS-CAL-WEEKDAY                PIC S9(01) COMP.
                88  WS-CAL-WEEKEND-DAY            VALUES 0 6.
            05  WS-CAL-DAY-SWITCH             PIC X(01) VALUE 'Y'.
                88  WS-CAL-BUSINESS-DAY           VALUE 'Y'.
                88  WS-CAL-NON-BUSINESS-DAY       VALUE 'N'.
        01  WS-RUN-TOTALS.
            05  WS-COMPLETE-COUNT             PIC 9(02) COMP
                                                          VALUE ZERO.
            MOVE WS-EXPECTED-STEP(WS-STEP-SUB) TO WS-STEP-NAME.
            PERFORM N-300-VERIFY-ONE-STEP.
        N-270-CHECK-MONTH-END.
      *    WHEN THE NEXT BUSINESS DAY ON THE BANK CALENDAR FALLS IN
      *    A DIFFERENT MONTH, TONIGHT IS THE MONTH'S LAST BUSINESS
      *    DATE AND THE MONTHLY STEPS - THE METRO2 BUREAU EXTRACT,
      *    THE ESCRWINT ESCROW-INTEREST ACCRUAL, THE ROLLFWD
      *    ROLL-FORWARD, THE PMIMNT MORTGAGE INSURANCE REVIEW, THE
      *    CHGORPT CHARGE-OFF AND RECOVERY REPORT AND THE STRATRPT
      *    PORTFOLIO STRATIFICATION - MUST HAVE RUN AND COMPLETED
      *    WITH TONIGHT'S DATE.  A MONTH WHOSE LAST CALENDAR DAY IS
      *    A WEEKEND OR HOLIDAY CLOSES ON THE BUSINESS DAY BEFORE
      *    IT.
            PERFORM N-280-OPEN-CALENDAR.
            MOVE RC-CURRENT-BUSINESS-DATE TO WS-CAL-DATE.
            COMPUTE WS-CAL-DATE-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-CAL-DATE).
            PERFORM N-295-NEXT-CALENDAR-DAY.
            PERFORM N-295-NEXT-CALENDAR-DAY
                UNTIL WS-CAL-BUSINESS-DAY.
            IF WS-CALENDAR-OPEN
                CLOSE BUSINESS-CALENDAR-FILE
            END-IF.
            IF WS-CAL-DATE(5:2) NOT =
                RC-CURRENT-BUSINESS-DATE(5:2)
                MOVE 'METRO2' TO WS-STEP-NAME
                PERFORM N-300-VERIFY-ONE-STEP
                PERFORM N-300-VERIFY-ONE-STEP
                MOVE 'ROLLFWD' TO WS-STEP-NAME
                PERFORM N-300-VERIFY-ONE-STEP
                MOVE 'PMIMNT' TO WS-STEP-NAME
                PERFORM N-300-VERIFY-ONE-STEP
                MOVE 'CHGORPT' TO WS-STEP-NAME
                PERFORM N-300-VERIFY-ONE-STEP
                MOVE 'STRATRPT' TO WS-STEP-NAME
                PERFORM N-300-VERIFY-ONE-STEP
            END-IF.
        N-280-OPEN-CALENDAR.
      *    OPEN THE BANK BUSINESS-DAY CALENDAR.  WITHOUT IT ONLY
      *    SATURDAYS AND SUNDAYS ARE TREATED AS NON-BUSINESS DAYS.
            OPEN INPUT BUSINESS-CALENDAR-FILE.
            IF WS-BUSCAL-OK
                SET WS-CALENDAR-OPEN TO TRUE
            ELSE
                DISPLAY 'CYCAUDIT - BUSINESS CALENDAR OPEN FAILED, '
                    'STATUS ' WS-BUSCAL-STATUS ' - WEEKENDS ONLY'
            END-IF.
        N-290-CHECK-BUSINESS-DAY.
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
        N-295-NEXT-CALENDAR-DAY.
            COMPUTE WS-CAL-DATE =
                FUNCTION DATE-OF-INTEGER(WS-CAL-DATE-INTEGER + 1).
            PERFORM N-290-CHECK-BUSINESS-DAY.
        N-300-VERIFY-ONE-STEP.
      *    A STEP PASSES ONLY WHEN ITS CHECKPOINT SHOWS COMPLETE AND
      *    IS STAMPED WITH TONIGHT'S BUSINESS DATE.  AN OLD DATE
