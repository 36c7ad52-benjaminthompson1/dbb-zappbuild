      *                     OWN FROM CURRENT-DATE.
      *    2026-08-08  DLB  OPENED LOAN-MASTER AND ADDED THE
      *                     PORTFOLIO SUMMARY LEAD LINE.
      *    2026-10-15  DLB  THE NEW BUSINESS DATE IS NOW THE NEXT
      *                     BUSINESS DAY ON THE BANK CALENDAR AFTER
      *                     THE LAST ONE, NOT THE SYSTEM DATE - A RUN
      *                     AFTER MIDNIGHT OR ON A HOLIDAY NO LONGER
      *                     GETS THE WRONG AS-OF DATE.  A CALMAINT
      *                     OPERATOR OVERRIDE TAKES PRECEDENCE FOR ONE
      *                     CYCLE TO CATCH UP OR RERUN A DATE, AND A
      *                     ROLL THAT WOULD RUN AHEAD OF THE SYSTEM
      *                     DATE HOLDS THE CYCLE WITH RETURN CODE 8.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Z25A.
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS LM-LOAN-NUMBER
                FILE STATUS IS WS-LOANMSTR-STATUS.
            SELECT BUSINESS-CALENDAR-FILE ASSIGN TO BUSCAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BC-CALENDAR-DATE
                FILE STATUS IS WS-BUSCAL-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  RUN-CONTROL-FILE
        FD  LOAN-MASTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LOANMST.
        FD  BUSINESS-CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.
            COPY BUSCAL.
        WORKING-STORAGE SECTION.
        01  WS-CURRENT-DATE-DATA.
            05  WS-CURRENT-DATE.
                88  WS-RUNCTL-FILE-MISSING      VALUE '35'.
            05  WS-LOANMSTR-STATUS          PIC X(02).
                88  WS-LOANMSTR-OK              VALUE '00'.
            05  WS-BUSCAL-STATUS            PIC X(02).
                88  WS-BUSCAL-OK                VALUE '00'.
        01  WS-SWITCHES.
            05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
                88  WS-END-OF-LOAN-MASTER       VALUE 'Y'.
            05  WS-CONTROL-FOUND-SWITCH     PIC X(01) VALUE 'N'.
                88  WS-CONTROL-RECORD-FOUND     VALUE 'Y'.
            05  WS-CALENDAR-OPEN-SWITCH     PIC X(01) VALUE 'N'.
                88  WS-CALENDAR-OPEN            VALUE 'Y'.
            05  WS-DATE-HELD-SWITCH         PIC X(01) VALUE 'N'.
                88  WS-BUSINESS-DATE-HELD       VALUE 'Y'.
        01  WS-PORTFOLIO-TOTALS.
            05  WS-LOAN-COUNT               PIC 9(07) COMP VALUE ZERO.
            05  WS-TOTAL-BALANCE            PIC S9(11)V99 COMP-3
                                                            VALUE ZERO.
        01  WS-NEW-BUSINESS-DATE            PIC 9(08).
        01  WS-SYSTEM-DATE                  PIC 9(08).
        01  WS-CALENDAR-FIELDS.
            05  WS-CAL-DATE                 PIC 9(08).
            05  WS-CAL-DATE-INTEGER         PIC S9(09) COMP.
            05  WS-CAL-WEEKS                PIC S9(09) COMP.
            05  WS-CAL-WEEKDAY              PIC S9(01) COMP.
                88  WS-CAL-WEEKEND-DAY          VALUES 0 6.
            05  WS-CAL-DAY-SWITCH           PIC X(01) VALUE 'Y'.
                88  WS-CAL-BUSINESS-DAY         VALUE 'Y'.
                88  WS-CAL-NON-BUSINESS-DAY     VALUE 'N'.
        01  WS-DISPLAY-COUNT                PIC ZZZ,ZZ9.
        01  WS-DISPLAY-BALANCE              PIC Z,ZZZ,ZZZ,ZZ9.99-.
        PROCEDURE DIVISION.
        MAIN-LINE SECTION.
        0000.
            PERFORM A-MAIN.
            IF WS-BUSINESS-DATE-HELD
                MOVE 8 TO RETURN-CODE
            END-IF.
        9999.
            STOP RUN.
        A-MAIN SECTION.
                INVALID KEY
                    MOVE ZERO TO RC-LAST-BUSINESS-DATE
                    MOVE ZERO TO RC-LAST-CYCLE-NUMBER
                    MOVE ZERO TO RC-CURRENT-BUSINESS-DATE
                    MOVE ZERO TO RC-CURRENT-CYCLE-NUMBER
                    MOVE ZERO TO RC-DATE-OVERRIDE
                    MOVE SPACES TO RC-OVERRIDE-OPERATOR
                    SET RC-STATUS-COMPLETE TO TRUE
                NOT INVALID KEY
                    SET WS-CONTROL-RECORD-FOUND TO TRUE
            DISPLAY 'HELLO - LAST RUN STATUS     '
                RC-LAST-RUN-STATUS.
        A-200.
      *    STAMP TONIGHT'S BUSINESS DATE AND ROLL THE CYCLE NUMBER
      *    FORWARD.  THIS IS THE ONE "AS-OF" DATE EVERY DOWNSTREAM
      *    JOB IN THE CYCLE READS BACK OUT OF RUN-CONTROL INSTEAD
      *    OF DERIVING ITS OWN FROM CURRENT-DATE, SO TWO JOBS
      *    CANNOT DISAGREE ACROSS A MIDNIGHT ROLLOVER.  THE DATE IS
      *    THE NEXT BUSINESS DAY ON THE BANK CALENDAR AFTER THE LAST
      *    CYCLE'S, SO A RUN THAT STARTS AFTER MIDNIGHT STILL GETS
      *    THE DAY IT BELONGS TO AND A HOLIDAY IS NEVER A BUSINESS
      *    DATE.  AN OPERATOR OVERRIDE SET THROUGH CALMAINT WINS FOR
      *    ONE CYCLE AND IS CLEARED AS IT IS USED.  A ROLL THAT
      *    WOULD LAND AHEAD OF THE SYSTEM DATE MEANS TONIGHT'S
      *    BUSINESS DAY HAS ALREADY RUN (OR TODAY IS NOT ONE) - THE
      *    DATE IS LEFT ALONE AND THE CYCLE IS HELD.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            STRING WS-CURRENT-YEAR WS-CURRENT-MONTH WS-CURRENT-DAY
                DELIMITED BY SIZE INTO WS-SYSTEM-DATE
            END-STRING.
            PERFORM A-210-OPEN-CALENDAR.
            IF RC-DATE-OVERRIDE NUMERIC
                AND RC-DATE-OVERRIDE > ZERO
                MOVE RC-DATE-OVERRIDE TO WS-NEW-BUSINESS-DATE
                DISPLAY 'HELLO - OPERATOR DATE OVERRIDE BY '
                    RC-OVERRIDE-OPERATOR
                MOVE ZERO TO RC-DATE-OVERRIDE
                MOVE SPACES TO RC-OVERRIDE-OPERATOR
            ELSE IF RC-LAST-BUSINESS-DATE = ZERO
                MOVE WS-SYSTEM-DATE TO WS-CAL-DATE
                PERFORM A-230-ROLL-TO-BUSINESS-DAY
                MOVE WS-CAL-DATE TO WS-NEW-BUSINESS-DATE
            ELSE
                MOVE RC-LAST-BUSINESS-DATE TO WS-CAL-DATE
                COMPUTE WS-CAL-DATE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(WS-CAL-DATE)
                PERFORM A-240-NEXT-CALENDAR-DAY
                PERFORM A-230-ROLL-TO-BUSINESS-DAY
                MOVE WS-CAL-DATE TO WS-NEW-BUSINESS-DATE
            END-IF.
            IF WS-CALENDAR-OPEN
                CLOSE BUSINESS-CALENDAR-FILE
            END-IF.
            IF WS-NEW-BUSINESS-DATE > WS-SYSTEM-DATE
                DISPLAY 'HELLO - NEXT BUSINESS DATE '
                    WS-NEW-BUSINESS-DATE ' IS AHEAD OF SYSTEM DATE '
                    WS-SYSTEM-DATE
                DISPLAY 'HELLO - CYCLE HELD, BUSINESS DATE NOT ROLLED'
                SET WS-BUSINESS-DATE-HELD TO TRUE
                SET RC-STATUS-FAILED TO TRUE
                GO TO A-800
            END-IF.
            MOVE WS-NEW-BUSINESS-DATE TO RC-CURRENT-BUSINESS-DATE.
            COMPUTE RC-CURRENT-CYCLE-NUMBER = RC-LAST-CYCLE-NUMBER + 1.
            DISPLAY 'HELLO - NEW BUSINESS DATE   '
            DISPLAY 'HELLO - NEW CYCLE NUMBER    '
                RC-CURRENT-CYCLE-NUMBER.
            DISPLAY ' '.
            GO TO A-300.
        A-210-OPEN-CALENDAR.
      *    OPEN THE BANK BUSINESS-DAY CALENDAR.  WITHOUT IT ONLY
      *    SATURDAYS AND SUNDAYS ARE TREATED AS NON-BUSINESS DAYS.
            OPEN INPUT BUSINESS-CALENDAR-FILE.
            IF WS-BUSCAL-OK
                SET WS-CALENDAR-OPEN TO TRUE
            ELSE
                DISPLAY 'HELLO - BUSINESS CALENDAR OPEN FAILED, '
                    'STATUS ' WS-BUSCAL-STATUS ' - WEEKENDS ONLY'
            END-IF.
        A-220-CHECK-BUSINESS-DAY.
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
        A-230-ROLL-TO-BUSINESS-DAY.
      *    MOVE WS-CAL-DATE FORWARD A DAY AT A TIME UNTIL IT LANDS
      *    ON A BUSINESS DAY.
            PERFORM A-220-CHECK-BUSINESS-DAY.
            PERFORM A-240-NEXT-CALENDAR-DAY
                UNTIL WS-CAL-BUSINESS-DAY.
        A-240-NEXT-CALENDAR-DAY.
            COMPUTE WS-CAL-DATE =
                FUNCTION DATE-OF-INTEGER(WS-CAL-DATE-INTEGER + 1).
            PERFORM A-220-CHECK-BUSINESS-DAY.
        A-300.
      *    OPEN THE LOAN MASTER AND PROVE IT IS THERE AND
      *    NON-EMPTY BEFORE ANYTHING ELSE IN THE CYCLE TOUCHES IT.
            SET RC-STATUS-COMPLETE TO TRUE.
        A-800.
      *    ROLL TODAY'S RESULT FORWARD AS THE "LAST RUN" SO
      *    TOMORROW'S CYCLE HAS SOMETHING TO READ.  AN OVERRIDE
      *    RERUN OF AN EARLIER DATE LEAVES THE LAST BUSINESS DATE
      *    WHERE IT WAS, SO TOMORROW'S ROLL CARRIES ON FROM THE
      *    LATEST DATE ACTUALLY RUN.
            IF RC-CURRENT-BUSINESS-DATE > RC-LAST-BUSINESS-DATE
                MOVE RC-CURRENT-BUSINESS-DATE TO RC-LAST-BUSINESS-DATE
            END-IF.
            MOVE RC-CURRENT-CYCLE-NUMBER TO RC-LAST-CYCLE-NUMBER.
            IF WS-CONTROL-RECORD-FOUND
                REWRITE RC-RUN-CONTROL-RECORD
