        IDENTIFICATION DIVISION.
        PROGRAM-ID. CHGORPT.
        DATE-COMPILED.
      *REMARKS.
      *    CHGORPT IS THE MONTH-END CHARGE-OFF AND RECOVERY REPORT,
      *    RUN WITH THE LAST CYCLE OF THE MONTH.  FOR EACH INVESTOR
      *    IT SHOWS THE LOANS CHARGED OFF IN THE STATEMENT MONTH,
      *    THE GROSS LOSS WRITTEN OFF, THE RECOVERIES RECEIVED AND
      *    THE NET LOSS, AND THE LIFE-TO-DATE NET LOSS STILL
      *    UNRECOVERED ACROSS EVERY CHARGED-OFF LOAN IT OWNS.
      *    INVESTOR REPORTING AND THE LOSS-RESERVE REVIEW BOTH WORK
      *    FROM THESE FIGURES.
      *
      *    ONLY CHARGED-OFF LOANS ARE WALKED - A LOAN NEVER LEAVES
      *    THAT STATUS, SO EVERY CHARGE-OFF AND RECOVERY EVENT ON
      *    THE PERMANENT HISTORY BELONGS TO ONE.  THE MONTH'S
      *    CHARGE-OFF EVENTS (ONE PER COMPONENT WRITTEN OFF) ADD TO
      *    THE GROSS LOSS, ITS RECOVERY EVENTS ADD TO RECOVERIES,
      *    AND A RETURNED RECOVERY (A REVERSAL WITH SOURCE 'C')
      *    TAKES ONE BACK OUT.  THE LIFE-TO-DATE FIGURE COMES FROM
      *    THE LOAN MASTER - THE AMOUNT CHARGED OFF LESS THE AMOUNT
      *    RECOVERED.  A PORTFOLIO-OWNED LOAN PRINTS UNDER A BLANK
      *    INVESTOR CODE.
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
            SELECT CHGORPT-REPORT-FILE ASSIGN TO CHGORPRT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CHGORPRT-STATUS.
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
        FD  LOAN-MASTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LOANMST.
        FD  LOAN-HISTORY-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LNHIST.
        FD  CHGORPT-REPORT-FILE
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
        01  WS-MONTH-START-DATE              PIC 9(08).
        01  WS-FILE-STATUS-FIELDS.
            05  WS-RUNCTL-STATUS             PIC X(02).
                88  WS-RUNCTL-OK                 VALUE '00'.
            05  WS-LOANMSTR-STATUS           PIC X(02).
                88  WS-LOANMSTR-OK               VALUE '00'.
            05  WS-LNHIST-STATUS             PIC X(02).
                88  WS-LNHIST-OK                 VALUE '00'.
            05  WS-CHGORPRT-STATUS           PIC X(02).
            05  WS-CKPT-STATUS               PIC X(02).
                88  WS-CKPT-OK                   VALUE '00'.
                88  WS-CKPT-FILE-MISSING         VALUE '35'.
        01  WS-SWITCHES.
            05  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
                88  WS-END-OF-LOAN-MASTER        VALUE 'Y'.
            05  WS-HISTORY-EOF-SWITCH        PIC X(01) VALUE 'N'.
                88  WS-END-OF-LOAN-HISTORY       VALUE 'Y'.
            05  WS-GROUP-FOUND-SWITCH        PIC X(01) VALUE 'N'.
                88  WS-GROUP-WAS-FOUND           VALUE 'Y'.
        01  WS-LOAN-LOSS-FIELDS.
            05  WS-LOAN-CHARGED-OFF-COUNT    PIC 9(01) COMP.
            05  WS-LOAN-GROSS-LOSS           PIC S9(11)V99 COMP-3.
            05  WS-LOAN-RECOVERIES           PIC S9(11)V99 COMP-3.
            05  WS-LOAN-UNRECOVERED          PIC S9(11)V99 COMP-3.
        01  WS-GROUP-TABLE-AREA.
            05  WS-GROUP-COUNT                PIC 9(03) COMP
                                                          VALUE ZERO.
            05  WS-GROUP-ENTRY OCCURS 100 TIMES.
                10  WS-GROUP-INVESTOR         PIC X(04).
                10  WS-GROUP-LOAN-COUNT       PIC 9(07) COMP.
                10  WS-GROUP-GROSS-LOSS       PIC S9(11)V99 COMP-3.
                10  WS-GROUP-RECOVERIES       PIC S9(11)V99 COMP-3.
                10  WS-GROUP-UNRECOVERED      PIC S9(11)V99 COMP-3.
        01  WS-GROUP-SUB                      PIC 9(03) COMP.
        01  WS-GROUP-HOLD-SUB                 PIC 9(03) COMP.
        01  WS-RUN-TOTALS.
            05  WS-LOAN-COUNT                 PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-CHARGED-OFF-LOAN-COUNT     PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-EVENT-COUNT                PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-MONTH-CHARGE-OFF-COUNT     PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-TOTAL-GROSS-LOSS   PIC S9(13)V99 COMP-3 VALUE ZERO.
            05  WS-TOTAL-RECOVERIES   PIC S9(13)V99 COMP-3 VALUE ZERO.
            05  WS-TOTAL-UNRECOVERED  PIC S9(13)V99 COMP-3 VALUE ZERO.
        01  WS-NET-LOSS                       PIC S9(13)V99 COMP-3.
        01  WS-DISPLAY-COUNT                 PIC ZZZ,ZZ9.
        01  WS-DISPLAY-AMOUNT                PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01  WS-HEADING-LINE-1.
            05  FILLER                        PIC X(21)
                VALUE 'MORTGAGE SERVICING - '.
            05  FILLER                        PIC X(30)
                VALUE 'CHARGE-OFF AND RECOVERY REPORT'.
        01  WS-HEADING-LINE-2.
            05  FILLER                        PIC X(16)
                                            VALUE 'STATEMENT MONTH '.
            05  H2-STATEMENT-MONTH             PIC 9(06).
            05  FILLER                        PIC X(11)
                                            VALUE '   THROUGH '.
            05  H2-BUSINESS-DATE               PIC 9(08).
        01  WS-COLUMN-HEADING-LINE.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(08)
                                                   VALUE 'INVESTOR'.
            05  FILLER                        PIC X(09)
                                                   VALUE '    LOANS'.
            05  FILLER                        PIC X(18)
                                         VALUE '        GROSS LOSS'.
            05  FILLER                        PIC X(18)
                                         VALUE '        RECOVERIES'.
            05  FILLER                        PIC X(18)
                                         VALUE '          NET LOSS'.
            05  FILLER                        PIC X(18)
                                         VALUE '  LIFE-TO-DATE NET'.
        01  WS-INVESTOR-LINE.
            05  FILLER                        PIC X(04) VALUE SPACES.
            05  IL-INVESTOR                    PIC X(04).
            05  FILLER                        PIC X(04) VALUE SPACES.
            05  IL-LOAN-COUNT                  PIC ZZZ,ZZ9.
            05  FILLER                        PIC X(01) VALUE SPACES.
            05  IL-GROSS-LOSS        PIC Z,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(01) VALUE SPACES.
            05  IL-RECOVERIES        PIC Z,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(01) VALUE SPACES.
            05  IL-NET-LOSS          PIC Z,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(01) VALUE SPACES.
            05  IL-UNRECOVERED       PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01  WS-TOTAL-LINE.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(10) VALUE 'TOTAL'.
            05  TL-LOAN-COUNT                  PIC ZZZ,ZZ9.
            05  FILLER                        PIC X(01) VALUE SPACES.
            05  TL-GROSS-LOSS        PIC Z,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(01) VALUE SPACES.
            05  TL-RECOVERIES        PIC Z,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(01) VALUE SPACES.
            05  TL-NET-LOSS          PIC Z,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(01) VALUE SPACES.
            05  TL-UNRECOVERED       PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01  WS-BLANK-LINE                     PIC X(01) VALUE SPACE.
        PROCEDURE DIVISION.
        MAIN-LINE SECTION.
        0000.
            PERFORM AJ-MAIN.
        9999.
            STOP RUN.
        AJ-MAIN SECTION.
        AJ-100.
      *    OPEN THE MASTER, THE HISTORY AND THE REPORT, AND FIX THE
      *    STATEMENT MONTH FROM THE BUSINESS DATE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            OPEN INPUT LOAN-MASTER-FILE.
            OPEN INPUT LOAN-HISTORY-FILE.
            OPEN OUTPUT CHGORPT-REPORT-FILE.
            IF NOT WS-LOANMSTR-OK OR NOT WS-LNHIST-OK
                DISPLAY 'CHGORPT - OPEN FAILED, MASTER STATUS '
                    WS-LOANMSTR-STATUS ' HISTORY STATUS '
                    WS-LNHIST-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO AJ-900
            END-IF.
            PERFORM AJ-105-GET-BUSINESS-DATE.
            MOVE WS-TODAY-DATE TO WS-MONTH-START-DATE.
            MOVE '01' TO WS-MONTH-START-DATE(7:2).
            PERFORM AJ-110-STAMP-CHECKPOINT.
            GO TO AJ-200.
        AJ-105-GET-BUSINESS-DATE.
      *    PICK UP THE SHARED BUSINESS DATE FROM RUN-CONTROL.  THIS
      *    RUN BELONGS TO THE LAST CYCLE OF THE MONTH, SO THE
      *    BUSINESS DATE'S YEAR AND MONTH ARE THE STATEMENT MONTH.
            OPEN INPUT RUN-CONTROL-FILE.
            IF WS-RUNCTL-OK
                MOVE 'CYCLECTL' TO RC-CONTROL-ID
                READ RUN-CONTROL-FILE
                    INVALID KEY
                        DISPLAY 'CHGORPT - RUN-CONTROL RECORD NOT '
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
                DISPLAY 'CHGORPT - RUN-CONTROL OPEN FAILED, STATUS '
                    WS-RUNCTL-STATUS ' - USING SYSTEM DATE'
                STRING WS-CURRENT-YEAR WS-CURRENT-MONTH WS-CURRENT-DAY
                    DELIMITED BY SIZE INTO WS-TODAY-DATE
                END-STRING
            END-IF.
        AJ-110-STAMP-CHECKPOINT.
      *    MARK THIS STEP IN-PROGRESS ON THE CHECKPOINT FILE SO THE
      *    END-OF-CYCLE AUDIT CAN PROVE IT RAN FOR THE MONTH.
            OPEN I-O CHECKPOINT-FILE.
            IF WS-CKPT-FILE-MISSING
                OPEN OUTPUT CHECKPOINT-FILE
                CLOSE CHECKPOINT-FILE
                OPEN I-O CHECKPOINT-FILE
            END-IF.
            MOVE 'CHGORPT' TO CK-PROGRAM-ID.
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
        AJ-200.
      *    MEASURE EVERY CHARGED-OFF LOAN AND PRINT BY INVESTOR.
            PERFORM AJ-210 UNTIL WS-END-OF-LOAN-MASTER.
            PERFORM AJ-600-PRINT-REPORT.
            GO TO AJ-800.
        AJ-210.
            READ LOAN-MASTER-FILE
                AT END
                    SET WS-END-OF-LOAN-MASTER TO TRUE
                NOT AT END
                    ADD 1 TO WS-LOAN-COUNT
                    IF LM-LOAN-CHARGED-OFF
                        PERFORM AJ-300-MEASURE-ONE-LOAN
                    END-IF
            END-READ.
        AJ-300-MEASURE-ONE-LOAN.
      *    THE HISTORY KEY IS LOAN/DATE/SEQUENCE, SO START AT THE
      *    FIRST OF THE STATEMENT MONTH AND READ TO THE END OF THE
      *    LOAN.  A LOAN IS COUNTED AS CHARGED OFF IN THE MONTH
      *    WHEN ITS CHARGE-OFF DATE FALLS IN IT.
            ADD 1 TO WS-CHARGED-OFF-LOAN-COUNT.
            MOVE ZERO TO WS-LOAN-CHARGED-OFF-COUNT.
            MOVE ZERO TO WS-LOAN-GROSS-LOSS.
            MOVE ZERO TO WS-LOAN-RECOVERIES.
            IF LM-CHARGE-OFF-DATE NOT < WS-MONTH-START-DATE
                MOVE 1 TO WS-LOAN-CHARGED-OFF-COUNT
                ADD 1 TO WS-MONTH-CHARGE-OFF-COUNT
            END-IF.
            COMPUTE WS-LOAN-UNRECOVERED =
                LM-CHARGE-OFF-AMOUNT - LM-RECOVERED-AMOUNT.
            IF WS-LOAN-UNRECOVERED < ZERO
                MOVE ZERO TO WS-LOAN-UNRECOVERED
            END-IF.
            MOVE 'N' TO WS-HISTORY-EOF-SWITCH.
            MOVE LM-LOAN-NUMBER TO LH-LOAN-NUMBER.
            MOVE WS-MONTH-START-DATE TO LH-EVENT-DATE.
            MOVE ZERO TO LH-EVENT-SEQUENCE.
            START LOAN-HISTORY-FILE KEY IS NOT LESS THAN
                LH-HISTORY-KEY
                INVALID KEY
                    SET WS-END-OF-LOAN-HISTORY TO TRUE
            END-START.
            PERFORM AJ-310-TAKE-EVENT
                UNTIL WS-END-OF-LOAN-HISTORY.
            ADD WS-LOAN-GROSS-LOSS TO WS-TOTAL-GROSS-LOSS.
            ADD WS-LOAN-RECOVERIES TO WS-TOTAL-RECOVERIES.
            ADD WS-LOAN-UNRECOVERED TO WS-TOTAL-UNRECOVERED.
            PERFORM AJ-400-ACCUMULATE-GROUP.
        AJ-310-TAKE-EVENT.
            READ LOAN-HISTORY-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-LOAN-HISTORY TO TRUE
                NOT AT END
                    IF LH-LOAN-NUMBER NOT = LM-LOAN-NUMBER
                        OR LH-EVENT-DATE > WS-TODAY-DATE
                        SET WS-END-OF-LOAN-HISTORY TO TRUE
                    ELSE
                        PERFORM AJ-320-CATEGORIZE-EVENT
                    END-IF
            END-READ.
        AJ-320-CATEGORIZE-EVENT.
            IF LH-EVENT-CHARGE-OFF
                ADD 1 TO WS-EVENT-COUNT
                ADD LH-EVENT-AMOUNT TO WS-LOAN-GROSS-LOSS
            ELSE IF LH-EVENT-RECOVERY
                ADD 1 TO WS-EVENT-COUNT
                ADD LH-EVENT-AMOUNT TO WS-LOAN-RECOVERIES
            ELSE IF LH-EVENT-REVERSAL AND LH-SOURCE-CODE = 'C'
                ADD 1 TO WS-EVENT-COUNT
                SUBTRACT LH-EVENT-AMOUNT FROM WS-LOAN-RECOVERIES
            END-IF.
        AJ-400-ACCUMULATE-GROUP.
      *    FIND THE LOAN'S INVESTOR IN THE TABLE OR OPEN A NEW
      *    ENTRY FOR IT.
            MOVE 'N' TO WS-GROUP-FOUND-SWITCH.
            PERFORM AJ-410-CHECK-GROUP-ENTRY
                VARYING WS-GROUP-SUB FROM 1 BY 1
                UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                OR WS-GROUP-WAS-FOUND.
            IF NOT WS-GROUP-WAS-FOUND
                IF WS-GROUP-COUNT < 100
                    ADD 1 TO WS-GROUP-COUNT
                    MOVE WS-GROUP-COUNT TO WS-GROUP-HOLD-SUB
                    MOVE LM-INVESTOR-CODE
                        TO WS-GROUP-INVESTOR(WS-GROUP-HOLD-SUB)
                    MOVE ZERO
                        TO WS-GROUP-LOAN-COUNT(WS-GROUP-HOLD-SUB)
                    MOVE ZERO
                        TO WS-GROUP-GROSS-LOSS(WS-GROUP-HOLD-SUB)
                    MOVE ZERO
                        TO WS-GROUP-RECOVERIES(WS-GROUP-HOLD-SUB)
                    MOVE ZERO
                        TO WS-GROUP-UNRECOVERED(WS-GROUP-HOLD-SUB)
                    SET WS-GROUP-WAS-FOUND TO TRUE
                ELSE
                    DISPLAY 'CHGORPT - INVESTOR TABLE FULL, LOAN '
                        LM-LOAN-NUMBER ' NOT BROKEN OUT'
                END-IF
            END-IF.
            IF WS-GROUP-WAS-FOUND
                ADD WS-LOAN-CHARGED-OFF-COUNT
                    TO WS-GROUP-LOAN-COUNT(WS-GROUP-HOLD-SUB)
                ADD WS-LOAN-GROSS-LOSS
                    TO WS-GROUP-GROSS-LOSS(WS-GROUP-HOLD-SUB)
                ADD WS-LOAN-RECOVERIES
                    TO WS-GROUP-RECOVERIES(WS-GROUP-HOLD-SUB)
                ADD WS-LOAN-UNRECOVERED
                    TO WS-GROUP-UNRECOVERED(WS-GROUP-HOLD-SUB)
            END-IF.
        AJ-410-CHECK-GROUP-ENTRY.
            IF WS-GROUP-INVESTOR(WS-GROUP-SUB) = LM-INVESTOR-CODE
                SET WS-GROUP-WAS-FOUND TO TRUE
                MOVE WS-GROUP-SUB TO WS-GROUP-HOLD-SUB
            END-IF.
        AJ-600-PRINT-REPORT.
            MOVE WS-HEADING-LINE-1 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-TODAY-DATE(1:6) TO H2-STATEMENT-MONTH.
            MOVE WS-TODAY-DATE TO H2-BUSINESS-DATE.
            MOVE WS-HEADING-LINE-2 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-COLUMN-HEADING-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            PERFORM AJ-620-WRITE-INVESTOR-LINE
                VARYING WS-GROUP-SUB FROM 1 BY 1
                UNTIL WS-GROUP-SUB > WS-GROUP-COUNT.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-MONTH-CHARGE-OFF-COUNT TO TL-LOAN-COUNT.
            MOVE WS-TOTAL-GROSS-LOSS TO TL-GROSS-LOSS.
            MOVE WS-TOTAL-RECOVERIES TO TL-RECOVERIES.
            COMPUTE WS-NET-LOSS =
                WS-TOTAL-GROSS-LOSS - WS-TOTAL-RECOVERIES.
            MOVE WS-NET-LOSS TO TL-NET-LOSS.
            MOVE WS-TOTAL-UNRECOVERED TO TL-UNRECOVERED.
            MOVE WS-TOTAL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
        AJ-620-WRITE-INVESTOR-LINE.
            MOVE WS-GROUP-INVESTOR(WS-GROUP-SUB) TO IL-INVESTOR.
            MOVE WS-GROUP-LOAN-COUNT(WS-GROUP-SUB) TO IL-LOAN-COUNT.
            MOVE WS-GROUP-GROSS-LOSS(WS-GROUP-SUB) TO IL-GROSS-LOSS.
            MOVE WS-GROUP-RECOVERIES(WS-GROUP-SUB) TO IL-RECOVERIES.
            COMPUTE WS-NET-LOSS =
                WS-GROUP-GROSS-LOSS(WS-GROUP-SUB)
                    - WS-GROUP-RECOVERIES(WS-GROUP-SUB).
            MOVE WS-NET-LOSS TO IL-NET-LOSS.
            MOVE WS-GROUP-UNRECOVERED(WS-GROUP-SUB)
                TO IL-UNRECOVERED.
            MOVE WS-INVESTOR-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
        AJ-800.
      *    MARK THE STEP COMPLETE FOR THE END-OF-CYCLE AUDIT.
            MOVE 'CHGORPT' TO CK-PROGRAM-ID.
            SET CK-STATUS-COMPLETE TO TRUE.
            MOVE WS-LOAN-COUNT TO CK-RECORD-COUNT.
            MOVE WS-TODAY-DATE TO CK-CHECKPOINT-DATE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            STRING WS-CURRENT-HOURS WS-CURRENT-MINUTE WS-CURRENT-SECOND
                DELIMITED BY SIZE INTO CK-CHECKPOINT-TIME
            END-STRING.
            REWRITE CK-CHECKPOINT-RECORD.
            CLOSE CHECKPOINT-FILE.
        AJ-900.
      *    CLOSE UP AND REPORT WHAT HAPPENED.
            CLOSE LOAN-MASTER-FILE LOAN-HISTORY-FILE
                CHGORPT-REPORT-FILE.
            MOVE WS-LOAN-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'CHGORPT - LOANS READ:          ' WS-DISPLAY-COUNT.
            MOVE WS-CHARGED-OFF-LOAN-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'CHGORPT - CHARGED-OFF LOANS:   ' WS-DISPLAY-COUNT.
            MOVE WS-MONTH-CHARGE-OFF-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'CHGORPT - CHARGED OFF IN MONTH:' WS-DISPLAY-COUNT.
            MOVE WS-TOTAL-GROSS-LOSS TO WS-DISPLAY-AMOUNT.
            DISPLAY 'CHGORPT - GROSS LOSS:          ' WS-DISPLAY-AMOUNT.
            MOVE WS-TOTAL-RECOVERIES TO WS-DISPLAY-AMOUNT.
            DISPLAY 'CHGORPT - RECOVERIES:          ' WS-DISPLAY-AMOUNT.
