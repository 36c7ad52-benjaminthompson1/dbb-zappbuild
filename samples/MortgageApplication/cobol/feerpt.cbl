      *REMARKS.
      *    FEERPT IS THE MONTHLY FEE ACTIVITY REPORT.  IT READS THE
      *    FEE ACTIVITY FILE THE CYCLE PROGRAMS APPEND TO - LATEFEE
      *    ASSESSMENTS, PMTPOST AND PAYOFFQ COLLECTIONS, WAIVERS
      *    ENTERED THROUGH LOAN MAINTENANCE, CHARGES LOSSMIT
      *    CAPITALIZES INTO A MODIFIED LOAN'S BALANCE, AND CHARGES
      *    WRITTEN OFF BY CHGOFF - PRINTS EACH EVENT AND TOTALS
      *    ASSESSED, COLLECTED, WAIVED, CAPITALIZED AND CHARGED OFF
      *    SO COLLECTIONS CAN SEE WHAT WAS CHARGED, WHAT CAME IN,
      *    WHAT WAS GIVEN BACK, WHAT WAS ROLLED INTO PRINCIPAL AND
      *    WHAT WAS WRITTEN OFF AS A LOSS.  OPERATIONS CLEARS THE
      *    ACTIVITY FILE AFTER THE MONTHLY RUN.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-08-22  DLB  ORIGINAL PROGRAM.
      *    2026-10-15  DLB  LATE CHARGES CAPITALIZED BY A LOSSMIT
      *                     PERMANENT MODIFICATION NOW PRINT AND
      *                     TOTAL ON THEIR OWN INSTEAD OF FALLING IN
      *                     WITH THE WAIVERS.
      *    2026-10-15  DLB  LATE CHARGES WRITTEN OFF BY CHGOFF NOW
      *                     PRINT AND TOTAL ON THEIR OWN INSTEAD OF
      *                     FALLING IN WITH THE WAIVERS.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Z25A.
                                                          VALUE ZERO.
            05  WS-WAIVED-COUNT               PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-CAPITALIZED-COUNT          PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-CHARGED-OFF-COUNT          PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-ASSESSED-AMOUNT    PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-COLLECTED-AMOUNT   PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-WAIVED-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-CAPITALIZED-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-CHARGED-OFF-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-DISPLAY-COUNT                 PIC ZZZ,ZZ9.
        01  WS-HEADING-LINE-1.
            05  FILLER                        PIC X(44)
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-ACTIVITY-DATE               PIC 9(08).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-ACTIVITY-TEXT               PIC X(11).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  DL-FEE-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01  WS-TOTAL-LINE.
                    ADD 1 TO WS-COLLECTED-COUNT
                    ADD FA-FEE-AMOUNT TO WS-COLLECTED-AMOUNT
                ELSE
                    IF FA-FEE-CAPITALIZED
                        MOVE 'CAPITALIZED' TO DL-ACTIVITY-TEXT
                        ADD 1 TO WS-CAPITALIZED-COUNT
                        ADD FA-FEE-AMOUNT TO WS-CAPITALIZED-AMOUNT
                    ELSE
                    IF FA-FEE-CHARGED-OFF
                        MOVE 'CHARGED OFF' TO DL-ACTIVITY-TEXT
                        ADD 1 TO WS-CHARGED-OFF-COUNT
                        ADD FA-FEE-AMOUNT TO WS-CHARGED-OFF-AMOUNT
                    ELSE
                        MOVE 'WAIVED   ' TO DL-ACTIVITY-TEXT
                        ADD 1 TO WS-WAIVED-COUNT
                        ADD FA-FEE-AMOUNT TO WS-WAIVED-AMOUNT
                    END-IF
                    END-IF
                END-IF
            END-IF.
            MOVE FA-FEE-AMOUNT TO DL-FEE-AMOUNT.
            MOVE WS-WAIVED-AMOUNT TO TL-TOTAL-AMOUNT.
            MOVE WS-TOTAL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE 'LATE CHGS CAPITALIZED' TO TL-TOTAL-TEXT.
            MOVE WS-CAPITALIZED-COUNT TO TL-TOTAL-COUNT.
            MOVE WS-CAPITALIZED-AMOUNT TO TL-TOTAL-AMOUNT.
            MOVE WS-TOTAL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE 'LATE CHGS CHARGED OFF' TO TL-TOTAL-TEXT.
            MOVE WS-CHARGED-OFF-COUNT TO TL-TOTAL-COUNT.
            MOVE WS-CHARGED-OFF-AMOUNT TO TL-TOTAL-AMOUNT.
            MOVE WS-TOTAL-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
        R-900.
      *    CLOSE UP AND REPORT WHAT HAPPENED.
            CLOSE FEE-ACTIVITY-FILE FEE-REPORT-FILE.
            DISPLAY 'FEERPT - COLLECTIONS REPORTED: ' WS-DISPLAY-COUNT.
            MOVE WS-WAIVED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'FEERPT - WAIVERS REPORTED:     ' WS-DISPLAY-COUNT.
            MOVE WS-CAPITALIZED-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'FEERPT - CAPITALIZATIONS:      ' WS-DISPLAY-COUNT.
            MOVE WS-CHARGED-OFF-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'FEERPT - CHARGE-OFFS:          ' WS-DISPLAY-COUNT.
