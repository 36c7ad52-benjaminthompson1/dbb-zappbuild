      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-08-08  DLB  ORIGINAL PROGRAM.
      *    2026-10-15  DLB  THE STATEMENT RECORD NOW CARRIES THE
      *                     CO-BORROWER AND THE MAILING AND PROPERTY
      *                     ADDRESSES FROM THE BORROWER/PROPERTY
      *                     MASTER.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Z25A.
            SELECT STATEMENT-FILE ASSIGN TO STMTFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-STMTFILE-STATUS.
            SELECT BORROWER-MASTER-FILE ASSIGN TO BORRMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BM-LOAN-NUMBER
                FILE STATUS IS WS-BORRMSTR-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  RUN-CONTROL-FILE
        FD  STATEMENT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY STMTREC.
        FD  BORROWER-MASTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY BORRMST.
        WORKING-STORAGE SECTION.
        01  WS-CURRENT-DATE-DATA.
            05  WS-CURRENT-DATE.
            05  WS-LOANMSTR-STATUS           PIC X(02).
                88  WS-LOANMSTR-OK               VALUE '00'.
            05  WS-STMTFILE-STATUS           PIC X(02).
            05  WS-BORRMSTR-STATUS           PIC X(02).
                88  WS-BORRMSTR-OK               VALUE '00'.
        01  WS-SWITCHES.
            05  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
                88  WS-END-OF-LOAN-MASTER        VALUE 'Y'.
            05  WS-BORRMSTR-OPEN-SWITCH      PIC X(01) VALUE 'N'.
                88  WS-BORROWER-FILE-OPEN        VALUE 'Y'.
        01  WS-INTEREST-FIELDS.
            05  WS-MONTHLY-INTEREST         PIC S9(07)V99 COMP-3.
        01  WS-RUN-TOTALS.
            05  WS-STATEMENT-COUNT           PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-NO-ADDRESS-COUNT           PIC 9(07) COMP
                                                          VALUE ZERO.
        01  WS-DISPLAY-COUNT                 PIC ZZZ,ZZ9.
        PROCEDURE DIVISION.
        MAIN-LINE SECTION.
                GO TO E-900
            END-IF.
            PERFORM E-105-GET-BUSINESS-DATE.
            PERFORM E-107-OPEN-BORROWER-MASTER.
            GO TO E-200.
        E-105-GET-BUSINESS-DATE.
      *    PICK UP TODAY'S SHARED BUSINESS DATE FROM RUN-CONTROL
                    DELIMITED BY SIZE INTO WS-TODAY-DATE
                END-STRING
            END-IF.
        E-107-OPEN-BORROWER-MASTER.
      *    THE BORROWER/PROPERTY MASTER SUPPLIES THE ADDRESSES.
      *    WITHOUT IT THE STATEMENTS GO OUT WITH THE NAME ONLY.
            OPEN INPUT BORROWER-MASTER-FILE.
            IF WS-BORRMSTR-OK
                SET WS-BORROWER-FILE-OPEN TO TRUE
            ELSE
                DISPLAY 'STMTGEN - BORROWER MASTER OPEN FAILED, '
                    'STATUS ' WS-BORRMSTR-STATUS ' - NO ADDRESSES'
            END-IF.
        E-200.
      *    GENERATE A STATEMENT FOR EVERY LOAN ON THE MASTER.
            PERFORM E-210 UNTIL WS-END-OF-LOAN-MASTER.
                    LM-CURRENT-BALANCE * LM-INTEREST-RATE / 12
                MOVE LM-LOAN-NUMBER TO ST-LOAN-NUMBER
                MOVE LM-BORROWER-NAME TO ST-BORROWER-NAME
                PERFORM E-310-GET-BORROWER
                MOVE BM-CO-BORROWER-NAME TO ST-CO-BORROWER-NAME
                MOVE BM-MAILING-ADDRESS TO ST-MAILING-ADDRESS
                MOVE BM-PROPERTY-ADDRESS TO ST-PROPERTY-ADDRESS
                MOVE WS-TODAY-DATE TO ST-STATEMENT-DATE
                MOVE LM-CURRENT-BALANCE TO ST-BEGINNING-BALANCE
                MOVE WS-MONTHLY-INTEREST TO ST-INTEREST-ACCRUED
                WRITE ST-STATEMENT-RECORD
                ADD 1 TO WS-STATEMENT-COUNT
            END-IF.
        E-310-GET-BORROWER.
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
        E-900.
      *    CLOSE UP AND REPORT WHAT HAPPENED.
            CLOSE LOAN-MASTER-FILE STATEMENT-FILE.
            IF WS-BORROWER-FILE-OPEN
                CLOSE BORROWER-MASTER-FILE
            END-IF.
            MOVE WS-STATEMENT-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'STMTGEN - STATEMENTS GENERATED: ' WS-DISPLAY-COUNT.
            MOVE WS-NO-ADDRESS-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'STMTGEN - NO BORROWER ADDRESS: ' WS-DISPLAY-COUNT.
