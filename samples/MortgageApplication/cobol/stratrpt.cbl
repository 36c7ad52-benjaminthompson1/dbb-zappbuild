        IDENTIFICATION DIVISION.
        PROGRAM-ID. STRATRPT.
        DATE-COMPILED.
      *REMARKS.
      *    STRATRPT IS THE MONTH-END PORTFOLIO STRATIFICATION REPORT
      *    FOR MANAGEMENT AND FINANCE, RUN WITH THE LAST CYCLE OF
      *    THE MONTH.  IT READS THE LOAN MASTER ONCE AND CUTS THE
      *    WHOLE PORTFOLIO EIGHT WAYS - INTEREST-RATE BAND, FIXED
      *    VERSUS ARM BY INDEX, INVESTOR, DELINQUENCY BUCKET,
      *    ORIGINATION YEAR, REMAINING-TERM BAND, ESCROWED VERSUS
      *    NON-ESCROWED AND PROTECTED STATUS.  EVERY ROW SHOWS THE
      *    LOAN COUNT, THE UNPAID BALANCE, ITS PERCENTAGE OF THE
      *    PORTFOLIO BALANCE AND THE BALANCE-WEIGHTED AVERAGE RATE
      *    AND REMAINING TERM.  THE SAME FIGURES GO TO A
      *    COMMA-DELIMITED EXTRACT FOR THE FINANCE SPREADSHEET, ONE
      *    RECORD PER ROW UNDER A HEADER RECORD.
      *
      *    EVERY LOAN RECORD ON FILE IS COUNTED IN EVERY CUT,
      *    WHATEVER ITS STATUS, THE SAME WAY HELLO COUNTS THE
      *    PORTFOLIO SUMMARY.  RUN IMMEDIATELY BEHIND HELLO, AHEAD
      *    OF PMTPOST, EACH CUT'S TOTAL LINE TIES TO HELLO'S LOANS
      *    ON FILE AND TOTAL BALANCE FOR THE SAME BUSINESS DATE,
      *    AND THE SUMMARY LINE IS PRINTED AND LOGGED IN HELLO'S
      *    FORMAT.  A CUT WHOSE ROWS DO NOT ADD BACK TO THE RUN
      *    TOTALS ENDS THE STEP WITH RETURN CODE 8.
      *
      *    THE DELINQUENCY BUCKETS USE THE DELQCTL THRESHOLDS, WITH
      *    THE SAME STANDARD 30/60/90/120 FALLBACK AS DELINQRPT.  A
      *    LOAN THAT IS NO LONGER ACTIVE PRINTS AS NOT ACTIVE; A
      *    PROTECTED OR LOSS-MITIGATION LOAN AGES BY ITS DAYS LIKE
      *    ANY OTHER, SINCE PROTECTED STATUS IS ITS OWN CUT -
      *    BANKRUPTCY, FORECLOSURE, AN ACTIVE LOSS-MITIGATION PLAN
      *    OR NOT PROTECTED, THE SAME TEST DELINQRPT USES.  THE
      *    REMAINING TERM RUNS FROM THE NEXT DUE DATE THROUGH THE
      *    MATURITY DATE AS PMTRECST MEASURES IT, FALLING BACK TO
      *    THE ORIGINAL TERM ON A LOAN BOARDED BEFORE THE MATURITY
      *    DATE EXISTED.  THE ORIGINATION YEAR IS THE MONTH BEFORE
      *    THE FIRST PAYMENT, BACKED OUT OF THE MATURITY DATE AND
      *    TERM; WITHOUT A MATURITY DATE IT PRINTS AS UNKNOWN.  A
      *    LOAN IS ESCROWED WHEN IT CARRIES A MONTHLY ESCROW
      *    PAYMENT, A TAX AMOUNT OR AN INSURANCE PREMIUM.  A CUT
      *    WITH MORE VALUES THAN ITS TABLE HOLDS CARRIES THE REST ON
      *    AN ALL OTHER ROW SO ITS TOTALS STILL TIE.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ------------------------------------------
      *    2026-10-15  DLB  ORIGINAL PROGRAM.
      *    2026-10-15  DLB  THE DELINQUENCY CUT NOW AGES ON THE
      *                     THRESHOLD VERSION IN EFFECT ON THE
      *                     BUSINESS DATE.
      *    2026-10-15  DLB  A LOAN ON AN ACTIVE LOSS-MITIGATION PLAN NOW
      *                     REPORTS AS LOSS MITIGATION IN THE PROTECTED
      *                     STATUS CUT, NOT AS NOT PROTECTED.
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
            SELECT DELINQ-CONTROL-FILE ASSIGN TO DELQCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DC-CONTROL-KEY
                FILE STATUS IS WS-DELQCTL-STATUS.
            SELECT STRATRPT-REPORT-FILE ASSIGN TO STRATPRT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-STRATPRT-STATUS.
            SELECT STRAT-EXTRACT-FILE ASSIGN TO STRATCSV
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-STRATCSV-STATUS.
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
        FD  DELINQ-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY DELQCTL.
        FD  STRATRPT-REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01  PR-PRINT-LINE                    PIC X(132).
        FD  STRAT-EXTRACT-FILE
            LABEL RECORDS ARE STANDARD.
        01  SX-EXTRACT-LINE                  PIC X(132).
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
        01  WS-FILE-STATUS-FIELDS.
            05  WS-RUNCTL-STATUS             PIC X(02).
                88  WS-RUNCTL-OK                 VALUE '00'.
            05  WS-LOANMSTR-STATUS           PIC X(02).
                88  WS-LOANMSTR-OK               VALUE '00'.
            05  WS-DELQCTL-STATUS            PIC X(02).
                88  WS-DELQCTL-OK                VALUE '00'.
            05  WS-STRATPRT-STATUS           PIC X(02).
            05  WS-STRATCSV-STATUS           PIC X(02).
            05  WS-CKPT-STATUS               PIC X(02).
                88  WS-CKPT-OK                   VALUE '00'.
                88  WS-CKPT-FILE-MISSING         VALUE '35'.
        01  WS-SWITCHES.
            05  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
                88  WS-END-OF-LOAN-MASTER        VALUE 'Y'.
            05  WS-ROW-FOUND-SWITCH          PIC X(01) VALUE 'N'.
                88  WS-ROW-POSITION-FOUND        VALUE 'Y'.
            05  WS-ROW-MATCH-SWITCH          PIC X(01) VALUE 'N'.
                88  WS-ROW-KEY-MATCHED           VALUE 'Y'.
            05  WS-TIE-SWITCH                PIC X(01) VALUE 'Y'.
                88  WS-CUTS-TIE                  VALUE 'Y'.
                88  WS-CUTS-DO-NOT-TIE           VALUE 'N'.
            05  WS-CONTROL-EOF-SWITCH        PIC X(01) VALUE 'N'.
                88  WS-END-OF-CONTROL-VERSIONS   VALUE 'Y'.
            05  WS-CONTROL-VERSION-SWITCH    PIC X(01) VALUE 'N'.
                88  WS-CONTROL-VERSION-FOUND     VALUE 'Y'.
        01  WS-DELINQUENCY-THRESHOLDS.
            05  WS-THRESHOLD-30               PIC 9(03) VALUE 030.
            05  WS-THRESHOLD-60               PIC 9(03) VALUE 060.
            05  WS-THRESHOLD-90               PIC 9(03) VALUE 090.
            05  WS-THRESHOLD-120              PIC 9(03) VALUE 120.
            05  WS-THRESHOLD-EFFECTIVE-DATE   PIC 9(08) VALUE ZERO.
        01  WS-CUT-TITLE-TABLE.
            05  FILLER                        PIC X(24)
                                       VALUE 'INTEREST RATE BAND'.
            05  FILLER                        PIC X(24)
                                       VALUE 'FIXED VS ARM BY INDEX'.
            05  FILLER                        PIC X(24)
                                       VALUE 'INVESTOR'.
            05  FILLER                        PIC X(24)
                                       VALUE 'DELINQUENCY BUCKET'.
            05  FILLER                        PIC X(24)
                                       VALUE 'ORIGINATION YEAR'.
            05  FILLER                        PIC X(24)
                                       VALUE 'REMAINING TERM BAND'.
            05  FILLER                        PIC X(24)
                                       VALUE 'ESCROWED VS NON-ESCROWED'.
            05  FILLER                        PIC X(24)
                                       VALUE 'PROTECTED STATUS'.
        01  WS-CUT-TITLES REDEFINES WS-CUT-TITLE-TABLE.
            05  WS-CUT-TITLE                  PIC X(24)
                                                   OCCURS 8 TIMES.
        01  WS-CUT-COUNT                      PIC 9(02) COMP
                                                          VALUE 8.
        01  WS-RATE-BAND-LABEL-TABLE.
            05  FILLER                        PIC X(20)
                                       VALUE 'UNDER 3.000%'.
            05  FILLER                        PIC X(20)
                                       VALUE '3.000 - 3.999%'.
            05  FILLER                        PIC X(20)
                                       VALUE '4.000 - 4.999%'.
            05  FILLER                        PIC X(20)
                                       VALUE '5.000 - 5.999%'.
            05  FILLER                        PIC X(20)
                                       VALUE '6.000 - 6.999%'.
            05  FILLER                        PIC X(20)
                                       VALUE '7.000 - 7.999%'.
            05  FILLER                        PIC X(20)
                                       VALUE '8.000% AND OVER'.
        01  WS-RATE-BAND-LABELS REDEFINES WS-RATE-BAND-LABEL-TABLE.
            05  WS-RATE-BAND-LABEL            PIC X(20)
                                                   OCCURS 7 TIMES.
        01  WS-TERM-BAND-LABEL-TABLE.
            05  FILLER                        PIC X(20)
                                       VALUE '0 - 60 MONTHS'.
            05  FILLER                        PIC X(20)
                                       VALUE '61 - 120 MONTHS'.
            05  FILLER                        PIC X(20)
                                       VALUE '121 - 180 MONTHS'.
            05  FILLER                        PIC X(20)
                                       VALUE '181 - 240 MONTHS'.
            05  FILLER                        PIC X(20)
                                       VALUE '241 - 300 MONTHS'.
            05  FILLER                        PIC X(20)
                                       VALUE '301 - 360 MONTHS'.
            05  FILLER                        PIC X(20)
                                       VALUE 'OVER 360 MONTHS'.
        01  WS-TERM-BAND-LABELS REDEFINES WS-TERM-BAND-LABEL-TABLE.
            05  WS-TERM-BAND-LABEL            PIC X(20)
                                                   OCCURS 7 TIMES.
        01  WS-STRAT-TABLE-AREA.
            05  WS-CUT-ENTRY OCCURS 8 TIMES.
                10  WS-CUT-ROW-COUNT          PIC 9(03) COMP.
                10  WS-CUT-OVERFLOW-SWITCH    PIC X(01).
                    88  WS-CUT-OVERFLOWED         VALUE 'Y'.
                10  WS-ROW-ENTRY OCCURS 100 TIMES.
                    15  WS-ROW-KEY            PIC X(12).
                    15  WS-ROW-LABEL          PIC X(20).
                    15  WS-ROW-LOAN-COUNT     PIC 9(07) COMP.
                    15  WS-ROW-BALANCE        PIC S9(11)V99 COMP-3.
                    15  WS-ROW-RATE-WEIGHT    PIC S9(12)V9(06) COMP-3.
                    15  WS-ROW-TERM-WEIGHT    PIC S9(14)V99 COMP-3.
        01  WS-CUT-SUB                        PIC 9(02) COMP.
        01  WS-ROW-SUB                        PIC 9(03) COMP.
        01  WS-ROW-HOLD-SUB                   PIC 9(03) COMP.
        01  WS-SHIFT-SUB                      PIC 9(03) COMP.
        01  WS-SHIFT-TO-SUB                   PIC 9(03) COMP.
        01  WS-ROW-HOLD-FIELDS.
            05  WS-ROW-KEY-HOLD               PIC X(12).
            05  WS-ROW-LABEL-HOLD             PIC X(20).
        01  WS-LOAN-STRAT-FIELDS.
            05  WS-RATE-WHOLE-PERCENT         PIC 9(03).
            05  WS-BAND-SUB                   PIC 9(02) COMP.
            05  WS-REMAINING-MONTHS           PIC S9(05) COMP.
            05  WS-REMAINING-MONTHS-LESS-1    PIC S9(05) COMP.
            05  WS-DUE-MONTH-INDEX            PIC S9(07) COMP.
            05  WS-MATURITY-MONTH-INDEX       PIC S9(07) COMP.
            05  WS-ORIGINATION-MONTH-INDEX    PIC S9(07) COMP.
            05  WS-ORIGINATION-YEAR           PIC 9(04).
            05  WS-MONTH-QUOTIENT             PIC S9(07) COMP.
            05  WS-LOAN-RATE-WEIGHT           PIC S9(12)V9(06) COMP-3.
            05  WS-LOAN-TERM-WEIGHT           PIC S9(14)V99 COMP-3.
        01  WS-TERM-DATE-FIELDS.
            05  WS-DUE-YEAR                   PIC 9(04).
            05  WS-DUE-MONTH                  PIC 9(02).
            05  WS-MATURITY-YEAR              PIC 9(04).
            05  WS-MATURITY-MONTH             PIC 9(02).
        01  WS-RUN-TOTALS.
            05  WS-LOAN-COUNT                 PIC 9(07) COMP
                                                          VALUE ZERO.
            05  WS-TOTAL-BALANCE      PIC S9(11)V99 COMP-3 VALUE ZERO.
            05  WS-TOTAL-RATE-WEIGHT  PIC S9(12)V9(06) COMP-3
                                                          VALUE ZERO.
            05  WS-TOTAL-TERM-WEIGHT  PIC S9(14)V99 COMP-3 VALUE ZERO.
            05  WS-EXTRACT-COUNT              PIC 9(07) COMP
                                                          VALUE ZERO.
        01  WS-CUT-TOTALS.
            05  WS-CUT-LOAN-COUNT             PIC 9(07) COMP.
            05  WS-CUT-BALANCE        PIC S9(11)V99 COMP-3.
        01  WS-ROW-FIGURES.
            05  WS-FIGURE-LOAN-COUNT          PIC 9(07) COMP.
            05  WS-FIGURE-BALANCE     PIC S9(11)V99 COMP-3.
            05  WS-FIGURE-RATE-WEIGHT PIC S9(12)V9(06) COMP-3.
            05  WS-FIGURE-TERM-WEIGHT PIC S9(14)V99 COMP-3.
            05  WS-FIGURE-PERCENT     PIC S9(03)V99 COMP-3.
            05  WS-FIGURE-WA-RATE     PIC S9(03)V999 COMP-3.
            05  WS-FIGURE-WA-TERM     PIC S9(03) COMP-3.
        01  WS-EXTRACT-FIELDS.
            05  WS-CSV-POINTER                PIC 9(03) COMP.
            05  WS-CSV-FIELD                  PIC X(30).
            05  WS-CSV-LEADING                PIC 9(02) COMP.
            05  WS-CSV-COUNT                  PIC Z(06)9.
            05  WS-CSV-BALANCE                PIC -(11)9.99.
            05  WS-CSV-PERCENT                PIC -(3)9.99.
            05  WS-CSV-WA-RATE                PIC -(3)9.999.
            05  WS-CSV-WA-TERM                PIC -(3)9.
        01  WS-EXTRACT-HEADER                 PIC X(72) VALUE
            'AS OF DATE,CUT,ROW,LOANS,UPB,PCT OF UPB,WA RATE,WA TERM'.
        01  WS-DISPLAY-COUNT                 PIC ZZZ,ZZ9.
        01  WS-DISPLAY-BALANCE               PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01  WS-HEADING-LINE-1.
            05  FILLER                        PIC X(21)
                VALUE 'MORTGAGE SERVICING - '.
            05  FILLER                        PIC X(32)
                VALUE 'PORTFOLIO STRATIFICATION REPORT'.
        01  WS-HEADING-LINE-2.
            05  FILLER                        PIC X(14)
                                            VALUE 'BUSINESS DATE '.
            05  H2-BUSINESS-DATE               PIC 9(08).
        01  WS-CUT-HEADING-LINE.
            05  FILLER                        PIC X(09)
                                                   VALUE 'STRATUM: '.
            05  CH-CUT-TITLE                   PIC X(24).
        01  WS-COLUMN-HEADING-LINE.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  FILLER                        PIC X(20)
                                         VALUE 'ROW'.
            05  FILLER                        PIC X(09)
                                                   VALUE '    LOANS'.
            05  FILLER                        PIC X(18)
                                         VALUE '    UNPAID BALANCE'.
            05  FILLER                        PIC X(10)
                                                 VALUE '   PCT UPB'.
            05  FILLER                        PIC X(09)
                                                   VALUE '  WA RATE'.
            05  FILLER                        PIC X(09)
                                                   VALUE '  WA TERM'.
        01  WS-ROW-LINE.
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  RL-LABEL                       PIC X(20).
            05  FILLER                        PIC X(02) VALUE SPACES.
            05  RL-LOAN-COUNT                  PIC ZZZ,ZZ9.
            05  FILLER                        PIC X(01) VALUE SPACES.
            05  RL-BALANCE           PIC Z,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER                        PIC X(03) VALUE SPACES.
            05  RL-PERCENT                     PIC ZZ9.99-.
            05  FILLER                        PIC X(03) VALUE SPACES.
            05  RL-WA-RATE                     PIC Z9.999.
            05  FILLER                        PIC X(06) VALUE SPACES.
            05  RL-WA-TERM                     PIC ZZ9.
        01  WS-SUMMARY-LINE.
            05  FILLER                        PIC X(35)
                VALUE 'PORTFOLIO SUMMARY - LOANS ON FILE: '.
            05  SL-LOAN-COUNT                  PIC ZZZ,ZZ9.
            05  FILLER                        PIC X(18)
                VALUE '   TOTAL BALANCE: '.
            05  SL-BALANCE           PIC Z,ZZZ,ZZZ,ZZ9.99-.
        01  WS-BLANK-LINE                     PIC X(01) VALUE SPACE.
        PROCEDURE DIVISION.
        MAIN-LINE SECTION.
        0000.
            PERFORM AK-MAIN.
        9999.
            STOP RUN.
        AK-MAIN SECTION.
        AK-100.
      *    OPEN THE MASTER, THE REPORT AND THE EXTRACT, PICK UP THE
      *    BUSINESS DATE AND THE DELINQUENCY THRESHOLDS, AND CLEAR
      *    THE STRATIFICATION TABLE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            OPEN INPUT LOAN-MASTER-FILE.
            OPEN OUTPUT STRATRPT-REPORT-FILE.
            OPEN OUTPUT STRAT-EXTRACT-FILE.
            IF NOT WS-LOANMSTR-OK
                DISPLAY 'STRATRPT - LOAN MASTER OPEN FAILED, STATUS '
                    WS-LOANMSTR-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO AK-900
            END-IF.
            PERFORM AK-105-GET-BUSINESS-DATE.
            PERFORM AK-107-GET-THRESHOLDS.
            PERFORM AK-108-CLEAR-CUT
                VARYING WS-CUT-SUB FROM 1 BY 1
                UNTIL WS-CUT-SUB > WS-CUT-COUNT.
            PERFORM AK-110-STAMP-CHECKPOINT.
            GO TO AK-200.
        AK-105-GET-BUSINESS-DATE.
      *    PICK UP THE SHARED BUSINESS DATE FROM RUN-CONTROL - THE
      *    SAME DATE HELLO LOGGED ITS PORTFOLIO SUMMARY UNDER.
            OPEN INPUT RUN-CONTROL-FILE.
            IF WS-RUNCTL-OK
                MOVE 'CYCLECTL' TO RC-CONTROL-ID
                READ RUN-CONTROL-FILE
                    INVALID KEY
                        DISPLAY 'STRATRPT - RUN-CONTROL RECORD NOT '
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
                DISPLAY 'STRATRPT - RUN-CONTROL OPEN FAILED, STATUS '
                    WS-RUNCTL-STATUS ' - USING SYSTEM DATE'
                STRING WS-CURRENT-YEAR WS-CURRENT-MONTH WS-CURRENT-DAY
                    DELIMITED BY SIZE INTO WS-TODAY-DATE
                END-STRING
            END-IF.
        AK-107-GET-THRESHOLDS.
      *    THE DELINQUENCY CUT AGES LOANS ON THE SAME THRESHOLDS AS
      *    DELINQRPT - THE VERSION IN EFFECT ON THE BUSINESS DATE.
      *    WITHOUT THE CONTROL FILE OR A VERSION IN EFFECT THE
      *    STANDARD 30/60/90/120 THRESHOLDS IN WORKING-STORAGE STAND.
            OPEN INPUT DELINQ-CONTROL-FILE.
            IF WS-DELQCTL-OK
                MOVE 'DELQCTL1' TO DC-CONTROL-ID
                MOVE ZERO TO DC-EFFECTIVE-DATE
                START DELINQ-CONTROL-FILE
                    KEY IS NOT LESS THAN DC-CONTROL-KEY
                    INVALID KEY
                        SET WS-END-OF-CONTROL-VERSIONS TO TRUE
                END-START
                PERFORM AK-109-READ-THRESHOLD-VERSION
                    UNTIL WS-END-OF-CONTROL-VERSIONS
                IF WS-CONTROL-VERSION-FOUND
                    DISPLAY 'STRATRPT - THRESHOLDS EFFECTIVE '
                        WS-THRESHOLD-EFFECTIVE-DATE
                ELSE
                    DISPLAY 'STRATRPT - NO THRESHOLD VERSION IN '
                        'EFFECT, USING STANDARD THRESHOLDS'
                END-IF
                CLOSE DELINQ-CONTROL-FILE
            ELSE
                DISPLAY 'STRATRPT - CONTROL FILE OPEN FAILED, STATUS '
                    WS-DELQCTL-STATUS ' - USING STANDARD THRESHOLDS'
            END-IF.
        AK-108-CLEAR-CUT.
            MOVE ZERO TO WS-CUT-ROW-COUNT(WS-CUT-SUB).
            MOVE 'N' TO WS-CUT-OVERFLOW-SWITCH(WS-CUT-SUB).
        AK-109-READ-THRESHOLD-VERSION.
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
        AK-110-STAMP-CHECKPOINT.
      *    MARK THIS STEP IN-PROGRESS ON THE CHECKPOINT FILE SO THE
      *    END-OF-CYCLE AUDIT CAN PROVE IT RAN FOR THE MONTH.
            OPEN I-O CHECKPOINT-FILE.
            IF WS-CKPT-FILE-MISSING
                OPEN OUTPUT CHECKPOINT-FILE
                CLOSE CHECKPOINT-FILE
                OPEN I-O CHECKPOINT-FILE
            END-IF.
            MOVE 'STRATRPT' TO CK-PROGRAM-ID.
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
        AK-200.
      *    STRATIFY EVERY LOAN ON FILE, THEN PRINT AND EXTRACT.
            PERFORM AK-210 UNTIL WS-END-OF-LOAN-MASTER.
            PERFORM AK-600-PRINT-REPORT.
            PERFORM AK-700-WRITE-EXTRACT.
            IF WS-CUTS-DO-NOT-TIE
                DISPLAY 'STRATRPT - STRATIFICATION DOES NOT TIE - RC=8'
                MOVE 8 TO RETURN-CODE
            END-IF.
            GO TO AK-800.
        AK-210.
            READ LOAN-MASTER-FILE
                AT END
                    SET WS-END-OF-LOAN-MASTER TO TRUE
                NOT AT END
                    PERFORM AK-300-STRATIFY-ONE-LOAN
            END-READ.
        AK-300-STRATIFY-ONE-LOAN.
      *    THE RUN TOTALS ARE HELLO'S PORTFOLIO SUMMARY - EVERY
      *    RECORD, ITS BALANCE AS CARRIED.  THE BALANCE-WEIGHTED
      *    RATE AND REMAINING TERM ARE FIGURED ONCE PER LOAN AND
      *    THEN CARRIED INTO ONE ROW OF EACH CUT.
            ADD 1 TO WS-LOAN-COUNT.
            ADD LM-CURRENT-BALANCE TO WS-TOTAL-BALANCE.
            PERFORM AK-310-REMAINING-TERM.
            COMPUTE WS-LOAN-RATE-WEIGHT =
                LM-CURRENT-BALANCE * LM-INTEREST-RATE.
            COMPUTE WS-LOAN-TERM-WEIGHT =
                LM-CURRENT-BALANCE * WS-REMAINING-MONTHS.
            ADD WS-LOAN-RATE-WEIGHT TO WS-TOTAL-RATE-WEIGHT.
            ADD WS-LOAN-TERM-WEIGHT TO WS-TOTAL-TERM-WEIGHT.
            PERFORM AK-320-RATE-BAND.
            PERFORM AK-330-RATE-TYPE.
            PERFORM AK-340-INVESTOR.
            PERFORM AK-350-DELINQUENCY.
            PERFORM AK-360-ORIGINATION-YEAR.
            PERFORM AK-370-TERM-BAND.
            PERFORM AK-380-ESCROW.
            PERFORM AK-390-PROTECTED.
        AK-310-REMAINING-TERM.
      *    MONTHS FROM THE NEXT DUE DATE THROUGH MATURITY, COUNTING
      *    BOTH, AS PMTRECST MEASURES IT.  A LOAN PAST MATURITY OR
      *    PAID OFF HAS NONE LEFT.
            IF LM-MATURITY-DATE > ZERO
                MOVE LM-NEXT-DUE-DATE(1:4) TO WS-DUE-YEAR
                MOVE LM-NEXT-DUE-DATE(5:2) TO WS-DUE-MONTH
                MOVE LM-MATURITY-DATE(1:4) TO WS-MATURITY-YEAR
                MOVE LM-MATURITY-DATE(5:2) TO WS-MATURITY-MONTH
                COMPUTE WS-DUE-MONTH-INDEX =
                    WS-DUE-YEAR * 12 + WS-DUE-MONTH
                COMPUTE WS-MATURITY-MONTH-INDEX =
                    WS-MATURITY-YEAR * 12 + WS-MATURITY-MONTH
                COMPUTE WS-REMAINING-MONTHS =
                    WS-MATURITY-MONTH-INDEX - WS-DUE-MONTH-INDEX + 1
            ELSE
                MOVE LM-TERM-MONTHS TO WS-REMAINING-MONTHS
            END-IF.
            IF WS-REMAINING-MONTHS < ZERO
                MOVE ZERO TO WS-REMAINING-MONTHS
            END-IF.
        AK-320-RATE-BAND.
      *    WHOLE-PERCENT BANDS FROM 3 TO 8, WITH EVERYTHING BELOW 3
      *    AND FROM 8 UP IN ONE BAND EACH.
            MOVE 1 TO WS-CUT-SUB.
            COMPUTE WS-RATE-WHOLE-PERCENT = LM-INTEREST-RATE * 100.
            IF WS-RATE-WHOLE-PERCENT < 3
                MOVE 1 TO WS-BAND-SUB
            ELSE IF WS-RATE-WHOLE-PERCENT > 7
                MOVE 7 TO WS-BAND-SUB
            ELSE
                COMPUTE WS-BAND-SUB = WS-RATE-WHOLE-PERCENT - 1
            END-IF.
            MOVE SPACES TO WS-ROW-KEY-HOLD.
            MOVE WS-BAND-SUB TO WS-ROW-KEY-HOLD(1:2).
            MOVE WS-RATE-BAND-LABEL(WS-BAND-SUB) TO WS-ROW-LABEL-HOLD.
            PERFORM AK-400-ACCUMULATE-ROW.
        AK-330-RATE-TYPE.
      *    FIXED-RATE LOANS IN ONE ROW, ARMS BROKEN OUT BY INDEX.
            MOVE 2 TO WS-CUT-SUB.
            MOVE SPACES TO WS-ROW-KEY-HOLD.
            MOVE SPACES TO WS-ROW-LABEL-HOLD.
            IF LM-ARM-LOAN
                MOVE 'A' TO WS-ROW-KEY-HOLD(1:1)
                MOVE LM-ARM-INDEX-CODE TO WS-ROW-KEY-HOLD(2:4)
                MOVE 'ARM - INDEX' TO WS-ROW-LABEL-HOLD
                MOVE LM-ARM-INDEX-CODE TO WS-ROW-LABEL-HOLD(13:4)
            ELSE
                MOVE 'F' TO WS-ROW-KEY-HOLD(1:1)
                MOVE 'FIXED RATE' TO WS-ROW-LABEL-HOLD
            END-IF.
            PERFORM AK-400-ACCUMULATE-ROW.
        AK-340-INVESTOR.
      *    A LOAN HELD IN PORTFOLIO HAS A BLANK INVESTOR CODE.
            MOVE 3 TO WS-CUT-SUB.
            MOVE SPACES TO WS-ROW-KEY-HOLD.
            MOVE LM-INVESTOR-CODE TO WS-ROW-KEY-HOLD(1:4).
            IF LM-INVESTOR-CODE = SPACES
                MOVE 'PORTFOLIO' TO WS-ROW-LABEL-HOLD
            ELSE
                MOVE LM-INVESTOR-CODE TO WS-ROW-LABEL-HOLD
            END-IF.
            PERFORM AK-400-ACCUMULATE-ROW.
        AK-350-DELINQUENCY.
            MOVE 4 TO WS-CUT-SUB.
            MOVE SPACES TO WS-ROW-KEY-HOLD.
            IF NOT LM-LOAN-ACTIVE
                MOVE '9' TO WS-ROW-KEY-HOLD
                MOVE 'NOT ACTIVE' TO WS-ROW-LABEL-HOLD
            ELSE IF LM-DELINQUENCY-DAYS >= WS-THRESHOLD-120
                MOVE '5' TO WS-ROW-KEY-HOLD
                MOVE '120-DAY BUCKET' TO WS-ROW-LABEL-HOLD
            ELSE IF LM-DELINQUENCY-DAYS >= WS-THRESHOLD-90
                MOVE '4' TO WS-ROW-KEY-HOLD
                MOVE '090-DAY BUCKET' TO WS-ROW-LABEL-HOLD
            ELSE IF LM-DELINQUENCY-DAYS >= WS-THRESHOLD-60
                MOVE '3' TO WS-ROW-KEY-HOLD
                MOVE '060-DAY BUCKET' TO WS-ROW-LABEL-HOLD
            ELSE IF LM-DELINQUENCY-DAYS >= WS-THRESHOLD-30
                MOVE '2' TO WS-ROW-KEY-HOLD
                MOVE '030-DAY BUCKET' TO WS-ROW-LABEL-HOLD
            ELSE
                MOVE '1' TO WS-ROW-KEY-HOLD
                MOVE 'CURRENT' TO WS-ROW-LABEL-HOLD
            END-IF.
            PERFORM AK-400-ACCUMULATE-ROW.
        AK-360-ORIGINATION-YEAR.
      *    LNBOARD SETS MATURITY AT THE FIRST PAYMENT PLUS TERM-LESS-
      *    ONE MONTHS, SO MATURITY LESS THE FULL TERM IS THE MONTH
      *    BEFORE THE FIRST PAYMENT - THE MONTH THE LOAN CLOSED.
            MOVE 5 TO WS-CUT-SUB.
            MOVE SPACES TO WS-ROW-KEY-HOLD.
            MOVE SPACES TO WS-ROW-LABEL-HOLD.
            IF LM-MATURITY-DATE = ZERO OR LM-TERM-MONTHS = ZERO
                MOVE 'ZZZZ' TO WS-ROW-KEY-HOLD
                MOVE 'UNKNOWN' TO WS-ROW-LABEL-HOLD
            ELSE
                MOVE LM-MATURITY-DATE(1:4) TO WS-MATURITY-YEAR
                MOVE LM-MATURITY-DATE(5:2) TO WS-MATURITY-MONTH
                COMPUTE WS-ORIGINATION-MONTH-INDEX =
                    WS-MATURITY-YEAR * 12 + WS-MATURITY-MONTH - 1
                        - LM-TERM-MONTHS
                DIVIDE WS-ORIGINATION-MONTH-INDEX BY 12
                    GIVING WS-MONTH-QUOTIENT
                MOVE WS-MONTH-QUOTIENT TO WS-ORIGINATION-YEAR
                MOVE WS-ORIGINATION-YEAR TO WS-ROW-KEY-HOLD(1:4)
                MOVE WS-ORIGINATION-YEAR TO WS-ROW-LABEL-HOLD(1:4)
            END-IF.
            PERFORM AK-400-ACCUMULATE-ROW.
        AK-370-TERM-BAND.
      *    SIXTY-MONTH BANDS TO THIRTY YEARS, AND ONE BAND BEYOND.
            MOVE 6 TO WS-CUT-SUB.
            IF WS-REMAINING-MONTHS NOT > 60
                MOVE 1 TO WS-BAND-SUB
            ELSE IF WS-REMAINING-MONTHS > 360
                MOVE 7 TO WS-BAND-SUB
            ELSE
                COMPUTE WS-REMAINING-MONTHS-LESS-1 =
                    WS-REMAINING-MONTHS - 1
                DIVIDE WS-REMAINING-MONTHS-LESS-1 BY 60
                    GIVING WS-MONTH-QUOTIENT
                COMPUTE WS-BAND-SUB = WS-MONTH-QUOTIENT + 1
            END-IF.
            MOVE SPACES TO WS-ROW-KEY-HOLD.
            MOVE WS-BAND-SUB TO WS-ROW-KEY-HOLD(1:2).
            MOVE WS-TERM-BAND-LABEL(WS-BAND-SUB) TO WS-ROW-LABEL-HOLD.
            PERFORM AK-400-ACCUMULATE-ROW.
        AK-380-ESCROW.
            MOVE 7 TO WS-CUT-SUB.
            MOVE SPACES TO WS-ROW-KEY-HOLD.
            IF LM-ESCROW-MONTHLY-PMT > ZERO
                OR LM-ESCROW-TAX-AMOUNT > ZERO
                OR LM-ESCROW-INS-PREMIUM > ZERO
                MOVE '1' TO WS-ROW-KEY-HOLD
                MOVE 'ESCROWED' TO WS-ROW-LABEL-HOLD
            ELSE
                MOVE '2' TO WS-ROW-KEY-HOLD
                MOVE 'NON-ESCROWED' TO WS-ROW-LABEL-HOLD
            END-IF.
            PERFORM AK-400-ACCUMULATE-ROW.
        AK-390-PROTECTED.
            MOVE 8 TO WS-CUT-SUB.
            MOVE SPACES TO WS-ROW-KEY-HOLD.
            IF LM-PROT-BANKRUPTCY
                MOVE '2' TO WS-ROW-KEY-HOLD
                MOVE 'BANKRUPTCY' TO WS-ROW-LABEL-HOLD
            ELSE IF LM-PROT-FORECLOSURE
                MOVE '3' TO WS-ROW-KEY-HOLD
                MOVE 'FORECLOSURE' TO WS-ROW-LABEL-HOLD
            ELSE IF LM-ON-LOSS-MIT-PLAN
                MOVE '4' TO WS-ROW-KEY-HOLD
                MOVE 'LOSS MITIGATION' TO WS-ROW-LABEL-HOLD
            ELSE
                MOVE '1' TO WS-ROW-KEY-HOLD
                MOVE 'NOT PROTECTED' TO WS-ROW-LABEL-HOLD
            END-IF.
            PERFORM AK-400-ACCUMULATE-ROW.
        AK-400-ACCUMULATE-ROW.
      *    THE ROWS OF A CUT ARE KEPT IN KEY ORDER.  FIND THE ROW
      *    FOR THIS LOAN'S KEY, OR OPEN ONE IN PLACE.  THE LAST SLOT
      *    IS KEPT FOR THE ALL OTHER ROW, WHICH SORTS LAST.
            PERFORM AK-410-FIND-ROW.
            IF NOT WS-ROW-KEY-MATCHED
                IF WS-CUT-ROW-COUNT(WS-CUT-SUB) NOT < 99
                    AND WS-ROW-KEY-HOLD NOT = HIGH-VALUES
                    MOVE HIGH-VALUES TO WS-ROW-KEY-HOLD
                    MOVE 'ALL OTHER' TO WS-ROW-LABEL-HOLD
                    MOVE 'Y' TO WS-CUT-OVERFLOW-SWITCH(WS-CUT-SUB)
                    PERFORM AK-410-FIND-ROW
                END-IF
            END-IF.
            IF NOT WS-ROW-KEY-MATCHED
                PERFORM AK-420-OPEN-ROW
            END-IF.
            ADD 1 TO WS-ROW-LOAN-COUNT(WS-CUT-SUB, WS-ROW-HOLD-SUB).
            ADD LM-CURRENT-BALANCE
                TO WS-ROW-BALANCE(WS-CUT-SUB, WS-ROW-HOLD-SUB).
            ADD WS-LOAN-RATE-WEIGHT
                TO WS-ROW-RATE-WEIGHT(WS-CUT-SUB, WS-ROW-HOLD-SUB).
            ADD WS-LOAN-TERM-WEIGHT
                TO WS-ROW-TERM-WEIGHT(WS-CUT-SUB, WS-ROW-HOLD-SUB).
        AK-410-FIND-ROW.
      *    STOP AT THE FIRST ROW WHOSE KEY IS NOT LOWER THAN THIS
      *    ONE.  PAST THE END, THE NEW ROW GOES ON THE END.
            MOVE 'N' TO WS-ROW-FOUND-SWITCH.
            MOVE 'N' TO WS-ROW-MATCH-SWITCH.
            PERFORM AK-415-CHECK-ROW-ENTRY
                VARYING WS-ROW-SUB FROM 1 BY 1
                UNTIL WS-ROW-SUB > WS-CUT-ROW-COUNT(WS-CUT-SUB)
                OR WS-ROW-POSITION-FOUND.
            IF NOT WS-ROW-POSITION-FOUND
                COMPUTE WS-ROW-HOLD-SUB =
                    WS-CUT-ROW-COUNT(WS-CUT-SUB) + 1
            ELSE IF WS-ROW-KEY(WS-CUT-SUB, WS-ROW-HOLD-SUB)
                = WS-ROW-KEY-HOLD
                SET WS-ROW-KEY-MATCHED TO TRUE
            END-IF.
        AK-415-CHECK-ROW-ENTRY.
            IF WS-ROW-KEY(WS-CUT-SUB, WS-ROW-SUB)
                NOT < WS-ROW-KEY-HOLD
                SET WS-ROW-POSITION-FOUND TO TRUE
                MOVE WS-ROW-SUB TO WS-ROW-HOLD-SUB
            END-IF.
        AK-420-OPEN-ROW.
      *    MOVE THE HIGHER ROWS DOWN ONE SLOT AND START THE NEW ROW
      *    AT ZERO IN THE GAP.
            PERFORM AK-425-SHIFT-ROW
                VARYING WS-SHIFT-SUB FROM WS-CUT-ROW-COUNT(WS-CUT-SUB)
                BY -1
                UNTIL WS-SHIFT-SUB < WS-ROW-HOLD-SUB.
            ADD 1 TO WS-CUT-ROW-COUNT(WS-CUT-SUB).
            MOVE WS-ROW-KEY-HOLD
                TO WS-ROW-KEY(WS-CUT-SUB, WS-ROW-HOLD-SUB).
            MOVE WS-ROW-LABEL-HOLD
                TO WS-ROW-LABEL(WS-CUT-SUB, WS-ROW-HOLD-SUB).
            MOVE ZERO TO WS-ROW-LOAN-COUNT(WS-CUT-SUB, WS-ROW-HOLD-SUB).
            MOVE ZERO TO WS-ROW-BALANCE(WS-CUT-SUB, WS-ROW-HOLD-SUB).
            MOVE ZERO
                TO WS-ROW-RATE-WEIGHT(WS-CUT-SUB, WS-ROW-HOLD-SUB).
            MOVE ZERO
                TO WS-ROW-TERM-WEIGHT(WS-CUT-SUB, WS-ROW-HOLD-SUB).
        AK-425-SHIFT-ROW.
            COMPUTE WS-SHIFT-TO-SUB = WS-SHIFT-SUB + 1.
            MOVE WS-ROW-ENTRY(WS-CUT-SUB, WS-SHIFT-SUB)
                TO WS-ROW-ENTRY(WS-CUT-SUB, WS-SHIFT-TO-SUB).
        AK-500-FIGURE-ROW.
      *    PERCENTAGE OF THE PORTFOLIO BALANCE AND THE BALANCE-
      *    WEIGHTED AVERAGES FOR ONE ROW (OR A TOTAL), LEFT AT ZERO
      *    WHERE THERE IS NO BALANCE TO DIVIDE BY.  THE AVERAGE RATE
      *    IS SHOWN AS A PERCENTAGE, LIKE THE BAND LABELS.
            MOVE ZERO TO WS-FIGURE-PERCENT.
            MOVE ZERO TO WS-FIGURE-WA-RATE.
            MOVE ZERO TO WS-FIGURE-WA-TERM.
            IF WS-TOTAL-BALANCE NOT = ZERO
                COMPUTE WS-FIGURE-PERCENT ROUNDED =
                    WS-FIGURE-BALANCE * 100 / WS-TOTAL-BALANCE
            END-IF.
            IF WS-FIGURE-BALANCE NOT = ZERO
                COMPUTE WS-FIGURE-WA-RATE ROUNDED =
                    WS-FIGURE-RATE-WEIGHT * 100 / WS-FIGURE-BALANCE
                COMPUTE WS-FIGURE-WA-TERM ROUNDED =
                    WS-FIGURE-TERM-WEIGHT / WS-FIGURE-BALANCE
            END-IF.
        AK-510-FIGURE-TABLE-ROW.
            MOVE WS-ROW-LOAN-COUNT(WS-CUT-SUB, WS-ROW-SUB)
                TO WS-FIGURE-LOAN-COUNT.
            MOVE WS-ROW-BALANCE(WS-CUT-SUB, WS-ROW-SUB)
                TO WS-FIGURE-BALANCE.
            MOVE WS-ROW-RATE-WEIGHT(WS-CUT-SUB, WS-ROW-SUB)
                TO WS-FIGURE-RATE-WEIGHT.
            MOVE WS-ROW-TERM-WEIGHT(WS-CUT-SUB, WS-ROW-SUB)
                TO WS-FIGURE-TERM-WEIGHT.
            PERFORM AK-500-FIGURE-ROW.
        AK-520-FIGURE-TOTAL-ROW.
            MOVE WS-LOAN-COUNT TO WS-FIGURE-LOAN-COUNT.
            MOVE WS-TOTAL-BALANCE TO WS-FIGURE-BALANCE.
            MOVE WS-TOTAL-RATE-WEIGHT TO WS-FIGURE-RATE-WEIGHT.
            MOVE WS-TOTAL-TERM-WEIGHT TO WS-FIGURE-TERM-WEIGHT.
            PERFORM AK-500-FIGURE-ROW.
        AK-600-PRINT-REPORT.
            MOVE WS-HEADING-LINE-1 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-TODAY-DATE TO H2-BUSINESS-DATE.
            MOVE WS-HEADING-LINE-2 TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-LOAN-COUNT TO SL-LOAN-COUNT.
            MOVE WS-TOTAL-BALANCE TO SL-BALANCE.
            MOVE WS-SUMMARY-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            PERFORM AK-610-PRINT-CUT
                VARYING WS-CUT-SUB FROM 1 BY 1
                UNTIL WS-CUT-SUB > WS-CUT-COUNT.
        AK-610-PRINT-CUT.
      *    ONE TABLE PER CUT - ITS ROWS IN KEY ORDER, THEN THE
      *    PORTFOLIO TOTAL.  THE ROWS MUST ADD BACK TO THE TOTAL.
            MOVE WS-BLANK-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-CUT-TITLE(WS-CUT-SUB) TO CH-CUT-TITLE.
            MOVE WS-CUT-HEADING-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE WS-COLUMN-HEADING-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            MOVE ZERO TO WS-CUT-LOAN-COUNT.
            MOVE ZERO TO WS-CUT-BALANCE.
            PERFORM AK-620-PRINT-ROW
                VARYING WS-ROW-SUB FROM 1 BY 1
                UNTIL WS-ROW-SUB > WS-CUT-ROW-COUNT(WS-CUT-SUB).
            PERFORM AK-520-FIGURE-TOTAL-ROW.
            MOVE 'TOTAL' TO RL-LABEL.
            PERFORM AK-630-MOVE-ROW-FIGURES.
            MOVE WS-ROW-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
            IF WS-CUT-LOAN-COUNT NOT = WS-LOAN-COUNT
                OR WS-CUT-BALANCE NOT = WS-TOTAL-BALANCE
                SET WS-CUTS-DO-NOT-TIE TO TRUE
                MOVE '*** OUT OF BALANCE - CUT DOES NOT TIE ***'
                    TO PR-PRINT-LINE
                WRITE PR-PRINT-LINE
                DISPLAY 'STRATRPT - ' WS-CUT-TITLE(WS-CUT-SUB)
                    ' DOES NOT TIE TO THE PORTFOLIO'
            END-IF.
            IF WS-CUT-OVERFLOWED(WS-CUT-SUB)
                DISPLAY 'STRATRPT - ' WS-CUT-TITLE(WS-CUT-SUB)
                    ' TABLE FULL, REMAINDER SHOWN AS ALL OTHER'
            END-IF.
        AK-620-PRINT-ROW.
            PERFORM AK-510-FIGURE-TABLE-ROW.
            ADD WS-FIGURE-LOAN-COUNT TO WS-CUT-LOAN-COUNT.
            ADD WS-FIGURE-BALANCE TO WS-CUT-BALANCE.
            MOVE WS-ROW-LABEL(WS-CUT-SUB, WS-ROW-SUB) TO RL-LABEL.
            PERFORM AK-630-MOVE-ROW-FIGURES.
            MOVE WS-ROW-LINE TO PR-PRINT-LINE.
            WRITE PR-PRINT-LINE.
        AK-630-MOVE-ROW-FIGURES.
            MOVE WS-FIGURE-LOAN-COUNT TO RL-LOAN-COUNT.
            MOVE WS-FIGURE-BALANCE TO RL-BALANCE.
            MOVE WS-FIGURE-PERCENT TO RL-PERCENT.
            MOVE WS-FIGURE-WA-RATE TO RL-WA-RATE.
            MOVE WS-FIGURE-WA-TERM TO RL-WA-TERM.
        AK-700-WRITE-EXTRACT.
      *    THE SPREADSHEET EXTRACT CARRIES THE SAME ROWS AS THE
      *    REPORT, EACH CUT CLOSED BY ITS TOTAL ROW.  NUMBERS GO OUT
      *    WITHOUT LEADING SPACES OR THOUSANDS SEPARATORS; NO LABEL
      *    CONTAINS A COMMA.
            MOVE WS-EXTRACT-HEADER TO SX-EXTRACT-LINE.
            WRITE SX-EXTRACT-LINE.
            PERFORM AK-710-EXTRACT-CUT
                VARYING WS-CUT-SUB FROM 1 BY 1
                UNTIL WS-CUT-SUB > WS-CUT-COUNT.
        AK-710-EXTRACT-CUT.
            PERFORM AK-720-EXTRACT-ROW
                VARYING WS-ROW-SUB FROM 1 BY 1
                UNTIL WS-ROW-SUB > WS-CUT-ROW-COUNT(WS-CUT-SUB).
            PERFORM AK-520-FIGURE-TOTAL-ROW.
            MOVE 'TOTAL' TO WS-ROW-LABEL-HOLD.
            PERFORM AK-730-BUILD-EXTRACT-LINE.
        AK-720-EXTRACT-ROW.
            PERFORM AK-510-FIGURE-TABLE-ROW.
            MOVE WS-ROW-LABEL(WS-CUT-SUB, WS-ROW-SUB)
                TO WS-ROW-LABEL-HOLD.
            PERFORM AK-730-BUILD-EXTRACT-LINE.
        AK-730-BUILD-EXTRACT-LINE.
            MOVE SPACES TO SX-EXTRACT-LINE.
            MOVE 1 TO WS-CSV-POINTER.
            STRING WS-TODAY-DATE ',' DELIMITED BY SIZE
                INTO SX-EXTRACT-LINE WITH POINTER WS-CSV-POINTER
            END-STRING.
            MOVE WS-CUT-TITLE(WS-CUT-SUB) TO WS-CSV-FIELD.
            PERFORM AK-740-APPEND-FIELD.
            MOVE WS-ROW-LABEL-HOLD TO WS-CSV-FIELD.
            PERFORM AK-740-APPEND-FIELD.
            MOVE WS-FIGURE-LOAN-COUNT TO WS-CSV-COUNT.
            MOVE WS-CSV-COUNT TO WS-CSV-FIELD.
            PERFORM AK-740-APPEND-FIELD.
            MOVE WS-FIGURE-BALANCE TO WS-CSV-BALANCE.
            MOVE WS-CSV-BALANCE TO WS-CSV-FIELD.
            PERFORM AK-740-APPEND-FIELD.
            MOVE WS-FIGURE-PERCENT TO WS-CSV-PERCENT.
            MOVE WS-CSV-PERCENT TO WS-CSV-FIELD.
            PERFORM AK-740-APPEND-FIELD.
            MOVE WS-FIGURE-WA-RATE TO WS-CSV-WA-RATE.
            MOVE WS-CSV-WA-RATE TO WS-CSV-FIELD.
            PERFORM AK-740-APPEND-FIELD.
            MOVE WS-FIGURE-WA-TERM TO WS-CSV-WA-TERM.
            MOVE WS-CSV-WA-TERM TO WS-CSV-FIELD.
            PERFORM AK-740-APPEND-FIELD.
      *    THE LAST FIELD NEEDS NO DELIMITER AFTER IT.
            SUBTRACT 1 FROM WS-CSV-POINTER.
            MOVE SPACE TO SX-EXTRACT-LINE(WS-CSV-POINTER:1).
            WRITE SX-EXTRACT-LINE.
            ADD 1 TO WS-EXTRACT-COUNT.
        AK-740-APPEND-FIELD.
      *    DROP THE FIELD'S LEADING SPACES, THEN COPY IT UP TO ITS
      *    FIRST DOUBLE SPACE AND FOLLOW IT WITH A COMMA.
            MOVE ZERO TO WS-CSV-LEADING.
            INSPECT WS-CSV-FIELD TALLYING WS-CSV-LEADING
                FOR LEADING SPACES.
            IF WS-CSV-LEADING < 30
                ADD 1 TO WS-CSV-LEADING
                STRING WS-CSV-FIELD(WS-CSV-LEADING:) DELIMITED BY '  '
                    INTO SX-EXTRACT-LINE WITH POINTER WS-CSV-POINTER
                END-STRING
            END-IF.
            STRING ',' DELIMITED BY SIZE
                INTO SX-EXTRACT-LINE WITH POINTER WS-CSV-POINTER
            END-STRING.
        AK-800.
      *    MARK THE STEP COMPLETE FOR THE END-OF-CYCLE AUDIT.
            MOVE 'STRATRPT' TO CK-PROGRAM-ID.
            SET CK-STATUS-COMPLETE TO TRUE.
            MOVE WS-LOAN-COUNT TO CK-RECORD-COUNT.
            MOVE WS-TODAY-DATE TO CK-CHECKPOINT-DATE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            STRING WS-CURRENT-HOURS WS-CURRENT-MINUTE WS-CURRENT-SECOND
                DELIMITED BY SIZE INTO CK-CHECKPOINT-TIME
            END-STRING.
            REWRITE CK-CHECKPOINT-RECORD.
            CLOSE CHECKPOINT-FILE.
        AK-900.
      *    CLOSE UP AND LOG THE PORTFOLIO SUMMARY IN HELLO'S FORMAT
      *    SO THE TWO LINES CAN BE COMPARED IN THE CYCLE LOG.
            CLOSE LOAN-MASTER-FILE STRATRPT-REPORT-FILE
                STRAT-EXTRACT-FILE.
            MOVE WS-LOAN-COUNT TO WS-DISPLAY-COUNT.
            MOVE WS-TOTAL-BALANCE TO WS-DISPLAY-BALANCE.
            DISPLAY 'STRATRPT - PORTFOLIO SUMMARY - LOANS ON FILE: '
                WS-DISPLAY-COUNT
                '   TOTAL BALANCE: ' WS-DISPLAY-BALANCE.
            MOVE WS-EXTRACT-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'STRATRPT - EXTRACT RECORDS:    ' WS-DISPLAY-COUNT.
