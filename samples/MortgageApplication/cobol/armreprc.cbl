        DATE-COMPILED.
      *REMARKS.
      *    ARMREPRC IS THE NIGHTLY ADJUSTABLE-RATE REPRICING STEP.
      *    IT LOADS EACH INDEX'S RATE IN EFFECT ON THE BUSINESS
      *    DATE FROM THE INDEX RATE FILE, THEN SCANS LOAN-MASTER
      *    FOR ACTIVE ARM LOANS.  AHEAD OF EACH LOAN'S
      *    RESET DATE - FAR ENOUGH AHEAD TO MEET THE ADVANCE-NOTICE
      *    REQUIREMENT - IT COMPUTES THE NEW RATE AS INDEX PLUS
      *    MARGIN, HELD WITHIN THE PERIODIC AND LIFETIME CAPS,
      *                     PMTRECST'S SINGLE COMBINED PAYMENT-CHANGE
      *                     NOTICE CARRYING THE NEW RATE, P+I AND
      *                     ESCROW TOGETHER.
      *    2026-10-15  DLB  LOAN HISTORY EVENTS NOW CARRY ZERO FEE AND
      *                     ADVANCE PORTIONS.
      *    2026-10-15  DLB  THE INDEX RATE FILE IS NOW KEYED BY INDEX
      *                     AND RATE DATE AND MAINTAINED BY CTLMAINT;
      *                     EACH INDEX LOADS THE LATEST RATE IN EFFECT
      *                     ON THE BUSINESS DATE, WHICH IS NOW READ
      *                     BEFORE THE TABLE IS LOADED.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Z25A.
                RECORD KEY IS RC-CONTROL-ID
                FILE STATUS IS WS-RUNCTL-STATUS.
            SELECT INDEX-RATE-FILE ASSIGN TO INDXRATE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS IX-INDEX-KEY
                FILE STATUS IS WS-INDXRATE-STATUS.
            SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
                ORGANIZATION IS INDEXED
                    WS-LOANMSTR-STATUS
                GO TO O-900
            END-IF.
            PERFORM O-105-GET-BUSINESS-DATE.
            IF WS-INDXRATE-OK
                PERFORM O-120-LOAD-INDEX-TABLE
                    UNTIL WS-END-OF-INDEX-FILE
                    'STATUS ' WS-INDXRATE-STATUS
                    ' - NO NEW RATES TONIGHT'
            END-IF.
            COMPUTE WS-TODAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
            PERFORM O-110-STAMP-CHECKPOINT.
                AT END
                    SET WS-END-OF-INDEX-FILE TO TRUE
                NOT AT END
                    PERFORM O-125-TAKE-INDEX-RATE
            END-READ.
        O-125-TAKE-INDEX-RATE.
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
                DISPLAY 'ARMREPRC - INDEX TABLE FULL, '
                    'IGNORING ' IX-INDEX-CODE
            END-IF.
        O-200.
      *    EXAMINE EVERY LOAN ON THE MASTER.
            PERFORM O-210 UNTIL WS-END-OF-LOAN-MASTER.
            MOVE LM-CURRENT-BALANCE TO LH-NEW-BALANCE.
            MOVE ZERO TO LH-INTEREST-PORTION.
            MOVE ZERO TO LH-PRINCIPAL-PORTION.
            MOVE ZERO TO LH-FEE-PORTION.
            MOVE ZERO TO LH-ADVANCE-PORTION.
            MOVE ZERO TO LH-RECEIPT-AMOUNT.
            MOVE SPACE TO LH-SOURCE-CODE.
            MOVE LM-INTEREST-RATE TO WS-DISPLAY-RATE.
