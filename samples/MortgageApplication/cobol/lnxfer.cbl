      *                     FLAG, GOES TO THE EXCEPTION FILE
      *                     INSTEAD OF BOARDING A LOAN THE
      *                     REPRICING SWEEP COULD NEVER RESET.
      *    2026-10-15  DLB  THE BORROWER/PROPERTY MASTER RECORD NOW
      *                     RIDES THE PACKAGE AS A 'BM' IMAGE RIGHT
      *                     AFTER THE MASTER IMAGE, AND IS BOARDED
      *                     WITH AN ACCEPTED LOAN ON THE WAY IN.  THE
      *                     GOODBYE LETTER NOW CARRIES THE CO-BORROWER
      *                     AND THE MAILING ADDRESS.
      *    2026-10-15  DLB  TRANSFER HISTORY EVENTS NOW CARRY SOURCE
      *                     CODE 'O' OR 'I', SO THE GL JOURNAL CAN MOVE
      *                     THE BALANCE OFF OR ONTO THE BOOKS.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Z25A.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SP-LOAN-NUMBER
                FILE STATUS IS WS-SUSPENSE-STATUS.
            SELECT BORROWER-MASTER-FILE ASSIGN TO BORRMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BM-LOAN-NUMBER
                FILE STATUS IS WS-BORRMSTR-STATUS.
            SELECT TRANSFER-PACKAGE-FILE ASSIGN TO XFRPKGO
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-XFRPKGO-STATUS.
                          ==XP-HISTORY-IMAGE==  BY ==XI-HISTORY-IMAGE==
                          ==XP-SUSPENSE-IMAGE== BY
                              ==XI-SUSPENSE-IMAGE==
                          ==XP-BORROWER-IMAGE== BY
                              ==XI-BORROWER-IMAGE==
                          ==XP-LOAN-NUMBER==    BY ==XI-LOAN-NUMBER==
                          ==XP-EFFECTIVE-DATE== BY
                              ==XI-EFFECTIVE-DATE==
        FD  SUSPENSE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY SUSPREC.
        FD  BORROWER-MASTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY BORRMST.
        FD  TRANSFER-PACKAGE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY XFRPKG.
            05  WS-SUSPENSE-STATUS           PIC X(02).
                88  WS-SUSPENSE-OK               VALUE '00'.
                88  WS-SUSPENSE-FILE-MISSING     VALUE '35'.
            05  WS-BORRMSTR-STATUS           PIC X(02).
                88  WS-BORRMSTR-OK               VALUE '00'.
                88  WS-BORRMSTR-FILE-MISSING     VALUE '35'.
            05  WS-XFRPKGO-STATUS            PIC X(02).
            05  WS-XFRGBYE-STATUS            PIC X(02).
            05  WS-XFREXCP-STATUS           PIC X(02).
        U-MAIN SECTION.
        U-100.
      *    OPEN THE REQUEST AND INBOUND FILES (EITHER MAY BE ABSENT
      *    ON A GIVEN RUN), THE MASTER, HISTORY, SUSPENSE AND
      *    BORROWER/PROPERTY FILES, AND THE OUTBOUND PACKAGE, LETTER
      *    AND EXCEPTION FILES.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            OPEN INPUT TRANSFER-REQUEST-FILE.
            OPEN INPUT INBOUND-PACKAGE-FILE.
                CLOSE SUSPENSE-FILE
                OPEN I-O SUSPENSE-FILE
            END-IF.
            OPEN I-O BORROWER-MASTER-FILE.
            IF WS-BORRMSTR-FILE-MISSING
                OPEN OUTPUT BORROWER-MASTER-FILE
                CLOSE BORROWER-MASTER-FILE
                OPEN I-O BORROWER-MASTER-FILE
            END-IF.
            OPEN OUTPUT TRANSFER-PACKAGE-FILE.
            OPEN OUTPUT GOODBYE-LETTER-FILE.
            OPEN OUTPUT TRANSFER-EXCEPTION-FILE.
            END-READ.
        U-320-EXTRACT-LOAN.
      *    BUILD THE PACKAGE - THE MASTER IMAGE FIRST, THEN THE
      *    BORROWER/PROPERTY IMAGE, THEN THE WHOLE LEDGER, THEN ANY
      *    SUSPENSE MONEY GOING WITH THE LOAN
      *    - THEN MARK THE LOAN TRANSFERRED, PUT THE TRANSFER ON THE
      *    PERMANENT HISTORY AND WRITE THE GOODBYE LETTER.
            MOVE 'LM' TO XP-RECORD-TYPE.
            MOVE LM-LOAN-RECORD TO XP-RECORD-IMAGE.
            WRITE XP-TRANSFER-PACKAGE-RECORD.
            ADD 1 TO WS-PACKAGE-RECORD-COUNT.
            PERFORM U-325-EXTRACT-BORROWER.
            PERFORM U-330-EXTRACT-HISTORY.
            PERFORM U-340-EXTRACT-SUSPENSE.
            PERFORM U-350-WRITE-GOODBYE-LETTER.
            REWRITE LM-LOAN-RECORD.
            PERFORM U-360-WRITE-TRANSFER-HISTORY.
            ADD 1 TO WS-TRANSFERRED-OUT-COUNT.
        U-325-EXTRACT-BORROWER.
      *    THE BORROWER/PROPERTY RECORD STAYS ON OUR FILE WITH THE
      *    TRANSFERRED LOAN FOR RESEARCH.  A LOAN BOARDED BEFORE THE
      *    FILE EXISTED HAS NONE - THE PACKAGE GOES WITHOUT IT AND
      *    THE GOODBYE LETTER CARRIES THE NAME ONLY.
            MOVE XR-LOAN-NUMBER TO BM-LOAN-NUMBER.
            READ BORROWER-MASTER-FILE
                INVALID KEY
                    MOVE SPACES TO BM-BORROWER-RECORD
                    MOVE XR-LOAN-NUMBER TO BM-LOAN-NUMBER
                NOT INVALID KEY
                    MOVE 'BM' TO XP-RECORD-TYPE
                    MOVE XR-LOAN-NUMBER TO XP-LOAN-NUMBER
                    MOVE XR-EFFECTIVE-DATE TO XP-EFFECTIVE-DATE
                    MOVE BM-BORROWER-RECORD TO XP-RECORD-IMAGE
                    WRITE XP-TRANSFER-PACKAGE-RECORD
                    ADD 1 TO WS-PACKAGE-RECORD-COUNT
            END-READ.
        U-330-EXTRACT-HISTORY.
      *    THE HISTORY KEY IS LOAN/DATE/SEQUENCE, SO READING IN KEY
      *    ORDER FROM THE LOAN'S FIRST EVENT HANDS THE NEW SERVICER
            MOVE LM-CURRENT-BALANCE TO XG-CURRENT-BALANCE.
            MOVE LM-NEXT-DUE-DATE TO XG-NEXT-DUE-DATE.
            MOVE WS-TODAY-DATE TO XG-LETTER-DATE.
            MOVE BM-CO-BORROWER-NAME TO XG-CO-BORROWER-NAME.
            MOVE BM-MAILING-ADDRESS TO XG-MAILING-ADDRESS.
            WRITE XG-GOODBYE-LETTER-RECORD.
        U-360-WRITE-TRANSFER-HISTORY.
      *    THE TRANSFER IS A LIFECYCLE EVENT ON THE PERMANENT LOAN
            MOVE LM-CURRENT-BALANCE TO LH-NEW-BALANCE.
            MOVE ZERO TO LH-INTEREST-PORTION.
            MOVE ZERO TO LH-PRINCIPAL-PORTION.
            MOVE ZERO TO LH-FEE-PORTION.
            MOVE ZERO TO LH-ADVANCE-PORTION.
            MOVE ZERO TO LH-RECEIPT-AMOUNT.
            MOVE 'O' TO LH-SOURCE-CODE.
            STRING 'TRANSFERRED OUT EFFECTIVE ' XR-EFFECTIVE-DATE
                DELIMITED BY SIZE INTO LH-EVENT-DESCRIPTION
            END-STRING.
                    SET WS-END-OF-INBOUND TO TRUE
                NOT AT END
                    ADD 1 TO WS-INBOUND-COUNT
                    PERFORM U-615-DISPATCH-IMAGE
            END-READ.
        U-615-DISPATCH-IMAGE.
            IF XI-MASTER-IMAGE
                PERFORM U-620-BOARD-MASTER-IMAGE
            ELSE IF XI-HISTORY-IMAGE
                PERFORM U-660-BOARD-HISTORY-IMAGE
            ELSE IF XI-SUSPENSE-IMAGE
                PERFORM U-670-BOARD-SUSPENSE-IMAGE
            ELSE IF XI-BORROWER-IMAGE
                PERFORM U-675-BOARD-BORROWER-IMAGE
            ELSE
                DISPLAY 'LNXFER - UNKNOWN PACKAGE RECORD TYPE '
                    XI-RECORD-TYPE ' FOR LOAN ' XI-LOAN-NUMBER
            END-IF.
        U-620-BOARD-MASTER-IMAGE.
      *    EDIT THE INBOUND MASTER IMAGE THE WAY LNBOARD EDITS AN
      *    INTAKE RECORD - RATE RANGE, TERM, DUE-DATE VALIDITY AND
            MOVE LM-CURRENT-BALANCE TO LH-NEW-BALANCE.
            MOVE ZERO TO LH-INTEREST-PORTION.
            MOVE ZERO TO LH-PRINCIPAL-PORTION.
            MOVE ZERO TO LH-FEE-PORTION.
            MOVE ZERO TO LH-ADVANCE-PORTION.
            MOVE ZERO TO LH-RECEIPT-AMOUNT.
            MOVE 'I' TO LH-SOURCE-CODE.
            STRING 'TRANSFERRED IN EFFECTIVE ' XI-EFFECTIVE-DATE
                DELIMITED BY SIZE INTO LH-EVENT-DESCRIPTION
            END-STRING.
                        PERFORM U-680-MERGE-SUSPENSE
                END-WRITE
            END-IF.
        U-675-BOARD-BORROWER-IMAGE.
      *    THE INBOUND BORROWER/PROPERTY RECORD REPLACES ANY RECORD
      *    LEFT ON FILE UNDER THE SAME LOAN NUMBER.
            IF WS-LOAN-ACCEPTED
                MOVE XI-RECORD-IMAGE TO BM-BORROWER-RECORD
                WRITE BM-BORROWER-RECORD
                    INVALID KEY
                        REWRITE BM-BORROWER-RECORD
                END-WRITE
                IF NOT WS-BORRMSTR-OK
                    DISPLAY 'LNXFER - BORROWER MASTER WRITE FAILED '
                        'FOR LOAN ' BM-LOAN-NUMBER ' STATUS '
                        WS-BORRMSTR-STATUS
                END-IF
            END-IF.
        U-680-MERGE-SUSPENSE.
            READ SUSPENSE-FILE
                INVALID KEY
      *    CLOSE UP AND REPORT WHAT HAPPENED.
            CLOSE TRANSFER-REQUEST-FILE INBOUND-PACKAGE-FILE
                LOAN-MASTER-FILE LOAN-HISTORY-FILE SUSPENSE-FILE
                BORROWER-MASTER-FILE TRANSFER-PACKAGE-FILE
                GOODBYE-LETTER-FILE TRANSFER-EXCEPTION-FILE.
            MOVE WS-REQUEST-COUNT TO WS-DISPLAY-COUNT.
            DISPLAY 'LNXFER - OUT REQUESTS READ:    ' WS-DISPLAY-COUNT.
            MOVE WS-TRANSFERRED-OUT-COUNT TO WS-DISPLAY-COUNT.
