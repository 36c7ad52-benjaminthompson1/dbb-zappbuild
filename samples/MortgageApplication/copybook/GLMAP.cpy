      *****************************************************************
      *  GLMAP.CPY
      *
      *  RECORD LAYOUT FOR THE GENERAL LEDGER MAPPING TABLE READ BY
      *  GLFEED.  ACCOUNTING MAINTAINS ONE RECORD PER LOAN HISTORY
      *  EVENT TYPE, SOURCE CODE AND DOLLAR COMPONENT, NAMING THE
      *  ACCOUNT TO DEBIT AND THE ACCOUNT TO CREDIT WHEN THAT PART OF
      *  THE EVENT IS JOURNALED.  A CHANGE TO THE CHART OF ACCOUNTS
      *  IS A CHANGE TO THIS TABLE, NOT TO GLFEED.
      *
      *  GM-SOURCE-CODE MATCHES LH-SOURCE-CODE ON THE EVENT.  '*'
      *  MATCHES ANY SOURCE CODE, AND IS USED ONLY WHEN NO RECORD
      *  CARRIES THE EVENT'S OWN SOURCE CODE - SO A LATE-FEE
      *  ASSESSMENT (SOURCE SPACE) AND A LATE-FEE COLLECTION (SOURCE
      *  'A', 'L' OR 'P') CAN GO TO DIFFERENT ACCOUNTS.
      *
      *  GM-COMPONENT NAMES THE PART OF THE EVENT JOURNALED -
      *    'P'  LH-PRINCIPAL-PORTION
      *    'I'  LH-INTEREST-PORTION
      *    'F'  LH-FEE-PORTION
      *    'V'  LH-ADVANCE-PORTION (SERVICER ADVANCE)
      *    'R'  THE REST OF LH-EVENT-AMOUNT AFTER THOSE FOUR - THE
      *         ESCROW OR SUSPENSE MONEY, OR THE WHOLE AMOUNT OF AN
      *         EVENT WITH NO PORTIONS
      *    'B'  LH-NEW-BALANCE (A TRANSFER MOVES THE WHOLE BALANCE)
      *  A NEGATIVE COMPONENT POSTS WITH THE DEBIT AND CREDIT
      *  ACCOUNTS SWAPPED.
      *
      *  GM-POSTING-RULE 'M' MARKS AN EVENT THAT MOVES NO MONEY ON
      *  THE LEDGER (RATE CHANGES, MAINTENANCE, LOSS-MITIGATION PLAN
      *  ACTIVITY, A RE-CREDIT OF MONEY ALREADY IN SUSPENSE) - IT IS
      *  COUNTED ON THE PROOF BUT NOT JOURNALED, AND NEEDS NO
      *  ACCOUNTS.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15  DLB  ORIGINAL LAYOUT.
      *****************************************************************
       01  GM-GL-MAP-RECORD.
           05  GM-MAP-KEY.
               10  GM-EVENT-TYPE           PIC X(04).
               10  GM-SOURCE-CODE          PIC X(01).
                   88  GM-ANY-SOURCE           VALUE '*'.
               10  GM-COMPONENT            PIC X(01).
                   88  GM-VALID-COMPONENT      VALUE 'P' 'I' 'F' 'V'
                                                     'R' 'B'.
           05  GM-POSTING-RULE             PIC X(01).
               88  GM-RULE-POST                VALUE 'P'.
               88  GM-RULE-MEMO                VALUE 'M'.
           05  GM-DEBIT-ACCOUNT            PIC X(10).
           05  GM-CREDIT-ACCOUNT           PIC X(10).
           05  GM-DESCRIPTION              PIC X(30).
           05  FILLER                      PIC X(23).
