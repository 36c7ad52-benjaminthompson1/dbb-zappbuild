      *****************************************************************
      *  LSMTRAN.CPY
      *
      *  RECORD LAYOUT FOR THE LOSS-MITIGATION TRANSACTION FILE KEYED
      *  BY THE LOSS-MITIGATION DESK AND READ BY LOSSMIT.  ONE RECORD
      *  PER ACTION ON A LOAN - SET UP A FORBEARANCE, REPAYMENT OR
      *  TRIAL-PERIOD PLAN, BOOK A PERMANENT MODIFICATION, OR CANCEL
      *  THE PLAN IN FORCE.
      *
      *  LT-PLAN-PMT-AMOUNT IS THE REDUCED (OR ZERO, FOR A FULL
      *  SUSPENSION) MONTHLY AMOUNT DUE UNDER A FORBEARANCE, THE
      *  INCREASED AMOUNT UNDER A REPAYMENT PLAN, OR THE TRIAL
      *  PAYMENT.  THE MODIFICATION TERMS - RATE, TERM AND FIRST DUE
      *  DATE - ARE REQUIRED ON A PERMANENT MODIFICATION AND ON A
      *  TRIAL-PERIOD PLAN, WHICH CONVERTS TO THOSE TERMS WHEN THE
      *  TRIAL PAYMENTS ARE MADE.  ON A TRIAL PLAN THE FIRST DUE DATE
      *  IS LEFT ZERO; THE MODIFIED PAYMENTS START WHEN THE TRIAL
      *  ENDS.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15  DLB  ORIGINAL LAYOUT.
      *****************************************************************
       01  LT-LOSS-MIT-TRANSACTION.
           05  LT-LOAN-NUMBER              PIC X(10).
           05  LT-TRANS-CODE               PIC X(02).
               88  LT-SET-UP-FORBEARANCE       VALUE 'FB'.
               88  LT-SET-UP-REPAYMENT         VALUE 'RP'.
               88  LT-SET-UP-TRIAL             VALUE 'TP'.
               88  LT-SET-UP-PLAN              VALUE 'FB' 'RP' 'TP'.
               88  LT-PERMANENT-MOD            VALUE 'PM'.
               88  LT-CANCEL-PLAN              VALUE 'CX'.
           05  LT-PLAN-START-DATE          PIC 9(08).
           05  LT-PLAN-MONTHS              PIC 9(02).
           05  LT-PLAN-PMT-AMOUNT          PIC 9(07)V99.
           05  LT-MOD-TERMS.
               10  LT-MOD-RATE             PIC 9(01)V9999.
               10  LT-MOD-TERM-MONTHS      PIC 9(03).
               10  LT-MOD-FIRST-DUE-DATE   PIC 9(08).
           05  LT-OPERATOR-ID              PIC X(08).
           05  LT-REASON-CODE              PIC X(04).
           05  FILLER                      PIC X(10).
