      *****************************************************************
      *  LSMPLAN.CPY
      *
      *  RECORD LAYOUT FOR THE LOSS-MITIGATION PLAN FILE MAINTAINED
      *  BY LOSSMIT.  ONE RECORD PER LOAN, KEYED BY LP-LOAN-NUMBER,
      *  HOLDING THE MOST RECENT PLAN - ACTIVE, OR HOW AND WHEN IT
      *  ENDED.  EVERY SET-UP, COMPLETION, BREAK, CANCELLATION AND
      *  MODIFICATION IS ALSO WRITTEN TO THE PERMANENT LOAN HISTORY,
      *  SO A NEW PLAN REPLACING AN ENDED ONE LOSES NOTHING.
      *
      *  LP-RECEIVED-TO-DATE AND LP-INSTALLMENTS-MADE ARE REFRESHED
      *  BY THE NIGHTLY PLAN REVIEW - PAYMENTS AND LATE-CHARGE
      *  COLLECTIONS ON THE LOAN HISTORY SINCE LP-START-DATE, PLUS
      *  THE GROWTH OF THE SUSPENSE BALANCE OVER LP-SUSPENSE-AT-
      *  SETUP, SO A SHORT PLAN PAYMENT HELD IN SUSPENSE AND LATER
      *  APPLIED IS COUNTED ONCE.  LP-DUE-DATE-AT-SETUP IS THE
      *  CONTRACTUAL DUE DATE THE LOAN CARRIED INTO THE PLAN.  THE
      *  LP-MOD-TERMS ARE THE TERMS A TRIAL-PERIOD PLAN CONVERTS TO,
      *  OR THE TERMS A PERMANENT MODIFICATION APPLIED, AND
      *  LP-CAPITALIZED-AMOUNT IS WHAT THAT MODIFICATION ADDED TO
      *  THE PRINCIPAL BALANCE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15  DLB  ORIGINAL LAYOUT.
      *****************************************************************
       01  LP-LOSS-MIT-PLAN-RECORD.
           05  LP-LOAN-NUMBER              PIC X(10).
           05  LP-PLAN-TYPE                PIC X(01).
               88  LP-PLAN-FORBEARANCE         VALUE 'F'.
               88  LP-PLAN-REPAYMENT           VALUE 'R'.
               88  LP-PLAN-TRIAL               VALUE 'T'.
               88  LP-PLAN-MODIFICATION        VALUE 'M'.
           05  LP-PLAN-STATUS              PIC X(01).
               88  LP-PLAN-ACTIVE              VALUE 'A'.
               88  LP-PLAN-COMPLETED           VALUE 'C'.
               88  LP-PLAN-BROKEN              VALUE 'B'.
               88  LP-PLAN-CANCELLED           VALUE 'X'.
               88  LP-PLAN-MODIFIED            VALUE 'M'.
           05  LP-STATUS-DATE              PIC 9(08).
           05  LP-SETUP-DATE               PIC 9(08).
           05  LP-START-DATE               PIC 9(08).
           05  LP-END-DATE                 PIC 9(08).
           05  LP-PLAN-MONTHS              PIC 9(02).
           05  LP-PLAN-PMT-AMOUNT          PIC S9(07)V99 COMP-3.
           05  LP-DUE-DATE-AT-SETUP        PIC 9(08).
           05  LP-SUSPENSE-AT-SETUP        PIC S9(09)V99 COMP-3.
           05  LP-RECEIVED-TO-DATE         PIC S9(09)V99 COMP-3.
           05  LP-INSTALLMENTS-MADE        PIC 9(02).
           05  LP-MOD-TERMS.
               10  LP-MOD-RATE             PIC S9(01)V9999 COMP-3.
               10  LP-MOD-TERM-MONTHS      PIC 9(03).
               10  LP-MOD-FIRST-DUE-DATE   PIC 9(08).
           05  LP-CAPITALIZED-AMOUNT       PIC S9(09)V99 COMP-3.
           05  LP-OPERATOR-ID              PIC X(08).
           05  LP-REASON-CODE              PIC X(04).
           05  FILLER                      PIC X(10).
