      *****************************************************************
      *  GLJRNL.CPY
      *
      *  RECORD LAYOUT FOR THE GENERAL LEDGER JOURNAL INTERFACE FILE
      *  WRITTEN BY GLFEED FOR THE GENERAL LEDGER SYSTEM.  ONE RECORD
      *  PER SIDE OF EACH JOURNAL ENTRY - EVERY DEBIT RECORD HAS A
      *  CREDIT RECORD FOR THE SAME AMOUNT, LOAN AND EVENT - SO THE
      *  FILE BALANCES BY CONSTRUCTION AND GJ-AMOUNT IS NEVER
      *  NEGATIVE.  GJ-INVESTOR-CODE IS THE LOAN'S INVESTOR (SPACES
      *  FOR A PORTFOLIO-OWNED LOAN) SO THE LEDGER CAN CARRY EACH
      *  ACCOUNT BY INVESTOR.  THE LOAN, EVENT KEY AND COMPONENT TIE
      *  EVERY LINE BACK TO ITS LOAN HISTORY EVENT.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15  DLB  ORIGINAL LAYOUT.
      *****************************************************************
       01  GJ-JOURNAL-RECORD.
           05  GJ-JOURNAL-DATE             PIC 9(08).
           05  GJ-GL-ACCOUNT               PIC X(10).
           05  GJ-INVESTOR-CODE            PIC X(04).
           05  GJ-DEBIT-CREDIT             PIC X(01).
               88  GJ-DEBIT                    VALUE 'D'.
               88  GJ-CREDIT                   VALUE 'C'.
           05  GJ-AMOUNT                   PIC S9(09)V99 COMP-3.
           05  GJ-LOAN-NUMBER              PIC X(10).
           05  GJ-EVENT-DATE               PIC 9(08).
           05  GJ-EVENT-SEQUENCE           PIC 9(03).
           05  GJ-EVENT-TYPE               PIC X(04).
           05  GJ-COMPONENT                PIC X(01).
           05  GJ-DESCRIPTION              PIC X(30).
           05  FILLER                      PIC X(15).
