      *  2026-08-22  DLB  ORIGINAL LAYOUT.
      *  2026-08-22  DLB  LAYOUT NOW SHARED WITH THE CARRY-FORWARD
      *                   FILE ESCRWDSB WRITES FOR THE NEXT CYCLE.
      *  2026-10-15  DLB  ADDED ED-PAYEE-MORTGAGE-INS FOR THE MONTHLY
      *                   MORTGAGE INSURANCE PREMIUM ITEMS PMIMNT
      *                   WRITES IN THIS LAYOUT.  THE DUE DATE OF AN
      *                   'M' ITEM IS THE FIRST DAY OF THE COVERAGE
      *                   MONTH IT PAYS FOR.
      *****************************************************************
       01  ED-ESCROW-DUE-RECORD.
           05  ED-LOAN-NUMBER              PIC X(10).
           05  ED-PAYEE-TYPE               PIC X(01).
               88  ED-PAYEE-TAX                VALUE 'T'.
               88  ED-PAYEE-INSURANCE          VALUE 'I'.
               88  ED-PAYEE-MORTGAGE-INS       VALUE 'M'.
           05  ED-DUE-DATE                 PIC 9(08).
           05  ED-DUE-AMOUNT               PIC S9(07)V99 COMP-3.
           05  ED-PAY-METHOD               PIC X(01).
