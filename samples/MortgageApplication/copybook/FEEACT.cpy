      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-08-22  DLB  ORIGINAL LAYOUT.
      *  2026-10-15  DLB  ADDED FA-FEE-CAPITALIZED FOR OUTSTANDING
      *                   FEES ROLLED INTO THE PRINCIPAL BALANCE BY A
      *                   LOSSMIT PERMANENT MODIFICATION.
      *  2026-10-15  DLB  ADDED FA-FEE-CHARGED-OFF FOR OUTSTANDING FEES
      *                   WRITTEN OFF WHEN CHGOFF CHARGES THE LOAN OFF.
      *****************************************************************
       01  FA-FEE-ACTIVITY-RECORD.
           05  FA-LOAN-NUMBER              PIC X(10).
               88  FA-FEE-ASSESSED             VALUE 'A'.
               88  FA-FEE-COLLECTED            VALUE 'C'.
               88  FA-FEE-WAIVED               VALUE 'W'.
               88  FA-FEE-CAPITALIZED          VALUE 'K'.
               88  FA-FEE-CHARGED-OFF          VALUE 'O'.
           05  FA-FEE-AMOUNT               PIC S9(07)V99 COMP-3.
           05  FA-DUE-DATE-ASSESSED        PIC 9(08).
           05  FILLER                      PIC X(10).
