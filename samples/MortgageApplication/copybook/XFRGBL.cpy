      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-09-02  DLB  ORIGINAL LAYOUT.
      *  2026-10-15  DLB  ADDED THE CO-BORROWER NAME AND THE MAILING
      *                   ADDRESS FROM THE BORROWER/PROPERTY MASTER.
      *****************************************************************
       01  XG-GOODBYE-LETTER-RECORD.
           05  XG-LOAN-NUMBER              PIC X(10).
           05  XG-CURRENT-BALANCE          PIC S9(09)V99 COMP-3.
           05  XG-NEXT-DUE-DATE            PIC 9(08).
           05  XG-LETTER-DATE              PIC 9(08).
           05  XG-CO-BORROWER-NAME         PIC X(30).
           05  XG-MAILING-ADDRESS.
               10  XG-MAIL-LINE-1          PIC X(30).
               10  XG-MAIL-LINE-2          PIC X(30).
               10  XG-MAIL-CITY            PIC X(18).
               10  XG-MAIL-STATE           PIC X(02).
               10  XG-MAIL-ZIP             PIC X(09).
           05  FILLER                      PIC X(10).
