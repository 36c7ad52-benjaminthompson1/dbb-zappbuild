      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-08-08  DLB  ORIGINAL LAYOUT.
      *  2026-10-15  DLB  ADDED THE CO-BORROWER NAME AND THE MAILING
      *                   AND PROPERTY ADDRESSES FROM THE BORROWER/
      *                   PROPERTY MASTER, SO THE VENDOR NO LONGER
      *                   MATCHES ADDRESSES BY HAND.  NITESWP WRITES
      *                   THIS LAYOUT TOO.
      *****************************************************************
       01  ST-STATEMENT-RECORD.
           05  ST-LOAN-NUMBER              PIC X(10).
           05  ST-PRINCIPAL-PORTION        PIC S9(07)V99 COMP-3.
           05  ST-ESCROW-ACTIVITY          PIC S9(07)V99 COMP-3.
           05  ST-ENDING-BALANCE           PIC S9(09)V99 COMP-3.
           05  ST-CO-BORROWER-NAME         PIC X(30).
           05  ST-MAILING-ADDRESS.
               10  ST-MAIL-LINE-1          PIC X(30).
               10  ST-MAIL-LINE-2          PIC X(30).
               10  ST-MAIL-CITY            PIC X(18).
               10  ST-MAIL-STATE           PIC X(02).
               10  ST-MAIL-ZIP             PIC X(09).
           05  ST-PROPERTY-ADDRESS.
               10  ST-PROP-LINE-1          PIC X(30).
               10  ST-PROP-CITY            PIC X(18).
               10  ST-PROP-STATE           PIC X(02).
               10  ST-PROP-ZIP             PIC X(09).
