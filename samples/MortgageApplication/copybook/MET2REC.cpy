      *  RECORD PER LOAN EVERY MONTH - CURRENT LOANS INCLUDED - WITH
      *  THE ACCOUNT STATUS IN THE BUREAUS' CODING (11 CURRENT, 71/
      *  78/80/82 FOR THE 30/60/90/120-DAY BUCKETS, 13 PAID OR
      *  CLOSED, 05 TRANSFERRED TO ANOTHER SERVICER, 97 CHARGED
      *  OFF - THE CURRENT BALANCE IS THEN THE UNRECOVERED PART OF
      *  THE CHARGE-OFF, ALL OF IT PAST DUE).  ALL AMOUNTS
      *  ARE UNSIGNED ZONED DECIMAL IN THE VENDOR'S FIXED FORMAT,
      *  LIKE THE YE1098 FEED.
      *
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-09-02  DLB  ORIGINAL LAYOUT.
      *  2026-10-15  DLB  ADDED THE CONSUMER'S TAXPAYER ID, MAILING
      *                   ADDRESS AND PHONE AND THE CO-BORROWER'S
      *                   NAME AND TAXPAYER ID, FROM THE BORROWER/
      *                   PROPERTY MASTER.
      *  2026-10-15  DLB  ADDED THE CHARGED-OFF STATUS 97 AND M2-CHARGE-
      *                   OFF-AMOUNT, THE ORIGINAL AMOUNT CHARGED OFF,
      *                   FROM FILLER - ZERO ON EVERY OTHER LOAN.
      *  2026-10-15  DLB  M2-CHARGE-OFF-AMOUNT WIDENED TO 9(09)V99 TO
      *                   MATCH THE BALANCE IT IS REPORTED WITH; IT
      *                   TAKES THE LAST BYTE OF FILLER AND THE RECORD
      *                   GROWS BY ONE BYTE.
      *****************************************************************
       01  M2-METRO2-RECORD.
           05  M2-REPORT-PERIOD            PIC 9(06).
               88  M2-STATUS-120-DAYS          VALUE '82'.
               88  M2-STATUS-PAID-CLOSED       VALUE '13'.
               88  M2-STATUS-TRANSFERRED       VALUE '05'.
               88  M2-STATUS-CHARGED-OFF       VALUE '97'.
           05  M2-CURRENT-BALANCE          PIC 9(09)V99.
           05  M2-SCHEDULED-PAYMENT        PIC 9(07)V99.
           05  M2-AMOUNT-PAST-DUE          PIC 9(09)V99.
           05  M2-DAYS-PAST-DUE            PIC 9(05).
           05  M2-DATE-OF-INFO             PIC 9(08).
           05  M2-BORROWER-TAX-ID          PIC X(09).
           05  M2-MAILING-ADDRESS.
               10  M2-MAIL-LINE-1          PIC X(30).
               10  M2-MAIL-LINE-2          PIC X(30).
               10  M2-MAIL-CITY            PIC X(18).
               10  M2-MAIL-STATE           PIC X(02).
               10  M2-MAIL-ZIP             PIC X(09).
           05  M2-PHONE-NUMBER             PIC X(10).
           05  M2-CO-BORROWER-NAME         PIC X(30).
           05  M2-CO-BORROWER-TAX-ID       PIC X(09).
           05  M2-CHARGE-OFF-AMOUNT        PIC 9(09)V99.
