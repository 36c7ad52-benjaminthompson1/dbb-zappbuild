      *****************************************************************
      *  CALTRAN.CPY
      *
      *  RECORD LAYOUT FOR THE CALENDAR MAINTENANCE TRANSACTION FILE
      *  READ BY CALMAINT.  H ADDS OR CHANGES A BANK HOLIDAY, B
      *  DECLARES A DATE A BUSINESS DAY (A WEEKEND THE BANK OPENS),
      *  D DELETES A CALENDAR ENTRY SO THE DATE FALLS BACK TO THE
      *  WEEKDAY RULE.  O SETS THE OPERATOR BUSINESS-DATE OVERRIDE
      *  HELLO USES INSTEAD OF ITS NORMAL ROLL ON THE NEXT CYCLE - TO
      *  CATCH UP A SKIPPED DATE OR RERUN A SPECIFIC ONE - AND C
      *  CLEARS AN OVERRIDE THAT HAS NOT YET BEEN USED.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15  DLB  ORIGINAL LAYOUT.
      *****************************************************************
       01  CT-CALENDAR-TRANSACTION.
           05  CT-TRANS-CODE               PIC X(01).
               88  CT-ADD-HOLIDAY              VALUE 'H'.
               88  CT-ADD-BUSINESS-DAY         VALUE 'B'.
               88  CT-DELETE-DATE              VALUE 'D'.
               88  CT-SET-DATE-OVERRIDE        VALUE 'O'.
               88  CT-CLEAR-DATE-OVERRIDE      VALUE 'C'.
           05  CT-CALENDAR-DATE            PIC 9(08).
           05  CT-DAY-DESCRIPTION          PIC X(30).
           05  CT-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(13).
