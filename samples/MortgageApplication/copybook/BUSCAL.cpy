      *****************************************************************
      *  BUSCAL.CPY
      *
      *  RECORD LAYOUT FOR THE BANK BUSINESS-DAY CALENDAR.  ONE RECORD
      *  PER EXCEPTION DATE, KEYED BY BC-CALENDAR-DATE.  A BANK
      *  HOLIDAY IS CARRIED AS A NON-BUSINESS DAY; A SATURDAY OR
      *  SUNDAY THE BANK DECLARES OPEN IS CARRIED AS A BUSINESS DAY.
      *  A DATE WITH NO RECORD IS A BUSINESS DAY MONDAY THROUGH FRIDAY
      *  AND A NON-BUSINESS DAY ON THE WEEKEND.  MAINTAINED BY
      *  CALMAINT; READ BY HELLO FOR THE BUSINESS DATE ROLL AND BY
      *  EVERY STEP THAT MAKES A MONTH-END OR NEXT-BUSINESS-DAY
      *  DECISION.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15  DLB  ORIGINAL LAYOUT.
      *****************************************************************
       01  BC-CALENDAR-RECORD.
           05  BC-CALENDAR-DATE            PIC 9(08).
           05  BC-DAY-TYPE                 PIC X(01).
               88  BC-BUSINESS-DAY             VALUE 'B'.
               88  BC-BANK-HOLIDAY             VALUE 'H'.
           05  BC-DAY-DESCRIPTION          PIC X(30).
           05  BC-MAINT-DATE               PIC 9(08).
           05  BC-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(10).
