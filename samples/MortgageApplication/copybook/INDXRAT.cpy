      *****************************************************************
      *  INDXRAT.CPY
      *
      *  RECORD LAYOUT FOR THE INDEX RATE FILE, READ BY ARMREPRC.
      *  ONE RECORD PER PUBLISHED INDEX (SOFR, CMT1, AND SO ON) PER
      *  RATE CHANGE, KEYED BY INDEX CODE AND THE DATE THE RATE
      *  TAKES EFFECT.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-08-22  DLB  ORIGINAL LAYOUT.
      *  2026-10-15  DLB  THE FILE IS NOW A KEYED, EFFECTIVE-DATED TABLE
      *                   - THE KEY IS THE INDEX CODE PLUS IX-RATE-DATE,
      *                   NOW THE DATE THE RATE TAKES EFFECT.  EVERY
      *                   RATE IS KEPT, AND EACH CARRIES THE OPERATOR,
      *                   REASON AND DATE IT WAS ENTERED.  MAINTAINED
      *                   ONLY THROUGH CTLMAINT, WHERE TREASURY'S
      *                   PUBLISHED RATES ARE KEYED.  A READER USES EACH
      *                   INDEX'S LATEST RATE EFFECTIVE ON OR BEFORE ITS
      *                   BUSINESS DATE.
      *****************************************************************
       01  IX-INDEX-RATE-RECORD.
           05  IX-INDEX-KEY.
               10  IX-INDEX-CODE           PIC X(04).
               10  IX-RATE-DATE            PIC 9(08).
           05  IX-INDEX-RATE               PIC S9(01)V9999 COMP-3.
           05  IX-VERSION-DATA.
               10  IX-OPERATOR-ID          PIC X(08).
               10  IX-CHANGE-REASON        PIC X(30).
               10  IX-MAINT-DATE           PIC 9(08).
           05  FILLER                      PIC X(10).
