      *****************************************************************
      *  FEECTL.CPY
      *
      *  RECORD LAYOUT FOR THE LATE-CHARGE CONTROL FILE.  ONE RECORD PER
      *  VERSION, KEYED BY FC-CONTROL-ID AND THE DATE THE VERSION TAKES
      *  EFFECT, THAT CARRIES THE GRACE DAYS AND THE FEE PERCENTAGE OF
      *  THE SCHEDULED PAYMENT SO COLLECTIONS CAN CHANGE THEM WITHOUT A
      *  RECOMPILE OF LATEFEE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-08-22  DLB  ORIGINAL LAYOUT.
      *  2026-10-15  DLB  THE CONTROLS ARE NOW EFFECTIVE-DATED - THE KEY
      *                   IS THE CONTROL ID PLUS FC-EFFECTIVE-DATE,
      *                   EVERY VERSION IS KEPT, AND EACH CARRIES THE
      *                   OPERATOR, REASON AND DATE IT WAS ENTERED.
      *                   MAINTAINED ONLY THROUGH CTLMAINT.  A READER
      *                   USES THE LATEST VERSION EFFECTIVE ON OR BEFORE
      *                   ITS BUSINESS DATE.
      *****************************************************************
       01  FC-FEE-CONTROL-RECORD.
           05  FC-CONTROL-KEY.
               10  FC-CONTROL-ID           PIC X(08).
               10  FC-EFFECTIVE-DATE       PIC 9(08).
           05  FC-GRACE-DAYS               PIC 9(03).
           05  FC-FEE-PERCENT              PIC 9(02)V99.
           05  FC-VERSION-DATA.
               10  FC-OPERATOR-ID          PIC X(08).
               10  FC-CHANGE-REASON        PIC X(30).
               10  FC-MAINT-DATE           PIC 9(08).
           05  FILLER                      PIC X(20).
