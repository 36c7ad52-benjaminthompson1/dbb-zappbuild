      *****************************************************************
      *  DELQCTL.CPY
      *
      *  RECORD LAYOUT FOR THE DELINQUENCY-REPORT CONTROL FILE.  ONE
      *  RECORD PER VERSION, KEYED BY DC-CONTROL-ID AND THE DATE THE
      *  VERSION TAKES EFFECT, THAT CARRIES THE 30/60/90/120-DAY
      *  AGING-BUCKET THRESHOLDS SO COLLECTIONS CAN CHANGE THEM WITHOUT
      *  A RECOMPILE OF DELINQRPT.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-08-08  DLB  ORIGINAL LAYOUT.
      *  2026-10-15  DLB  THE THRESHOLDS ARE NOW EFFECTIVE-DATED - THE
      *                   KEY IS THE CONTROL ID PLUS DC-EFFECTIVE-DATE,
      *                   EVERY VERSION IS KEPT, AND EACH CARRIES THE
      *                   OPERATOR, REASON AND DATE IT WAS ENTERED.
      *                   MAINTAINED ONLY THROUGH CTLMAINT.  A READER
      *                   USES THE LATEST VERSION EFFECTIVE ON OR BEFORE
      *                   ITS BUSINESS DATE.
      *****************************************************************
       01  DC-DELINQ-CONTROL-RECORD.
           05  DC-CONTROL-KEY.
               10  DC-CONTROL-ID           PIC X(08).
               10  DC-EFFECTIVE-DATE       PIC 9(08).
           05  DC-THRESHOLD-30             PIC 9(03).
           05  DC-THRESHOLD-60             PIC 9(03).
           05  DC-THRESHOLD-90             PIC 9(03).
           05  DC-THRESHOLD-120            PIC 9(03).
           05  DC-VERSION-DATA.
               10  DC-OPERATOR-ID          PIC X(08).
               10  DC-CHANGE-REASON        PIC X(30).
               10  DC-MAINT-DATE           PIC 9(08).
           05  FILLER                      PIC X(20).
