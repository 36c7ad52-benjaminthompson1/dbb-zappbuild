      *****************************************************************
      *  ESCICTL.CPY
      *
      *  RECORD LAYOUT FOR THE ESCROW-INTEREST CONTROL FILE.  ONE RECORD
      *  PER VERSION, KEYED BY EI-CONTROL-ID AND THE DATE THE VERSION
      *  TAKES EFFECT, CARRYING THE ANNUAL RATE PAID ON ESCROW BALANCES
      *  SO THE STATES' REQUIRED RATE CAN CHANGE WITHOUT A RECOMPILE OF
      *  ESCRWINT - THE SAME ARRANGEMENT THE LATE-CHARGE CONTROL FILE
      *  GIVES LATEFEE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-09-02  DLB  ORIGINAL LAYOUT.
      *  2026-10-15  DLB  THE RATE IS NOW EFFECTIVE-DATED - THE KEY IS
      *                   THE CONTROL ID PLUS EI-EFFECTIVE-DATE, EVERY
      *                   VERSION IS KEPT, AND EACH CARRIES THE
      *                   OPERATOR, REASON AND DATE IT WAS ENTERED.
      *                   MAINTAINED ONLY THROUGH CTLMAINT.  A READER
      *                   USES THE LATEST VERSION EFFECTIVE ON OR BEFORE
      *                   ITS BUSINESS DATE, SO A STATE RATE CHANGE CAN
      *                   BE LOADED AHEAD OF TIME.
      *****************************************************************
       01  EI-ESCROW-INT-CONTROL-RECORD.
           05  EI-CONTROL-KEY.
               10  EI-CONTROL-ID           PIC X(08).
               10  EI-EFFECTIVE-DATE       PIC 9(08).
           05  EI-ANNUAL-RATE              PIC 9(01)V9999.
           05  EI-VERSION-DATA.
               10  EI-OPERATOR-ID          PIC X(08).
               10  EI-CHANGE-REASON        PIC X(30).
               10  EI-MAINT-DATE           PIC 9(08).
           05  FILLER                      PIC X(20).
