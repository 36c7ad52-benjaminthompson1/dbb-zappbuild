      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-08-08  DLB  ORIGINAL LAYOUT.
      *  2026-10-15  DLB  ADDED THE OPERATOR BUSINESS-DATE OVERRIDE
      *                   (SET BY CALMAINT, USED AND CLEARED BY HELLO)
      *                   OUT OF THE TRAILING FILLER.
      *****************************************************************
       01  RC-RUN-CONTROL-RECORD.
           05  RC-CONTROL-ID               PIC X(08).
               88  RC-STATUS-FAILED             VALUE 'F'.
           05  RC-CURRENT-BUSINESS-DATE    PIC 9(08).
           05  RC-CURRENT-CYCLE-NUMBER     PIC 9(05) COMP.
           05  RC-DATE-OVERRIDE            PIC 9(08).
           05  RC-OVERRIDE-OPERATOR        PIC X(08).
           05  FILLER                      PIC X(04).
