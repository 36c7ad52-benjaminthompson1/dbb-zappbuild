      *****************************************************************
      *  CTLAUDT.CPY
      *
      *  RECORD LAYOUT FOR THE CONTROL-TABLE AUDIT FILE WRITTEN BY
      *  CTLMAINT - ONE RECORD PER APPLIED CHANGE TO THE LATE-CHARGE,
      *  DELINQUENCY, ESCROW-INTEREST OR INDEX RATE TABLES.  THE
      *  BEFORE IMAGE IS THE VERSION THAT WAS IN EFFECT ON THE
      *  EFFECTIVE DATE (OR THE VERSION REPLACED OR WITHDRAWN); THE
      *  AFTER IMAGE IS THE VERSION NOW IN EFFECT FROM THAT DATE.
      *  EACH IMAGE BEGINS WITH ITS OWN EFFECTIVE DATE.  THE FILE IS
      *  OPENED EXTEND AND NEVER CLEARED - IT IS THE PERMANENT TRAIL
      *  OF WHICH RULES WERE IN FORCE WHEN.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15  DLB  ORIGINAL LAYOUT.
      *****************************************************************
       01  KA-CONTROL-AUDIT-RECORD.
           05  KA-TABLE-CODE               PIC X(04).
           05  KA-CONTROL-ID               PIC X(08).
           05  KA-EFFECTIVE-DATE           PIC 9(08).
           05  KA-ACTION-CODE              PIC X(01).
               88  KA-VERSION-ADDED            VALUE 'A'.
               88  KA-VERSION-REPLACED         VALUE 'R'.
               88  KA-VERSION-WITHDRAWN        VALUE 'D'.
           05  KA-BEFORE-IMAGE             PIC X(40).
           05  KA-AFTER-IMAGE              PIC X(40).
           05  KA-OPERATOR-ID              PIC X(08).
           05  KA-CHANGE-REASON            PIC X(30).
           05  KA-MAINT-DATE               PIC 9(08).
           05  KA-MAINT-TIME               PIC 9(06).
           05  FILLER                      PIC X(07).
