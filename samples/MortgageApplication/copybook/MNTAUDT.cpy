      *  RECORD LAYOUT FOR THE LOAN MAINTENANCE AUDIT FILE WRITTEN BY
      *  LNMAINT - ONE RECORD PER APPLIED CHANGE, CARRYING THE BEFORE
      *  AND AFTER IMAGE OF THE CHANGED FIELD, THE OPERATOR AND THE
      *  REASON.  A CHANGE APPLIED UNDER DUAL CONTROL ALSO CARRIES
      *  THE CHECKER WHO APPROVED IT; MA-OPERATOR-ID IS THEN THE
      *  MAKER WHO KEYED IT.  THE FILE IS OPENED EXTEND AND NEVER
      *  CLEARED BY THE CYCLE - IT IS THE PERMANENT NON-MONETARY
      *  CHANGE TRAIL.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-08-22  DLB  ORIGINAL LAYOUT.
      *  2026-10-15  DLB  ADDED MA-APPROVER-ID, THE CHECKER OF A DUAL-
      *                   CONTROL CHANGE (SPACES WHEN NONE WAS NEEDED),
      *                   FROM THE FILLER.
      *****************************************************************
       01  MA-MAINT-AUDIT-RECORD.
           05  MA-LOAN-NUMBER              PIC X(10).
           05  MA-AFTER-IMAGE              PIC X(30).
           05  MA-OPERATOR-ID              PIC X(08).
           05  MA-REASON-CODE              PIC X(04).
           05  MA-APPROVER-ID              PIC X(08).
           05  FILLER                      PIC X(02).
