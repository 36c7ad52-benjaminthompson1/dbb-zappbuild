      *****************************************************************
      *  MNTPEND.CPY
      *
      *  RECORD LAYOUT FOR THE MAINTENANCE PENDING-APPROVAL FILE KEPT
      *  BY LNMAINT, KEYED BY LOAN NUMBER, THE BUSINESS DATE THE
      *  CHANGE WAS KEYED AND ITS MAINTENANCE TRANSACTION SEQUENCE.
      *  A RATE, FEE WAIVER, LOAN STATUS OR PROTECTED STATUS CHANGE,
      *  OR ANY OTHER CHANGE WORTH MORE THAN THE DUAL-CONTROL DOLLAR
      *  THRESHOLD, IS HELD HERE INSTEAD OF BEING APPLIED.  IT
      *  REACHES LOAN-MASTER AND THE MAINTENANCE AUDIT ONLY WHEN A
      *  SECOND, DIFFERENT OPERATOR APPROVES IT ON A LATER APRV
      *  TRANSACTION; A REJT TRANSACTION CLOSES IT UNAPPLIED.  THE
      *  RECORD IS KEPT AFTER THE DECISION AS THE MAKER/CHECKER
      *  TRAIL.
      *
      *  MP-HOLD-REASON - 'F' THE FIELD CODE ALWAYS NEEDS A CHECKER,
      *  'D' THE CHANGE IS OVER THE DOLLAR THRESHOLD.  MP-CHANGE-
      *  AMOUNT IS THE DOLLAR VALUE THE CHANGE WAS HELD AT (ZERO FOR
      *  A CHANGE WITH NO DOLLAR VALUE).
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15  DLB  ORIGINAL LAYOUT.
      *****************************************************************
       01  MP-PENDING-RECORD.
           05  MP-PENDING-KEY.
               10  MP-LOAN-NUMBER          PIC X(10).
               10  MP-ENTRY-DATE           PIC 9(08).
               10  MP-TRANS-SEQUENCE       PIC 9(03).
           05  MP-FIELD-CODE               PIC X(04).
           05  MP-NEW-VALUE                PIC X(30).
           05  MP-MAKER-ID                 PIC X(08).
           05  MP-REASON-CODE              PIC X(04).
           05  MP-HOLD-REASON              PIC X(01).
               88  MP-HELD-FOR-FIELD           VALUE 'F'.
               88  MP-HELD-FOR-AMOUNT          VALUE 'D'.
           05  MP-CHANGE-AMOUNT            PIC S9(09)V99 COMP-3.
           05  MP-APPROVAL-STATUS          PIC X(01).
               88  MP-STATUS-PENDING           VALUE 'P'.
               88  MP-STATUS-APPROVED          VALUE 'A'.
               88  MP-STATUS-REJECTED          VALUE 'R'.
           05  MP-CHECKER-ID               PIC X(08).
           05  MP-CHECKER-REASON-CODE      PIC X(04).
           05  MP-DECISION-DATE            PIC 9(08).
           05  FILLER                      PIC X(15).
