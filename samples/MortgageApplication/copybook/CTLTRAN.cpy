      *****************************************************************
      *  CTLTRAN.CPY
      *
      *  RECORD LAYOUT FOR THE CONTROL-TABLE MAINTENANCE TRANSACTION
      *  FILE READ BY CTLMAINT.  KT-TABLE-CODE NAMES THE TABLE - FEEC
      *  THE LATE-CHARGE CONTROLS, DELQ THE DELINQUENCY THRESHOLDS,
      *  ESCI THE ESCROW-INTEREST RATE, INDX AN INDEX RATE (NAMED BY
      *  KT-INDEX-CODE).  A ADDS A VERSION OF THE TABLE TAKING EFFECT
      *  ON KT-EFFECTIVE-DATE WITH THE NEW VALUES (REDEFINED BY
      *  TABLE); D WITHDRAWS A VERSION NOT YET IN EFFECT.  EVERY
      *  TRANSACTION CARRIES THE OPERATOR WHO KEYED IT AND THE REASON
      *  FOR THE CHANGE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15  DLB  ORIGINAL LAYOUT.
      *****************************************************************
       01  KT-CONTROL-TRANSACTION.
           05  KT-TABLE-CODE               PIC X(04).
               88  KT-TABLE-FEE-CONTROL        VALUE 'FEEC'.
               88  KT-TABLE-DELINQ-CONTROL     VALUE 'DELQ'.
               88  KT-TABLE-ESCROW-INT         VALUE 'ESCI'.
               88  KT-TABLE-INDEX-RATE         VALUE 'INDX'.
               88  KT-TABLE-VALID              VALUE 'FEEC' 'DELQ'
                                                     'ESCI' 'INDX'.
           05  KT-TRANS-CODE               PIC X(01).
               88  KT-ADD-VERSION              VALUE 'A'.
               88  KT-WITHDRAW-VERSION         VALUE 'D'.
           05  KT-INDEX-CODE               PIC X(04).
           05  KT-EFFECTIVE-DATE           PIC 9(08).
           05  KT-NEW-VALUES               PIC X(20).
           05  KT-FEE-VALUES REDEFINES KT-NEW-VALUES.
               10  KT-GRACE-DAYS           PIC 9(03).
               10  KT-FEE-PERCENT          PIC 9(02)V99.
               10  FILLER                  PIC X(13).
           05  KT-DELINQ-VALUES REDEFINES KT-NEW-VALUES.
               10  KT-THRESHOLD-30         PIC 9(03).
               10  KT-THRESHOLD-60         PIC 9(03).
               10  KT-THRESHOLD-90         PIC 9(03).
               10  KT-THRESHOLD-120        PIC 9(03).
               10  FILLER                  PIC X(08).
           05  KT-ESCROW-INT-VALUES REDEFINES KT-NEW-VALUES.
               10  KT-ANNUAL-RATE          PIC 9(01)V9999.
               10  FILLER                  PIC X(15).
           05  KT-INDEX-VALUES REDEFINES KT-NEW-VALUES.
               10  KT-INDEX-RATE           PIC S9(01)V9999
                                           SIGN IS LEADING SEPARATE.
               10  FILLER                  PIC X(14).
           05  KT-OPERATOR-ID              PIC X(08).
           05  KT-CHANGE-REASON            PIC X(30).
           05  FILLER                      PIC X(05).
