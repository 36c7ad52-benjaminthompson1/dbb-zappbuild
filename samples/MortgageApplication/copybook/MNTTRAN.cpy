      *  FIELD TYPE), THE OPERATOR WHO KEYED IT AND A REASON CODE.
      *  FIELD CODES: NAME BORROWER NAME, NDUE NEXT DUE DATE, STAT
      *  LOAN STATUS A/P/C, RATE INTEREST RATE, FEEW WAIVE LATE
      *  CHARGES, PROT PROTECTED STATUS B/F/N.  APRV AND REJT ARE A
      *  CHECKER'S DECISION ON A CHANGE HELD FOR DUAL CONTROL - THE
      *  NEW VALUE NAMES THE HELD CHANGE BY THE BUSINESS DATE IT WAS
      *  KEYED AND ITS SEQUENCE, FOR THE SAME LOAN.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02  DLB  ADDED THE PROT FIELD CODE FOR THE NEW
      *                   BANKRUPTCY/FORECLOSURE PROTECTED STATUS -
      *                   B BANKRUPTCY, F FORECLOSURE, N LIFTED.
      *  2026-10-15  DLB  ADDED THE BORROWER/PROPERTY MASTER FIELD
      *                   CODES - CO-BORROWER NAME, BOTH TAXPAYER IDS,
      *                   MAILING AND PROPERTY ADDRESS LINES, CITY,
      *                   STATE AND ZIP, AND PHONE.
      *  2026-10-15  DLB  ADDED THE APRV AND REJT CHECKER DECISIONS ON A
      *                   CHANGE HELD FOR DUAL CONTROL, WITH THE HELD
      *                   CHANGE'S KEYED DATE AND SEQUENCE IN THE NEW
      *                   VALUE, AND MT-FIELD-DUAL-CONTROL FOR THE FIELD
      *                   CODES THAT ALWAYS NEED A CHECKER.
      *****************************************************************
       01  MT-MAINT-TRANSACTION.
           05  MT-TRANS-KEY.
               88  MT-FIELD-INTEREST-RATE      VALUE 'RATE'.
               88  MT-FIELD-WAIVE-FEES         VALUE 'FEEW'.
               88  MT-FIELD-PROTECT-STATUS     VALUE 'PROT'.
               88  MT-FIELD-CO-BORROWER-NAME   VALUE 'CNAM'.
               88  MT-FIELD-PRIMARY-TAX-ID     VALUE 'PTIN'.
               88  MT-FIELD-CO-BORROWER-TAX-ID VALUE 'CTIN'.
               88  MT-FIELD-MAIL-LINE-1        VALUE 'MAD1'.
               88  MT-FIELD-MAIL-LINE-2        VALUE 'MAD2'.
               88  MT-FIELD-MAIL-CITY          VALUE 'MCTY'.
               88  MT-FIELD-MAIL-STATE         VALUE 'MSTA'.
               88  MT-FIELD-MAIL-ZIP           VALUE 'MZIP'.
               88  MT-FIELD-PROP-LINE-1        VALUE 'PAD1'.
               88  MT-FIELD-PROP-CITY          VALUE 'PCTY'.
               88  MT-FIELD-PROP-STATE         VALUE 'PSTA'.
               88  MT-FIELD-PROP-ZIP           VALUE 'PZIP'.
               88  MT-FIELD-PHONE-NUMBER       VALUE 'PHON'.
               88  MT-FIELD-BORROWER-DATA      VALUE 'CNAM' 'PTIN'
                                                     'CTIN' 'MAD1'
                                                     'MAD2' 'MCTY'
                                                     'MSTA' 'MZIP'
                                                     'PAD1' 'PCTY'
                                                     'PSTA' 'PZIP'
                                                     'PHON'.
               88  MT-FIELD-APPROVE-CHANGE     VALUE 'APRV'.
               88  MT-FIELD-REJECT-CHANGE      VALUE 'REJT'.
               88  MT-FIELD-DECISION           VALUE 'APRV' 'REJT'.
               88  MT-FIELD-DUAL-CONTROL       VALUE 'RATE' 'FEEW'
                                                     'STAT' 'PROT'.
           05  MT-NEW-VALUE                PIC X(30).
           05  MT-NEW-VALUE-DATE REDEFINES MT-NEW-VALUE.
               10  MT-NEW-DATE             PIC 9(08).
           05  MT-NEW-VALUE-STATUS REDEFINES MT-NEW-VALUE.
               10  MT-NEW-STATUS           PIC X(01).
               10  FILLER                  PIC X(29).
           05  MT-NEW-VALUE-PENDING REDEFINES MT-NEW-VALUE.
               10  MT-PEND-ENTRY-DATE      PIC 9(08).
               10  MT-PEND-SEQUENCE        PIC 9(03).
               10  FILLER                  PIC X(19).
           05  MT-OPERATOR-ID              PIC X(08).
           05  MT-REASON-CODE              PIC X(04).
           05  FILLER                      PIC X(10).
