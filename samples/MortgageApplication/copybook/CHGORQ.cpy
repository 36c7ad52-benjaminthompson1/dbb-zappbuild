      *****************************************************************
      *  CHGORQ.CPY
      *
      *  RECORD LAYOUT FOR THE CHARGE-OFF REQUEST FILE READ BY
      *  CHGOFF.  DEFAULT MANAGEMENT KEYS ONE RECORD PER LOAN TO BE
      *  WRITTEN OFF - A FORECLOSURE THAT COMPLETED SHORT, A SECOND
      *  LIEN THAT IS UNCOLLECTIBLE, A DEBT DISCHARGED IN BANKRUPTCY
      *  OR SETTLED FOR LESS THAN THE BALANCE - ONCE THE WRITE-OFF
      *  HAS BEEN APPROVED.  THE REQUESTER AND THE APPROVER MUST BE
      *  DIFFERENT PEOPLE, AND THE APPROVAL DATE MAY NOT BE LATER
      *  THAN THE BUSINESS DATE THE REQUEST IS PROCESSED.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15  DLB  ORIGINAL LAYOUT.
      *****************************************************************
       01  CQ-CHARGE-OFF-REQUEST.
           05  CQ-LOAN-NUMBER              PIC X(10).
           05  CQ-REQUEST-DATE             PIC 9(08).
           05  CQ-REASON-CODE              PIC X(04).
               88  CQ-REASON-FORECLOSURE       VALUE 'FCLS'.
               88  CQ-REASON-UNCOLLECTIBLE     VALUE 'UNCL'.
               88  CQ-REASON-BANKRUPTCY        VALUE 'BKDS'.
               88  CQ-REASON-SETTLEMENT        VALUE 'SETL'.
               88  CQ-VALID-REASON             VALUE 'FCLS' 'UNCL'
                                                     'BKDS' 'SETL'.
           05  CQ-REQUESTED-BY             PIC X(08).
           05  CQ-APPROVED-BY              PIC X(08).
           05  CQ-APPROVAL-DATE            PIC 9(08).
           05  FILLER                      PIC X(14).
