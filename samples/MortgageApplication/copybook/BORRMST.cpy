      *****************************************************************
      *  BORRMST.CPY
      *
      *  RECORD LAYOUT FOR THE BORROWER/PROPERTY MASTER FILE.  ONE
      *  RECORD PER LOAN, KEYED BY BM-LOAN-NUMBER, HOLDING THE
      *  PRIMARY AND CO-BORROWER NAMES AND TAXPAYER IDS, THE MAILING
      *  ADDRESS, THE ADDRESS OF THE MORTGAGED PROPERTY AND A CONTACT
      *  PHONE.  BOARDED BY LNBOARD FROM THE INTAKE RECORD, CARRIED
      *  IN THE LNXFER PACKAGE AS A 'BM' IMAGE, AND MAINTAINED
      *  THROUGH LNMAINT.  THE STATEMENT, GOODBYE-LETTER, 1098 AND
      *  METRO 2 OUTPUTS PICK UP THE ADDRESS FROM HERE.
      *
      *  THE MAILING AND PROPERTY ADDRESS GROUPS ARE REPEATED FIELD
      *  FOR FIELD ON THOSE OUTPUT LAYOUTS SO EACH MOVES AS A GROUP -
      *  CHANGE THEM TOGETHER.  THE WHOLE RECORD MUST STAY WITHIN THE
      *  250-BYTE XP-RECORD-IMAGE OF THE TRANSFER PACKAGE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15  DLB  ORIGINAL LAYOUT.
      *****************************************************************
       01  BM-BORROWER-RECORD.
           05  BM-LOAN-NUMBER              PIC X(10).
           05  BM-PRIMARY-NAME             PIC X(30).
           05  BM-PRIMARY-TAX-ID           PIC X(09).
           05  BM-CO-BORROWER-NAME         PIC X(30).
           05  BM-CO-BORROWER-TAX-ID       PIC X(09).
           05  BM-MAILING-ADDRESS.
               10  BM-MAIL-LINE-1          PIC X(30).
               10  BM-MAIL-LINE-2          PIC X(30).
               10  BM-MAIL-CITY            PIC X(18).
               10  BM-MAIL-STATE           PIC X(02).
               10  BM-MAIL-ZIP             PIC X(09).
           05  BM-PROPERTY-ADDRESS.
               10  BM-PROP-LINE-1          PIC X(30).
               10  BM-PROP-CITY            PIC X(18).
               10  BM-PROP-STATE           PIC X(02).
               10  BM-PROP-ZIP             PIC X(09).
           05  BM-PHONE-NUMBER             PIC X(10).
           05  FILLER                      PIC X(04).
