      *****************************************************************
      *  ACHENRL.CPY - AUTOPAY ENROLLMENT RECORD LAYOUT
      *  ONE ROW PER BORROWER BANK ACCOUNT SET UP FOR AUTOMATIC
      *  PAYMENT. ACHDRAFT READS THE FILE EACH NIGHT AND DRAFTS THE
      *  NEXT UNPAID INSTALLMENT OF EVERY ENROLLED LOAN A FEW DAYS
      *  BEFORE IT FALLS DUE. ACE-LOAN-NUMBER NAMES THE LOAN TO BE
      *  DRAFTED; LEFT BLANK, EVERY ACTIVE LOAN THE CUSTOMER HOLDS IS
      *  DRAFTED FROM THIS ACCOUNT. ACE-DRAFT-DAY IS THE DAY OF THE
      *  MONTH THE BORROWER WANTS THE DEBIT TO SETTLE. EACH
      *  INSTALLMENT IS DRAFTED ON THE LAST DRAFT DAY NOT AFTER ITS
      *  DUE DATE - FOR AN INSTALLMENT DUE ON THE 1ST, A DRAFT DAY OF
      *  15 SETTLES ON THE 15TH OF THE MONTH BEFORE, AND A DRAFT DAY
      *  PAST THE END OF THAT MONTH ON ITS LAST DAY - SO AUTOPAY NEVER
      *  MAKES AN INSTALLMENT LATE. '00' SETTLES ON THE DUE DATE
      *  ITSELF. ACE-ACCOUNT-TYPE IS 'C' (CHECKING) OR 'S'
      *  (SAVINGS). ACE-ENROLL-STATUS IS 'A' (ACTIVE) OR 'S'
      *  (STOPPED - NEVER DRAFTED); ACE-STATUS-DATE IS THE DATE IT
      *  LAST CHANGED. FIELDS ARE X-TYPED SO EACH CAN BE TESTED
      *  BEFORE IT IS TRUSTED.
      *****************************************************************
       01  ACHENRL-RECORD.
           05  ACE-CUSTOMER-ID         PIC X(05).
           05  ACE-LOAN-NUMBER         PIC X(12).
           05  ACE-ROUTING-NUMBER      PIC X(09).
           05  ACE-ROUTING-DIGITS REDEFINES ACE-ROUTING-NUMBER.
               10  ACE-ROUTING-DIGIT   PIC 9(01) OCCURS 9 TIMES.
           05  ACE-ACCOUNT-NUMBER      PIC X(17).
           05  ACE-ACCOUNT-TYPE        PIC X(01).
               88  ACE-CHECKING        VALUE 'C'.
               88  ACE-SAVINGS         VALUE 'S'.
           05  ACE-DRAFT-DAY           PIC X(02).
           05  ACE-DRAFT-DAY-N REDEFINES ACE-DRAFT-DAY
                                       PIC 9(02).
           05  ACE-ENROLL-STATUS       PIC X(01).
               88  ACE-ENROLL-ACTIVE   VALUE 'A'.
               88  ACE-ENROLL-STOPPED  VALUE 'S'.
           05  ACE-STATUS-DATE         PIC X(08).
           05  ACE-ACCOUNT-NAME        PIC X(22).
           05  FILLER                  PIC X(23).
