      *****************************************************************
      *  NAMEMAST.CPY - CUSTOMER NAME AND MAILING ADDRESS MASTER
      *  ONE ROW PER CUSTOMER, IN ASCENDING CUSTOMER-ID ORDER, KEPT
      *  APART FROM CUSTMAST.DAT SO THE CREDIT MASTER LOANAPP SEARCHES
      *  KEEPS ITS LENGTH. NAMEMNT ADDS, CHANGES AND HOLDS ENTRIES
      *  FROM THE MAINTENANCE TRANSACTIONS; LOANBRD ADDS A BORROWER
      *  (OR CO-BORROWER) BOARDED BEFORE ANY ADDRESS WAS KEYED, WITH
      *  THE NAME FROM LOANOUT.DAT AND THE ADDRESS LEFT BLANK FOR
      *  MAINTENANCE TO FILL IN. ADVNOTC, DUNLTR AND STMTGEN PRINT
      *  THE ADDRESS BLOCK FROM HERE.
      *  NM-MAIL-STATUS 'H' IS AN UNDELIVERABLE-MAIL HOLD - THE POST
      *  OFFICE RETURNED MAIL AT THIS ADDRESS, SO NOTHING IS PRINTED
      *  FOR THE CUSTOMER UNTIL A NEW ADDRESS IS KEYED OR THE HOLD IS
      *  RELEASED; THE LETTER GOES TO THE RETURN-MAIL EXCEPTION LIST
      *  INSTEAD.
      *****************************************************************
       01  NAMEMAST-RECORD.
           05  NM-CUSTOMER-ID          PIC X(05).
           05  NM-CUSTOMER-NAME        PIC X(30).
           05  NM-ADDRESS-LINE-1       PIC X(30).
           05  NM-ADDRESS-LINE-2       PIC X(30).
           05  NM-CITY                 PIC X(20).
           05  NM-STATE                PIC X(02).
           05  NM-ZIP-CODE             PIC X(10).
           05  NM-MAIL-STATUS          PIC X(01).
               88  NM-MAIL-DELIVERABLE VALUE 'A'.
               88  NM-MAIL-HELD        VALUE 'H'.
           05  NM-HOLD-DATE            PIC X(08).
      *    'B' - ADDED BY LOANBRD AT BOARDING, 'M' - ADDED BY NAMEMNT.
           05  NM-ADD-SOURCE           PIC X(01).
           05  NM-ADDED-DATE           PIC X(08).
           05  NM-LAST-MAINT-DATE      PIC X(08).
           05  FILLER                  PIC X(07).
