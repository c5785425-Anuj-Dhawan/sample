      *  RECEIVED EXCEEDS EVERYTHING THE SCHEDULE WILL EVER CALL FOR.
      *  THE MONEY SITS HERE, AUDITABLE, UNTIL OPERATIONS WORKS THE
      *  FILE - INSTEAD OF VANISHING INTO A BARE TRAILER COUNT.
      *  SUSPCLR CLEARS ITEMS FROM IT BY OPERATOR DISPOSITION AND AGES
      *  WHAT IS LEFT; A CLEARED ITEM IS RECORDED ON SUSPHIST.DAT AND
      *  PAYPOST DOES NOT WRITE IT HERE AGAIN.
      *  SUS-LOAN-NUMBER IS SPACES WHEN THE RECEIPT NAMED NO LOAN.
      *****************************************************************
       01  PAYSUSP-RECORD.
           05  SUS-CUSTOMER-ID         PIC X(05).
           05  SUS-LOAN-NUMBER         PIC X(12).
           05  SUS-PAYMENT-DATE        PIC X(08).
           05  SUS-AMOUNT              PIC 9(09)V99.
           05  SUS-REASON              PIC X(30).
