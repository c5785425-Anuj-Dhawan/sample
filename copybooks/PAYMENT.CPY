      *  ROWS AND ALLOCATES THEM OLDEST-UNPAID-INSTALLMENT-FIRST
      *  RATHER THAN TRUSTING THE NUMBER ON THE RECEIPT. THE FILE IS
      *  WRITTEN BY PAYEDIT FROM THE VALIDATED, BALANCED LOCKBOX
      *  TRANSMISSION AND THE BANK'S AUTOPAY SETTLEMENT CONFIRMATION
      *  (A SETTLED DRAFT IS DATED THE DAY IT SETTLED AND CARRIES THE
      *  INSTALLMENT IT WAS DRAFTED FOR). PAY-LOAN-NUMBER IS THE
      *  LOAN THE RECEIPT APPLIES TO - PAYEDIT FILLS IT IN FROM
      *  LOANMAST.DAT WHEN THE LOCKBOX LEFT IT BLANK - AND PAYPOST
      *  POOLS BY LOAN.
      *****************************************************************
       01  PAYMENT-RECORD.
           05  PAY-CUSTOMER-ID         PIC X(05).
           05  PAY-LOAN-NUMBER         PIC X(12).
           05  PAY-PAYMENT-NUMBER      PIC 9(03).
           05  PAY-PAYMENT-DATE        PIC X(08).
           05  PAY-PAYMENT-AMOUNT      PIC 9(07)V99.
