      *****************************************************************
      *  AMORT.CPY - AMORTIZATION SCHEDULE DETAIL RECORD LAYOUT
      *  AMT-LOAN-NUMBER IS THE LOAN ACCOUNT NUMBER (SEE
      *  LOANMAST.CPY) - A CUSTOMER MAY CARRY A SCHEDULE PER LOAN.
      *****************************************************************
       01  AMORT-RECORD.
           05  AMT-CUSTOMER-ID         PIC X(05).
           05  AMT-LOAN-NUMBER         PIC X(12).
           05  AMT-PAYMENT-NUMBER      PIC 9(03).
           05  AMT-DUE-DATE            PIC X(08).
           05  AMT-PAYMENT-AMOUNT      PIC 9(07)V99.
