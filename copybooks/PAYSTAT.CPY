      *  ONE ROW PER AMORT-RECORD SCHEDULE ROW AFTER PAYPOST HAS
      *  APPLIED THE DAY'S PAYMENTS AGAINST IT. PST-PAY-STATUS IS
      *  'PAID', 'PARTIAL', 'MISSED' (DUE AND NOTHING RECEIVED),
      *  'OPEN' (NOT YET DUE), 'SETTLED' (SCHEDULED AFTER AN
      *  EARLY PAYOFF - NOTHING IS OWED ON THE ROW AND IT NEVER
      *  AGES), OR 'CHGOFF' (LEFT UNPAID WHEN THE LOAN WAS CHARGED
      *  OFF - WRITTEN OFF TO THE RECOVERY LEDGER, CARRIES NO BALANCE
      *  AND NEVER AGES), OR 'DEFERRD' (AN INSTALLMENT A HARDSHIP
      *  MODIFICATION DEFERRED - NOTHING IS DUE ON IT AND IT NEVER
      *  AGES). PST-REMAINING-BALANCE IS THE SCHEDULED
      *  BALANCE PLUS ANY DUE-BUT-UNPAID SHORTFALL TO DATE, I.E. WHAT
      *  THE BORROWER ACTUALLY STILL OWES.
      *  PST-LOAN-NUMBER CARRIES THE SCHEDULE ROW'S LOAN ACCOUNT
      *  NUMBER SO EVERY STEP DOWNSTREAM WORKS LOAN BY LOAN.
      *  PST-AMOUNT-PAID IS WIDER THAN THE SCHEDULED PAYMENT: WHEN
      *  THE BORROWER'S POOLED RECEIPTS COVER A ROW'S PAYMENT PLUS
      *  THE WHOLE BALANCE BEHIND IT, PAYPOST DRAWS THE FULL PAYOFF
      *****************************************************************
       01  PAYSTAT-RECORD.
           05  PST-CUSTOMER-ID         PIC X(05).
           05  PST-LOAN-NUMBER         PIC X(12).
           05  PST-PAYMENT-NUMBER      PIC 9(03).
           05  PST-DUE-DATE            PIC X(08).
           05  PST-PAYMENT-AMOUNT      PIC 9(07)V99.
