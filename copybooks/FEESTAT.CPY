      *****************************************************************
      *  FEESTAT.CPY - PER-LOAN FEE BALANCE RECORD LAYOUT
      *  ONE ROW PER LOAN ON THE POSTED SCHEDULE, IN THE SAME LOAN-
      *  NUMBER ORDER AS PAYSTAT.DAT. PAYPOST REBUILDS IT EVERY NIGHT
      *  FROM FEELEDG.DAT AND THE RECEIPT HISTORY - RECEIPTS SETTLE
      *  FEES ONLY AFTER EVERY DUE INSTALLMENT IS COVERED, AND BEFORE
      *  ANY CASH GOES TO AN INSTALLMENT NOT YET DUE, A PAYOFF OR
      *  SUSPENSE - AND LATEFEE ADDS THAT NIGHT'S NEW LATE FEES, SO
      *  FST-FEES-OUTSTANDING IS WHAT STMTGEN AND DUNLTR SHOW AS OWED.
      *****************************************************************
       01  FEESTAT-RECORD.
           05  FST-CUSTOMER-ID         PIC X(05).
           05  FST-LOAN-NUMBER         PIC X(12).
           05  FST-FEES-ASSESSED       PIC 9(07)V99.
           05  FST-FEES-PAID           PIC 9(07)V99.
           05  FST-FEES-OUTSTANDING    PIC 9(07)V99.
           05  FILLER                  PIC X(16).
