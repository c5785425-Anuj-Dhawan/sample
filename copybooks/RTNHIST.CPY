      *****************************************************************
      *  RTNHIST.CPY - RETURNED RECEIPT HISTORY RECORD LAYOUT
      *  RTNHIST.DAT IS CUMULATIVE: EVERY RECEIPT RTNITEM HAS EVER
      *  BACKED OUT OF PAYMENTS.DAT, WITH THE ORIGINAL PAYMENT-RECORD
      *  FIELDS AND THE RETURN THAT REMOVED IT. PAYMENTS.DAT ONLY
      *  HOLDS CASH THAT STAYED COLLECTED, SO THIS FILE IS THE AUDIT
      *  TRAIL FOR A RECEIPT THAT IS NO LONGER THERE - AND HOW A
      *  RETURN FILE PRESENTED TWICE IS CAUGHT RATHER THAN BACKING
      *  OUT A SECOND, GOOD RECEIPT.
      *****************************************************************
       01  RTNHIST-RECORD.
           05  RTH-CUSTOMER-ID         PIC X(05).
           05  RTH-LOAN-NUMBER         PIC X(12).
           05  RTH-PAYMENT-NUMBER      PIC 9(03).
           05  RTH-PAYMENT-DATE        PIC X(08).
           05  RTH-PAYMENT-AMOUNT      PIC 9(07)V99.
           05  RTH-RETURN-DATE         PIC X(08).
           05  RTH-REASON-CODE         PIC X(03).
           05  RTH-PROCESS-DATE        PIC X(08).
           05  FILLER                  PIC X(04).
