      *****************************************************************
      *  RETITEM.CPY - BANK RETURNED-ITEM RECORD LAYOUT
      *  ONE ROW PER DEPOSITED ITEM THE BANK SENT BACK UNPAID (NSF,
      *  CLOSED ACCOUNT, STOP PAYMENT...), AS IT ARRIVES ON THE
      *  BANK'S DAILY RETURN FILE (RETURNS.DAT). THE CUSTOMER,
      *  ORIGINAL DEPOSIT DATE AND AMOUNT IDENTIFY THE RECEIPT ON
      *  PAYMENTS.DAT; RTN-REASON-CODE IS THE BANK'S RETURN REASON.
      *  FIELDS ARE X-TYPED WITH NUMERIC REDEFINES SO EACH CAN BE
      *  TESTED BEFORE IT IS TRUSTED, THE SAME AS PAYEDIT'S LOCKBOX
      *  DETAIL.
      *****************************************************************
       01  RETITEM-RECORD.
           05  RTN-CUSTOMER-ID         PIC X(05).
           05  RTN-PAYMENT-DATE        PIC X(08).
           05  RTN-PAYMENT-AMOUNT      PIC X(09).
           05  RTN-PAYMENT-AMOUNT-N REDEFINES RTN-PAYMENT-AMOUNT
                                       PIC 9(07)V99.
           05  RTN-RETURN-DATE         PIC X(08).
           05  RTN-REASON-CODE         PIC X(03).
           05  FILLER                  PIC X(04).
