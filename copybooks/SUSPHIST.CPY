      *****************************************************************
      *  SUSPHIST.CPY - CLEARED SUSPENSE HISTORY RECORD LAYOUT
      *  SUSPHIST.DAT IS CUMULATIVE: EVERY SUSPENSE ITEM SUSPCLR HAS
      *  EVER CLEARED, WITH THE ITEM AS PAYSUSP.DAT SHOWED IT, WHAT
      *  WAS DONE WITH IT AND WHO AUTHORIZED IT. PAYPOST READS IT
      *  EVERY NIGHT SO CLEARED CASH STAYS OUT OF SUSPENSE - THE
      *  RECEIPT ITSELF NEVER LEAVES PAYMENTS.DAT. AN APPLIED ITEM
      *  ALSO REACHES PAYMENTS.DAT AS A NEW RECEIPT FOR THE TARGET
      *  CUSTOMER AND LOAN; A REFUND OR UNCLAIMED-PROPERTY ITEM HAS
      *  LEFT THE BUILDING AND IS ONLY RECORDED HERE.
      *****************************************************************
       01  SUSPHIST-RECORD.
           05  SCH-CUSTOMER-ID         PIC X(05).
           05  SCH-LOAN-NUMBER         PIC X(12).
           05  SCH-PAYMENT-DATE        PIC X(08).
           05  SCH-AMOUNT              PIC 9(09)V99.
           05  SCH-ACTION              PIC X(01).
           05  SCH-TARGET-CUSTOMER-ID  PIC X(05).
           05  SCH-TARGET-LOAN-NUMBER  PIC X(12).
           05  SCH-OPERATOR-ID         PIC X(08).
           05  SCH-REFERENCE           PIC X(10).
           05  SCH-CLEAR-DATE          PIC X(08).
           05  FILLER                  PIC X(10).
