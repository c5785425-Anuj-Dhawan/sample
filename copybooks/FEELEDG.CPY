      *****************************************************************
      *  FEELEDG.CPY - BORROWER FEE LEDGER RECORD LAYOUT
      *  ONE ROW PER FEE ASSESSED AGAINST A LOAN. FEELEDG.DAT IS
      *  CUMULATIVE - LATEFEE AND RTNITEM APPEND EACH NIGHT'S FEES AND
      *  NOTHING IS EVER REWRITTEN, SO THE LEDGER IS THE PERMANENT
      *  RECORD OF WHAT WAS CHARGED. FLG-PAYMENT-NUMBER AND
      *  FLG-DUE-DATE IDENTIFY THE INSTALLMENT A LATE FEE WAS
      *  CHARGED ON, WHICH IS HOW LATEFEE CHARGES AN INSTALLMENT
      *  ONLY ONCE. PAYPOST SETTLES THE LEDGER FROM RECEIPTS EVERY
      *  NIGHT AND WRITES WHAT IS STILL OWED TO FEESTAT.DAT.
      *  FLG-FEE-TYPE IS 'LATE', OR 'NSF ' FOR A RETURNED-ITEM FEE -
      *  WHERE FLG-PAYMENT-NUMBER IS THE RETURNED RECEIPT'S PAYMENT
      *  NUMBER AND FLG-DUE-DATE ITS ORIGINAL DEPOSIT DATE.
      *****************************************************************
       01  FEELEDG-RECORD.
           05  FLG-CUSTOMER-ID         PIC X(05).
           05  FLG-LOAN-NUMBER         PIC X(12).
           05  FLG-PAYMENT-NUMBER      PIC 9(03).
           05  FLG-FEE-TYPE            PIC X(04).
           05  FLG-ASSESS-DATE         PIC X(08).
           05  FLG-FEE-AMOUNT          PIC 9(05)V99.
           05  FLG-DUE-DATE            PIC X(08).
           05  FILLER                  PIC X(13).
