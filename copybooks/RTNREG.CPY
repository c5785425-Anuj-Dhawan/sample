      *****************************************************************
      *  RTNREG.CPY - RETURNED-ITEM REGISTER RECORD LAYOUT
      *  ONE DET ROW PER RETURNED ITEM RTNITEM MATCHED AND BACKED OUT
      *  OF PAYMENTS.DAT, CARRYING THE ORIGINAL RECEIPT, THE BANK'S
      *  RETURN REASON AND THE RETURNED-ITEM FEE CHARGED (ZERO WHEN
      *  THE PRODUCT CARRIES NO FEE) - SAME HDR/DET/TRL CONVENTION
      *  AS CHGOFREG.DAT. GLEXTR READS TONIGHT'S REGISTER TO MARK
      *  THE CASH REVERSALS IT BOOKS FOR THESE LOANS.
      *****************************************************************
       01  RTNREG-RECORD.
           05  RRG-RECORD-TYPE         PIC X(03).
           05  RRG-CUSTOMER-ID         PIC X(05).
           05  RRG-LOAN-NUMBER         PIC X(12).
           05  RRG-PAYMENT-NUMBER      PIC 9(03).
           05  RRG-PAYMENT-DATE        PIC X(08).
           05  RRG-PAYMENT-AMOUNT      PIC 9(07)V99.
           05  RRG-RETURN-DATE         PIC X(08).
           05  RRG-REASON-CODE         PIC X(03).
           05  RRG-REASON-TEXT         PIC X(20).
           05  RRG-FEE-AMOUNT          PIC 9(05)V99.
           05  FILLER                  PIC X(02).
