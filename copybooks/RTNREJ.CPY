      *****************************************************************
      *  RTNREJ.CPY - UNMATCHED RETURNED-ITEM REJECT RECORD LAYOUT
      *  ONE ROW PER RETURNED ITEM RTNITEM COULD NOT BACK OUT - NO
      *  RECEIPT ON PAYMENTS.DAT FOR THAT CUSTOMER, DATE AND AMOUNT,
      *  AN ITEM ALREADY RETURNED, OR A MALFORMED ROW - CARRYING THE
      *  RAW FIELDS AS RECEIVED PLUS THE REASON, THE SAME CONVENTION
      *  AS PAYREJ.DAT. OPERATIONS WORKS THESE BY HAND WITH THE BANK.
      *****************************************************************
       01  RTNREJ-RECORD.
           05  RRJ-CUSTOMER-ID         PIC X(05).
           05  RRJ-PAYMENT-DATE        PIC X(08).
           05  RRJ-PAYMENT-AMOUNT      PIC X(09).
           05  RRJ-RETURN-DATE         PIC X(08).
           05  RRJ-REASON-CODE         PIC X(03).
           05  RRJ-REASON-TEXT         PIC X(40).
