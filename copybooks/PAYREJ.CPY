      *  POSTING, CARRYING THE RAW FIELDS AS RECEIVED (THE AMOUNT MAY
      *  BE NON-NUMERIC - THAT IS OFTEN WHY THE ROW IS HERE) PLUS THE
      *  FIELD AND REASON, THE SAME CONVENTION AS LOANREJ.DAT.
      *  PRJ-LOAN-NUMBER IS THE LOAN NUMBER AS KEYED (OFTEN SPACES).
      *  PRJ-RECEIPT-SOURCE IS 'LBX' FOR A LOCKBOX RECEIPT OR 'ACH'
      *  FOR AN AUTOPAY SETTLEMENT, WHICH ALSO CARRIES THE DRAFT'S
      *  TRACE NUMBER (ITS LOAN NUMBER IS THE INDIVIDUAL ID THE BANK
      *  ECHOED, AND ITS CUSTOMER IS BLANK WHEN THE TRACE NUMBER IS
      *  NOT ONE OF OURS).
      *****************************************************************
       01  PAYREJ-RECORD.
           05  PRJ-CUSTOMER-ID         PIC X(05).
           05  PRJ-LOAN-NUMBER         PIC X(12).
           05  PRJ-PAYMENT-NUMBER      PIC X(03).
           05  PRJ-PAYMENT-DATE        PIC X(08).
           05  PRJ-PAYMENT-AMOUNT      PIC X(09).
           05  PRJ-BAD-FIELD           PIC X(15).
           05  PRJ-REASON-TEXT         PIC X(40).
           05  PRJ-RECEIPT-SOURCE      PIC X(03).
           05  PRJ-TRACE-NUMBER        PIC X(15).
