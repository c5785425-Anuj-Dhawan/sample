      *****************************************************************
      *  SUSPREJ.CPY - SUSPENSE DISPOSITION REJECT RECORD LAYOUT
      *  ONE ROW PER DISPOSITION SUSPCLR COULD NOT ACT ON - NO SUCH
      *  ITEM IN SUSPENSE, AN UNKNOWN ACTION, NO AUTHORIZING
      *  OPERATOR, OR AN APPLY TO A CUSTOMER OR LOAN THAT CANNOT TAKE
      *  THE CASH - CARRYING THE RAW FIELDS AS KEYED PLUS THE REASON,
      *  THE SAME CONVENTION AS PAYREJ.DAT. THE ITEM STAYS IN
      *  SUSPENSE AND KEEPS AGING UNTIL A CORRECTED DISPOSITION CLEARS
      *  IT.
      *****************************************************************
       01  SUSPREJ-RECORD.
           05  SRJ-CUSTOMER-ID         PIC X(05).
           05  SRJ-LOAN-NUMBER         PIC X(12).
           05  SRJ-PAYMENT-DATE        PIC X(08).
           05  SRJ-AMOUNT              PIC X(11).
           05  SRJ-ACTION              PIC X(01).
           05  SRJ-TARGET-CUSTOMER-ID  PIC X(05).
           05  SRJ-TARGET-LOAN-NUMBER  PIC X(12).
           05  SRJ-OPERATOR-ID         PIC X(08).
           05  SRJ-REASON-TEXT         PIC X(40).
