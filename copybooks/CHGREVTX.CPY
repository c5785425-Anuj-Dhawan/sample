      *****************************************************************
      *  CHGREVTX.CPY - CHARGE-OFF REVERSAL TRANSACTION RECORD LAYOUT
      *  ONE ROW PER CHARGE-OFF COLLECTIONS WANTS UNDONE - TYPICALLY
      *  ONE TAKEN WHILE A PAYMENT WAS IN FLIGHT. THE ROW NAMES THE
      *  LOAN AND THE CHARGE-OFF DATE EXACTLY AS CHGOFREG.DAT SHOWED
      *  THEM, SO A STALE REQUEST CANNOT REVERSE A LATER CHARGE-OFF
      *  OF THE SAME LOAN. A REVERSAL IS DUAL-CONTROL: THE OPERATOR
      *  REQUESTING IT AND THE OFFICER AUTHORIZING IT MUST BOTH BE
      *  KEYED AND MUST NOT BE THE SAME PERSON.
      *****************************************************************
       01  CHGREVTX-RECORD.
           05  CRX-CUSTOMER-ID         PIC X(05).
           05  CRX-LOAN-NUMBER         PIC X(12).
           05  CRX-CHARGEOFF-DATE      PIC X(08).
           05  CRX-REQUESTED-BY        PIC X(08).
           05  CRX-AUTHORIZED-BY       PIC X(08).
           05  CRX-REFERENCE           PIC X(10).
           05  CRX-REASON-TEXT         PIC X(25).
           05  FILLER                  PIC X(04).
