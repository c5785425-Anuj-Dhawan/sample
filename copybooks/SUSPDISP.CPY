      *****************************************************************
      *  SUSPDISP.CPY - SUSPENSE DISPOSITION DETAIL RECORD LAYOUT
      *  ONE ROW PER SUSPENSE ITEM OPERATIONS HAS RESEARCHED AND
      *  DECIDED, KEYED ON THE ITEM'S CUSTOMER, LOAN, DATE AND
      *  AMOUNT EXACTLY AS PAYSUSP.DAT SHOWS THEM. THE FILE OPENS
      *  WITH A CONTROL-TOTAL HEADER IN THE SAME RECORD LENGTH, THE
      *  WAY LOCKBOX.DAT DOES, SO SUSPCLR CAN PROVE THE BATCH
      *  COMPLETE BEFORE ANY OF IT IS ACTED ON. THE ACTION IS 'A'
      *  (APPLY TO THE NAMED CUSTOMER - AND LOAN, OR THE CUSTOMER'S
      *  OLDEST ACTIVE LOAN WHEN THE LOAN IS LEFT BLANK), 'R' (REFUND
      *  TO THE REMITTER) OR 'U' (MOVE TO UNCLAIMED PROPERTY). EVERY
      *  ROW CARRIES THE AUTHORIZING OPERATOR; THE REFERENCE IS THE
      *  REFUND CHECK OR ESCHEAT FILING NUMBER WHERE THERE IS ONE.
      *  FIELDS ARE X-TYPED SO EACH CAN BE TESTED BEFORE IT IS
      *  TRUSTED.
      *****************************************************************
       01  SUSPDISP-RECORD.
           05  SDP-CUSTOMER-ID         PIC X(05).
           05  SDP-LOAN-NUMBER         PIC X(12).
           05  SDP-PAYMENT-DATE        PIC X(08).
           05  SDP-AMOUNT              PIC X(11).
           05  SDP-AMOUNT-N REDEFINES SDP-AMOUNT
                                       PIC 9(09)V99.
           05  SDP-ACTION              PIC X(01).
               88  SDP-APPLY           VALUE 'A'.
               88  SDP-REFUND          VALUE 'R'.
               88  SDP-UNCLAIMED       VALUE 'U'.
           05  SDP-TARGET-CUSTOMER-ID  PIC X(05).
           05  SDP-TARGET-LOAN-NUMBER  PIC X(12).
           05  SDP-OPERATOR-ID         PIC X(08).
           05  SDP-REFERENCE           PIC X(10).
           05  FILLER                  PIC X(08).
