      *****************************************************************
      *  SUSPREG.CPY - SUSPENSE CLEARING REGISTER RECORD LAYOUT
      *  ONE DET ROW PER SUSPENSE ITEM SUSPCLR CLEARED TONIGHT - THE
      *  ITEM, THE DISPOSITION, THE TARGET CUSTOMER AND LOAN FOR AN
      *  APPLIED ITEM, THE AUTHORIZING OPERATOR AND REFERENCE - SAME
      *  HDR/DET/TRL CONVENTION AS CHGOFREG.DAT. REFUNDS AND
      *  UNCLAIMED-PROPERTY ITEMS ON THIS REGISTER ARE THE LIST
      *  ACCOUNTS PAYABLE CUTS CHECKS AND FILES ESCHEAT FROM.
      *****************************************************************
       01  SUSPREG-RECORD.
           05  SRG-RECORD-TYPE         PIC X(03).
           05  SRG-CUSTOMER-ID         PIC X(05).
           05  SRG-LOAN-NUMBER         PIC X(12).
           05  SRG-PAYMENT-DATE        PIC X(08).
           05  SRG-AMOUNT              PIC 9(09)V99.
           05  SRG-ACTION              PIC X(01).
           05  SRG-ACTION-TEXT         PIC X(16).
           05  SRG-TARGET-CUSTOMER-ID  PIC X(05).
           05  SRG-TARGET-LOAN-NUMBER  PIC X(12).
           05  SRG-OPERATOR-ID         PIC X(08).
           05  SRG-REFERENCE           PIC X(10).
           05  FILLER                  PIC X(09).
