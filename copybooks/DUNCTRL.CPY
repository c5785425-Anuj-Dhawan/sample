      *  AGING BUCKET AND WHETHER A LETTER WAS PRODUCED AT THAT
      *  STAGE, SO COLLECTIONS CAN EVIDENCE THE CONTACT SEQUENCE
      *  AHEAD OF A CHARGE-OFF - SAME HDR/DET/TRL CONVENTION AS
      *  NOTCCTRL.DAT. DNC-DISPOSITION IS 'PRODUCED ', 'NO-LETTER',
      *  'CHGD-OFF ' OR 'MAIL-HOLD' (NO LETTER PRINTED - THE BORROWER
      *  IS ON AN UNDELIVERABLE-MAIL HOLD AND IS LISTED ON DUNMAIL.DAT).
      *****************************************************************
       01  DUNCTRL-RECORD.
           05  DNC-RECORD-TYPE         PIC X(03).
           05  DNC-CUSTOMER-ID         PIC X(05).
      *    LOAN ACCOUNT NUMBER - CARVED OUT OF THE TRAILING FILLER,
      *    SO THE RECORD LENGTH IS UNCHANGED.
           05  DNC-LOAN-NUMBER         PIC X(12).
           05  DNC-AGING-BUCKET        PIC X(03).
           05  DNC-DISPOSITION         PIC X(09).
           05  FILLER                  PIC X(28).
