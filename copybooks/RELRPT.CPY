      *  THE MASTER FILE CHANGE CAN BE BALANCED - SAME HDR/DET/TRL
      *  CONVENTION AS BOARDRPT.DAT. REL-RELEASE-REASON IS 'PAIDFULL'
      *  (EVERY SCHEDULED PAYMENT PAID) OR 'EARLYPAY' (A PAYMENT
      *  RECEIVED COVERED THE REMAINING BALANCE), OR 'FEESDUE' FOR A
      *  LOAN WHOSE INSTALLMENTS ARE PAID OFF BUT WHOSE LATE OR
      *  RETURNED-ITEM FEES ARE NOT - THE RELEASE IS HELD, THE MASTER
      *  ENTRY IS UNCHANGED (BEFORE = AFTER) AND REL-FEES-OUTSTANDING
      *  SHOWS WHAT IS STILL OWED. THE LOAN IS RELEASED THE NIGHT THE
      *  FEES ARE SETTLED.
      *****************************************************************
       01  RELRPT-RECORD.
           05  REL-RECORD-TYPE         PIC X(03).
           05  REL-CUSTOMER-ID         PIC X(05).
      *    LOAN ACCOUNT NUMBER - CARVED OUT OF THE TRAILING FILLER,
      *    SO THE RECORD LENGTH IS UNCHANGED.
           05  REL-LOAN-NUMBER         PIC X(12).
           05  REL-RELEASE-REASON      PIC X(08).
           05  REL-BEFORE-ACTIVE-FLAG  PIC X(01).
           05  REL-BEFORE-BALANCE      PIC 9(09)V99.
           05  REL-AFTER-ACTIVE-FLAG   PIC X(01).
           05  REL-AFTER-BALANCE       PIC 9(09)V99.
      *    FEES STILL OWED ON A HELD RELEASE - ALSO CARVED FROM THE
      *    FILLER. ZERO ON A RELEASE.
           05  REL-FEES-OUTSTANDING    PIC 9(07)V99.
           05  FILLER                  PIC X(14).
