      *****************************************************************
      *  MODREJ.CPY - HARDSHIP MODIFICATION REJECT RECORD LAYOUT
      *  ONE ROW PER MODIFICATION LOANMOD COULD NOT ACT ON - NO SUCH
      *  LOAN FOR THE CUSTOMER, A LOAN NOT ACTIVE, NOTHING LEFT
      *  UNPAID TO RESTRUCTURE, OR TERMS THAT DO NOT MAKE SENSE FOR
      *  THE ACTION - CARRYING THE RAW FIELDS AS KEYED PLUS THE
      *  REASON, THE SAME CONVENTION AS CHGREVRJ.DAT. THE SCHEDULE IS
      *  LEFT AS IT STANDS UNTIL A CORRECTED ROW IS PRESENTED.
      *****************************************************************
       01  MODREJ-RECORD.
           05  MRJ-CUSTOMER-ID         PIC X(05).
           05  MRJ-LOAN-NUMBER         PIC X(12).
           05  MRJ-ACTION              PIC X(01).
           05  MRJ-MONTHS              PIC X(03).
           05  MRJ-NEW-RATE            PIC X(05).
           05  MRJ-OPERATOR            PIC X(08).
           05  MRJ-REFERENCE           PIC X(10).
           05  MRJ-REASON-TEXT         PIC X(40).
