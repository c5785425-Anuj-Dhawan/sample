      *****************************************************************
      *  NAMEREJ.CPY - NAME AND ADDRESS MAINTENANCE REJECT RECORD
      *  ONE ROW PER TRANSACTION NAMEMNT COULD NOT APPLY - AN UNKNOWN
      *  ACTION, NO OPERATOR, AN ADD FOR A CUSTOMER ALREADY ON FILE,
      *  A CHANGE OR HOLD FOR ONE THAT IS NOT, OR AN INCOMPLETE
      *  ADDRESS - CARRYING THE KEY FIELDS AS KEYED PLUS THE REASON,
      *  THE SAME CONVENTION AS SUSPREJ.DAT. THE MASTER ENTRY IS LEFT
      *  AS IT WAS UNTIL A CORRECTED TRANSACTION IS PRESENTED.
      *****************************************************************
       01  NAMEREJ-RECORD.
           05  NRJ-ACTION              PIC X(01).
           05  NRJ-CUSTOMER-ID         PIC X(05).
           05  NRJ-CUSTOMER-NAME       PIC X(30).
           05  NRJ-OPERATOR-ID         PIC X(08).
           05  NRJ-REFERENCE           PIC X(10).
           05  NRJ-REASON-TEXT         PIC X(40).
