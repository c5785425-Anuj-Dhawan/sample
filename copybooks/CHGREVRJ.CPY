      *****************************************************************
      *  CHGREVRJ.CPY - CHARGE-OFF REVERSAL REJECT RECORD LAYOUT
      *  ONE ROW PER REVERSAL CHGREV COULD NOT ACT ON - NOT
      *  AUTHORIZED, NO SUCH LOAN FOR THE CUSTOMER, THE LOAN NOT
      *  CHARGED OFF, OR A CHARGE-OFF DATE THAT DOES NOT MATCH THE
      *  LOAN MASTER - CARRYING THE RAW FIELDS AS KEYED PLUS THE
      *  REASON, THE SAME CONVENTION AS SUSPREJ.DAT. THE LOAN STAYS
      *  CHARGED OFF UNTIL A CORRECTED REVERSAL IS PRESENTED.
      *****************************************************************
       01  CHGREVRJ-RECORD.
           05  CRJ-CUSTOMER-ID         PIC X(05).
           05  CRJ-LOAN-NUMBER         PIC X(12).
           05  CRJ-CHARGEOFF-DATE      PIC X(08).
           05  CRJ-REQUESTED-BY        PIC X(08).
           05  CRJ-AUTHORIZED-BY       PIC X(08).
           05  CRJ-REFERENCE           PIC X(10).
           05  CRJ-REASON-TEXT         PIC X(40).
