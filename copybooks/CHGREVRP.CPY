      *****************************************************************
      *  CHGREVRP.CPY - CHARGE-OFF REVERSAL REPORT RECORD
      *  ONE DET ROW PER CHARGE-OFF REVERSED, SHOWING THE LOAN
      *  MASTER STATUS AND THE CUSTMAST DEFAULT FIELDS BEFORE AND
      *  AFTER THE REVERSAL SO THE CHANGE CAN BE BALANCED - SAME
      *  HDR/DET/TRL CONVENTION AS BOARDRPT.DAT. THE DEFAULT FIELDS
      *  GO BACK TO WHAT THEY WERE BEFORE THE CHARGE-OFF UNLESS THE
      *  CUSTOMER STILL HAS ANOTHER LOAN CHARGED OFF.
      *****************************************************************
       01  CHGREVRP-RECORD.
           05  CRV-RECORD-TYPE         PIC X(03).
           05  CRV-CUSTOMER-ID         PIC X(05).
           05  CRV-LOAN-NUMBER         PIC X(12).
           05  CRV-ACTION              PIC X(06).
           05  CRV-CHARGEOFF-DATE      PIC X(08).
           05  CRV-CHARGEOFF-BALANCE   PIC 9(09)V99.
           05  CRV-BEFORE-LOAN-STATUS  PIC X(01).
           05  CRV-BEFORE-DFLT-FLAG    PIC X(01).
           05  CRV-BEFORE-DFLT-DATE    PIC X(08).
           05  CRV-AFTER-LOAN-STATUS   PIC X(01).
           05  CRV-AFTER-DFLT-FLAG     PIC X(01).
           05  CRV-AFTER-DFLT-DATE     PIC X(08).
           05  CRV-AUTHORIZED-BY       PIC X(08).
           05  CRV-REFERENCE           PIC X(10).
           05  FILLER                  PIC X(07).
