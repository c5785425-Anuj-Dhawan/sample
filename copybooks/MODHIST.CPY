      *****************************************************************
      *  MODHIST.CPY - HARDSHIP MODIFICATION HISTORY RECORD LAYOUT
      *  MODHIST.DAT IS CUMULATIVE IN RUN-DATE ORDER: LOANMOD APPENDS
      *  ONE ROW FOR EVERY LOAN IT RESTRUCTURES, STAMPED WITH THE RUN
      *  DATE, SO AN EXAMINER CAN SEE WHEN AND HOW A LOAN WAS
      *  MODIFIED LONG AFTER THE NIGHT'S REGISTER IS GONE - HISTINQ
      *  PULLS THESE ROWS ALONGSIDE THE ARCHIVED DECISIONS. THE
      *  CUSTOMER ID LEADS THE DATA AREA, AS IT DOES ON AN AUDIT ROW.
      *****************************************************************
       01  MODHIST-RECORD.
           05  MHR-RUN-DATE            PIC X(08).
           05  MHR-MODIFY-DATA.
               10  MHR-CUSTOMER-ID     PIC X(05).
               10  MHR-LOAN-NUMBER     PIC X(12).
               10  MHR-ACTION          PIC X(01).
               10  MHR-MONTHS          PIC 9(03).
               10  MHR-BALANCE         PIC 9(09)V99.
               10  MHR-OLD-RATE        PIC 9(02)V9(03).
               10  MHR-NEW-RATE        PIC 9(02)V9(03).
               10  MHR-OLD-PAYMENT     PIC 9(07)V99.
               10  MHR-NEW-PAYMENT     PIC 9(07)V99.
               10  MHR-OLD-MATURITY    PIC X(08).
               10  MHR-NEW-MATURITY    PIC X(08).
               10  MHR-OPERATOR        PIC X(08).
               10  MHR-REFERENCE       PIC X(10).
               10  FILLER              PIC X(09).
