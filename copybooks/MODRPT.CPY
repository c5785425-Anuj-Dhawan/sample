      *****************************************************************
      *  MODRPT.CPY - HARDSHIP MODIFICATION REGISTER RECORD
      *  ONE DET ROW PER LOAN LOANMOD RESTRUCTURED, SHOWING THE
      *  SCHEDULE BEFORE AND AFTER SIDE BY SIDE - THE INSTALLMENT,
      *  THE MATURITY, THE NUMBER OF INSTALLMENTS AND THE TOTAL
      *  INTEREST OVER THE LIFE OF THE LOAN - FOR THE WORKOUT
      *  COMMITTEE TO SIGN OFF. MRP-BALANCE IS THE BALANCE THAT WAS
      *  RE-AMORTIZED. THE OLD PAYMENT IS THE FIRST UNPAID SCHEDULED
      *  INSTALLMENT; THE NEW PAYMENT IS THE FIRST INSTALLMENT DUE
      *  AFTER ANY DEFERRAL. SAME HDR/DET/TRL CONVENTION AS
      *  BOARDRPT.DAT.
      *****************************************************************
       01  MODRPT-RECORD.
           05  MRP-RECORD-TYPE         PIC X(03).
           05  MRP-CUSTOMER-ID         PIC X(05).
           05  MRP-LOAN-NUMBER         PIC X(12).
           05  MRP-ACTION              PIC X(01).
           05  MRP-MONTHS              PIC 9(03).
           05  MRP-BALANCE             PIC 9(09)V99.
           05  MRP-OLD-RATE            PIC 9(02)V9(03).
           05  MRP-NEW-RATE            PIC 9(02)V9(03).
           05  MRP-OLD-PAYMENT         PIC 9(07)V99.
           05  MRP-NEW-PAYMENT         PIC 9(07)V99.
           05  MRP-OLD-MATURITY        PIC X(08).
           05  MRP-NEW-MATURITY        PIC X(08).
           05  MRP-OLD-TERM            PIC 9(03).
           05  MRP-NEW-TERM            PIC 9(03).
           05  MRP-OLD-TOTAL-INTEREST  PIC 9(09)V99.
           05  MRP-NEW-TOTAL-INTEREST  PIC 9(09)V99.
           05  MRP-OPERATOR            PIC X(08).
           05  MRP-REFERENCE           PIC X(10).
           05  FILLER                  PIC X(07).
