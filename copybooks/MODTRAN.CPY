      *****************************************************************
      *  MODTRAN.CPY - HARDSHIP MODIFICATION TRANSACTION RECORD LAYOUT
      *  ONE ROW PER LOAN THE WORKOUT DESK IS RESTRUCTURING FOR A
      *  BORROWER IN HARDSHIP. MDT-ACTION SAYS WHAT IS DONE TO THE
      *  UNPAID PART OF THE SCHEDULE:
      *    'D' - DEFER THE NEXT MDT-MONTHS INSTALLMENTS TO THE END OF
      *          THE TERM (NOTHING IS DUE FOR THOSE MONTHS AND THE
      *          MATURITY MOVES OUT BY THE SAME NUMBER OF MONTHS);
      *    'E' - EXTEND THE TERM BY MDT-MONTHS, RE-AMORTIZING THE
      *          BALANCE AT THE LOAN'S CURRENT RATE;
      *    'R' - RE-AMORTIZE THE BALANCE AT MDT-NEW-RATE OVER THE
      *          MONTHS LEFT TO THE EXISTING MATURITY.
      *  THE OPERATOR WHO KEYED THE ROW AND THE WORKOUT CASE
      *  REFERENCE ARE REQUIRED AND ARE CARRIED TO THE REGISTER AND
      *  THE MODIFICATION HISTORY.
      *****************************************************************
       01  MODTRAN-RECORD.
           05  MDT-CUSTOMER-ID         PIC X(05).
           05  MDT-LOAN-NUMBER         PIC X(12).
           05  MDT-ACTION              PIC X(01).
               88  MDT-DEFER           VALUE 'D'.
               88  MDT-EXTEND          VALUE 'E'.
               88  MDT-RERATE          VALUE 'R'.
           05  MDT-MONTHS              PIC 9(03).
           05  MDT-NEW-RATE            PIC 9(02)V9(03).
           05  MDT-OPERATOR            PIC X(08).
           05  MDT-REFERENCE           PIC X(10).
           05  MDT-REASON-TEXT         PIC X(25).
           05  FILLER                  PIC X(11).
