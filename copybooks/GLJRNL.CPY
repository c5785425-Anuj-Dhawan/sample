      *  DEBIT/CREDIT PAIR PER APPROVED FUNDING, AND A DEBIT WITH
      *  PRINCIPAL AND INTEREST CREDITS PER DAY'S RECEIPT - SAME
      *  HDR/DET/TRL CONVENTION AS LOAN-OUTPUT-FILE. JRN-SOURCE IS
      *  'FND' (FUNDING FROM LOANOUT.DAT), 'RCP' (RECEIPT FROM
      *  PAYSTAT.DAT) OR 'RTN' (REVERSAL OF A RECEIPT THE BANK
      *  RETURNED UNPAID, PER RTNREG.DAT). EXACTLY ONE OF
      *  DEBIT/CREDIT IS NON-ZERO ON A LINE; THE FILE AS A WHOLE
      *  BALANCES OR GLEXTR ENDS RC=8.
      *****************************************************************
       01  GLJRNL-RECORD.
           05  JRN-RECORD-TYPE         PIC X(03).
           05  JRN-SOURCE              PIC X(03).
           05  JRN-CUSTOMER-ID         PIC X(05).
      *    LOAN ACCOUNT NUMBER - CARVED OUT OF THE TRAILING FILLER,
      *    SO THE RECORD LENGTH IS UNCHANGED.
           05  JRN-LOAN-NUMBER         PIC X(12).
           05  JRN-ACCOUNT             PIC X(04).
           05  JRN-DEBIT-AMOUNT        PIC 9(09)V99.
           05  JRN-CREDIT-AMOUNT       PIC 9(09)V99.
           05  FILLER                  PIC X(11).
