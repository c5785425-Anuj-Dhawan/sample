      *****************************************************************
      *  STMTCTRL.CPY - BORROWER STATEMENT CONTROL REPORT RECORD
      *  ONE DET ROW PER LOAN READ OFF THE POSTED SCHEDULE,
      *  SHOWING WHETHER A STATEMENT WAS PRODUCED, SO THE BRANCHES
      *  CAN PROVE EVERY ACTIVE BORROWER GOT A STATEMENT - SAME
      *  HDR/DET/TRL CONVENTION AS NOTCCTRL.DAT. STC-DISPOSITION IS
      *  'PRODUCED ', 'CHGD-OFF ' OR 'MAIL-HOLD' (NO STATEMENT PRINTED
      *  - THE BORROWER IS ON AN UNDELIVERABLE-MAIL HOLD AND IS LISTED
      *  ON STMTMAIL.DAT).
      *****************************************************************
       01  STMTCTRL-RECORD.
           05  STC-RECORD-TYPE         PIC X(03).
           05  STC-CUSTOMER-ID         PIC X(05).
      *    LOAN ACCOUNT NUMBER - CARVED OUT OF THE TRAILING FILLER,
      *    SO THE RECORD LENGTH IS UNCHANGED.
           05  STC-LOAN-NUMBER         PIC X(12).
           05  STC-DISPOSITION         PIC X(09).
           05  FILLER                  PIC X(31).
