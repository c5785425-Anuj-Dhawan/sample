      *****************************************************************
      *  ALLOWRPT.CPY - MONTH-END LOAN-LOSS ALLOWANCE REPORT RECORD
      *  ONE DET ROW PER RISK TIER AND AGING BUCKET HOLDING LOANS
      *  ON THIS MONTH'S PORTFOLIO SNAPSHOT: THE BALANCE, THE LOSS
      *  RATE FINANCE SET FOR THE TIER AND BUCKET (LOSSRATE.DAT),
      *  AND THE ALLOWANCE - BALANCE TIMES RATE. ALW-RATE-FLAG IS
      *  'N' WHEN LOSSRATE.DAT HAS NO RATE FOR THE TIER AND BUCKET,
      *  IN WHICH CASE NOTHING IS RESERVED AGAINST THE BALANCE -
      *  SAME HDR/DET/TRL CONVENTION AS SUMMARY.DAT.
      *****************************************************************
       01  ALLOWRPT-RECORD.
           05  ALW-RECORD-TYPE         PIC X(03).
           05  ALW-RISK-TIER           PIC X(08).
           05  ALW-AGING-BUCKET        PIC X(03).
           05  ALW-ACCOUNT-COUNT       PIC 9(07).
           05  ALW-BALANCE             PIC 9(11)V99.
           05  ALW-LOSS-PERCENT        PIC 9(03)V9(03).
           05  ALW-ALLOWANCE           PIC 9(11)V99.
           05  ALW-RATE-FLAG           PIC X(01).
           05  FILLER                  PIC X(26).
