      *****************************************************************
      *  VINTAGE.CPY - MONTH-END DELINQUENCY BY VINTAGE REPORT RECORD
      *  ONE DET ROW PER ORIGINATION (BOARDING) MONTH ON THIS
      *  MONTH'S PORTFOLIO SNAPSHOT, OLDEST FIRST: THE LOANS AND
      *  BALANCES IN EACH AGING BUCKET, THE LOANS OF THE VINTAGE
      *  CHARGED OFF OR CLOSED IN THE MONTH, AND THE SHARE OF THE
      *  VINTAGE'S BALANCE 30 OR MORE DAYS PAST DUE - SAME
      *  HDR/DET/TRL CONVENTION AS SUMMARY.DAT.
      *****************************************************************
       01  VINTAGE-RECORD.
           05  VTG-RECORD-TYPE         PIC X(03).
           05  VTG-ORIG-MONTH          PIC X(06).
           05  VTG-ACCOUNT-COUNT       PIC 9(07).
           05  VTG-TOTAL-BALANCE       PIC 9(11)V99.
           05  VTG-CUR-COUNT           PIC 9(07).
           05  VTG-CUR-BALANCE         PIC 9(11)V99.
           05  VTG-30-COUNT            PIC 9(07).
           05  VTG-30-BALANCE          PIC 9(11)V99.
           05  VTG-60-COUNT            PIC 9(07).
           05  VTG-60-BALANCE          PIC 9(11)V99.
           05  VTG-90-COUNT            PIC 9(07).
           05  VTG-90-BALANCE          PIC 9(11)V99.
           05  VTG-CHGOFF-COUNT        PIC 9(07).
           05  VTG-CLOSED-COUNT        PIC 9(07).
           05  VTG-DELINQ-PERCENT      PIC 9(03)V99.
           05  FILLER                  PIC X(12).
