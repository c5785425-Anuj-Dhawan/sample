      *****************************************************************
      *  BURCTRL.CPY - CREDIT BUREAU EXTRACT CONTROL REPORT RECORD
      *  ONE DET ROW PER BUREAU ACCOUNT-STATUS CODE BUREXTR CAN
      *  REPORT, WITH THE NUMBER OF LOANS FURNISHED UNDER IT AND
      *  THEIR BALANCES, SO A DISPUTE CAN BE TIED BACK TO THE MONTH'S
      *  FILE AND THE TRAILER CAN PROVE EVERY ACTIVE LOAN ON
      *  LOANMAST.DAT WAS FURNISHED - SAME HDR/DET/TRL CONVENTION AS
      *  SUMMARY.DAT. AMOUNTS ARE IN DOLLARS AND CENTS, AS CARRIED ON
      *  OUR OWN FILES, NOT THE WHOLE DOLLARS SENT TO THE BUREAUS.
      *****************************************************************
       01  BURCTRL-RECORD.
           05  BCT-RECORD-TYPE         PIC X(03).
           05  BCT-ACCOUNT-STATUS      PIC X(02).
           05  BCT-STATUS-DESC         PIC X(20).
           05  BCT-ACCOUNT-COUNT       PIC 9(07).
           05  BCT-CURRENT-BALANCE     PIC 9(11)V99.
           05  BCT-AMOUNT-PAST-DUE     PIC 9(11)V99.
           05  BCT-JOINT-COUNT         PIC 9(07).
           05  FILLER                  PIC X(15).
