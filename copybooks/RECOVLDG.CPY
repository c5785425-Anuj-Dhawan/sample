      *****************************************************************
      *  RECOVLDG.CPY - CHARGED-OFF RECOVERY LEDGER RECORD LAYOUT
      *  ONE DET ROW PER RECEIPT ON A CHARGED-OFF LOAN DATED AFTER
      *  THE CHARGE-OFF. PAYPOST REBUILDS THE LEDGER EVERY NIGHT FROM
      *  THE FULL RECEIPT HISTORY, THE SAME WAY IT RE-POSTS THE
      *  SCHEDULE, SO A RETURNED RECOVERY OR A REVERSED CHARGE-OFF
      *  SIMPLY DROPS OFF IT. EACH RECEIPT IS POSTED AGAINST THE
      *  BALANCE WRITTEN OFF (LN-CHGOFF-BALANCE), OLDEST FIRST; WHAT
      *  A RECEIPT BRINGS IN BEYOND THAT BALANCE IS NOT A RECOVERY
      *  AND GOES TO SUSPENSE. SAME HDR/DET/TRL CONVENTION AS
      *  DELQRPT.DAT.
      *****************************************************************
       01  RECOVLDG-RECORD.
           05  RCV-RECORD-TYPE         PIC X(03).
           05  RCV-CUSTOMER-ID         PIC X(05).
           05  RCV-LOAN-NUMBER         PIC X(12).
           05  RCV-CHARGEOFF-DATE      PIC X(08).
           05  RCV-CHARGEOFF-BALANCE   PIC 9(09)V99.
           05  RCV-RECEIPT-DATE        PIC X(08).
           05  RCV-RECEIPT-AMOUNT      PIC 9(07)V99.
           05  RCV-RECOVERY-AMOUNT     PIC 9(07)V99.
           05  RCV-RECOVERED-TO-DATE   PIC 9(09)V99.
           05  RCV-BALANCE-REMAINING   PIC 9(09)V99.
           05  FILLER                  PIC X(13).
