      *****************************************************************
      *  ACHCTRL.CPY - AUTOPAY DRAFT CONTROL REPORT RECORD
      *  ONE DET ROW PER ENROLLED LOAN (OR ENROLLMENT ROW THAT COULD
      *  NOT BE USED) EACH NIGHT, SAYING WHAT ACHDRAFT DID WITH IT:
      *  'DRAFTED' (ON TONIGHT'S ACHDEBIT.DAT), 'ON-FILE' (THE
      *  INSTALLMENT WAS DRAFTED ON AN EARLIER NIGHT), 'NOT-YET'
      *  (NOT YET WITHIN THE DRAFT LEAD DAYS), 'NONE-DUE' (NOTHING
      *  UNPAID AHEAD - PAID AHEAD OR PAID OFF), 'NO-SCHED', 'STOPPED',
      *  'CLOSED', 'CHGD-OFF' OR 'INVALID' (WITH THE REASON) - SAME
      *  HDR/DET/TRL CONVENTION AS SUMMARY.DAT. THE TRAILER CARRIES
      *  THE COUNTS AND THE FILE CONTROL TOTALS OF ACHDEBIT.DAT, SO
      *  THE FILE CAN BE PROVED BEFORE IT IS SENT TO THE BANK.
      *****************************************************************
       01  ACHCTRL-RECORD.
           05  ACC-RECORD-TYPE         PIC X(03).
           05  ACC-CUSTOMER-ID         PIC X(05).
           05  ACC-LOAN-NUMBER         PIC X(12).
           05  ACC-PAYMENT-NUMBER      PIC 9(03).
           05  ACC-DUE-DATE            PIC X(08).
           05  ACC-EFFECTIVE-DATE      PIC X(08).
           05  ACC-DRAFT-AMOUNT        PIC 9(07)V99.
           05  ACC-TRACE-NUMBER        PIC X(15).
           05  ACC-ACTION              PIC X(08).
           05  ACC-REASON-TEXT         PIC X(30).
           05  FILLER                  PIC X(09).
