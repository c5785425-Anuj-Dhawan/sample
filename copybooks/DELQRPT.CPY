      *****************************************************************
      *  DELQRPT.CPY - DELINQUENCY AGING REPORT RECORD LAYOUT
      *  ONE DET ROW PER LOAN WITH A DUE-BUT-UNPAID SCHEDULED
      *  PAYMENT, AGED BY THE OLDEST UNPAID DUE DATE INTO THE 30/60/90
      *  DAY BUCKETS - SAME HDR/DET/TRL CONVENTION AS LOAN-OUTPUT-FILE.
      *****************************************************************
       01  DELQRPT-RECORD.
           05  DLQ-RECORD-TYPE         PIC X(03).
           05  DLQ-CUSTOMER-ID         PIC X(05).
      *    LOAN ACCOUNT NUMBER - CARVED OUT OF THE TRAILING FILLER,
      *    SO THE RECORD LENGTH IS UNCHANGED.
           05  DLQ-LOAN-NUMBER         PIC X(12).
           05  DLQ-PAST-DUE-AMOUNT     PIC 9(09)V99.
           05  DLQ-OLDEST-DUE-DATE     PIC X(08).
           05  DLQ-DAYS-PAST-DUE       PIC 9(05).
           05  DLQ-AGING-BUCKET        PIC X(03).
           05  FILLER                  PIC X(13).
