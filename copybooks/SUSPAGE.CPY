      *****************************************************************
      *  SUSPAGE.CPY - SUSPENSE AGING REPORT RECORD LAYOUT
      *  ONE DET ROW PER ITEM STILL UNRESOLVED IN SUSPENSE AFTER
      *  SUSPCLR HAS RUN, AGED IN CALENDAR DAYS FROM THE ITEM'S
      *  RECEIPT DATE INTO A 0-30 / 31-60 / 61-90 / 90+ BUCKET. ANY
      *  ITEM OVER 30 DAYS IS FLAGGED FOR ESCALATION. SAME HDR/DET/
      *  TRL CONVENTION AS DELQRPT.DAT; THE TRAILER TIES BACK TO
      *  PAYSUSP.DAT - ITEMS ON FILE EQUAL ITEMS CLEARED PLUS ITEMS
      *  OPEN, BY COUNT AND AMOUNT, AND THE OPEN ITEMS FOOT ACROSS THE
      *  FOUR BUCKETS (SEE WS-SUSPAGE-TRAILER IN SUSPCLR).
      *****************************************************************
       01  SUSPAGE-RECORD.
           05  SAG-RECORD-TYPE         PIC X(03).
           05  SAG-CUSTOMER-ID         PIC X(05).
           05  SAG-LOAN-NUMBER         PIC X(12).
           05  SAG-PAYMENT-DATE        PIC X(08).
           05  SAG-AMOUNT              PIC 9(09)V99.
           05  SAG-DAYS-OUTSTANDING    PIC 9(05).
           05  SAG-AGING-BUCKET        PIC X(05).
           05  SAG-ESCALATE-FLAG       PIC X(01).
           05  SAG-REASON              PIC X(30).
           05  FILLER                  PIC X(52).
