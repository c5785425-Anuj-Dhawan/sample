      *****************************************************************
      *  ACHHIST.CPY - AUTOPAY DRAFT HISTORY RECORD LAYOUT
      *  ONE ROW PER DEBIT ENTRY ACHDRAFT HAS ORIGINATED, APPENDED
      *  NIGHT BY NIGHT IN TRACE-NUMBER ORDER. IT IS THE ONCE-ONLY
      *  GUARD - AN INSTALLMENT ALREADY ON THE HISTORY IS NEVER
      *  DRAFTED AGAIN, EVEN IF THE DRAFT IS RETURNED - AND THE
      *  RECORD PAYEDIT MATCHES EACH SETTLED DRAFT AGAINST BY TRACE
      *  NUMBER BEFORE THE RECEIPT IS TAKEN.
      *****************************************************************
       01  ACHHIST-RECORD.
           05  AHS-RUN-DATE            PIC X(08).
           05  AHS-TRACE-NUMBER        PIC X(15).
           05  AHS-CUSTOMER-ID         PIC X(05).
           05  AHS-LOAN-NUMBER         PIC X(12).
           05  AHS-PAYMENT-NUMBER      PIC 9(03).
           05  AHS-DUE-DATE            PIC X(08).
           05  AHS-EFFECTIVE-DATE      PIC X(08).
           05  AHS-DRAFT-AMOUNT        PIC 9(07)V99.
           05  FILLER                  PIC X(12).
