       01  BOARDRPT-RECORD.
           05  BRD-RECORD-TYPE         PIC X(03).
           05  BRD-CUSTOMER-ID         PIC X(05).
      *    LOAN ACCOUNT NUMBER - CARVED OUT OF THE TRAILING FILLER,
      *    SO THE RECORD LENGTH IS UNCHANGED.
           05  BRD-LOAN-NUMBER         PIC X(12).
           05  BRD-ACTION              PIC X(06).
           05  BRD-LOAN-AMOUNT         PIC 9(07)V99.
           05  BRD-BEFORE-ACTIVE-FLAG  PIC X(01).
           05  BRD-BEFORE-BALANCE      PIC 9(09)V99.
           05  BRD-AFTER-ACTIVE-FLAG   PIC X(01).
           05  BRD-AFTER-BALANCE       PIC 9(09)V99.
           05  FILLER                  PIC X(16).
