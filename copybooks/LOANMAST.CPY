      *****************************************************************
      *  LOANMAST.CPY - LOAN ACCOUNT MASTER RECORD LAYOUT
      *  ONE ROW PER LOAN BOARDED BY LOANBRD. THE LOAN NUMBER IS THE
      *  RUN DATE ON THE LOANOUT.DAT HEADER (YYYYMMDD) FOLLOWED BY
      *  THE FOUR-DIGIT SEQUENCE OF THE APPROVED DETAIL WITHIN THAT
      *  FILE - AMORTSCH, RECONBAL AND GLEXTR DERIVE THE SAME NUMBER
      *  FROM THE SAME FILE, SO THE SCHEDULE, THE FUNDING JOURNAL AND
      *  THE MASTER AGREE WHATEVER ORDER THE STEPS RUN IN. A
      *  CUSTOMER MAY HOLD MORE THAN ONE LOAN (ONE PER PRODUCT), SO
      *  EVERY SCHEDULE ROW, RECEIPT, AGING ROW AND RELEASE IS KEYED
      *  BY LN-LOAN-NUMBER RATHER THAN BY THE CUSTOMER ID. THE FILE
      *  IS CUMULATIVE IN LOAN-NUMBER ORDER - LOANBRD APPENDS EACH
      *  NIGHT'S BOARDINGS AND LOANREL MARKS A PAID-OFF LOAN CLOSED
      *  IN PLACE RATHER THAN DROPPING IT. THE LOANS ALREADY ON THE
      *  BOOKS WHEN THE LOAN NUMBER CAME IN WERE NUMBERED AND POSTED
      *  HERE ONCE BY THE LOANCONV CONVERSION, UNDER A DATE BEFORE ANY
      *  LOANBRD HAS USED.
      *  LN-LOAN-STATUS IS 'A' (ACTIVE), 'C' (CLOSED BY LOANREL) OR
      *  'R' (CHARGED OFF BY CHGOFF AND IN RECOVERY - LN-CHGOFF-DATE
      *  AND LN-CHGOFF-BALANCE HOLD THE DATE AND THE BALANCE WRITTEN
      *  OFF; CHGREV PUTS AN ERRONEOUS CHARGE-OFF BACK TO 'A').
      *  LN-MODIFIED-FLAG IS 'Y' ONCE LOANMOD HAS RESTRUCTURED THE
      *  LOAN FOR A HARDSHIP (DEFERRAL, TERM EXTENSION OR RATE
      *  CHANGE) AND STAYS SET FOR THE LIFE OF THE LOAN; LN-INTEREST-
      *  RATE AND LN-TERM-MONTHS THEN CARRY THE MODIFIED TERMS, AND
      *  MODHIST.DAT HOLDS WHAT EACH MODIFICATION CHANGED.
      *****************************************************************
       01  LOANMAST-RECORD.
           05  LN-LOAN-NUMBER          PIC X(12).
           05  LN-CUSTOMER-ID          PIC X(05).
           05  LN-CO-BORROWER-ID       PIC X(05).
           05  LN-PRODUCT-CODE         PIC X(04).
           05  LN-RISK-TIER            PIC X(08).
           05  LN-INTEREST-RATE        PIC 9(02)V9(03).
           05  LN-TERM-MONTHS          PIC 9(03).
           05  LN-LOAN-AMOUNT          PIC 9(07)V99.
           05  LN-BOARD-DATE           PIC X(08).
           05  LN-LOAN-STATUS          PIC X(01).
               88  LN-LOAN-ACTIVE      VALUE 'A'.
               88  LN-LOAN-CLOSED      VALUE 'C'.
               88  LN-LOAN-CHARGED-OFF VALUE 'R'.
           05  LN-CLOSE-DATE           PIC X(08).
           05  LN-CLOSE-REASON         PIC X(08).
      *    CHARGE-OFF FIELDS - CARVED OUT OF THE TRAILING FILLER, SO
      *    THE RECORD LENGTH IS UNCHANGED. MEANINGFUL ONLY WHILE THE
      *    LOAN IS 'R'.
           05  LN-CHGOFF-DATE          PIC X(08).
           05  LN-CHGOFF-BALANCE       PIC 9(09)V99.
      *    HARDSHIP MODIFICATION FLAG - ALSO CARVED FROM THE FILLER.
           05  LN-MODIFIED-FLAG        PIC X(01).
               88  LN-LOAN-MODIFIED    VALUE 'Y'.
           05  FILLER                  PIC X(04).
