      *****************************************************************
      *  PORTHIST.CPY - MONTH-END PORTFOLIO SNAPSHOT HISTORY LAYOUT
      *  ONE ROW PER LOAN PER MONTH-END, APPENDED BY PORTSNAP IN
      *  SNAPSHOT-MONTH ORDER AND, WITHIN A MONTH, IN LOAN-NUMBER
      *  ORDER AS LOANMAST.DAT IS READ. DELQRPT.DAT IS REBUILT EVERY
      *  NIGHT, SO THIS IS THE ONLY RECORD OF WHERE EACH LOAN STOOD
      *  AT A PAST MONTH-END - THE ROLL-RATE REPORT COMPARES EACH
      *  MONTH AGAINST THE ONE BEFORE IT ON THIS FILE.
      *  EVERY ACTIVE LOAN IS SNAPSHOT AT ITS STMTGEN BALANCE AND
      *  TONIGHT'S AGING BUCKET ('CUR', '30 ', '60 ' OR '90+'). A
      *  LOAN CHARGED OFF IN THE MONTH IS SNAPSHOT ONCE AS 'CHG' AND
      *  ONE CLOSED BY LOANREL IN THE MONTH ONCE AS 'CLS', SO THE
      *  ROLL-RATE REPORT CAN SHOW WHERE LAST MONTH'S LOANS WENT;
      *  EITHER IS LEFT OFF EVERY LATER MONTH. PHS-ORIG-MONTH IS THE
      *  BOARDING MONTH (YYYYMM) THE VINTAGE REPORT GROUPS BY, AND
      *  PHS-RISK-TIER THE UNDERWRITING TIER (LOR-RISK-TIER, AS
      *  CARRIED ON THE MASTER) THE ALLOWANCE IS CALCULATED BY.
      *****************************************************************
       01  PORTHIST-RECORD.
           05  PHS-SNAPSHOT-DATE       PIC X(08).
           05  PHS-SNAPSHOT-MONTH      PIC X(06).
           05  PHS-LOAN-NUMBER         PIC X(12).
           05  PHS-CUSTOMER-ID         PIC X(05).
           05  PHS-PRODUCT-CODE        PIC X(04).
           05  PHS-RISK-TIER           PIC X(08).
           05  PHS-ORIG-MONTH          PIC X(06).
           05  PHS-LOAN-STATUS         PIC X(01).
           05  PHS-AGING-BUCKET        PIC X(03).
           05  PHS-DAYS-PAST-DUE       PIC 9(05).
           05  PHS-PAST-DUE-AMOUNT     PIC 9(09)V99.
           05  PHS-REMAINING-BALANCE   PIC 9(09)V99.
           05  FILLER                  PIC X(10).
