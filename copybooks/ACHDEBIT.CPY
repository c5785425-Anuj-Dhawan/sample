      *****************************************************************
      *  ACHDEBIT.CPY - ACH DEBIT ORIGINATION FILE RECORD LAYOUTS
      *  THE STANDARD 94-BYTE NACHA RECORDS ACHDRAFT WRITES FOR THE
      *  BANK EACH NIGHT: ONE FILE HEADER ('1'), THEN ONE BATCH PER
      *  EFFECTIVE ENTRY DATE - A BATCH HEADER ('5'), ITS ENTRY
      *  DETAILS ('6') AND A BATCH CONTROL ('8') - THEN THE FILE
      *  CONTROL ('9'), AND THE FILE IS FILLED OUT TO A WHOLE BLOCK
      *  OF TEN RECORDS WITH ALL-NINES RECORDS. EVERY ENTRY IS A
      *  PPD CONSUMER DEBIT ('27' CHECKING, '37' SAVINGS) UNDER
      *  SERVICE CLASS '225' (DEBITS ONLY). THE ENTRY HASH IS THE SUM
      *  OF THE RECEIVING BANKS' EIGHT-DIGIT ROUTING IDENTIFIERS,
      *  KEEPING THE LOW-ORDER TEN DIGITS. AMOUNTS ARE DOLLARS AND
      *  CENTS WITH NO DECIMAL POINT AND DATES ARE YYMMDD, AS THE
      *  FORMAT REQUIRES.
      *****************************************************************
       01  ACH-FILE-HEADER.
           05  AFH-RECORD-TYPE         PIC X(01).
           05  AFH-PRIORITY-CODE       PIC X(02).
           05  AFH-IMMEDIATE-DEST      PIC X(10).
           05  AFH-IMMEDIATE-ORIGIN    PIC X(10).
           05  AFH-CREATION-DATE       PIC X(06).
           05  AFH-CREATION-TIME       PIC X(04).
           05  AFH-FILE-ID-MODIFIER    PIC X(01).
           05  AFH-RECORD-SIZE         PIC X(03).
           05  AFH-BLOCKING-FACTOR     PIC X(02).
           05  AFH-FORMAT-CODE         PIC X(01).
           05  AFH-DEST-NAME           PIC X(23).
           05  AFH-ORIGIN-NAME         PIC X(23).
           05  AFH-REFERENCE-CODE      PIC X(08).

       01  ACH-BATCH-HEADER.
           05  ABH-RECORD-TYPE         PIC X(01).
           05  ABH-SERVICE-CLASS       PIC X(03).
           05  ABH-COMPANY-NAME        PIC X(16).
           05  ABH-DISCRETIONARY-DATA  PIC X(20).
           05  ABH-COMPANY-ID          PIC X(10).
           05  ABH-SEC-CODE            PIC X(03).
           05  ABH-ENTRY-DESCRIPTION   PIC X(10).
           05  ABH-DESCRIPTIVE-DATE    PIC X(06).
           05  ABH-EFFECTIVE-DATE      PIC X(06).
           05  ABH-SETTLEMENT-DATE     PIC X(03).
           05  ABH-ORIGINATOR-STATUS   PIC X(01).
           05  ABH-ODFI-ID             PIC X(08).
           05  ABH-BATCH-NUMBER        PIC 9(07).

       01  ACH-ENTRY-DETAIL.
           05  AED-RECORD-TYPE         PIC X(01).
           05  AED-TRANSACTION-CODE    PIC X(02).
           05  AED-RECEIVING-DFI-ID    PIC X(08).
           05  AED-CHECK-DIGIT         PIC X(01).
           05  AED-DFI-ACCOUNT-NUMBER  PIC X(17).
           05  AED-AMOUNT              PIC 9(08)V99.
           05  AED-INDIVIDUAL-ID       PIC X(15).
           05  AED-INDIVIDUAL-NAME     PIC X(22).
           05  AED-DISCRETIONARY-DATA  PIC X(02).
           05  AED-ADDENDA-INDICATOR   PIC X(01).
           05  AED-TRACE-NUMBER        PIC X(15).

       01  ACH-BATCH-CONTROL.
           05  ABC-RECORD-TYPE         PIC X(01).
           05  ABC-SERVICE-CLASS       PIC X(03).
           05  ABC-ENTRY-COUNT         PIC 9(06).
           05  ABC-ENTRY-HASH          PIC 9(10).
           05  ABC-TOTAL-DEBIT         PIC 9(10)V99.
           05  ABC-TOTAL-CREDIT        PIC 9(10)V99.
           05  ABC-COMPANY-ID          PIC X(10).
           05  ABC-AUTHENTICATION      PIC X(19).
           05  ABC-RESERVED            PIC X(06).
           05  ABC-ODFI-ID             PIC X(08).
           05  ABC-BATCH-NUMBER        PIC 9(07).

       01  ACH-FILE-CONTROL.
           05  AFC-RECORD-TYPE         PIC X(01).
           05  AFC-BATCH-COUNT         PIC 9(06).
           05  AFC-BLOCK-COUNT         PIC 9(06).
           05  AFC-ENTRY-COUNT         PIC 9(08).
           05  AFC-ENTRY-HASH          PIC 9(10).
           05  AFC-TOTAL-DEBIT         PIC 9(10)V99.
           05  AFC-TOTAL-CREDIT        PIC 9(10)V99.
           05  AFC-RESERVED            PIC X(39).
