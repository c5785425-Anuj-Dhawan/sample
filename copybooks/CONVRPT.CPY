      *****************************************************************
      *  CONVRPT.CPY - LOAN NUMBER CONVERSION CONTROL REPORT RECORD
      *  ONE DET ROW PER SCHEDULE LOANCONV GAVE A LOAN NUMBER, WITH
      *  THE TERMS IT POSTED TO THE NEW LOAN MASTER AND THE RECEIPTS
      *  IT TIED TO THE LOAN, FOLLOWED BY ONE DET ROW PER JOINT LINK
      *  OR CUSTOMER MASTER ENTRY THE CONVERSION COULD NOT TIE TO A
      *  SCHEDULE (CVR-LOAN-NUMBER BLANK). CVR-TERMS-SOURCE IS 'HIST'
      *  WHEN THE TERMS CAME FROM THE ARCHIVED APPROVAL ON
      *  LOANHIST.DAT, 'SCHD' WHEN THEY HAD TO BE DERIVED FROM THE
      *  SCHEDULE ITSELF. ANY ROW CARRYING CVR-EXCEPTION-TEXT NEEDS
      *  REVIEW. SAME HDR/DET/TRL CONVENTION AS BOARDRPT.DAT.
      *****************************************************************
       01  CONVRPT-RECORD.
           05  CVR-RECORD-TYPE         PIC X(03).
           05  CVR-LOAN-NUMBER         PIC X(12).
           05  CVR-CUSTOMER-ID         PIC X(05).
           05  CVR-CO-BORROWER-ID      PIC X(05).
           05  CVR-TERMS-SOURCE        PIC X(04).
           05  CVR-LOAN-AMOUNT         PIC 9(07)V99.
           05  CVR-BOARD-DATE          PIC X(08).
           05  CVR-SCHEDULE-ROWS       PIC 9(04).
           05  CVR-RECEIPT-ROWS        PIC 9(05).
           05  CVR-EXCEPTION-TEXT      PIC X(25).
