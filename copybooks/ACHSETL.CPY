      *****************************************************************
      *  ACHSETL.CPY - ACH SETTLEMENT CONFIRMATION RECORD LAYOUT
      *  ONE ROW PER AUTOPAY DEBIT THE BANK CONFIRMS HAS SETTLED,
      *  ECHOING THE TRACE NUMBER AND INDIVIDUAL ID (THE LOAN NUMBER)
      *  ACHDRAFT PUT ON THE ENTRY, WITH THE SETTLEMENT DATE AND THE
      *  AMOUNT COLLECTED. THE TRANSMISSION OPENS WITH A SETTLEMENT-
      *  TOTAL HEADER IN THE SAME RECORD LENGTH ('HDR', SETTLEMENT
      *  DATE, DETAIL COUNT, TOTAL AMOUNT), THE WAY LOCKBOX.DAT
      *  OPENS WITH ITS DEPOSIT TOTAL. FIELDS ARE X-TYPED SO EACH CAN
      *  BE TESTED BEFORE IT IS TRUSTED.
      *****************************************************************
       01  ACHSETL-RECORD.
           05  ACS-TRACE-NUMBER        PIC X(15).
           05  ACS-INDIVIDUAL-ID       PIC X(15).
           05  ACS-SETTLEMENT-DATE     PIC X(08).
           05  ACS-AMOUNT              PIC X(09).
           05  ACS-AMOUNT-N REDEFINES ACS-AMOUNT
                                       PIC 9(07)V99.
           05  FILLER                  PIC X(13).
