      *****************************************************************
      *  FEEREG.CPY - LATE FEE REGISTER RECORD LAYOUT
      *  ONE DET ROW PER FEE LATEFEE ASSESSED TONIGHT, CARRYING THE
      *  INSTALLMENT, ITS STATUS AND HOW FAR PAST DUE IT WAS, SO
      *  COLLECTIONS CAN REVIEW THE NIGHT'S CHARGES BEFORE THE
      *  STATEMENTS GO OUT - SAME HDR/DET/TRL CONVENTION AS
      *  CHGOFREG.DAT.
      *****************************************************************
       01  FEEREG-RECORD.
           05  FRG-RECORD-TYPE         PIC X(03).
           05  FRG-CUSTOMER-ID         PIC X(05).
           05  FRG-LOAN-NUMBER         PIC X(12).
           05  FRG-PAYMENT-NUMBER      PIC 9(03).
           05  FRG-DUE-DATE            PIC X(08).
           05  FRG-DAYS-PAST-DUE       PIC 9(05).
           05  FRG-PAY-STATUS          PIC X(07).
           05  FRG-FEE-TYPE            PIC X(04).
           05  FRG-FEE-AMOUNT          PIC 9(05)V99.
           05  FILLER                  PIC X(21).
