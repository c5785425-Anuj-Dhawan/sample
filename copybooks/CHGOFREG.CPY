      *  AND THE CUSTMAST DEFAULT FIELDS BEFORE THE UPDATE, SO EACH
      *  CHARGE-OFF CAN BE REVIEWED AND REVERSED IF A PAYMENT WAS IN
      *  FLIGHT - SAME HDR/DET/TRL CONVENTION AS BOARDRPT.DAT.
      *  CGO-CHARGEOFF-BALANCE IS THE LOAN BALANCE WRITTEN OFF (THE
      *  PST-REMAINING-BALANCE OWED AT CHARGE-OFF) - THE AMOUNT LATER
      *  RECOVERIES ARE POSTED AGAINST.
      *****************************************************************
       01  CHGOFREG-RECORD.
           05  CGO-RECORD-TYPE         PIC X(03).
           05  CGO-CUSTOMER-ID         PIC X(05).
      *    LOAN ACCOUNT NUMBER - CARVED OUT OF THE TRAILING FILLER,
      *    SO THE RECORD LENGTH IS UNCHANGED.
           05  CGO-LOAN-NUMBER         PIC X(12).
           05  CGO-PAST-DUE-AMOUNT     PIC 9(09)V99.
           05  CGO-OLDEST-DUE-DATE     PIC X(08).
           05  CGO-DAYS-PAST-DUE       PIC 9(05).
           05  CGO-BEFORE-DFLT-FLAG    PIC X(01).
           05  CGO-BEFORE-DFLT-DATE    PIC X(08).
           05  CGO-CHARGEOFF-DATE      PIC X(08).
      *    CARVED OUT OF THE TRAILING FILLER, SO THE RECORD LENGTH IS
      *    UNCHANGED.
           05  CGO-CHARGEOFF-BALANCE   PIC 9(09)V99.
           05  FILLER                  PIC X(03).
