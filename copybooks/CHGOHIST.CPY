      *****************************************************************
      *  CHGOHIST.CPY - CHARGE-OFF HISTORY RECORD LAYOUT
      *  CHGOHIST.DAT IS CUMULATIVE: CHGOFF APPENDS A 'C' ROW FOR
      *  EVERY LOAN IT CHARGES OFF AND CHGREV APPENDS A 'V' ROW FOR
      *  EVERY CHARGE-OFF IT REVERSES. CHGOFREG.DAT IS REBUILT EACH
      *  NIGHT, SO THIS FILE IS WHERE A REVERSAL FINDS THE CUSTMAST
      *  DEFAULT FIELDS AS THEY STOOD BEFORE THE CHARGE-OFF, HOWEVER
      *  LONG AGO IT WAS TAKEN, AND IS THE AUDIT TRAIL OF BOTH.
      *****************************************************************
       01  CHGOHIST-RECORD.
           05  CHH-ACTION              PIC X(01).
               88  CHH-CHARGED-OFF     VALUE 'C'.
               88  CHH-REVERSED        VALUE 'V'.
           05  CHH-CUSTOMER-ID         PIC X(05).
           05  CHH-LOAN-NUMBER         PIC X(12).
           05  CHH-CHARGEOFF-DATE      PIC X(08).
           05  CHH-CHARGEOFF-BALANCE   PIC 9(09)V99.
           05  CHH-PAST-DUE-AMOUNT     PIC 9(09)V99.
           05  CHH-BEFORE-DFLT-FLAG    PIC X(01).
           05  CHH-BEFORE-DFLT-DATE    PIC X(08).
      *    ON A 'V' ROW - THE DAY OF THE REVERSAL, WHO ASKED FOR IT,
      *    WHO AUTHORIZED IT AND THE REFERENCE IT WAS KEYED UNDER.
           05  CHH-PROCESS-DATE        PIC X(08).
           05  CHH-REQUESTED-BY        PIC X(08).
           05  CHH-AUTHORIZED-BY       PIC X(08).
           05  CHH-REFERENCE           PIC X(10).
           05  FILLER                  PIC X(09).
