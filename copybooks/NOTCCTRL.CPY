      *  ONE DET ROW PER EXCEPTION RECORD READ, SHOWING WHETHER A
      *  NOTICE WAS PRODUCED FOR IT, SO COMPLIANCE CAN PROVE EVERY
      *  DENIAL GOT A LETTER - SAME HDR/DET/TRL CONVENTION AS
      *  LOAN-OUTPUT-FILE. NTC-DISPOSITION IS 'PRODUCED ', 'NO-DETAIL'
      *  OR 'MAIL-HOLD' (NO NOTICE PRINTED - THE APPLICANT IS ON AN
      *  UNDELIVERABLE-MAIL HOLD AND IS LISTED ON NOTCMAIL.DAT).
      *****************************************************************
       01  NOTCCTRL-RECORD.
           05  NTC-RECORD-TYPE         PIC X(03).
