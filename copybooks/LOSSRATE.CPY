      *****************************************************************
      *  LOSSRATE.CPY - LOAN-LOSS RATE TABLE ENTRY LAYOUT
      *  ONE ROW PER RISK TIER AND AGING BUCKET, HAND-EDITED BY
      *  FINANCE AND PRE-EDITED BY TBLCHK THE SAME WAY AS
      *  RATETBL.DAT AND FEETBL.DAT, SO A CHANGE IN RESERVING
      *  ASSUMPTIONS IS A DATA CHANGE AND NOT A PROGRAM CHANGE.
      *  LSR-RISK-TIER IS THE UNDERWRITING TIER NAME AS RATETBL.DAT
      *  CARRIES IT AND LSR-AGING-BUCKET IS ONE OF DELQRPT.DAT'S
      *  BUCKETS ('CUR', '30 ', '60 ' OR '90+'). PORTSNAP RESERVES
      *  LSR-LOSS-PERCENT OF THE MONTH-END BALANCE IN THE TIER AND
      *  BUCKET; A BALANCE WITH NO ROW IS RESERVED AT NOTHING AND
      *  REPORTED AS UNRATED.
      *****************************************************************
       01  LOSS-RATE-RECORD.
           05  LSR-RISK-TIER       PIC X(08).
           05  LSR-AGING-BUCKET    PIC X(03).
           05  LSR-LOSS-PERCENT    PIC 9(03)V9(03).
           05  FILLER              PIC X(03).
