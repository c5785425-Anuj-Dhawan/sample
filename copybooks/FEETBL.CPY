      *****************************************************************
      *  FEETBL.CPY - PER-PRODUCT FEE TABLE ENTRY LAYOUT
      *  ONE ROW PER PRODUCT CODE, HAND-EDITED BY COLLECTIONS AND
      *  PRE-EDITED BY TBLCHK THE SAME WAY AS RATETBL.DAT, SO THE
      *  NOTE TERMS ARE A DATA CHANGE AND NOT A PROGRAM CHANGE. AN
      *  INSTALLMENT STILL MISSED OR PARTIAL MORE THAN FT-GRACE-DAYS
      *  AFTER ITS DUE DATE IS CHARGED ONE LATE FEE: FT-FLAT-AMOUNT
      *  WHEN FT-FEE-TYPE IS 'F', OR FT-FEE-PERCENT OF THE SCHEDULED
      *  PAYMENT WHEN FT-FEE-TYPE IS 'P' - CAPPED AT FT-MAX-FEE WHEN
      *  THAT IS NOT ZERO. A RECEIPT THE BANK RETURNS UNPAID IS
      *  CHARGED FT-NSF-FEE (ZERO MEANS NO RETURNED-ITEM FEE). A
      *  PRODUCT WITH NO ROW IS NEVER CHARGED EITHER FEE.
      *****************************************************************
       01  FEE-TABLE-RECORD.
           05  FT-PRODUCT-CODE     PIC X(04).
           05  FT-FEE-TYPE         PIC X(01).
               88  FT-FLAT-FEE     VALUE 'F'.
               88  FT-PERCENT-FEE  VALUE 'P'.
           05  FT-FLAT-AMOUNT      PIC 9(05)V99.
           05  FT-FEE-PERCENT      PIC 9(02)V9(03).
           05  FT-MAX-FEE          PIC 9(05)V99.
           05  FT-GRACE-DAYS       PIC 9(03).
           05  FT-NSF-FEE          PIC 9(05)V99.
           05  FILLER              PIC X(06).
