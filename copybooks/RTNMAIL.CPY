      *****************************************************************
      *  RTNMAIL.CPY - RETURN-MAIL EXCEPTION RECORD LAYOUT
      *  ONE ROW PER PIECE OF BORROWER MAIL THAT COULD NOT GO TO THE
      *  PRINT SHOP NORMALLY. ADVNOTC (NOTCMAIL.DAT), DUNLTR
      *  (DUNMAIL.DAT) AND STMTGEN (STMTMAIL.DAT) EACH WRITE THEIR OWN
      *  LIST EVERY RUN:
      *    'HOLD' - THE CUSTOMER IS ON AN UNDELIVERABLE-MAIL HOLD ON
      *             NAMEMAST.DAT; THE LETTER WAS NOT PRINTED AND
      *             CUSTOMER SERVICE WORKS THE ROW FOR A NEW ADDRESS
      *    'NOAD' - THE CUSTOMER HAS NO ADDRESS ON NAMEMAST.DAT; THE
      *             LETTER WAS PRINTED WITHOUT AN ADDRESS BLOCK, AS
      *             BEFORE THE MASTER EXISTED, AND MUST BE ADDRESSED
      *             BY HAND
      *****************************************************************
       01  RTNMAIL-RECORD.
           05  RML-SOURCE-PROGRAM      PIC X(08).
           05  RML-CUSTOMER-ID         PIC X(05).
           05  RML-LOAN-NUMBER         PIC X(12).
           05  RML-REASON-CODE         PIC X(04).
           05  RML-REASON-TEXT         PIC X(30).
           05  RML-HOLD-DATE           PIC X(08).
           05  RML-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(05).
