      *****************************************************************
      *  NAMERPT.CPY - NAME AND ADDRESS MASTER CHANGE REPORT RECORD
      *  ONE DET ROW PER MAINTENANCE TRANSACTION APPLIED, SHOWING THE
      *  NAMEMAST ENTRY BEFORE AND AFTER THE CHANGE SO THE MASTER
      *  FILE CHANGE CAN BE BALANCED - SAME HDR/DET/TRL CONVENTION AS
      *  BOARDRPT.DAT. AN ADD SHOWS A BLANK BEFORE IMAGE.
      *****************************************************************
       01  NAMERPT-RECORD.
           05  NRP-RECORD-TYPE         PIC X(03).
           05  NRP-CUSTOMER-ID         PIC X(05).
           05  NRP-ACTION              PIC X(06).
           05  NRP-BEFORE-NAME         PIC X(30).
           05  NRP-BEFORE-ADDRESS-1    PIC X(30).
           05  NRP-BEFORE-ADDRESS-2    PIC X(30).
           05  NRP-BEFORE-CITY         PIC X(20).
           05  NRP-BEFORE-STATE        PIC X(02).
           05  NRP-BEFORE-ZIP-CODE     PIC X(10).
           05  NRP-BEFORE-MAIL-STATUS  PIC X(01).
           05  NRP-AFTER-NAME          PIC X(30).
           05  NRP-AFTER-ADDRESS-1     PIC X(30).
           05  NRP-AFTER-ADDRESS-2     PIC X(30).
           05  NRP-AFTER-CITY          PIC X(20).
           05  NRP-AFTER-STATE         PIC X(02).
           05  NRP-AFTER-ZIP-CODE      PIC X(10).
           05  NRP-AFTER-MAIL-STATUS   PIC X(01).
           05  NRP-OPERATOR-ID         PIC X(08).
           05  NRP-REFERENCE           PIC X(10).
           05  FILLER                  PIC X(02).
