      *****************************************************************
      *  NAMETRAN.CPY - NAME AND ADDRESS MAINTENANCE TRANSACTION
      *  ONE ROW PER CHANGE KEYED BY CUSTOMER SERVICE, APPLIED BY
      *  NAMEMNT IN FILE ORDER:
      *    'A' - ADD A CUSTOMER NOT YET ON THE MASTER (NAME AND A
      *          FULL ADDRESS REQUIRED)
      *    'C' - CHANGE THE NAME AND/OR THE ADDRESS. A BLANK NAME
      *          LEAVES THE NAME ALONE; ANY ADDRESS FIELD KEYED
      *          REPLACES THE WHOLE ADDRESS, WHICH MUST THEN BE
      *          COMPLETE, AND RELEASES AN UNDELIVERABLE-MAIL HOLD
      *    'H' - PLACE AN UNDELIVERABLE-MAIL HOLD (RETURNED MAIL)
      *    'R' - RELEASE A HOLD WITHOUT CHANGING THE ADDRESS
      *  THE OPERATOR ID IS REQUIRED ON EVERY ROW.
      *****************************************************************
       01  NAMETRAN-RECORD.
           05  NMX-ACTION              PIC X(01).
               88  NMX-ADD             VALUE 'A'.
               88  NMX-CHANGE          VALUE 'C'.
               88  NMX-HOLD            VALUE 'H'.
               88  NMX-RELEASE         VALUE 'R'.
           05  NMX-CUSTOMER-ID         PIC X(05).
           05  NMX-CUSTOMER-NAME       PIC X(30).
           05  NMX-ADDRESS-LINE-1      PIC X(30).
           05  NMX-ADDRESS-LINE-2      PIC X(30).
           05  NMX-CITY                PIC X(20).
           05  NMX-STATE               PIC X(02).
           05  NMX-ZIP-CODE            PIC X(10).
           05  NMX-OPERATOR-ID         PIC X(08).
           05  NMX-REFERENCE           PIC X(10).
           05  FILLER                  PIC X(14).
