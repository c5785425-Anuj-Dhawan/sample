           SELECT OVERRIDE-FILE ASSIGN TO 'UWOVERRD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT LOANMAST-FILE ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OVERRIDE-FILE.
           COPY OVERRIDE.

       FD  LOANMAST-FILE.
           COPY LOANMAST.

       WORKING-STORAGE SECTION.
       01  WS-RECORD-COUNT         PIC 9(05) VALUE 0.
       01  EOF-FLAG                PIC X VALUE 'N'.
       01  WS-CM-ACTIVE-LOAN-FLAG  PIC X(01).
       01  WS-CM-DEFAULT-FLAG      PIC X(01).

      *    CREDIT POLICY ALLOWS ONE ACTIVE LOAN PER PRODUCT, SO THE
      *    RC02 CHECK NEEDS TO KNOW WHICH PRODUCTS A BORROWER ALREADY
      *    HOLDS. THE ACTIVE ROWS OF LOANMAST.DAT ARE LOADED HERE AT
      *    STARTUP; A BORROWER ON EITHER SIDE OF AN ACTIVE LOAN (PRIMARY
      *    OR CO-BORROWER) IS ACTIVE ON THAT LOAN'S PRODUCT. IF
      *    LOANMAST.DAT IS ABSENT THE CUSTMAST ACTIVE-LOAN FLAG ALONE
      *    DRIVES RC02, AS IT ALWAYS HAS.
       01  WS-LOANMAST-STATUS      PIC X(02).
       01  WS-LOANMAST-FLAG        PIC X(01) VALUE 'N'.
           88  LOANMAST-LOADED     VALUE 'Y'.
       01  WS-ACTLOAN-COUNT        PIC 9(06) VALUE 0.
       01  WS-ACTLOAN-TABLE.
           05  WS-ACTLOAN-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-ACTLOAN-COUNT
                   INDEXED BY AL-IDX.
               10  ALT-CUSTOMER-ID      PIC X(05).
               10  ALT-CO-BORROWER-ID   PIC X(05).
               10  ALT-PRODUCT-CODE     PIC X(04).

      *    PER-BORROWER COPIES OF THE CUSTMAST FLAGS FOR THE DECISION
      *    AUDIT TRAIL - THE MERGED WS-CM-* FLAGS ABOVE DRIVE THE
      *    DENIAL, THESE RECORD WHICH BORROWER CONTRIBUTED WHAT.
       01  WS-LOOKUP-DEFAULT-FLAG   PIC X(01).
       01  WS-LOOKUP-OPEN-BALANCE   PIC 9(09)V99.
       01  WS-LOOKUP-DEFAULT-DATE   PIC X(08).
       01  WS-LOOKUP-PRODUCT        PIC X(04).

      *    REFERRED-FOR-REVIEW CONTROL - BORDERLINE APPLICATIONS ARE
      *    QUEUED TO LOANREF.DAT FOR UNDERWRITER JUDGMENT INSTEAD OF
               WS-AGE-YEAR * 12 + WS-AGE-MONTH

           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-ACTIVE-LOANS
           PERFORM LOAD-RATE-TABLE
           PERFORM VALIDATE-RATETBL-ORDER
           PERFORM LOAD-UNDERWRITING-POLICY
               MOVE 'DENIED  ' TO WS-RISK-TIER
               MOVE 0          TO WS-INTEREST-RATE
               MOVE 'RC02'     TO WS-DENIAL-REASON-CODE
               MOVE 'CUSTOMER HAS AN ACTIVE LOAN ON PRODUCT'
                               TO WS-DENIAL-REASON-TEXT
           ELSE
               IF WS-CM-DEFAULT-FLAG = 'Y'
               CONTINUE
           ELSE
               ADD 1 TO WS-RECORD-COUNT
               MOVE CO-CUSTOMER-ID  TO WS-LOOKUP-ID
               MOVE CO-PRODUCT-CODE TO WS-LOOKUP-PRODUCT
               PERFORM LOOKUP-CUSTMAST-ENTRY-BY-ID

               MOVE 'DET'              TO LOR-RECORD-TYPE

               IF WS-LOOKUP-ACTIVE-FLAG = 'Y'
                   MOVE 'RC02' TO WS-DENIAL-REASON-CODE
                   MOVE 'CUSTOMER HAS AN ACTIVE LOAN ON PRODUCT'
                               TO WS-DENIAL-REASON-TEXT
                   PERFORM DENY-ACCEPTED-COUNTER
               ELSE
                   ' - ONLY A OR D ARE PROCESSED, ROW SKIPPED'
           ELSE
               ADD 1 TO WS-RECORD-COUNT
               MOVE OVR-CUSTOMER-ID  TO WS-LOOKUP-ID
               MOVE OVR-PRODUCT-CODE TO WS-LOOKUP-PRODUCT
               PERFORM LOOKUP-CUSTMAST-ENTRY-BY-ID

               MOVE 'DET'              TO LOR-RECORD-TYPE
               ELSE
                   IF WS-LOOKUP-ACTIVE-FLAG = 'Y'
                       MOVE 'RC02' TO WS-DENIAL-REASON-CODE
                       MOVE 'CUSTOMER HAS AN ACTIVE LOAN ON PRODUCT'
                                   TO WS-DENIAL-REASON-TEXT
                       PERFORM DENY-OVERRIDDEN-REFERRAL
                   ELSE
               SET NOT-EOF TO TRUE
           END-IF.

       LOAD-ACTIVE-LOANS.
      *    ONLY THE ACTIVE LOANS MATTER TO RC02 - A LOAN LOANREL HAS
      *    CLOSED NO LONGER BLOCKS A NEW ONE ON THE SAME PRODUCT.
           OPEN INPUT LOANMAST-FILE
           IF WS-LOANMAST-STATUS = '00'
               SET LOANMAST-LOADED TO TRUE
               PERFORM UNTIL EOF-REACHED
                   READ LOANMAST-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           IF LN-LOAN-ACTIVE
                               PERFORM LOAD-ACTLOAN-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOANMAST-FILE
               SET NOT-EOF TO TRUE
           END-IF.

       LOAD-ACTLOAN-ENTRY.
           IF WS-ACTLOAN-COUNT = 100000
               DISPLAY 'LOANMAST.DAT HAS MORE THAN 100000 ACTIVE '
                   'LOANS - WS-ACTLOAN-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACTLOAN-COUNT
           MOVE LN-CUSTOMER-ID
               TO ALT-CUSTOMER-ID (WS-ACTLOAN-COUNT)
           MOVE LN-CO-BORROWER-ID
               TO ALT-CO-BORROWER-ID (WS-ACTLOAN-COUNT)
           MOVE LN-PRODUCT-CODE
               TO ALT-PRODUCT-CODE (WS-ACTLOAN-COUNT).

       LOAD-CUSTMAST-ENTRY.
      *    THE LOOKUP IS A BINARY SEARCH, SO THE LOAD ENFORCES WHAT
      *    THE SEARCH ASSUMES: EVERY ROW FITS AND EVERY ROW IS IN
           MOVE 'N' TO WS-COBR-DEFAULT-FLAG
           MOVE SPACES TO WS-NEWEST-DEFAULT-DATE
           MOVE 'N' TO WS-UNDATED-DEFAULT-FLAG
           MOVE PRODUCT-CODE TO WS-LOOKUP-PRODUCT

           MOVE CUSTOMER-ID TO WS-LOOKUP-ID
           PERFORM LOOKUP-CUSTMAST-ENTRY-BY-ID
      *    SEARCHES WS-CUSTMAST-ENTRY FOR WS-LOOKUP-ID AND RETURNS ITS
      *    FLAGS IN WS-LOOKUP-ACTIVE-FLAG/WS-LOOKUP-DEFAULT-FLAG SO
      *    LOOKUP-CUSTOMER-MASTER CAN RUN THE SAME SEARCH FOR BOTH THE
      *    PRIMARY APPLICANT AND A CO-BORROWER. WITH LOANMAST.DAT
      *    LOADED, THE ACTIVE FLAG IS NARROWED TO AN ACTIVE LOAN ON
      *    WS-LOOKUP-PRODUCT, WHICH THE CALLER SETS BEFOREHAND.
           MOVE 'N'    TO WS-LOOKUP-ACTIVE-FLAG
           MOVE 'N'    TO WS-LOOKUP-DEFAULT-FLAG
           MOVE 0      TO WS-LOOKUP-OPEN-BALANCE
                       MOVE CMT-DEFAULT-DATE (CM-IDX)
                           TO WS-LOOKUP-DEFAULT-DATE
               END-SEARCH
           END-IF
           IF LOANMAST-LOADED
               PERFORM CHECK-ACTIVE-LOAN-ON-PRODUCT
           END-IF.

       CHECK-ACTIVE-LOAN-ON-PRODUCT.
           MOVE 'N' TO WS-LOOKUP-ACTIVE-FLAG
           IF WS-ACTLOAN-COUNT > 0
               SET AL-IDX TO 1
               SEARCH WS-ACTLOAN-ENTRY
                   AT END
                       CONTINUE
                   WHEN ALT-PRODUCT-CODE (AL-IDX) = WS-LOOKUP-PRODUCT
                           AND (ALT-CUSTOMER-ID (AL-IDX) = WS-LOOKUP-ID
                           OR ALT-CO-BORROWER-ID (AL-IDX)
                               = WS-LOOKUP-ID)
                       MOVE 'Y' TO WS-LOOKUP-ACTIVE-FLAG
               END-SEARCH
           END-IF.

       NOTE-DEFAULT-DATE.
