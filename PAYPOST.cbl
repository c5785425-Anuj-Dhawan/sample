      *  BY PAYEDIT, SO IT CARRIES EVERY VALIDATED RECEIPT TO DATE)
      *  AND APPLIES IT AGAINST THE EXPECTED PAYMENT STREAM AMORTSCH
      *  WROTE TO AMORTSCH.DAT.
      *  EACH LOAN'S RECEIPTS ARE POOLED AND ALLOCATED TO THE
      *  OLDEST UNPAID INSTALLMENT FIRST, WITH ANY EXCESS CARRIED
      *  FORWARD TO THE NEXT OPEN INSTALLMENT - LOCKBOX VOLUME IS
      *  MOSTLY COUPON-LESS NOW, SO THE PAYMENT NUMBER ON THE RECEIPT
      *  30/60/90-DAY BUCKETS ON THE DELINQUENCY REPORT (DELQRPT.DAT)
      *  SO COLLECTIONS SEES A MISSED PAYMENT THE MORNING AFTER IT IS
      *  MISSED, NOT WEEKS LATER FROM A SPREADSHEET.
      *  A CUSTOMER MAY CARRY MORE THAN ONE LOAN, SO POSTING, AGING
      *  AND PAYOFF ALL RUN PER LOAN ACCOUNT NUMBER: A RECEIPT POOLS
      *  ONLY AGAINST THE LOAN IT NAMES (PAYEDIT HAS ALREADY RESOLVED
      *  A COUPON-LESS RECEIPT TO THE CUSTOMER'S OLDEST ACTIVE LOAN),
      *  AND EACH DELINQUENT LOAN GETS ITS OWN AGING ROW.
      *  FEES CHARGED BY LATEFEE AND RTNITEM (FEELEDG.DAT) - LATE
      *  FEES AND RETURNED-ITEM FEES ALIKE - ARE SETTLED FROM
      *  THE SAME CASH POOL IN A FIXED ORDER: EVERY INSTALLMENT
      *  ALREADY DUE, OLDEST FIRST; THEN OUTSTANDING FEES; THEN
      *  INSTALLMENTS NOT YET DUE OR A PAYOFF; THEN SUSPENSE. A FEE
      *  IS NEVER PART OF THE LOAN BALANCE AND NEVER AGES THE LOAN -
      *  WHAT IS STILL OWED ON EACH LOAN IS WRITTEN TO FEESTAT.DAT.
      *  SUSPENSE CASH OPERATIONS HAS CLEARED THROUGH SUSPCLR
      *  (SUSPHIST.DAT - APPLIED TO ANOTHER ACCOUNT, REFUNDED, OR
      *  MOVED TO UNCLAIMED PROPERTY) IS NO LONGER THE LOAN'S CASH
      *  AND IS NEVER PARKED IN SUSPENSE AGAIN.
      *  A LOAN CHGOFF HAS CHARGED OFF (STATUS 'R' ON LOANMAST.DAT)
      *  IS NO LONGER AGED OR DUNNED: RECEIPTS DATED ON OR BEFORE THE
      *  CHARGE-OFF DATE STILL POST AGAINST ITS SCHEDULE, BUT EVERY
      *  INSTALLMENT THEY DO NOT COVER IS WRITTEN 'CHGOFF' WITH NO
      *  BALANCE AND NEVER REACHES DELQRPT.DAT. CASH DATED AFTER THE
      *  CHARGE-OFF IS A RECOVERY - IT IS POSTED AGAINST THE BALANCE
      *  WRITTEN OFF ON THE RECOVERY LEDGER (RECOVLDG.DAT), NOT
      *  AGAINST THE SCHEDULE, AND ANYTHING BEYOND THAT BALANCE GOES
      *  TO SUSPENSE.
      *  AN INSTALLMENT DEFERRED BY A HARDSHIP MODIFICATION (LOANMOD)
      *  IS A SCHEDULE ROW WITH NOTHING DUE ON IT. IT IS POSTED
      *  'DEFERRD', CARRIES THE BALANCE FORWARD, AND NEVER AGES THE
      *  LOAN - ITS MONTH COMING AND GOING WITHOUT A RECEIPT IS NOT
      *  A MISSED PAYMENT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAYSUSP-FILE ASSIGN TO 'PAYSUSP.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEELEDG-FILE ASSIGN TO 'FEELEDG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEELEDG-STATUS.
           SELECT FEESTAT-FILE ASSIGN TO 'FEESTAT.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUSPHIST-FILE ASSIGN TO 'SUSPHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPHIST-STATUS.
           SELECT LOANMAST-FILE ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT RECOVLDG-FILE ASSIGN TO 'RECOVLDG.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYSUSP-FILE.
           COPY PAYSUSP.

       FD  FEELEDG-FILE.
           COPY FEELEDG.

       FD  FEESTAT-FILE.
           COPY FEESTAT.

       FD  SUSPHIST-FILE.
           COPY SUSPHIST.

       FD  LOANMAST-FILE.
           COPY LOANMAST.

       FD  RECOVLDG-FILE.
           COPY RECOVLDG.

       WORKING-STORAGE SECTION.
       01  EOF-FLAG                PIC X VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
      *    PAYMENTS.DAT IS LOADED IN FULL AT STARTUP AND SCANNED IN
      *    MEMORY - THE SAME PATTERN AS LOANAPP'S WS-CUSTMAST-TABLE,
      *    SINCE THIS BUILD'S RUNTIME HAS NO ISAM HANDLER CONFIGURED.
      *    EVERY ROW FOR A LOAN IS POOLED WHEN THAT LOAN'S FIRST
      *    SCHEDULE ROW ARRIVES, SO SPLIT AND COMBINED RECEIPTS
      *    POST AS ONE CASH POOL, AND EACH ROW IS FLAGGED AS IT IS
      *    POOLED SO RECEIPTS FOR LOANS WITH NO SCHEDULE AT ALL
      *    CAN BE ROUTED TO SUSPENSE AT END OF RUN.
       01  WS-AMORT-STATUS         PIC X(02).
       01  WS-PAYMENT-STATUS       PIC X(02).
                   DEPENDING ON WS-PAYMENT-COUNT
                   INDEXED BY PAY-IDX.
               10  PAYT-CUSTOMER-ID     PIC X(05).
               10  PAYT-LOAN-NUMBER     PIC X(12).
               10  PAYT-PAYMENT-NUMBER  PIC 9(03).
               10  PAYT-PAYMENT-DATE    PIC X(08).
               10  PAYT-PAYMENT-AMOUNT  PIC 9(07)V99.
       01  WS-SUSPENSE-COUNT       PIC 9(05) VALUE 0.
       01  WS-TOTAL-SUSPENSE-AMT   PIC 9(09)V99 VALUE 0.

      *    FEELEDG.DAT IS LOADED THE SAME WAY - EVERY FEE EVER
      *    CHARGED, SUMMED PER LOAN WHEN THE LOAN'S RECEIPTS ARE
      *    POOLED. FEES PAID ARE NOT STORED ANYWHERE: LIKE THE
      *    INSTALLMENTS, THEY ARE RE-SETTLED FROM THE FULL RECEIPT
      *    HISTORY EVERY NIGHT.
       01  WS-FEELEDG-STATUS       PIC X(02).
       01  WS-FEELEDG-COUNT        PIC 9(06) VALUE 0.
       01  WS-FEELEDG-TABLE.
           05  WS-FEELEDG-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-FEELEDG-COUNT
                   INDEXED BY FEE-IDX.
               10  FLGT-LOAN-NUMBER     PIC X(12).
               10  FLGT-FEE-AMOUNT      PIC 9(05)V99.
       01  WS-FEE-SCAN-IDX         PIC 9(06).

      *    SUSPHIST.DAT IS LOADED THE SAME WAY - EVERY SUSPENSE ITEM
      *    EVER CLEARED. A CLEARED OVERPAYMENT COMES OUT OF ITS LOAN'S
      *    POOL; A CLEARED RECEIPT FOR A LOAN WITH NO SCHEDULE (OR NO
      *    LOAN) IS MATCHED BY CUSTOMER, LOAN, DATE AND AMOUNT AND
      *    NOT SUSPENDED AGAIN. EACH ROW IS USED ONCE.
       01  WS-SUSPHIST-STATUS      PIC X(02).
       01  WS-SUSPHIST-COUNT       PIC 9(05) VALUE 0.
       01  WS-SUSPHIST-TABLE.
           05  WS-SUSPHIST-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-SUSPHIST-COUNT.
               10  SHT-CUSTOMER-ID      PIC X(05).
               10  SHT-LOAN-NUMBER      PIC X(12).
               10  SHT-PAYMENT-DATE     PIC X(08).
               10  SHT-AMOUNT           PIC 9(09)V99.
               10  SHT-USED-FLAG        PIC X(01).
       01  WS-HIST-SCAN-IDX        PIC 9(05).
       01  WS-CLEARED-MATCH-IDX    PIC 9(05).
       01  WS-CUST-CLEARED-AMT     PIC 9(09)V99.

      *    LOANMAST.DAT SUPPLIES EACH LOAN'S STATUS AND, FOR A LOAN IN
      *    RECOVERY, THE CHARGE-OFF DATE AND BALANCE - LOADED IN LOAN-
      *    NUMBER ORDER FOR A BINARY SEARCH. NO FILE MEANS NO LOAN HAS
      *    EVER BEEN CHARGED OFF.
       01  WS-LOANMAST-STATUS      PIC X(02).
       01  WS-LOANMAST-COUNT       PIC 9(06) VALUE 0.
       01  WS-LOANMAST-TABLE.
           05  WS-LOANMAST-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-LOANMAST-COUNT
                   ASCENDING KEY IS LNT-LOAN-NUMBER
                   INDEXED BY LN-IDX.
               10  LNT-LOAN-NUMBER      PIC X(12).
               10  LNT-LOAN-STATUS      PIC X(01).
               10  LNT-CHGOFF-DATE      PIC X(08).
               10  LNT-CHGOFF-BALANCE   PIC 9(09)V99.

      *    THE CURRENT LOAN'S CHARGE-OFF, IF ANY, AND ITS RECOVERIES
      *    TO DATE. RECOVERY CASH BEYOND THE BALANCE WRITTEN OFF IS
      *    HELD FOR SUSPENSE AT CLOSE-OUT, DATED WITH THE LATEST
      *    RECOVERY RECEIPT.
       01  WS-LOAN-CHGOFF-FLAG     PIC X(01) VALUE 'N'.
       01  WS-LOAN-CHGOFF-DATE     PIC X(08) VALUE SPACES.
       01  WS-LOAN-CHGOFF-BALANCE  PIC 9(09)V99 VALUE 0.
       01  WS-LOAN-RECOVERED-AMT   PIC 9(09)V99 VALUE 0.
       01  WS-LOAN-RECOVERY-EXCESS PIC 9(09)V99 VALUE 0.
       01  WS-LOAN-LAST-RECOV-DATE PIC X(08) VALUE SPACES.
       01  WS-RECOVERY-ROOM        PIC 9(09)V99.
       01  WS-RECOVERY-AMOUNT      PIC 9(07)V99.

      *    RECOVERY LEDGER CONTROL TOTALS.
       01  WS-RECOVERY-LOAN-COUNT  PIC 9(05) VALUE 0.
       01  WS-TOTAL-CHGOFF-AMT     PIC 9(09)V99 VALUE 0.
       01  WS-RECOVERY-COUNT       PIC 9(05) VALUE 0.
       01  WS-TOTAL-RECOVERED-AMT  PIC 9(09)V99 VALUE 0.
       01  WS-TOTAL-RECOV-EXCESS   PIC 9(09)V99 VALUE 0.

       01  WS-RECOVLDG-HEADER.
           05  WS-RCV-HDR-RECORD-TYPE   PIC X(03) VALUE 'HDR'.
           05  WS-RCV-HDR-RUN-DATE      PIC X(08).
           05  WS-RCV-HDR-LAYOUT-VER    PIC X(04) VALUE 'V001'.
           05  FILLER                   PIC X(85) VALUE SPACES.

       01  WS-RECOVLDG-TRAILER.
           05  WS-RCV-TRL-RECORD-TYPE   PIC X(03) VALUE 'TRL'.
           05  WS-RCV-TRL-LOAN-COUNT    PIC 9(05).
           05  WS-RCV-TRL-CHGOFF-AMT    PIC 9(09)V99.
           05  WS-RCV-TRL-RECOV-COUNT   PIC 9(05).
           05  WS-RCV-TRL-RECOVERED-AMT PIC 9(09)V99.
      *    RECOVERY CASH BEYOND THE BALANCE WRITTEN OFF, ROUTED TO
      *    PAYSUSP.DAT.
           05  WS-RCV-TRL-EXCESS-AMT    PIC 9(09)V99.
           05  FILLER                   PIC X(54) VALUE SPACES.

      *    AS-OF DATE FOR DUE/AGING DECISIONS - A SCHEDULE ROW IS DUE
      *    WHEN ITS DUE DATE IS ON OR BEFORE THE RUN DATE, AND DAYS
      *    PAST DUE ARE COUNTED IN CALENDAR DAYS FROM THE OLDEST
       01  WS-DUE-INTEGER          PIC 9(08).
       01  WS-DAYS-PAST-DUE        PIC S9(05).

      *    PER-LOAN ACCUMULATORS - AMORTSCH.DAT IS WRITTEN GROUPED
      *    BY LOAN IN PAYMENT-NUMBER ORDER, SO A CHANGE OF
      *    AMT-LOAN-NUMBER CLOSES OUT THE PRIOR LOAN'S AGING ROW.
       01  WS-CURRENT-CUSTOMER-ID  PIC X(05) VALUE SPACES.
       01  WS-CURRENT-LOAN-NUMBER  PIC X(12) VALUE SPACES.
       01  WS-CUST-PAST-DUE-AMT    PIC 9(09)V99 VALUE 0.
       01  WS-CUST-OLDEST-DUE-DATE PIC X(08) VALUE SPACES.
       01  WS-ADJUSTED-BALANCE     PIC 9(09)V99.
       01  WS-ROW-PAYOFF-FLAG      PIC X(01) VALUE 'N'.
       01  WS-CUST-SETTLED-FLAG    PIC X(01) VALUE 'N'.

      *    THE LOAN'S FEES, SETTLED FROM THE POOL ONCE PER LOAN - AT
      *    THE FIRST ROW NOT YET DUE, AT A PAYOFF, OR AT CLOSE-OUT,
      *    WHICHEVER COMES FIRST.
       01  WS-CUST-FEES-ASSESSED   PIC 9(07)V99 VALUE 0.
       01  WS-CUST-FEES-PAID       PIC 9(07)V99 VALUE 0.
       01  WS-CUST-FEES-UNSETTLED  PIC 9(07)V99 VALUE 0.
       01  WS-FEES-SETTLED-FLAG    PIC X(01) VALUE 'N'.
       01  WS-TOTAL-FEES-OWED      PIC 9(09)V99 VALUE 0.

      *    DELINQUENCY REPORT CONTROL TOTALS.
       01  WS-DELQ-CUSTOMER-COUNT  PIC 9(05) VALUE 0.
       01  WS-BUCKET-30-COUNT      PIC 9(05) VALUE 0.
               FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-NUM)

           PERFORM LOAD-PAYMENT-TABLE
           PERFORM LOAD-FEE-LEDGER
           PERFORM LOAD-CLEARED-SUSPENSE
           PERFORM LOAD-LOAN-MASTER

           OPEN INPUT AMORT-OUTPUT-FILE
           IF WS-AMORT-STATUS NOT = '00'
           OPEN OUTPUT PAYSTAT-FILE
           OPEN OUTPUT DELQRPT-FILE
           OPEN OUTPUT PAYSUSP-FILE
           OPEN OUTPUT FEESTAT-FILE
           OPEN OUTPUT RECOVLDG-FILE
           PERFORM WRITE-DELQRPT-HEADER
           PERFORM WRITE-RECOVLDG-HEADER

           PERFORM UNTIL EOF-REACHED
               READ AMORT-OUTPUT-FILE
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF AMT-LOAN-NUMBER
                               NOT = WS-CURRENT-LOAN-NUMBER
                           PERFORM FINALIZE-CUSTOMER-AGING
                           MOVE AMT-CUSTOMER-ID
                               TO WS-CURRENT-CUSTOMER-ID
                           MOVE AMT-LOAN-NUMBER
                               TO WS-CURRENT-LOAN-NUMBER
                           PERFORM FIND-LOAN-CHARGEOFF
                           PERFORM POOL-CUSTOMER-RECEIPTS
                       END-IF
                       PERFORM POST-SCHEDULE-ROW

           PERFORM SUSPEND-UNMATCHED-PAYMENTS
           PERFORM WRITE-DELQRPT-TRAILER
           PERFORM WRITE-RECOVLDG-TRAILER

           CLOSE AMORT-OUTPUT-FILE
           CLOSE PAYSTAT-FILE
           CLOSE DELQRPT-FILE
           CLOSE PAYSUSP-FILE
           CLOSE FEESTAT-FILE
           CLOSE RECOVLDG-FILE

           DISPLAY 'PAYMENT POSTING COMPLETE - DELINQUENT LOANS: '
               WS-DELQ-CUSTOMER-COUNT
           IF WS-SUSPENSE-COUNT > 0
               DISPLAY 'RECEIPTS ROUTED TO SUSPENSE: '
                   WS-SUSPENSE-COUNT ' FOR '
                   WS-TOTAL-SUSPENSE-AMT
           END-IF
           IF WS-TOTAL-FEES-OWED > 0
               DISPLAY 'FEES STILL OWED AFTER POSTING: '
                   WS-TOTAL-FEES-OWED
           END-IF
           IF WS-RECOVERY-COUNT > 0
               DISPLAY 'RECOVERIES ON CHARGED-OFF LOANS: '
                   WS-RECOVERY-COUNT ' FOR '
                   WS-TOTAL-RECOVERED-AMT
           END-IF
           STOP RUN.

       LOAD-PAYMENT-TABLE.
           ADD 1 TO WS-PAYMENT-COUNT
           MOVE PAY-CUSTOMER-ID
               TO PAYT-CUSTOMER-ID (WS-PAYMENT-COUNT)
           MOVE PAY-LOAN-NUMBER
               TO PAYT-LOAN-NUMBER (WS-PAYMENT-COUNT)
           MOVE PAY-PAYMENT-NUMBER
               TO PAYT-PAYMENT-NUMBER (WS-PAYMENT-COUNT)
           MOVE PAY-PAYMENT-DATE
           MOVE 'N'
               TO PAYT-APPLIED-FLAG (WS-PAYMENT-COUNT).

       LOAD-FEE-LEDGER.
      *    NO LEDGER MEANS NO FEE HAS EVER BEEN CHARGED - POST AS IF
      *    EVERY LOAN OWES NONE.
           OPEN INPUT FEELEDG-FILE
           IF WS-FEELEDG-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ FEELEDG-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-FEELEDG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FEELEDG-FILE
               SET NOT-EOF TO TRUE
           END-IF.

       LOAD-FEELEDG-ENTRY.
           IF WS-FEELEDG-COUNT = 100000
               DISPLAY 'FEELEDG.DAT HAS MORE THAN 100000 ROWS - '
                   'WS-FEELEDG-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FEELEDG-COUNT
           MOVE FLG-LOAN-NUMBER
               TO FLGT-LOAN-NUMBER (WS-FEELEDG-COUNT)
           MOVE FLG-FEE-AMOUNT
               TO FLGT-FEE-AMOUNT (WS-FEELEDG-COUNT).

       LOAD-CLEARED-SUSPENSE.
      *    NO HISTORY MEANS NOTHING HAS EVER BEEN CLEARED.
           OPEN INPUT SUSPHIST-FILE
           IF WS-SUSPHIST-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ SUSPHIST-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-SUSPHIST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SUSPHIST-FILE
               SET NOT-EOF TO TRUE
           END-IF.

       LOAD-SUSPHIST-ENTRY.
           IF WS-SUSPHIST-COUNT = 50000
               DISPLAY 'SUSPHIST.DAT HAS MORE THAN 50000 ROWS - '
                   'WS-SUSPHIST-TABLE ONLY HOLDS 50000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SUSPHIST-COUNT
           MOVE SCH-CUSTOMER-ID
               TO SHT-CUSTOMER-ID (WS-SUSPHIST-COUNT)
           MOVE SCH-LOAN-NUMBER
               TO SHT-LOAN-NUMBER (WS-SUSPHIST-COUNT)
           MOVE SCH-PAYMENT-DATE
               TO SHT-PAYMENT-DATE (WS-SUSPHIST-COUNT)
           MOVE SCH-AMOUNT
               TO SHT-AMOUNT (WS-SUSPHIST-COUNT)
           MOVE 'N'
               TO SHT-USED-FLAG (WS-SUSPHIST-COUNT).

       LOAD-LOAN-MASTER.
           OPEN INPUT LOANMAST-FILE
           IF WS-LOANMAST-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ LOANMAST-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-LOANMAST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LOANMAST-FILE
               SET NOT-EOF TO TRUE
           END-IF.

       LOAD-LOANMAST-ENTRY.
           IF WS-LOANMAST-COUNT = 100000
               DISPLAY 'LOANMAST.DAT HAS MORE THAN 100000 ROWS - '
                   'WS-LOANMAST-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LOANMAST-COUNT > 0
               IF LN-LOAN-NUMBER NOT >
                       LNT-LOAN-NUMBER (WS-LOANMAST-COUNT)
                   DISPLAY 'LOANMAST.DAT NOT IN ASCENDING LOAN-'
                       'NUMBER ORDER AT ' LN-LOAN-NUMBER ' - '
                       'KEYED LOOKUP NEEDS A SORTED MASTER'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-LOANMAST-COUNT
           MOVE LN-LOAN-NUMBER
               TO LNT-LOAN-NUMBER (WS-LOANMAST-COUNT)
           MOVE LN-LOAN-STATUS
               TO LNT-LOAN-STATUS (WS-LOANMAST-COUNT)
           IF LN-LOAN-CHARGED-OFF
               MOVE LN-CHGOFF-DATE
                   TO LNT-CHGOFF-DATE (WS-LOANMAST-COUNT)
               MOVE LN-CHGOFF-BALANCE
                   TO LNT-CHGOFF-BALANCE (WS-LOANMAST-COUNT)
           ELSE
               MOVE SPACES TO LNT-CHGOFF-DATE (WS-LOANMAST-COUNT)
               MOVE 0      TO LNT-CHGOFF-BALANCE (WS-LOANMAST-COUNT)
           END-IF.

       FIND-LOAN-CHARGEOFF.
      *    IS THE LOAN ABOUT TO BE POSTED IN RECOVERY?
           MOVE 'N'    TO WS-LOAN-CHGOFF-FLAG
           MOVE SPACES TO WS-LOAN-CHGOFF-DATE
           MOVE 0      TO WS-LOAN-CHGOFF-BALANCE
           IF WS-LOANMAST-COUNT > 0
               SEARCH ALL WS-LOANMAST-ENTRY
                   AT END
                       CONTINUE
                   WHEN LNT-LOAN-NUMBER (LN-IDX) = AMT-LOAN-NUMBER
                       IF LNT-LOAN-STATUS (LN-IDX) = 'R'
                           MOVE 'Y' TO WS-LOAN-CHGOFF-FLAG
                           MOVE LNT-CHGOFF-DATE (LN-IDX)
                               TO WS-LOAN-CHGOFF-DATE
                           MOVE LNT-CHGOFF-BALANCE (LN-IDX)
                               TO WS-LOAN-CHGOFF-BALANCE
                       END-IF
               END-SEARCH
           END-IF
           IF WS-LOAN-CHGOFF-FLAG = 'Y'
               ADD 1 TO WS-RECOVERY-LOAN-COUNT
               ADD WS-LOAN-CHGOFF-BALANCE TO WS-TOTAL-CHGOFF-AMT
           END-IF.

       POST-SCHEDULE-ROW.
           IF WS-CUST-SETTLED-FLAG = 'Y'
               PERFORM WRITE-SETTLED-ROW
      *    SO IT CARRIES NO BALANCE AND NEVER REACHES THE DUE/MISSED
      *    AGING BELOW.
           MOVE AMT-CUSTOMER-ID      TO PST-CUSTOMER-ID
           MOVE AMT-LOAN-NUMBER      TO PST-LOAN-NUMBER
           MOVE AMT-PAYMENT-NUMBER   TO PST-PAYMENT-NUMBER
           MOVE AMT-DUE-DATE         TO PST-DUE-DATE
           MOVE AMT-PAYMENT-AMOUNT   TO PST-PAYMENT-AMOUNT
           WRITE PAYSTAT-RECORD.

       POST-LIVE-SCHEDULE-ROW.
      *    EVERY ROW ALREADY DUE HAS HAD ITS DRAW - FEES COME NEXT,
      *    BEFORE ANY CASH IS PREPAID TO A FUTURE INSTALLMENT.
           IF AMT-DUE-DATE > WS-AS-OF-DATE
               PERFORM SETTLE-OUTSTANDING-FEES
           END-IF
           PERFORM DRAW-FROM-CASH-POOL

           MOVE AMT-CUSTOMER-ID      TO PST-CUSTOMER-ID
           MOVE AMT-LOAN-NUMBER      TO PST-LOAN-NUMBER
           MOVE AMT-PAYMENT-NUMBER   TO PST-PAYMENT-NUMBER
           MOVE AMT-DUE-DATE         TO PST-DUE-DATE
           MOVE AMT-PAYMENT-AMOUNT   TO PST-PAYMENT-AMOUNT
           MOVE WS-AMOUNT-PAID       TO PST-AMOUNT-PAID

      *    ON A CHARGED-OFF LOAN, WHATEVER THE PRE-CHARGE-OFF CASH
      *    DOES NOT COVER WAS WRITTEN OFF - IT IS NOT PAST DUE AND
      *    NOT OPEN, AND IS NEVER AGED. A DEFERRED INSTALLMENT HAS
      *    NOTHING DUE, SO IT IS NEITHER PAID NOR MISSED - UNLESS A
      *    PAYOFF LANDED ON IT, WHICH POSTS LIKE ANY OTHER PAYOFF.
           IF AMT-PAYMENT-AMOUNT = 0 AND WS-ROW-PAYOFF-FLAG = 'N'
               IF WS-LOAN-CHGOFF-FLAG = 'Y'
                   MOVE 'CHGOFF ' TO PST-PAY-STATUS
               ELSE
                   MOVE 'DEFERRD' TO PST-PAY-STATUS
               END-IF
           ELSE
               IF WS-AMOUNT-PAID >= AMT-PAYMENT-AMOUNT
                   MOVE 'PAID   ' TO PST-PAY-STATUS
               ELSE
                   IF WS-LOAN-CHGOFF-FLAG = 'Y'
                       MOVE 'CHGOFF ' TO PST-PAY-STATUS
                   ELSE
                       IF WS-AMOUNT-PAID > 0
                           MOVE 'PARTIAL' TO PST-PAY-STATUS
                           IF AMT-DUE-DATE <= WS-AS-OF-DATE
                               PERFORM ACCUMULATE-PAST-DUE
                           END-IF
                       ELSE
                           IF AMT-DUE-DATE <= WS-AS-OF-DATE
                               MOVE 'MISSED ' TO PST-PAY-STATUS
                               PERFORM ACCUMULATE-PAST-DUE
                           ELSE
                               MOVE 'OPEN   ' TO PST-PAY-STATUS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

      *    THE BALANCE STILL OWED IS THE SCHEDULED BALANCE PLUS
      *    EVERYTHING DUE TO DATE THAT HAS NOT BEEN RECEIVED. A
      *    CHARGED-OFF ROW OWES NOTHING ON THE SCHEDULE - ITS BALANCE
      *    NOW LIVES ON THE RECOVERY LEDGER.
           IF PST-PAY-STATUS = 'CHGOFF '
               MOVE 0 TO PST-REMAINING-BALANCE
           ELSE
               COMPUTE WS-ADJUSTED-BALANCE =
                   AMT-REMAINING-BALANCE + WS-CUST-PAST-DUE-AMT
               MOVE WS-ADJUSTED-BALANCE TO PST-REMAINING-BALANCE
           END-IF
           WRITE PAYSTAT-RECORD

           IF WS-ROW-PAYOFF-FLAG = 'Y'
           END-IF.

       POOL-CUSTOMER-RECEIPTS.
      *    POOL EVERY RECEIPT FOR THE LOAN WHOSE SCHEDULE IS
      *    ABOUT TO BE POSTED, REGARDLESS OF THE PAYMENT NUMBER ON
      *    THE RECEIPT - COUPON-LESS LOCKBOX PAYMENTS CARRY WHATEVER
      *    NUMBER THE BANK KEYED, AND TRUSTING IT MIS-AGES CUSTOMERS
      *    WHO HAVE ACTUALLY PAID. EACH ROW IS FLAGGED AS POOLED SO
      *    THE END-OF-RUN SUSPENSE PASS ONLY PICKS UP RECEIPTS FOR
      *    LOANS WITH NO SCHEDULE AT ALL. ON A CHARGED-OFF LOAN ONLY
      *    RECEIPTS DATED ON OR BEFORE THE CHARGE-OFF ARE POOLED -
      *    THE REST ARE RECOVERIES, POSTED SEPARATELY BELOW.
           MOVE 0      TO WS-CUST-CASH-AVAIL
           MOVE SPACES TO WS-CUST-LAST-PAY-DATE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-PAYMENT-COUNT
               IF PAYT-LOAN-NUMBER (WS-SCAN-IDX) = AMT-LOAN-NUMBER
                       AND (WS-LOAN-CHGOFF-FLAG = 'N'
                       OR PAYT-PAYMENT-DATE (WS-SCAN-IDX)
                           NOT > WS-LOAN-CHGOFF-DATE)
                   ADD PAYT-PAYMENT-AMOUNT (WS-SCAN-IDX)
                       TO WS-CUST-CASH-AVAIL
                   IF PAYT-PAYMENT-DATE (WS-SCAN-IDX)
                   END-IF
                   MOVE 'Y' TO PAYT-APPLIED-FLAG (WS-SCAN-IDX)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CUST-FEES-ASSESSED
           PERFORM VARYING WS-FEE-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-FEE-SCAN-IDX > WS-FEELEDG-COUNT
               IF FLGT-LOAN-NUMBER (WS-FEE-SCAN-IDX) = AMT-LOAN-NUMBER
                   ADD FLGT-FEE-AMOUNT (WS-FEE-SCAN-IDX)
                       TO WS-CUST-FEES-ASSESSED
               END-IF
           END-PERFORM
      *    CASH ALREADY CLEARED OUT OF THIS LOAN'S SUSPENSE HAS GONE
      *    ELSEWHERE - IT LEAVES THE POOL BEFORE ANYTHING IS DRAWN.
           MOVE 0 TO WS-CUST-CLEARED-AMT
           PERFORM VARYING WS-HIST-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-HIST-SCAN-IDX > WS-SUSPHIST-COUNT
               IF SHT-LOAN-NUMBER (WS-HIST-SCAN-IDX) = AMT-LOAN-NUMBER
                       AND SHT-USED-FLAG (WS-HIST-SCAN-IDX) = 'N'
                   ADD SHT-AMOUNT (WS-HIST-SCAN-IDX)
                       TO WS-CUST-CLEARED-AMT
                   MOVE 'Y' TO SHT-USED-FLAG (WS-HIST-SCAN-IDX)
               END-IF
           END-PERFORM
      *    ON A CHARGED-OFF LOAN THE ONLY CASH THAT CAN HAVE SAT IN
      *    SUSPENSE TO BE CLEARED IS RECOVERY CASH BEYOND THE BALANCE
      *    WRITTEN OFF, SO A CLEARING COMES OFF THAT FIRST.
           IF WS-LOAN-CHGOFF-FLAG = 'Y'
               PERFORM POST-LOAN-RECOVERIES
               IF WS-CUST-CLEARED-AMT > WS-LOAN-RECOVERY-EXCESS
                   SUBTRACT WS-LOAN-RECOVERY-EXCESS
                       FROM WS-CUST-CLEARED-AMT
                   MOVE 0 TO WS-LOAN-RECOVERY-EXCESS
               ELSE
                   SUBTRACT WS-CUST-CLEARED-AMT
                       FROM WS-LOAN-RECOVERY-EXCESS
                   MOVE 0 TO WS-CUST-CLEARED-AMT
               END-IF
           END-IF
           IF WS-CUST-CLEARED-AMT > WS-CUST-CASH-AVAIL
               MOVE 0 TO WS-CUST-CASH-AVAIL
           ELSE
               SUBTRACT WS-CUST-CLEARED-AMT FROM WS-CUST-CASH-AVAIL
           END-IF.

       POST-LOAN-RECOVERIES.
      *    EVERY RECEIPT DATED AFTER THE CHARGE-OFF, IN THE ORDER IT
      *    WAS RECEIVED, GOES AGAINST THE BALANCE WRITTEN OFF UNTIL
      *    THAT BALANCE IS RECOVERED IN FULL.
           MOVE 0      TO WS-LOAN-RECOVERED-AMT
           MOVE 0      TO WS-LOAN-RECOVERY-EXCESS
           MOVE SPACES TO WS-LOAN-LAST-RECOV-DATE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-PAYMENT-COUNT
               IF PAYT-LOAN-NUMBER (WS-SCAN-IDX) = AMT-LOAN-NUMBER
                       AND PAYT-PAYMENT-DATE (WS-SCAN-IDX)
                           > WS-LOAN-CHGOFF-DATE
                   PERFORM POST-ONE-RECOVERY
               END-IF
           END-PERFORM.

       POST-ONE-RECOVERY.
           MOVE 'Y' TO PAYT-APPLIED-FLAG (WS-SCAN-IDX)
           COMPUTE WS-RECOVERY-ROOM =
               WS-LOAN-CHGOFF-BALANCE - WS-LOAN-RECOVERED-AMT
           IF PAYT-PAYMENT-AMOUNT (WS-SCAN-IDX) > WS-RECOVERY-ROOM
               MOVE WS-RECOVERY-ROOM TO WS-RECOVERY-AMOUNT
           ELSE
               MOVE PAYT-PAYMENT-AMOUNT (WS-SCAN-IDX)
                   TO WS-RECOVERY-AMOUNT
           END-IF
           ADD WS-RECOVERY-AMOUNT TO WS-LOAN-RECOVERED-AMT
           COMPUTE WS-LOAN-RECOVERY-EXCESS = WS-LOAN-RECOVERY-EXCESS
               + PAYT-PAYMENT-AMOUNT (WS-SCAN-IDX) - WS-RECOVERY-AMOUNT
           IF PAYT-PAYMENT-DATE (WS-SCAN-IDX)
                   > WS-LOAN-LAST-RECOV-DATE
               MOVE PAYT-PAYMENT-DATE (WS-SCAN-IDX)
                   TO WS-LOAN-LAST-RECOV-DATE
           END-IF

           MOVE SPACES                 TO RECOVLDG-RECORD
           MOVE 'DET'                  TO RCV-RECORD-TYPE
           MOVE AMT-CUSTOMER-ID        TO RCV-CUSTOMER-ID
           MOVE AMT-LOAN-NUMBER        TO RCV-LOAN-NUMBER
           MOVE WS-LOAN-CHGOFF-DATE    TO RCV-CHARGEOFF-DATE
           MOVE WS-LOAN-CHGOFF-BALANCE TO RCV-CHARGEOFF-BALANCE
           MOVE PAYT-PAYMENT-DATE (WS-SCAN-IDX)
                                       TO RCV-RECEIPT-DATE
           MOVE PAYT-PAYMENT-AMOUNT (WS-SCAN-IDX)
                                       TO RCV-RECEIPT-AMOUNT
           MOVE WS-RECOVERY-AMOUNT     TO RCV-RECOVERY-AMOUNT
           MOVE WS-LOAN-RECOVERED-AMT  TO RCV-RECOVERED-TO-DATE
           COMPUTE RCV-BALANCE-REMAINING =
               WS-LOAN-CHGOFF-BALANCE - WS-LOAN-RECOVERED-AMT
           WRITE RECOVLDG-RECORD
           ADD 1 TO WS-RECOVERY-COUNT
           ADD WS-RECOVERY-AMOUNT TO WS-TOTAL-RECOVERED-AMT.

       DRAW-FROM-CASH-POOL.
      *    THE SCHEDULE ROWS ARRIVE IN PAYMENT-NUMBER ORDER, SO
      *    DRAWING EACH ROW'S SCHEDULED AMOUNT FROM THE POOL IN TURN
      *    THE REMAINING INSTALLMENTS, SO THE ROW'S EXCESS OVER THE
      *    SCHEDULED AMOUNT COVERS PST-REMAINING-BALANCE AND LOANREL
      *    RELEASES THE MASTER ENTRY INSTEAD OF LEAVING THE CUSTOMER
      *    ACTIVE FOREVER. A PAYOFF MUST ALSO CLEAR ANY FEES NOT YET
      *    SETTLED, SO THEY ARE TAKEN FROM THE POOL FIRST.
           COMPUTE WS-PAYOFF-AMOUNT =
               AMT-PAYMENT-AMOUNT + AMT-REMAINING-BALANCE
           IF WS-FEES-SETTLED-FLAG = 'Y'
               MOVE 0 TO WS-CUST-FEES-UNSETTLED
           ELSE
               MOVE WS-CUST-FEES-ASSESSED TO WS-CUST-FEES-UNSETTLED
           END-IF
           IF AMT-REMAINING-BALANCE > 0
                   AND WS-CUST-CASH-AVAIL >=
                       WS-PAYOFF-AMOUNT + WS-CUST-FEES-UNSETTLED
               PERFORM SETTLE-OUTSTANDING-FEES
               MOVE WS-PAYOFF-AMOUNT TO WS-AMOUNT-PAID
               MOVE 'Y' TO WS-ROW-PAYOFF-FLAG
           ELSE
           END-IF
           SUBTRACT WS-AMOUNT-PAID FROM WS-CUST-CASH-AVAIL.

       SETTLE-OUTSTANDING-FEES.
      *    FEES TAKE WHAT THE POOL CAN COVER, ONCE PER LOAN - ANY
      *    SHORTFALL STAYS OWED ON FEESTAT.DAT FOR TOMORROW'S CASH.
           IF WS-FEES-SETTLED-FLAG = 'N'
               MOVE 'Y' TO WS-FEES-SETTLED-FLAG
               IF WS-CUST-CASH-AVAIL >= WS-CUST-FEES-ASSESSED
                   MOVE WS-CUST-FEES-ASSESSED TO WS-CUST-FEES-PAID
               ELSE
                   MOVE WS-CUST-CASH-AVAIL TO WS-CUST-FEES-PAID
               END-IF
               SUBTRACT WS-CUST-FEES-PAID FROM WS-CUST-CASH-AVAIL
           END-IF.

       ACCUMULATE-PAST-DUE.
      *    A DUE ROW PAID SHORT (OR NOT AT ALL) RAISES THE CUSTOMER'S
      *    PAST-DUE AMOUNT BY THE SHORTFALL; THE FIRST SUCH ROW IS THE
           END-IF.

       FINALIZE-CUSTOMER-AGING.
      *    CLOSE OUT THE LOAN JUST PROCESSED - WRITE AN AGING ROW
      *    IF ANYTHING DUE WENT UNPAID, THEN RESET THE ACCUMULATORS
      *    FOR THE NEXT LOAN. SAFE TO CALL BEFORE THE FIRST LOAN AND
      *    AT END-OF-FILE.
           IF WS-CURRENT-CUSTOMER-ID NOT = SPACES
                   AND WS-CUST-PAST-DUE-AMT > 0
               PERFORM WRITE-DELINQUENCY-DETAIL
           END-IF
           IF WS-CURRENT-CUSTOMER-ID NOT = SPACES
               PERFORM SETTLE-OUTSTANDING-FEES
               PERFORM WRITE-FEE-STATUS
           END-IF
           IF WS-CURRENT-CUSTOMER-ID NOT = SPACES
                   AND WS-CUST-CASH-AVAIL > 0
      *        CASH BEYOND EVERYTHING THE SCHEDULE WILL EVER CALL
      *        FOR - PARK IT IN SUSPENSE RATHER THAN DROPPING IT.
               MOVE WS-CURRENT-CUSTOMER-ID TO SUS-CUSTOMER-ID
               MOVE WS-CURRENT-LOAN-NUMBER TO SUS-LOAN-NUMBER
               MOVE WS-CUST-LAST-PAY-DATE  TO SUS-PAYMENT-DATE
               MOVE WS-CUST-CASH-AVAIL     TO SUS-AMOUNT
               MOVE 'EXCEEDS ALL SCHEDULED PAYMENTS'
                                           TO SUS-REASON
               PERFORM WRITE-SUSPENSE-RECORD
           END-IF
           IF WS-CURRENT-CUSTOMER-ID NOT = SPACES
                   AND WS-LOAN-RECOVERY-EXCESS > 0
               MOVE WS-CURRENT-CUSTOMER-ID  TO SUS-CUSTOMER-ID
               MOVE WS-CURRENT-LOAN-NUMBER  TO SUS-LOAN-NUMBER
               MOVE WS-LOAN-LAST-RECOV-DATE TO SUS-PAYMENT-DATE
               MOVE WS-LOAN-RECOVERY-EXCESS TO SUS-AMOUNT
               MOVE 'EXCEEDS CHARGED-OFF BALANCE'
                                            TO SUS-REASON
               PERFORM WRITE-SUSPENSE-RECORD
               ADD WS-LOAN-RECOVERY-EXCESS  TO WS-TOTAL-RECOV-EXCESS
           END-IF
           MOVE 0      TO WS-CUST-PAST-DUE-AMT
           MOVE SPACES TO WS-CUST-OLDEST-DUE-DATE
           MOVE 0      TO WS-CUST-CASH-AVAIL
           MOVE SPACES TO WS-CUST-LAST-PAY-DATE
           MOVE 'N'    TO WS-ROW-PAYOFF-FLAG
           MOVE 'N'    TO WS-CUST-SETTLED-FLAG
           MOVE 0      TO WS-CUST-FEES-ASSESSED
           MOVE 0      TO WS-CUST-FEES-PAID
           MOVE 'N'    TO WS-FEES-SETTLED-FLAG
           MOVE 'N'    TO WS-LOAN-CHGOFF-FLAG
           MOVE 0      TO WS-LOAN-RECOVERED-AMT
           MOVE 0      TO WS-LOAN-RECOVERY-EXCESS
           MOVE SPACES TO WS-LOAN-LAST-RECOV-DATE.

       WRITE-FEE-STATUS.
      *    EVERY LOAN GETS A ROW, FEES OR NOT, SO FEESTAT.DAT RUNS IN
      *    THE SAME LOAN-NUMBER ORDER AS PAYSTAT.DAT AND LATEFEE CAN
      *    ADD TONIGHT'S FEES TO ANY LOAN IT CHARGES.
           MOVE SPACES                 TO FEESTAT-RECORD
           MOVE WS-CURRENT-CUSTOMER-ID TO FST-CUSTOMER-ID
           MOVE WS-CURRENT-LOAN-NUMBER TO FST-LOAN-NUMBER
           MOVE WS-CUST-FEES-ASSESSED  TO FST-FEES-ASSESSED
           MOVE WS-CUST-FEES-PAID      TO FST-FEES-PAID
           COMPUTE FST-FEES-OUTSTANDING =
               WS-CUST-FEES-ASSESSED - WS-CUST-FEES-PAID
           WRITE FEESTAT-RECORD
           ADD FST-FEES-OUTSTANDING TO WS-TOTAL-FEES-OWED.

       WRITE-DELINQUENCY-DETAIL.
           MOVE FUNCTION NUMVAL (WS-CUST-OLDEST-DUE-DATE)

           MOVE 'DET'                   TO DLQ-RECORD-TYPE
           MOVE WS-CURRENT-CUSTOMER-ID  TO DLQ-CUSTOMER-ID
           MOVE WS-CURRENT-LOAN-NUMBER  TO DLQ-LOAN-NUMBER
           MOVE WS-CUST-PAST-DUE-AMT    TO DLQ-PAST-DUE-AMOUNT
           MOVE WS-CUST-OLDEST-DUE-DATE TO DLQ-OLDEST-DUE-DATE
           MOVE WS-DAYS-PAST-DUE        TO DLQ-DAYS-PAST-DUE

       SUSPEND-UNMATCHED-PAYMENTS.
      *    RECEIPTS STILL UNPOOLED AFTER THE WHOLE SCHEDULE HAS BEEN
      *    POSTED BELONG TO LOANS WITH NO SCHEDULE AT ALL (OR TO A
      *    CUSTOMER WITH NO ACTIVE LOAN, WHEN PAYEDIT COULD NOT NAME
      *    ONE) - EACH ONE GOES TO SUSPENSE WITH ITS OWN DATE AND
      *    AMOUNT SO THE CASH IS AUDITABLE INSTEAD OF A BARE COUNTER.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-PAYMENT-COUNT
               IF PAYT-APPLIED-FLAG (WS-SCAN-IDX) = 'N'
                   PERFORM FIND-CLEARED-RECEIPT
               END-IF
               IF PAYT-APPLIED-FLAG (WS-SCAN-IDX) = 'N'
                   MOVE PAYT-CUSTOMER-ID (WS-SCAN-IDX)
                       TO SUS-CUSTOMER-ID
                   MOVE PAYT-LOAN-NUMBER (WS-SCAN-IDX)
                       TO SUS-LOAN-NUMBER
                   MOVE PAYT-PAYMENT-DATE (WS-SCAN-IDX)
                       TO SUS-PAYMENT-DATE
                   MOVE PAYT-PAYMENT-AMOUNT (WS-SCAN-IDX)
                       TO SUS-AMOUNT
                   IF PAYT-LOAN-NUMBER (WS-SCAN-IDX) = SPACES
                       MOVE 'NO ACTIVE LOAN FOR CUSTOMER'
                           TO SUS-REASON
                   ELSE
                       MOVE 'NO SCHEDULE FOR LOAN'
                           TO SUS-REASON
                   END-IF
                   PERFORM WRITE-SUSPENSE-RECORD
               END-IF
           END-PERFORM.

       FIND-CLEARED-RECEIPT.
      *    A RECEIPT SUSPCLR HAS ALREADY CLEARED IS MARKED AS IF
      *    POOLED, SO IT NEVER REACHES SUSPENSE AGAIN.
           MOVE 0 TO WS-CLEARED-MATCH-IDX
           PERFORM VARYING WS-HIST-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-HIST-SCAN-IDX > WS-SUSPHIST-COUNT
                   OR WS-CLEARED-MATCH-IDX > 0
               IF SHT-CUSTOMER-ID (WS-HIST-SCAN-IDX)
                       = PAYT-CUSTOMER-ID (WS-SCAN-IDX)
                       AND SHT-LOAN-NUMBER (WS-HIST-SCAN-IDX)
                           = PAYT-LOAN-NUMBER (WS-SCAN-IDX)
                       AND SHT-PAYMENT-DATE (WS-HIST-SCAN-IDX)
                           = PAYT-PAYMENT-DATE (WS-SCAN-IDX)
                       AND SHT-AMOUNT (WS-HIST-SCAN-IDX)
                           = PAYT-PAYMENT-AMOUNT (WS-SCAN-IDX)
                       AND SHT-USED-FLAG (WS-HIST-SCAN-IDX) = 'N'
                   MOVE WS-HIST-SCAN-IDX TO WS-CLEARED-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-CLEARED-MATCH-IDX > 0
               MOVE 'Y' TO SHT-USED-FLAG (WS-CLEARED-MATCH-IDX)
               MOVE 'Y' TO PAYT-APPLIED-FLAG (WS-SCAN-IDX)
           END-IF.

       WRITE-SUSPENSE-RECORD.
           WRITE PAYSUSP-RECORD
           ADD 1 TO WS-SUSPENSE-COUNT
           MOVE WS-DELQRPT-HEADER TO DELQRPT-RECORD
           WRITE DELQRPT-RECORD.

       WRITE-RECOVLDG-HEADER.
           MOVE WS-AS-OF-DATE TO WS-RCV-HDR-RUN-DATE
           MOVE WS-RECOVLDG-HEADER TO RECOVLDG-RECORD
           WRITE RECOVLDG-RECORD.

       WRITE-RECOVLDG-TRAILER.
           MOVE WS-RECOVERY-LOAN-COUNT TO WS-RCV-TRL-LOAN-COUNT
           MOVE WS-TOTAL-CHGOFF-AMT    TO WS-RCV-TRL-CHGOFF-AMT
           MOVE WS-RECOVERY-COUNT      TO WS-RCV-TRL-RECOV-COUNT
           MOVE WS-TOTAL-RECOVERED-AMT TO WS-RCV-TRL-RECOVERED-AMT
           MOVE WS-TOTAL-RECOV-EXCESS  TO WS-RCV-TRL-EXCESS-AMT
           MOVE WS-RECOVLDG-TRAILER TO RECOVLDG-RECORD
           WRITE RECOVLDG-RECORD.

       WRITE-DELQRPT-TRAILER.
           MOVE WS-DELQ-CUSTOMER-COUNT TO WS-DLQ-TRL-CUST-COUNT
           MOVE WS-BUCKET-30-COUNT     TO WS-DLQ-TRL-30-COUNT
