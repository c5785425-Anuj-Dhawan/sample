      *  LOOP LOANBRD OPENS: LOANBRD SETS CM-ACTIVE-LOAN-FLAG AND ADDS
      *  INTO CM-OPEN-LOAN-BALANCE WHEN A LOAN FUNDS, AND THIS STEP
      *  CLEARS THEM WHEN THE LOAN IS PAID OFF. PAYSTAT.DAT IS READ
      *  GROUPED BY LOAN; A LOAN IS RELEASED WHEN EVERY SCHEDULED
      *  PAYMENT CARRIES STATUS 'PAID', OR WHEN A PAYMENT RECEIVED
      *  COVERED THE ROW'S REMAINING BALANCE ON TOP OF ITS SCHEDULED
      *  AMOUNT (AN EARLY PAYOFF). THE LOAN IS MARKED CLOSED ON THE
      *  LOAN MASTER (LOANMAST.DAT), ITS AMOUNT IS BACKED OUT OF
      *  CM-OPEN-LOAN-BALANCE, AND THE CUSTOMER MASTER ENTRY IS
      *  RESET TO NO-ACTIVE-LOAN ONCE THE CUSTOMER HAS NO OTHER LOAN
      *  STILL OPEN (A CUSTOMER MAY HOLD ONE LOAN PER PRODUCT). A
      *  BEFORE/AFTER CHANGE REPORT
      *  (RELRPT.DAT) IS PRODUCED IN THE SAME CONVENTION AS
      *  BOARDRPT.DAT SO THE RELEASE CAN BE BALANCED - NO MORE
      *  HAND-EDITING CUSTMAST.DAT TO LET A PAID-OFF CUSTOMER BORROW
      *  AGAIN.
      *  A PAID-OFF LOAN STILL OWING LATE OR RETURNED-ITEM FEES ON
      *  FEESTAT.DAT IS NOT RELEASED - IT IS LISTED ON RELRPT.DAT AS
      *  'FEESDUE' WITH THE MASTER ENTRY UNCHANGED, AND IS RELEASED
      *  THE NIGHT THE FEES ARE SETTLED.
      *  A JOINT LOAN CARRIES A LIABILITY LINK ON JOINTLNK.DAT
      *  (WRITTEN BY LOANBRD), AND THE PAYOFF RELEASES THE
      *  CO-BORROWER'S MASTER ENTRY THE SAME NIGHT IT RELEASES THE
      *  PRIMARY'S; THE SPENT LINK IS DROPPED WHEN THE FILE IS
      *  REWRITTEN AT END OF RUN.
      *  A RELEASE ALSO RETIRES THE LOAN'S ROWS FROM THE
      *  CUMULATIVE RECEIPT HISTORY (PAYMENTS.DAT) AND FROM THE
      *  SCHEDULE (AMORTSCH.DAT), THE SAME WAY THE SPENT JOINT LINKS
      *  ARE DROPPED, KEYED BY LOAN NUMBER SO THE CUSTOMER'S OTHER
      *  LOANS ARE LEFT ALONE. A CLOSED LOAN'S SCHEDULE
      *  LEFT ON FILE WOULD RE-AGE EVERY DUE ROW AS MISSED THE NIGHT
      *  AFTER THE CASH IS RETIRED, MARCHING A PAID-OFF BORROWER
      *  THROUGH DELQRPT, DUNLTR, AND CHGOFF. THE TWO MUST RETIRE
           SELECT AMORT-OUTPUT-FILE ASSIGN TO 'AMORTSCH.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMORT-STATUS.
           SELECT LOANMAST-FILE ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT FEESTAT-FILE ASSIGN TO 'FEESTAT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEESTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AMORT-OUTPUT-FILE.
           COPY AMORT.

       FD  LOANMAST-FILE.
           COPY LOANMAST.

       FD  FEESTAT-FILE.
           COPY FEESTAT.

       WORKING-STORAGE SECTION.
       01  EOF-FLAG                PIC X VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
       01  WS-MATCHED-ENTRY-IDX    PIC 9(06) VALUE 0.
       01  WS-WRITE-IDX            PIC 9(06).

      *    PER-LOAN PAYOFF DETECTION - PAYSTAT.DAT IS WRITTEN
      *    GROUPED BY LOAN IN PAYMENT-NUMBER ORDER, SO A CHANGE
      *    OF PST-LOAN-NUMBER CLOSES OUT THE PRIOR LOAN. A LOAN
      *    IS PAID OFF WHEN EVERY ROW IS 'PAID', OR WHEN SOME ROW'S
      *    AMOUNT RECEIVED COVERED THE SCHEDULED PAYMENT PLUS THE
      *    REMAINING BALANCE BEHIND IT (AN EARLY PAYOFF). A ROW
      *    DEFERRED BY A HARDSHIP MODIFICATION ('DEFERRD') HAS
      *    NOTHING DUE ON IT AND DOES NOT HOLD THE RELEASE BACK.
       01  WS-CURRENT-CUSTOMER-ID  PIC X(05) VALUE SPACES.
       01  WS-CURRENT-LOAN-NUMBER  PIC X(12) VALUE SPACES.
       01  WS-ALL-PAID-FLAG        PIC X(01) VALUE 'Y'.
       01  WS-EARLY-PAYOFF-FLAG    PIC X(01) VALUE 'N'.
       01  WS-RELEASE-REASON       PIC X(08).
       01  WS-RELEASE-ID           PIC X(05).
       01  WS-PAYOFF-EXCESS        PIC S9(09)V99.
       01  WS-RELEASE-AMOUNT       PIC 9(09)V99.
       01  WS-BACKOUT-AMOUNT       PIC 9(09)V99.
       01  WS-RUN-DATE             PIC X(08).

      *    THE LOAN MASTER (LOANMAST.DAT, WRITTEN BY LOANBRD IN
      *    ASCENDING LOAN-NUMBER ORDER), CARRIED BYTE FOR BYTE SO THE
      *    REWRITE PRESERVES EVERY FIELD THIS STEP DOES NOT OWN. A
      *    RELEASED LOAN IS MARKED CLOSED, NOT DROPPED - THE MASTER IS
      *    THE LOAN'S PERMANENT RECORD. NO FILE MEANS NO LOAN HAS
      *    BOARDED YET.
       01  WS-LOANMAST-STATUS      PIC X(02).
       01  WS-LOANMAST-LOADED-FLAG PIC X(01) VALUE 'N'.
           88  LOANMAST-LOADED     VALUE 'Y'.
       01  WS-LOANMAST-COUNT       PIC 9(06) VALUE 0.
       01  WS-LOANMAST-TABLE.
           05  WS-LOANMAST-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-LOANMAST-COUNT
                   ASCENDING KEY IS LMT-LOAN-NUMBER
                   INDEXED BY LN-IDX.
               10  LMT-RECORD.
                   15  LMT-LOAN-NUMBER      PIC X(12).
                   15  LMT-CUSTOMER-ID      PIC X(05).
                   15  LMT-CO-BORROWER-ID   PIC X(05).
                   15  FILLER               PIC X(20).
                   15  LMT-LOAN-AMOUNT      PIC 9(07)V99.
                   15  FILLER               PIC X(08).
                   15  LMT-LOAN-STATUS      PIC X(01).
                   15  LMT-CLOSE-DATE       PIC X(08).
                   15  LMT-CLOSE-REASON     PIC X(08).
                   15  FILLER               PIC X(24).
       01  WS-LOAN-ENTRY-IDX       PIC 9(06) VALUE 0.
       01  WS-LOAN-SCAN-IDX        PIC 9(06).
       01  WS-LOAN-WRITE-IDX       PIC 9(06).
       01  WS-OTHER-LOAN-FLAG      PIC X(01).

      *    JOINT LIABILITY LINKS FROM JOINTLNK.DAT (WRITTEN BY
      *    LOANBRD), LOADED IN MEMORY SO A PAYOFF ON THE PRIMARY'S
                   INDEXED BY JL-IDX.
               10  JLT-PRIMARY-ID       PIC X(05).
               10  JLT-CO-BORROWER-ID   PIC X(05).
               10  JLT-LOAN-NUMBER      PIC X(12).
               10  JLT-LOAN-AMOUNT      PIC 9(07)V99.
               10  JLT-BOARD-DATE       PIC X(08).
               10  JLT-RELEASED-FLAG    PIC X(01).

      *    THE CUMULATIVE RECEIPT HISTORY (PAYMENTS.DAT), LOADED IN
      *    MEMORY TO THE SAME 50000-ROW LIMIT PAYPOST USES. A
      *    RELEASED LOAN'S ROWS ARE FLAGGED RETIRED AND DROPPED
      *    WHEN THE FILE IS REWRITTEN, SO THE CLOSED LOAN'S CASH
      *    NEVER RE-POSTS. NO FILE MEANS NO
      *    RECEIPTS HAVE EVER BEEN TAKEN, AND NOTHING IS REWRITTEN.
       01  WS-PAYMENT-STATUS       PIC X(02).
       01  WS-PAYMENTS-LOADED-FLAG PIC X(01) VALUE 'N'.
                   DEPENDING ON WS-PAYMENT-COUNT
                   INDEXED BY PAY-IDX.
               10  PAYT-CUSTOMER-ID     PIC X(05).
               10  PAYT-LOAN-NUMBER     PIC X(12).
               10  PAYT-PAYMENT-NUMBER  PIC 9(03).
               10  PAYT-PAYMENT-DATE    PIC X(08).
               10  PAYT-PAYMENT-AMOUNT  PIC 9(07)V99.

      *    THE SCHEDULE (AMORTSCH.DAT), CARRIED RAW AND TO THE SAME
      *    200000-ROW LIMIT GLEXTR USES FOR THE POSTED SCHEDULE. A
      *    RELEASED LOAN'S ROWS ARE FLAGGED RETIRED AND DROPPED
      *    WHEN THE FILE IS REWRITTEN, IN THE SAME PASS AS THEIR
      *    RECEIPTS - A SCHEDULE WITH NO CASH BEHIND IT WOULD RE-AGE
      *    THE PAID-OFF BORROWER AS DELINQUENT THE VERY NEXT NIGHT.
               10  AST-RETIRED-FLAG     PIC X(01).
               10  AST-RECORD.
                   15  AST-CUSTOMER-ID  PIC X(05).
                   15  AST-LOAN-NUMBER  PIC X(12).
                   15  FILLER           PIC X(49).
       01  WS-AMT-SCAN-IDX         PIC 9(06).
       01  WS-AMT-WRITE-IDX        PIC 9(06).
       01  WS-SCHED-RETIRED-COUNT  PIC 9(06) VALUE 0.

      *    FEES STILL OWED PER LOAN, FROM FEESTAT.DAT AS PAYPOST AND
      *    LATEFEE LEFT IT TONIGHT, IN LOAN-NUMBER ORDER FOR A BINARY
      *    SEARCH. PAYPOST SETTLES DUE INSTALLMENTS BEFORE FEES, SO A
      *    LOAN CAN PAY ITS LAST INSTALLMENT AND STILL OWE FEES - ITS
      *    RELEASE IS HELD UNTIL THEY ARE SETTLED, OR THE FEES WOULD
      *    BE RETIRED WITH THE LOAN AND NEVER BILLED AGAIN. NO FILE
      *    MEANS NO FEE HAS EVER BEEN CHARGED.
       01  WS-FEESTAT-STATUS       PIC X(02).
       01  WS-FEESTAT-COUNT        PIC 9(06) VALUE 0.
       01  WS-FEESTAT-TABLE.
           05  WS-FEESTAT-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-FEESTAT-COUNT
                   ASCENDING KEY IS FSTT-LOAN-NUMBER
                   INDEXED BY FS-IDX.
               10  FSTT-LOAN-NUMBER     PIC X(12).
               10  FSTT-FEES-OUTSTANDING PIC 9(07)V99.
       01  WS-LOAN-FEES-OUTSTANDING PIC 9(07)V99 VALUE 0.

      *    RELEASE CONTROL TOTALS FOR THE CHANGE REPORT TRAILER.
       01  WS-RELEASED-COUNT       PIC 9(05) VALUE 0.
       01  WS-PAIDFULL-COUNT       PIC 9(05) VALUE 0.
       01  WS-EARLYPAY-COUNT       PIC 9(05) VALUE 0.
       01  WS-TOTAL-RELEASED-AMT   PIC 9(09)V99 VALUE 0.
       01  WS-FEESDUE-COUNT        PIC 9(05) VALUE 0.

       01  WS-RELRPT-HEADER.
           05  WS-REL-HDR-RECORD-TYPE   PIC X(03) VALUE 'HDR'.
           05  WS-REL-TRL-PAIDFULL-CNT  PIC 9(05).
           05  WS-REL-TRL-EARLYPAY-CNT  PIC 9(05).
           05  WS-REL-TRL-RELEASED-AMT  PIC 9(09)V99.
           05  WS-REL-TRL-FEESDUE-CNT   PIC 9(05).
           05  FILLER                   PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-LOAN-MASTER
           PERFORM LOAD-JOINT-LINKS
           PERFORM LOAD-RECEIPT-HISTORY
           PERFORM LOAD-SCHEDULE-FILE
           PERFORM LOAD-FEE-STATUS

           OPEN INPUT PAYSTAT-FILE
           IF WS-PAYSTAT-STATUS NOT = '00'
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF PST-LOAN-NUMBER
                               NOT = WS-CURRENT-LOAN-NUMBER
                           PERFORM FINALIZE-CUSTOMER-PAYOFF
                           MOVE PST-CUSTOMER-ID
                               TO WS-CURRENT-CUSTOMER-ID
                           MOVE PST-LOAN-NUMBER
                               TO WS-CURRENT-LOAN-NUMBER
                           PERFORM FIND-LOAN-FEES
                       END-IF
                       PERFORM NOTE-SCHEDULE-ROW
               END-READ
           CLOSE RELRPT-FILE

           PERFORM REWRITE-CUSTOMER-MASTER
           PERFORM REWRITE-LOAN-MASTER
           PERFORM REWRITE-JOINT-LINKS
           PERFORM REWRITE-RECEIPT-HISTORY
           PERFORM REWRITE-SCHEDULE-FILE

           DISPLAY 'PAID-OFF LOANS RELEASED FROM CUSTMAST: '
               WS-RELEASED-COUNT
           IF WS-FEESDUE-COUNT > 0
               DISPLAY 'PAID-OFF LOANS HELD FOR FEES STILL OWED: '
                   WS-FEESDUE-COUNT
           END-IF
           IF WS-COBR-RELEASED-COUNT > 0
               DISPLAY 'JOINT CO-BORROWERS RELEASED: '
                   WS-COBR-RELEASED-COUNT
      *    AND MARKS THE REST SETTLED) AND RELEASES THE LOAN EVEN
      *    THOUGH LATER SCHEDULED ROWS WERE NEVER INDIVIDUALLY PAID.
           IF PST-PAY-STATUS NOT = 'PAID   '
                   AND PST-PAY-STATUS NOT = 'DEFERRD'
               MOVE 'N' TO WS-ALL-PAID-FLAG
           END-IF
           IF PST-PAY-STATUS = 'PAID   '
           END-IF.

       FINALIZE-CUSTOMER-PAYOFF.
      *    CLOSE OUT THE LOAN JUST PROCESSED - RELEASE IT IF IT
      *    PAID THROUGH ITS FINAL SCHEDULED PAYMENT OR PAID OFF
      *    EARLY, THEN RESET THE DETECTION FLAGS FOR THE NEXT LOAN.
      *    A PAYOFF MUST COVER THE FEES AS WELL AS THE INSTALLMENTS -
      *    A LOAN STILL OWING FEES IS HELD AND LISTED AS 'FEESDUE'
      *    INSTEAD. SAFE TO CALL BEFORE THE FIRST LOAN AND AT
      *    END-OF-FILE.
           IF WS-CURRENT-LOAN-NUMBER NOT = SPACES
               IF WS-ALL-PAID-FLAG = 'Y'
                       OR WS-EARLY-PAYOFF-FLAG = 'Y'
                   IF WS-LOAN-FEES-OUTSTANDING > 0
                       PERFORM HOLD-RELEASE-FOR-FEES
                   ELSE
                       IF WS-ALL-PAID-FLAG = 'Y'
                           MOVE 'PAIDFULL' TO WS-RELEASE-REASON
                       ELSE
                           MOVE 'EARLYPAY' TO WS-RELEASE-REASON
                       END-IF
                       PERFORM RELEASE-PAID-OFF-LOAN
                   END-IF
               END-IF
      *    POSTED THE LIABILITY TO BOTH, SO THE PAYOFF MUST CLEAR
      *    BOTH. SPENT LINKS ARE FLAGGED SO THE REWRITE DROPS THEM,
      *    AND THE CLOSED LOAN'S RECEIPTS ARE RETIRED THE SAME WAY.
      *    THE LOAN IS CLOSED ON THE LOAN MASTER FIRST, SO THE
      *    OTHER-OPEN-LOAN TEST IN RELEASE-CUSTOMER-LOAN SEES ONLY
      *    THE BORROWER'S REMAINING LOANS. A LOAN MISSING FROM THE
      *    LOAN MASTER (OR ALREADY CLOSED) IS LEFT FOR REVIEW RATHER
      *    THAN RELEASED BLIND.
           PERFORM CLOSE-LOAN-MASTER-ENTRY
           IF WS-LOAN-ENTRY-IDX = 0
               DISPLAY 'PAID-OFF LOAN ' WS-CURRENT-LOAN-NUMBER
                   ' IS NOT AN OPEN LOAN ON LOANMAST.DAT - '
                   'RELEASE SKIPPED'
           ELSE
               MOVE WS-CURRENT-CUSTOMER-ID TO WS-RELEASE-ID
               PERFORM RELEASE-CUSTOMER-LOAN
               PERFORM RETIRE-CUSTOMER-RECEIPTS
               PERFORM RETIRE-CUSTOMER-SCHEDULE
               PERFORM RELEASE-LINKED-CO-BORROWERS
           END-IF.

       CLOSE-LOAN-MASTER-ENTRY.
           MOVE 0 TO WS-LOAN-ENTRY-IDX
           IF WS-LOANMAST-COUNT > 0
               SEARCH ALL WS-LOANMAST-ENTRY
                   AT END
                       CONTINUE
                   WHEN LMT-LOAN-NUMBER (LN-IDX)
                           = WS-CURRENT-LOAN-NUMBER
                       SET WS-LOAN-ENTRY-IDX TO LN-IDX
               END-SEARCH
           END-IF
           IF WS-LOAN-ENTRY-IDX > 0
               IF LMT-LOAN-STATUS (WS-LOAN-ENTRY-IDX) NOT = 'A'
                   MOVE 0 TO WS-LOAN-ENTRY-IDX
               ELSE
                   MOVE 'C'
                       TO LMT-LOAN-STATUS (WS-LOAN-ENTRY-IDX)
                   MOVE WS-RUN-DATE
                       TO LMT-CLOSE-DATE (WS-LOAN-ENTRY-IDX)
                   MOVE WS-RELEASE-REASON
                       TO LMT-CLOSE-REASON (WS-LOAN-ENTRY-IDX)
                   MOVE LMT-LOAN-AMOUNT (WS-LOAN-ENTRY-IDX)
                       TO WS-RELEASE-AMOUNT
               END-IF
           END-IF.

       RELEASE-LINKED-CO-BORROWERS.
           PERFORM VARYING WS-LINK-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-LINK-SCAN-IDX > WS-JOINTLNK-COUNT
               IF JLT-LOAN-NUMBER (WS-LINK-SCAN-IDX)
                       = WS-CURRENT-LOAN-NUMBER
                       AND JLT-RELEASED-FLAG (WS-LINK-SCAN-IDX) = 'N'
                   MOVE JLT-CO-BORROWER-ID (WS-LINK-SCAN-IDX)
                       TO WS-RELEASE-ID
           END-PERFORM.

       RELEASE-CUSTOMER-LOAN.
      *    BACK THE PAID-OFF LOAN OUT OF WS-RELEASE-ID'S MASTER
      *    ENTRY AND WRITE THE BEFORE/AFTER CHANGE REPORT ROW AS WE
      *    GO SO THE REPORT AND THE REWRITTEN MASTER CANNOT DISAGREE.
      *    CREDIT POLICY ALLOWS ONE ACTIVE LOAN PER PRODUCT (THE RC02
      *    CHECK), SO THE LOAN AMOUNT LOANBRD ADDED IS SUBTRACTED AND
      *    THE ACTIVE FLAG IS CLEARED ONLY WHEN NO OTHER LOAN ON THE
      *    LOAN MASTER IS STILL OPEN FOR THE BORROWER. A CUSTOMER
      *    ALREADY RELEASED (OR NOT ON THE MASTER AT ALL) HAS NOTHING
      *    TO RELEASE AND IS SKIPPED.
           MOVE 0 TO WS-MATCHED-ENTRY-IDX
           IF WS-CUSTMAST-COUNT > 0
               SEARCH ALL WS-CUSTMAST-ENTRY
               ELSE
                   MOVE 'DET' TO REL-RECORD-TYPE
                   MOVE WS-RELEASE-ID TO REL-CUSTOMER-ID
                   MOVE WS-CURRENT-LOAN-NUMBER TO REL-LOAN-NUMBER
                   MOVE WS-RELEASE-REASON TO REL-RELEASE-REASON
                   MOVE 0 TO REL-FEES-OUTSTANDING
                   MOVE CMT-ACTIVE-LOAN-FLAG (WS-MATCHED-ENTRY-IDX)
                       TO REL-BEFORE-ACTIVE-FLAG
                   MOVE CMT-OPEN-LOAN-BALANCE (WS-MATCHED-ENTRY-IDX)
                       TO REL-BEFORE-BALANCE
                   IF CMT-OPEN-LOAN-BALANCE (WS-MATCHED-ENTRY-IDX)
                           < WS-RELEASE-AMOUNT
                       MOVE CMT-OPEN-LOAN-BALANCE
                               (WS-MATCHED-ENTRY-IDX)
                           TO WS-BACKOUT-AMOUNT
                   ELSE
                       MOVE WS-RELEASE-AMOUNT TO WS-BACKOUT-AMOUNT
                   END-IF
                   ADD WS-BACKOUT-AMOUNT TO WS-TOTAL-RELEASED-AMT
                   SUBTRACT WS-BACKOUT-AMOUNT
                       FROM CMT-OPEN-LOAN-BALANCE (WS-MATCHED-ENTRY-IDX)
                   PERFORM CHECK-OTHER-OPEN-LOANS
                   IF WS-OTHER-LOAN-FLAG = 'N'
                       MOVE 'N'
                           TO CMT-ACTIVE-LOAN-FLAG
                               (WS-MATCHED-ENTRY-IDX)
                       MOVE 0
                           TO CMT-OPEN-LOAN-BALANCE
                               (WS-MATCHED-ENTRY-IDX)
                   END-IF
                   MOVE CMT-ACTIVE-LOAN-FLAG (WS-MATCHED-ENTRY-IDX)
                       TO REL-AFTER-ACTIVE-FLAG
                   MOVE CMT-OPEN-LOAN-BALANCE (WS-MATCHED-ENTRY-IDX)
               END-IF
           END-IF.

       CHECK-OTHER-OPEN-LOANS.
      *    DOES WS-RELEASE-ID STILL HOLD AN OPEN LOAN, AS PRIMARY OR
      *    CO-BORROWER? THE LOAN BEING RELEASED IS ALREADY CLOSED.
           MOVE 'N' TO WS-OTHER-LOAN-FLAG
           PERFORM VARYING WS-LOAN-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-SCAN-IDX > WS-LOANMAST-COUNT
                   OR WS-OTHER-LOAN-FLAG = 'Y'
               IF LMT-LOAN-STATUS (WS-LOAN-SCAN-IDX) = 'A'
                   IF LMT-CUSTOMER-ID (WS-LOAN-SCAN-IDX)
                           = WS-RELEASE-ID
                           OR LMT-CO-BORROWER-ID (WS-LOAN-SCAN-IDX)
                           = WS-RELEASE-ID
                       MOVE 'Y' TO WS-OTHER-LOAN-FLAG
                   END-IF
               END-IF
           END-PERFORM.

       REWRITE-CUSTOMER-MASTER.
      *    OPEN OUTPUT TRUNCATES THE PRODUCTION MASTER IN PLACE, SO A
      *    FAILED OPEN OR WRITE MUST ABEND LOUDLY - ENDING RC=0 WITH
               TO JLT-PRIMARY-ID (WS-JOINTLNK-COUNT)
           MOVE JLK-CO-BORROWER-ID
               TO JLT-CO-BORROWER-ID (WS-JOINTLNK-COUNT)
           MOVE JLK-LOAN-NUMBER
               TO JLT-LOAN-NUMBER (WS-JOINTLNK-COUNT)
           MOVE JLK-LOAN-AMOUNT
               TO JLT-LOAN-AMOUNT (WS-JOINTLNK-COUNT)
           MOVE JLK-BOARD-DATE
                           TO JLK-PRIMARY-ID
                       MOVE JLT-CO-BORROWER-ID (WS-LINK-WRITE-IDX)
                           TO JLK-CO-BORROWER-ID
                       MOVE JLT-LOAN-NUMBER (WS-LINK-WRITE-IDX)
                           TO JLK-LOAN-NUMBER
                       MOVE JLT-LOAN-AMOUNT (WS-LINK-WRITE-IDX)
                           TO JLK-LOAN-AMOUNT
                       MOVE JLT-BOARD-DATE (WS-LINK-WRITE-IDX)
           ADD 1 TO WS-PAYMENT-COUNT
           MOVE PAY-CUSTOMER-ID
               TO PAYT-CUSTOMER-ID (WS-PAYMENT-COUNT)
           MOVE PAY-LOAN-NUMBER
               TO PAYT-LOAN-NUMBER (WS-PAYMENT-COUNT)
           MOVE PAY-PAYMENT-NUMBER
               TO PAYT-PAYMENT-NUMBER (WS-PAYMENT-COUNT)
           MOVE PAY-PAYMENT-DATE
               TO PAYT-RETIRED-FLAG (WS-PAYMENT-COUNT).

       RETIRE-CUSTOMER-RECEIPTS.
      *    RETIRING THE LOAN NUMBER'S ROWS CLOSES OUT THE LOAN'S
      *    CASH WITHOUT DISTURBING THE RECEIPTS OF ANY OTHER LOAN THE
      *    CUSTOMER STILL HOLDS.
           PERFORM VARYING WS-PAY-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-PAY-SCAN-IDX > WS-PAYMENT-COUNT
               IF PAYT-LOAN-NUMBER (WS-PAY-SCAN-IDX)
                       = WS-CURRENT-LOAN-NUMBER
                       AND PAYT-RETIRED-FLAG (WS-PAY-SCAN-IDX) = 'N'
                   MOVE 'Y' TO PAYT-RETIRED-FLAG (WS-PAY-SCAN-IDX)
                   ADD 1 TO WS-RETIRED-COUNT
                   IF PAYT-RETIRED-FLAG (WS-PAY-WRITE-IDX) = 'N'
                       MOVE PAYT-CUSTOMER-ID (WS-PAY-WRITE-IDX)
                           TO PAY-CUSTOMER-ID
                       MOVE PAYT-LOAN-NUMBER (WS-PAY-WRITE-IDX)
                           TO PAY-LOAN-NUMBER
                       MOVE PAYT-PAYMENT-NUMBER (WS-PAY-WRITE-IDX)
                           TO PAY-PAYMENT-NUMBER
                       MOVE PAYT-PAYMENT-DATE (WS-PAY-WRITE-IDX)
      *    BORROWER THROUGH DELQRPT, DUNLTR, AND CHGOFF.
           PERFORM VARYING WS-AMT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-AMT-SCAN-IDX > WS-AMORT-COUNT
               IF AST-LOAN-NUMBER (WS-AMT-SCAN-IDX)
                       = WS-CURRENT-LOAN-NUMBER
                       AND AST-RETIRED-FLAG (WS-AMT-SCAN-IDX) = 'N'
                   MOVE 'Y' TO AST-RETIRED-FLAG (WS-AMT-SCAN-IDX)
                   ADD 1 TO WS-SCHED-RETIRED-COUNT
               CLOSE AMORT-OUTPUT-FILE
           END-IF.

       LOAD-LOAN-MASTER.
      *    NO FILE MEANS NO LOAN HAS BOARDED, AND NOTHING IS
      *    REWRITTEN.
           OPEN INPUT LOANMAST-FILE
           IF WS-LOANMAST-STATUS = '00'
               SET LOANMAST-LOADED TO TRUE
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
      *    THE SAME GUARDS AS THE CUSTOMER MASTER - THE LOOKUP IS A
      *    BINARY SEARCH AND THE REWRITE MUST NOT TRUNCATE THE FILE.
           IF WS-LOANMAST-COUNT = 100000
               DISPLAY 'LOANMAST.DAT HAS MORE THAN 100000 ROWS - '
                   'WS-LOANMAST-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LOANMAST-COUNT > 0
               IF LN-LOAN-NUMBER NOT >
                       LMT-LOAN-NUMBER (WS-LOANMAST-COUNT)
                   DISPLAY 'LOANMAST.DAT NOT IN ASCENDING LOAN-'
                       'NUMBER ORDER AT ' LN-LOAN-NUMBER
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-LOANMAST-COUNT
           MOVE LOANMAST-RECORD TO LMT-RECORD (WS-LOANMAST-COUNT).

       REWRITE-LOAN-MASTER.
      *    EVERY LOAN IS CARRIED FORWARD - CLOSED LOANS STAY ON FILE
      *    WITH THEIR CLOSE DATE AND REASON.
           IF LOANMAST-LOADED
               OPEN OUTPUT LOANMAST-FILE
               IF WS-LOANMAST-STATUS NOT = '00'
                   DISPLAY 'LOANMAST.DAT COULD NOT BE OPENED FOR '
                       'REWRITE - STATUS ' WS-LOANMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-LOAN-WRITE-IDX FROM 1 BY 1
                       UNTIL WS-LOAN-WRITE-IDX > WS-LOANMAST-COUNT
                   MOVE LMT-RECORD (WS-LOAN-WRITE-IDX)
                       TO LOANMAST-RECORD
                   WRITE LOANMAST-RECORD
                   IF WS-LOANMAST-STATUS NOT = '00'
                       DISPLAY 'LOANMAST.DAT WRITE FAILED AT ROW '
                           WS-LOAN-WRITE-IDX ' - STATUS '
                           WS-LOANMAST-STATUS ' - LOAN MASTER IS '
                           'INCOMPLETE, DO NOT USE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE LOANMAST-FILE
           END-IF.

       LOAD-FEE-STATUS.
           OPEN INPUT FEESTAT-FILE
           IF WS-FEESTAT-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ FEESTAT-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-FEESTAT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FEESTAT-FILE
               SET NOT-EOF TO TRUE
           END-IF.

       LOAD-FEESTAT-ENTRY.
      *    THE LOOKUP IS A BINARY SEARCH - AN OVERSIZED OR OUT-OF-
      *    ORDER FILE COULD MISS A LOAN'S FEES AND RELEASE IT WITH
      *    FEES STILL OWED, SO ABEND AT LOAD TIME.
           IF WS-FEESTAT-COUNT = 100000
               DISPLAY 'FEESTAT.DAT HAS MORE THAN 100000 ROWS - '
                   'WS-FEESTAT-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FEESTAT-COUNT > 0
               IF FST-LOAN-NUMBER NOT >
                       FSTT-LOAN-NUMBER (WS-FEESTAT-COUNT)
                   DISPLAY 'FEESTAT.DAT NOT IN ASCENDING LOAN-'
                       'NUMBER ORDER AT ' FST-LOAN-NUMBER ' - '
                       'KEYED LOOKUP NEEDS A SORTED FILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-FEESTAT-COUNT
           MOVE FST-LOAN-NUMBER
               TO FSTT-LOAN-NUMBER (WS-FEESTAT-COUNT)
           MOVE FST-FEES-OUTSTANDING
               TO FSTT-FEES-OUTSTANDING (WS-FEESTAT-COUNT).

       FIND-LOAN-FEES.
           MOVE 0 TO WS-LOAN-FEES-OUTSTANDING
           IF WS-FEESTAT-COUNT > 0
               SEARCH ALL WS-FEESTAT-ENTRY
                   AT END
                       CONTINUE
                   WHEN FSTT-LOAN-NUMBER (FS-IDX)
                           = WS-CURRENT-LOAN-NUMBER
                       MOVE FSTT-FEES-OUTSTANDING (FS-IDX)
                           TO WS-LOAN-FEES-OUTSTANDING
               END-SEARCH
           END-IF.

       HOLD-RELEASE-FOR-FEES.
      *    LIST THE HELD LOAN WITH ITS BORROWER'S MASTER ENTRY AS IT
      *    STANDS - NOTHING IS CHANGED, CLOSED OR RETIRED TONIGHT.
           MOVE 0 TO WS-MATCHED-ENTRY-IDX
           IF WS-CUSTMAST-COUNT > 0
               SEARCH ALL WS-CUSTMAST-ENTRY
                   AT END
                       CONTINUE
                   WHEN CMT-CUSTOMER-ID (CM-IDX)
                           = WS-CURRENT-CUSTOMER-ID
                       SET WS-MATCHED-ENTRY-IDX TO CM-IDX
               END-SEARCH
           END-IF
           MOVE 'DET' TO REL-RECORD-TYPE
           MOVE WS-CURRENT-CUSTOMER-ID TO REL-CUSTOMER-ID
           MOVE WS-CURRENT-LOAN-NUMBER TO REL-LOAN-NUMBER
           MOVE 'FEESDUE ' TO REL-RELEASE-REASON
           IF WS-MATCHED-ENTRY-IDX = 0
               MOVE SPACES TO REL-BEFORE-ACTIVE-FLAG
               MOVE 0      TO REL-BEFORE-BALANCE
           ELSE
               MOVE CMT-ACTIVE-LOAN-FLAG (WS-MATCHED-ENTRY-IDX)
                   TO REL-BEFORE-ACTIVE-FLAG
               MOVE CMT-OPEN-LOAN-BALANCE (WS-MATCHED-ENTRY-IDX)
                   TO REL-BEFORE-BALANCE
           END-IF
           MOVE REL-BEFORE-ACTIVE-FLAG TO REL-AFTER-ACTIVE-FLAG
           MOVE REL-BEFORE-BALANCE     TO REL-AFTER-BALANCE
           MOVE WS-LOAN-FEES-OUTSTANDING TO REL-FEES-OUTSTANDING
           WRITE RELRPT-RECORD
           ADD 1 TO WS-FEESDUE-COUNT.

       WRITE-RELRPT-HEADER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-REL-HDR-RUN-DATE
           MOVE WS-RELRPT-HEADER TO RELRPT-RECORD
           MOVE WS-PAIDFULL-COUNT    TO WS-REL-TRL-PAIDFULL-CNT
           MOVE WS-EARLYPAY-COUNT    TO WS-REL-TRL-EARLYPAY-CNT
           MOVE WS-TOTAL-RELEASED-AMT TO WS-REL-TRL-RELEASED-AMT
           MOVE WS-FEESDUE-COUNT     TO WS-REL-TRL-FEESDUE-CNT
           MOVE WS-RELRPT-TRAILER TO RELRPT-RECORD
           WRITE RELRPT-RECORD.
