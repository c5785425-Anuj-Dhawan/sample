      *  CARRIES THE SAME HDR/DET/TRL CONTROL CONVENTION AS
      *  LOAN-OUTPUT-FILE, AND THE HARD RULE IS DEBITS = CREDITS OR
      *  THE PROGRAM ENDS RC=8.
      *  EVERY JOURNAL LINE CARRIES THE LOAN ACCOUNT NUMBER. A
      *  FUNDING'S NUMBER IS DERIVED FROM LOANOUT.DAT BY THE SAME
      *  RULE LOANBRD BOARDS IT UNDER (SEE LOANMAST.CPY); A RECEIPT'S
      *  COMES OFF THE POSTED SCHEDULE ROW, AND THE PRIOR-NIGHT MATCH
      *  IS KEYED BY LOAN AND PAYMENT NUMBER.
      *  A RECEIPT THE BANK RETURNED UNPAID IS BACKED OUT OF
      *  PAYMENTS.DAT BY RTNITEM BEFORE POSTING, SO IT SHOWS HERE AS
      *  A ROW WHOSE CUMULATIVE CASH WENT DOWN AND BOOKS THE SAME
      *  REVERSING ENTRY. WHEN THE LOAN IS ON TONIGHT'S RETURNED-ITEM
      *  REGISTER (RTNREG.DAT) THOSE LINES CARRY SOURCE 'RTN' RATHER
      *  THAN 'RCP', SO ACCOUNTING CAN TIE THE CASH REVERSALS TO THE
      *  REGISTER.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PRIOR-PAYSTAT-FILE ASSIGN TO 'PAYSTATP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT RTNREG-FILE ASSIGN TO 'RTNREG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTNREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT - READ AND WRITTEN RAW, AND PICKED APART IN
      *    WORKING STORAGE, THE SAME WAY LOANAPP READS CNTRACPT.DAT.
       FD  PRIOR-PAYSTAT-FILE.
       01  PRIOR-PAYSTAT-RECORD    PIC X(66).

       FD  RTNREG-FILE.
           COPY RTNREG.

       WORKING-STORAGE SECTION.
       01  EOF-FLAG                PIC X VALUE 'N'.
       01  WS-PAYSTAT-STATUS       PIC X(02).
       01  WS-AMORT-STATUS         PIC X(02).
       01  WS-PRIOR-STATUS         PIC X(02).
       01  WS-RTNREG-STATUS        PIC X(02).

      *    LOANS WITH A RECEIPT RETURNED TONIGHT, FROM THE RETURNED-
      *    ITEM REGISTER. NO REGISTER MEANS NO RETURNS WERE BACKED
      *    OUT, AND EVERY REVERSAL BOOKS AS AN ORDINARY 'RCP' LINE.
       01  WS-RETURNED-LOAN-COUNT  PIC 9(05) VALUE 0.
       01  WS-RETURNED-LOAN-TABLE.
           05  WS-RETURNED-LOAN-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-RETURNED-LOAN-COUNT
                   INDEXED BY RL-IDX.
               10  RLT-LOAN-NUMBER      PIC X(12).
       01  WS-RETURNED-LOAN-FLAG   PIC X(01).

      *    A PRIOR-NIGHT POSTED ROW, PICKED APART FOR ITS KEY AND
      *    CUMULATIVE AMOUNT PAID.
       01  WS-PRIOR-ROW.
           05  PPR-CUSTOMER-ID          PIC X(05).
           05  PPR-LOAN-NUMBER          PIC X(12).
           05  PPR-PAYMENT-NUMBER       PIC X(03).
           05  PPR-DUE-DATE             PIC X(08).
           05  PPR-PAYMENT-AMOUNT       PIC 9(07)V99.
       01  WS-PRIORPAY-TABLE.
           05  WS-PRIORPAY-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON WS-PRIORPAY-COUNT.
               10  PPT-LOAN-NUMBER      PIC X(12).
               10  PPT-PAYMENT-NUMBER   PIC X(03).
               10  PPT-AMOUNT-PAID      PIC 9(09)V99.
       01  WS-PRIOR-NEXT-IDX       PIC 9(06) VALUE 1.
       01  WS-PRIOR-MATCH-IDX      PIC 9(06).
       01  WS-PRIOR-AMOUNT-PAID    PIC 9(09)V99.

      *    FUNDING LOAN NUMBER - THE LOANOUT.DAT HEADER RUN DATE PLUS
      *    THE SEQUENCE OF THE APPROVED DETAIL, AS LOANBRD ASSIGNS IT.
       01  WS-LOANOUT-RUN-DATE     PIC X(08).
       01  WS-APPROVED-SEQ         PIC 9(04) VALUE 0.
       01  WS-LOAN-NUMBER.
           05  WS-LOAN-NUMBER-DATE PIC X(08).
           05  WS-LOAN-NUMBER-SEQ  PIC 9(04).

      *    THE DAY'S CASH ON A ROW, AND ITS SPLIT ACROSS THE
      *    SCHEDULED PAYMENT (PRORATED P/I) AND ANY PAYOFF EXCESS
      *    (PURE PRINCIPAL).
       01  WS-JOURNAL-LINE-COUNT   PIC 9(05) VALUE 0.
       01  WS-FUNDING-COUNT        PIC 9(05) VALUE 0.
       01  WS-RECEIPT-COUNT        PIC 9(05) VALUE 0.
       01  WS-RETURN-COUNT         PIC 9(05) VALUE 0.
       01  WS-TOTAL-DEBITS         PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS        PIC 9(11)V99 VALUE 0.

           05  WS-JRN-TRL-RECEIPT-CNT   PIC 9(05).
           05  WS-JRN-TRL-TOTAL-DEBIT   PIC 9(11)V99.
           05  WS-JRN-TRL-TOTAL-CREDIT  PIC 9(11)V99.
      *    ROWS BOOKED AS RETURNED-ITEM REVERSALS - CARVED OUT OF THE
      *    TRAILING FILLER, SO THE RECORD LENGTH IS UNCHANGED.
           05  WS-JRN-TRL-RETURN-CNT    PIC 9(05).
           05  FILLER                   PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
           OPEN OUTPUT GLJRNL-FILE
           PERFORM WRITE-GLJRNL-HEADER

           PERFORM EXTRACT-FUNDINGS
           PERFORM LOAD-RETURNED-LOANS
           PERFORM EXTRACT-RECEIPTS

           PERFORM WRITE-GLJRNL-TRAILER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-LOANOUT-RUN-DATE
           PERFORM UNTIL EOF-REACHED
               READ LOAN-OUTPUT-FILE
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF LOR-RECORD-TYPE = 'HDR'
                           MOVE LOAN-OUTPUT-RECORD (4:8)
                               TO WS-LOANOUT-RUN-DATE
                       END-IF
                       IF LOR-RECORD-TYPE = 'DET'
                               AND LOR-STATUS = 'APPROVED'
                           ADD 1 TO WS-APPROVED-SEQ
                           MOVE WS-LOANOUT-RUN-DATE
                               TO WS-LOAN-NUMBER-DATE
                           MOVE WS-APPROVED-SEQ TO WS-LOAN-NUMBER-SEQ
                           PERFORM JOURNAL-ONE-FUNDING
                       END-IF
               END-READ
      *    RECEIVABLE, CREDIT CASH, FOR THE APPROVED AMOUNT.
           MOVE 'FND'               TO JRN-SOURCE
           MOVE LOR-CUSTOMER-ID     TO JRN-CUSTOMER-ID
           MOVE WS-LOAN-NUMBER      TO JRN-LOAN-NUMBER
           MOVE WS-ACCT-LOANS-RECV  TO JRN-ACCOUNT
           MOVE LOR-LOAN-AMOUNT     TO JRN-DEBIT-AMOUNT
           MOVE 0                   TO JRN-CREDIT-AMOUNT
           CLOSE PRIOR-PAYSTAT-FILE
           SET NOT-EOF TO TRUE.

       LOAD-RETURNED-LOANS.
           OPEN INPUT RTNREG-FILE
           IF WS-RTNREG-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ RTNREG-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           IF RRG-RECORD-TYPE = 'DET'
                               PERFORM NOTE-RETURNED-LOAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RTNREG-FILE
               SET NOT-EOF TO TRUE
           END-IF.

       NOTE-RETURNED-LOAN.
           IF WS-RETURNED-LOAN-COUNT = 10000
               DISPLAY 'RTNREG.DAT HAS MORE THAN 10000 RETURNED '
                   'ITEMS - WS-RETURNED-LOAN-TABLE ONLY HOLDS 10000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RETURNED-LOAN-COUNT
           MOVE RRG-LOAN-NUMBER
               TO RLT-LOAN-NUMBER (WS-RETURNED-LOAN-COUNT).

       CHECK-RETURNED-LOAN.
           MOVE 'N' TO WS-RETURNED-LOAN-FLAG
           IF WS-RETURNED-LOAN-COUNT > 0
               SET RL-IDX TO 1
               SEARCH WS-RETURNED-LOAN-ENTRY
                   AT END
                       CONTINUE
                   WHEN RLT-LOAN-NUMBER (RL-IDX) = PST-LOAN-NUMBER
                       MOVE 'Y' TO WS-RETURNED-LOAN-FLAG
               END-SEARCH
           END-IF.

       LOAD-PRIOR-PAYSTAT.
           OPEN INPUT PRIOR-PAYSTAT-FILE
           IF WS-PRIOR-STATUS = '00'
           END-IF
           MOVE PRIOR-PAYSTAT-RECORD TO WS-PRIOR-ROW
           ADD 1 TO WS-PRIORPAY-COUNT
           MOVE PPR-LOAN-NUMBER
               TO PPT-LOAN-NUMBER (WS-PRIORPAY-COUNT)
           MOVE PPR-PAYMENT-NUMBER
               TO PPT-PAYMENT-NUMBER (WS-PRIORPAY-COUNT)
           MOVE PPR-AMOUNT-PAID
           MOVE 0 TO WS-PRIOR-MATCH-IDX
           MOVE 0 TO WS-PRIOR-AMOUNT-PAID
           IF WS-PRIOR-NEXT-IDX <= WS-PRIORPAY-COUNT
               IF PPT-LOAN-NUMBER (WS-PRIOR-NEXT-IDX)
                       = PST-LOAN-NUMBER
                   AND PPT-PAYMENT-NUMBER (WS-PRIOR-NEXT-IDX)
                       = PST-PAYMENT-NUMBER
                   MOVE WS-PRIOR-NEXT-IDX TO WS-PRIOR-MATCH-IDX
               PERFORM VARYING WS-PRIOR-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-PRIOR-SCAN-IDX > WS-PRIORPAY-COUNT
                       OR WS-PRIOR-MATCH-IDX > 0
                   IF PPT-LOAN-NUMBER (WS-PRIOR-SCAN-IDX)
                           = PST-LOAN-NUMBER
                       AND PPT-PAYMENT-NUMBER (WS-PRIOR-SCAN-IDX)
                           = PST-PAYMENT-NUMBER
                       MOVE WS-PRIOR-SCAN-IDX
               END-READ
               IF NOT AMORT-EOF
                   DISPLAY 'AMORTSCH.DAT HAS SCHEDULE ROWS BEYOND '
                       'THE END OF PAYSTAT.DAT AT LOAN '
                       AMT-LOAN-NUMBER ' PAYMENT '
                       AMT-PAYMENT-NUMBER ' - FILES OUT OF STEP'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                   SET AMORT-EOF TO TRUE
           END-READ
           IF AMORT-EOF
                   OR AMT-LOAN-NUMBER NOT = PST-LOAN-NUMBER
                   OR AMT-PAYMENT-NUMBER NOT = PST-PAYMENT-NUMBER
               DISPLAY 'PAYSTAT.DAT AND AMORTSCH.DAT DO NOT MATCH '
                   'AT LOAN ' PST-LOAN-NUMBER ' PAYMENT '
                   PST-PAYMENT-NUMBER ' - FILES OUT OF STEP'
               MOVE 16 TO RETURN-CODE
               STOP RUN
      *    AT AN EARLIER ROW AND A PARTIAL ROW RE-POSTED AS SETTLED)
      *    AND BOOKS AS A REVERSING ENTRY - CREDIT CASH, DEBIT THE
      *    SAME P/I SPLIT - SO THE LEDGER NEVER KEEPS CASH THE
      *    POSTING TOOK BACK, OR THAT THE BANK RETURNED UNPAID. THE
      *    SHARE OF THE DELTA THAT SITS WITHIN THE SCHEDULED PAYMENT
      *    PRORATES BY THE ROW'S OWN PRINCIPAL/PAYMENT PROPORTION;
      *    ANYTHING ABOVE THE SCHEDULED PAYMENT IS A PAYOFF OF THE
      *    BALANCE AND IS PURE PRINCIPAL. INTEREST IS THE EXACT
      *    REMAINDER SO THE ENTRY ALWAYS FOOTS.
           COMPUTE WS-DAY-AMOUNT-PAID =
               PST-AMOUNT-PAID - WS-PRIOR-AMOUNT-PAID
           IF PST-AMOUNT-PAID > AMT-PAYMENT-AMOUNT

           MOVE 'RCP'           TO JRN-SOURCE
           MOVE PST-CUSTOMER-ID TO JRN-CUSTOMER-ID
           MOVE PST-LOAN-NUMBER TO JRN-LOAN-NUMBER
           IF WS-DAY-AMOUNT-PAID > 0
               MOVE WS-ACCT-CASH        TO JRN-ACCOUNT
               MOVE WS-DAY-AMOUNT-PAID  TO JRN-DEBIT-AMOUNT
                   PERFORM WRITE-JOURNAL-LINE
               END-IF
           ELSE
               PERFORM CHECK-RETURNED-LOAN
               IF WS-RETURNED-LOAN-FLAG = 'Y'
                   MOVE 'RTN' TO JRN-SOURCE
                   ADD 1 TO WS-RETURN-COUNT
               END-IF
               MOVE WS-ACCT-CASH TO JRN-ACCOUNT
               MOVE 0            TO JRN-DEBIT-AMOUNT
               COMPUTE JRN-CREDIT-AMOUNT =
           MOVE WS-JOURNAL-LINE-COUNT TO WS-JRN-TRL-LINE-COUNT
           MOVE WS-FUNDING-COUNT      TO WS-JRN-TRL-FUNDING-CNT
           MOVE WS-RECEIPT-COUNT      TO WS-JRN-TRL-RECEIPT-CNT
           MOVE WS-RETURN-COUNT       TO WS-JRN-TRL-RETURN-CNT
           MOVE WS-TOTAL-DEBITS       TO WS-JRN-TRL-TOTAL-DEBIT
           MOVE WS-TOTAL-CREDITS      TO WS-JRN-TRL-TOTAL-CREDIT
           MOVE WS-GLJRNL-TRAILER TO GLJRNL-RECORD
