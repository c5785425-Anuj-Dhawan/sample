      *  NOTHING IN WRITING - THE BRANCHES FIELDED THE 'WHAT DO I
      *  STILL OWE' CALLS ALL DAY. THIS PROGRAM READS THE POSTED
      *  SCHEDULE (PAYSTAT.DAT, WHICH CARRIES THE AMORTSCH DUE DATES
      *  AND AMOUNTS ON EVERY ROW) GROUPED BY LOAN AND PRODUCES A
      *  PRINT-READY 80-COLUMN STATEMENT FILE (STMTS.DAT) IN THE SAME
      *  FIXED-LINE-COUNT CONVENTION AS NOTICE.CPY: THE MOST RECENT
      *  PAYMENTS RECEIVED WITH THEIR PST-PAY-STATUS (THE POSTED
      *  DATE AND AMOUNT, ANY PAST-DUE AMOUNT, AND THE REMAINING
      *  BALANCE ACTUALLY OWED - PLUS A CONTROL REPORT (STMTCTRL.DAT)
      *  IN THE NOTCCTRL.DAT CONVENTION SO WE CAN PROVE EVERY ACTIVE
      *  BORROWER GOT A STATEMENT. A CUSTOMER WITH MORE THAN ONE LOAN
      *  GETS ONE STATEMENT PER LOAN, EACH SHOWING ITS LOAN NUMBER.
      *  LATE AND RETURNED-ITEM FEES STILL OWED (FEESTAT.DAT) PRINT
      *  ON THEIR OWN LINE - THEY ARE NOT PART OF THE LOAN BALANCE
      *  SHOWN.
      *  A LOAN CHGOFF HAS CHARGED OFF (STATUS 'R' ON LOANMAST.DAT)
      *  GETS NO REGULAR STATEMENT - IT IS WORKED BY RECOVERY, NOT
      *  BILLED - BUT STILL GETS ITS CONTROL ROW, MARKED CHGD-OFF, SO
      *  THE CONTROL REPORT ACCOUNTS FOR EVERY LOAN ON THE SCHEDULE.
      *  THE STATEMENT CARRIES THE BORROWER'S NAME AND MAILING
      *  ADDRESS FROM THE NAME AND ADDRESS MASTER (NAMEMAST.DAT). A
      *  BORROWER ON AN UNDELIVERABLE-MAIL HOLD GETS NO STATEMENT -
      *  THE CONTROL ROW IS MARKED MAIL-HOLD AND THE LOAN IS LISTED
      *  ON THE RETURN-MAIL EXCEPTION LIST (STMTMAIL.DAT). A BORROWER
      *  WITH NO ADDRESS ON THE MASTER GETS THE STATEMENT AS BEFORE,
      *  WITHOUT THE BLOCK, AND IS ALSO LISTED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT STMTCTRL-FILE ASSIGN TO 'STMTCTRL.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEESTAT-FILE ASSIGN TO 'FEESTAT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEESTAT-STATUS.
           SELECT LOANMAST-FILE ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT NAMEMAST-FILE ASSIGN TO 'NAMEMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NAMEMAST-STATUS.
           SELECT RTNMAIL-FILE ASSIGN TO 'STMTMAIL.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STMTCTRL-FILE.
           COPY STMTCTRL.

       FD  FEESTAT-FILE.
           COPY FEESTAT.

       FD  LOANMAST-FILE.
           COPY LOANMAST.

       FD  NAMEMAST-FILE.
           COPY NAMEMAST.

       FD  RTNMAIL-FILE.
           COPY RTNMAIL.

       WORKING-STORAGE SECTION.
       01  EOF-FLAG                PIC X VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
       01  WS-PAYSTAT-STATUS       PIC X(02).
       01  WS-RUN-DATE             PIC X(08).

      *    PER-LOAN STATEMENT FACTS, GATHERED AS THE LOAN'S POSTED
      *    ROWS ARRIVE IN PAYMENT-NUMBER ORDER AND PRINTED AT THE
      *    LOAN BREAK. THE BALANCE OWED IS THE REMAINING
      *    BALANCE ON THE LAST ROW THE BORROWER HAS REACHED (THE LAST
      *    NON-OPEN ROW); A BRAND-NEW LOAN WITH NOTHING DUE YET FALLS
      *    BACK TO THE FIRST SCHEDULED ROW'S BALANCE.
       01  WS-CURRENT-CUSTOMER-ID  PIC X(05) VALUE SPACES.
       01  WS-CURRENT-LOAN-NUMBER  PIC X(12) VALUE SPACES.
       01  WS-PAID-ROW-COUNT       PIC 9(03) VALUE 0.
       01  WS-TOTAL-RECEIVED-AMT   PIC 9(09)V99 VALUE 0.
       01  WS-PAST-DUE-AMT         PIC 9(09)V99 VALUE 0.
       01  WS-NEXT-DUE-DATE        PIC X(08) VALUE SPACES.
       01  WS-NEXT-DUE-AMOUNT      PIC 9(07)V99 VALUE 0.

      *    FEES STILL OWED PER LOAN, FROM FEESTAT.DAT AS PAYPOST AND
      *    LATEFEE LEFT IT TONIGHT (RTNITEM'S RETURNED-ITEM FEES
      *    REACH IT THROUGH FEELEDG.DAT). IF THE FILE IS ABSENT, NO FEE
      *    LINE PRINTS - THE SAME PICTURE AS BEFORE FEES EXISTED.
       01  WS-FEESTAT-STATUS       PIC X(02).
       01  WS-FEESTAT-COUNT        PIC 9(06) VALUE 0.
       01  WS-FEESTAT-TABLE.
           05  WS-FEESTAT-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-FEESTAT-COUNT
                   ASCENDING KEY IS FSTT-LOAN-NUMBER
                   INDEXED BY FS-IDX.
               10  FSTT-LOAN-NUMBER     PIC X(12).
               10  FSTT-FEES-OUTSTANDING PIC 9(07)V99.
       01  WS-FEES-OWED            PIC 9(07)V99 VALUE 0.

      *    LOAN STATUS FROM LOANMAST.DAT, LOADED IN LOAN-NUMBER ORDER
      *    FOR A BINARY SEARCH. IF THE FILE IS ABSENT, EVERY LOAN ON
      *    THE SCHEDULE GETS ITS STATEMENT, AS BEFORE.
       01  WS-LOANMAST-STATUS      PIC X(02).
       01  WS-LOANMAST-COUNT       PIC 9(06) VALUE 0.
       01  WS-LOANMAST-TABLE.
           05  WS-LOANMAST-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-LOANMAST-COUNT
                   ASCENDING KEY IS LNT-LOAN-NUMBER
                   INDEXED BY LN-IDX.
               10  LNT-LOAN-NUMBER      PIC X(12).
               10  LNT-LOAN-STATUS      PIC X(01).
       01  WS-LOAN-STATUS          PIC X(01).

      *    THE NAME AND ADDRESS MASTER, LOADED IN FULL AND BINARY-
      *    SEARCHED BY CUSTOMER ID. A MISSING FILE LEAVES THE TABLE
      *    EMPTY AND EVERY STATEMENT PRINTS AS IT ALWAYS HAS.
       01  WS-NAMEMAST-STATUS      PIC X(02).
       01  WS-NAMEMAST-COUNT       PIC 9(06) VALUE 0.
       01  WS-NAMEMAST-TABLE.
           05  WS-NAMEMAST-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-NAMEMAST-COUNT
                   ASCENDING KEY IS NMT-CUSTOMER-ID
                   INDEXED BY NM-IDX.
               10  NMT-CUSTOMER-ID      PIC X(05).
               10  NMT-CUSTOMER-NAME    PIC X(30).
               10  NMT-ADDRESS-LINE-1   PIC X(30).
               10  NMT-ADDRESS-LINE-2   PIC X(30).
               10  NMT-CITY             PIC X(20).
               10  NMT-STATE            PIC X(02).
               10  NMT-ZIP-CODE         PIC X(10).
               10  NMT-MAIL-STATUS      PIC X(01).
               10  NMT-HOLD-DATE        PIC X(08).
       01  WS-NAME-MATCH-IDX       PIC 9(06) VALUE 0.

      *    THE LAST FEW PAYMENTS RECEIVED, KEPT IN A ROLLING TABLE SO
      *    THE STATEMENT STAYS A FIXED LINE COUNT EVEN ON A LONG
      *    SEASONED LOAN - OLDER RECEIPTS ROLL OFF THE TOP AND THE
      *    CONTROL TOTALS FOR THE STMTCTRL TRAILER.
       01  WS-CUSTOMER-COUNT       PIC 9(05) VALUE 0.
       01  WS-STATEMENT-COUNT      PIC 9(05) VALUE 0.
       01  WS-CHARGED-OFF-COUNT    PIC 9(05) VALUE 0.
       01  WS-MAIL-HELD-COUNT      PIC 9(05) VALUE 0.
       01  WS-NO-ADDRESS-COUNT     PIC 9(05) VALUE 0.

      *    EVERY STATEMENT IS EXACTLY THIS MANY PRINT LINES.
       01  WS-STMT-LINE-COUNT      PIC 9(02) VALUE 30.
           05  WS-STC-TRL-RECORD-TYPE   PIC X(03) VALUE 'TRL'.
           05  WS-STC-TRL-CUST-COUNT    PIC 9(05).
           05  WS-STC-TRL-STMT-COUNT    PIC 9(05).
           05  WS-STC-TRL-CHGOFF-COUNT  PIC 9(05).
           05  WS-STC-TRL-MAIL-HELD     PIC 9(05).
           05  WS-STC-TRL-NO-ADDRESS    PIC 9(05).
           05  FILLER                   PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE

           PERFORM LOAD-FEE-STATUS
           PERFORM LOAD-LOAN-MASTER
           PERFORM LOAD-NAME-MASTER

           OPEN INPUT PAYSTAT-FILE
           IF WS-PAYSTAT-STATUS NOT = '00'
               DISPLAY 'PAYSTAT.DAT COULD NOT BE OPENED - STATUS '

           OPEN OUTPUT STMT-FILE
           OPEN OUTPUT STMTCTRL-FILE
           OPEN OUTPUT RTNMAIL-FILE
           PERFORM WRITE-STMTCTRL-HEADER

           PERFORM UNTIL EOF-REACHED
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF PST-LOAN-NUMBER
                               NOT = WS-CURRENT-LOAN-NUMBER
                           PERFORM FINALIZE-CUSTOMER-STATEMENT
                           MOVE PST-LOAN-NUMBER
                               TO WS-CURRENT-LOAN-NUMBER
                           MOVE PST-CUSTOMER-ID
                               TO WS-CURRENT-CUSTOMER-ID
                       END-IF
           CLOSE PAYSTAT-FILE
           CLOSE STMT-FILE
           CLOSE STMTCTRL-FILE
           CLOSE RTNMAIL-FILE

           DISPLAY 'BORROWER STATEMENTS PRODUCED: '
               WS-STATEMENT-COUNT ' FOR ' WS-CUSTOMER-COUNT
               ' LOANS'
           IF WS-MAIL-HELD-COUNT > 0 OR WS-NO-ADDRESS-COUNT > 0
               DISPLAY 'STATEMENTS ON MAIL HOLD: ' WS-MAIL-HELD-COUNT
                   ' PRINTED WITH NO ADDRESS: ' WS-NO-ADDRESS-COUNT
                   ' - SEE STMTMAIL.DAT'
           END-IF
           STOP RUN.

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
           IF WS-FEESTAT-COUNT = 100000
               DISPLAY 'FEESTAT.DAT HAS MORE THAN 100000 ROWS - '
                   'WS-FEESTAT-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FEESTAT-COUNT
           MOVE FST-LOAN-NUMBER
               TO FSTT-LOAN-NUMBER (WS-FEESTAT-COUNT)
           MOVE FST-FEES-OUTSTANDING
               TO FSTT-FEES-OUTSTANDING (WS-FEESTAT-COUNT).

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
               TO LNT-LOAN-STATUS (WS-LOANMAST-COUNT).

       LOAD-NAME-MASTER.
           OPEN INPUT NAMEMAST-FILE
           IF WS-NAMEMAST-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ NAMEMAST-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-NAMEMAST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE NAMEMAST-FILE
               SET NOT-EOF TO TRUE
           ELSE
               DISPLAY 'NAMEMAST.DAT COULD NOT BE OPENED - STATUS '
                   WS-NAMEMAST-STATUS ' - STATEMENTS PRINT WITH NO '
                   'ADDRESS BLOCK'
           END-IF.

       LOAD-NAMEMAST-ENTRY.
           IF WS-NAMEMAST-COUNT = 100000
               DISPLAY 'NAMEMAST.DAT HAS MORE THAN 100000 ROWS - '
                   'WS-NAMEMAST-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NAMEMAST-COUNT > 0
               IF NM-CUSTOMER-ID NOT >
                       NMT-CUSTOMER-ID (WS-NAMEMAST-COUNT)
                   DISPLAY 'NAMEMAST.DAT NOT IN ASCENDING CUSTOMER-'
                       'ID ORDER AT ' NM-CUSTOMER-ID ' - '
                       'KEYED LOOKUP NEEDS A SORTED MASTER'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-NAMEMAST-COUNT
           MOVE NM-CUSTOMER-ID
               TO NMT-CUSTOMER-ID (WS-NAMEMAST-COUNT)
           MOVE NM-CUSTOMER-NAME
               TO NMT-CUSTOMER-NAME (WS-NAMEMAST-COUNT)
           MOVE NM-ADDRESS-LINE-1
               TO NMT-ADDRESS-LINE-1 (WS-NAMEMAST-COUNT)
           MOVE NM-ADDRESS-LINE-2
               TO NMT-ADDRESS-LINE-2 (WS-NAMEMAST-COUNT)
           MOVE NM-CITY
               TO NMT-CITY (WS-NAMEMAST-COUNT)
           MOVE NM-STATE
               TO NMT-STATE (WS-NAMEMAST-COUNT)
           MOVE NM-ZIP-CODE
               TO NMT-ZIP-CODE (WS-NAMEMAST-COUNT)
           MOVE NM-MAIL-STATUS
               TO NMT-MAIL-STATUS (WS-NAMEMAST-COUNT)
           MOVE NM-HOLD-DATE
               TO NMT-HOLD-DATE (WS-NAMEMAST-COUNT).

       FIND-LOAN-STATUS.
           MOVE SPACES TO WS-LOAN-STATUS
           IF WS-LOANMAST-COUNT > 0
               SEARCH ALL WS-LOANMAST-ENTRY
                   AT END
                       CONTINUE
                   WHEN LNT-LOAN-NUMBER (LN-IDX)
                           = WS-CURRENT-LOAN-NUMBER
                       MOVE LNT-LOAN-STATUS (LN-IDX)
                           TO WS-LOAN-STATUS
               END-SEARCH
           END-IF.

       FIND-FEES-OWED.
           MOVE 0 TO WS-FEES-OWED
           IF WS-FEESTAT-COUNT > 0
               SEARCH ALL WS-FEESTAT-ENTRY
                   AT END
                       CONTINUE
                   WHEN FSTT-LOAN-NUMBER (FS-IDX)
                           = WS-CURRENT-LOAN-NUMBER
                       MOVE FSTT-FEES-OUTSTANDING (FS-IDX)
                           TO WS-FEES-OWED
               END-SEARCH
           END-IF.

       GATHER-STATEMENT-FACTS.
           IF PST-AMOUNT-PAID > 0
               ADD 1 TO WS-PAID-ROW-COUNT
               TO RPT-PAY-STATUS (WS-RECENT-PAY-COUNT).

       FINALIZE-CUSTOMER-STATEMENT.
      *    PRINT THE LOAN JUST PROCESSED AND RESET FOR THE NEXT.
      *    SAFE TO CALL BEFORE THE FIRST LOAN AND AT END-OF-FILE.
           IF WS-CURRENT-LOAN-NUMBER NOT = SPACES
               ADD 1 TO WS-CUSTOMER-COUNT
               PERFORM FIND-LOAN-STATUS
               MOVE 'DET'                  TO STC-RECORD-TYPE
               MOVE WS-CURRENT-CUSTOMER-ID TO STC-CUSTOMER-ID
               MOVE WS-CURRENT-LOAN-NUMBER TO STC-LOAN-NUMBER
               IF WS-LOAN-STATUS = 'R'
                   ADD 1 TO WS-CHARGED-OFF-COUNT
                   MOVE 'CHGD-OFF '        TO STC-DISPOSITION
               ELSE
                   PERFORM FIND-MAILING-ADDRESS
                   IF WS-NAME-MATCH-IDX > 0
                           AND NMT-MAIL-STATUS (WS-NAME-MATCH-IDX)
                               = 'H'
                       MOVE 'HOLD' TO RML-REASON-CODE
                       MOVE 'UNDELIVERABLE-MAIL HOLD'
                           TO RML-REASON-TEXT
                       MOVE NMT-HOLD-DATE (WS-NAME-MATCH-IDX)
                           TO RML-HOLD-DATE
                       PERFORM WRITE-RETURN-MAIL
                       ADD 1 TO WS-MAIL-HELD-COUNT
                       MOVE 'MAIL-HOLD'    TO STC-DISPOSITION
                   ELSE
                       PERFORM CHECK-ADDRESS-ON-FILE
                       PERFORM FIND-FEES-OWED
                       PERFORM WRITE-STATEMENT-BLOCK
                       ADD 1 TO WS-STATEMENT-COUNT
                       MOVE 'PRODUCED '    TO STC-DISPOSITION
                   END-IF
               END-IF
               WRITE STMTCTRL-RECORD
           END-IF
           MOVE 0      TO WS-PAID-ROW-COUNT
           MOVE 0      TO WS-NEXT-DUE-AMOUNT
           MOVE 0      TO WS-RECENT-PAY-COUNT.

       FIND-MAILING-ADDRESS.
           MOVE 0 TO WS-NAME-MATCH-IDX
           IF WS-NAMEMAST-COUNT > 0
               SEARCH ALL WS-NAMEMAST-ENTRY
                   AT END
                       CONTINUE
                   WHEN NMT-CUSTOMER-ID (NM-IDX)
                           = WS-CURRENT-CUSTOMER-ID
                       SET WS-NAME-MATCH-IDX TO NM-IDX
               END-SEARCH
           END-IF.

       CHECK-ADDRESS-ON-FILE.
      *    THE STATEMENT STILL PRINTS WITHOUT AN ADDRESS BLOCK, BUT
      *    THE PRINT SHOP CANNOT MAIL IT UNTIL SOMEONE ADDRESSES IT.
           IF WS-NAME-MATCH-IDX = 0
               MOVE 'NOAD' TO RML-REASON-CODE
               MOVE 'NOT ON NAME/ADDRESS MASTER'
                   TO RML-REASON-TEXT
               MOVE SPACES TO RML-HOLD-DATE
               PERFORM WRITE-RETURN-MAIL
               ADD 1 TO WS-NO-ADDRESS-COUNT
           ELSE
               IF NMT-ADDRESS-LINE-1 (WS-NAME-MATCH-IDX) = SPACES
                   MOVE 'NOAD' TO RML-REASON-CODE
                   MOVE 'NO ADDRESS ON NAME MASTER'
                       TO RML-REASON-TEXT
                   MOVE SPACES TO RML-HOLD-DATE
                   PERFORM WRITE-RETURN-MAIL
                   ADD 1 TO WS-NO-ADDRESS-COUNT
               END-IF
           END-IF.

       WRITE-RETURN-MAIL.
           MOVE 'STMTGEN'              TO RML-SOURCE-PROGRAM
           MOVE WS-CURRENT-CUSTOMER-ID TO RML-CUSTOMER-ID
           MOVE WS-CURRENT-LOAN-NUMBER TO RML-LOAN-NUMBER
           MOVE WS-RUN-DATE            TO RML-RUN-DATE
           WRITE RTNMAIL-RECORD.

       WRITE-STATEMENT-BLOCK.
           MOVE 0 TO WS-LINES-WRITTEN
           MOVE ALL '*' TO WS-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-STATEMENT-LINE

           IF WS-NAME-MATCH-IDX > 0
               IF NMT-ADDRESS-LINE-1 (WS-NAME-MATCH-IDX) NOT = SPACES
                   PERFORM WRITE-ADDRESS-BLOCK
               END-IF
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'CUSTOMER: ' WS-CURRENT-CUSTOMER-ID
                   '     LOAN NUMBER: ' WS-CURRENT-LOAN-NUMBER
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           PERFORM WRITE-STATEMENT-LINE

               PERFORM WRITE-STATEMENT-LINE
           END-PERFORM.

       WRITE-ADDRESS-BLOCK.
           MOVE NMT-CUSTOMER-NAME (WS-NAME-MATCH-IDX)
               TO WS-DETAIL-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE NMT-ADDRESS-LINE-1 (WS-NAME-MATCH-IDX)
               TO WS-DETAIL-LINE
           PERFORM WRITE-STATEMENT-LINE
           IF NMT-ADDRESS-LINE-2 (WS-NAME-MATCH-IDX) NOT = SPACES
               MOVE NMT-ADDRESS-LINE-2 (WS-NAME-MATCH-IDX)
                   TO WS-DETAIL-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING NMT-CITY (WS-NAME-MATCH-IDX)
                   DELIMITED BY '  '
                   ', ' NMT-STATE (WS-NAME-MATCH-IDX)
                   '  ' NMT-ZIP-CODE (WS-NAME-MATCH-IDX)
                   DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-PAYMENTS-RECEIVED.
           IF WS-PAID-ROW-COUNT = 0
               MOVE 'NO PAYMENTS HAVE BEEN RECEIVED ON THIS LOAN.'
               PERFORM WRITE-STATEMENT-LINE
           END-IF

           IF WS-FEES-OWED > 0
               MOVE WS-FEES-OWED TO WS-BALANCE-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               STRING 'FEES OUTSTANDING: $' WS-BALANCE-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF

           MOVE WS-STMT-BALANCE TO WS-BALANCE-DISPLAY
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'REMAINING BALANCE OWED: $' WS-BALANCE-DISPLAY
       WRITE-STMTCTRL-TRAILER.
           MOVE WS-CUSTOMER-COUNT  TO WS-STC-TRL-CUST-COUNT
           MOVE WS-STATEMENT-COUNT TO WS-STC-TRL-STMT-COUNT
           MOVE WS-CHARGED-OFF-COUNT TO WS-STC-TRL-CHGOFF-COUNT
           MOVE WS-MAIL-HELD-COUNT   TO WS-STC-TRL-MAIL-HELD
           MOVE WS-NO-ADDRESS-COUNT  TO WS-STC-TRL-NO-ADDRESS
           MOVE WS-STMTCTRL-TRAILER TO STMTCTRL-RECORD
           WRITE STMTCTRL-RECORD.
