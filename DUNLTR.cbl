      *  AND NOTHING FOR 'CUR' - MERGES IN THE PAST-DUE AMOUNT AND
      *  OLDEST DUE DATE, AND WRITES A PRINT-READY 80-COLUMN LETTER
      *  FILE (DUNNOTC.DAT) PLUS A CONTROL REPORT (DUNCTRL.DAT) OF
      *  EVERY DELINQUENT LOAN AND THE STAGE IT WAS CONTACTED AT,
      *  SO THE CONTACT SEQUENCE AHEAD OF A CHARGE-OFF IS A FILE
      *  LOOKUP INSTEAD OF A FOLDER OF TYPED LETTERS. EVERY LETTER IS
      *  EXACTLY DUN-LINE-COUNT LINES SO THE PRINT SHOP CAN BURST THE
      *  FILE AT FIXED INTERVALS. LATE AND RETURNED-ITEM FEES STILL
      *  OWED ON THE LOAN (FEESTAT.DAT) ARE SHOWN UNDER THE PAST-DUE
      *  AMOUNT.
      *  A LOAN CHGOFF HAS CHARGED OFF (STATUS 'R' ON LOANMAST.DAT)
      *  IS NOT DUNNED - PAYPOST STOPS AGING IT FROM THE NEXT NIGHT,
      *  BUT TONIGHT'S DELQRPT.DAT WAS WRITTEN BEFORE CHGOFF RAN AND
      *  STILL CARRIES IT. ITS CONTROL ROW IS MARKED CHGD-OFF.
      *  THE LETTER CARRIES THE BORROWER'S NAME AND MAILING ADDRESS
      *  FROM THE NAME AND ADDRESS MASTER (NAMEMAST.DAT). A BORROWER
      *  ON AN UNDELIVERABLE-MAIL HOLD GETS NO LETTER - THE CONTROL
      *  ROW IS MARKED MAIL-HOLD AND THE LOAN IS LISTED ON THE
      *  RETURN-MAIL EXCEPTION LIST (DUNMAIL.DAT) FOR COLLECTIONS TO
      *  SKIP-TRACE. A BORROWER WITH NO ADDRESS ON THE MASTER IS
      *  LETTERED AS BEFORE, WITHOUT THE BLOCK, AND ALSO LISTED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT DUNCTRL-FILE ASSIGN TO 'DUNCTRL.DAT'
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
           SELECT RTNMAIL-FILE ASSIGN TO 'DUNMAIL.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DUNCTRL-FILE.
           COPY DUNCTRL.

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
       01  WS-DELQRPT-STATUS       PIC X(02).
       01  WS-RUN-DATE             PIC X(08).

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
      *    FOR A BINARY SEARCH. IF THE FILE IS ABSENT, EVERY AGED LOAN
      *    GETS ITS LETTER, AS BEFORE.
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
      *    EMPTY AND EVERY LETTER PRINTS AS IT ALWAYS HAS.
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

      *    CONTROL TOTALS FOR THE DUNCTRL TRAILER.
       01  WS-DELINQUENT-COUNT     PIC 9(05) VALUE 0.
       01  WS-LETTER-COUNT         PIC 9(05) VALUE 0.
       01  WS-CURRENT-COUNT        PIC 9(05) VALUE 0.
       01  WS-CHARGED-OFF-COUNT    PIC 9(05) VALUE 0.
       01  WS-MAIL-HELD-COUNT      PIC 9(05) VALUE 0.
       01  WS-NO-ADDRESS-COUNT     PIC 9(05) VALUE 0.

      *    EVERY LETTER IS EXACTLY THIS MANY PRINT LINES.
       01  WS-DUN-LINE-COUNT       PIC 9(02) VALUE 20.
           05  WS-DNC-TRL-DELQ-COUNT    PIC 9(05).
           05  WS-DNC-TRL-LETTER-COUNT  PIC 9(05).
           05  WS-DNC-TRL-CURRENT-CNT   PIC 9(05).
           05  WS-DNC-TRL-CHGOFF-CNT    PIC 9(05).
           05  WS-DNC-TRL-MAIL-HELD     PIC 9(05).
           05  WS-DNC-TRL-NO-ADDRESS    PIC 9(05).
           05  FILLER                   PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE

           PERFORM LOAD-FEE-STATUS
           PERFORM LOAD-LOAN-MASTER
           PERFORM LOAD-NAME-MASTER

      *    PAYPOST ALWAYS CREATES DELQRPT.DAT, SO FAILING TO OPEN IT
      *    IS NEVER A QUIET NO-WORK NIGHT - IT IS THE 'DELINQUENTS
      *    WITH NO LETTERS' CONDITION THIS PROGRAM EXISTS TO CATCH.

           OPEN OUTPUT DUNNOTC-FILE
           OPEN OUTPUT DUNCTRL-FILE
           OPEN OUTPUT RTNMAIL-FILE
           PERFORM WRITE-DUNCTRL-HEADER

           PERFORM UNTIL EOF-REACHED
           CLOSE DELQRPT-FILE
           CLOSE DUNNOTC-FILE
           CLOSE DUNCTRL-FILE
           CLOSE RTNMAIL-FILE

           DISPLAY 'DUNNING LETTERS PRODUCED: ' WS-LETTER-COUNT
               ' OF ' WS-DELINQUENT-COUNT ' DELINQUENT ACCOUNTS'
           IF WS-MAIL-HELD-COUNT > 0 OR WS-NO-ADDRESS-COUNT > 0
               DISPLAY 'LETTERS ON MAIL HOLD: ' WS-MAIL-HELD-COUNT
                   ' PRINTED WITH NO ADDRESS: ' WS-NO-ADDRESS-COUNT
                   ' - SEE DUNMAIL.DAT'
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
                   WS-NAMEMAST-STATUS ' - LETTERS PRINT WITH NO '
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
                   WHEN LNT-LOAN-NUMBER (LN-IDX) = DLQ-LOAN-NUMBER
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
                   WHEN FSTT-LOAN-NUMBER (FS-IDX) = DLQ-LOAN-NUMBER
                       MOVE FSTT-FEES-OUTSTANDING (FS-IDX)
                           TO WS-FEES-OWED
               END-SEARCH
           END-IF.

       PRODUCE-ONE-LETTER.
      *    EVERY DELINQUENCY DETAIL GETS A CONTROL ROW - 'CUR'
      *    ACCOUNTS ARE NOT YET IN AN AGED BUCKET AND GET NO LETTER,
      *    BUT THE CONTROL REPORT STILL SHOWS COLLECTIONS SAW THEM.
           MOVE 'DET'             TO DNC-RECORD-TYPE
           MOVE DLQ-CUSTOMER-ID   TO DNC-CUSTOMER-ID
           MOVE DLQ-LOAN-NUMBER   TO DNC-LOAN-NUMBER
           MOVE DLQ-AGING-BUCKET  TO DNC-AGING-BUCKET

           PERFORM FIND-LOAN-STATUS
           IF WS-LOAN-STATUS = 'R'
               ADD 1 TO WS-CHARGED-OFF-COUNT
               MOVE 'CHGD-OFF ' TO DNC-DISPOSITION
               WRITE DUNCTRL-RECORD
           ELSE
               IF DLQ-AGING-BUCKET = 'CUR'
                   ADD 1 TO WS-CURRENT-COUNT
                   MOVE 'NO-LETTER' TO DNC-DISPOSITION
                   WRITE DUNCTRL-RECORD
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
                       MOVE 'MAIL-HOLD' TO DNC-DISPOSITION
                   ELSE
                       PERFORM CHECK-ADDRESS-ON-FILE
                       PERFORM FIND-FEES-OWED
                       PERFORM WRITE-LETTER-BLOCK
                       ADD 1 TO WS-LETTER-COUNT
                       MOVE 'PRODUCED ' TO DNC-DISPOSITION
                   END-IF
                   WRITE DUNCTRL-RECORD
               END-IF
           END-IF.

       FIND-MAILING-ADDRESS.
           MOVE 0 TO WS-NAME-MATCH-IDX
           IF WS-NAMEMAST-COUNT > 0
               SEARCH ALL WS-NAMEMAST-ENTRY
                   AT END
                       CONTINUE
                   WHEN NMT-CUSTOMER-ID (NM-IDX) = DLQ-CUSTOMER-ID
                       SET WS-NAME-MATCH-IDX TO NM-IDX
               END-SEARCH
           END-IF.

       CHECK-ADDRESS-ON-FILE.
      *    THE LETTER STILL PRINTS WITHOUT AN ADDRESS BLOCK, BUT THE
      *    PRINT SHOP CANNOT MAIL IT UNTIL SOMEONE ADDRESSES IT.
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
           MOVE 'DUNLTR'          TO RML-SOURCE-PROGRAM
           MOVE DLQ-CUSTOMER-ID   TO RML-CUSTOMER-ID
           MOVE DLQ-LOAN-NUMBER   TO RML-LOAN-NUMBER
           MOVE WS-RUN-DATE       TO RML-RUN-DATE
           WRITE RTNMAIL-RECORD.

       WRITE-LETTER-BLOCK.
           MOVE 0 TO WS-LINES-WRITTEN
           MOVE ALL '*' TO WS-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-LETTER-LINE

           IF WS-NAME-MATCH-IDX > 0
               IF NMT-ADDRESS-LINE-1 (WS-NAME-MATCH-IDX) NOT = SPACES
                   PERFORM WRITE-ADDRESS-BLOCK
               END-IF
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'TO CUSTOMER: ' DLQ-CUSTOMER-ID
                   '     LOAN NUMBER: ' DLQ-LOAN-NUMBER
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           PERFORM WRITE-LETTER-LINE

               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           PERFORM WRITE-LETTER-LINE

           IF WS-FEES-OWED > 0
               MOVE WS-FEES-OWED TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               STRING 'FEES OUTSTANDING: $' WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM WRITE-LETTER-LINE
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-LETTER-LINE

               PERFORM WRITE-LETTER-LINE
           END-PERFORM.

       WRITE-ADDRESS-BLOCK.
           MOVE NMT-CUSTOMER-NAME (WS-NAME-MATCH-IDX)
               TO WS-DETAIL-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE NMT-ADDRESS-LINE-1 (WS-NAME-MATCH-IDX)
               TO WS-DETAIL-LINE
           PERFORM WRITE-LETTER-LINE
           IF NMT-ADDRESS-LINE-2 (WS-NAME-MATCH-IDX) NOT = SPACES
               MOVE NMT-ADDRESS-LINE-2 (WS-NAME-MATCH-IDX)
                   TO WS-DETAIL-LINE
               PERFORM WRITE-LETTER-LINE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING NMT-CITY (WS-NAME-MATCH-IDX)
                   DELIMITED BY '  '
                   ', ' NMT-STATE (WS-NAME-MATCH-IDX)
                   '  ' NMT-ZIP-CODE (WS-NAME-MATCH-IDX)
                   DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           PERFORM WRITE-LETTER-LINE.

       WRITE-BUCKET-WORDING.
      *    THE APPROVED COLLECTIONS WORDING PER AGING STAGE - THE
      *    ESCALATION SEQUENCE REGULATORS ASK US TO EVIDENCE.
           MOVE WS-DELINQUENT-COUNT TO WS-DNC-TRL-DELQ-COUNT
           MOVE WS-LETTER-COUNT     TO WS-DNC-TRL-LETTER-COUNT
           MOVE WS-CURRENT-COUNT    TO WS-DNC-TRL-CURRENT-CNT
           MOVE WS-CHARGED-OFF-COUNT TO WS-DNC-TRL-CHGOFF-CNT
           MOVE WS-MAIL-HELD-COUNT  TO WS-DNC-TRL-MAIL-HELD
           MOVE WS-NO-ADDRESS-COUNT TO WS-DNC-TRL-NO-ADDRESS
           MOVE WS-DUNCTRL-TRAILER TO DUNCTRL-RECORD
           WRITE DUNCTRL-RECORD.
