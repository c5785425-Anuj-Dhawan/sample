      *  REBUILDS PAYSTAT.DAT AND DELQRPT.DAT FROM SCRATCH AGAINST
      *  THE WHOLE SCHEDULE EACH NIGHT, SO EVERY RECEIPT EVER TAKEN
      *  MUST STAY ON FILE OR EVERY PREVIOUSLY PAID INSTALLMENT AGES
      *  AS MISSED THE NEXT MORNING. THE ONE EXCEPTION IS A RECEIPT
      *  THE BANK RETURNS UNPAID, WHICH RTNITEM BACKS OUT BEFORE THE
      *  NEXT POSTING SO THAT INSTALLMENT RE-AGES. A MISSING
      *  LOCKBOX.DAT IS A ZERO-RECEIPT DAY AND LEAVES THE HISTORY
      *  UNTOUCHED. EACH TRANSMISSION MUST BE PRESENTED EXACTLY ONCE
      *  - OPERATIONS REMOVES LOCKBOX.DAT AFTER A CLEAN EDIT, SINCE
      *  RE-EDITING THE SAME DEPOSIT WOULD APPEND IT TWICE.
      *  EACH RECEIPT IS TIED TO A LOAN ACCOUNT NUMBER. THE LOCKBOX
      *  CARRIES THE NUMBER FROM THE COUPON WHEN THERE WAS ONE; A
      *  COUPON-LESS RECEIPT IS APPLIED TO THE CUSTOMER'S OLDEST
      *  ACTIVE LOAN ON LOANMAST.DAT (OR, FOR A CUSTOMER WHOSE ONLY
      *  OPEN BUSINESS IS A CHARGED-OFF LOAN, TO THAT LOAN AS A
      *  RECOVERY), AND A NUMBER THAT IS NOT ONE OF THE CUSTOMER'S
      *  LOANS IS REJECTED RATHER THAN POSTED TO SOMEBODY ELSE'S
      *  ACCOUNT.
      *  AUTOPAY DRAFTS ARE THE SECOND RECEIPT SOURCE. WHEN THE BANK
      *  CONFIRMS THE DEBITS ACHDRAFT ORIGINATED HAVE SETTLED, ITS
      *  SETTLEMENT TRANSMISSION (ACHSETL.DAT - A SETTLEMENT-TOTAL
      *  HEADER FOLLOWED BY ONE ROW PER SETTLED DRAFT) IS EDITED AND
      *  BALANCED ON ITS OWN, AGAINST ITS OWN HEADER, AFTER THE
      *  LOCKBOX DEPOSIT: EACH ROW MUST NAME A TRACE NUMBER ON THE
      *  DRAFT HISTORY (ACHHIST.DAT) FOR THE SAME LOAN AND AMOUNT,
      *  AND IT POSTS AS A RECEIPT FOR THAT CUSTOMER, LOAN AND
      *  INSTALLMENT DATED THE DAY IT SETTLED. EITHER TRANSMISSION
      *  OUT OF BALANCE POSTS NOTHING OF ITS OWN AND ENDS RC=8
      *  WITHOUT HOLDING UP THE OTHER, AND THE SAME ONE-PRESENTATION
      *  RULE APPLIES TO BOTH. REJECTS FROM EITHER GO TO PAYREJ.DAT
      *  TAGGED WITH THEIR SOURCE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT PAYREJ-FILE ASSIGN TO 'PAYREJ.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT LOANMAST-FILE ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT ACHSETL-FILE ASSIGN TO 'ACHSETL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACHSETL-STATUS.
           SELECT ACHHIST-FILE ASSIGN TO 'ACHHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACHHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    AND PICKED APART IN WORKING STORAGE, THE SAME WAY LOANAPP
      *    READS CNTRACPT.DAT.
       FD  LOCKBOX-FILE.
       01  LOCKBOX-RECORD          PIC X(37).

       FD  PAYMENT-FILE.
           COPY PAYMENT.
       FD  PAYREJ-FILE.
           COPY PAYREJ.

       FD  LOANMAST-FILE.
           COPY LOANMAST.

       FD  ACHSETL-FILE.
           COPY ACHSETL.

       FD  ACHHIST-FILE.
           COPY ACHHIST.

       WORKING-STORAGE SECTION.
       01  EOF-FLAG                PIC X VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.

       01  WS-LOCKBOX-STATUS       PIC X(02).
       01  WS-PAYMENT-STATUS       PIC X(02).
       01  WS-ACHSETL-STATUS       PIC X(02).
       01  WS-ACHHIST-STATUS       PIC X(02).

      *    'LBX' WHILE THE LOCKBOX DEPOSIT IS EDITED, 'ACH' WHILE THE
      *    AUTOPAY SETTLEMENT IS - CARRIED ONTO EACH REJECT.
       01  WS-RECEIPT-SOURCE       PIC X(03).

      *    THE BANK'S DEPOSIT-TOTAL HEADER - FIRST RECORD OF THE
      *    TRANSMISSION, SAME 37-BYTE LENGTH AS THE DETAILS.
       01  WS-LOCKBOX-HEADER.
           05  LBX-HDR-RECORD-TYPE      PIC X(03).
           05  LBX-HDR-DEPOSIT-DATE     PIC X(08).
           05  LBX-HDR-DETAIL-COUNT     PIC 9(05).
           05  LBX-HDR-TOTAL-AMOUNT     PIC 9(07)V99.
           05  FILLER                   PIC X(12).

      *    A DETAIL ROW AS RECEIVED - X-TYPED WITH NUMERIC REDEFINES
      *    SO EACH FIELD CAN BE TESTED BEFORE IT IS TRUSTED.
       01  WS-LOCKBOX-DETAIL.
           05  LBX-CUSTOMER-ID          PIC X(05).
           05  LBX-LOAN-NUMBER          PIC X(12).
           05  LBX-PAYMENT-NUMBER       PIC X(03).
           05  LBX-PAYMENT-NUMBER-N REDEFINES LBX-PAYMENT-NUMBER
                                        PIC 9(03).
           05  LBX-PAYMENT-AMOUNT-N REDEFINES LBX-PAYMENT-AMOUNT
                                        PIC 9(07)V99.

      *    THE BANK'S SETTLEMENT-TOTAL HEADER - FIRST RECORD OF THE
      *    AUTOPAY SETTLEMENT TRANSMISSION, SAME LENGTH AS ITS
      *    DETAILS.
       01  WS-SETTLEMENT-HEADER.
           05  ASH-HDR-RECORD-TYPE      PIC X(03).
           05  ASH-HDR-SETTLEMENT-DATE  PIC X(08).
           05  ASH-HDR-DETAIL-COUNT     PIC 9(05).
           05  ASH-HDR-TOTAL-AMOUNT     PIC 9(09)V99.
           05  FILLER                   PIC X(33).

       01  WS-HEADER-FLAG          PIC X(01) VALUE 'N'.
           88  HEADER-SEEN         VALUE 'Y'.
           88  NO-HEADER           VALUE 'N'.
           05  WS-ACCEPTED-HOLD-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-ACCEPTED-HOLD-COUNT.
               10  AHE-CUSTOMER-ID      PIC X(05).
               10  AHE-LOAN-NUMBER      PIC X(12).
               10  AHE-PAYMENT-NUMBER   PIC 9(03).
               10  AHE-PAYMENT-DATE     PIC X(08).
               10  AHE-PAYMENT-AMOUNT   PIC 9(07)V99.
       01  WS-HOLD-WRITE-IDX       PIC 9(05).

      *    THE LOAN MASTER, LOADED IN FULL (IT IS WRITTEN IN
      *    ASCENDING LOAN-NUMBER ORDER) SO A KEYED LOAN NUMBER CAN BE
      *    PROVED AGAINST THE CUSTOMER AND A BLANK ONE RESOLVED TO
      *    THE CUSTOMER'S OLDEST ACTIVE (FAILING THAT, OLDEST
      *    CHARGED-OFF) LOAN. A MISSING FILE MEANS NO LOAN HAS
      *    BOARDED YET - EVERY RECEIPT THEN CARRIES A BLANK LOAN
      *    NUMBER AND PAYPOST SENDS IT TO SUSPENSE.
       01  WS-LOANMAST-STATUS      PIC X(02).
       01  WS-LOANMAST-COUNT       PIC 9(06) VALUE 0.
       01  WS-LOANMAST-TABLE.
           05  WS-LOANMAST-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-LOANMAST-COUNT
                   ASCENDING KEY IS LNT-LOAN-NUMBER
                   INDEXED BY LN-IDX.
               10  LNT-LOAN-NUMBER      PIC X(12).
               10  LNT-CUSTOMER-ID      PIC X(05).
               10  LNT-LOAN-STATUS      PIC X(01).
       01  WS-LOAN-SCAN-IDX        PIC 9(06).

      *    THE AUTOPAY DRAFT HISTORY, LOADED ONLY WHEN A SETTLEMENT
      *    TRANSMISSION HAS ARRIVED. IT IS IN TRACE-NUMBER ORDER BUT
      *    IS SEARCHED SERIALLY, THE WAY LATEFEE SEARCHES ITS FEE
      *    LEDGER. DHT-SETTLED-FLAG CATCHES A DRAFT THE TRANSMISSION
      *    CARRIES TWICE.
       01  WS-DRAFTHIST-COUNT      PIC 9(06) VALUE 0.
       01  WS-DRAFTHIST-TABLE.
           05  WS-DRAFTHIST-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON WS-DRAFTHIST-COUNT
                   INDEXED BY DH-IDX.
               10  DHT-TRACE-NUMBER     PIC X(15).
               10  DHT-CUSTOMER-ID      PIC X(05).
               10  DHT-LOAN-NUMBER      PIC X(12).
               10  DHT-PAYMENT-NUMBER   PIC 9(03).
               10  DHT-DRAFT-AMOUNT     PIC 9(07)V99.
               10  DHT-SETTLED-FLAG     PIC X(01).
       01  WS-DRAFT-FOUND          PIC X(01).
       01  WS-RESOLVED-LOAN-NUMBER PIC X(12).
       01  WS-RESOLVE-STATUS       PIC X(01).

       PROCEDURE DIVISION.
      *    NO TRANSMISSION FROM EITHER SOURCE MEANS A ZERO-RECEIPT
      *    DAY - THE CUMULATIVE RECEIPT HISTORY ON PAYMENTS.DAT IS
      *    LEFT EXACTLY AS IT STANDS, SINCE TRUNCATING OR REWRITING
      *    IT WOULD ERASE EVERY RECEIPT EVER POSTED.
           OPEN INPUT LOCKBOX-FILE
           IF WS-LOCKBOX-STATUS NOT = '00'
               DISPLAY 'LOCKBOX.DAT COULD NOT BE OPENED - STATUS '
                   WS-LOCKBOX-STATUS ' - NO LOCKBOX DEPOSIT TODAY'
           END-IF
           OPEN INPUT ACHSETL-FILE
           IF WS-ACHSETL-STATUS NOT = '00'
               DISPLAY 'ACHSETL.DAT COULD NOT BE OPENED - STATUS '
                   WS-ACHSETL-STATUS ' - NO AUTOPAY SETTLEMENTS TODAY'
           END-IF
           IF WS-LOCKBOX-STATUS NOT = '00'
                   AND WS-ACHSETL-STATUS NOT = '00'
               DISPLAY 'ZERO-RECEIPT DAY, RECEIPT HISTORY LEFT '
                   'UNTOUCHED'
               STOP RUN
           END-IF

           PERFORM LOAD-LOAN-MASTER

           OPEN OUTPUT PAYREJ-FILE

           IF WS-LOCKBOX-STATUS = '00'
               PERFORM EDIT-LOCKBOX-DEPOSIT
           END-IF
           IF WS-ACHSETL-STATUS = '00'
               PERFORM EDIT-ACH-SETTLEMENT
           END-IF

           CLOSE PAYREJ-FILE
           STOP RUN.

       EDIT-LOCKBOX-DEPOSIT.
           MOVE 'LBX' TO WS-RECEIPT-SOURCE
           PERFORM UNTIL EOF-REACHED
               READ LOCKBOX-FILE
                   AT END
           END-PERFORM

           CLOSE LOCKBOX-FILE

           PERFORM BALANCE-DEPOSIT

               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM APPEND-ACCEPTED-RECEIPTS
           END-IF.

       EDIT-ACH-SETTLEMENT.
      *    THE AUTOPAY SETTLEMENT IS A DEPOSIT OF ITS OWN - ITS
      *    COUNTS, ITS HOLD TABLE AND ITS BALANCE START FROM NOTHING,
      *    SO IT POSTS OR FAILS WHATEVER BECAME OF THE LOCKBOX.
           MOVE 'ACH' TO WS-RECEIPT-SOURCE
           SET NOT-EOF TO TRUE
           SET NO-HEADER TO TRUE
           SET DEPOSIT-IN-BALANCE TO TRUE
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-ACCEPTED-COUNT
           MOVE 0 TO WS-REJECTED-COUNT
           MOVE 0 TO WS-TOTAL-RECEIVED-AMT
           MOVE 0 TO WS-ACCEPTED-AMT
           MOVE 0 TO WS-ACCEPTED-HOLD-COUNT

           PERFORM LOAD-DRAFT-HISTORY

           PERFORM UNTIL EOF-REACHED
               READ ACHSETL-FILE
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF NO-HEADER
                           PERFORM TAKE-SETTLEMENT-HEADER
                       ELSE
                           PERFORM EDIT-ONE-SETTLEMENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACHSETL-FILE

           PERFORM BALANCE-SETTLEMENT

           DISPLAY 'AUTOPAY SETTLEMENTS EDITED: ' WS-ACCEPTED-COUNT
               ' ACCEPTED, ' WS-REJECTED-COUNT ' REJECTED'
           IF DEPOSIT-OUT-OF-BALANCE
               DISPLAY 'AUTOPAY SETTLEMENT DOES NOT BALANCE - NOTHING '
                   'POSTED, RE-PRESENT THE CORRECTED TRANSMISSION'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM APPEND-ACCEPTED-RECEIPTS
           END-IF.

       LOAD-DRAFT-HISTORY.
      *    NO DRAFT HISTORY MEANS NOTHING WAS EVER DRAFTED - EVERY
      *    SETTLEMENT ROW WILL REJECT, AND THE AMOUNTS STILL COUNT
      *    AGAINST THE HEADER.
           OPEN INPUT ACHHIST-FILE
           IF WS-ACHHIST-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ ACHHIST-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-DRAFTHIST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ACHHIST-FILE
               SET NOT-EOF TO TRUE
           ELSE
               DISPLAY 'ACHHIST.DAT COULD NOT BE OPENED - STATUS '
                   WS-ACHHIST-STATUS ' - NO SETTLED DRAFT CAN BE '
                   'MATCHED'
           END-IF.

       LOAD-DRAFTHIST-ENTRY.
           IF WS-DRAFTHIST-COUNT = 200000
               DISPLAY 'ACHHIST.DAT HAS MORE THAN 200000 ROWS - '
                   'WS-DRAFTHIST-TABLE ONLY HOLDS 200000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DRAFTHIST-COUNT
           MOVE AHS-TRACE-NUMBER
               TO DHT-TRACE-NUMBER (WS-DRAFTHIST-COUNT)
           MOVE AHS-CUSTOMER-ID
               TO DHT-CUSTOMER-ID (WS-DRAFTHIST-COUNT)
           MOVE AHS-LOAN-NUMBER
               TO DHT-LOAN-NUMBER (WS-DRAFTHIST-COUNT)
           MOVE AHS-PAYMENT-NUMBER
               TO DHT-PAYMENT-NUMBER (WS-DRAFTHIST-COUNT)
           MOVE AHS-DRAFT-AMOUNT
               TO DHT-DRAFT-AMOUNT (WS-DRAFTHIST-COUNT)
           MOVE 'N'
               TO DHT-SETTLED-FLAG (WS-DRAFTHIST-COUNT).

       TAKE-SETTLEMENT-HEADER.
      *    SAME RULE AS THE LOCKBOX - A TRANSMISSION WITHOUT ITS
      *    CONTROL RECORD CANNOT BE PROVED COMPLETE.
           MOVE ACHSETL-RECORD TO WS-SETTLEMENT-HEADER
           IF ASH-HDR-RECORD-TYPE NOT = 'HDR'
               DISPLAY 'ACHSETL.DAT HAS NO SETTLEMENT-TOTAL HEADER - '
                   'FIRST RECORD IS NOT HDR'
               SET DEPOSIT-OUT-OF-BALANCE TO TRUE
               SET HEADER-SEEN TO TRUE
               PERFORM EDIT-ONE-SETTLEMENT
           ELSE
               IF ASH-HDR-DETAIL-COUNT NOT NUMERIC
                       OR ASH-HDR-TOTAL-AMOUNT NOT NUMERIC
                   DISPLAY 'ACHSETL.DAT SETTLEMENT HEADER CONTROL '
                       'TOTALS ARE NOT NUMERIC'
                   SET DEPOSIT-OUT-OF-BALANCE TO TRUE
               END-IF
               SET HEADER-SEEN TO TRUE
           END-IF.

       EDIT-ONE-SETTLEMENT.
      *    THE SETTLED DRAFT IS LAID INTO THE LOCKBOX DETAIL SHAPE -
      *    LOAN NUMBER FROM THE ECHOED INDIVIDUAL ID, SETTLEMENT DATE
      *    AS THE RECEIPT DATE - SO IT PASSES THE SAME FIELD EDITS
      *    AND LOAN CHECK AS A LOCKBOX RECEIPT.
           ADD 1 TO WS-DETAIL-COUNT
           IF ACS-AMOUNT NUMERIC
               ADD ACS-AMOUNT-N TO WS-TOTAL-RECEIVED-AMT
           END-IF
           MOVE SPACES               TO WS-LOCKBOX-DETAIL
           MOVE ACS-INDIVIDUAL-ID (1:12) TO LBX-LOAN-NUMBER
           MOVE '000'                TO LBX-PAYMENT-NUMBER
           MOVE ACS-SETTLEMENT-DATE  TO LBX-PAYMENT-DATE
           MOVE ACS-AMOUNT           TO LBX-PAYMENT-AMOUNT

           PERFORM VALIDATE-SETTLEMENT-FIELDS

           IF RECORD-REJECTED
               PERFORM WRITE-RECEIPT-REJECT
           ELSE
               MOVE 'Y' TO DHT-SETTLED-FLAG (DH-IDX)
               PERFORM HOLD-ACCEPTED-RECEIPT
               ADD 1 TO WS-ACCEPTED-COUNT
               ADD LBX-PAYMENT-AMOUNT-N TO WS-ACCEPTED-AMT
           END-IF.

       VALIDATE-SETTLEMENT-FIELDS.
      *    A SETTLEMENT MUST BE FOR A DRAFT WE ORIGINATED, NOT ALREADY
      *    SETTLED IN THIS TRANSMISSION, FOR THE LOAN AND THE AMOUNT
      *    DRAFTED. THE DRAFT HISTORY THEN SUPPLIES THE CUSTOMER AND
      *    INSTALLMENT, AND THE ROW TAKES THE LOCKBOX FIELD EDITS.
           SET RECORD-VALID TO TRUE
           MOVE SPACES TO WS-BAD-FIELD
           MOVE SPACES TO WS-REJECT-REASON-TEXT

           MOVE 'N' TO WS-DRAFT-FOUND
           IF WS-DRAFTHIST-COUNT > 0
               SET DH-IDX TO 1
               SEARCH WS-DRAFTHIST-ENTRY
                   AT END
                       CONTINUE
                   WHEN DHT-TRACE-NUMBER (DH-IDX) = ACS-TRACE-NUMBER
                       MOVE 'Y' TO WS-DRAFT-FOUND
               END-SEARCH
           END-IF

           IF WS-DRAFT-FOUND = 'N'
               SET RECORD-REJECTED TO TRUE
               MOVE 'TRACE-NUMBER'   TO WS-BAD-FIELD
               MOVE 'TRACE NUMBER NOT ON DRAFT HISTORY'
                                     TO WS-REJECT-REASON-TEXT
           ELSE
               IF DHT-SETTLED-FLAG (DH-IDX) = 'Y'
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'TRACE-NUMBER'   TO WS-BAD-FIELD
                   MOVE 'DRAFT SETTLED TWICE IN ONE TRANSMISSION'
                                         TO WS-REJECT-REASON-TEXT
               ELSE
                   IF LBX-LOAN-NUMBER NOT = DHT-LOAN-NUMBER (DH-IDX)
                       SET RECORD-REJECTED TO TRUE
                       MOVE 'INDIVIDUAL-ID'  TO WS-BAD-FIELD
                       MOVE 'LOAN NUMBER DIFFERS FROM DRAFT'
                                             TO WS-REJECT-REASON-TEXT
                   ELSE
                       IF ACS-AMOUNT NUMERIC
                               AND ACS-AMOUNT-N
                                   NOT = DHT-DRAFT-AMOUNT (DH-IDX)
                           SET RECORD-REJECTED TO TRUE
                           MOVE 'PAYMENT-AMOUNT' TO WS-BAD-FIELD
                           MOVE 'AMOUNT DIFFERS FROM AMOUNT DRAFTED'
                                             TO WS-REJECT-REASON-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF RECORD-REJECTED
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE DHT-CUSTOMER-ID (DH-IDX)    TO LBX-CUSTOMER-ID
               MOVE DHT-PAYMENT-NUMBER (DH-IDX) TO LBX-PAYMENT-NUMBER-N
               PERFORM VALIDATE-RECEIPT-FIELDS
           END-IF.

       BALANCE-SETTLEMENT.
      *    THE SAME PROOF AS BALANCE-DEPOSIT, AGAINST THE BANK'S
      *    SETTLEMENT-TOTAL HEADER.
           IF NO-HEADER
               DISPLAY 'ACHSETL.DAT IS EMPTY - NO SETTLEMENT HEADER '
                   'RECEIVED'
               SET DEPOSIT-OUT-OF-BALANCE TO TRUE
           ELSE
               IF ASH-HDR-RECORD-TYPE = 'HDR'
                       AND ASH-HDR-DETAIL-COUNT NUMERIC
                       AND ASH-HDR-TOTAL-AMOUNT NUMERIC
                   IF WS-DETAIL-COUNT NOT = ASH-HDR-DETAIL-COUNT
                       DISPLAY 'OUT OF BALANCE: SETTLED DRAFTS '
                           'RECEIVED ' WS-DETAIL-COUNT
                           ' VS SETTLEMENT HEADER COUNT '
                           ASH-HDR-DETAIL-COUNT
                       SET DEPOSIT-OUT-OF-BALANCE TO TRUE
                   END-IF
                   IF WS-TOTAL-RECEIVED-AMT
                           NOT = ASH-HDR-TOTAL-AMOUNT
                       DISPLAY 'OUT OF BALANCE: SETTLED AMOUNT '
                           'RECEIVED ' WS-TOTAL-RECEIVED-AMT
                           ' VS SETTLEMENT HEADER AMOUNT '
                           ASH-HDR-TOTAL-AMOUNT
                       SET DEPOSIT-OUT-OF-BALANCE TO TRUE
                   END-IF
               END-IF
           END-IF.

       APPEND-ACCEPTED-RECEIPTS.
      *    THE DEPOSIT PROVED IN BALANCE - ONLY NOW DO THE DAY'S
                   UNTIL WS-HOLD-WRITE-IDX > WS-ACCEPTED-HOLD-COUNT
               MOVE AHE-CUSTOMER-ID (WS-HOLD-WRITE-IDX)
                   TO PAY-CUSTOMER-ID
               MOVE AHE-LOAN-NUMBER (WS-HOLD-WRITE-IDX)
                   TO PAY-LOAN-NUMBER
               MOVE AHE-PAYMENT-NUMBER (WS-HOLD-WRITE-IDX)
                   TO PAY-PAYMENT-NUMBER
               MOVE AHE-PAYMENT-DATE (WS-HOLD-WRITE-IDX)
      *    AND POSTED ATOMICALLY - ABEND RATHER THAN POSTING PART OF
      *    A TRANSMISSION.
           IF WS-ACCEPTED-HOLD-COUNT = 10000
               IF WS-RECEIPT-SOURCE = 'ACH'
                   DISPLAY 'ACHSETL.DAT SETTLEMENT HAS MORE THAN '
                       '10000 ACCEPTED ROWS - HOLD TABLE ONLY HOLDS '
                       '10000'
               ELSE
                   DISPLAY 'LOCKBOX.DAT DEPOSIT HAS MORE THAN 10000 '
                       'ACCEPTED ROWS - HOLD TABLE ONLY HOLDS 10000'
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACCEPTED-HOLD-COUNT
           MOVE LBX-CUSTOMER-ID
               TO AHE-CUSTOMER-ID (WS-ACCEPTED-HOLD-COUNT)
           MOVE WS-RESOLVED-LOAN-NUMBER
               TO AHE-LOAN-NUMBER (WS-ACCEPTED-HOLD-COUNT)
           MOVE LBX-PAYMENT-NUMBER-N
               TO AHE-PAYMENT-NUMBER (WS-ACCEPTED-HOLD-COUNT)
           MOVE LBX-PAYMENT-DATE
       VALIDATE-RECEIPT-FIELDS.
      *    CATCH MALFORMED RECEIPTS BEFORE THEY REACH POSTING - A
      *    BLANK CUSTOMER-ID, A NON-NUMERIC PAYMENT NUMBER OR AMOUNT,
      *    A ZERO AMOUNT, AN IMPLAUSIBLE DATE, OR A LOAN NUMBER THAT
      *    IS NOT THE CUSTOMER'S ARE ROUTED TO PAYREJ.DAT INSTEAD OF
      *    LOADING SILENTLY INTO THE POSTING TABLE.
           SET RECORD-VALID TO TRUE
           MOVE SPACES TO WS-BAD-FIELD
           MOVE SPACES TO WS-REJECT-REASON-TEXT
                                             TO WS-REJECT-REASON-TEXT
                   ELSE
                       PERFORM VALIDATE-RECEIPT-DATE
                       IF RECORD-VALID
                           PERFORM RESOLVE-RECEIPT-LOAN
                       END-IF
                   END-IF
               END-IF
           END-IF
               END-IF
           END-IF.

       RESOLVE-RECEIPT-LOAN.
      *    A KEYED LOAN NUMBER MUST BE ON THE LOAN MASTER UNDER THIS
      *    CUSTOMER. A BLANK ONE TAKES THE CUSTOMER'S OLDEST ACTIVE
      *    LOAN - THE MASTER IS IN LOAN-NUMBER ORDER, SO THE FIRST
      *    ACTIVE MATCH IS THE OLDEST. A CUSTOMER WITH NO ACTIVE LOAN
      *    BUT A LOAN CHARGED OFF IS PAYING A RECOVERY, SO THE RECEIPT
      *    TAKES THE OLDEST CHARGED-OFF LOAN; OTHERWISE IT STAYS BLANK
      *    (AND POSTS TO SUSPENSE).
           MOVE SPACES TO WS-RESOLVED-LOAN-NUMBER
           IF LBX-LOAN-NUMBER = SPACES
               MOVE 'A' TO WS-RESOLVE-STATUS
               PERFORM FIND-OLDEST-LOAN-IN-STATUS
               IF WS-RESOLVED-LOAN-NUMBER = SPACES
                   MOVE 'R' TO WS-RESOLVE-STATUS
                   PERFORM FIND-OLDEST-LOAN-IN-STATUS
               END-IF
           ELSE
               IF WS-LOANMAST-COUNT > 0
                   SEARCH ALL WS-LOANMAST-ENTRY
                       AT END
                           CONTINUE
                       WHEN LNT-LOAN-NUMBER (LN-IDX)
                               = LBX-LOAN-NUMBER
                           IF LNT-CUSTOMER-ID (LN-IDX)
                                   = LBX-CUSTOMER-ID
                               MOVE LBX-LOAN-NUMBER
                                   TO WS-RESOLVED-LOAN-NUMBER
                           END-IF
                   END-SEARCH
               END-IF
               IF WS-RESOLVED-LOAN-NUMBER = SPACES
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'LOAN-NUMBER'    TO WS-BAD-FIELD
                   MOVE 'LOAN NUMBER NOT ON FILE FOR CUSTOMER'
                                         TO WS-REJECT-REASON-TEXT
               END-IF
           END-IF.

       FIND-OLDEST-LOAN-IN-STATUS.
           PERFORM VARYING WS-LOAN-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-SCAN-IDX > WS-LOANMAST-COUNT
                   OR WS-RESOLVED-LOAN-NUMBER NOT = SPACES
               IF LNT-CUSTOMER-ID (WS-LOAN-SCAN-IDX)
                       = LBX-CUSTOMER-ID
                       AND LNT-LOAN-STATUS (WS-LOAN-SCAN-IDX)
                           = WS-RESOLVE-STATUS
                   MOVE LNT-LOAN-NUMBER (WS-LOAN-SCAN-IDX)
                       TO WS-RESOLVED-LOAN-NUMBER
               END-IF
           END-PERFORM.

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
           MOVE LN-CUSTOMER-ID
               TO LNT-CUSTOMER-ID (WS-LOANMAST-COUNT)
           MOVE LN-LOAN-STATUS
               TO LNT-LOAN-STATUS (WS-LOANMAST-COUNT).

       WRITE-RECEIPT-REJECT.
           MOVE LBX-CUSTOMER-ID       TO PRJ-CUSTOMER-ID
           MOVE LBX-LOAN-NUMBER       TO PRJ-LOAN-NUMBER
           MOVE LBX-PAYMENT-NUMBER    TO PRJ-PAYMENT-NUMBER
           MOVE LBX-PAYMENT-DATE      TO PRJ-PAYMENT-DATE
           MOVE LBX-PAYMENT-AMOUNT    TO PRJ-PAYMENT-AMOUNT
           MOVE WS-BAD-FIELD          TO PRJ-BAD-FIELD
           MOVE WS-REJECT-REASON-TEXT TO PRJ-REASON-TEXT
           MOVE WS-RECEIPT-SOURCE     TO PRJ-RECEIPT-SOURCE
           IF WS-RECEIPT-SOURCE = 'ACH'
               MOVE ACS-TRACE-NUMBER  TO PRJ-TRACE-NUMBER
           ELSE
               MOVE SPACES            TO PRJ-TRACE-NUMBER
           END-IF
           WRITE PAYREJ-RECORD.

       BALANCE-DEPOSIT.
