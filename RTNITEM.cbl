       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNITEM.

      *****************************************************************
      *  RETURNED-ITEM (NSF) REVERSAL. RUNS AFTER PAYEDIT AND BEFORE
      *  PAYPOST. PAYMENTS.DAT IS THE RECEIPT HISTORY PAYPOST
      *  REBUILDS EVERY LOAN'S POSTING FROM, SO A CHECK THAT BOUNCED
      *  AFTER IT WAS DEPOSITED USED TO KEEP THE ACCOUNT CURRENT
      *  FOREVER AND HIDE THE DELINQUENCY. THIS PROGRAM READS THE
      *  BANK'S DAILY RETURNED-ITEM FILE (RETURNS.DAT), FINDS EACH
      *  ITEM'S ORIGINAL RECEIPT ON PAYMENTS.DAT BY CUSTOMER,
      *  DEPOSIT DATE AND AMOUNT, AND BACKS IT OUT - THE RECEIPT IS
      *  MOVED FROM PAYMENTS.DAT TO THE CUMULATIVE RETURNED RECEIPT
      *  HISTORY (RTNHIST.DAT), SO TONIGHT'S PAYPOST RE-AGES THE LOAN
      *  AS IF THE CASH HAD NEVER ARRIVED AND GLEXTR BOOKS THE CASH
      *  REVERSAL. EVERY ITEM BACKED OUT IS LISTED WITH THE BANK'S
      *  RETURN REASON ON A RETURNED-ITEM REGISTER (RTNREG.DAT), AND
      *  THE PRODUCT'S RETURNED-ITEM FEE FROM FEETBL.DAT IS CHARGED
      *  TO THE SAME FEE LEDGER (FEELEDG.DAT) LATE FEES USE. AN ITEM
      *  THAT CANNOT BE MATCHED - OR WAS ALREADY RETURNED, OR IS
      *  MALFORMED - GOES TO ITS OWN REJECT LIST (RTNREJ.DAT) FOR
      *  OPERATIONS TO WORK WITH THE BANK, AND NOTHING IS BACKED OUT
      *  FOR IT. ANY REJECT ENDS RC=8.
      *  WHEN TWO RECEIPTS ON FILE CARRY THE SAME CUSTOMER, DATE AND
      *  AMOUNT, ONE RETURNED ITEM BACKS OUT ONE OF THEM. A RETURN
      *  FILE PRESENTED TWICE IS CAUGHT AGAINST RTNHIST.DAT, SO IT
      *  CANNOT BACK OUT A SECOND, GOOD RECEIPT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTNITEM-FILE ASSIGN TO 'RETURNS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTNITEM-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO 'PAYMENTS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT RTNHIST-FILE ASSIGN TO 'RTNHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTNHIST-STATUS.
           SELECT FEETBL-FILE ASSIGN TO 'FEETBL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEETBL-STATUS.
           SELECT LOANMAST-FILE ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT FEELEDG-FILE ASSIGN TO 'FEELEDG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEELEDG-STATUS.
           SELECT RTNREG-FILE ASSIGN TO 'RTNREG.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT RTNREJ-FILE ASSIGN TO 'RTNREJ.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RTNITEM-FILE.
           COPY RETITEM.

       FD  PAYMENT-FILE.
           COPY PAYMENT.

       FD  RTNHIST-FILE.
           COPY RTNHIST.

       FD  FEETBL-FILE.
           COPY FEETBL.

       FD  LOANMAST-FILE.
           COPY LOANMAST.

       FD  FEELEDG-FILE.
           COPY FEELEDG.

       FD  RTNREG-FILE.
           COPY RTNREG.

       FD  RTNREJ-FILE.
           COPY RTNREJ.

       WORKING-STORAGE SECTION.
       01  EOF-FLAG                PIC X VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.

       01  WS-RTNITEM-STATUS       PIC X(02).
       01  WS-PAYMENT-STATUS       PIC X(02).
       01  WS-RTNHIST-STATUS       PIC X(02).
       01  WS-FEETBL-STATUS        PIC X(02).
       01  WS-LOANMAST-STATUS      PIC X(02).
       01  WS-FEELEDG-STATUS       PIC X(02).
       01  WS-RUN-DATE             PIC X(08).

      *    THE RECEIPT HISTORY, LOADED IN FULL TO THE SAME 50000-ROW
      *    LIMIT PAYPOST CARRIES. EACH ROW BACKED OUT TONIGHT IS
      *    FLAGGED, AND PAYMENTS.DAT IS REWRITTEN WITHOUT THEM AT
      *    THE END - ONLY IF SOMETHING WAS ACTUALLY BACKED OUT.
       01  WS-PAYMENT-COUNT        PIC 9(05) VALUE 0.
       01  WS-PAYMENT-TABLE.
           05  WS-PAYMENT-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-PAYMENT-COUNT
                   INDEXED BY PAY-IDX.
               10  PAYT-CUSTOMER-ID     PIC X(05).
               10  PAYT-LOAN-NUMBER     PIC X(12).
               10  PAYT-PAYMENT-NUMBER  PIC 9(03).
               10  PAYT-PAYMENT-DATE    PIC X(08).
               10  PAYT-PAYMENT-AMOUNT  PIC 9(07)V99.
               10  PAYT-RETURNED-FLAG   PIC X(01).
       01  WS-SCAN-IDX             PIC 9(05).
       01  WS-MATCH-IDX            PIC 9(05).

      *    EVERY RETURN EVER PROCESSED, BY THE FIELDS THE BANK SENDS -
      *    AN ITEM ALREADY HERE IS A RETURN FILE PRESENTED TWICE.
       01  WS-RTNHIST-COUNT        PIC 9(06) VALUE 0.
       01  WS-RTNHIST-TABLE.
           05  WS-RTNHIST-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-RTNHIST-COUNT
                   INDEXED BY RH-IDX.
               10  RHT-CUSTOMER-ID      PIC X(05).
               10  RHT-PAYMENT-DATE     PIC X(08).
               10  RHT-PAYMENT-AMOUNT   PIC 9(07)V99.
               10  RHT-RETURN-DATE      PIC X(08).
       01  WS-ALREADY-RETURNED-FLAG PIC X(01).

      *    THE RETURNED-ITEM FEE PER PRODUCT - FEETBL.DAT ABSENT, OR
      *    NO ROW FOR THE PRODUCT, MEANS NO FEE IS CHARGED, THE SAME
      *    RULE LATEFEE FOLLOWS.
       01  WS-FEETBL-COUNT         PIC 9(03) VALUE 0.
       01  WS-FEETBL-TABLE.
           05  WS-FEETBL-ENTRY OCCURS 1 TO 60 TIMES
                   DEPENDING ON WS-FEETBL-COUNT
                   INDEXED BY FT-IDX.
               10  FTT-PRODUCT-CODE     PIC X(04).
               10  FTT-NSF-FEE          PIC 9(05)V99.

       01  WS-LOANMAST-COUNT       PIC 9(06) VALUE 0.
       01  WS-LOANMAST-TABLE.
           05  WS-LOANMAST-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-LOANMAST-COUNT
                   ASCENDING KEY IS LNT-LOAN-NUMBER
                   INDEXED BY LN-IDX.
               10  LNT-LOAN-NUMBER      PIC X(12).
               10  LNT-PRODUCT-CODE     PIC X(04).
       01  WS-LOAN-PRODUCT         PIC X(04).
       01  WS-FEE-AMOUNT           PIC 9(05)V99.

      *    REJECT CONTROL - SAME SHAPE AS PAYEDIT'S.
       01  WS-REJECT-FLAG          PIC X(01) VALUE 'N'.
           88  RECORD-REJECTED     VALUE 'Y'.
           88  RECORD-VALID        VALUE 'N'.
       01  WS-REJECT-REASON-TEXT   PIC X(40).
       01  WS-REASON-TEXT          PIC X(20).

      *    REGISTER CONTROL TOTALS.
       01  WS-ITEM-COUNT           PIC 9(05) VALUE 0.
       01  WS-RETURNED-COUNT       PIC 9(05) VALUE 0.
       01  WS-RETURNED-AMT         PIC 9(09)V99 VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(05) VALUE 0.
       01  WS-FEE-COUNT            PIC 9(05) VALUE 0.
       01  WS-TOTAL-FEE-AMT        PIC 9(09)V99 VALUE 0.

       01  WS-RTNREG-HEADER.
           05  WS-RRG-HDR-RECORD-TYPE   PIC X(03) VALUE 'HDR'.
           05  WS-RRG-HDR-RUN-DATE      PIC X(08).
           05  WS-RRG-HDR-LAYOUT-VER    PIC X(04) VALUE 'V001'.
           05  FILLER                   PIC X(65) VALUE SPACES.

       01  WS-RTNREG-TRAILER.
           05  WS-RRG-TRL-RECORD-TYPE   PIC X(03) VALUE 'TRL'.
           05  WS-RRG-TRL-ITEM-COUNT    PIC 9(05).
           05  WS-RRG-TRL-RETURNED-CNT  PIC 9(05).
           05  WS-RRG-TRL-RETURNED-AMT  PIC 9(09)V99.
           05  WS-RRG-TRL-REJECTED-CNT  PIC 9(05).
           05  WS-RRG-TRL-FEE-COUNT     PIC 9(05).
           05  WS-RRG-TRL-FEE-AMT       PIC 9(09)V99.
           05  FILLER                   PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE

      *    THE REGISTER IS WRITTEN EVERY NIGHT, EVEN WITH NO RETURN
      *    FILE, SO GLEXTR NEVER MARKS TONIGHT'S CASH FROM A STALE
      *    REGISTER LEFT BY AN EARLIER NIGHT.
           OPEN OUTPUT RTNREG-FILE
           OPEN OUTPUT RTNREJ-FILE
           PERFORM WRITE-RTNREG-HEADER

      *    NO RETURN FILE MEANS NO ITEMS CAME BACK TODAY - THE
      *    RECEIPT HISTORY ON PAYMENTS.DAT IS LEFT EXACTLY AS IT
      *    STANDS.
           OPEN INPUT RTNITEM-FILE
           IF WS-RTNITEM-STATUS NOT = '00'
               DISPLAY 'RETURNS.DAT COULD NOT BE OPENED - STATUS '
                   WS-RTNITEM-STATUS ' - NO RETURNED ITEMS TODAY, '
                   'RECEIPT HISTORY LEFT UNTOUCHED'
           ELSE
               PERFORM LOAD-PAYMENT-TABLE
               PERFORM LOAD-RETURN-HISTORY
               PERFORM LOAD-FEE-TABLE
               PERFORM LOAD-LOAN-MASTER
               PERFORM OPEN-CUMULATIVE-FILES
               PERFORM UNTIL EOF-REACHED
                   READ RTNITEM-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ITEM-COUNT
                           PERFORM PROCESS-RETURNED-ITEM
                   END-READ
               END-PERFORM
               CLOSE RTNITEM-FILE
               CLOSE RTNHIST-FILE
               CLOSE FEELEDG-FILE
               IF WS-RETURNED-COUNT > 0
                   PERFORM REWRITE-PAYMENT-HISTORY
               END-IF
           END-IF

           PERFORM WRITE-RTNREG-TRAILER
           CLOSE RTNREG-FILE
           CLOSE RTNREJ-FILE

           DISPLAY 'RETURNED ITEMS BACKED OUT: ' WS-RETURNED-COUNT
               ' FOR ' WS-RETURNED-AMT ', REJECTED: '
               WS-REJECTED-COUNT
           IF WS-REJECTED-COUNT > 0
               DISPLAY 'UNMATCHED RETURNED ITEMS ON RTNREJ.DAT - '
                   'WORK THEM WITH THE BANK'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-PAYMENT-TABLE.
      *    A RETURN WITH NO RECEIPT HISTORY AT ALL CANNOT MATCH
      *    ANYTHING - EVERY ITEM WILL REJECT, WHICH IS THE RIGHT
      *    PICTURE FOR OPERATIONS.
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ PAYMENT-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-PAYMENT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
               SET NOT-EOF TO TRUE
           ELSE
               DISPLAY 'PAYMENTS.DAT COULD NOT BE OPENED - STATUS '
                   WS-PAYMENT-STATUS ' - NO RECEIPT CAN BE MATCHED'
           END-IF.

       LOAD-PAYMENT-ENTRY.
      *    THE REWRITE AT THE END MUST CARRY EVERY ROW FORWARD, SO
      *    AN OVERFLOW ABENDS HERE BEFORE ANYTHING IS TOUCHED.
           IF WS-PAYMENT-COUNT = 50000
               DISPLAY 'PAYMENTS.DAT HAS MORE THAN 50000 ROWS - '
                   'WS-PAYMENT-TABLE ONLY HOLDS 50000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PAYMENT-COUNT
           MOVE PAY-CUSTOMER-ID
               TO PAYT-CUSTOMER-ID (WS-PAYMENT-COUNT)
           MOVE PAY-LOAN-NUMBER
               TO PAYT-LOAN-NUMBER (WS-PAYMENT-COUNT)
           MOVE PAY-PAYMENT-NUMBER
               TO PAYT-PAYMENT-NUMBER (WS-PAYMENT-COUNT)
           MOVE PAY-PAYMENT-DATE
               TO PAYT-PAYMENT-DATE (WS-PAYMENT-COUNT)
           MOVE PAY-PAYMENT-AMOUNT
               TO PAYT-PAYMENT-AMOUNT (WS-PAYMENT-COUNT)
           MOVE 'N'
               TO PAYT-RETURNED-FLAG (WS-PAYMENT-COUNT).

       LOAD-RETURN-HISTORY.
           OPEN INPUT RTNHIST-FILE
           IF WS-RTNHIST-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ RTNHIST-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM NOTE-RETURN-HISTORY
                   END-READ
               END-PERFORM
               CLOSE RTNHIST-FILE
               SET NOT-EOF TO TRUE
           END-IF.

       NOTE-RETURN-HISTORY.
           IF WS-RTNHIST-COUNT = 100000
               DISPLAY 'RTNHIST.DAT HAS MORE THAN 100000 ROWS - '
                   'WS-RTNHIST-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RTNHIST-COUNT
           MOVE RTH-CUSTOMER-ID
               TO RHT-CUSTOMER-ID (WS-RTNHIST-COUNT)
           MOVE RTH-PAYMENT-DATE
               TO RHT-PAYMENT-DATE (WS-RTNHIST-COUNT)
           MOVE RTH-PAYMENT-AMOUNT
               TO RHT-PAYMENT-AMOUNT (WS-RTNHIST-COUNT)
           MOVE RTH-RETURN-DATE
               TO RHT-RETURN-DATE (WS-RTNHIST-COUNT).

       LOAD-FEE-TABLE.
           OPEN INPUT FEETBL-FILE
           IF WS-FEETBL-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ FEETBL-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-FEETBL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FEETBL-FILE
               SET NOT-EOF TO TRUE
           ELSE
               DISPLAY 'FEETBL.DAT COULD NOT BE OPENED - STATUS '
                   WS-FEETBL-STATUS ' - NO RETURNED-ITEM FEES WILL '
                   'BE CHARGED'
           END-IF.

       LOAD-FEETBL-ENTRY.
      *    THE SAME 60-ROW GUARD AS LATEFEE. A NON-NUMERIC FEE IS
      *    LEFT OUT SO THE PRODUCT IS NOT CHARGED A GARBAGE AMOUNT -
      *    TBLCHK REPORTS IT AS AN ERROR BY DAY.
           IF WS-FEETBL-COUNT = 60
               DISPLAY 'FEETBL.DAT HAS MORE THAN 60 ROWS - '
                   'WS-FEETBL-TABLE ONLY HOLDS 60'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FT-NSF-FEE NOT NUMERIC
               DISPLAY 'FEETBL.DAT ROW FOR PRODUCT ' FT-PRODUCT-CODE
                   ' HAS A NON-NUMERIC RETURNED-ITEM FEE - NOT '
                   'CHARGED'
           ELSE
               ADD 1 TO WS-FEETBL-COUNT
               MOVE FT-PRODUCT-CODE
                   TO FTT-PRODUCT-CODE (WS-FEETBL-COUNT)
               MOVE FT-NSF-FEE
                   TO FTT-NSF-FEE (WS-FEETBL-COUNT)
           END-IF.

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
           MOVE LN-PRODUCT-CODE
               TO LNT-PRODUCT-CODE (WS-LOANMAST-COUNT).

       OPEN-CUMULATIVE-FILES.
      *    RTNHIST.DAT AND FEELEDG.DAT ARE BOTH CUMULATIVE - EXTEND
      *    THEM, CREATING EACH ON ITS FIRST USE.
           OPEN EXTEND RTNHIST-FILE
           IF WS-RTNHIST-STATUS NOT = '00'
               OPEN OUTPUT RTNHIST-FILE
               IF WS-RTNHIST-STATUS NOT = '00'
                   DISPLAY 'RTNHIST.DAT COULD NOT BE OPENED - STATUS '
                       WS-RTNHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND FEELEDG-FILE
           IF WS-FEELEDG-STATUS NOT = '00'
               OPEN OUTPUT FEELEDG-FILE
               IF WS-FEELEDG-STATUS NOT = '00'
                   DISPLAY 'FEELEDG.DAT COULD NOT BE OPENED - STATUS '
                       WS-FEELEDG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       PROCESS-RETURNED-ITEM.
           SET RECORD-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON-TEXT
           MOVE 0      TO WS-MATCH-IDX

           IF RTN-CUSTOMER-ID = SPACES
                   OR RTN-PAYMENT-DATE NOT NUMERIC
                   OR RTN-PAYMENT-AMOUNT NOT NUMERIC
               SET RECORD-REJECTED TO TRUE
               MOVE 'RETURNED ITEM IS MALFORMED'
                   TO WS-REJECT-REASON-TEXT
           ELSE
               PERFORM CHECK-ALREADY-RETURNED
               IF WS-ALREADY-RETURNED-FLAG = 'Y'
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'ITEM ALREADY RETURNED ON AN EARLIER RUN'
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   PERFORM FIND-ORIGINAL-RECEIPT
                   IF WS-MATCH-IDX = 0
                       SET RECORD-REJECTED TO TRUE
                       MOVE 'NO RECEIPT ON FILE FOR CUSTOMER/DATE/AMT'
                           TO WS-REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF

           IF RECORD-REJECTED
               PERFORM WRITE-RETURN-REJECT
           ELSE
               PERFORM BACK-OUT-RECEIPT
           END-IF.

       CHECK-ALREADY-RETURNED.
           MOVE 'N' TO WS-ALREADY-RETURNED-FLAG
           IF WS-RTNHIST-COUNT > 0
               SET RH-IDX TO 1
               SEARCH WS-RTNHIST-ENTRY
                   AT END
                       CONTINUE
                   WHEN RHT-CUSTOMER-ID (RH-IDX) = RTN-CUSTOMER-ID
                           AND RHT-PAYMENT-DATE (RH-IDX)
                               = RTN-PAYMENT-DATE
                           AND RHT-PAYMENT-AMOUNT (RH-IDX)
                               = RTN-PAYMENT-AMOUNT-N
                           AND RHT-RETURN-DATE (RH-IDX)
                               = RTN-RETURN-DATE
                       MOVE 'Y' TO WS-ALREADY-RETURNED-FLAG
               END-SEARCH
           END-IF.

       FIND-ORIGINAL-RECEIPT.
      *    THE FIRST RECEIPT NOT ALREADY BACKED OUT TONIGHT THAT
      *    CARRIES THE SAME CUSTOMER, DEPOSIT DATE AND AMOUNT.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-PAYMENT-COUNT
                   OR WS-MATCH-IDX > 0
               IF PAYT-CUSTOMER-ID (WS-SCAN-IDX) = RTN-CUSTOMER-ID
                       AND PAYT-PAYMENT-DATE (WS-SCAN-IDX)
                           = RTN-PAYMENT-DATE
                       AND PAYT-PAYMENT-AMOUNT (WS-SCAN-IDX)
                           = RTN-PAYMENT-AMOUNT-N
                       AND PAYT-RETURNED-FLAG (WS-SCAN-IDX) = 'N'
                   MOVE WS-SCAN-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.

       BACK-OUT-RECEIPT.
      *    HISTORY FIRST, SO A RECEIPT IS NEVER DROPPED FROM
      *    PAYMENTS.DAT WITHOUT THE RECORD OF WHERE IT WENT.
           MOVE 'Y' TO PAYT-RETURNED-FLAG (WS-MATCH-IDX)
           MOVE SPACES TO RTNHIST-RECORD
           MOVE PAYT-CUSTOMER-ID (WS-MATCH-IDX)    TO RTH-CUSTOMER-ID
           MOVE PAYT-LOAN-NUMBER (WS-MATCH-IDX)    TO RTH-LOAN-NUMBER
           MOVE PAYT-PAYMENT-NUMBER (WS-MATCH-IDX)
               TO RTH-PAYMENT-NUMBER
           MOVE PAYT-PAYMENT-DATE (WS-MATCH-IDX)   TO RTH-PAYMENT-DATE
           MOVE PAYT-PAYMENT-AMOUNT (WS-MATCH-IDX)
               TO RTH-PAYMENT-AMOUNT
           MOVE RTN-RETURN-DATE                    TO RTH-RETURN-DATE
           MOVE RTN-REASON-CODE                    TO RTH-REASON-CODE
           MOVE WS-RUN-DATE                        TO RTH-PROCESS-DATE
           WRITE RTNHIST-RECORD
           IF WS-RTNHIST-STATUS NOT = '00'
               DISPLAY 'RTNHIST.DAT WRITE FAILED FOR CUSTOMER '
                   RTN-CUSTOMER-ID ' - STATUS ' WS-RTNHIST-STATUS
                   ' - PAYMENTS.DAT NOT TOUCHED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM NOTE-RETURN-HISTORY

           PERFORM CHARGE-RETURNED-ITEM-FEE
           PERFORM DESCRIBE-RETURN-REASON

           MOVE 'DET'                              TO RRG-RECORD-TYPE
           MOVE PAYT-CUSTOMER-ID (WS-MATCH-IDX)    TO RRG-CUSTOMER-ID
           MOVE PAYT-LOAN-NUMBER (WS-MATCH-IDX)    TO RRG-LOAN-NUMBER
           MOVE PAYT-PAYMENT-NUMBER (WS-MATCH-IDX)
               TO RRG-PAYMENT-NUMBER
           MOVE PAYT-PAYMENT-DATE (WS-MATCH-IDX)   TO RRG-PAYMENT-DATE
           MOVE PAYT-PAYMENT-AMOUNT (WS-MATCH-IDX)
               TO RRG-PAYMENT-AMOUNT
           MOVE RTN-RETURN-DATE                    TO RRG-RETURN-DATE
           MOVE RTN-REASON-CODE                    TO RRG-REASON-CODE
           MOVE WS-REASON-TEXT                     TO RRG-REASON-TEXT
           MOVE WS-FEE-AMOUNT                      TO RRG-FEE-AMOUNT
           WRITE RTNREG-RECORD
           ADD 1 TO WS-RETURNED-COUNT
           ADD PAYT-PAYMENT-AMOUNT (WS-MATCH-IDX) TO WS-RETURNED-AMT.

       CHARGE-RETURNED-ITEM-FEE.
      *    THE FEE FOLLOWS THE LOAN THE RECEIPT WAS POSTED TO. A
      *    RECEIPT THAT NAMED NO LOAN (IT SAT IN SUSPENSE) HAS NO
      *    PRODUCT AND NO FEE TERMS, SO NOTHING IS CHARGED.
           MOVE 0      TO WS-FEE-AMOUNT
           MOVE SPACES TO WS-LOAN-PRODUCT
           IF PAYT-LOAN-NUMBER (WS-MATCH-IDX) NOT = SPACES
                   AND WS-LOANMAST-COUNT > 0
               SEARCH ALL WS-LOANMAST-ENTRY
                   AT END
                       CONTINUE
                   WHEN LNT-LOAN-NUMBER (LN-IDX)
                           = PAYT-LOAN-NUMBER (WS-MATCH-IDX)
                       MOVE LNT-PRODUCT-CODE (LN-IDX)
                           TO WS-LOAN-PRODUCT
               END-SEARCH
           END-IF
           IF WS-LOAN-PRODUCT NOT = SPACES
                   AND WS-FEETBL-COUNT > 0
               SET FT-IDX TO 1
               SEARCH WS-FEETBL-ENTRY
                   AT END
                       CONTINUE
                   WHEN FTT-PRODUCT-CODE (FT-IDX) = WS-LOAN-PRODUCT
                       MOVE FTT-NSF-FEE (FT-IDX) TO WS-FEE-AMOUNT
               END-SEARCH
           END-IF
           IF WS-FEE-AMOUNT > 0
               MOVE SPACES TO FEELEDG-RECORD
               MOVE PAYT-CUSTOMER-ID (WS-MATCH-IDX)
                   TO FLG-CUSTOMER-ID
               MOVE PAYT-LOAN-NUMBER (WS-MATCH-IDX)
                   TO FLG-LOAN-NUMBER
               MOVE PAYT-PAYMENT-NUMBER (WS-MATCH-IDX)
                   TO FLG-PAYMENT-NUMBER
               MOVE 'NSF '            TO FLG-FEE-TYPE
               MOVE WS-RUN-DATE       TO FLG-ASSESS-DATE
               MOVE WS-FEE-AMOUNT     TO FLG-FEE-AMOUNT
               MOVE PAYT-PAYMENT-DATE (WS-MATCH-IDX)
                   TO FLG-DUE-DATE
               WRITE FEELEDG-RECORD
               IF WS-FEELEDG-STATUS NOT = '00'
                   DISPLAY 'FEELEDG.DAT WRITE FAILED FOR LOAN '
                       FLG-LOAN-NUMBER ' - STATUS '
                       WS-FEELEDG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FEE-COUNT
               ADD WS-FEE-AMOUNT TO WS-TOTAL-FEE-AMT
           END-IF.

       DESCRIBE-RETURN-REASON.
      *    THE BANK'S RETURN REASON CODES AS THEY APPEAR ON THE
      *    REGISTER - ANY CODE NOT LISTED PRINTS AS 'OTHER RETURN'
      *    WITH THE CODE ITSELF STILL BESIDE IT.
           EVALUATE RTN-REASON-CODE
               WHEN 'R01'
                   MOVE 'INSUFFICIENT FUNDS'   TO WS-REASON-TEXT
               WHEN 'R02'
                   MOVE 'ACCOUNT CLOSED'       TO WS-REASON-TEXT
               WHEN 'R03'
                   MOVE 'NO ACCOUNT ON FILE'   TO WS-REASON-TEXT
               WHEN 'R04'
                   MOVE 'INVALID ACCOUNT'      TO WS-REASON-TEXT
               WHEN 'R08'
                   MOVE 'PAYMENT STOPPED'      TO WS-REASON-TEXT
               WHEN 'R09'
                   MOVE 'UNCOLLECTED FUNDS'    TO WS-REASON-TEXT
               WHEN 'R10'
                   MOVE 'NOT AUTHORIZED'       TO WS-REASON-TEXT
               WHEN 'R16'
                   MOVE 'ACCOUNT FROZEN'       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'OTHER RETURN'         TO WS-REASON-TEXT
           END-EVALUATE.

       WRITE-RETURN-REJECT.
           MOVE RTN-CUSTOMER-ID       TO RRJ-CUSTOMER-ID
           MOVE RTN-PAYMENT-DATE      TO RRJ-PAYMENT-DATE
           MOVE RTN-PAYMENT-AMOUNT    TO RRJ-PAYMENT-AMOUNT
           MOVE RTN-RETURN-DATE       TO RRJ-RETURN-DATE
           MOVE RTN-REASON-CODE       TO RRJ-REASON-CODE
           MOVE WS-REJECT-REASON-TEXT TO RRJ-REASON-TEXT
           WRITE RTNREJ-RECORD
           ADD 1 TO WS-REJECTED-COUNT.

       REWRITE-PAYMENT-HISTORY.
      *    OPEN OUTPUT TRUNCATES THE WHOLE RECEIPT HISTORY, SO A
      *    FAILED OPEN OR WRITE ABENDS LOUDLY - THE ROWS BACKED OUT
      *    ARE ALREADY SAFE ON RTNHIST.DAT, AND THE REST MUST BE
      *    RESTORED FROM BACKUP BEFORE PAYPOST RUNS.
           OPEN OUTPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = '00'
               DISPLAY 'PAYMENTS.DAT COULD NOT BE OPENED FOR '
                   'REWRITE - STATUS ' WS-PAYMENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-PAYMENT-COUNT
               IF PAYT-RETURNED-FLAG (WS-SCAN-IDX) = 'N'
                   MOVE PAYT-CUSTOMER-ID (WS-SCAN-IDX)
                       TO PAY-CUSTOMER-ID
                   MOVE PAYT-LOAN-NUMBER (WS-SCAN-IDX)
                       TO PAY-LOAN-NUMBER
                   MOVE PAYT-PAYMENT-NUMBER (WS-SCAN-IDX)
                       TO PAY-PAYMENT-NUMBER
                   MOVE PAYT-PAYMENT-DATE (WS-SCAN-IDX)
                       TO PAY-PAYMENT-DATE
                   MOVE PAYT-PAYMENT-AMOUNT (WS-SCAN-IDX)
                       TO PAY-PAYMENT-AMOUNT
                   WRITE PAYMENT-RECORD
                   IF WS-PAYMENT-STATUS NOT = '00'
                       DISPLAY 'PAYMENTS.DAT WRITE FAILED AT ROW '
                           WS-SCAN-IDX ' - STATUS '
                           WS-PAYMENT-STATUS ' - RECEIPT HISTORY '
                           'IS INCOMPLETE, RESTORE BEFORE POSTING'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PAYMENT-FILE.

       WRITE-RTNREG-HEADER.
           MOVE WS-RUN-DATE TO WS-RRG-HDR-RUN-DATE
           MOVE WS-RTNREG-HEADER TO RTNREG-RECORD
           WRITE RTNREG-RECORD.

       WRITE-RTNREG-TRAILER.
           MOVE WS-ITEM-COUNT      TO WS-RRG-TRL-ITEM-COUNT
           MOVE WS-RETURNED-COUNT  TO WS-RRG-TRL-RETURNED-CNT
           MOVE WS-RETURNED-AMT    TO WS-RRG-TRL-RETURNED-AMT
           MOVE WS-REJECTED-COUNT  TO WS-RRG-TRL-REJECTED-CNT
           MOVE WS-FEE-COUNT       TO WS-RRG-TRL-FEE-COUNT
           MOVE WS-TOTAL-FEE-AMT   TO WS-RRG-TRL-FEE-AMT
           MOVE WS-RTNREG-TRAILER TO RTNREG-RECORD
           WRITE RTNREG-RECORD.
