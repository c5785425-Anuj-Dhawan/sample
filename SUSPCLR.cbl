       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPCLR.

      *****************************************************************
      *  SUSPENSE CLEARING AND AGING. RUNS AFTER PAYPOST, AGAINST THE
      *  SUSPENSE FILE (PAYSUSP.DAT) PAYPOST HAS JUST REBUILT. CASH
      *  PAYPOST COULD NOT APPLY SITS IN SUSPENSE, BUT IT BELONGS TO
      *  SOMEBODY - OPERATIONS RESEARCHES EACH ITEM AND KEYS A
      *  DISPOSITION (SUSPDISP.DAT): APPLY IT TO A NAMED CUSTOMER,
      *  REFUND IT TO THE REMITTER, OR MOVE IT TO UNCLAIMED PROPERTY.
      *  THE DISPOSITION FILE CARRIES A CONTROL-TOTAL HEADER AND IS
      *  PROVED THE SAME WAY PAYEDIT PROVES A LOCKBOX DEPOSIT - GOOD
      *  ROWS ARE HELD IN MEMORY, BAD ROWS GO TO SUSPREJ.DAT WITH A
      *  REASON, AND ONLY WHEN THE DETAIL COUNT AND AMOUNT BALANCE
      *  AGAINST THE HEADER IS ANYTHING CLEARED; A BATCH THAT DOES
      *  NOT BALANCE CLEARS NOTHING (RC=8) AND CAN BE RE-PRESENTED.
      *  EACH CLEARED ITEM IS WRITTEN TO THE CUMULATIVE CLEARED
      *  SUSPENSE HISTORY (SUSPHIST.DAT) AND LISTED ON THE CLEARING
      *  REGISTER (SUSPREG.DAT). AN APPLIED ITEM IS ALSO APPENDED TO
      *  PAYMENTS.DAT AS A RECEIPT FOR THE TARGET CUSTOMER AND LOAN,
      *  DATED THE DAY THE CASH ORIGINALLY ARRIVED, SO THE NEXT
      *  PAYPOST POSTS IT LIKE ANY OTHER RECEIPT. PAYPOST READS
      *  SUSPHIST.DAT AND NEVER PUTS CLEARED CASH BACK IN SUSPENSE.
      *  EVERY NIGHT - DISPOSITIONS OR NOT - THE ITEMS STILL OPEN ARE
      *  AGED FROM THEIR RECEIPT DATE ONTO SUSPAGE.DAT, WITH TOTALS
      *  THAT TIE BACK TO PAYSUSP.DAT. ANY ITEM OVER 30 DAYS IS
      *  FLAGGED FOR ESCALATION AND ENDS THE RUN RC=8, AS DOES ANY
      *  REJECTED DISPOSITION.
      *  AN ITEM ALREADY ON SUSPHIST.DAT BUT STILL ON PAYSUSP.DAT
      *  (PAYPOST HAS NOT RUN SINCE IT WAS CLEARED) COUNTS AS
      *  CLEARED, SO A DISPOSITION FILE PRESENTED TWICE CANNOT CLEAR
      *  THE SAME CASH AGAIN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPDISP-FILE ASSIGN TO 'SUSPDISP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPDISP-STATUS.
           SELECT PAYSUSP-FILE ASSIGN TO 'PAYSUSP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYSUSP-STATUS.
           SELECT SUSPHIST-FILE ASSIGN TO 'SUSPHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPHIST-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO 'PAYMENTS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT LOANMAST-FILE ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT SUSPREG-FILE ASSIGN TO 'SUSPREG.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUSPREJ-FILE ASSIGN TO 'SUSPREJ.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUSPAGE-FILE ASSIGN TO 'SUSPAGE.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE DISPOSITION FILE CARRIES A CONTROL-TOTAL HEADER IN THE
      *    SAME RECORD LENGTH AS THE DETAILS - READ RAW AND PICKED
      *    APART IN WORKING STORAGE, THE SAME WAY PAYEDIT READS
      *    LOCKBOX.DAT.
       FD  SUSPDISP-FILE.
       01  SUSPDISP-INPUT          PIC X(80).

       FD  PAYSUSP-FILE.
           COPY PAYSUSP.

       FD  SUSPHIST-FILE.
           COPY SUSPHIST.

       FD  PAYMENT-FILE.
           COPY PAYMENT.

       FD  LOANMAST-FILE.
           COPY LOANMAST.

       FD  SUSPREG-FILE.
           COPY SUSPREG.

       FD  SUSPREJ-FILE.
           COPY SUSPREJ.

       FD  SUSPAGE-FILE.
       01  SUSPAGE-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  EOF-FLAG                PIC X VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.

       01  WS-SUSPDISP-STATUS      PIC X(02).
       01  WS-PAYSUSP-STATUS       PIC X(02).
       01  WS-SUSPHIST-STATUS      PIC X(02).
       01  WS-PAYMENT-STATUS       PIC X(02).
       01  WS-LOANMAST-STATUS      PIC X(02).
       01  WS-RUN-DATE             PIC X(08).
       01  WS-RUN-INTEGER          PIC 9(08).
       01  WS-ITEM-DATE-NUM        PIC 9(08).
       01  WS-ITEM-INTEGER         PIC 9(08).
       01  WS-DAYS-OUTSTANDING     PIC S9(05).

      *    THE OPERATOR'S CONTROL-TOTAL HEADER - FIRST RECORD OF THE
      *    DISPOSITION FILE, SAME 80-BYTE LENGTH AS THE DETAILS.
       01  WS-DISPOSITION-HEADER.
           05  SDH-RECORD-TYPE          PIC X(03).
           05  SDH-DISPOSITION-DATE     PIC X(08).
           05  SDH-DETAIL-COUNT         PIC 9(05).
           05  SDH-TOTAL-AMOUNT         PIC 9(09)V99.
           05  FILLER                   PIC X(53).

           COPY SUSPDISP.

       01  WS-HEADER-FLAG          PIC X(01) VALUE 'N'.
           88  HEADER-SEEN         VALUE 'Y'.
           88  NO-HEADER           VALUE 'N'.

      *    TONIGHT'S SUSPENSE FILE, LOADED IN FULL TO THE SAME 50000-
      *    ROW LIMIT PAYPOST CARRIES FOR THE RECEIPTS BEHIND IT. EACH
      *    ITEM'S STATE: 'N' OPEN, 'E' CLEARED ON AN EARLIER RUN,
      *    'H' HELD BY A DISPOSITION IN TONIGHT'S BATCH, 'C' CLEARED
      *    TONIGHT.
       01  WS-SUSPENSE-COUNT       PIC 9(05) VALUE 0.
       01  WS-SUSPENSE-TABLE.
           05  WS-SUSPENSE-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-SUSPENSE-COUNT.
               10  SUST-CUSTOMER-ID     PIC X(05).
               10  SUST-LOAN-NUMBER     PIC X(12).
               10  SUST-PAYMENT-DATE    PIC X(08).
               10  SUST-AMOUNT          PIC 9(09)V99.
               10  SUST-REASON          PIC X(30).
               10  SUST-STATE           PIC X(01).
       01  WS-SCAN-IDX             PIC 9(05).
       01  WS-MATCH-IDX            PIC 9(05).
       01  WS-CLEARED-MATCH-IDX    PIC 9(05).

      *    THE LOAN MASTER, LOADED IN FULL (IT IS WRITTEN IN
      *    ASCENDING LOAN-NUMBER ORDER) SO AN APPLY CAN BE PROVED
      *    AGAINST THE TARGET CUSTOMER - THE SAME RESOLUTION PAYEDIT
      *    GIVES A LOCKBOX RECEIPT.
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
       01  WS-RESOLVED-LOAN-NUMBER PIC X(12).

      *    FIELD VALIDATION CONTROL - SAME SHAPE AS PAYEDIT'S.
       01  WS-REJECT-FLAG          PIC X(01) VALUE 'N'.
           88  RECORD-REJECTED     VALUE 'Y'.
           88  RECORD-VALID        VALUE 'N'.
       01  WS-REJECT-REASON-TEXT   PIC X(40).

      *    BATCH BALANCING TOTALS - EVERY DETAIL ROW RECEIVED COUNTS
      *    AGAINST THE HEADER COUNT, AND EVERY NUMERIC AMOUNT
      *    (ACCEPTED OR REJECTED) AGAINST THE HEADER AMOUNT.
       01  WS-DETAIL-COUNT         PIC 9(05) VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(05) VALUE 0.
       01  WS-TOTAL-RECEIVED-AMT   PIC 9(09)V99 VALUE 0.

       01  WS-BALANCE-FLAG         PIC X(01) VALUE 'N'.
           88  BATCH-OUT-OF-BALANCE VALUE 'Y'.
           88  BATCH-IN-BALANCE     VALUE 'N'.

      *    ACCEPTED DISPOSITIONS ARE HELD HERE UNTIL THE BATCH PROVES
      *    IN BALANCE, EACH POINTING AT THE SUSPENSE ITEM IT CLEARS.
       01  WS-HOLD-COUNT           PIC 9(05) VALUE 0.
       01  WS-APPLY-HOLD-COUNT     PIC 9(05) VALUE 0.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-HOLD-COUNT.
               10  HLD-SUSPENSE-IDX     PIC 9(05).
               10  HLD-ACTION           PIC X(01).
               10  HLD-TARGET-CUSTOMER  PIC X(05).
               10  HLD-TARGET-LOAN      PIC X(12).
               10  HLD-OPERATOR-ID      PIC X(08).
               10  HLD-REFERENCE        PIC X(10).
       01  WS-HOLD-IDX             PIC 9(05).

      *    CLEARING REGISTER CONTROL TOTALS.
       01  WS-APPLIED-COUNT        PIC 9(05) VALUE 0.
       01  WS-APPLIED-AMT          PIC 9(09)V99 VALUE 0.
       01  WS-REFUND-COUNT         PIC 9(05) VALUE 0.
       01  WS-REFUND-AMT           PIC 9(09)V99 VALUE 0.
       01  WS-UNCLAIMED-COUNT      PIC 9(05) VALUE 0.
       01  WS-UNCLAIMED-AMT        PIC 9(09)V99 VALUE 0.

      *    AGING REPORT CONTROL TOTALS.
       01  WS-FILE-COUNT           PIC 9(05) VALUE 0.
       01  WS-FILE-AMT             PIC 9(09)V99 VALUE 0.
       01  WS-CLEARED-COUNT        PIC 9(05) VALUE 0.
       01  WS-CLEARED-AMT          PIC 9(09)V99 VALUE 0.
       01  WS-BUCKET-30-COUNT      PIC 9(05) VALUE 0.
       01  WS-BUCKET-30-AMT        PIC 9(09)V99 VALUE 0.
       01  WS-BUCKET-60-COUNT      PIC 9(05) VALUE 0.
       01  WS-BUCKET-60-AMT        PIC 9(09)V99 VALUE 0.
       01  WS-BUCKET-90-COUNT      PIC 9(05) VALUE 0.
       01  WS-BUCKET-90-AMT        PIC 9(09)V99 VALUE 0.
       01  WS-BUCKET-OVER-COUNT    PIC 9(05) VALUE 0.
       01  WS-BUCKET-OVER-AMT      PIC 9(09)V99 VALUE 0.
       01  WS-ESCALATE-COUNT       PIC 9(05) VALUE 0.
       01  WS-ESCALATE-AMT         PIC 9(09)V99 VALUE 0.

       01  WS-SUSPREG-HEADER.
           05  WS-SRG-HDR-RECORD-TYPE   PIC X(03) VALUE 'HDR'.
           05  WS-SRG-HDR-RUN-DATE      PIC X(08).
           05  WS-SRG-HDR-LAYOUT-VER    PIC X(04) VALUE 'V001'.
           05  FILLER                   PIC X(85) VALUE SPACES.

       01  WS-SUSPREG-TRAILER.
           05  WS-SRG-TRL-RECORD-TYPE   PIC X(03) VALUE 'TRL'.
           05  WS-SRG-TRL-DETAIL-COUNT  PIC 9(05).
           05  WS-SRG-TRL-APPLIED-CNT   PIC 9(05).
           05  WS-SRG-TRL-APPLIED-AMT   PIC 9(09)V99.
           05  WS-SRG-TRL-REFUND-CNT    PIC 9(05).
           05  WS-SRG-TRL-REFUND-AMT    PIC 9(09)V99.
           05  WS-SRG-TRL-UNCLAIM-CNT   PIC 9(05).
           05  WS-SRG-TRL-UNCLAIM-AMT   PIC 9(09)V99.
           05  WS-SRG-TRL-REJECTED-CNT  PIC 9(05).
           05  FILLER                   PIC X(39) VALUE SPACES.

       01  WS-SUSPAGE-HEADER.
           05  WS-SAG-HDR-RECORD-TYPE   PIC X(03) VALUE 'HDR'.
           05  WS-SAG-HDR-RUN-DATE      PIC X(08).
           05  WS-SAG-HDR-LAYOUT-VER    PIC X(04) VALUE 'V001'.
           05  FILLER                   PIC X(117) VALUE SPACES.

      *    ITEMS ON PAYSUSP.DAT = CLEARED + OPEN, WHERE OPEN IS THE
      *    SUM OF THE FOUR BUCKETS; THE ESCALATED TOTAL IS THE THREE
      *    BUCKETS OVER 30 DAYS.
       01  WS-SUSPAGE-TRAILER.
           05  WS-SAG-TRL-RECORD-TYPE   PIC X(03) VALUE 'TRL'.
           05  WS-SAG-TRL-FILE-COUNT    PIC 9(05).
           05  WS-SAG-TRL-FILE-AMT      PIC 9(09)V99.
           05  WS-SAG-TRL-CLEARED-CNT   PIC 9(05).
           05  WS-SAG-TRL-CLEARED-AMT   PIC 9(09)V99.
           05  WS-SAG-TRL-30-COUNT      PIC 9(05).
           05  WS-SAG-TRL-30-AMT        PIC 9(09)V99.
           05  WS-SAG-TRL-60-COUNT      PIC 9(05).
           05  WS-SAG-TRL-60-AMT        PIC 9(09)V99.
           05  WS-SAG-TRL-90-COUNT      PIC 9(05).
           05  WS-SAG-TRL-90-AMT        PIC 9(09)V99.
           05  WS-SAG-TRL-OVER-COUNT    PIC 9(05).
           05  WS-SAG-TRL-OVER-AMT      PIC 9(09)V99.
           05  WS-SAG-TRL-ESC-COUNT     PIC 9(05).
           05  WS-SAG-TRL-ESC-AMT       PIC 9(09)V99.
           05  FILLER                   PIC X(17) VALUE SPACES.

           COPY SUSPAGE.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE FUNCTION NUMVAL (WS-RUN-DATE) TO WS-ITEM-DATE-NUM
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE-NUM)

           PERFORM LOAD-LOAN-MASTER
           PERFORM LOAD-SUSPENSE-FILE
           PERFORM LOAD-CLEARING-HISTORY

           OPEN OUTPUT SUSPREG-FILE
           OPEN OUTPUT SUSPREJ-FILE
           PERFORM WRITE-SUSPREG-HEADER

      *    NO DISPOSITION FILE MEANS NOTHING WAS WORKED TODAY - THE
      *    AGING REPORT IS STILL PRODUCED SO OLD ITEMS KEEP SURFACING.
           OPEN INPUT SUSPDISP-FILE
           IF WS-SUSPDISP-STATUS NOT = '00'
               DISPLAY 'SUSPDISP.DAT COULD NOT BE OPENED - STATUS '
                   WS-SUSPDISP-STATUS ' - NO DISPOSITIONS TONIGHT, '
                   'AGING ONLY'
           ELSE
               PERFORM UNTIL EOF-REACHED
                   READ SUSPDISP-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           IF NO-HEADER
                               PERFORM TAKE-DISPOSITION-HEADER
                           ELSE
                               PERFORM EDIT-ONE-DISPOSITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPDISP-FILE
               SET NOT-EOF TO TRUE

               PERFORM BALANCE-DISPOSITIONS
               IF BATCH-OUT-OF-BALANCE
      *            NOTHING HAS TOUCHED SUSPHIST.DAT OR PAYMENTS.DAT -
      *            THE HELD ITEMS GO BACK TO OPEN AND AGE AS USUAL.
                   DISPLAY 'DISPOSITION BATCH DOES NOT BALANCE - '
                       'NOTHING CLEARED, RE-PRESENT THE CORRECTED FILE'
                   MOVE 8 TO RETURN-CODE
                   PERFORM RELEASE-HELD-ITEMS
               ELSE
                   PERFORM CLEAR-HELD-ITEMS
               END-IF
           END-IF

           PERFORM WRITE-SUSPREG-TRAILER
           CLOSE SUSPREG-FILE
           CLOSE SUSPREJ-FILE

           OPEN OUTPUT SUSPAGE-FILE
           PERFORM WRITE-AGING-REPORT
           CLOSE SUSPAGE-FILE

           DISPLAY 'SUSPENSE CLEARED: ' WS-APPLIED-COUNT ' APPLIED, '
               WS-REFUND-COUNT ' REFUNDED, ' WS-UNCLAIMED-COUNT
               ' UNCLAIMED, ' WS-REJECTED-COUNT ' REJECTED'
           IF WS-REJECTED-COUNT > 0
               DISPLAY 'REJECTED DISPOSITIONS ON SUSPREJ.DAT - '
                   'CORRECT AND RE-KEY'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-ESCALATE-COUNT > 0
               DISPLAY 'SUSPENSE ITEMS OVER 30 DAYS: '
                   WS-ESCALATE-COUNT ' FOR ' WS-ESCALATE-AMT
                   ' - ESCALATE FROM SUSPAGE.DAT'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

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

       LOAD-SUSPENSE-FILE.
      *    NO SUSPENSE FILE MEANS PAYPOST HAS NOTHING PARKED - EVERY
      *    DISPOSITION WILL REJECT AND THE AGING REPORT IS EMPTY.
           OPEN INPUT PAYSUSP-FILE
           IF WS-PAYSUSP-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ PAYSUSP-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-SUSPENSE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PAYSUSP-FILE
               SET NOT-EOF TO TRUE
           ELSE
               DISPLAY 'PAYSUSP.DAT COULD NOT BE OPENED - STATUS '
                   WS-PAYSUSP-STATUS ' - NOTHING IN SUSPENSE'
           END-IF.

       LOAD-SUSPENSE-ENTRY.
           IF WS-SUSPENSE-COUNT = 50000
               DISPLAY 'PAYSUSP.DAT HAS MORE THAN 50000 ROWS - '
                   'WS-SUSPENSE-TABLE ONLY HOLDS 50000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SUSPENSE-COUNT
           MOVE SUS-CUSTOMER-ID
               TO SUST-CUSTOMER-ID (WS-SUSPENSE-COUNT)
           MOVE SUS-LOAN-NUMBER
               TO SUST-LOAN-NUMBER (WS-SUSPENSE-COUNT)
           MOVE SUS-PAYMENT-DATE
               TO SUST-PAYMENT-DATE (WS-SUSPENSE-COUNT)
           MOVE SUS-AMOUNT
               TO SUST-AMOUNT (WS-SUSPENSE-COUNT)
           MOVE SUS-REASON
               TO SUST-REASON (WS-SUSPENSE-COUNT)
           MOVE 'N'
               TO SUST-STATE (WS-SUSPENSE-COUNT).

       LOAD-CLEARING-HISTORY.
      *    AN ITEM CLEARED ON AN EARLIER RUN STAYS ON PAYSUSP.DAT
      *    UNTIL PAYPOST NEXT REBUILDS IT - EACH HISTORY ROW CLAIMS
      *    ONE MATCHING ITEM SO IT IS NEITHER CLEARED AGAIN NOR AGED.
           OPEN INPUT SUSPHIST-FILE
           IF WS-SUSPHIST-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ SUSPHIST-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM MARK-CLEARED-EARLIER
                   END-READ
               END-PERFORM
               CLOSE SUSPHIST-FILE
               SET NOT-EOF TO TRUE
           END-IF.

       MARK-CLEARED-EARLIER.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SUSPENSE-COUNT
                   OR WS-MATCH-IDX > 0
               IF SUST-CUSTOMER-ID (WS-SCAN-IDX) = SCH-CUSTOMER-ID
                       AND SUST-LOAN-NUMBER (WS-SCAN-IDX)
                           = SCH-LOAN-NUMBER
                       AND SUST-PAYMENT-DATE (WS-SCAN-IDX)
                           = SCH-PAYMENT-DATE
                       AND SUST-AMOUNT (WS-SCAN-IDX) = SCH-AMOUNT
                       AND SUST-STATE (WS-SCAN-IDX) = 'N'
                   MOVE WS-SCAN-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX > 0
               MOVE 'E' TO SUST-STATE (WS-MATCH-IDX)
           END-IF.

       TAKE-DISPOSITION-HEADER.
      *    THE FIRST RECORD MUST BE THE CONTROL-TOTAL HEADER - A
      *    FILE THAT STARTS STRAIGHT INTO DETAILS CANNOT BE PROVED
      *    COMPLETE.
           MOVE SUSPDISP-INPUT TO WS-DISPOSITION-HEADER
           IF SDH-RECORD-TYPE NOT = 'HDR'
               DISPLAY 'SUSPDISP.DAT HAS NO CONTROL-TOTAL HEADER - '
                   'FIRST RECORD IS NOT HDR'
               SET BATCH-OUT-OF-BALANCE TO TRUE
               SET HEADER-SEEN TO TRUE
      *        REPROCESS THIS RECORD AS A DETAIL SO THE COUNTS STILL
      *        SHOW OPERATIONS WHAT ARRIVED.
               PERFORM EDIT-ONE-DISPOSITION
           ELSE
               IF SDH-DETAIL-COUNT NOT NUMERIC
                       OR SDH-TOTAL-AMOUNT NOT NUMERIC
                   DISPLAY 'SUSPDISP.DAT HEADER CONTROL TOTALS ARE '
                       'NOT NUMERIC'
                   SET BATCH-OUT-OF-BALANCE TO TRUE
               END-IF
               SET HEADER-SEEN TO TRUE
           END-IF.

       EDIT-ONE-DISPOSITION.
           MOVE SUSPDISP-INPUT TO SUSPDISP-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           IF SDP-AMOUNT NUMERIC
               ADD SDP-AMOUNT-N TO WS-TOTAL-RECEIVED-AMT
           END-IF

           PERFORM VALIDATE-DISPOSITION

           IF RECORD-REJECTED
               PERFORM WRITE-DISPOSITION-REJECT
           ELSE
               PERFORM HOLD-DISPOSITION
           END-IF.

       VALIDATE-DISPOSITION.
      *    A DISPOSITION MUST NAME AN OPEN SUSPENSE ITEM EXACTLY AS
      *    PAYSUSP.DAT SHOWS IT, CARRY A KNOWN ACTION AND AN
      *    AUTHORIZING OPERATOR, AND - FOR AN APPLY - NAME A CUSTOMER
      *    AND LOAN THAT CAN TAKE THE CASH.
           SET RECORD-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON-TEXT
           MOVE 0      TO WS-MATCH-IDX
           MOVE SPACES TO WS-RESOLVED-LOAN-NUMBER

           IF SDP-CUSTOMER-ID = SPACES
               SET RECORD-REJECTED TO TRUE
               MOVE 'SUSPENSE CUSTOMER ID IS BLANK'
                   TO WS-REJECT-REASON-TEXT
           ELSE
               IF NOT SDP-APPLY AND NOT SDP-REFUND
                       AND NOT SDP-UNCLAIMED
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'ACTION MUST BE A, R OR U'
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   IF SDP-AMOUNT NOT NUMERIC
                           OR SDP-AMOUNT-N = 0
                       SET RECORD-REJECTED TO TRUE
                       MOVE 'AMOUNT MISSING OR ZERO'
                           TO WS-REJECT-REASON-TEXT
                   ELSE
                       IF SDP-OPERATOR-ID = SPACES
                           SET RECORD-REJECTED TO TRUE
                           MOVE 'NO AUTHORIZING OPERATOR'
                               TO WS-REJECT-REASON-TEXT
                       ELSE
                           PERFORM FIND-SUSPENSE-ITEM
                           IF RECORD-VALID AND SDP-APPLY
                               PERFORM RESOLVE-TARGET-LOAN
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF RECORD-REJECTED
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       FIND-SUSPENSE-ITEM.
      *    THE FIRST OPEN ITEM WITH THE SAME CUSTOMER, LOAN, DATE AND
      *    AMOUNT. WHEN ONLY A CLEARED OR ALREADY-HELD ITEM MATCHES,
      *    SAY SO - IT IS A DUPLICATE DISPOSITION, NOT A KEYING SLIP.
           MOVE 0 TO WS-CLEARED-MATCH-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SUSPENSE-COUNT
                   OR WS-MATCH-IDX > 0
               IF SUST-CUSTOMER-ID (WS-SCAN-IDX) = SDP-CUSTOMER-ID
                       AND SUST-LOAN-NUMBER (WS-SCAN-IDX)
                           = SDP-LOAN-NUMBER
                       AND SUST-PAYMENT-DATE (WS-SCAN-IDX)
                           = SDP-PAYMENT-DATE
                       AND SUST-AMOUNT (WS-SCAN-IDX) = SDP-AMOUNT-N
                   IF SUST-STATE (WS-SCAN-IDX) = 'N'
                       MOVE WS-SCAN-IDX TO WS-MATCH-IDX
                   ELSE
                       MOVE WS-SCAN-IDX TO WS-CLEARED-MATCH-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
               SET RECORD-REJECTED TO TRUE
               IF WS-CLEARED-MATCH-IDX > 0
                   MOVE 'SUSPENSE ITEM IS ALREADY CLEARED'
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   MOVE 'NO SUSPENSE ITEM MATCHES THIS ROW'
                       TO WS-REJECT-REASON-TEXT
               END-IF
           END-IF.

       RESOLVE-TARGET-LOAN.
      *    AN APPLIED ITEM BECOMES AN ORDINARY RECEIPT, SO IT MUST
      *    LAND ON AN ACTIVE LOAN - OTHERWISE PAYPOST WOULD ONLY PARK
      *    IT STRAIGHT BACK IN SUSPENSE. A KEYED LOAN MUST BE ONE OF
      *    THE TARGET CUSTOMER'S ACTIVE LOANS; A BLANK ONE TAKES THE
      *    CUSTOMER'S OLDEST ACTIVE LOAN, AS IN PAYEDIT. THE AMOUNT
      *    MUST FIT ONE PAYMENT-RECORD.
           IF SDP-TARGET-CUSTOMER-ID = SPACES
               SET RECORD-REJECTED TO TRUE
               MOVE 'APPLY NAMES NO TARGET CUSTOMER'
                   TO WS-REJECT-REASON-TEXT
           ELSE
               IF SUST-AMOUNT (WS-MATCH-IDX) > 9999999.99
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'AMOUNT TOO LARGE FOR ONE RECEIPT'
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   IF SDP-TARGET-LOAN-NUMBER = SPACES
                       PERFORM VARYING WS-LOAN-SCAN-IDX FROM 1 BY 1
                               UNTIL WS-LOAN-SCAN-IDX
                                   > WS-LOANMAST-COUNT
                               OR WS-RESOLVED-LOAN-NUMBER
                                   NOT = SPACES
                           IF LNT-CUSTOMER-ID (WS-LOAN-SCAN-IDX)
                                   = SDP-TARGET-CUSTOMER-ID
                                   AND LNT-LOAN-STATUS
                                       (WS-LOAN-SCAN-IDX) = 'A'
                               MOVE LNT-LOAN-NUMBER (WS-LOAN-SCAN-IDX)
                                   TO WS-RESOLVED-LOAN-NUMBER
                           END-IF
                       END-PERFORM
                       IF WS-RESOLVED-LOAN-NUMBER = SPACES
                           SET RECORD-REJECTED TO TRUE
                           MOVE 'TARGET CUSTOMER HAS NO ACTIVE LOAN'
                               TO WS-REJECT-REASON-TEXT
                       END-IF
                   ELSE
                       IF WS-LOANMAST-COUNT > 0
                           SEARCH ALL WS-LOANMAST-ENTRY
                               AT END
                                   CONTINUE
                               WHEN LNT-LOAN-NUMBER (LN-IDX)
                                       = SDP-TARGET-LOAN-NUMBER
                                   IF LNT-CUSTOMER-ID (LN-IDX)
                                           = SDP-TARGET-CUSTOMER-ID
                                           AND LNT-LOAN-STATUS (LN-IDX)
                                               = 'A'
                                       MOVE SDP-TARGET-LOAN-NUMBER
                                           TO WS-RESOLVED-LOAN-NUMBER
                                   END-IF
                           END-SEARCH
                       END-IF
                       IF WS-RESOLVED-LOAN-NUMBER = SPACES
                           SET RECORD-REJECTED TO TRUE
                           MOVE 'TARGET LOAN NOT ACTIVE FOR CUSTOMER'
                               TO WS-REJECT-REASON-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF RECORD-VALID
                   AND WS-RESOLVED-LOAN-NUMBER
                       = SUST-LOAN-NUMBER (WS-MATCH-IDX)
               SET RECORD-REJECTED TO TRUE
               MOVE 'APPLY TARGET IS THE ITEM''S OWN LOAN'
                   TO WS-REJECT-REASON-TEXT
           END-IF.

       HOLD-DISPOSITION.
      *    ONE BATCH LARGER THAN THE HOLD TABLE CANNOT BE PROVED AND
      *    CLEARED ATOMICALLY - ABEND RATHER THAN CLEARING PART OF IT.
           IF WS-HOLD-COUNT = 10000
               DISPLAY 'SUSPDISP.DAT HAS MORE THAN 10000 ACCEPTED '
                   'ROWS - HOLD TABLE ONLY HOLDS 10000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE 'H' TO SUST-STATE (WS-MATCH-IDX)
           MOVE WS-MATCH-IDX     TO HLD-SUSPENSE-IDX (WS-HOLD-COUNT)
           MOVE SDP-ACTION       TO HLD-ACTION (WS-HOLD-COUNT)
           MOVE SDP-OPERATOR-ID  TO HLD-OPERATOR-ID (WS-HOLD-COUNT)
           MOVE SDP-REFERENCE    TO HLD-REFERENCE (WS-HOLD-COUNT)
           IF SDP-APPLY
               MOVE SDP-TARGET-CUSTOMER-ID
                   TO HLD-TARGET-CUSTOMER (WS-HOLD-COUNT)
               MOVE WS-RESOLVED-LOAN-NUMBER
                   TO HLD-TARGET-LOAN (WS-HOLD-COUNT)
               ADD 1 TO WS-APPLY-HOLD-COUNT
           ELSE
               MOVE SPACES TO HLD-TARGET-CUSTOMER (WS-HOLD-COUNT)
               MOVE SPACES TO HLD-TARGET-LOAN (WS-HOLD-COUNT)
           END-IF.

       WRITE-DISPOSITION-REJECT.
           MOVE SDP-CUSTOMER-ID        TO SRJ-CUSTOMER-ID
           MOVE SDP-LOAN-NUMBER        TO SRJ-LOAN-NUMBER
           MOVE SDP-PAYMENT-DATE       TO SRJ-PAYMENT-DATE
           MOVE SDP-AMOUNT             TO SRJ-AMOUNT
           MOVE SDP-ACTION             TO SRJ-ACTION
           MOVE SDP-TARGET-CUSTOMER-ID TO SRJ-TARGET-CUSTOMER-ID
           MOVE SDP-TARGET-LOAN-NUMBER TO SRJ-TARGET-LOAN-NUMBER
           MOVE SDP-OPERATOR-ID        TO SRJ-OPERATOR-ID
           MOVE WS-REJECT-REASON-TEXT  TO SRJ-REASON-TEXT
           WRITE SUSPREJ-RECORD.

       BALANCE-DISPOSITIONS.
      *    EVERY ROW THE HEADER COUNTED MUST HAVE ARRIVED AND EVERY
      *    DOLLAR IT TOTALED MUST BE ACCOUNTED FOR - ACCEPTED OR
      *    REJECTED - THE SAME PROOF PAYEDIT GIVES A DEPOSIT.
           IF NO-HEADER
               DISPLAY 'SUSPDISP.DAT IS EMPTY - NO CONTROL-TOTAL '
                   'HEADER RECEIVED'
               SET BATCH-OUT-OF-BALANCE TO TRUE
           ELSE
               IF SDH-RECORD-TYPE = 'HDR'
                       AND SDH-DETAIL-COUNT NUMERIC
                       AND SDH-TOTAL-AMOUNT NUMERIC
                   IF WS-DETAIL-COUNT NOT = SDH-DETAIL-COUNT
                       DISPLAY 'OUT OF BALANCE: DISPOSITIONS '
                           'RECEIVED ' WS-DETAIL-COUNT
                           ' VS HEADER COUNT ' SDH-DETAIL-COUNT
                       SET BATCH-OUT-OF-BALANCE TO TRUE
                   END-IF
                   IF WS-TOTAL-RECEIVED-AMT NOT = SDH-TOTAL-AMOUNT
                       DISPLAY 'OUT OF BALANCE: DISPOSITION AMOUNT '
                           'RECEIVED ' WS-TOTAL-RECEIVED-AMT
                           ' VS HEADER AMOUNT ' SDH-TOTAL-AMOUNT
                       SET BATCH-OUT-OF-BALANCE TO TRUE
                   END-IF
               END-IF
           END-IF.

       RELEASE-HELD-ITEMS.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               MOVE 'N' TO SUST-STATE (HLD-SUSPENSE-IDX (WS-HOLD-IDX))
           END-PERFORM.

       CLEAR-HELD-ITEMS.
      *    THE BATCH PROVED IN BALANCE. SUSPHIST.DAT AND PAYMENTS.DAT
      *    ARE BOTH CUMULATIVE - EXTEND THEM, CREATING EACH ON ITS
      *    FIRST USE. PAYMENTS.DAT IS ONLY OPENED WHEN SOMETHING IS
      *    BEING APPLIED.
           IF WS-HOLD-COUNT > 0
               OPEN EXTEND SUSPHIST-FILE
               IF WS-SUSPHIST-STATUS NOT = '00'
                   OPEN OUTPUT SUSPHIST-FILE
                   IF WS-SUSPHIST-STATUS NOT = '00'
                       DISPLAY 'SUSPHIST.DAT COULD NOT BE OPENED - '
                           'STATUS ' WS-SUSPHIST-STATUS
                           ' - NOTHING CLEARED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               IF WS-APPLY-HOLD-COUNT > 0
                   OPEN EXTEND PAYMENT-FILE
                   IF WS-PAYMENT-STATUS NOT = '00'
                       OPEN OUTPUT PAYMENT-FILE
                       IF WS-PAYMENT-STATUS NOT = '00'
                           DISPLAY 'PAYMENTS.DAT COULD NOT BE OPENED - '
                               'STATUS ' WS-PAYMENT-STATUS
                               ' - NOTHING CLEARED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF
               PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                   MOVE HLD-SUSPENSE-IDX (WS-HOLD-IDX) TO WS-MATCH-IDX
                   PERFORM CLEAR-ONE-ITEM
               END-PERFORM
               CLOSE SUSPHIST-FILE
               IF WS-APPLY-HOLD-COUNT > 0
                   CLOSE PAYMENT-FILE
               END-IF
           END-IF.

       CLEAR-ONE-ITEM.
      *    HISTORY FIRST, SO CASH NEVER LEAVES SUSPENSE WITHOUT THE
      *    RECORD OF WHERE IT WENT.
           MOVE SPACES TO SUSPHIST-RECORD
           MOVE SUST-CUSTOMER-ID (WS-MATCH-IDX)  TO SCH-CUSTOMER-ID
           MOVE SUST-LOAN-NUMBER (WS-MATCH-IDX)  TO SCH-LOAN-NUMBER
           MOVE SUST-PAYMENT-DATE (WS-MATCH-IDX) TO SCH-PAYMENT-DATE
           MOVE SUST-AMOUNT (WS-MATCH-IDX)       TO SCH-AMOUNT
           MOVE HLD-ACTION (WS-HOLD-IDX)         TO SCH-ACTION
           MOVE HLD-TARGET-CUSTOMER (WS-HOLD-IDX)
               TO SCH-TARGET-CUSTOMER-ID
           MOVE HLD-TARGET-LOAN (WS-HOLD-IDX)
               TO SCH-TARGET-LOAN-NUMBER
           MOVE HLD-OPERATOR-ID (WS-HOLD-IDX)    TO SCH-OPERATOR-ID
           MOVE HLD-REFERENCE (WS-HOLD-IDX)      TO SCH-REFERENCE
           MOVE WS-RUN-DATE                      TO SCH-CLEAR-DATE
           WRITE SUSPHIST-RECORD
           IF WS-SUSPHIST-STATUS NOT = '00'
               DISPLAY 'SUSPHIST.DAT WRITE FAILED FOR CUSTOMER '
                   SCH-CUSTOMER-ID ' - STATUS ' WS-SUSPHIST-STATUS
                   ' - BATCH IS PARTIALLY CLEARED, REVIEW BEFORE '
                   'RE-PRESENTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'C' TO SUST-STATE (WS-MATCH-IDX)

           IF HLD-ACTION (WS-HOLD-IDX) = 'A'
               MOVE HLD-TARGET-CUSTOMER (WS-HOLD-IDX)
                   TO PAY-CUSTOMER-ID
               MOVE HLD-TARGET-LOAN (WS-HOLD-IDX)
                   TO PAY-LOAN-NUMBER
               MOVE 0 TO PAY-PAYMENT-NUMBER
               MOVE SUST-PAYMENT-DATE (WS-MATCH-IDX)
                   TO PAY-PAYMENT-DATE
               MOVE SUST-AMOUNT (WS-MATCH-IDX)
                   TO PAY-PAYMENT-AMOUNT
               WRITE PAYMENT-RECORD
               IF WS-PAYMENT-STATUS NOT = '00'
                   DISPLAY 'PAYMENTS.DAT WRITE FAILED FOR CUSTOMER '
                       PAY-CUSTOMER-ID ' - STATUS ' WS-PAYMENT-STATUS
                       ' - SUSPHIST.DAT SHOWS THE ITEM APPLIED, KEY '
                       'THE RECEIPT BY HAND'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE SPACES TO SUSPREG-RECORD
           MOVE 'DET'                             TO SRG-RECORD-TYPE
           MOVE SCH-CUSTOMER-ID                   TO SRG-CUSTOMER-ID
           MOVE SCH-LOAN-NUMBER                   TO SRG-LOAN-NUMBER
           MOVE SCH-PAYMENT-DATE                  TO SRG-PAYMENT-DATE
           MOVE SCH-AMOUNT                        TO SRG-AMOUNT
           MOVE SCH-ACTION                        TO SRG-ACTION
           MOVE SCH-TARGET-CUSTOMER-ID       TO SRG-TARGET-CUSTOMER-ID
           MOVE SCH-TARGET-LOAN-NUMBER       TO SRG-TARGET-LOAN-NUMBER
           MOVE SCH-OPERATOR-ID                   TO SRG-OPERATOR-ID
           MOVE SCH-REFERENCE                     TO SRG-REFERENCE
           EVALUATE SCH-ACTION
               WHEN 'A'
                   MOVE 'APPLIED'          TO SRG-ACTION-TEXT
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD SCH-AMOUNT TO WS-APPLIED-AMT
               WHEN 'R'
                   MOVE 'REFUNDED'         TO SRG-ACTION-TEXT
                   ADD 1 TO WS-REFUND-COUNT
                   ADD SCH-AMOUNT TO WS-REFUND-AMT
               WHEN OTHER
                   MOVE 'UNCLAIMED PROP'   TO SRG-ACTION-TEXT
                   ADD 1 TO WS-UNCLAIMED-COUNT
                   ADD SCH-AMOUNT TO WS-UNCLAIMED-AMT
           END-EVALUATE
           WRITE SUSPREG-RECORD.

       WRITE-AGING-REPORT.
      *    EVERY ITEM ON PAYSUSP.DAT IS COUNTED ONCE - EITHER AS
      *    CLEARED (TONIGHT OR ON AN EARLIER RUN) OR AS AN OPEN ITEM
      *    AGED ONTO THE REPORT - SO THE TRAILER TIES TO THE FILE.
           MOVE WS-RUN-DATE TO WS-SAG-HDR-RUN-DATE
           MOVE WS-SUSPAGE-HEADER TO SUSPAGE-LINE
           WRITE SUSPAGE-LINE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SUSPENSE-COUNT
               ADD 1 TO WS-FILE-COUNT
               ADD SUST-AMOUNT (WS-SCAN-IDX) TO WS-FILE-AMT
               IF SUST-STATE (WS-SCAN-IDX) = 'N'
                   PERFORM AGE-ONE-ITEM
               ELSE
                   ADD 1 TO WS-CLEARED-COUNT
                   ADD SUST-AMOUNT (WS-SCAN-IDX) TO WS-CLEARED-AMT
               END-IF
           END-PERFORM
           MOVE WS-FILE-COUNT        TO WS-SAG-TRL-FILE-COUNT
           MOVE WS-FILE-AMT          TO WS-SAG-TRL-FILE-AMT
           MOVE WS-CLEARED-COUNT     TO WS-SAG-TRL-CLEARED-CNT
           MOVE WS-CLEARED-AMT       TO WS-SAG-TRL-CLEARED-AMT
           MOVE WS-BUCKET-30-COUNT   TO WS-SAG-TRL-30-COUNT
           MOVE WS-BUCKET-30-AMT     TO WS-SAG-TRL-30-AMT
           MOVE WS-BUCKET-60-COUNT   TO WS-SAG-TRL-60-COUNT
           MOVE WS-BUCKET-60-AMT     TO WS-SAG-TRL-60-AMT
           MOVE WS-BUCKET-90-COUNT   TO WS-SAG-TRL-90-COUNT
           MOVE WS-BUCKET-90-AMT     TO WS-SAG-TRL-90-AMT
           MOVE WS-BUCKET-OVER-COUNT TO WS-SAG-TRL-OVER-COUNT
           MOVE WS-BUCKET-OVER-AMT   TO WS-SAG-TRL-OVER-AMT
           MOVE WS-ESCALATE-COUNT    TO WS-SAG-TRL-ESC-COUNT
           MOVE WS-ESCALATE-AMT      TO WS-SAG-TRL-ESC-AMT
           MOVE WS-SUSPAGE-TRAILER TO SUSPAGE-LINE
           WRITE SUSPAGE-LINE.

       AGE-ONE-ITEM.
      *    DAYS OUTSTANDING COUNT IN CALENDAR DAYS FROM THE RECEIPT
      *    DATE. FOR CASH LEFT OVER AFTER A LOAN'S WHOLE SCHEDULE IS
      *    COVERED, THAT IS THE LATEST RECEIPT ON THE LOAN.
           MOVE 0 TO WS-DAYS-OUTSTANDING
           IF SUST-PAYMENT-DATE (WS-SCAN-IDX) NUMERIC
               MOVE FUNCTION NUMVAL (SUST-PAYMENT-DATE (WS-SCAN-IDX))
                   TO WS-ITEM-DATE-NUM
               COMPUTE WS-ITEM-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE-NUM)
               COMPUTE WS-DAYS-OUTSTANDING =
                   WS-RUN-INTEGER - WS-ITEM-INTEGER
               IF WS-DAYS-OUTSTANDING < 0
                   MOVE 0 TO WS-DAYS-OUTSTANDING
               END-IF
           END-IF

           MOVE SPACES TO SUSPAGE-RECORD
           MOVE 'DET'                           TO SAG-RECORD-TYPE
           MOVE SUST-CUSTOMER-ID (WS-SCAN-IDX)  TO SAG-CUSTOMER-ID
           MOVE SUST-LOAN-NUMBER (WS-SCAN-IDX)  TO SAG-LOAN-NUMBER
           MOVE SUST-PAYMENT-DATE (WS-SCAN-IDX) TO SAG-PAYMENT-DATE
           MOVE SUST-AMOUNT (WS-SCAN-IDX)       TO SAG-AMOUNT
           MOVE WS-DAYS-OUTSTANDING             TO SAG-DAYS-OUTSTANDING
           MOVE SUST-REASON (WS-SCAN-IDX)       TO SAG-REASON
           MOVE 'N'                             TO SAG-ESCALATE-FLAG

           IF WS-DAYS-OUTSTANDING > 90
               MOVE '90+  ' TO SAG-AGING-BUCKET
               ADD 1 TO WS-BUCKET-OVER-COUNT
               ADD SUST-AMOUNT (WS-SCAN-IDX) TO WS-BUCKET-OVER-AMT
           ELSE
               IF WS-DAYS-OUTSTANDING > 60
                   MOVE '61-90' TO SAG-AGING-BUCKET
                   ADD 1 TO WS-BUCKET-90-COUNT
                   ADD SUST-AMOUNT (WS-SCAN-IDX) TO WS-BUCKET-90-AMT
               ELSE
                   IF WS-DAYS-OUTSTANDING > 30
                       MOVE '31-60' TO SAG-AGING-BUCKET
                       ADD 1 TO WS-BUCKET-60-COUNT
                       ADD SUST-AMOUNT (WS-SCAN-IDX)
                           TO WS-BUCKET-60-AMT
                   ELSE
                       MOVE '0-30 ' TO SAG-AGING-BUCKET
                       ADD 1 TO WS-BUCKET-30-COUNT
                       ADD SUST-AMOUNT (WS-SCAN-IDX)
                           TO WS-BUCKET-30-AMT
                   END-IF
               END-IF
           END-IF
      *    OVER 30 DAYS IS ESCALATED - THE ITEM GOES TO A SUPERVISOR
      *    NOW RATHER THAN TURNING UP AT AUDIT.
           IF WS-DAYS-OUTSTANDING > 30
               MOVE 'Y' TO SAG-ESCALATE-FLAG
               ADD 1 TO WS-ESCALATE-COUNT
               ADD SUST-AMOUNT (WS-SCAN-IDX) TO WS-ESCALATE-AMT
           END-IF

           MOVE SUSPAGE-RECORD TO SUSPAGE-LINE
           WRITE SUSPAGE-LINE.

       WRITE-SUSPREG-HEADER.
           MOVE WS-RUN-DATE TO WS-SRG-HDR-RUN-DATE
           MOVE WS-SUSPREG-HEADER TO SUSPREG-RECORD
           WRITE SUSPREG-RECORD.

       WRITE-SUSPREG-TRAILER.
           COMPUTE WS-SRG-TRL-DETAIL-COUNT = WS-APPLIED-COUNT
               + WS-REFUND-COUNT + WS-UNCLAIMED-COUNT
           MOVE WS-APPLIED-COUNT   TO WS-SRG-TRL-APPLIED-CNT
           MOVE WS-APPLIED-AMT     TO WS-SRG-TRL-APPLIED-AMT
           MOVE WS-REFUND-COUNT    TO WS-SRG-TRL-REFUND-CNT
           MOVE WS-REFUND-AMT      TO WS-SRG-TRL-REFUND-AMT
           MOVE WS-UNCLAIMED-COUNT TO WS-SRG-TRL-UNCLAIM-CNT
           MOVE WS-UNCLAIMED-AMT   TO WS-SRG-TRL-UNCLAIM-AMT
           MOVE WS-REJECTED-COUNT  TO WS-SRG-TRL-REJECTED-CNT
           MOVE WS-SUSPREG-TRAILER TO SUSPREG-RECORD
           WRITE SUSPREG-RECORD.
