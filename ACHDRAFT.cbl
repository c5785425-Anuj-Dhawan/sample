       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHDRAFT.

      *****************************************************************
      *  NIGHTLY AUTOPAY DEBIT ORIGINATION. RUNS LAST IN THE NIGHTLY
      *  CYCLE, AFTER PAYPOST HAS POSTED THE DAY'S RECEIPTS AND
      *  LOANREL HAS CLOSED THE LOANS PAID OFF. EVERY ACTIVE ROW ON
      *  THE AUTOPAY ENROLLMENT FILE (ACHENRL.DAT - SEE ACHENRL.CPY)
      *  HAS THE NEXT UNPAID INSTALLMENT OF ITS LOAN (OR OF EACH OF
      *  THE CUSTOMER'S ACTIVE LOANS, WHEN THE ENROLLMENT NAMES NO
      *  LOAN) DRAFTED FROM THE BORROWER'S BANK ACCOUNT: THE FIRST
      *  ROW ON PAYSTAT.DAT NOT YET DUE THAT IS STILL 'OPEN' OR ONLY
      *  PART PAID, FOR WHAT IS STILL OWED ON IT. THE DEBIT IS SET TO
      *  SETTLE ON THE BORROWER'S DRAFT DAY - IN THE DUE MONTH WHEN
      *  THE DRAFT DAY COMES BEFORE THE DUE DAY, OTHERWISE IN THE
      *  MONTH BEFORE IT (ON THE DUE DATE ITSELF WHEN THERE IS NO
      *  DRAFT DAY OR IT IS THE DUE DAY) - SO THE INSTALLMENT IS NEVER
      *  LATE, AND IS ORIGINATED WITHIN THE LEAD DAYS BEFORE THAT
      *  DATE, SO THE BANK HAS THE ENTRY IN TIME. A NIGHT THAT WAS
      *  MISSED IS MADE UP: AN INSTALLMENT STILL NOT DUE IS DRAFTED
      *  TO SETTLE THE NEXT DAY.
      *  THE DEBITS GO TO THE BANK ON ACHDEBIT.DAT, A STANDARD NACHA
      *  FILE (SEE ACHDEBIT.CPY) WITH ONE BATCH PER EFFECTIVE ENTRY
      *  DATE AND THE BATCH AND FILE CONTROL TOTALS. EACH DRAFT IS
      *  APPENDED TO THE CUMULATIVE DRAFT HISTORY (ACHHIST.DAT), WHICH
      *  IS ALSO HOW AN INSTALLMENT IS DRAFTED ONLY ONCE - A RERUN, OR
      *  A DRAFT THE BANK RETURNS, NEVER DRAFTS THE SAME INSTALLMENT
      *  AGAIN. WHEN THE BANK CONFIRMS SETTLEMENT THE DRAFTS COME BACK
      *  THROUGH PAYEDIT, MATCHED TO ACHHIST.DAT BY TRACE NUMBER, AND
      *  REACH PAYMENTS.DAT LIKE ANY OTHER RECEIPT.
      *  A STOPPED ENROLLMENT, A LOAN LOANREL HAS CLOSED AND A LOAN
      *  CHGOFF HAS CHARGED OFF ARE NEVER DRAFTED - THE LOAN STATUS
      *  COMES FROM LOANMAST.DAT, SO A LOAN CLOSED TONIGHT IS ALREADY
      *  OFF. EVERY ENROLLED LOAN GETS A ROW ON THE CONTROL REPORT
      *  (ACHCTRL.DAT) SAYING WHAT WAS DONE WITH IT, AND ITS TRAILER
      *  CARRIES THE FILE CONTROL TOTALS. AN ENROLLMENT ROW THAT
      *  CANNOT BE USED (BAD ROUTING NUMBER, NO ACCOUNT, A LOAN THE
      *  CUSTOMER DOES NOT HOLD) IS LISTED 'INVALID' AND ENDS RC=8.
      *  NO ENROLLMENT FILE MEANS NO AUTOPAY DRAFTS TONIGHT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACHENRL-FILE ASSIGN TO 'ACHENRL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACHENRL-STATUS.
           SELECT LOANMAST-FILE ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT PAYSTAT-FILE ASSIGN TO 'PAYSTAT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYSTAT-STATUS.
           SELECT ACHHIST-FILE ASSIGN TO 'ACHHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACHHIST-STATUS.
           SELECT ACHDEBIT-FILE ASSIGN TO 'ACHDEBIT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACHDEBIT-STATUS.
           SELECT ACHCTRL-FILE ASSIGN TO 'ACHCTRL.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACHENRL-FILE.
           COPY ACHENRL.

       FD  LOANMAST-FILE.
           COPY LOANMAST.

       FD  PAYSTAT-FILE.
           COPY PAYSTAT.

       FD  ACHHIST-FILE.
           COPY ACHHIST.

       FD  ACHDEBIT-FILE.
           COPY ACHDEBIT.

       FD  ACHCTRL-FILE.
           COPY ACHCTRL.

       WORKING-STORAGE SECTION.
       01  EOF-FLAG                PIC X VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.

       01  WS-ACHENRL-STATUS       PIC X(02).
       01  WS-LOANMAST-STATUS      PIC X(02).
       01  WS-PAYSTAT-STATUS       PIC X(02).
       01  WS-ACHHIST-STATUS       PIC X(02).
       01  WS-ACHDEBIT-STATUS      PIC X(02).

      *    ORIGINATOR IDENTIFICATION. THE BANK ASSIGNS THE COMPANY ID
      *    AND CONFIRMS ITS ROUTING AND FILE NAMES WHEN WE ARE SET UP
      *    AS AN ACH ORIGINATOR - UNTIL THEN THEY GO OUT BLANK AND THE
      *    BANK WILL REFUSE THE FILE, WHICH IS THE RIGHT OUTCOME.
       01  WS-ACH-IMMEDIATE-DEST   PIC X(10) VALUE SPACES.
       01  WS-ACH-IMMEDIATE-ORIGIN PIC X(10) VALUE SPACES.
       01  WS-ACH-DEST-NAME        PIC X(23) VALUE SPACES.
       01  WS-ACH-ORIGIN-NAME      PIC X(23) VALUE SPACES.
       01  WS-ACH-COMPANY-NAME     PIC X(16) VALUE SPACES.
       01  WS-ACH-COMPANY-ID       PIC X(10) VALUE SPACES.
       01  WS-ACH-ODFI-ID          PIC X(08) VALUE SPACES.
       01  WS-ACH-ENTRY-DESC       PIC X(10) VALUE 'LOAN PMT'.
      *    CALENDAR DAYS BEFORE THE SETTLEMENT DATE THE DEBIT IS
      *    ORIGINATED - ENOUGH FOR THE BANK'S CUTOFF AND A WEEKEND.
       01  WS-ACH-LEAD-DAYS        PIC 9(02) VALUE 3.

      *    THE LOAN MASTER, LOADED IN FULL (IT IS WRITTEN IN
      *    ASCENDING LOAN-NUMBER ORDER), THE SAME WAY PAYEDIT LOADS
      *    IT - THE ENROLLED LOAN MUST BE THE CUSTOMER'S AND STILL
      *    ACTIVE.
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
       01  WS-DRAFT-LOAN-NUMBER    PIC X(12).
       01  WS-DRAFT-LOAN-STATUS    PIC X(01).
       01  WS-NEXTDUE-FOUND        PIC X(01).
       01  WS-ACTIVE-LOAN-FOUND    PIC X(01).

      *    THE NEXT INSTALLMENT TO DRAFT FOR EVERY LOAN ON
      *    PAYSTAT.DAT - THE FIRST ROW NOT YET DUE THAT IS 'OPEN' OR
      *    'PARTIAL' (PAID AHEAD IN PART), WITH WHAT IS STILL OWED ON
      *    IT. A LOAN WITH NO SUCH ROW CARRIES PAYMENT NUMBER ZERO.
      *    PAYPOST WRITES THE FILE IN LOAN-NUMBER ORDER, SO THE TABLE
      *    IS BUILT IN THAT ORDER FOR A BINARY SEARCH.
       01  WS-NEXTDUE-COUNT        PIC 9(06) VALUE 0.
       01  WS-NEXTDUE-TABLE.
           05  WS-NEXTDUE-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-NEXTDUE-COUNT
                   ASCENDING KEY IS NXT-LOAN-NUMBER
                   INDEXED BY NX-IDX.
               10  NXT-LOAN-NUMBER      PIC X(12).
               10  NXT-PAYMENT-NUMBER   PIC 9(03).
               10  NXT-DUE-DATE         PIC X(08).
               10  NXT-AMOUNT-DUE       PIC 9(07)V99.

      *    INSTALLMENTS ALREADY DRAFTED, BY LOAN AND INSTALLMENT -
      *    PAYMENT NUMBER AND DUE DATE TOGETHER, BECAUSE LOANMOD
      *    REUSES THE PAYMENT NUMBERS OF THE ROWS IT REPLACES FOR
      *    INSTALLMENTS FALLING DUE ON NEW DATES - ACHHIST.DAT PLUS
      *    TONIGHT'S DRAFTS, SO TWO ENROLLMENT ROWS FOR ONE LOAN
      *    STILL DRAFT IT ONCE. SEARCHED SERIALLY, THE SAME AS
      *    LATEFEE'S CHARGED-FEE TABLE. THE HIGHEST TRACE
      *    SEQUENCE ON FILE IS KEPT SO TONIGHT'S TRACE NUMBERS CARRY
      *    ON FROM IT AND NEVER REPEAT.
       01  WS-DRAFTED-COUNT        PIC 9(06) VALUE 0.
       01  WS-DRAFTED-TABLE.
           05  WS-DRAFTED-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON WS-DRAFTED-COUNT
                   INDEXED BY DF-IDX.
               10  DFT-LOAN-NUMBER      PIC X(12).
               10  DFT-PAYMENT-NUMBER   PIC 9(03).
               10  DFT-DUE-DATE         PIC X(08).
       01  WS-ALREADY-DRAFTED-FLAG PIC X(01).
       01  WS-LAST-TRACE-SEQ       PIC 9(07) VALUE 0.
       01  WS-TRACE-NUMBER.
           05  WS-TRACE-ODFI-ID         PIC X(08).
           05  WS-TRACE-SEQ             PIC 9(07).

      *    TONIGHT'S DRAFTS, HELD UNTIL EVERY ENROLLMENT HAS BEEN READ
      *    SO THEY CAN BE WRITTEN TO THE BANK FILE ONE BATCH PER
      *    EFFECTIVE ENTRY DATE.
       01  WS-DRAFT-HOLD-COUNT     PIC 9(05) VALUE 0.
       01  WS-DRAFT-HOLD-TABLE.
           05  WS-DRAFT-HOLD-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-DRAFT-HOLD-COUNT.
               10  DRH-CUSTOMER-ID      PIC X(05).
               10  DRH-LOAN-NUMBER      PIC X(12).
               10  DRH-PAYMENT-NUMBER   PIC 9(03).
               10  DRH-DUE-DATE         PIC X(08).
               10  DRH-EFFECTIVE-DATE   PIC X(08).
               10  DRH-DRAFT-AMOUNT     PIC 9(07)V99.
               10  DRH-ROUTING-NUMBER   PIC X(09).
               10  DRH-ACCOUNT-NUMBER   PIC X(17).
               10  DRH-ACCOUNT-TYPE     PIC X(01).
               10  DRH-ACCOUNT-NAME     PIC X(22).
               10  DRH-TRACE-NUMBER     PIC X(15).
               10  DRH-BATCHED-FLAG     PIC X(01).
       01  WS-HOLD-IDX             PIC 9(05).
       01  WS-UNBATCHED-COUNT      PIC 9(05) VALUE 0.

      *    ENROLLMENT VALIDATION CONTROL - SAME SHAPE AS PAYEDIT'S.
       01  WS-REJECT-FLAG          PIC X(01) VALUE 'N'.
           88  RECORD-REJECTED     VALUE 'Y'.
           88  RECORD-VALID        VALUE 'N'.
       01  WS-REJECT-REASON-TEXT   PIC X(30).
      *    ABA ROUTING CHECK DIGIT - WEIGHTS 3, 7, 1 REPEATED ACROSS
      *    THE NINE DIGITS MUST SUM TO A MULTIPLE OF TEN.
       01  WS-ROUTING-CHECK-SUM    PIC 9(04).
       01  WS-ROUTING-CHECK-QUOT   PIC 9(04).
       01  WS-ROUTING-CHECK-REM    PIC 9(01).

      *    RUN DATE AND SETTLEMENT DATE ARITHMETIC - THE SAME
      *    CALENDAR-DAY COUNT PAYPOST AGES ON.
       01  WS-RUN-DATE             PIC X(08).
       01  WS-RUN-TIME             PIC X(04).
       01  WS-RUN-INTEGER          PIC 9(08).
       01  WS-DATE-NUM             PIC 9(08).
       01  WS-EFFECTIVE-DATE       PIC X(08).
       01  WS-EFFECTIVE-INTEGER    PIC 9(08).
       01  WS-WINDOW-INTEGER       PIC 9(08).

      *    BANK FILE BUILD - BATCH AND FILE CONTROL TOTALS. THE HASH
      *    SUMS ARE KEPT WIDER THAN THE TEN DIGITS THE FORMAT CARRIES
      *    AND ONLY THE LOW-ORDER DIGITS ARE MOVED OUT.
       01  WS-BATCH-EFFECTIVE-DATE PIC X(08).
       01  WS-BATCH-NUMBER         PIC 9(07) VALUE 0.
       01  WS-BATCH-ENTRY-COUNT    PIC 9(06).
       01  WS-BATCH-HASH-SUM       PIC 9(12).
       01  WS-BATCH-DEBIT-AMT      PIC 9(10)V99.
       01  WS-FILE-ENTRY-COUNT     PIC 9(08) VALUE 0.
       01  WS-FILE-HASH-SUM        PIC 9(12) VALUE 0.
       01  WS-FILE-DEBIT-AMT       PIC 9(10)V99 VALUE 0.
       01  WS-FILE-RECORD-COUNT    PIC 9(08) VALUE 0.
       01  WS-FILE-BLOCK-COUNT     PIC 9(06) VALUE 0.
       01  WS-FILL-RECORD-COUNT    PIC 9(02).
       01  WS-RECEIVING-DFI-N      PIC 9(08).
       01  WS-FILE-ENTRY-HASH      PIC 9(10) VALUE 0.

      *    CONTROL REPORT TOTALS.
       01  WS-ENROLL-COUNT         PIC 9(05) VALUE 0.
       01  WS-INVALID-COUNT        PIC 9(05) VALUE 0.
       01  WS-STOPPED-COUNT        PIC 9(05) VALUE 0.
       01  WS-DRAFT-COUNT          PIC 9(05) VALUE 0.
       01  WS-DRAFT-AMT            PIC 9(09)V99 VALUE 0.
       01  WS-ON-FILE-COUNT        PIC 9(05) VALUE 0.
       01  WS-NOT-YET-COUNT        PIC 9(05) VALUE 0.
       01  WS-NONE-DUE-COUNT       PIC 9(05) VALUE 0.
       01  WS-NO-SCHED-COUNT       PIC 9(05) VALUE 0.
       01  WS-CLOSED-COUNT         PIC 9(05) VALUE 0.
       01  WS-CHARGED-OFF-COUNT    PIC 9(05) VALUE 0.

       01  WS-ACHCTRL-HEADER.
           05  WS-ACC-HDR-RECORD-TYPE   PIC X(03) VALUE 'HDR'.
           05  WS-ACC-HDR-RUN-DATE      PIC X(08).
           05  WS-ACC-HDR-LAYOUT-VER    PIC X(04) VALUE 'V001'.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-ACHCTRL-TRAILER.
           05  WS-ACC-TRL-RECORD-TYPE   PIC X(03) VALUE 'TRL'.
           05  WS-ACC-TRL-ENROLL-CNT    PIC 9(05).
           05  WS-ACC-TRL-INVALID-CNT   PIC 9(05).
           05  WS-ACC-TRL-STOPPED-CNT   PIC 9(05).
           05  WS-ACC-TRL-DRAFT-CNT     PIC 9(05).
           05  WS-ACC-TRL-DRAFT-AMT     PIC 9(09)V99.
           05  WS-ACC-TRL-ON-FILE-CNT   PIC 9(05).
           05  WS-ACC-TRL-NOT-YET-CNT   PIC 9(05).
           05  WS-ACC-TRL-NONE-DUE-CNT  PIC 9(05).
           05  WS-ACC-TRL-NO-SCHED-CNT  PIC 9(05).
           05  WS-ACC-TRL-CLOSED-CNT    PIC 9(05).
           05  WS-ACC-TRL-CHGOFF-CNT    PIC 9(05).
           05  WS-ACC-TRL-BATCH-CNT     PIC 9(05).
           05  WS-ACC-TRL-BLOCK-CNT     PIC 9(06).
           05  WS-ACC-TRL-ENTRY-HASH    PIC 9(10).
           05  FILLER                   PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:4) TO WS-RUN-TIME
           MOVE FUNCTION NUMVAL (WS-RUN-DATE) TO WS-DATE-NUM
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)

           OPEN OUTPUT ACHCTRL-FILE
           PERFORM WRITE-ACHCTRL-HEADER

      *    NO ENROLLMENT FILE MEANS NOBODY IS ON AUTOPAY - NOTHING IS
      *    DRAFTED, BUT THE BANK FILE IS STILL EMPTIED SO LAST NIGHT'S
      *    DEBITS CAN NEVER BE SENT A SECOND TIME.
           OPEN INPUT ACHENRL-FILE
           IF WS-ACHENRL-STATUS NOT = '00'
               DISPLAY 'ACHENRL.DAT COULD NOT BE OPENED - STATUS '
                   WS-ACHENRL-STATUS ' - NO AUTOPAY DRAFTS TONIGHT'
           ELSE
               PERFORM LOAD-LOAN-MASTER
               PERFORM LOAD-NEXT-INSTALLMENTS
               PERFORM LOAD-DRAFT-HISTORY
               PERFORM UNTIL EOF-REACHED
                   READ ACHENRL-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ENROLL-COUNT
                           PERFORM PROCESS-ENROLLMENT
                   END-READ
               END-PERFORM
               CLOSE ACHENRL-FILE
           END-IF

           PERFORM WRITE-DEBIT-FILE
           IF WS-DRAFT-HOLD-COUNT > 0
               PERFORM APPEND-DRAFT-HISTORY
           END-IF

           PERFORM WRITE-ACHCTRL-TRAILER
           CLOSE ACHCTRL-FILE

           DISPLAY 'AUTOPAY DRAFTS ORIGINATED: ' WS-DRAFT-COUNT
               ' FOR ' WS-DRAFT-AMT ' IN ' WS-BATCH-NUMBER
               ' BATCHES'
           IF WS-INVALID-COUNT > 0
               DISPLAY 'ENROLLMENTS THAT COULD NOT BE USED ARE ON '
                   'ACHCTRL.DAT AS INVALID'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-LOAN-MASTER.
      *    WITHOUT THE MASTER THERE IS NO WAY TO TELL A CLOSED OR
      *    CHARGED-OFF LOAN FROM AN ACTIVE ONE, AND A CLOSED LOAN
      *    MUST NEVER BE DRAFTED - STOP RATHER THAN GUESS.
           OPEN INPUT LOANMAST-FILE
           IF WS-LOANMAST-STATUS NOT = '00'
               DISPLAY 'LOANMAST.DAT COULD NOT BE OPENED - STATUS '
                   WS-LOANMAST-STATUS ' - NO DRAFTS CAN BE ORIGINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ LOANMAST-FILE
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM LOAD-LOANMAST-ENTRY
               END-READ
           END-PERFORM
           CLOSE LOANMAST-FILE
           SET NOT-EOF TO TRUE.

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

       LOAD-NEXT-INSTALLMENTS.
      *    PAYPOST ALWAYS CREATES PAYSTAT.DAT, SO FAILING TO OPEN IT
      *    IS A SUITE SEQUENCING PROBLEM, NOT A QUIET NO-DRAFT NIGHT.
           OPEN INPUT PAYSTAT-FILE
           IF WS-PAYSTAT-STATUS NOT = '00'
               DISPLAY 'PAYSTAT.DAT COULD NOT BE OPENED - STATUS '
                   WS-PAYSTAT-STATUS ' - NO DRAFTS CAN BE ORIGINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ PAYSTAT-FILE
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM NOTE-POSTED-ROW
               END-READ
           END-PERFORM
           CLOSE PAYSTAT-FILE
           SET NOT-EOF TO TRUE.

       NOTE-POSTED-ROW.
           IF WS-NEXTDUE-COUNT = 0
               PERFORM ADD-NEXTDUE-LOAN
           ELSE
               IF PST-LOAN-NUMBER
                       NOT = NXT-LOAN-NUMBER (WS-NEXTDUE-COUNT)
                   IF PST-LOAN-NUMBER
                           < NXT-LOAN-NUMBER (WS-NEXTDUE-COUNT)
                       DISPLAY 'PAYSTAT.DAT NOT IN ASCENDING LOAN-'
                           'NUMBER ORDER AT ' PST-LOAN-NUMBER
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM ADD-NEXTDUE-LOAN
               END-IF
           END-IF
      *    ONLY THE FIRST QUALIFYING ROW OF THE LOAN IS KEPT.
           IF NXT-PAYMENT-NUMBER (WS-NEXTDUE-COUNT) = 0
                   AND PST-DUE-DATE > WS-RUN-DATE
                   AND PST-AMOUNT-PAID < PST-PAYMENT-AMOUNT
               IF PST-PAY-STATUS = 'OPEN   '
                       OR PST-PAY-STATUS = 'PARTIAL'
                   MOVE PST-PAYMENT-NUMBER
                       TO NXT-PAYMENT-NUMBER (WS-NEXTDUE-COUNT)
                   MOVE PST-DUE-DATE
                       TO NXT-DUE-DATE (WS-NEXTDUE-COUNT)
                   COMPUTE NXT-AMOUNT-DUE (WS-NEXTDUE-COUNT) =
                       PST-PAYMENT-AMOUNT - PST-AMOUNT-PAID
               END-IF
           END-IF.

       ADD-NEXTDUE-LOAN.
           IF WS-NEXTDUE-COUNT = 100000
               DISPLAY 'PAYSTAT.DAT HAS MORE THAN 100000 LOANS - '
                   'WS-NEXTDUE-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NEXTDUE-COUNT
           MOVE PST-LOAN-NUMBER TO NXT-LOAN-NUMBER (WS-NEXTDUE-COUNT)
           MOVE 0               TO NXT-PAYMENT-NUMBER (WS-NEXTDUE-COUNT)
           MOVE SPACES          TO NXT-DUE-DATE (WS-NEXTDUE-COUNT)
           MOVE 0               TO NXT-AMOUNT-DUE (WS-NEXTDUE-COUNT).

       LOAD-DRAFT-HISTORY.
      *    NO HISTORY YET MEANS NOTHING HAS EVER BEEN DRAFTED.
           OPEN INPUT ACHHIST-FILE
           IF WS-ACHHIST-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ ACHHIST-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-ACHHIST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ACHHIST-FILE
               SET NOT-EOF TO TRUE
           END-IF.

       LOAD-ACHHIST-ENTRY.
           IF WS-DRAFTED-COUNT = 200000
               DISPLAY 'ACHHIST.DAT HAS MORE THAN 200000 ROWS - '
                   'WS-DRAFTED-TABLE ONLY HOLDS 200000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DRAFTED-COUNT
           MOVE AHS-LOAN-NUMBER
               TO DFT-LOAN-NUMBER (WS-DRAFTED-COUNT)
           MOVE AHS-PAYMENT-NUMBER
               TO DFT-PAYMENT-NUMBER (WS-DRAFTED-COUNT)
           MOVE AHS-DUE-DATE
               TO DFT-DUE-DATE (WS-DRAFTED-COUNT)
           MOVE AHS-TRACE-NUMBER TO WS-TRACE-NUMBER
           IF WS-TRACE-SEQ NUMERIC
               IF WS-TRACE-SEQ > WS-LAST-TRACE-SEQ
                   MOVE WS-TRACE-SEQ TO WS-LAST-TRACE-SEQ
               END-IF
           END-IF.

       PROCESS-ENROLLMENT.
           PERFORM VALIDATE-ENROLLMENT
           IF RECORD-REJECTED
               ADD 1 TO WS-INVALID-COUNT
               PERFORM CLEAR-ACHCTRL-DETAIL
               MOVE ACE-LOAN-NUMBER       TO ACC-LOAN-NUMBER
               MOVE 'INVALID'             TO ACC-ACTION
               MOVE WS-REJECT-REASON-TEXT TO ACC-REASON-TEXT
               WRITE ACHCTRL-RECORD
           ELSE
               IF ACE-ENROLL-STOPPED
                   ADD 1 TO WS-STOPPED-COUNT
                   PERFORM CLEAR-ACHCTRL-DETAIL
                   MOVE ACE-LOAN-NUMBER TO ACC-LOAN-NUMBER
                   MOVE 'STOPPED'       TO ACC-ACTION
                   MOVE 'ENROLLMENT STOPPED'
                                        TO ACC-REASON-TEXT
                   WRITE ACHCTRL-RECORD
               ELSE
                   IF ACE-LOAN-NUMBER NOT = SPACES
                       MOVE ACE-LOAN-NUMBER TO WS-DRAFT-LOAN-NUMBER
                       MOVE LNT-LOAN-STATUS (LN-IDX)
                           TO WS-DRAFT-LOAN-STATUS
                       PERFORM DRAFT-ENROLLED-LOAN
                   ELSE
                       PERFORM DRAFT-CUSTOMER-LOANS
                   END-IF
               END-IF
           END-IF.

       VALIDATE-ENROLLMENT.
      *    A STOPPED ENROLLMENT IS NEVER DRAFTED, SO ONLY ITS
      *    CUSTOMER AND STATUS NEED TO BE READABLE. AN ACTIVE ONE MUST
      *    CARRY A ROUTING NUMBER THAT PASSES ITS CHECK DIGIT, AN
      *    ACCOUNT, AN ACCOUNT TYPE, A DRAFT DAY AND THE NAME ON THE
      *    ACCOUNT, AND A LOAN IT NAMES MUST BE THE CUSTOMER'S. A
      *    LOAN LEFT ON THE MASTER AS LN-IDX IS USED BY THE CALLER.
           SET RECORD-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON-TEXT

           IF ACE-CUSTOMER-ID = SPACES
               SET RECORD-REJECTED TO TRUE
               MOVE 'CUSTOMER ID IS BLANK' TO WS-REJECT-REASON-TEXT
           ELSE
               IF NOT ACE-ENROLL-ACTIVE AND NOT ACE-ENROLL-STOPPED
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'ENROLLMENT STATUS NOT A OR S'
                                          TO WS-REJECT-REASON-TEXT
               ELSE
                   IF ACE-ENROLL-ACTIVE
                       PERFORM VALIDATE-BANK-ACCOUNT
                       IF RECORD-VALID
                           PERFORM VALIDATE-ENROLLED-LOAN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDATE-BANK-ACCOUNT.
           IF ACE-ROUTING-NUMBER NOT NUMERIC
               SET RECORD-REJECTED TO TRUE
               MOVE 'ROUTING NUMBER IS NOT NUMERIC'
                                      TO WS-REJECT-REASON-TEXT
           ELSE
               COMPUTE WS-ROUTING-CHECK-SUM =
                   3 * (ACE-ROUTING-DIGIT (1) + ACE-ROUTING-DIGIT (4)
                        + ACE-ROUTING-DIGIT (7))
                 + 7 * (ACE-ROUTING-DIGIT (2) + ACE-ROUTING-DIGIT (5)
                        + ACE-ROUTING-DIGIT (8))
                 +     (ACE-ROUTING-DIGIT (3) + ACE-ROUTING-DIGIT (6)
                        + ACE-ROUTING-DIGIT (9))
               DIVIDE WS-ROUTING-CHECK-SUM BY 10
                   GIVING WS-ROUTING-CHECK-QUOT
                   REMAINDER WS-ROUTING-CHECK-REM
               IF WS-ROUTING-CHECK-REM NOT = 0
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'ROUTING CHECK DIGIT FAILS'
                                          TO WS-REJECT-REASON-TEXT
               ELSE
                   IF ACE-ACCOUNT-NUMBER = SPACES
                       SET RECORD-REJECTED TO TRUE
                       MOVE 'BANK ACCOUNT NUMBER IS BLANK'
                                          TO WS-REJECT-REASON-TEXT
                   ELSE
                       IF NOT ACE-CHECKING AND NOT ACE-SAVINGS
                           SET RECORD-REJECTED TO TRUE
                           MOVE 'ACCOUNT TYPE NOT C OR S'
                                          TO WS-REJECT-REASON-TEXT
                       ELSE
                           IF ACE-DRAFT-DAY NOT NUMERIC
                                   OR ACE-DRAFT-DAY-N > 31
                               SET RECORD-REJECTED TO TRUE
                               MOVE 'DRAFT DAY NOT 00-31'
                                          TO WS-REJECT-REASON-TEXT
                           ELSE
                               IF ACE-ACCOUNT-NAME = SPACES
                                   SET RECORD-REJECTED TO TRUE
                                   MOVE 'ACCOUNT HOLDER NAME IS BLANK'
                                          TO WS-REJECT-REASON-TEXT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDATE-ENROLLED-LOAN.
           IF ACE-LOAN-NUMBER NOT = SPACES
               SET RECORD-REJECTED TO TRUE
               IF WS-LOANMAST-COUNT > 0
                   SEARCH ALL WS-LOANMAST-ENTRY
                       AT END
                           CONTINUE
                       WHEN LNT-LOAN-NUMBER (LN-IDX)
                               = ACE-LOAN-NUMBER
                           IF LNT-CUSTOMER-ID (LN-IDX)
                                   = ACE-CUSTOMER-ID
                               SET RECORD-VALID TO TRUE
                           END-IF
                   END-SEARCH
               END-IF
               IF RECORD-REJECTED
                   MOVE 'LOAN NOT ON FILE FOR CUSTOMER'
                                          TO WS-REJECT-REASON-TEXT
               END-IF
           END-IF.

       DRAFT-CUSTOMER-LOANS.
      *    AN ENROLLMENT THAT NAMES NO LOAN COVERS EVERY ACTIVE LOAN
      *    THE CUSTOMER HOLDS. CLOSED AND CHARGED-OFF LOANS ARE
      *    PASSED OVER WITHOUT A ROW; A CUSTOMER WITH NO ACTIVE LOAN
      *    LEFT GETS ONE 'CLOSED' ROW SO THE ENROLLMENT CAN BE
      *    STOPPED.
           MOVE 'N' TO WS-ACTIVE-LOAN-FOUND
           PERFORM VARYING WS-LOAN-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-SCAN-IDX > WS-LOANMAST-COUNT
               IF LNT-CUSTOMER-ID (WS-LOAN-SCAN-IDX) = ACE-CUSTOMER-ID
                       AND LNT-LOAN-STATUS (WS-LOAN-SCAN-IDX) = 'A'
                   MOVE 'Y' TO WS-ACTIVE-LOAN-FOUND
                   MOVE LNT-LOAN-NUMBER (WS-LOAN-SCAN-IDX)
                       TO WS-DRAFT-LOAN-NUMBER
                   MOVE 'A' TO WS-DRAFT-LOAN-STATUS
                   PERFORM DRAFT-ENROLLED-LOAN
               END-IF
           END-PERFORM
           IF WS-ACTIVE-LOAN-FOUND = 'N'
               ADD 1 TO WS-CLOSED-COUNT
               PERFORM CLEAR-ACHCTRL-DETAIL
               MOVE 'CLOSED'  TO ACC-ACTION
               MOVE 'CUSTOMER HAS NO ACTIVE LOAN'
                              TO ACC-REASON-TEXT
               WRITE ACHCTRL-RECORD
           END-IF.

       DRAFT-ENROLLED-LOAN.
      *    ONE ENROLLED LOAN - EXACTLY ONE CONTROL ROW, WHATEVER IS
      *    DONE WITH IT.
           PERFORM CLEAR-ACHCTRL-DETAIL
           MOVE WS-DRAFT-LOAN-NUMBER TO ACC-LOAN-NUMBER
           IF WS-DRAFT-LOAN-STATUS = 'C'
               ADD 1 TO WS-CLOSED-COUNT
               MOVE 'CLOSED'   TO ACC-ACTION
               MOVE 'LOAN RELEASED - NOT DRAFTED' TO ACC-REASON-TEXT
           ELSE
               IF WS-DRAFT-LOAN-STATUS = 'R'
                   ADD 1 TO WS-CHARGED-OFF-COUNT
                   MOVE 'CHGD-OFF' TO ACC-ACTION
                   MOVE 'LOAN CHARGED OFF - NOT DRAFTED'
                                   TO ACC-REASON-TEXT
               ELSE
                   PERFORM DRAFT-NEXT-INSTALLMENT
               END-IF
           END-IF
           WRITE ACHCTRL-RECORD.

       DRAFT-NEXT-INSTALLMENT.
           MOVE 'N' TO WS-NEXTDUE-FOUND
           IF WS-NEXTDUE-COUNT > 0
               SEARCH ALL WS-NEXTDUE-ENTRY
                   AT END
                       CONTINUE
                   WHEN NXT-LOAN-NUMBER (NX-IDX)
                           = WS-DRAFT-LOAN-NUMBER
                       MOVE 'Y' TO WS-NEXTDUE-FOUND
               END-SEARCH
           END-IF

           IF WS-NEXTDUE-FOUND = 'N'
               ADD 1 TO WS-NO-SCHED-COUNT
               MOVE 'NO-SCHED' TO ACC-ACTION
               MOVE 'NO POSTED SCHEDULE FOR LOAN' TO ACC-REASON-TEXT
           ELSE
               IF NXT-PAYMENT-NUMBER (NX-IDX) = 0
                   ADD 1 TO WS-NONE-DUE-COUNT
                   MOVE 'NONE-DUE' TO ACC-ACTION
                   MOVE 'NOTHING UNPAID AHEAD' TO ACC-REASON-TEXT
               ELSE
                   MOVE NXT-PAYMENT-NUMBER (NX-IDX)
                       TO ACC-PAYMENT-NUMBER
                   MOVE NXT-DUE-DATE (NX-IDX) TO ACC-DUE-DATE
                   MOVE NXT-AMOUNT-DUE (NX-IDX) TO ACC-DRAFT-AMOUNT
                   PERFORM CHECK-ALREADY-DRAFTED
                   IF WS-ALREADY-DRAFTED-FLAG = 'Y'
                       ADD 1 TO WS-ON-FILE-COUNT
                       MOVE 'ON-FILE' TO ACC-ACTION
                       MOVE 'INSTALLMENT ALREADY DRAFTED'
                                      TO ACC-REASON-TEXT
                   ELSE
                       PERFORM FIND-SETTLEMENT-DATE
                       MOVE WS-EFFECTIVE-DATE TO ACC-EFFECTIVE-DATE
                       IF WS-RUN-INTEGER < WS-WINDOW-INTEGER
                           ADD 1 TO WS-NOT-YET-COUNT
                           MOVE 'NOT-YET' TO ACC-ACTION
                           MOVE 'OUTSIDE DRAFT LEAD DAYS'
                                          TO ACC-REASON-TEXT
                       ELSE
                           PERFORM HOLD-DRAFT
                           MOVE 'DRAFTED' TO ACC-ACTION
                           MOVE WS-TRACE-NUMBER TO ACC-TRACE-NUMBER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-ALREADY-DRAFTED.
           MOVE 'N' TO WS-ALREADY-DRAFTED-FLAG
           IF WS-DRAFTED-COUNT > 0
               SET DF-IDX TO 1
               SEARCH WS-DRAFTED-ENTRY
                   AT END
                       CONTINUE
                   WHEN DFT-LOAN-NUMBER (DF-IDX)
                           = WS-DRAFT-LOAN-NUMBER
                           AND DFT-PAYMENT-NUMBER (DF-IDX)
                           = NXT-PAYMENT-NUMBER (NX-IDX)
                           AND DFT-DUE-DATE (DF-IDX)
                           = NXT-DUE-DATE (NX-IDX)
                       MOVE 'Y' TO WS-ALREADY-DRAFTED-FLAG
               END-SEARCH
           END-IF.

       FIND-SETTLEMENT-DATE.
      *    THE DEBIT SETTLES ON THE LAST DRAFT DAY NOT AFTER THE DUE
      *    DATE: IN THE DUE MONTH WHEN THE DRAFT DAY COMES BEFORE THE
      *    DUE DAY, IN THE MONTH BEFORE IT WHEN THE DRAFT DAY COMES
      *    AFTER (SCHEDULES FALL DUE ON THE 1ST, SO THAT IS THE USUAL
      *    CASE), AND ON THE DUE DATE WHEN THERE IS NO DRAFT DAY OR
      *    IT IS THE DUE DAY. IT IS ORIGINATED FROM THE LEAD DAYS
      *    BEFORE THAT ON; IF THAT MOMENT HAS ALREADY PASSED (AN
      *    ENROLLMENT SET UP LATE, A NIGHT NOT RUN) THE DEBIT SETTLES
      *    TOMORROW, WHICH IS STILL NO LATER THAN THE DUE DATE.
           MOVE NXT-DUE-DATE (NX-IDX) TO WS-EFFECTIVE-DATE
           IF ACE-DRAFT-DAY-N > 0
               IF ACE-DRAFT-DAY < WS-EFFECTIVE-DATE (7:2)
                   MOVE ACE-DRAFT-DAY TO WS-EFFECTIVE-DATE (7:2)
               ELSE
                   IF ACE-DRAFT-DAY > WS-EFFECTIVE-DATE (7:2)
                       PERFORM FIND-PRIOR-MONTH-DRAFT-DAY
                   END-IF
               END-IF
           END-IF
           MOVE FUNCTION NUMVAL (WS-EFFECTIVE-DATE) TO WS-DATE-NUM
           COMPUTE WS-EFFECTIVE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           COMPUTE WS-WINDOW-INTEGER =
               WS-EFFECTIVE-INTEGER - WS-ACH-LEAD-DAYS
           IF WS-EFFECTIVE-INTEGER NOT > WS-RUN-INTEGER
               COMPUTE WS-EFFECTIVE-INTEGER = WS-RUN-INTEGER + 1
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-EFFECTIVE-INTEGER)
               MOVE WS-DATE-NUM TO WS-EFFECTIVE-DATE
           END-IF.

       FIND-PRIOR-MONTH-DRAFT-DAY.
      *    THE LAST DAY OF THE MONTH BEFORE THE DUE MONTH, PULLED BACK
      *    TO THE DRAFT DAY - A DRAFT DAY OF 31 IN A SHORTER MONTH
      *    SETTLES ON THAT MONTH'S LAST DAY.
           MOVE '01' TO WS-EFFECTIVE-DATE (7:2)
           MOVE FUNCTION NUMVAL (WS-EFFECTIVE-DATE) TO WS-DATE-NUM
           COMPUTE WS-EFFECTIVE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) - 1
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-EFFECTIVE-INTEGER)
           MOVE WS-DATE-NUM TO WS-EFFECTIVE-DATE
           IF ACE-DRAFT-DAY < WS-EFFECTIVE-DATE (7:2)
               MOVE ACE-DRAFT-DAY TO WS-EFFECTIVE-DATE (7:2)
           END-IF.

       HOLD-DRAFT.
      *    TONIGHT'S FILE LARGER THAN THE HOLD TABLE CANNOT BE BUILT
      *    WHOLE - ABEND RATHER THAN SEND THE BANK PART OF A NIGHT.
           IF WS-DRAFT-HOLD-COUNT = 10000
               DISPLAY 'MORE THAN 10000 AUTOPAY DRAFTS TONIGHT - '
                   'WS-DRAFT-HOLD-TABLE ONLY HOLDS 10000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DRAFTED-COUNT = 200000
               DISPLAY 'ACHHIST.DAT HAS MORE THAN 200000 ROWS - '
                   'WS-DRAFTED-TABLE ONLY HOLDS 200000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LAST-TRACE-SEQ
           MOVE WS-ACH-ODFI-ID    TO WS-TRACE-ODFI-ID
           MOVE WS-LAST-TRACE-SEQ TO WS-TRACE-SEQ

           ADD 1 TO WS-DRAFT-HOLD-COUNT
           MOVE WS-DRAFT-HOLD-COUNT TO WS-HOLD-IDX
           MOVE ACE-CUSTOMER-ID    TO DRH-CUSTOMER-ID (WS-HOLD-IDX)
           MOVE WS-DRAFT-LOAN-NUMBER
                                   TO DRH-LOAN-NUMBER (WS-HOLD-IDX)
           MOVE NXT-PAYMENT-NUMBER (NX-IDX)
                                   TO DRH-PAYMENT-NUMBER (WS-HOLD-IDX)
           MOVE NXT-DUE-DATE (NX-IDX)
                                   TO DRH-DUE-DATE (WS-HOLD-IDX)
           MOVE WS-EFFECTIVE-DATE  TO DRH-EFFECTIVE-DATE (WS-HOLD-IDX)
           MOVE NXT-AMOUNT-DUE (NX-IDX)
                                   TO DRH-DRAFT-AMOUNT (WS-HOLD-IDX)
           MOVE ACE-ROUTING-NUMBER TO DRH-ROUTING-NUMBER (WS-HOLD-IDX)
           MOVE ACE-ACCOUNT-NUMBER TO DRH-ACCOUNT-NUMBER (WS-HOLD-IDX)
           MOVE ACE-ACCOUNT-TYPE   TO DRH-ACCOUNT-TYPE (WS-HOLD-IDX)
           MOVE ACE-ACCOUNT-NAME   TO DRH-ACCOUNT-NAME (WS-HOLD-IDX)
           MOVE WS-TRACE-NUMBER    TO DRH-TRACE-NUMBER (WS-HOLD-IDX)
           MOVE 'N'                TO DRH-BATCHED-FLAG (WS-HOLD-IDX)

           ADD 1 TO WS-DRAFTED-COUNT
           MOVE WS-DRAFT-LOAN-NUMBER
               TO DFT-LOAN-NUMBER (WS-DRAFTED-COUNT)
           MOVE NXT-PAYMENT-NUMBER (NX-IDX)
               TO DFT-PAYMENT-NUMBER (WS-DRAFTED-COUNT)
           MOVE NXT-DUE-DATE (NX-IDX)
               TO DFT-DUE-DATE (WS-DRAFTED-COUNT)

           ADD 1 TO WS-DRAFT-COUNT
           ADD NXT-AMOUNT-DUE (NX-IDX) TO WS-DRAFT-AMT.

       WRITE-DEBIT-FILE.
      *    ACHDEBIT.DAT IS REPLACED EVERY NIGHT. A NIGHT WITH NOTHING
      *    TO DRAFT LEAVES IT EMPTY, AND AN EMPTY FILE IS NOT SENT.
           OPEN OUTPUT ACHDEBIT-FILE
           IF WS-ACHDEBIT-STATUS NOT = '00'
               DISPLAY 'ACHDEBIT.DAT COULD NOT BE OPENED - STATUS '
                   WS-ACHDEBIT-STATUS ' - NO DRAFTS ORIGINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DRAFT-HOLD-COUNT > 0
               PERFORM WRITE-FILE-HEADER
               MOVE WS-DRAFT-HOLD-COUNT TO WS-UNBATCHED-COUNT
               PERFORM UNTIL WS-UNBATCHED-COUNT = 0
                   PERFORM WRITE-NEXT-BATCH
               END-PERFORM
               PERFORM WRITE-FILE-CONTROL
           END-IF
           CLOSE ACHDEBIT-FILE.

       WRITE-FILE-HEADER.
           MOVE SPACES                  TO ACH-FILE-HEADER
           MOVE '1'                     TO AFH-RECORD-TYPE
           MOVE '01'                    TO AFH-PRIORITY-CODE
           MOVE WS-ACH-IMMEDIATE-DEST   TO AFH-IMMEDIATE-DEST
           MOVE WS-ACH-IMMEDIATE-ORIGIN TO AFH-IMMEDIATE-ORIGIN
           MOVE WS-RUN-DATE (3:6)       TO AFH-CREATION-DATE
           MOVE WS-RUN-TIME             TO AFH-CREATION-TIME
           MOVE 'A'                     TO AFH-FILE-ID-MODIFIER
           MOVE '094'                   TO AFH-RECORD-SIZE
           MOVE '10'                    TO AFH-BLOCKING-FACTOR
           MOVE '1'                     TO AFH-FORMAT-CODE
           MOVE WS-ACH-DEST-NAME        TO AFH-DEST-NAME
           MOVE WS-ACH-ORIGIN-NAME      TO AFH-ORIGIN-NAME
           WRITE ACH-FILE-HEADER
           PERFORM CHECK-DEBIT-WRITE.

       WRITE-NEXT-BATCH.
      *    ONE BATCH PER EFFECTIVE ENTRY DATE, EARLIEST FIRST. THE
      *    ENTRIES ARE WRITTEN IN TRACE-NUMBER ORDER WITHIN IT.
           MOVE HIGH-VALUES TO WS-BATCH-EFFECTIVE-DATE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-DRAFT-HOLD-COUNT
               IF DRH-BATCHED-FLAG (WS-HOLD-IDX) = 'N'
                       AND DRH-EFFECTIVE-DATE (WS-HOLD-IDX)
                           < WS-BATCH-EFFECTIVE-DATE
                   MOVE DRH-EFFECTIVE-DATE (WS-HOLD-IDX)
                       TO WS-BATCH-EFFECTIVE-DATE
               END-IF
           END-PERFORM

           ADD 1 TO WS-BATCH-NUMBER
           MOVE 0 TO WS-BATCH-ENTRY-COUNT
           MOVE 0 TO WS-BATCH-HASH-SUM
           MOVE 0 TO WS-BATCH-DEBIT-AMT

           MOVE SPACES                  TO ACH-BATCH-HEADER
           MOVE '5'                     TO ABH-RECORD-TYPE
           MOVE '225'                   TO ABH-SERVICE-CLASS
           MOVE WS-ACH-COMPANY-NAME     TO ABH-COMPANY-NAME
           MOVE WS-ACH-COMPANY-ID       TO ABH-COMPANY-ID
           MOVE 'PPD'                   TO ABH-SEC-CODE
           MOVE WS-ACH-ENTRY-DESC       TO ABH-ENTRY-DESCRIPTION
           MOVE WS-BATCH-EFFECTIVE-DATE (3:6)
                                        TO ABH-EFFECTIVE-DATE
           MOVE '1'                     TO ABH-ORIGINATOR-STATUS
           MOVE WS-ACH-ODFI-ID          TO ABH-ODFI-ID
           MOVE WS-BATCH-NUMBER         TO ABH-BATCH-NUMBER
           WRITE ACH-BATCH-HEADER
           PERFORM CHECK-DEBIT-WRITE

           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-DRAFT-HOLD-COUNT
               IF DRH-BATCHED-FLAG (WS-HOLD-IDX) = 'N'
                       AND DRH-EFFECTIVE-DATE (WS-HOLD-IDX)
                           = WS-BATCH-EFFECTIVE-DATE
                   PERFORM WRITE-ENTRY-DETAIL
               END-IF
           END-PERFORM

           MOVE SPACES                  TO ACH-BATCH-CONTROL
           MOVE '8'                     TO ABC-RECORD-TYPE
           MOVE '225'                   TO ABC-SERVICE-CLASS
           MOVE WS-BATCH-ENTRY-COUNT    TO ABC-ENTRY-COUNT
           MOVE WS-BATCH-HASH-SUM       TO ABC-ENTRY-HASH
           MOVE WS-BATCH-DEBIT-AMT      TO ABC-TOTAL-DEBIT
           MOVE 0                       TO ABC-TOTAL-CREDIT
           MOVE WS-ACH-COMPANY-ID       TO ABC-COMPANY-ID
           MOVE WS-ACH-ODFI-ID          TO ABC-ODFI-ID
           MOVE WS-BATCH-NUMBER         TO ABC-BATCH-NUMBER
           WRITE ACH-BATCH-CONTROL
           PERFORM CHECK-DEBIT-WRITE

           ADD WS-BATCH-ENTRY-COUNT TO WS-FILE-ENTRY-COUNT
           ADD WS-BATCH-HASH-SUM    TO WS-FILE-HASH-SUM
           ADD WS-BATCH-DEBIT-AMT   TO WS-FILE-DEBIT-AMT.

       WRITE-ENTRY-DETAIL.
           MOVE SPACES TO ACH-ENTRY-DETAIL
           MOVE '6'    TO AED-RECORD-TYPE
           IF DRH-ACCOUNT-TYPE (WS-HOLD-IDX) = 'S'
               MOVE '37' TO AED-TRANSACTION-CODE
           ELSE
               MOVE '27' TO AED-TRANSACTION-CODE
           END-IF
           MOVE DRH-ROUTING-NUMBER (WS-HOLD-IDX) (1:8)
                                   TO AED-RECEIVING-DFI-ID
           MOVE DRH-ROUTING-NUMBER (WS-HOLD-IDX) (9:1)
                                   TO AED-CHECK-DIGIT
           MOVE DRH-ACCOUNT-NUMBER (WS-HOLD-IDX)
                                   TO AED-DFI-ACCOUNT-NUMBER
           MOVE DRH-DRAFT-AMOUNT (WS-HOLD-IDX) TO AED-AMOUNT
           MOVE DRH-LOAN-NUMBER (WS-HOLD-IDX)  TO AED-INDIVIDUAL-ID
           MOVE DRH-ACCOUNT-NAME (WS-HOLD-IDX) TO AED-INDIVIDUAL-NAME
           MOVE '0'                TO AED-ADDENDA-INDICATOR
           MOVE DRH-TRACE-NUMBER (WS-HOLD-IDX) TO AED-TRACE-NUMBER
           WRITE ACH-ENTRY-DETAIL
           PERFORM CHECK-DEBIT-WRITE

           MOVE 'Y' TO DRH-BATCHED-FLAG (WS-HOLD-IDX)
           SUBTRACT 1 FROM WS-UNBATCHED-COUNT
           ADD 1 TO WS-BATCH-ENTRY-COUNT
           MOVE DRH-ROUTING-NUMBER (WS-HOLD-IDX) (1:8)
               TO WS-RECEIVING-DFI-N
           ADD WS-RECEIVING-DFI-N TO WS-BATCH-HASH-SUM
           ADD DRH-DRAFT-AMOUNT (WS-HOLD-IDX) TO WS-BATCH-DEBIT-AMT.

       WRITE-FILE-CONTROL.
      *    THE FILE CONTROL COUNTS ITSELF AND THE HEADER, THEN THE
      *    FILE IS FILLED OUT TO A WHOLE BLOCK OF TEN WITH ALL-NINES
      *    RECORDS.
           COMPUTE WS-FILE-RECORD-COUNT =
               2 + (2 * WS-BATCH-NUMBER) + WS-FILE-ENTRY-COUNT
           COMPUTE WS-FILE-BLOCK-COUNT =
               (WS-FILE-RECORD-COUNT + 9) / 10
           COMPUTE WS-FILL-RECORD-COUNT =
               (WS-FILE-BLOCK-COUNT * 10) - WS-FILE-RECORD-COUNT
           MOVE WS-FILE-HASH-SUM TO WS-FILE-ENTRY-HASH

           MOVE SPACES                  TO ACH-FILE-CONTROL
           MOVE '9'                     TO AFC-RECORD-TYPE
           MOVE WS-BATCH-NUMBER         TO AFC-BATCH-COUNT
           MOVE WS-FILE-BLOCK-COUNT     TO AFC-BLOCK-COUNT
           MOVE WS-FILE-ENTRY-COUNT     TO AFC-ENTRY-COUNT
           MOVE WS-FILE-ENTRY-HASH      TO AFC-ENTRY-HASH
           MOVE WS-FILE-DEBIT-AMT       TO AFC-TOTAL-DEBIT
           MOVE 0                       TO AFC-TOTAL-CREDIT
           WRITE ACH-FILE-CONTROL
           PERFORM CHECK-DEBIT-WRITE

           PERFORM WS-FILL-RECORD-COUNT TIMES
               MOVE ALL '9' TO ACH-FILE-CONTROL
               WRITE ACH-FILE-CONTROL
               PERFORM CHECK-DEBIT-WRITE
           END-PERFORM.

       CHECK-DEBIT-WRITE.
           IF WS-ACHDEBIT-STATUS NOT = '00'
               DISPLAY 'ACHDEBIT.DAT WRITE FAILED - STATUS '
                   WS-ACHDEBIT-STATUS ' - THE FILE IS INCOMPLETE, DO '
                   'NOT SEND IT. NOTHING HAS BEEN ADDED TO ACHHIST.DAT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPEND-DRAFT-HISTORY.
      *    ACHHIST.DAT IS CUMULATIVE - EXTEND IT, CREATING IT ON THE
      *    FIRST NIGHT. IT IS WRITTEN ONLY AFTER THE BANK FILE IS
      *    COMPLETE, IN TRACE-NUMBER ORDER.
           OPEN EXTEND ACHHIST-FILE
           IF WS-ACHHIST-STATUS NOT = '00'
               OPEN OUTPUT ACHHIST-FILE
               IF WS-ACHHIST-STATUS NOT = '00'
                   DISPLAY 'ACHHIST.DAT COULD NOT BE OPENED - STATUS '
                       WS-ACHHIST-STATUS ' - ACHDEBIT.DAT IS WRITTEN '
                       'BUT NOT RECORDED, DO NOT SEND WITHOUT REVIEW'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-DRAFT-HOLD-COUNT
               MOVE SPACES TO ACHHIST-RECORD
               MOVE WS-RUN-DATE TO AHS-RUN-DATE
               MOVE DRH-TRACE-NUMBER (WS-HOLD-IDX)
                   TO AHS-TRACE-NUMBER
               MOVE DRH-CUSTOMER-ID (WS-HOLD-IDX)
                   TO AHS-CUSTOMER-ID
               MOVE DRH-LOAN-NUMBER (WS-HOLD-IDX)
                   TO AHS-LOAN-NUMBER
               MOVE DRH-PAYMENT-NUMBER (WS-HOLD-IDX)
                   TO AHS-PAYMENT-NUMBER
               MOVE DRH-DUE-DATE (WS-HOLD-IDX)
                   TO AHS-DUE-DATE
               MOVE DRH-EFFECTIVE-DATE (WS-HOLD-IDX)
                   TO AHS-EFFECTIVE-DATE
               MOVE DRH-DRAFT-AMOUNT (WS-HOLD-IDX)
                   TO AHS-DRAFT-AMOUNT
               WRITE ACHHIST-RECORD
               IF WS-ACHHIST-STATUS NOT = '00'
                   DISPLAY 'ACHHIST.DAT WRITE FAILED AT ROW '
                       WS-HOLD-IDX ' - STATUS ' WS-ACHHIST-STATUS
                       ' - DO NOT SEND ACHDEBIT.DAT WITHOUT REVIEW'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE ACHHIST-FILE.

       CLEAR-ACHCTRL-DETAIL.
           MOVE SPACES          TO ACHCTRL-RECORD
           MOVE 'DET'           TO ACC-RECORD-TYPE
           MOVE ACE-CUSTOMER-ID TO ACC-CUSTOMER-ID
           MOVE 0               TO ACC-PAYMENT-NUMBER
           MOVE 0               TO ACC-DRAFT-AMOUNT.

       WRITE-ACHCTRL-HEADER.
           MOVE WS-RUN-DATE TO WS-ACC-HDR-RUN-DATE
           MOVE WS-ACHCTRL-HEADER TO ACHCTRL-RECORD
           WRITE ACHCTRL-RECORD.

       WRITE-ACHCTRL-TRAILER.
           MOVE WS-ENROLL-COUNT      TO WS-ACC-TRL-ENROLL-CNT
           MOVE WS-INVALID-COUNT     TO WS-ACC-TRL-INVALID-CNT
           MOVE WS-STOPPED-COUNT     TO WS-ACC-TRL-STOPPED-CNT
           MOVE WS-DRAFT-COUNT       TO WS-ACC-TRL-DRAFT-CNT
           MOVE WS-DRAFT-AMT         TO WS-ACC-TRL-DRAFT-AMT
           MOVE WS-ON-FILE-COUNT     TO WS-ACC-TRL-ON-FILE-CNT
           MOVE WS-NOT-YET-COUNT     TO WS-ACC-TRL-NOT-YET-CNT
           MOVE WS-NONE-DUE-COUNT    TO WS-ACC-TRL-NONE-DUE-CNT
           MOVE WS-NO-SCHED-COUNT    TO WS-ACC-TRL-NO-SCHED-CNT
           MOVE WS-CLOSED-COUNT      TO WS-ACC-TRL-CLOSED-CNT
           MOVE WS-CHARGED-OFF-COUNT TO WS-ACC-TRL-CHGOFF-CNT
           MOVE WS-BATCH-NUMBER      TO WS-ACC-TRL-BATCH-CNT
           MOVE WS-FILE-BLOCK-COUNT  TO WS-ACC-TRL-BLOCK-CNT
           MOVE WS-FILE-ENTRY-HASH   TO WS-ACC-TRL-ENTRY-HASH
           MOVE WS-ACHCTRL-TRAILER   TO ACHCTRL-RECORD
           WRITE ACHCTRL-RECORD.
