       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCONV.

      *****************************************************************
      *  ONE-TIME LOAN NUMBER CONVERSION. THE LOAN ACCOUNT NUMBER
      *  (SEE LOANMAST.CPY) LENGTHENED FOUR CUMULATIVE FILES THAT
      *  WERE BUILT UNDER THE OLD CUSTOMER-KEYED LAYOUTS -
      *  AMORTSCH.DAT (AMORT.CPY, 54 TO 66 BYTES), PAYMENTS.DAT
      *  (PAYMENT.CPY, 25 TO 37), PAYSTAT.DAT AND PAYSTATP.DAT
      *  (PAYSTAT.CPY, 54 TO 66) AND JOINTLNK.DAT (JOINTLNK.CPY, 27
      *  TO 39) - AND LEFT THE LOANS ALREADY ON THE BOOKS WITH NO
      *  LOAN NUMBER AND NO LOAN MASTER ROW. THIS RUN GIVES EVERY
      *  SCHEDULE ON AMORTSCH.DAT A LOAN NUMBER, WRITES THE MATCHING
      *  LOANMAST.DAT ROWS, AND REWRITES THE FIVE FILES IN THE NEW
      *  LAYOUTS WITH EACH ROW TIED TO ITS LOAN.
      *  UNDER THE OLD LAYOUTS A CUSTOMER HELD ONE LOAN AT A TIME, SO
      *  EACH RUN OF SCHEDULE ROWS FOR A CUSTOMER IS ONE LOAN, AND
      *  THE CUSTOMER'S RECEIPTS, POSTED ROWS AND JOINT LINK ALL
      *  BELONG TO IT. LOAN NUMBERS FOLLOW THE LOANBRD FORMAT - A
      *  DATE (YYYYMMDD) AND A FOUR-DIGIT SEQUENCE, HERE THE ORDER OF
      *  THE SCHEDULE ON AMORTSCH.DAT. THE DATE IS THE DAY BEFORE
      *  THE RUN DATE, WHICH NO LOANOUT.DAT HEADER PROCESSED UNDER
      *  THE NEW LAYOUTS CAN CARRY, SO A CONVERTED NUMBER NEVER
      *  COLLIDES WITH ONE LOANBRD ISSUES AND THE MASTER STAYS IN
      *  ASCENDING LOAN-NUMBER ORDER. A BOOK OF MORE THAN 9999
      *  SCHEDULES STARTS FURTHER BACK AND TAKES ONE DAY PER 9999.
      *  THE LOAN MASTER TERMS (PRODUCT, RISK TIER, RATE, TERM,
      *  AMOUNT, CO-BORROWER, BOARD DATE) COME FROM THE CUSTOMER'S
      *  LATEST APPROVAL ARCHIVED ON LOANHIST.DAT WHOSE AMOUNT AGREES
      *  WITH THE SCHEDULE. A LOAN BOARDED BEFORE THE ARCHIVE'S
      *  RETENTION WINDOW HAS ITS TERMS DERIVED FROM THE SCHEDULE -
      *  AMOUNT FROM THE FIRST ROW'S OPENING BALANCE, RATE FROM ITS
      *  INTEREST, TERM FROM THE LAST PAYMENT NUMBER, BOARD DATE FROM
      *  THE JOINT LINK OR ELSE THE MONTH BEFORE THE FIRST DUE DATE -
      *  AND IS LISTED FOR REVIEW, BECAUSE ITS PRODUCT AND TIER ARE
      *  UNKNOWN AND LOANAPP'S SAME-PRODUCT CHECK CANNOT SEE IT. EVERY
      *  CONVERTED LOAN IS ACTIVE; A CUSTOMER ALREADY DEFAULTED ON
      *  CUSTMAST.DAT IS CHARGED OFF LOAN BY LOAN BY THE FIRST CHGOFF
      *  RUN, WHICH KEEPS THE ORIGINAL DEFAULT DATE.
      *  THE CONTROL REPORT (CONVRPT.DAT) LISTS EVERY LOAN CONVERTED,
      *  EVERY JOINT LINK WITH NO SCHEDULE BEHIND IT, AND EVERY
      *  CUSTOMER FLAGGED ACTIVE ON CUSTMAST.DAT WITH NO SCHEDULE
      *  (AS PRIMARY) OR LINK (AS CO-BORROWER); ANY SUCH EXCEPTION
      *  ENDS RC=8. A RECEIPT FOR A CUSTOMER WITH NO SCHEDULE KEEPS A
      *  BLANK LOAN NUMBER AND STAYS IN SUSPENSE, AS IT DID BEFORE. A
      *  POSTED ROW WITH NO SCHEDULE BELONGS TO A LOAN LOANREL HAS
      *  ALREADY RETIRED AND IS DROPPED. BOTH ARE COUNTED ON THE
      *  TRAILER.
      *  RUN ORDER: ONCE, AFTER THE LAST NIGHTLY CYCLE RUN UNDER THE
      *  OLD LAYOUTS AND BEFORE THE FIRST STEP OF THE FIRST CYCLE
      *  UNDER THE NEW ONES. BACK UP THE FIVE FILES FIRST. EVERY FILE
      *  IS LOADED AND CHECKED BEFORE ANY IS REWRITTEN, AND
      *  LOANMAST.DAT IS WRITTEN LAST; AN EXISTING LOANMAST.DAT MEANS
      *  THE FILES ARE ALREADY CONVERTED AND THE RUN ABENDS WITHOUT
      *  TOUCHING THEM. A RUN THAT ABENDS PART WAY THROUGH THE
      *  REWRITE IS RECOVERED BY RESTORING THE BACKUP AND RERUNNING.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT LORHIST-FILE ASSIGN TO 'LOANHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LORHIST-STATUS.
           SELECT OLD-AMORT-FILE ASSIGN TO 'AMORTSCH.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMORT-STATUS.
           SELECT AMORT-OUTPUT-FILE ASSIGN TO 'AMORTSCH.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMORT-STATUS.
           SELECT OLD-PAYMENT-FILE ASSIGN TO 'PAYMENTS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO 'PAYMENTS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT OLD-PAYSTAT-FILE ASSIGN TO 'PAYSTAT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYSTAT-STATUS.
           SELECT PAYSTAT-FILE ASSIGN TO 'PAYSTAT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYSTAT-STATUS.
           SELECT OLD-PRIOR-FILE ASSIGN TO 'PAYSTATP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT PRIOR-PAYSTAT-FILE ASSIGN TO 'PAYSTATP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT OLD-JOINTLNK-FILE ASSIGN TO 'JOINTLNK.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOINTLNK-STATUS.
           SELECT JOINTLNK-FILE ASSIGN TO 'JOINTLNK.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOINTLNK-STATUS.
           SELECT LOANMAST-FILE ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT CONVRPT-FILE ASSIGN TO 'CONVRPT.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.

       FD  LORHIST-FILE.
           COPY LORHIST.

      *    THE OLD LAYOUTS, AS THEY STOOD BEFORE THE LOAN NUMBER WAS
      *    ADDED - EACH IS THE NEW LAYOUT WITHOUT ITS LOAN NUMBER.
       FD  OLD-AMORT-FILE.
       01  OLD-AMORT-RECORD.
           05  OAM-CUSTOMER-ID         PIC X(05).
           05  OAM-PAYMENT-NUMBER      PIC 9(03).
           05  OAM-DUE-DATE            PIC X(08).
           05  OAM-PAYMENT-AMOUNT      PIC 9(07)V99.
           05  OAM-PRINCIPAL-PORTION   PIC 9(07)V99.
           05  OAM-INTEREST-PORTION    PIC 9(07)V99.
           05  OAM-REMAINING-BALANCE   PIC 9(09)V99.

       FD  AMORT-OUTPUT-FILE.
           COPY AMORT.

       FD  OLD-PAYMENT-FILE.
       01  OLD-PAYMENT-RECORD.
           05  OPY-CUSTOMER-ID         PIC X(05).
           05  OPY-PAYMENT-NUMBER      PIC 9(03).
           05  OPY-PAYMENT-DATE        PIC X(08).
           05  OPY-PAYMENT-AMOUNT      PIC 9(07)V99.

       FD  PAYMENT-FILE.
           COPY PAYMENT.

       FD  OLD-PAYSTAT-FILE.
       01  OLD-PAYSTAT-RECORD.
           05  OPS-CUSTOMER-ID         PIC X(05).
           05  OPS-PAYMENT-NUMBER      PIC 9(03).
           05  OPS-DUE-DATE            PIC X(08).
           05  OPS-PAYMENT-AMOUNT      PIC 9(07)V99.
           05  OPS-AMOUNT-PAID         PIC 9(09)V99.
           05  OPS-PAY-STATUS          PIC X(07).
           05  OPS-REMAINING-BALANCE   PIC 9(09)V99.

       FD  PAYSTAT-FILE.
           COPY PAYSTAT.

      *    PAYSTATP.DAT IS GLEXTR'S BYTE-FOR-BYTE COPY OF PAYSTAT.DAT,
      *    SO THE OLD ROW IS PICKED APART THROUGH THE SAME LAYOUT.
       FD  OLD-PRIOR-FILE.
       01  OLD-PRIOR-RECORD            PIC X(54).

       FD  PRIOR-PAYSTAT-FILE.
       01  PRIOR-PAYSTAT-RECORD        PIC X(66).

       FD  OLD-JOINTLNK-FILE.
       01  OLD-JOINTLNK-RECORD.
           05  OJL-PRIMARY-ID          PIC X(05).
           05  OJL-CO-BORROWER-ID      PIC X(05).
           05  OJL-LOAN-AMOUNT         PIC 9(07)V99.
           05  OJL-BOARD-DATE          PIC X(08).

       FD  JOINTLNK-FILE.
           COPY JOINTLNK.

       FD  LOANMAST-FILE.
           COPY LOANMAST.

       FD  CONVRPT-FILE.
           COPY CONVRPT.

       WORKING-STORAGE SECTION.
       01  EOF-FLAG                PIC X VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.

       01  WS-RUN-DATE             PIC X(08).
       01  WS-DATE-NUM             PIC 9(08).
       01  WS-RUN-INTEGER          PIC 9(07).
       01  WS-LOAN-DATE-INTEGER    PIC 9(07).
       01  WS-LORHIST-STATUS       PIC X(02).

      *    AN ARCHIVED LOAN-OUTPUT-RECORD, PICKED APART FOR THE
      *    APPROVED TERMS.
           COPY LOANOUT.

      *    CUSTMAST.DAT, LOADED IN ASCENDING CUSTOMER-ID ORDER (THE
      *    SAME LOAD GUARDS AS LOANBRD) AS THE INDEX FROM A CUSTOMER
      *    TO THE ONE LOAN THE CONVERSION GAVE THEM. THE MASTER ITSELF
      *    IS NOT REWRITTEN.
       01  WS-CUSTMAST-STATUS      PIC X(02).
       01  WS-CUSTMAST-COUNT       PIC 9(06) VALUE 0.
       01  WS-CUSTMAST-TABLE.
           05  WS-CUSTMAST-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-CUSTMAST-COUNT
                   ASCENDING KEY IS CMT-CUSTOMER-ID
                   INDEXED BY CM-IDX.
               10  CMT-CUSTOMER-ID          PIC X(05).
               10  CMT-ACTIVE-LOAN-FLAG     PIC X(01).
               10  CMT-LOAN-IDX             PIC 9(06).
               10  CMT-CO-BORROWER-FLAG     PIC X(01).
       01  WS-MATCHED-ENTRY-IDX    PIC 9(06) VALUE 0.
       01  WS-CUST-SCAN-IDX        PIC 9(06).
       01  WS-LOOKUP-ID            PIC X(05).

      *    ONE ENTRY PER SCHEDULE ON THE OLD AMORTSCH.DAT, IN FILE
      *    ORDER - WHICH IS LOAN-NUMBER ORDER ONCE THE NUMBERS ARE
      *    GIVEN OUT - TO THE SAME 100000-ROW LIMIT AS THE LOAN
      *    MASTER IT BECOMES.
       01  WS-LOAN-COUNT           PIC 9(06) VALUE 0.
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-LOAN-COUNT.
               10  LCT-LOAN-NUMBER.
                   15  LCT-LOAN-DATE        PIC X(08).
                   15  LCT-LOAN-SEQUENCE    PIC 9(04).
               10  LCT-CUSTOMER-ID          PIC X(05).
               10  LCT-CO-BORROWER-ID       PIC X(05).
               10  LCT-PRODUCT-CODE         PIC X(04).
               10  LCT-RISK-TIER            PIC X(08).
               10  LCT-INTEREST-RATE        PIC 9(02)V9(03).
               10  LCT-TERM-MONTHS          PIC 9(03).
               10  LCT-LOAN-AMOUNT          PIC 9(07)V99.
               10  LCT-BOARD-DATE           PIC X(08).
               10  LCT-FIRST-DUE-DATE       PIC X(08).
               10  LCT-FIRST-INTEREST       PIC 9(07)V99.
               10  LCT-SCHEDULE-ROWS        PIC 9(04).
               10  LCT-RECEIPT-ROWS         PIC 9(05).
               10  LCT-TERMS-SOURCE         PIC X(04).
               10  LCT-EXCEPTION-TEXT       PIC X(25).
       01  WS-LOAN-IDX             PIC 9(06) VALUE 0.
       01  WS-LOAN-WRITE-IDX       PIC 9(06).
       01  WS-DAYS-BACK            PIC 9(03).
       01  WS-LOAN-SEQUENCE        PIC 9(05).

      *    THE BOARD DATE OF A LOAN OLDER THAN THE ARCHIVE, WORKED
      *    BACK FROM ITS FIRST DUE DATE - AMORTSCH MAKES THE FIRST
      *    PAYMENT DUE THE MONTH AFTER THE NIGHT THE LOAN BOARDED.
       01  WS-BOARD-DATE.
           05  WS-BOARD-YEAR        PIC 9(04).
           05  WS-BOARD-MONTH       PIC 9(02).
           05  WS-BOARD-DAY         PIC X(02).

      *    THE OLD SCHEDULE, CARRIED TO THE SAME 200000-ROW LIMIT AS
      *    LOANREL, WITH THE LOAN EACH ROW BELONGS TO.
       01  WS-AMORT-STATUS         PIC X(02).
       01  WS-AMORT-COUNT          PIC 9(06) VALUE 0.
       01  WS-AMORT-TABLE.
           05  WS-AMORT-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON WS-AMORT-COUNT.
               10  AOT-LOAN-IDX             PIC 9(06).
               10  AOT-CUSTOMER-ID          PIC X(05).
               10  AOT-PAYMENT-NUMBER       PIC 9(03).
               10  AOT-DUE-DATE             PIC X(08).
               10  AOT-PAYMENT-AMOUNT       PIC 9(07)V99.
               10  AOT-PRINCIPAL-PORTION    PIC 9(07)V99.
               10  AOT-INTEREST-PORTION     PIC 9(07)V99.
               10  AOT-REMAINING-BALANCE    PIC 9(09)V99.
       01  WS-AMT-WRITE-IDX        PIC 9(06).

      *    THE OLD RECEIPT HISTORY, TO PAYPOST'S 50000-ROW LIMIT. NO
      *    FILE MEANS NO RECEIPTS HAVE EVER BEEN TAKEN, AND NOTHING
      *    IS WRITTEN.
       01  WS-PAYMENT-STATUS       PIC X(02).
       01  WS-PAYMENTS-LOADED-FLAG PIC X(01) VALUE 'N'.
           88  PAYMENTS-LOADED     VALUE 'Y'.
       01  WS-PAYMENT-COUNT        PIC 9(05) VALUE 0.
       01  WS-PAYMENT-TABLE.
           05  WS-PAYMENT-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-PAYMENT-COUNT.
               10  PYT-CUSTOMER-ID          PIC X(05).
               10  PYT-PAYMENT-NUMBER       PIC 9(03).
               10  PYT-PAYMENT-DATE         PIC X(08).
               10  PYT-PAYMENT-AMOUNT       PIC 9(07)V99.
       01  WS-PAY-WRITE-IDX        PIC 9(05).
       01  WS-UNTIED-RECEIPT-COUNT PIC 9(05) VALUE 0.

      *    LAST NIGHT'S POSTED SCHEDULE (PAYSTAT.DAT) AND GLEXTR'S
      *    COPY OF IT (PAYSTATP.DAT), TO GLEXTR'S 200000-ROW LIMIT.
      *    BOTH ARE CONVERTED SO THE STEPS THAT READ THE POSTING
      *    AHEAD OF PAYPOST, AND GLEXTR'S LOAN-BY-LOAN MATCH AGAINST
      *    THE PRIOR NIGHT, SEE THE SAME LOAN NUMBERS AS THE SCHEDULE.
      *    NO FILE MEANS NOTHING HAS BEEN POSTED OR EXTRACTED YET.
       01  WS-PAYSTAT-STATUS       PIC X(02).
       01  WS-PAYSTAT-LOADED-FLAG  PIC X(01) VALUE 'N'.
           88  PAYSTAT-LOADED      VALUE 'Y'.
       01  WS-PAYSTAT-COUNT        PIC 9(06) VALUE 0.
       01  WS-PAYSTAT-TABLE.
           05  WS-PAYSTAT-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON WS-PAYSTAT-COUNT.
               10  PSC-RECORD               PIC X(54).
       01  WS-PRIOR-STATUS         PIC X(02).
       01  WS-PRIOR-LOADED-FLAG    PIC X(01) VALUE 'N'.
           88  PRIOR-LOADED        VALUE 'Y'.
       01  WS-PRIOR-COUNT          PIC 9(06) VALUE 0.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON WS-PRIOR-COUNT.
               10  PSP-RECORD               PIC X(54).
       01  WS-STATUS-WRITE-IDX     PIC 9(06).
       01  WS-PAYSTAT-WRITTEN      PIC 9(06) VALUE 0.
       01  WS-PRIOR-WRITTEN        PIC 9(06) VALUE 0.
       01  WS-STATUS-DROPPED-COUNT PIC 9(06) VALUE 0.

      *    THE OLD JOINT LINKS, TO LOANREL'S 10000-ROW LIMIT, WITH THE
      *    LOAN EACH ONE WAS TIED TO. NO FILE MEANS NO JOINT LOANS ARE
      *    OUTSTANDING.
       01  WS-JOINTLNK-STATUS      PIC X(02).
       01  WS-JOINTLNK-LOADED-FLAG PIC X(01) VALUE 'N'.
           88  JOINTLNK-LOADED     VALUE 'Y'.
       01  WS-JOINTLNK-COUNT       PIC 9(05) VALUE 0.
       01  WS-JOINTLNK-TABLE.
           05  WS-JOINTLNK-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-JOINTLNK-COUNT.
               10  JLT-PRIMARY-ID           PIC X(05).
               10  JLT-CO-BORROWER-ID       PIC X(05).
               10  JLT-LOAN-AMOUNT          PIC 9(07)V99.
               10  JLT-BOARD-DATE           PIC X(08).
               10  JLT-LOAN-IDX             PIC 9(06).
               10  JLT-EXCEPTION-TEXT       PIC X(25).
       01  WS-LINK-SCAN-IDX        PIC 9(05).
       01  WS-LINKS-TIED-COUNT     PIC 9(05) VALUE 0.

       01  WS-LOANMAST-STATUS      PIC X(02).

      *    CONVERSION CONTROL TOTALS FOR THE REPORT TRAILER.
       01  WS-EXCEPTION-COUNT      PIC 9(05) VALUE 0.
       01  WS-TOTAL-LOAN-AMT       PIC 9(11)V99 VALUE 0.

       01  WS-CONVRPT-HEADER.
           05  WS-CVR-HDR-RECORD-TYPE   PIC X(03) VALUE 'HDR'.
           05  WS-CVR-HDR-RUN-DATE      PIC X(08).
           05  WS-CVR-HDR-LAYOUT-VER    PIC X(04) VALUE 'V001'.
           05  WS-CVR-HDR-FIRST-LOAN    PIC X(12).
           05  FILLER                   PIC X(53) VALUE SPACES.

       01  WS-CONVRPT-TRAILER.
           05  WS-CVR-TRL-RECORD-TYPE   PIC X(03) VALUE 'TRL'.
           05  WS-CVR-TRL-LOAN-CNT      PIC 9(06).
           05  WS-CVR-TRL-SCHEDULE-CNT  PIC 9(06).
           05  WS-CVR-TRL-RECEIPT-CNT   PIC 9(05).
           05  WS-CVR-TRL-UNTIED-CNT    PIC 9(05).
           05  WS-CVR-TRL-PAYSTAT-CNT   PIC 9(06).
           05  WS-CVR-TRL-PRIOR-CNT     PIC 9(06).
           05  WS-CVR-TRL-DROPPED-CNT   PIC 9(06).
           05  WS-CVR-TRL-LINK-CNT      PIC 9(05).
           05  WS-CVR-TRL-EXCEPTION-CNT PIC 9(05).
           05  WS-CVR-TRL-LOAN-AMT      PIC 9(11)V99.
           05  FILLER                   PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE FUNCTION NUMVAL (WS-RUN-DATE) TO WS-DATE-NUM
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)

           PERFORM CHECK-NOT-CONVERTED
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-OLD-SCHEDULE
           PERFORM ASSIGN-LOAN-NUMBERS
           PERFORM LOAD-ARCHIVED-TERMS
           PERFORM LOAD-OLD-JOINT-LINKS
           PERFORM DERIVE-MISSING-TERMS
           PERFORM LOAD-OLD-RECEIPTS
           PERFORM LOAD-OLD-POSTED-SCHEDULE
           PERFORM LOAD-OLD-PRIOR-SCHEDULE

      *    EVERYTHING IS LOADED AND CHECKED - NOTHING BELOW ABENDS
      *    EXCEPT ON A FAILED OPEN OR WRITE.
           PERFORM REWRITE-SCHEDULE-FILE
           PERFORM REWRITE-RECEIPT-HISTORY
           PERFORM REWRITE-POSTED-SCHEDULE
           PERFORM REWRITE-PRIOR-SCHEDULE
           PERFORM REWRITE-JOINT-LINKS
           PERFORM WRITE-LOAN-MASTER

           OPEN OUTPUT CONVRPT-FILE
           PERFORM WRITE-CONVRPT-HEADER
           PERFORM VARYING WS-LOAN-WRITE-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-WRITE-IDX > WS-LOAN-COUNT
               PERFORM WRITE-LOAN-DETAIL
           END-PERFORM
           PERFORM VARYING WS-LINK-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-LINK-SCAN-IDX > WS-JOINTLNK-COUNT
               IF JLT-EXCEPTION-TEXT (WS-LINK-SCAN-IDX) NOT = SPACES
                   PERFORM WRITE-LINK-EXCEPTION
               END-IF
           END-PERFORM
           PERFORM LIST-UNSCHEDULED-CUSTOMERS
           PERFORM WRITE-CONVRPT-TRAILER
           CLOSE CONVRPT-FILE

           DISPLAY 'LOANS CONVERTED: ' WS-LOAN-COUNT
               ' FOR ' WS-TOTAL-LOAN-AMT ', SCHEDULE ROWS: '
               WS-AMORT-COUNT
           DISPLAY 'RECEIPTS: ' WS-PAYMENT-COUNT
               ' (' WS-UNTIED-RECEIPT-COUNT ' WITH NO SCHEDULE)'
               ', POSTED ROWS: ' WS-PAYSTAT-WRITTEN
               ', PRIOR POSTED ROWS: ' WS-PRIOR-WRITTEN
               ', JOINT LINKS: ' WS-JOINTLNK-COUNT
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY 'CONVERSION EXCEPTIONS TO REVIEW ON '
                   'CONVRPT.DAT: ' WS-EXCEPTION-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHECK-NOT-CONVERTED.
      *    THE LOAN MASTER IS WRITTEN ONLY BY A COMPLETED CONVERSION
      *    OR BY LOANBRD UNDER THE NEW LAYOUTS. EITHER WAY THE FILES
      *    ARE ALREADY IN THE NEW LAYOUTS, AND READING THEM AS THE OLD
      *    ONES WOULD SCRAMBLE EVERY ROW.
           OPEN INPUT LOANMAST-FILE
           IF WS-LOANMAST-STATUS = '00'
               CLOSE LOANMAST-FILE
               DISPLAY 'LOANMAST.DAT ALREADY EXISTS - THE FILES ARE '
                   'ALREADY CONVERTED, NOTHING CHANGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CUSTMAST.DAT COULD NOT BE OPENED - STATUS '
                   WS-CUSTMAST-STATUS ' - NOTHING TO CONVERT AGAINST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ CUSTMAST-FILE
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM LOAD-CUSTMAST-ENTRY
               END-READ
           END-PERFORM
           CLOSE CUSTMAST-FILE
           SET NOT-EOF TO TRUE.

       LOAD-CUSTMAST-ENTRY.
           IF WS-CUSTMAST-COUNT = 100000
               DISPLAY 'CUSTMAST.DAT HAS MORE THAN 100000 ROWS - '
                   'WS-CUSTMAST-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CUSTMAST-COUNT > 0
               IF CM-CUSTOMER-ID NOT >
                       CMT-CUSTOMER-ID (WS-CUSTMAST-COUNT)
                   DISPLAY 'CUSTMAST.DAT NOT IN ASCENDING CUSTOMER-'
                       'ID ORDER AT ' CM-CUSTOMER-ID ' - '
                       'KEYED LOOKUP NEEDS A SORTED MASTER'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-CUSTMAST-COUNT
           MOVE CM-CUSTOMER-ID
               TO CMT-CUSTOMER-ID (WS-CUSTMAST-COUNT)
           MOVE CM-ACTIVE-LOAN-FLAG
               TO CMT-ACTIVE-LOAN-FLAG (WS-CUSTMAST-COUNT)
           MOVE 0   TO CMT-LOAN-IDX (WS-CUSTMAST-COUNT)
           MOVE 'N' TO CMT-CO-BORROWER-FLAG (WS-CUSTMAST-COUNT).

       FIND-CUSTOMER-ENTRY.
           MOVE 0 TO WS-MATCHED-ENTRY-IDX
           IF WS-CUSTMAST-COUNT > 0
               SEARCH ALL WS-CUSTMAST-ENTRY
                   AT END
                       CONTINUE
                   WHEN CMT-CUSTOMER-ID (CM-IDX) = WS-LOOKUP-ID
                       SET WS-MATCHED-ENTRY-IDX TO CM-IDX
               END-SEARCH
           END-IF.

       FIND-CUSTOMER-LOAN.
      *    THE LOAN THE CONVERSION GAVE WS-LOOKUP-ID, OR ZERO.
           PERFORM FIND-CUSTOMER-ENTRY
           IF WS-MATCHED-ENTRY-IDX = 0
               MOVE 0 TO WS-LOAN-IDX
           ELSE
               MOVE CMT-LOAN-IDX (WS-MATCHED-ENTRY-IDX) TO WS-LOAN-IDX
           END-IF.

       LOAD-OLD-SCHEDULE.
      *    WITH NO SCHEDULE THERE IS NO LOAN TO NUMBER - THE FILES ARE
      *    EITHER NOT WHERE THE RUN EXPECTS THEM OR ALREADY GONE.
           OPEN INPUT OLD-AMORT-FILE
           IF WS-AMORT-STATUS NOT = '00'
               DISPLAY 'AMORTSCH.DAT COULD NOT BE OPENED - STATUS '
                   WS-AMORT-STATUS ' - NO SCHEDULE TO CONVERT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ OLD-AMORT-FILE
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM LOAD-OLD-SCHEDULE-ROW
               END-READ
           END-PERFORM
           CLOSE OLD-AMORT-FILE
           SET NOT-EOF TO TRUE.

       LOAD-OLD-SCHEDULE-ROW.
      *    A CHANGE OF CUSTOMER STARTS THE NEXT SCHEDULE. THE FIRST
      *    ROW CARRIES THE OPENING BALANCE AND FIRST INTEREST THE
      *    TERMS ARE DERIVED FROM WHEN THE ARCHIVE NO LONGER HOLDS
      *    THE APPROVAL; THE LAST ROW'S NUMBER IS THE TERM.
           IF WS-AMORT-COUNT = 200000
               DISPLAY 'AMORTSCH.DAT HAS MORE THAN 200000 ROWS - '
                   'WS-AMORT-TABLE ONLY HOLDS 200000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LOAN-COUNT = 0
               PERFORM ADD-SCHEDULE-LOAN
           ELSE
               IF OAM-CUSTOMER-ID
                       NOT = LCT-CUSTOMER-ID (WS-LOAN-COUNT)
                   PERFORM ADD-SCHEDULE-LOAN
               END-IF
           END-IF
           ADD 1 TO LCT-SCHEDULE-ROWS (WS-LOAN-COUNT)
           MOVE OAM-PAYMENT-NUMBER TO LCT-TERM-MONTHS (WS-LOAN-COUNT)
           ADD 1 TO WS-AMORT-COUNT
           MOVE WS-LOAN-COUNT
               TO AOT-LOAN-IDX (WS-AMORT-COUNT)
           MOVE OAM-CUSTOMER-ID
               TO AOT-CUSTOMER-ID (WS-AMORT-COUNT)
           MOVE OAM-PAYMENT-NUMBER
               TO AOT-PAYMENT-NUMBER (WS-AMORT-COUNT)
           MOVE OAM-DUE-DATE
               TO AOT-DUE-DATE (WS-AMORT-COUNT)
           MOVE OAM-PAYMENT-AMOUNT
               TO AOT-PAYMENT-AMOUNT (WS-AMORT-COUNT)
           MOVE OAM-PRINCIPAL-PORTION
               TO AOT-PRINCIPAL-PORTION (WS-AMORT-COUNT)
           MOVE OAM-INTEREST-PORTION
               TO AOT-INTEREST-PORTION (WS-AMORT-COUNT)
           MOVE OAM-REMAINING-BALANCE
               TO AOT-REMAINING-BALANCE (WS-AMORT-COUNT).

       ADD-SCHEDULE-LOAN.
      *    THE CUSTOMER'S MASTER ENTRY POINTS AT THE NEW LOAN. A
      *    CUSTOMER NOT ON THE MASTER, OR ONE WITH A SECOND SCHEDULE
      *    FURTHER DOWN THE FILE, CANNOT BE TIED UP BY CUSTOMER ID -
      *    THE LOAN IS STILL CONVERTED BUT LISTED FOR REVIEW, AND THE
      *    CUSTOMER'S RECEIPTS AND POSTED ROWS GO TO THE FIRST LOAN.
           IF WS-LOAN-COUNT = 100000
               DISPLAY 'AMORTSCH.DAT HAS MORE THAN 100000 SCHEDULES '
                   '- WS-LOAN-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LOAN-COUNT
           MOVE SPACES TO LCT-LOAN-DATE (WS-LOAN-COUNT)
           MOVE 0      TO LCT-LOAN-SEQUENCE (WS-LOAN-COUNT)
           MOVE OAM-CUSTOMER-ID TO LCT-CUSTOMER-ID (WS-LOAN-COUNT)
           MOVE SPACES TO LCT-CO-BORROWER-ID (WS-LOAN-COUNT)
           MOVE SPACES TO LCT-PRODUCT-CODE (WS-LOAN-COUNT)
           MOVE SPACES TO LCT-RISK-TIER (WS-LOAN-COUNT)
           MOVE 0      TO LCT-INTEREST-RATE (WS-LOAN-COUNT)
           COMPUTE LCT-LOAN-AMOUNT (WS-LOAN-COUNT) =
               OAM-REMAINING-BALANCE + OAM-PRINCIPAL-PORTION
           MOVE SPACES TO LCT-BOARD-DATE (WS-LOAN-COUNT)
           MOVE OAM-DUE-DATE TO LCT-FIRST-DUE-DATE (WS-LOAN-COUNT)
           MOVE OAM-INTEREST-PORTION
               TO LCT-FIRST-INTEREST (WS-LOAN-COUNT)
           MOVE 0      TO LCT-SCHEDULE-ROWS (WS-LOAN-COUNT)
           MOVE 0      TO LCT-RECEIPT-ROWS (WS-LOAN-COUNT)
           MOVE 'SCHD' TO LCT-TERMS-SOURCE (WS-LOAN-COUNT)
           MOVE SPACES TO LCT-EXCEPTION-TEXT (WS-LOAN-COUNT)
           MOVE OAM-CUSTOMER-ID TO WS-LOOKUP-ID
           PERFORM FIND-CUSTOMER-ENTRY
           IF WS-MATCHED-ENTRY-IDX = 0
               MOVE 'NOT ON CUSTOMER MASTER'
                   TO LCT-EXCEPTION-TEXT (WS-LOAN-COUNT)
           ELSE
               IF CMT-LOAN-IDX (WS-MATCHED-ENTRY-IDX) > 0
                   MOVE 'SECOND SCHEDULE FOR CUST'
                       TO LCT-EXCEPTION-TEXT (WS-LOAN-COUNT)
               ELSE
                   MOVE WS-LOAN-COUNT
                       TO CMT-LOAN-IDX (WS-MATCHED-ENTRY-IDX)
               END-IF
           END-IF.

       ASSIGN-LOAN-NUMBERS.
      *    NUMBER THE SCHEDULES IN FILE ORDER UNDER THE DAY BEFORE THE
      *    RUN DATE - OR, FOR A BOOK OF MORE THAN 9999, FROM AS MANY
      *    DAYS BACK AS IT TAKES, 9999 TO A DAY - SO EVERY NUMBER IS
      *    BELOW ANY LOANBRD WILL ISSUE AND THE MASTER IS WRITTEN IN
      *    ASCENDING ORDER.
           COMPUTE WS-DAYS-BACK = (WS-LOAN-COUNT + 9998) / 9999
           IF WS-DAYS-BACK = 0
               MOVE 1 TO WS-DAYS-BACK
           END-IF
           COMPUTE WS-LOAN-DATE-INTEGER =
               WS-RUN-INTEGER - WS-DAYS-BACK
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-LOAN-DATE-INTEGER)
           MOVE 0 TO WS-LOAN-SEQUENCE
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               ADD 1 TO WS-LOAN-SEQUENCE
               IF WS-LOAN-SEQUENCE > 9999
                   ADD 1 TO WS-LOAN-DATE-INTEGER
                   COMPUTE WS-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER (WS-LOAN-DATE-INTEGER)
                   MOVE 1 TO WS-LOAN-SEQUENCE
               END-IF
               MOVE WS-DATE-NUM TO LCT-LOAN-DATE (WS-LOAN-IDX)
               MOVE WS-LOAN-SEQUENCE
                   TO LCT-LOAN-SEQUENCE (WS-LOAN-IDX)
           END-PERFORM.

       LOAD-ARCHIVED-TERMS.
      *    LOANHIST.DAT IS IN RUN-DATE ORDER, SO THE LAST APPROVAL
      *    THAT MATCHES A LOAN IS ITS LATEST. NO ARCHIVE MEANS EVERY
      *    LOAN'S TERMS COME FROM ITS SCHEDULE.
           OPEN INPUT LORHIST-FILE
           IF WS-LORHIST-STATUS NOT = '00'
               DISPLAY 'LOANHIST.DAT COULD NOT BE OPENED - STATUS '
                   WS-LORHIST-STATUS ' - ALL TERMS FROM THE SCHEDULE'
           ELSE
               PERFORM UNTIL EOF-REACHED
                   READ LORHIST-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM APPLY-ARCHIVED-APPROVAL
                   END-READ
               END-PERFORM
               CLOSE LORHIST-FILE
               SET NOT-EOF TO TRUE
           END-IF.

       APPLY-ARCHIVED-APPROVAL.
      *    AN APPROVAL BELONGS TO THE CUSTOMER'S CONVERTED LOAN ONLY
      *    IF IT FUNDED THE AMOUNT THE SCHEDULE OPENED WITH - AN
      *    EARLIER LOAN, ALREADY PAID OFF, CARRIES A DIFFERENT ONE.
           MOVE LHR-LOANOUT-DATA TO LOAN-OUTPUT-RECORD
           IF LOR-RECORD-TYPE = 'DET'
                   AND LOR-STATUS = 'APPROVED'
               MOVE LOR-CUSTOMER-ID TO WS-LOOKUP-ID
               PERFORM FIND-CUSTOMER-LOAN
               IF WS-LOAN-IDX > 0
                   IF LOR-LOAN-AMOUNT = LCT-LOAN-AMOUNT (WS-LOAN-IDX)
                       MOVE 'HIST'
                           TO LCT-TERMS-SOURCE (WS-LOAN-IDX)
                       MOVE LOR-CO-BORROWER-ID
                           TO LCT-CO-BORROWER-ID (WS-LOAN-IDX)
                       MOVE LOR-PRODUCT-CODE
                           TO LCT-PRODUCT-CODE (WS-LOAN-IDX)
                       MOVE LOR-RISK-TIER
                           TO LCT-RISK-TIER (WS-LOAN-IDX)
                       MOVE LOR-INTEREST-RATE
                           TO LCT-INTEREST-RATE (WS-LOAN-IDX)
                       IF LOR-TERM-MONTHS NUMERIC
                               AND LOR-TERM-MONTHS > 0
                           MOVE LOR-TERM-MONTHS
                               TO LCT-TERM-MONTHS (WS-LOAN-IDX)
                       END-IF
                       MOVE LHR-RUN-DATE
                           TO LCT-BOARD-DATE (WS-LOAN-IDX)
                   END-IF
               END-IF
           END-IF.

       LOAD-OLD-JOINT-LINKS.
      *    A LINK IS TIED TO ITS PRIMARY BORROWER'S LOAN, WHICH TAKES
      *    THE CO-BORROWER - THE LINK IS THE LIABILITY OF RECORD. A
      *    LINK WITH NO SCHEDULE BEHIND IT IS CARRIED FORWARD WITH A
      *    BLANK LOAN NUMBER AND LISTED, RATHER THAN DROPPED WITH THE
      *    CO-BORROWER'S LIABILITY STILL ON THE CUSTOMER MASTER.
           OPEN INPUT OLD-JOINTLNK-FILE
           IF WS-JOINTLNK-STATUS = '00'
               SET JOINTLNK-LOADED TO TRUE
               PERFORM UNTIL EOF-REACHED
                   READ OLD-JOINTLNK-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-OLD-JOINTLNK-ENTRY
                   END-READ
               END-PERFORM
               CLOSE OLD-JOINTLNK-FILE
               SET NOT-EOF TO TRUE
           END-IF.

       LOAD-OLD-JOINTLNK-ENTRY.
           IF WS-JOINTLNK-COUNT = 10000
               DISPLAY 'JOINTLNK.DAT HAS MORE THAN 10000 ROWS - '
                   'WS-JOINTLNK-TABLE ONLY HOLDS 10000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-JOINTLNK-COUNT
           MOVE OJL-PRIMARY-ID
               TO JLT-PRIMARY-ID (WS-JOINTLNK-COUNT)
           MOVE OJL-CO-BORROWER-ID
               TO JLT-CO-BORROWER-ID (WS-JOINTLNK-COUNT)
           MOVE OJL-LOAN-AMOUNT
               TO JLT-LOAN-AMOUNT (WS-JOINTLNK-COUNT)
           MOVE OJL-BOARD-DATE
               TO JLT-BOARD-DATE (WS-JOINTLNK-COUNT)
           MOVE SPACES
               TO JLT-EXCEPTION-TEXT (WS-JOINTLNK-COUNT)
           MOVE OJL-PRIMARY-ID TO WS-LOOKUP-ID
           PERFORM FIND-CUSTOMER-LOAN
           MOVE WS-LOAN-IDX TO JLT-LOAN-IDX (WS-JOINTLNK-COUNT)
           IF WS-LOAN-IDX = 0
               MOVE 'LINK - NO SCHEDULE'
                   TO JLT-EXCEPTION-TEXT (WS-JOINTLNK-COUNT)
           ELSE
               PERFORM CHECK-EARLIER-LINK
               IF JLT-EXCEPTION-TEXT (WS-JOINTLNK-COUNT) = SPACES
                   ADD 1 TO WS-LINKS-TIED-COUNT
                   MOVE OJL-CO-BORROWER-ID
                       TO LCT-CO-BORROWER-ID (WS-LOAN-IDX)
                   IF LCT-TERMS-SOURCE (WS-LOAN-IDX) = 'SCHD'
                       MOVE OJL-BOARD-DATE
                           TO LCT-BOARD-DATE (WS-LOAN-IDX)
                   END-IF
               END-IF
           END-IF.

       CHECK-EARLIER-LINK.
      *    THE LOAN MASTER HOLDS ONE CO-BORROWER - A SECOND LINK ON
      *    THE SAME LOAN IS CARRIED FORWARD BUT LISTED.
           PERFORM VARYING WS-LINK-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-LINK-SCAN-IDX >= WS-JOINTLNK-COUNT
               IF JLT-LOAN-IDX (WS-LINK-SCAN-IDX) = WS-LOAN-IDX
                   MOVE 'SECOND LINK FOR LOAN'
                       TO JLT-EXCEPTION-TEXT (WS-JOINTLNK-COUNT)
               END-IF
           END-PERFORM.

       DERIVE-MISSING-TERMS.
      *    A LOAN WITH NO ARCHIVED APPROVAL TAKES ITS RATE FROM THE
      *    FIRST ROW'S INTEREST ON THE OPENING BALANCE AND, UNLESS A
      *    JOINT LINK DATED IT, A BOARD DATE OF THE FIRST OF THE MONTH
      *    BEFORE ITS FIRST DUE DATE. ITS PRODUCT AND TIER STAY BLANK.
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF LCT-TERMS-SOURCE (WS-LOAN-IDX) = 'SCHD'
                   IF LCT-LOAN-AMOUNT (WS-LOAN-IDX) > 0
                       COMPUTE LCT-INTEREST-RATE (WS-LOAN-IDX) ROUNDED
                           = LCT-FIRST-INTEREST (WS-LOAN-IDX) * 1200
                               / LCT-LOAN-AMOUNT (WS-LOAN-IDX)
                   END-IF
                   IF LCT-BOARD-DATE (WS-LOAN-IDX) = SPACES
                       PERFORM DERIVE-BOARD-DATE
                   END-IF
                   IF LCT-EXCEPTION-TEXT (WS-LOAN-IDX) = SPACES
                       MOVE 'NO APPROVAL ON LOANHIST'
                           TO LCT-EXCEPTION-TEXT (WS-LOAN-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       DERIVE-BOARD-DATE.
           MOVE LCT-FIRST-DUE-DATE (WS-LOAN-IDX) TO WS-BOARD-DATE
           IF WS-BOARD-YEAR NUMERIC AND WS-BOARD-MONTH NUMERIC
               IF WS-BOARD-MONTH = 1
                   MOVE 12 TO WS-BOARD-MONTH
                   SUBTRACT 1 FROM WS-BOARD-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-BOARD-MONTH
               END-IF
               MOVE '01' TO WS-BOARD-DAY
               MOVE WS-BOARD-DATE TO LCT-BOARD-DATE (WS-LOAN-IDX)
           END-IF.

       LOAD-OLD-RECEIPTS.
           OPEN INPUT OLD-PAYMENT-FILE
           IF WS-PAYMENT-STATUS = '00'
               SET PAYMENTS-LOADED TO TRUE
               PERFORM UNTIL EOF-REACHED
                   READ OLD-PAYMENT-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-OLD-PAYMENT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE OLD-PAYMENT-FILE
               SET NOT-EOF TO TRUE
           END-IF.

       LOAD-OLD-PAYMENT-ENTRY.
           IF WS-PAYMENT-COUNT = 50000
               DISPLAY 'PAYMENTS.DAT HAS MORE THAN 50000 ROWS - '
                   'WS-PAYMENT-TABLE ONLY HOLDS 50000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PAYMENT-COUNT
           MOVE OPY-CUSTOMER-ID
               TO PYT-CUSTOMER-ID (WS-PAYMENT-COUNT)
           MOVE OPY-PAYMENT-NUMBER
               TO PYT-PAYMENT-NUMBER (WS-PAYMENT-COUNT)
           MOVE OPY-PAYMENT-DATE
               TO PYT-PAYMENT-DATE (WS-PAYMENT-COUNT)
           MOVE OPY-PAYMENT-AMOUNT
               TO PYT-PAYMENT-AMOUNT (WS-PAYMENT-COUNT).

       LOAD-OLD-POSTED-SCHEDULE.
           OPEN INPUT OLD-PAYSTAT-FILE
           IF WS-PAYSTAT-STATUS = '00'
               SET PAYSTAT-LOADED TO TRUE
               PERFORM UNTIL EOF-REACHED
                   READ OLD-PAYSTAT-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-OLD-PAYSTAT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE OLD-PAYSTAT-FILE
               SET NOT-EOF TO TRUE
           END-IF.

       LOAD-OLD-PAYSTAT-ENTRY.
           IF WS-PAYSTAT-COUNT = 200000
               DISPLAY 'PAYSTAT.DAT HAS MORE THAN 200000 ROWS - '
                   'WS-PAYSTAT-TABLE ONLY HOLDS 200000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PAYSTAT-COUNT
           MOVE OLD-PAYSTAT-RECORD TO PSC-RECORD (WS-PAYSTAT-COUNT).

       LOAD-OLD-PRIOR-SCHEDULE.
           OPEN INPUT OLD-PRIOR-FILE
           IF WS-PRIOR-STATUS = '00'
               SET PRIOR-LOADED TO TRUE
               PERFORM UNTIL EOF-REACHED
                   READ OLD-PRIOR-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-OLD-PRIOR-ENTRY
                   END-READ
               END-PERFORM
               CLOSE OLD-PRIOR-FILE
               SET NOT-EOF TO TRUE
           END-IF.

       LOAD-OLD-PRIOR-ENTRY.
           IF WS-PRIOR-COUNT = 200000
               DISPLAY 'PAYSTATP.DAT HAS MORE THAN 200000 ROWS - '
                   'WS-PRIOR-TABLE ONLY HOLDS 200000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PRIOR-COUNT
           MOVE OLD-PRIOR-RECORD TO PSP-RECORD (WS-PRIOR-COUNT).

       REWRITE-SCHEDULE-FILE.
      *    OPEN OUTPUT TRUNCATES THE PRODUCTION FILE IN PLACE, SO A
      *    FAILED OPEN OR WRITE MUST ABEND LOUDLY.
           OPEN OUTPUT AMORT-OUTPUT-FILE
           IF WS-AMORT-STATUS NOT = '00'
               DISPLAY 'AMORTSCH.DAT COULD NOT BE OPENED FOR '
                   'REWRITE - STATUS ' WS-AMORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-AMT-WRITE-IDX FROM 1 BY 1
                   UNTIL WS-AMT-WRITE-IDX > WS-AMORT-COUNT
               MOVE AOT-LOAN-IDX (WS-AMT-WRITE-IDX) TO WS-LOAN-IDX
               MOVE AOT-CUSTOMER-ID (WS-AMT-WRITE-IDX)
                   TO AMT-CUSTOMER-ID
               MOVE LCT-LOAN-NUMBER (WS-LOAN-IDX)
                   TO AMT-LOAN-NUMBER
               MOVE AOT-PAYMENT-NUMBER (WS-AMT-WRITE-IDX)
                   TO AMT-PAYMENT-NUMBER
               MOVE AOT-DUE-DATE (WS-AMT-WRITE-IDX)
                   TO AMT-DUE-DATE
               MOVE AOT-PAYMENT-AMOUNT (WS-AMT-WRITE-IDX)
                   TO AMT-PAYMENT-AMOUNT
               MOVE AOT-PRINCIPAL-PORTION (WS-AMT-WRITE-IDX)
                   TO AMT-PRINCIPAL-PORTION
               MOVE AOT-INTEREST-PORTION (WS-AMT-WRITE-IDX)
                   TO AMT-INTEREST-PORTION
               MOVE AOT-REMAINING-BALANCE (WS-AMT-WRITE-IDX)
                   TO AMT-REMAINING-BALANCE
               WRITE AMORT-RECORD
               IF WS-AMORT-STATUS NOT = '00'
                   DISPLAY 'AMORTSCH.DAT WRITE FAILED AT ROW '
                       WS-AMT-WRITE-IDX ' - STATUS ' WS-AMORT-STATUS
                       ' - SCHEDULE IS INCOMPLETE, RESTORE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE AMORT-OUTPUT-FILE.

       REWRITE-RECEIPT-HISTORY.
      *    A RECEIPT FOR A CUSTOMER WITH NO SCHEDULE KEEPS A BLANK
      *    LOAN NUMBER - PAYPOST PUTS IT IN SUSPENSE AS 'NO SCHEDULE',
      *    JUST AS IT DID UNDER THE OLD LAYOUT.
           IF PAYMENTS-LOADED
               OPEN OUTPUT PAYMENT-FILE
               IF WS-PAYMENT-STATUS NOT = '00'
                   DISPLAY 'PAYMENTS.DAT COULD NOT BE OPENED FOR '
                       'REWRITE - STATUS ' WS-PAYMENT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-PAY-WRITE-IDX FROM 1 BY 1
                       UNTIL WS-PAY-WRITE-IDX > WS-PAYMENT-COUNT
                   MOVE PYT-CUSTOMER-ID (WS-PAY-WRITE-IDX)
                       TO WS-LOOKUP-ID
                   PERFORM FIND-CUSTOMER-LOAN
                   MOVE PYT-CUSTOMER-ID (WS-PAY-WRITE-IDX)
                       TO PAY-CUSTOMER-ID
                   IF WS-LOAN-IDX = 0
                       MOVE SPACES TO PAY-LOAN-NUMBER
                       ADD 1 TO WS-UNTIED-RECEIPT-COUNT
                   ELSE
                       MOVE LCT-LOAN-NUMBER (WS-LOAN-IDX)
                           TO PAY-LOAN-NUMBER
                       ADD 1 TO LCT-RECEIPT-ROWS (WS-LOAN-IDX)
                   END-IF
                   MOVE PYT-PAYMENT-NUMBER (WS-PAY-WRITE-IDX)
                       TO PAY-PAYMENT-NUMBER
                   MOVE PYT-PAYMENT-DATE (WS-PAY-WRITE-IDX)
                       TO PAY-PAYMENT-DATE
                   MOVE PYT-PAYMENT-AMOUNT (WS-PAY-WRITE-IDX)
                       TO PAY-PAYMENT-AMOUNT
                   WRITE PAYMENT-RECORD
                   IF WS-PAYMENT-STATUS NOT = '00'
                       DISPLAY 'PAYMENTS.DAT WRITE FAILED AT ROW '
                           WS-PAY-WRITE-IDX ' - STATUS '
                           WS-PAYMENT-STATUS
                           ' - HISTORY IS INCOMPLETE, RESTORE AND '
                           'RERUN'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.

       REWRITE-POSTED-SCHEDULE.
      *    A POSTED ROW WHOSE CUSTOMER HAS NO SCHEDULE LEFT BELONGS TO
      *    A LOAN LOANREL RETIRED AFTER IT WAS POSTED, AND IS DROPPED -
      *    THE NEXT POSTING WOULD NOT HAVE CARRIED IT EITHER.
           IF PAYSTAT-LOADED
               OPEN OUTPUT PAYSTAT-FILE
               IF WS-PAYSTAT-STATUS NOT = '00'
                   DISPLAY 'PAYSTAT.DAT COULD NOT BE OPENED FOR '
                       'REWRITE - STATUS ' WS-PAYSTAT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-STATUS-WRITE-IDX FROM 1 BY 1
                       UNTIL WS-STATUS-WRITE-IDX > WS-PAYSTAT-COUNT
                   MOVE PSC-RECORD (WS-STATUS-WRITE-IDX)
                       TO OLD-PAYSTAT-RECORD
                   PERFORM BUILD-POSTED-ROW
                   IF WS-LOAN-IDX > 0
                       WRITE PAYSTAT-RECORD
                       IF WS-PAYSTAT-STATUS NOT = '00'
                           DISPLAY 'PAYSTAT.DAT WRITE FAILED AT ROW '
                               WS-STATUS-WRITE-IDX ' - STATUS '
                               WS-PAYSTAT-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PAYSTAT-WRITTEN
                   END-IF
               END-PERFORM
               CLOSE PAYSTAT-FILE
           END-IF.

       REWRITE-PRIOR-SCHEDULE.
      *    THE SAME CONVERSION AS PAYSTAT.DAT, ROW FOR ROW, SO GLEXTR'S
      *    FIRST RUN FINDS EVERY PRIOR ROW UNDER ITS LOAN NUMBER AND
      *    BOOKS ONLY THAT NIGHT'S NEW CASH.
           IF PRIOR-LOADED
               OPEN OUTPUT PRIOR-PAYSTAT-FILE
               IF WS-PRIOR-STATUS NOT = '00'
                   DISPLAY 'PAYSTATP.DAT COULD NOT BE OPENED FOR '
                       'REWRITE - STATUS ' WS-PRIOR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-STATUS-WRITE-IDX FROM 1 BY 1
                       UNTIL WS-STATUS-WRITE-IDX > WS-PRIOR-COUNT
                   MOVE PSP-RECORD (WS-STATUS-WRITE-IDX)
                       TO OLD-PAYSTAT-RECORD
                   PERFORM BUILD-POSTED-ROW
                   IF WS-LOAN-IDX > 0
                       MOVE PAYSTAT-RECORD TO PRIOR-PAYSTAT-RECORD
                       WRITE PRIOR-PAYSTAT-RECORD
                       IF WS-PRIOR-STATUS NOT = '00'
                           DISPLAY 'PAYSTATP.DAT WRITE FAILED AT ROW '
                               WS-STATUS-WRITE-IDX ' - STATUS '
                               WS-PRIOR-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PRIOR-WRITTEN
                   END-IF
               END-PERFORM
               CLOSE PRIOR-PAYSTAT-FILE
           END-IF.

       BUILD-POSTED-ROW.
      *    OLD-PAYSTAT-RECORD IN, PAYSTAT-RECORD OUT - WS-LOAN-IDX IS
      *    ZERO (AND THE ROW COUNTED AS DROPPED) WHEN THERE IS NO LOAN.
           MOVE OPS-CUSTOMER-ID TO WS-LOOKUP-ID
           PERFORM FIND-CUSTOMER-LOAN
           IF WS-LOAN-IDX = 0
               ADD 1 TO WS-STATUS-DROPPED-COUNT
           ELSE
               MOVE OPS-CUSTOMER-ID       TO PST-CUSTOMER-ID
               MOVE LCT-LOAN-NUMBER (WS-LOAN-IDX)
                   TO PST-LOAN-NUMBER
               MOVE OPS-PAYMENT-NUMBER    TO PST-PAYMENT-NUMBER
               MOVE OPS-DUE-DATE          TO PST-DUE-DATE
               MOVE OPS-PAYMENT-AMOUNT    TO PST-PAYMENT-AMOUNT
               MOVE OPS-AMOUNT-PAID       TO PST-AMOUNT-PAID
               MOVE OPS-PAY-STATUS        TO PST-PAY-STATUS
               MOVE OPS-REMAINING-BALANCE TO PST-REMAINING-BALANCE
           END-IF.

       REWRITE-JOINT-LINKS.
           IF JOINTLNK-LOADED
               OPEN OUTPUT JOINTLNK-FILE
               IF WS-JOINTLNK-STATUS NOT = '00'
                   DISPLAY 'JOINTLNK.DAT COULD NOT BE OPENED FOR '
                       'REWRITE - STATUS ' WS-JOINTLNK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-LINK-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-LINK-SCAN-IDX > WS-JOINTLNK-COUNT
                   MOVE JLT-PRIMARY-ID (WS-LINK-SCAN-IDX)
                       TO JLK-PRIMARY-ID
                   MOVE JLT-CO-BORROWER-ID (WS-LINK-SCAN-IDX)
                       TO JLK-CO-BORROWER-ID
                   MOVE JLT-LOAN-IDX (WS-LINK-SCAN-IDX) TO WS-LOAN-IDX
                   IF WS-LOAN-IDX = 0
                       MOVE SPACES TO JLK-LOAN-NUMBER
                   ELSE
                       MOVE LCT-LOAN-NUMBER (WS-LOAN-IDX)
                           TO JLK-LOAN-NUMBER
                   END-IF
                   MOVE JLT-LOAN-AMOUNT (WS-LINK-SCAN-IDX)
                       TO JLK-LOAN-AMOUNT
                   MOVE JLT-BOARD-DATE (WS-LINK-SCAN-IDX)
                       TO JLK-BOARD-DATE
                   WRITE JOINTLNK-RECORD
                   IF WS-JOINTLNK-STATUS NOT = '00'
                       DISPLAY 'JOINTLNK.DAT WRITE FAILED AT ROW '
                           WS-LINK-SCAN-IDX ' - STATUS '
                           WS-JOINTLNK-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE JOINTLNK-FILE
           END-IF.

       WRITE-LOAN-MASTER.
      *    WRITTEN LAST - ITS PRESENCE IS WHAT MARKS THE FILES AS
      *    CONVERTED.
           OPEN OUTPUT LOANMAST-FILE
           IF WS-LOANMAST-STATUS NOT = '00'
               DISPLAY 'LOANMAST.DAT COULD NOT BE OPENED FOR '
                   'OUTPUT - STATUS ' WS-LOANMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-LOAN-WRITE-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-WRITE-IDX > WS-LOAN-COUNT
               MOVE SPACES TO LOANMAST-RECORD
               MOVE LCT-LOAN-NUMBER (WS-LOAN-WRITE-IDX)
                   TO LN-LOAN-NUMBER
               MOVE LCT-CUSTOMER-ID (WS-LOAN-WRITE-IDX)
                   TO LN-CUSTOMER-ID
               MOVE LCT-CO-BORROWER-ID (WS-LOAN-WRITE-IDX)
                   TO LN-CO-BORROWER-ID
               MOVE LCT-PRODUCT-CODE (WS-LOAN-WRITE-IDX)
                   TO LN-PRODUCT-CODE
               MOVE LCT-RISK-TIER (WS-LOAN-WRITE-IDX)
                   TO LN-RISK-TIER
               MOVE LCT-INTEREST-RATE (WS-LOAN-WRITE-IDX)
                   TO LN-INTEREST-RATE
               MOVE LCT-TERM-MONTHS (WS-LOAN-WRITE-IDX)
                   TO LN-TERM-MONTHS
               MOVE LCT-LOAN-AMOUNT (WS-LOAN-WRITE-IDX)
                   TO LN-LOAN-AMOUNT
               MOVE LCT-BOARD-DATE (WS-LOAN-WRITE-IDX)
                   TO LN-BOARD-DATE
               MOVE 'A' TO LN-LOAN-STATUS
               WRITE LOANMAST-RECORD
               IF WS-LOANMAST-STATUS NOT = '00'
                   DISPLAY 'LOANMAST.DAT WRITE FAILED AT ROW '
                       WS-LOAN-WRITE-IDX ' - STATUS '
                       WS-LOANMAST-STATUS
                       ' - MASTER IS INCOMPLETE, RESTORE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD LCT-LOAN-AMOUNT (WS-LOAN-WRITE-IDX)
                   TO WS-TOTAL-LOAN-AMT
           END-PERFORM
           CLOSE LOANMAST-FILE.

       WRITE-CONVRPT-HEADER.
           MOVE WS-RUN-DATE TO WS-CVR-HDR-RUN-DATE
           IF WS-LOAN-COUNT > 0
               MOVE LCT-LOAN-NUMBER (1) TO WS-CVR-HDR-FIRST-LOAN
           ELSE
               MOVE SPACES TO WS-CVR-HDR-FIRST-LOAN
           END-IF
           MOVE WS-CONVRPT-HEADER TO CONVRPT-RECORD
           WRITE CONVRPT-RECORD.

       WRITE-LOAN-DETAIL.
           MOVE 'DET' TO CVR-RECORD-TYPE
           MOVE LCT-LOAN-NUMBER (WS-LOAN-WRITE-IDX)
               TO CVR-LOAN-NUMBER
           MOVE LCT-CUSTOMER-ID (WS-LOAN-WRITE-IDX)
               TO CVR-CUSTOMER-ID
           MOVE LCT-CO-BORROWER-ID (WS-LOAN-WRITE-IDX)
               TO CVR-CO-BORROWER-ID
           MOVE LCT-TERMS-SOURCE (WS-LOAN-WRITE-IDX)
               TO CVR-TERMS-SOURCE
           MOVE LCT-LOAN-AMOUNT (WS-LOAN-WRITE-IDX)
               TO CVR-LOAN-AMOUNT
           MOVE LCT-BOARD-DATE (WS-LOAN-WRITE-IDX)
               TO CVR-BOARD-DATE
           MOVE LCT-SCHEDULE-ROWS (WS-LOAN-WRITE-IDX)
               TO CVR-SCHEDULE-ROWS
           MOVE LCT-RECEIPT-ROWS (WS-LOAN-WRITE-IDX)
               TO CVR-RECEIPT-ROWS
           MOVE LCT-EXCEPTION-TEXT (WS-LOAN-WRITE-IDX)
               TO CVR-EXCEPTION-TEXT
           IF LCT-EXCEPTION-TEXT (WS-LOAN-WRITE-IDX) NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           WRITE CONVRPT-RECORD.

       WRITE-LINK-EXCEPTION.
           MOVE 'DET' TO CVR-RECORD-TYPE
           MOVE JLT-LOAN-IDX (WS-LINK-SCAN-IDX) TO WS-LOAN-IDX
           IF WS-LOAN-IDX = 0
               MOVE SPACES TO CVR-LOAN-NUMBER
               MOVE SPACES TO CVR-TERMS-SOURCE
           ELSE
               MOVE LCT-LOAN-NUMBER (WS-LOAN-IDX) TO CVR-LOAN-NUMBER
               MOVE LCT-TERMS-SOURCE (WS-LOAN-IDX)
                   TO CVR-TERMS-SOURCE
           END-IF
           MOVE JLT-PRIMARY-ID (WS-LINK-SCAN-IDX) TO CVR-CUSTOMER-ID
           MOVE JLT-CO-BORROWER-ID (WS-LINK-SCAN-IDX)
               TO CVR-CO-BORROWER-ID
           MOVE JLT-LOAN-AMOUNT (WS-LINK-SCAN-IDX) TO CVR-LOAN-AMOUNT
           MOVE JLT-BOARD-DATE (WS-LINK-SCAN-IDX) TO CVR-BOARD-DATE
           MOVE 0 TO CVR-SCHEDULE-ROWS
           MOVE 0 TO CVR-RECEIPT-ROWS
           MOVE JLT-EXCEPTION-TEXT (WS-LINK-SCAN-IDX)
               TO CVR-EXCEPTION-TEXT
           ADD 1 TO WS-EXCEPTION-COUNT
           WRITE CONVRPT-RECORD.

       LIST-UNSCHEDULED-CUSTOMERS.
      *    BALANCE THE CONVERSION AGAINST THE CUSTOMER MASTER: EVERY
      *    CUSTOMER FLAGGED WITH AN ACTIVE LOAN SHOULD NOW HOLD ONE,
      *    AS PRIMARY OR AS CO-BORROWER. ONE THAT DOES NOT HAS A LOAN
      *    WHOSE SCHEDULE IS MISSING FROM AMORTSCH.DAT.
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF LCT-CO-BORROWER-ID (WS-LOAN-IDX) NOT = SPACES
                   MOVE LCT-CO-BORROWER-ID (WS-LOAN-IDX)
                       TO WS-LOOKUP-ID
                   PERFORM FIND-CUSTOMER-ENTRY
                   IF WS-MATCHED-ENTRY-IDX > 0
                       MOVE 'Y' TO CMT-CO-BORROWER-FLAG
                           (WS-MATCHED-ENTRY-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CUST-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CUST-SCAN-IDX > WS-CUSTMAST-COUNT
               IF CMT-ACTIVE-LOAN-FLAG (WS-CUST-SCAN-IDX) = 'Y'
                       AND CMT-LOAN-IDX (WS-CUST-SCAN-IDX) = 0
                       AND CMT-CO-BORROWER-FLAG (WS-CUST-SCAN-IDX)
                           = 'N'
                   MOVE 'DET'  TO CVR-RECORD-TYPE
                   MOVE SPACES TO CVR-LOAN-NUMBER
                   MOVE CMT-CUSTOMER-ID (WS-CUST-SCAN-IDX)
                       TO CVR-CUSTOMER-ID
                   MOVE SPACES TO CVR-CO-BORROWER-ID
                   MOVE SPACES TO CVR-TERMS-SOURCE
                   MOVE 0      TO CVR-LOAN-AMOUNT
                   MOVE SPACES TO CVR-BOARD-DATE
                   MOVE 0      TO CVR-SCHEDULE-ROWS
                   MOVE 0      TO CVR-RECEIPT-ROWS
                   MOVE 'ACTIVE - NO SCHEDULE' TO CVR-EXCEPTION-TEXT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   WRITE CONVRPT-RECORD
               END-IF
           END-PERFORM.

       WRITE-CONVRPT-TRAILER.
           MOVE WS-LOAN-COUNT           TO WS-CVR-TRL-LOAN-CNT
           MOVE WS-AMORT-COUNT          TO WS-CVR-TRL-SCHEDULE-CNT
           MOVE WS-PAYMENT-COUNT        TO WS-CVR-TRL-RECEIPT-CNT
           MOVE WS-UNTIED-RECEIPT-COUNT TO WS-CVR-TRL-UNTIED-CNT
           MOVE WS-PAYSTAT-WRITTEN      TO WS-CVR-TRL-PAYSTAT-CNT
           MOVE WS-PRIOR-WRITTEN        TO WS-CVR-TRL-PRIOR-CNT
           MOVE WS-STATUS-DROPPED-COUNT TO WS-CVR-TRL-DROPPED-CNT
           MOVE WS-LINKS-TIED-COUNT     TO WS-CVR-TRL-LINK-CNT
           MOVE WS-EXCEPTION-COUNT      TO WS-CVR-TRL-EXCEPTION-CNT
           MOVE WS-TOTAL-LOAN-AMT       TO WS-CVR-TRL-LOAN-AMT
           MOVE WS-CONVRPT-TRAILER TO CONVRPT-RECORD
           WRITE CONVRPT-RECORD.
