      *      TO THE LOANOUT TRAILER;
      *    - EVERY APPROVED LOAN HAS AN AMORTSCH.DAT SCHEDULE WHOSE
      *      PRINCIPAL PORTIONS SUM BACK TO LOR-LOAN-AMOUNT, AND NO
      *      SCHEDULE CARRIES ONE OF TONIGHT'S LOAN NUMBERS WITHOUT AN
      *      APPROVED LOAN BEHIND IT. AMORTSCH.DAT IS CUMULATIVE, SO
      *      THE MATCH IS BY LOAN NUMBER (SEE LOANMAST.CPY) AND ONLY
      *      ROWS NUMBERED UNDER TONIGHT'S LOANOUT.DAT HEADER DATE
      *      TAKE PART - EARLIER NIGHTS' SCHEDULES ARE NOT ORPHANS.
      *  ANY OUT-OF-BALANCE CONDITION IS DISPLAYED AND THE PROGRAM
      *  ENDS WITH RETURN-CODE 8 SO THE SCHEDULER PAGES OPERATIONS
      *  INSTEAD OF A SHORT FILE BEING DISCOVERED THE NEXT MORNING.
       01  WS-SUM-DENY-COUNT       PIC 9(05) VALUE 0.
       01  WS-CROSSFOOT-COUNT      PIC 9(06) VALUE 0.

      *    APPROVED LOANS, ONE ENTRY PER LOAN NUMBER SO THE SCHEDULE
      *    PRINCIPAL CAN BE SUMMED BACK AGAINST THE APPROVED AMOUNT -
      *    LOADED IN MEMORY THE SAME WAY AS LOANAPP'S CUSTMAST TABLE
      *    SINCE THIS BUILD HAS NO ISAM HANDLER FOR A KEYED MATCH.
      *    THE NUMBERS ARE ASSIGNED IN FILE ORDER, SO THE TABLE BUILDS
      *    ALREADY IN ASCENDING KEY ORDER FOR THE BINARY SEARCH.
       01  WS-APPROVED-COUNT       PIC 9(05) VALUE 0.
       01  WS-APPROVED-TABLE.
           05  WS-APPROVED-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-APPROVED-COUNT
                   ASCENDING KEY IS APT-LOAN-NUMBER
                   INDEXED BY AP-IDX.
               10  APT-LOAN-NUMBER      PIC X(12).
               10  APT-CUSTOMER-ID      PIC X(05).
               10  APT-LOAN-AMOUNT      PIC 9(09)V99.
               10  APT-PRINCIPAL-SUM    PIC 9(09)V99.
       01  WS-MATCHED-ENTRY-IDX    PIC 9(05).
       01  WS-CHECK-IDX            PIC 9(05).
       01  WS-ORPHAN-SCHED-COUNT   PIC 9(05) VALUE 0.
       01  WS-LOANOUT-RUN-DATE     PIC X(08).
       01  WS-LOAN-NUMBER.
           05  WS-LOAN-NUMBER-DATE PIC X(08).
           05  WS-LOAN-NUMBER-SEQ  PIC 9(04).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-LOANOUT-RUN-DATE
           PERFORM COUNT-INPUT-RECORDS
           PERFORM COUNT-ACCEPTED-OFFERS
           PERFORM COUNT-UW-OVERRIDES

       TALLY-LOANOUT-RECORD.
           EVALUATE LOR-RECORD-TYPE
               WHEN 'HDR'
                   MOVE LOAN-OUTPUT-RECORD (4:8)
                       TO WS-LOANOUT-RUN-DATE
               WHEN 'DET'
                   IF LOR-STATUS = 'APPROVED'
                       ADD 1 TO WS-DET-APPROVED-COUNT
           END-EVALUATE.

       NOTE-APPROVED-LOAN.
      *    ONE ENTRY PER APPROVED DETAIL, UNDER THE LOAN NUMBER
      *    AMORTSCH AND LOANBRD DERIVE FOR IT - THE HEADER RUN DATE
      *    PLUS THE DETAIL'S APPROVED SEQUENCE IN THE FILE.
           IF WS-APPROVED-COUNT = 9999
               DISPLAY 'MORE THAN 9999 APPROVED LOANS - LOAN NUMBER '
                   'SEQUENCE EXHAUSTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-APPROVED-COUNT
           MOVE WS-LOANOUT-RUN-DATE TO WS-LOAN-NUMBER-DATE
           MOVE WS-APPROVED-COUNT   TO WS-LOAN-NUMBER-SEQ
           MOVE WS-LOAN-NUMBER
               TO APT-LOAN-NUMBER (WS-APPROVED-COUNT)
           MOVE LOR-CUSTOMER-ID
               TO APT-CUSTOMER-ID (WS-APPROVED-COUNT)
           MOVE LOR-LOAN-AMOUNT
               TO APT-LOAN-AMOUNT (WS-APPROVED-COUNT)
           MOVE 0
               TO APT-PRINCIPAL-SUM (WS-APPROVED-COUNT)
           MOVE 'N'
               TO APT-SCHEDULE-FLAG (WS-APPROVED-COUNT).

       COUNT-EXCEPTION-RECORDS.
           OPEN INPUT EXCEPTION-FILE
           END-IF.

       TALLY-SCHEDULE-ROW.
      *    ONLY TONIGHT'S LOAN NUMBERS ARE RECONCILED - A SCHEDULE
      *    NUMBERED UNDER AN EARLIER LOANOUT.DAT BELONGS TO A LOAN
      *    ALREADY PROVED ON ITS OWN NIGHT.
           IF AMT-LOAN-NUMBER (1:8) = WS-LOANOUT-RUN-DATE
               MOVE 0 TO WS-MATCHED-ENTRY-IDX
               IF WS-APPROVED-COUNT > 0
                   SEARCH ALL WS-APPROVED-ENTRY
                       AT END
                           CONTINUE
                       WHEN APT-LOAN-NUMBER (AP-IDX) = AMT-LOAN-NUMBER
                           SET WS-MATCHED-ENTRY-IDX TO AP-IDX
                   END-SEARCH
               END-IF
               IF WS-MATCHED-ENTRY-IDX > 0
                   ADD AMT-PRINCIPAL-PORTION
                       TO APT-PRINCIPAL-SUM (WS-MATCHED-ENTRY-IDX)
                   MOVE 'Y'
                       TO APT-SCHEDULE-FLAG (WS-MATCHED-ENTRY-IDX)
               ELSE
                   ADD 1 TO WS-ORPHAN-SCHED-COUNT
               END-IF
           END-IF.

       CHECK-INPUT-VS-TRAILER.
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-APPROVED-COUNT
               IF APT-SCHEDULE-FLAG (WS-CHECK-IDX) = 'N'
                   DISPLAY 'OUT OF BALANCE: APPROVED LOAN '
                       APT-LOAN-NUMBER (WS-CHECK-IDX) ' CUSTOMER '
                       APT-CUSTOMER-ID (WS-CHECK-IDX)
                       ' HAS NO AMORTIZATION SCHEDULE'
                   SET RUN-OUT-OF-BALANCE TO TRUE
               ELSE
                   IF APT-PRINCIPAL-SUM (WS-CHECK-IDX)
                           NOT = APT-LOAN-AMOUNT (WS-CHECK-IDX)
                       DISPLAY 'OUT OF BALANCE: LOAN '
                           APT-LOAN-NUMBER (WS-CHECK-IDX)
                           ' SCHEDULE PRINCIPAL '
                           APT-PRINCIPAL-SUM (WS-CHECK-IDX)
                           ' VS APPROVED AMOUNT '
           END-PERFORM
           IF WS-ORPHAN-SCHED-COUNT > 0
               DISPLAY 'OUT OF BALANCE: ' WS-ORPHAN-SCHED-COUNT
                   ' SCHEDULE ROWS FOR LOAN NUMBERS WITH NO '
                   'APPROVED LOAN'
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF.
