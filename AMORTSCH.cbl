      *  LOANAPP ASSIGNED. A DETAIL WRITTEN BEFORE THE TERM WAS
      *  CAPTURED ON INPUT CARRIES LOR-TERM-MONTHS ZERO AND FALLS
      *  BACK TO THE ORIGINAL FIXED 60-MONTH TERM.
      *  EACH SCHEDULE ROW CARRIES THE LOAN ACCOUNT NUMBER - THE
      *  LOANOUT.DAT HEADER RUN DATE PLUS THE SEQUENCE OF THE
      *  APPROVED DETAIL IN THE FILE, THE SAME NUMBER LOANBRD BOARDS
      *  TO LOANMAST.DAT (SEE LOANMAST.CPY). AMORTSCH.DAT IS THE
      *  CUMULATIVE SCHEDULE OF EVERY OPEN LOAN - TONIGHT'S SCHEDULES
      *  APPEND TO IT, AND LOANREL RETIRES A LOAN'S ROWS AT PAYOFF.
      *  A LOAN WHOSE NUMBER IS ALREADY ON FILE (A RERUN AGAINST THE
      *  SAME LOANOUT.DAT) IS NOT SCHEDULED A SECOND TIME.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT LOAN-OUTPUT-FILE ASSIGN TO 'LOANOUT.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT AMORT-OUTPUT-FILE ASSIGN TO 'AMORTSCH.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  WS-INTEREST-PORTION      PIC 9(07)V99.
       01  WS-PRINCIPAL-PORTION     PIC 9(07)V99.

      *    LOAN NUMBER ASSIGNMENT - SAME RULE AS LOANBRD. THE HIGHEST
      *    LOAN NUMBER ALREADY SCHEDULED IS NOTED BEFORE APPENDING SO
      *    A RERUN SKIPS LOANS IT HAS ALREADY WRITTEN.
       01  WS-AMORT-STATUS          PIC X(02).
       01  WS-LOANOUT-RUN-DATE      PIC X(08).
       01  WS-APPROVED-SEQ          PIC 9(04) VALUE 0.
       01  WS-LOAN-NUMBER.
           05  WS-LOAN-NUMBER-DATE  PIC X(08).
           05  WS-LOAN-NUMBER-SEQ   PIC 9(04).
       01  WS-LAST-LOAN-NUMBER      PIC X(12) VALUE SPACES.
       01  WS-SKIPPED-COUNT         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-LOANOUT-RUN-DATE
           PERFORM OPEN-SCHEDULE-FILE
           OPEN INPUT LOAN-OUTPUT-FILE

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
                           PERFORM ASSIGN-LOAN-NUMBER
                           IF WS-LOAN-NUMBER > WS-LAST-LOAN-NUMBER
                               PERFORM BUILD-AMORTIZATION-SCHEDULE
                           ELSE
                               ADD 1 TO WS-SKIPPED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-OUTPUT-FILE
           CLOSE AMORT-OUTPUT-FILE

           IF WS-SKIPPED-COUNT > 0
               DISPLAY 'LOANS ALREADY ON AMORTSCH.DAT - NOT '
                   'SCHEDULED AGAIN: ' WS-SKIPPED-COUNT
           END-IF
           DISPLAY 'AMORTIZATION SCHEDULE GENERATION COMPLETE'
           STOP RUN.

       OPEN-SCHEDULE-FILE.
      *    AMORTSCH.DAT IS APPENDED IN LOAN-NUMBER ORDER, SO ITS LAST
      *    ROW CARRIES THE HIGHEST LOAN NUMBER ALREADY SCHEDULED. THE
      *    FIRST NIGHT THE FILE MAY NOT EXIST YET, SO FALL BACK TO
      *    CREATING IT FRESH.
           OPEN INPUT AMORT-OUTPUT-FILE
           IF WS-AMORT-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ AMORT-OUTPUT-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           IF AMT-LOAN-NUMBER > WS-LAST-LOAN-NUMBER
                               MOVE AMT-LOAN-NUMBER
                                   TO WS-LAST-LOAN-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AMORT-OUTPUT-FILE
               SET NOT-EOF TO TRUE
           END-IF
           OPEN EXTEND AMORT-OUTPUT-FILE
           IF WS-AMORT-STATUS NOT = '00'
               OPEN OUTPUT AMORT-OUTPUT-FILE
               IF WS-AMORT-STATUS NOT = '00'
                   DISPLAY 'AMORTSCH.DAT COULD NOT BE OPENED - '
                       'STATUS ' WS-AMORT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       ASSIGN-LOAN-NUMBER.
      *    THE SAME RULE LOANBRD USES TO BOARD THE LOAN (SEE
      *    LOANMAST.CPY), SO THE SCHEDULE AND THE LOAN MASTER AGREE.
           IF WS-APPROVED-SEQ = 9999
               DISPLAY 'LOANOUT.DAT HAS MORE THAN 9999 APPROVED '
                   'DETAILS - LOAN NUMBER SEQUENCE EXHAUSTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-APPROVED-SEQ
           MOVE WS-LOANOUT-RUN-DATE TO WS-LOAN-NUMBER-DATE
           MOVE WS-APPROVED-SEQ     TO WS-LOAN-NUMBER-SEQ.

       BUILD-AMORTIZATION-SCHEDULE.
           IF LOR-TERM-MONTHS NUMERIC AND LOR-TERM-MONTHS > 0
               MOVE LOR-TERM-MONTHS TO WS-TERM-MONTHS
               END-IF

               MOVE LOR-CUSTOMER-ID     TO AMT-CUSTOMER-ID
               MOVE WS-LOAN-NUMBER      TO AMT-LOAN-NUMBER
               MOVE WS-PAYMENT-NUM      TO AMT-PAYMENT-NUMBER
               MOVE WS-DUE-DATE         TO AMT-DUE-DATE
               MOVE WS-PAYMENT-AMOUNT   TO AMT-PAYMENT-AMOUNT
