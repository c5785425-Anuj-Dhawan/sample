       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMOD.

      *****************************************************************
      *  HARDSHIP DEFERRAL AND LOAN MODIFICATION. RUNS AFTER CHGREV
      *  AND BEFORE PAYPOST. A BORROWER IN HARDSHIP USED TO HAVE TWO
      *  OUTCOMES - AGE INTO 30/60/90 OR HAVE AMORTSCH.DAT EDITED BY
      *  HAND. EACH ROW OF THE DAY'S MODIFICATION FILE (MODTRAN.DAT)
      *  NAMES A LOAN AND ONE OF THREE ACTIONS (SEE MODTRAN.CPY):
      *  DEFER THE NEXT N INSTALLMENTS TO THE END OF THE TERM, EXTEND
      *  THE TERM BY N MONTHS, OR RE-AMORTIZE AT A NEW RATE OVER THE
      *  MONTHS LEFT. THE LOAN'S ROWS ON AMORTSCH.DAT ARE REBUILT:
      *  THE INSTALLMENTS ALREADY PAID ARE KEPT EXACTLY AS SCHEDULED,
      *  AND EVERYTHING AFTER THEM IS REPLACED BY A NEW SCHEDULE
      *  BUILT FROM WHAT THE BORROWER STILL OWES ON LAST NIGHT'S
      *  POSTING (PAYSTAT.DAT) - THE PST-REMAINING-BALANCE OF THE
      *  LAST INSTALLMENT THAT CAME DUE, WITH ANY CASH ALREADY POSTED
      *  AGAINST THE REPLACED INSTALLMENTS ADDED BACK, BECAUSE
      *  PAYPOST RE-POOLS THAT CASH AGAINST THE NEW ROWS TONIGHT.
      *  ARREARS ARE THEREFORE CAPITALIZED INTO THE NEW SCHEDULE AND
      *  THE LOAN COMES OUT OF THE MODIFICATION CURRENT.
      *  A DEFERRED INSTALLMENT IS A SCHEDULE ROW WITH NOTHING DUE -
      *  PAYMENT, PRINCIPAL AND INTEREST ZERO AND THE BALANCE CARRIED
      *  UNCHANGED - SO NO INTEREST RUNS WHILE IT IS DEFERRED AND
      *  PAYPOST POSTS IT 'DEFERRD' AND NEVER AGES IT. THE NEW ROWS
      *  ARE NUMBERED ON FROM THE LAST ROW KEPT AND FALL DUE ON THE
      *  FIRST OF EACH MONTH, STARTING THE MONTH AFTER THE RUN DATE,
      *  THE SAME WAY AMORTSCH BUILDS A NEW LOAN'S SCHEDULE.
      *  A MODIFIED LOAN IS FLAGGED ON LOANMAST.DAT (LN-MODIFIED-FLAG)
      *  WITH ITS NEW RATE AND NUMBER OF INSTALLMENTS, EVERY
      *  MODIFICATION IS APPENDED TO MODHIST.DAT FOR HISTINQ, AND THE
      *  BEFORE AND AFTER PAYMENT, MATURITY AND TOTAL INTEREST GO ON
      *  THE MODIFICATION REGISTER (MODRPT.DAT) FOR THE WORKOUT
      *  COMMITTEE. A ROW THAT NAMES A LOAN THE CUSTOMER DOES NOT
      *  HOLD, A LOAN NOT ACTIVE, A LOAN WITH NOTHING LEFT UNPAID, OR
      *  TERMS THAT DO NOT FIT THE ACTION GOES TO THE REJECT LIST
      *  (MODREJ.DAT) AND NOTHING IS CHANGED FOR IT. ANY REJECT ENDS
      *  RC=8. NO MODIFICATION FILE MEANS NOTHING TO MODIFY TONIGHT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODTRAN-FILE ASSIGN TO 'MODTRAN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MODTRAN-STATUS.
           SELECT LOANMAST-FILE ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT AMORT-OUTPUT-FILE ASSIGN TO 'AMORTSCH.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMORT-STATUS.
           SELECT PAYSTAT-FILE ASSIGN TO 'PAYSTAT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYSTAT-STATUS.
           SELECT MODHIST-FILE ASSIGN TO 'MODHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MODHIST-STATUS.
           SELECT MODRPT-FILE ASSIGN TO 'MODRPT.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT MODREJ-FILE ASSIGN TO 'MODREJ.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MODTRAN-FILE.
           COPY MODTRAN.

       FD  LOANMAST-FILE.
           COPY LOANMAST.

       FD  AMORT-OUTPUT-FILE.
           COPY AMORT.

       FD  PAYSTAT-FILE.
           COPY PAYSTAT.

       FD  MODHIST-FILE.
           COPY MODHIST.

       FD  MODRPT-FILE.
           COPY MODRPT.

       FD  MODREJ-FILE.
           COPY MODREJ.

       WORKING-STORAGE SECTION.
       01  EOF-FLAG                PIC X VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.

       01  WS-MODTRAN-STATUS       PIC X(02).
       01  WS-MODHIST-STATUS       PIC X(02).
       01  WS-RUN-DATE.
           05  WS-RUN-YEAR          PIC 9(04).
           05  WS-RUN-MONTH         PIC 9(02).
           05  WS-RUN-DAY           PIC X(02).

      *    LOANMAST.DAT IS LOADED IN FULL, UPDATED IN MEMORY AND
      *    REWRITTEN AT THE END - THE SAME PATTERN AS CHGREV.
       01  WS-LOANMAST-STATUS      PIC X(02).
       01  WS-LOANMAST-COUNT       PIC 9(06) VALUE 0.
       01  WS-LOANMAST-TABLE.
           05  WS-LOANMAST-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-LOANMAST-COUNT
                   ASCENDING KEY IS LMT-LOAN-NUMBER
                   INDEXED BY LN-IDX.
               10  LMT-RECORD.
                   15  LMT-LOAN-NUMBER      PIC X(12).
                   15  LMT-CUSTOMER-ID      PIC X(05).
                   15  FILLER               PIC X(17).
                   15  LMT-INTEREST-RATE    PIC 9(02)V9(03).
                   15  LMT-TERM-MONTHS      PIC 9(03).
                   15  FILLER               PIC X(17).
                   15  LMT-LOAN-STATUS      PIC X(01).
                   15  FILLER               PIC X(35).
                   15  LMT-MODIFIED-FLAG    PIC X(01).
                   15  FILLER               PIC X(04).
       01  WS-LOAN-ENTRY-IDX       PIC 9(06) VALUE 0.
       01  WS-LOAN-WRITE-IDX       PIC 9(06).

      *    THE SCHEDULE (AMORTSCH.DAT), CARRIED IN FULL TO THE SAME
      *    200000-ROW LIMIT AS LOANREL. A MODIFIED LOAN'S REPLACED
      *    ROWS ARE FLAGGED RETIRED, AND ITS LAST ORIGINAL ROW POINTS
      *    AT THE MODIFICATION WHOSE NEW ROWS ARE WRITTEN IN BEHIND
      *    IT, SO THE REWRITTEN FILE STAYS IN LOAN-NUMBER ORDER.
       01  WS-AMORT-STATUS         PIC X(02).
       01  WS-AMORT-COUNT          PIC 9(06) VALUE 0.
       01  WS-AMORT-TABLE.
           05  WS-AMORT-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON WS-AMORT-COUNT.
               10  AST-RETIRED-FLAG         PIC X(01).
               10  AST-MOD-IDX              PIC 9(05).
               10  AST-RECORD.
                   15  AST-CUSTOMER-ID      PIC X(05).
                   15  AST-LOAN-NUMBER      PIC X(12).
                   15  AST-PAYMENT-NUMBER   PIC 9(03).
                   15  AST-DUE-DATE         PIC X(08).
                   15  AST-PAYMENT-AMOUNT   PIC 9(07)V99.
                   15  AST-PRINCIPAL-PORTION PIC 9(07)V99.
                   15  AST-INTEREST-PORTION PIC 9(07)V99.
                   15  AST-REMAINING-BALANCE PIC 9(09)V99.
       01  WS-AMT-WRITE-IDX        PIC 9(06).
       01  WS-MOD-ENTRY-IDX        PIC 9(05).

      *    WHERE EACH LOAN'S ROWS START IN THE SCHEDULE TABLE, AND
      *    HOW MANY THERE ARE - BUILT AS THE FILE LOADS.
       01  WS-SCHLOAN-COUNT        PIC 9(06) VALUE 0.
       01  WS-SCHLOAN-TABLE.
           05  WS-SCHLOAN-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-SCHLOAN-COUNT
                   ASCENDING KEY IS SLT-LOAN-NUMBER
                   INDEXED BY SL-IDX.
               10  SLT-LOAN-NUMBER          PIC X(12).
               10  SLT-FIRST-IDX            PIC 9(06).
               10  SLT-ROW-COUNT            PIC 9(06).

      *    LAST NIGHT'S POSTED SCHEDULE (PAYSTAT.DAT) AND ITS OWN
      *    PER-LOAN INDEX, THE SAME WAY.
       01  WS-PAYSTAT-STATUS       PIC X(02).
       01  WS-PAYSTAT-COUNT        PIC 9(06) VALUE 0.
       01  WS-PAYSTAT-TABLE.
           05  WS-PAYSTAT-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON WS-PAYSTAT-COUNT.
               10  PTT-PAYMENT-NUMBER       PIC 9(03).
               10  PTT-AMOUNT-PAID          PIC 9(09)V99.
               10  PTT-PAY-STATUS           PIC X(07).
               10  PTT-REMAINING-BALANCE    PIC 9(09)V99.
       01  WS-PSTLOAN-COUNT        PIC 9(06) VALUE 0.
       01  WS-PSTLOAN-TABLE.
           05  WS-PSTLOAN-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-PSTLOAN-COUNT
                   ASCENDING KEY IS PLT-LOAN-NUMBER
                   INDEXED BY PL-IDX.
               10  PLT-LOAN-NUMBER          PIC X(12).
               10  PLT-FIRST-IDX            PIC 9(06).
               10  PLT-ROW-COUNT            PIC 9(06).

      *    TONIGHT'S MODIFICATIONS AND THE NEW SCHEDULE ROWS BUILT
      *    FOR THEM. A LOAN IS MODIFIED AT MOST ONCE A NIGHT - THE
      *    SECOND ROW FOR IT WOULD BE WORKING FROM A POSTING THAT NO
      *    LONGER MATCHES ITS SCHEDULE.
       01  WS-MOD-COUNT            PIC 9(05) VALUE 0.
       01  WS-MOD-TABLE.
           05  WS-MOD-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-MOD-COUNT
                   INDEXED BY MO-IDX.
               10  MOT-LOAN-NUMBER          PIC X(12).
               10  MOT-FIRST-NEW-IDX        PIC 9(06).
               10  MOT-NEW-ROW-COUNT        PIC 9(03).
       01  WS-NEWROW-COUNT         PIC 9(06) VALUE 0.
       01  WS-NEWROW-TABLE.
           05  WS-NEWROW-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-NEWROW-COUNT.
               10  NRT-RECORD               PIC X(66).
       01  WS-NEWROW-IDX           PIC 9(06).
       01  WS-NEWROW-FIRST-IDX     PIC 9(06).
       01  WS-NEWROW-LAST-IDX      PIC 9(06).

      *    THE LOAN BEING MODIFIED - WHERE ITS ROWS SIT IN EACH
      *    TABLE, HOW MANY ARE KEPT, AND THE BALANCE RE-AMORTIZED.
       01  WS-SCH-FIRST-IDX        PIC 9(06).
       01  WS-SCH-ROW-COUNT        PIC 9(06).
       01  WS-PST-FIRST-IDX        PIC 9(06).
       01  WS-PST-ROW-COUNT        PIC 9(06).
       01  WS-ROW-NUM              PIC 9(06).
       01  WS-AMT-IDX              PIC 9(06).
       01  WS-PST-IDX              PIC 9(06).
       01  WS-KEPT-COUNT           PIC 9(06).
       01  WS-FIRST-NEW-ROW        PIC 9(06).
       01  WS-KEPT-SCAN-FLAG       PIC X(01).
       01  WS-AGED-ROW-NUM         PIC 9(06).
       01  WS-REPOOL-CASH          PIC 9(09)V99.
       01  WS-REAMORT-BALANCE      PIC 9(09)V99.

      *    MONTHS ARE COUNTED AS YEAR * 12 + MONTH SO THE MONTHS LEFT
      *    TO MATURITY IS A SUBTRACTION.
       01  WS-MONTHS-LEFT          PIC S9(05).
       01  WS-FIRST-MONTH-NUM      PIC 9(06).
       01  WS-MATURITY-MONTH-NUM   PIC 9(06).
       01  WS-DEFER-MONTHS         PIC 9(03).
       01  WS-AMORT-MONTHS         PIC 9(05).
       01  WS-NEW-ROW-TOTAL        PIC 9(05).

      *    THE NEW SCHEDULE IS BUILT WITH AMORTSCH'S OWN ARITHMETIC.
       01  WS-DUE-DATE.
           05  WS-DUE-YEAR          PIC 9(04).
           05  WS-DUE-MONTH         PIC 9(02).
           05  WS-DUE-DAY           PIC X(02) VALUE '01'.
       01  WS-KEPT-DUE-DATE.
           05  WS-KEPT-DUE-YEAR     PIC 9(04).
           05  WS-KEPT-DUE-MONTH    PIC 9(02).
           05  WS-KEPT-DUE-DAY      PIC X(02).
       01  WS-OLD-MATURITY-DATE.
           05  WS-OLD-MAT-YEAR      PIC 9(04).
           05  WS-OLD-MAT-MONTH     PIC 9(02).
           05  WS-OLD-MAT-DAY       PIC X(02).
       01  WS-MONTHLY-RATE          USAGE COMP-2.
       01  WS-RATE-FACTOR           USAGE COMP-2.
       01  WS-PAYMENT-AMOUNT        PIC 9(07)V99.
       01  WS-BALANCE               PIC 9(09)V99.
       01  WS-INTEREST-PORTION      PIC 9(07)V99.
       01  WS-PRINCIPAL-PORTION     PIC 9(07)V99.
       01  WS-PAYMENT-NUM           PIC 9(03).
       01  WS-NEW-ROW-NUM           PIC 9(05).

      *    THE SCHEDULE EITHER SIDE OF THE MODIFICATION, FOR THE
      *    REGISTER AND THE HISTORY.
       01  WS-OLD-RATE             PIC 9(02)V9(03).
       01  WS-NEW-RATE             PIC 9(02)V9(03).
       01  WS-OLD-PAYMENT          PIC 9(07)V99.
       01  WS-NEW-PAYMENT          PIC 9(07)V99.
       01  WS-NEW-MATURITY-DATE    PIC X(08).
       01  WS-OLD-TERM             PIC 9(03).
       01  WS-NEW-TERM             PIC 9(03).
       01  WS-OLD-TOTAL-INTEREST   PIC 9(09)V99.
       01  WS-NEW-TOTAL-INTEREST   PIC 9(09)V99.

      *    REJECT CONTROL - SAME SHAPE AS CHGREV'S.
       01  WS-REJECT-FLAG          PIC X(01) VALUE 'N'.
           88  RECORD-REJECTED     VALUE 'Y'.
           88  RECORD-VALID        VALUE 'N'.
       01  WS-REJECT-REASON-TEXT   PIC X(40).

      *    REGISTER CONTROL TOTALS.
       01  WS-REQUEST-COUNT        PIC 9(05) VALUE 0.
       01  WS-MODIFIED-COUNT       PIC 9(05) VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(05) VALUE 0.
       01  WS-DEFERRED-COUNT       PIC 9(05) VALUE 0.
       01  WS-EXTENDED-COUNT       PIC 9(05) VALUE 0.
       01  WS-RERATED-COUNT        PIC 9(05) VALUE 0.
       01  WS-MODIFIED-AMT         PIC 9(11)V99 VALUE 0.

       01  WS-MODRPT-HEADER.
           05  WS-MRP-HDR-RECORD-TYPE   PIC X(03) VALUE 'HDR'.
           05  WS-MRP-HDR-RUN-DATE      PIC X(08).
           05  WS-MRP-HDR-LAYOUT-VER    PIC X(04) VALUE 'V001'.
           05  FILLER                   PIC X(117) VALUE SPACES.

       01  WS-MODRPT-TRAILER.
           05  WS-MRP-TRL-RECORD-TYPE   PIC X(03) VALUE 'TRL'.
           05  WS-MRP-TRL-REQUEST-CNT   PIC 9(05).
           05  WS-MRP-TRL-MODIFIED-CNT  PIC 9(05).
           05  WS-MRP-TRL-REJECTED-CNT  PIC 9(05).
           05  WS-MRP-TRL-DEFERRED-CNT  PIC 9(05).
           05  WS-MRP-TRL-EXTENDED-CNT  PIC 9(05).
           05  WS-MRP-TRL-RERATED-CNT   PIC 9(05).
           05  WS-MRP-TRL-MODIFIED-AMT  PIC 9(11)V99.
           05  FILLER                   PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE

           OPEN OUTPUT MODRPT-FILE
           OPEN OUTPUT MODREJ-FILE
           PERFORM WRITE-MODRPT-HEADER

      *    NO MODIFICATION FILE MEANS NO LOAN IS BEING RESTRUCTURED -
      *    THE SCHEDULE AND THE MASTER ARE LEFT EXACTLY AS THEY STAND.
           OPEN INPUT MODTRAN-FILE
           IF WS-MODTRAN-STATUS NOT = '00'
               DISPLAY 'MODTRAN.DAT COULD NOT BE OPENED - STATUS '
                   WS-MODTRAN-STATUS ' - NO LOAN MODIFICATIONS TODAY'
           ELSE
               PERFORM LOAD-LOAN-MASTER
               PERFORM LOAD-SCHEDULE-FILE
               PERFORM LOAD-POSTED-SCHEDULE
               PERFORM OPEN-MODIFICATION-HISTORY
               PERFORM UNTIL EOF-REACHED
                   READ MODTRAN-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REQUEST-COUNT
                           PERFORM PROCESS-MODIFICATION-REQUEST
                   END-READ
               END-PERFORM
               CLOSE MODTRAN-FILE
               CLOSE MODHIST-FILE
               IF WS-MODIFIED-COUNT > 0
                   PERFORM REWRITE-SCHEDULE-FILE
                   PERFORM REWRITE-LOAN-MASTER
               END-IF
           END-IF

           PERFORM WRITE-MODRPT-TRAILER
           CLOSE MODRPT-FILE
           CLOSE MODREJ-FILE

           DISPLAY 'LOANS MODIFIED: ' WS-MODIFIED-COUNT
               ' FOR ' WS-MODIFIED-AMT ', REJECTED: '
               WS-REJECTED-COUNT
           IF WS-REJECTED-COUNT > 0
               DISPLAY 'MODIFICATIONS NOT TAKEN ARE ON MODREJ.DAT'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-LOAN-MASTER.
      *    A MODIFICATION WITH NO LOAN MASTER TO POST TO IS A SUITE
      *    SEQUENCING PROBLEM - ABEND THE SAME WAY CHGREV DOES.
           OPEN INPUT LOANMAST-FILE
           IF WS-LOANMAST-STATUS NOT = '00'
               DISPLAY 'LOANMAST.DAT COULD NOT BE OPENED - STATUS '
                   WS-LOANMAST-STATUS ' - NO LOAN TO MODIFY'
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
                       LMT-LOAN-NUMBER (WS-LOANMAST-COUNT)
                   DISPLAY 'LOANMAST.DAT NOT IN ASCENDING LOAN-'
                       'NUMBER ORDER AT ' LN-LOAN-NUMBER
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-LOANMAST-COUNT
           MOVE LOANMAST-RECORD TO LMT-RECORD (WS-LOANMAST-COUNT).

       LOAD-SCHEDULE-FILE.
      *    THE SCHEDULE IS WHAT A MODIFICATION REBUILDS - WITHOUT IT
      *    THERE IS NOTHING TO WORK FROM, SO ABEND.
           OPEN INPUT AMORT-OUTPUT-FILE
           IF WS-AMORT-STATUS NOT = '00'
               DISPLAY 'AMORTSCH.DAT COULD NOT BE OPENED - STATUS '
                   WS-AMORT-STATUS ' - NO SCHEDULE TO MODIFY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ AMORT-OUTPUT-FILE
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM LOAD-SCHEDULE-ENTRY
               END-READ
           END-PERFORM
           CLOSE AMORT-OUTPUT-FILE
           SET NOT-EOF TO TRUE.

       LOAD-SCHEDULE-ENTRY.
      *    THE SAME 200000-ROW CAP AS LOANREL - ABEND CLEARLY RATHER
      *    THAN REWRITING A TRUNCATED SCHEDULE. THE FILE MUST BE IN
      *    LOAN-NUMBER ORDER FOR THE PER-LOAN INDEX TO HOLD.
           IF WS-AMORT-COUNT = 200000
               DISPLAY 'AMORTSCH.DAT HAS MORE THAN 200000 ROWS - '
                   'WS-AMORT-TABLE ONLY HOLDS 200000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-AMORT-COUNT
           MOVE 'N' TO AST-RETIRED-FLAG (WS-AMORT-COUNT)
           MOVE 0   TO AST-MOD-IDX (WS-AMORT-COUNT)
           MOVE AMORT-RECORD TO AST-RECORD (WS-AMORT-COUNT)
           IF WS-SCHLOAN-COUNT = 0
               PERFORM ADD-SCHEDULE-LOAN
           ELSE
               IF AMT-LOAN-NUMBER
                       NOT = SLT-LOAN-NUMBER (WS-SCHLOAN-COUNT)
                   IF AMT-LOAN-NUMBER
                           < SLT-LOAN-NUMBER (WS-SCHLOAN-COUNT)
                       DISPLAY 'AMORTSCH.DAT NOT IN ASCENDING LOAN-'
                           'NUMBER ORDER AT ' AMT-LOAN-NUMBER
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM ADD-SCHEDULE-LOAN
               ELSE
                   ADD 1 TO SLT-ROW-COUNT (WS-SCHLOAN-COUNT)
               END-IF
           END-IF.

       ADD-SCHEDULE-LOAN.
           IF WS-SCHLOAN-COUNT = 100000
               DISPLAY 'AMORTSCH.DAT HAS MORE THAN 100000 LOANS - '
                   'WS-SCHLOAN-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SCHLOAN-COUNT
           MOVE AMT-LOAN-NUMBER TO SLT-LOAN-NUMBER (WS-SCHLOAN-COUNT)
           MOVE WS-AMORT-COUNT  TO SLT-FIRST-IDX (WS-SCHLOAN-COUNT)
           MOVE 1               TO SLT-ROW-COUNT (WS-SCHLOAN-COUNT).

       LOAD-POSTED-SCHEDULE.
      *    NO POSTED SCHEDULE MEANS PAYPOST HAS NEVER RUN - NOTHING
      *    IS KNOWN ABOUT WHAT HAS BEEN PAID, SO EVERY REQUEST WILL
      *    REJECT RATHER THAN GUESS.
           OPEN INPUT PAYSTAT-FILE
           IF WS-PAYSTAT-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ PAYSTAT-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-PAYSTAT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PAYSTAT-FILE
               SET NOT-EOF TO TRUE
           ELSE
               DISPLAY 'PAYSTAT.DAT COULD NOT BE OPENED - STATUS '
                   WS-PAYSTAT-STATUS ' - NO LOAN CAN BE MODIFIED'
           END-IF.

       LOAD-PAYSTAT-ENTRY.
           IF WS-PAYSTAT-COUNT = 200000
               DISPLAY 'PAYSTAT.DAT HAS MORE THAN 200000 ROWS - '
                   'WS-PAYSTAT-TABLE ONLY HOLDS 200000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PAYSTAT-COUNT
           MOVE PST-PAYMENT-NUMBER
               TO PTT-PAYMENT-NUMBER (WS-PAYSTAT-COUNT)
           MOVE PST-AMOUNT-PAID
               TO PTT-AMOUNT-PAID (WS-PAYSTAT-COUNT)
           MOVE PST-PAY-STATUS
               TO PTT-PAY-STATUS (WS-PAYSTAT-COUNT)
           MOVE PST-REMAINING-BALANCE
               TO PTT-REMAINING-BALANCE (WS-PAYSTAT-COUNT)
           IF WS-PSTLOAN-COUNT = 0
               PERFORM ADD-POSTED-LOAN
           ELSE
               IF PST-LOAN-NUMBER
                       NOT = PLT-LOAN-NUMBER (WS-PSTLOAN-COUNT)
                   IF PST-LOAN-NUMBER
                           < PLT-LOAN-NUMBER (WS-PSTLOAN-COUNT)
                       DISPLAY 'PAYSTAT.DAT NOT IN ASCENDING LOAN-'
                           'NUMBER ORDER AT ' PST-LOAN-NUMBER
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM ADD-POSTED-LOAN
               ELSE
                   ADD 1 TO PLT-ROW-COUNT (WS-PSTLOAN-COUNT)
               END-IF
           END-IF.

       ADD-POSTED-LOAN.
           IF WS-PSTLOAN-COUNT = 100000
               DISPLAY 'PAYSTAT.DAT HAS MORE THAN 100000 LOANS - '
                   'WS-PSTLOAN-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PSTLOAN-COUNT
           MOVE PST-LOAN-NUMBER  TO PLT-LOAN-NUMBER (WS-PSTLOAN-COUNT)
           MOVE WS-PAYSTAT-COUNT TO PLT-FIRST-IDX (WS-PSTLOAN-COUNT)
           MOVE 1                TO PLT-ROW-COUNT (WS-PSTLOAN-COUNT).

       OPEN-MODIFICATION-HISTORY.
      *    MODHIST.DAT IS CUMULATIVE - EXTEND IT, CREATING IT ON ITS
      *    FIRST USE.
           OPEN EXTEND MODHIST-FILE
           IF WS-MODHIST-STATUS NOT = '00'
               OPEN OUTPUT MODHIST-FILE
               IF WS-MODHIST-STATUS NOT = '00'
                   DISPLAY 'MODHIST.DAT COULD NOT BE OPENED - STATUS '
                       WS-MODHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       PROCESS-MODIFICATION-REQUEST.
      *    EACH CHECK ONLY RUNS ONCE THE ONE BEFORE IT HAS PASSED, SO
      *    THE REJECT REASON IS ALWAYS THE FIRST THING WRONG.
           SET RECORD-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON-TEXT
           MOVE 0      TO WS-LOAN-ENTRY-IDX

           IF MDT-CUSTOMER-ID = SPACES
                   OR MDT-LOAN-NUMBER = SPACES
                   OR NOT (MDT-DEFER OR MDT-EXTEND OR MDT-RERATE)
                   OR MDT-MONTHS NOT NUMERIC
                   OR MDT-NEW-RATE NOT NUMERIC
               SET RECORD-REJECTED TO TRUE
               MOVE 'MODIFICATION REQUEST IS MALFORMED'
                   TO WS-REJECT-REASON-TEXT
           ELSE
               IF MDT-OPERATOR = SPACES
                       OR MDT-REFERENCE = SPACES
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'OPERATOR OR CASE REFERENCE MISSING'
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   IF MDT-MONTHS = 0
                           AND (MDT-DEFER OR MDT-EXTEND)
                       SET RECORD-REJECTED TO TRUE
                       MOVE 'NO MONTHS GIVEN TO DEFER OR EXTEND'
                           TO WS-REJECT-REASON-TEXT
                   ELSE
                       PERFORM FIND-MODIFICATION-LOAN
                   END-IF
               END-IF
           END-IF

           IF RECORD-VALID
               PERFORM MEASURE-UNPAID-SCHEDULE
           END-IF
           IF RECORD-VALID
               PERFORM SIZE-NEW-SCHEDULE
           END-IF

           IF RECORD-REJECTED
               PERFORM WRITE-MODIFICATION-REJECT
           ELSE
               PERFORM RESTRUCTURE-LOAN
           END-IF.

       FIND-MODIFICATION-LOAN.
           IF WS-LOANMAST-COUNT > 0
               SEARCH ALL WS-LOANMAST-ENTRY
                   AT END
                       CONTINUE
                   WHEN LMT-LOAN-NUMBER (LN-IDX) = MDT-LOAN-NUMBER
                       SET WS-LOAN-ENTRY-IDX TO LN-IDX
               END-SEARCH
           END-IF
           IF WS-LOAN-ENTRY-IDX = 0
               SET RECORD-REJECTED TO TRUE
               MOVE 'LOAN NOT ON LOAN MASTER'
                   TO WS-REJECT-REASON-TEXT
           ELSE
               IF LMT-CUSTOMER-ID (WS-LOAN-ENTRY-IDX)
                       NOT = MDT-CUSTOMER-ID
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'LOAN DOES NOT BELONG TO CUSTOMER'
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   IF LMT-LOAN-STATUS (WS-LOAN-ENTRY-IDX) NOT = 'A'
                       SET RECORD-REJECTED TO TRUE
                       MOVE 'LOAN IS NOT ACTIVE'
                           TO WS-REJECT-REASON-TEXT
                   ELSE
                       PERFORM CHECK-ALREADY-MODIFIED
                   END-IF
               END-IF
           END-IF.

       CHECK-ALREADY-MODIFIED.
           IF WS-MOD-COUNT > 0
               SET MO-IDX TO 1
               SEARCH WS-MOD-ENTRY
                   AT END
                       CONTINUE
                   WHEN MOT-LOAN-NUMBER (MO-IDX) = MDT-LOAN-NUMBER
                       SET RECORD-REJECTED TO TRUE
                       MOVE 'LOAN ALREADY MODIFIED IN THIS RUN'
                           TO WS-REJECT-REASON-TEXT
               END-SEARCH
           END-IF
           IF RECORD-VALID
               PERFORM FIND-LOAN-SCHEDULE
           END-IF.

       FIND-LOAN-SCHEDULE.
      *    THE POSTED SCHEDULE IS WRITTEN ONE-FOR-ONE FROM THE
      *    SCHEDULE, SO THE TWO MUST CARRY THE SAME ROWS FOR THE LOAN
      *    - IF NOT, THE SCHEDULE CHANGED SINCE LAST NIGHT'S POSTING
      *    AND WHAT HAS BEEN PAID CANNOT BE TRUSTED.
           MOVE 0 TO WS-SCH-ROW-COUNT
           MOVE 0 TO WS-PST-ROW-COUNT
           IF WS-SCHLOAN-COUNT > 0
               SEARCH ALL WS-SCHLOAN-ENTRY
                   AT END
                       CONTINUE
                   WHEN SLT-LOAN-NUMBER (SL-IDX) = MDT-LOAN-NUMBER
                       MOVE SLT-FIRST-IDX (SL-IDX)
                           TO WS-SCH-FIRST-IDX
                       MOVE SLT-ROW-COUNT (SL-IDX)
                           TO WS-SCH-ROW-COUNT
               END-SEARCH
           END-IF
           IF WS-PSTLOAN-COUNT > 0
               SEARCH ALL WS-PSTLOAN-ENTRY
                   AT END
                       CONTINUE
                   WHEN PLT-LOAN-NUMBER (PL-IDX) = MDT-LOAN-NUMBER
                       MOVE PLT-FIRST-IDX (PL-IDX)
                           TO WS-PST-FIRST-IDX
                       MOVE PLT-ROW-COUNT (PL-IDX)
                           TO WS-PST-ROW-COUNT
               END-SEARCH
           END-IF
           IF WS-SCH-ROW-COUNT = 0
               SET RECORD-REJECTED TO TRUE
               MOVE 'NO SCHEDULE ON AMORTSCH FOR LOAN'
                   TO WS-REJECT-REASON-TEXT
           ELSE
               IF WS-PST-ROW-COUNT = 0
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'LOAN NOT YET POSTED BY PAYPOST'
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   IF WS-PST-ROW-COUNT NOT = WS-SCH-ROW-COUNT
                       SET RECORD-REJECTED TO TRUE
                       MOVE 'SCHEDULE AND POSTING OUT OF STEP'
                           TO WS-REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

       MEASURE-UNPAID-SCHEDULE.
      *    THE ROWS KEPT ARE THE LEADING RUN OF INSTALLMENTS PAID -
      *    PLUS ANY DEFERRED INSTALLMENT WHOSE MONTH HAS PASSED - AND
      *    THE FIRST ROW AFTER THEM IS WHERE THE NEW SCHEDULE STARTS.
      *    A LOAN PAID OFF EARLY HAS ONLY SETTLED ROWS LEFT AND IS
      *    WAITING FOR LOANREL, NOT A MODIFICATION.
           MOVE 0   TO WS-KEPT-COUNT
           MOVE 'Y' TO WS-KEPT-SCAN-FLAG
           PERFORM VARYING WS-ROW-NUM FROM 1 BY 1
                   UNTIL WS-ROW-NUM > WS-SCH-ROW-COUNT
                   OR WS-KEPT-SCAN-FLAG = 'N'
               COMPUTE WS-PST-IDX = WS-PST-FIRST-IDX + WS-ROW-NUM - 1
               COMPUTE WS-AMT-IDX = WS-SCH-FIRST-IDX + WS-ROW-NUM - 1
               IF PTT-PAY-STATUS (WS-PST-IDX) = 'PAID   '
                       OR (PTT-PAY-STATUS (WS-PST-IDX) = 'DEFERRD'
                       AND AST-DUE-DATE (WS-AMT-IDX) < WS-RUN-DATE)
                   MOVE WS-ROW-NUM TO WS-KEPT-COUNT
               ELSE
                   MOVE 'N' TO WS-KEPT-SCAN-FLAG
               END-IF
           END-PERFORM

           IF WS-KEPT-COUNT = WS-SCH-ROW-COUNT
               SET RECORD-REJECTED TO TRUE
               MOVE 'NO UNPAID INSTALLMENTS TO RESTRUCTURE'
                   TO WS-REJECT-REASON-TEXT
           ELSE
               COMPUTE WS-FIRST-NEW-ROW = WS-KEPT-COUNT + 1
               COMPUTE WS-PST-IDX =
                   WS-PST-FIRST-IDX + WS-KEPT-COUNT
               IF PTT-PAY-STATUS (WS-PST-IDX) = 'SETTLED'
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'LOAN IS PAID OFF - NOTHING TO MODIFY'
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   PERFORM NOTE-OLD-SCHEDULE
                   PERFORM FIND-REAMORTIZED-BALANCE
               END-IF
           END-IF.

       NOTE-OLD-SCHEDULE.
      *    THE SCHEDULE AS IT STANDS: THE FIRST INSTALLMENT STILL TO
      *    BE PAID (PASSING OVER ANY ROW ALREADY DEFERRED), THE
      *    MATURITY, THE NUMBER OF INSTALLMENTS, AND THE INTEREST
      *    OVER THE LIFE OF THE LOAN. THE INTEREST ON THE ROWS KEPT
      *    CARRIES INTO THE NEW TOTAL UNCHANGED.
           MOVE LMT-INTEREST-RATE (WS-LOAN-ENTRY-IDX) TO WS-OLD-RATE
           MOVE WS-SCH-ROW-COUNT TO WS-OLD-TERM
           MOVE 0 TO WS-OLD-PAYMENT
           MOVE 0 TO WS-OLD-TOTAL-INTEREST
           MOVE 0 TO WS-NEW-TOTAL-INTEREST
           PERFORM VARYING WS-ROW-NUM FROM 1 BY 1
                   UNTIL WS-ROW-NUM > WS-SCH-ROW-COUNT
               COMPUTE WS-AMT-IDX = WS-SCH-FIRST-IDX + WS-ROW-NUM - 1
               ADD AST-INTEREST-PORTION (WS-AMT-IDX)
                   TO WS-OLD-TOTAL-INTEREST
               IF WS-ROW-NUM > WS-KEPT-COUNT
                   IF WS-OLD-PAYMENT = 0
                       MOVE AST-PAYMENT-AMOUNT (WS-AMT-IDX)
                           TO WS-OLD-PAYMENT
                   END-IF
               ELSE
                   ADD AST-INTEREST-PORTION (WS-AMT-IDX)
                       TO WS-NEW-TOTAL-INTEREST
                   MOVE AST-DUE-DATE (WS-AMT-IDX) TO WS-KEPT-DUE-DATE
               END-IF
               MOVE AST-DUE-DATE (WS-AMT-IDX) TO WS-OLD-MATURITY-DATE
           END-PERFORM.

       FIND-REAMORTIZED-BALANCE.
      *    WHAT THE BORROWER STILL OWES IS THE PST-REMAINING-BALANCE
      *    OF THE LAST REPLACED INSTALLMENT THAT HAS COME DUE - THE
      *    SCHEDULED BALANCE PLUS EVERY SHORTFALL TO DATE, NET OF THE
      *    CASH POSTED AGAINST THOSE INSTALLMENTS. THAT CASH IS ADDED
      *    BACK, BECAUSE PAYPOST RE-POOLS IT AGAINST THE NEW ROWS AND
      *    IT MUST NOT BE COUNTED TWICE. IF NOTHING REPLACED HAS COME
      *    DUE, THE BALANCE IS SIMPLY THE SCHEDULED BALANCE GOING
      *    INTO THE FIRST REPLACED ROW.
           MOVE 0 TO WS-AGED-ROW-NUM
           MOVE 0 TO WS-REPOOL-CASH
           PERFORM VARYING WS-ROW-NUM FROM WS-FIRST-NEW-ROW BY 1
                   UNTIL WS-ROW-NUM > WS-SCH-ROW-COUNT
               COMPUTE WS-PST-IDX = WS-PST-FIRST-IDX + WS-ROW-NUM - 1
               COMPUTE WS-AMT-IDX = WS-SCH-FIRST-IDX + WS-ROW-NUM - 1
               IF AST-DUE-DATE (WS-AMT-IDX) < WS-RUN-DATE
                       AND (PTT-PAY-STATUS (WS-PST-IDX) = 'MISSED '
                       OR PTT-PAY-STATUS (WS-PST-IDX) = 'PARTIAL')
                   MOVE WS-ROW-NUM TO WS-AGED-ROW-NUM
               END-IF
           END-PERFORM

           IF WS-AGED-ROW-NUM = 0
               COMPUTE WS-AMT-IDX =
                   WS-SCH-FIRST-IDX + WS-KEPT-COUNT
               COMPUTE WS-REAMORT-BALANCE =
                   AST-REMAINING-BALANCE (WS-AMT-IDX)
                   + AST-PRINCIPAL-PORTION (WS-AMT-IDX)
           ELSE
               PERFORM VARYING WS-ROW-NUM FROM WS-FIRST-NEW-ROW BY 1
                       UNTIL WS-ROW-NUM > WS-AGED-ROW-NUM
                   COMPUTE WS-PST-IDX =
                       WS-PST-FIRST-IDX + WS-ROW-NUM - 1
                   ADD PTT-AMOUNT-PAID (WS-PST-IDX) TO WS-REPOOL-CASH
               END-PERFORM
               COMPUTE WS-PST-IDX =
                   WS-PST-FIRST-IDX + WS-AGED-ROW-NUM - 1
               COMPUTE WS-REAMORT-BALANCE =
                   PTT-REMAINING-BALANCE (WS-PST-IDX) + WS-REPOOL-CASH
           END-IF.

       SIZE-NEW-SCHEDULE.
      *    THE NEW ROWS START ON THE FIRST OF THE MONTH AFTER THE RUN
      *    DATE - OR AFTER THE LAST ROW KEPT, IF THE BORROWER HAS
      *    PREPAID PAST THAT - AND THE MONTHS LEFT RUN FROM THERE TO
      *    THE EXISTING MATURITY. A DEFERRAL OR A RATE CHANGE KEEPS
      *    THOSE MONTHS (A DEFERRAL PUTS ITS EMPTY MONTHS IN FRONT OF
      *    THEM); AN EXTENSION ADDS TO THEM. A LOAN ALREADY PAST ITS
      *    MATURITY HAS NO MONTHS LEFT TO DEFER OR RE-RATE OVER - IT
      *    NEEDS AN EXTENSION.
           MOVE WS-RUN-YEAR  TO WS-DUE-YEAR
           MOVE WS-RUN-MONTH TO WS-DUE-MONTH
           IF WS-KEPT-COUNT > 0
               IF WS-KEPT-DUE-DATE (1:6) > WS-RUN-DATE (1:6)
                   MOVE WS-KEPT-DUE-YEAR  TO WS-DUE-YEAR
                   MOVE WS-KEPT-DUE-MONTH TO WS-DUE-MONTH
               END-IF
           END-IF
           ADD 1 TO WS-DUE-MONTH
           IF WS-DUE-MONTH > 12
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF
           COMPUTE WS-FIRST-MONTH-NUM =
               WS-DUE-YEAR * 12 + WS-DUE-MONTH
           COMPUTE WS-MATURITY-MONTH-NUM =
               WS-OLD-MAT-YEAR * 12 + WS-OLD-MAT-MONTH
           COMPUTE WS-MONTHS-LEFT =
               WS-MATURITY-MONTH-NUM - WS-FIRST-MONTH-NUM + 1
           IF WS-MONTHS-LEFT < 0
               MOVE 0 TO WS-MONTHS-LEFT
           END-IF

           MOVE 0 TO WS-DEFER-MONTHS
           MOVE WS-OLD-RATE TO WS-NEW-RATE
           EVALUATE TRUE
               WHEN MDT-DEFER
                   MOVE MDT-MONTHS     TO WS-DEFER-MONTHS
                   MOVE WS-MONTHS-LEFT TO WS-AMORT-MONTHS
               WHEN MDT-EXTEND
                   COMPUTE WS-AMORT-MONTHS =
                       WS-MONTHS-LEFT + MDT-MONTHS
               WHEN MDT-RERATE
                   MOVE MDT-NEW-RATE   TO WS-NEW-RATE
                   MOVE WS-MONTHS-LEFT TO WS-AMORT-MONTHS
           END-EVALUATE
           COMPUTE WS-NEW-ROW-TOTAL =
               WS-KEPT-COUNT + WS-DEFER-MONTHS + WS-AMORT-MONTHS

           IF WS-AMORT-MONTHS = 0
               SET RECORD-REJECTED TO TRUE
               MOVE 'LOAN IS PAST MATURITY - EXTEND INSTEAD'
                   TO WS-REJECT-REASON-TEXT
           ELSE
               IF MDT-RERATE AND WS-NEW-RATE = WS-OLD-RATE
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'NEW RATE IS THE CURRENT RATE'
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   IF WS-NEW-ROW-TOTAL > 999
                       SET RECORD-REJECTED TO TRUE
                       MOVE 'NEW TERM EXCEEDS 999 INSTALLMENTS'
                           TO WS-REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

       RESTRUCTURE-LOAN.
      *    BUILD THE NEW ROWS FIRST, THEN THE HISTORY, SO A LOAN IS
      *    NEVER RESTRUCTURED WITHOUT THE RECORD OF WHO DID IT; ONLY
      *    THEN ARE THE OLD ROWS RETIRED AND THE MASTER UPDATED.
           IF WS-MOD-COUNT = 10000
               DISPLAY 'MODTRAN.DAT HAS MORE THAN 10000 MODIFICATIONS'
                   ' - WS-MOD-TABLE ONLY HOLDS 10000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NEWROW-COUNT + WS-NEW-ROW-TOTAL - WS-KEPT-COUNT
                   > 100000
               DISPLAY 'MODIFIED SCHEDULES NEED MORE THAN 100000 '
                   'ROWS - WS-NEWROW-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MOD-COUNT
           MOVE MDT-LOAN-NUMBER TO MOT-LOAN-NUMBER (WS-MOD-COUNT)
           COMPUTE MOT-FIRST-NEW-IDX (WS-MOD-COUNT) =
               WS-NEWROW-COUNT + 1
           COMPUTE MOT-NEW-ROW-COUNT (WS-MOD-COUNT) =
               WS-NEW-ROW-TOTAL - WS-KEPT-COUNT
           MOVE WS-NEW-ROW-TOTAL TO WS-NEW-TERM
           PERFORM BUILD-MODIFIED-SCHEDULE

           MOVE SPACES               TO MODHIST-RECORD
           MOVE WS-RUN-DATE          TO MHR-RUN-DATE
           MOVE MDT-CUSTOMER-ID      TO MHR-CUSTOMER-ID
           MOVE MDT-LOAN-NUMBER      TO MHR-LOAN-NUMBER
           MOVE MDT-ACTION           TO MHR-ACTION
           MOVE MDT-MONTHS           TO MHR-MONTHS
           MOVE WS-REAMORT-BALANCE   TO MHR-BALANCE
           MOVE WS-OLD-RATE          TO MHR-OLD-RATE
           MOVE WS-NEW-RATE          TO MHR-NEW-RATE
           MOVE WS-OLD-PAYMENT       TO MHR-OLD-PAYMENT
           MOVE WS-NEW-PAYMENT       TO MHR-NEW-PAYMENT
           MOVE WS-OLD-MATURITY-DATE TO MHR-OLD-MATURITY
           MOVE WS-NEW-MATURITY-DATE TO MHR-NEW-MATURITY
           MOVE MDT-OPERATOR         TO MHR-OPERATOR
           MOVE MDT-REFERENCE        TO MHR-REFERENCE
           WRITE MODHIST-RECORD
           IF WS-MODHIST-STATUS NOT = '00'
               DISPLAY 'MODHIST.DAT WRITE FAILED FOR LOAN '
                   MDT-LOAN-NUMBER ' - STATUS ' WS-MODHIST-STATUS
                   ' - SCHEDULE NOT TOUCHED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-ROW-NUM FROM WS-FIRST-NEW-ROW BY 1
                   UNTIL WS-ROW-NUM > WS-SCH-ROW-COUNT
               COMPUTE WS-AMT-IDX = WS-SCH-FIRST-IDX + WS-ROW-NUM - 1
               MOVE 'Y' TO AST-RETIRED-FLAG (WS-AMT-IDX)
           END-PERFORM
           COMPUTE WS-AMT-IDX =
               WS-SCH-FIRST-IDX + WS-SCH-ROW-COUNT - 1
           MOVE WS-MOD-COUNT TO AST-MOD-IDX (WS-AMT-IDX)

           MOVE WS-NEW-RATE  TO LMT-INTEREST-RATE (WS-LOAN-ENTRY-IDX)
           MOVE WS-NEW-TERM  TO LMT-TERM-MONTHS (WS-LOAN-ENTRY-IDX)
           MOVE 'Y'          TO LMT-MODIFIED-FLAG (WS-LOAN-ENTRY-IDX)

           MOVE SPACES               TO MODRPT-RECORD
           MOVE 'DET'                TO MRP-RECORD-TYPE
           MOVE MDT-CUSTOMER-ID      TO MRP-CUSTOMER-ID
           MOVE MDT-LOAN-NUMBER      TO MRP-LOAN-NUMBER
           MOVE MDT-ACTION           TO MRP-ACTION
           MOVE MDT-MONTHS           TO MRP-MONTHS
           MOVE WS-REAMORT-BALANCE   TO MRP-BALANCE
           MOVE WS-OLD-RATE          TO MRP-OLD-RATE
           MOVE WS-NEW-RATE          TO MRP-NEW-RATE
           MOVE WS-OLD-PAYMENT       TO MRP-OLD-PAYMENT
           MOVE WS-NEW-PAYMENT       TO MRP-NEW-PAYMENT
           MOVE WS-OLD-MATURITY-DATE TO MRP-OLD-MATURITY
           MOVE WS-NEW-MATURITY-DATE TO MRP-NEW-MATURITY
           MOVE WS-OLD-TERM          TO MRP-OLD-TERM
           MOVE WS-NEW-TERM          TO MRP-NEW-TERM
           MOVE WS-OLD-TOTAL-INTEREST TO MRP-OLD-TOTAL-INTEREST
           MOVE WS-NEW-TOTAL-INTEREST TO MRP-NEW-TOTAL-INTEREST
           MOVE MDT-OPERATOR         TO MRP-OPERATOR
           MOVE MDT-REFERENCE        TO MRP-REFERENCE
           WRITE MODRPT-RECORD
           ADD 1 TO WS-MODIFIED-COUNT
           ADD WS-REAMORT-BALANCE TO WS-MODIFIED-AMT
           EVALUATE TRUE
               WHEN MDT-DEFER
                   ADD 1 TO WS-DEFERRED-COUNT
               WHEN MDT-EXTEND
                   ADD 1 TO WS-EXTENDED-COUNT
               WHEN MDT-RERATE
                   ADD 1 TO WS-RERATED-COUNT
           END-EVALUATE.

       BUILD-MODIFIED-SCHEDULE.
      *    THE DEFERRED MONTHS COME FIRST, WITH NOTHING DUE AND THE
      *    BALANCE CARRIED UNCHANGED; THE BALANCE IS THEN AMORTIZED
      *    OVER THE REMAINING ROWS EXACTLY AS AMORTSCH AMORTIZES A
      *    NEW LOAN, THE LAST ROW TAKING WHATEVER BALANCE IS LEFT.
           COMPUTE WS-MONTHLY-RATE = WS-NEW-RATE / 100 / 12
           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-PAYMENT-AMOUNT ROUNDED =
                   WS-REAMORT-BALANCE / WS-AMORT-MONTHS
           ELSE
               COMPUTE WS-RATE-FACTOR =
                   (1 + WS-MONTHLY-RATE) ** WS-AMORT-MONTHS
               COMPUTE WS-PAYMENT-AMOUNT ROUNDED =
                   WS-REAMORT-BALANCE * WS-MONTHLY-RATE
                   * WS-RATE-FACTOR / (WS-RATE-FACTOR - 1)
           END-IF
           MOVE WS-PAYMENT-AMOUNT  TO WS-NEW-PAYMENT
           MOVE WS-REAMORT-BALANCE TO WS-BALANCE
           MOVE WS-KEPT-COUNT      TO WS-PAYMENT-NUM

           PERFORM VARYING WS-NEW-ROW-NUM FROM 1 BY 1
                   UNTIL WS-NEW-ROW-NUM >
                       WS-DEFER-MONTHS + WS-AMORT-MONTHS
               ADD 1 TO WS-PAYMENT-NUM
               IF WS-NEW-ROW-NUM > 1
                   ADD 1 TO WS-DUE-MONTH
                   IF WS-DUE-MONTH > 12
                       MOVE 1 TO WS-DUE-MONTH
                       ADD 1 TO WS-DUE-YEAR
                   END-IF
               END-IF
               IF WS-NEW-ROW-NUM > WS-DEFER-MONTHS
                   PERFORM AMORTIZE-NEW-ROW
               ELSE
                   MOVE 0 TO AMT-PAYMENT-AMOUNT
                   MOVE 0 TO AMT-PRINCIPAL-PORTION
                   MOVE 0 TO AMT-INTEREST-PORTION
               END-IF
               MOVE MDT-CUSTOMER-ID    TO AMT-CUSTOMER-ID
               MOVE MDT-LOAN-NUMBER    TO AMT-LOAN-NUMBER
               MOVE WS-PAYMENT-NUM     TO AMT-PAYMENT-NUMBER
               MOVE WS-DUE-DATE        TO AMT-DUE-DATE
               MOVE WS-BALANCE         TO AMT-REMAINING-BALANCE
               ADD 1 TO WS-NEWROW-COUNT
               MOVE AMORT-RECORD TO NRT-RECORD (WS-NEWROW-COUNT)
           END-PERFORM
           MOVE WS-DUE-DATE TO WS-NEW-MATURITY-DATE.

       AMORTIZE-NEW-ROW.
           COMPUTE WS-INTEREST-PORTION ROUNDED =
               WS-BALANCE * WS-MONTHLY-RATE
           COMPUTE WS-PRINCIPAL-PORTION =
               WS-PAYMENT-AMOUNT - WS-INTEREST-PORTION
           IF WS-NEW-ROW-NUM = WS-DEFER-MONTHS + WS-AMORT-MONTHS
               MOVE WS-BALANCE TO WS-PRINCIPAL-PORTION
               MOVE 0 TO WS-BALANCE
           ELSE
               SUBTRACT WS-PRINCIPAL-PORTION FROM WS-BALANCE
           END-IF
           MOVE WS-PAYMENT-AMOUNT    TO AMT-PAYMENT-AMOUNT
           MOVE WS-PRINCIPAL-PORTION TO AMT-PRINCIPAL-PORTION
           MOVE WS-INTEREST-PORTION  TO AMT-INTEREST-PORTION
           ADD WS-INTEREST-PORTION TO WS-NEW-TOTAL-INTEREST.

       WRITE-MODIFICATION-REJECT.
           MOVE MDT-CUSTOMER-ID       TO MRJ-CUSTOMER-ID
           MOVE MDT-LOAN-NUMBER       TO MRJ-LOAN-NUMBER
           MOVE MDT-ACTION            TO MRJ-ACTION
           MOVE MODTRAN-RECORD (19:3) TO MRJ-MONTHS
           MOVE MODTRAN-RECORD (22:5) TO MRJ-NEW-RATE
           MOVE MDT-OPERATOR          TO MRJ-OPERATOR
           MOVE MDT-REFERENCE         TO MRJ-REFERENCE
           MOVE WS-REJECT-REASON-TEXT TO MRJ-REASON-TEXT
           WRITE MODREJ-RECORD
           ADD 1 TO WS-REJECTED-COUNT.

       REWRITE-SCHEDULE-FILE.
      *    OPEN OUTPUT TRUNCATES THE PRODUCTION SCHEDULE IN PLACE, SO
      *    A FAILED OPEN OR WRITE MUST ABEND LOUDLY - THE SAME RULE
      *    AS LOANREL. THE RETIRED ROWS ARE DROPPED, AND A MODIFIED
      *    LOAN'S NEW ROWS GO OUT BEHIND ITS LAST ORIGINAL ROW.
           OPEN OUTPUT AMORT-OUTPUT-FILE
           IF WS-AMORT-STATUS NOT = '00'
               DISPLAY 'AMORTSCH.DAT COULD NOT BE OPENED FOR '
                   'REWRITE - STATUS ' WS-AMORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-AMT-WRITE-IDX FROM 1 BY 1
                   UNTIL WS-AMT-WRITE-IDX > WS-AMORT-COUNT
               IF AST-RETIRED-FLAG (WS-AMT-WRITE-IDX) = 'N'
                   MOVE AST-RECORD (WS-AMT-WRITE-IDX) TO AMORT-RECORD
                   PERFORM WRITE-SCHEDULE-ROW
               END-IF
               IF AST-MOD-IDX (WS-AMT-WRITE-IDX) > 0
                   PERFORM WRITE-MODIFIED-ROWS
               END-IF
           END-PERFORM
           CLOSE AMORT-OUTPUT-FILE.

       WRITE-MODIFIED-ROWS.
           MOVE AST-MOD-IDX (WS-AMT-WRITE-IDX) TO WS-MOD-ENTRY-IDX
           MOVE MOT-FIRST-NEW-IDX (WS-MOD-ENTRY-IDX)
               TO WS-NEWROW-FIRST-IDX
           COMPUTE WS-NEWROW-LAST-IDX = WS-NEWROW-FIRST-IDX
               + MOT-NEW-ROW-COUNT (WS-MOD-ENTRY-IDX) - 1
           PERFORM VARYING WS-NEWROW-IDX FROM WS-NEWROW-FIRST-IDX BY 1
                   UNTIL WS-NEWROW-IDX > WS-NEWROW-LAST-IDX
               MOVE NRT-RECORD (WS-NEWROW-IDX) TO AMORT-RECORD
               PERFORM WRITE-SCHEDULE-ROW
           END-PERFORM.

       WRITE-SCHEDULE-ROW.
           WRITE AMORT-RECORD
           IF WS-AMORT-STATUS NOT = '00'
               DISPLAY 'AMORTSCH.DAT WRITE FAILED AT LOAN '
                   AMT-LOAN-NUMBER ' PAYMENT ' AMT-PAYMENT-NUMBER
                   ' - STATUS ' WS-AMORT-STATUS ' - SCHEDULE IS '
                   'INCOMPLETE, DO NOT USE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       REWRITE-LOAN-MASTER.
           OPEN OUTPUT LOANMAST-FILE
           IF WS-LOANMAST-STATUS NOT = '00'
               DISPLAY 'LOANMAST.DAT COULD NOT BE OPENED FOR '
                   'REWRITE - STATUS ' WS-LOANMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-LOAN-WRITE-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-WRITE-IDX > WS-LOANMAST-COUNT
               MOVE LMT-RECORD (WS-LOAN-WRITE-IDX)
                   TO LOANMAST-RECORD
               WRITE LOANMAST-RECORD
               IF WS-LOANMAST-STATUS NOT = '00'
                   DISPLAY 'LOANMAST.DAT WRITE FAILED AT ROW '
                       WS-LOAN-WRITE-IDX ' - STATUS '
                       WS-LOANMAST-STATUS ' - LOAN MASTER IS '
                       'INCOMPLETE, DO NOT USE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE LOANMAST-FILE.

       WRITE-MODRPT-HEADER.
           MOVE WS-RUN-DATE TO WS-MRP-HDR-RUN-DATE
           MOVE WS-MODRPT-HEADER TO MODRPT-RECORD
           WRITE MODRPT-RECORD.

       WRITE-MODRPT-TRAILER.
           MOVE WS-REQUEST-COUNT  TO WS-MRP-TRL-REQUEST-CNT
           MOVE WS-MODIFIED-COUNT TO WS-MRP-TRL-MODIFIED-CNT
           MOVE WS-REJECTED-COUNT TO WS-MRP-TRL-REJECTED-CNT
           MOVE WS-DEFERRED-COUNT TO WS-MRP-TRL-DEFERRED-CNT
           MOVE WS-EXTENDED-COUNT TO WS-MRP-TRL-EXTENDED-CNT
           MOVE WS-RERATED-COUNT  TO WS-MRP-TRL-RERATED-CNT
           MOVE WS-MODIFIED-AMT   TO WS-MRP-TRL-MODIFIED-AMT
           MOVE WS-MODRPT-TRAILER TO MODRPT-RECORD
           WRITE MODRPT-RECORD.
