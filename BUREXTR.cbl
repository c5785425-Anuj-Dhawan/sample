       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUREXTR.

      *****************************************************************
      *  MONTH-END CREDIT BUREAU REPORTING EXTRACT. WE HAVE NEVER
      *  FURNISHED OUR LOANS TO THE CREDIT BUREAUS, SO A BORROWER'S
      *  DEFAULT OR DELINQUENCY WITH US WAS INVISIBLE TO EVERY OTHER
      *  LENDER, AND A BORROWER WHO PAID ON TIME GOT NO CREDIT FOR
      *  IT. THIS PROGRAM RUNS ONCE A MONTH AFTER THE LAST NIGHTLY
      *  CYCLE OF THE MONTH (AFTER LOANREL) AND WRITES THE BUREAU
      *  FILE (BUREAU.DAT, COPYBOOKS/BUREAU.CPY) IN THE BUREAUS'
      *  STANDARD FIXED-LENGTH METRO 2 FORMAT: A HEADER, ONE BASE
      *  SEGMENT PER LOAN FURNISHED, AND A TRAILER WITH THE COUNTS BY
      *  ACCOUNT STATUS.
      *  LOANMAST.DAT DRIVES THE RUN, ONE LOAN AT A TIME:
      *    - AN ACTIVE LOAN ('A') IS ALWAYS FURNISHED. ITS BALANCE IS
      *      THE ONE STMTGEN PRINTS, FROM PAYSTAT.DAT, AND ITS STATUS
      *      COMES FROM ITS DELQRPT.DAT AGING - NO ROW, OR UNDER 30
      *      DAYS, IS CURRENT ('11'); THE 30 AND 60 BUCKETS ARE '71'
      *      AND '78'; THE 90+ BUCKET IS SPLIT BY DAYS PAST DUE INTO
      *      '80', '82', '83' AND '84'.
      *    - A CHARGED-OFF LOAN ('R') IS FURNISHED AS AN UNPAID
      *      CHARGE-OFF ('97') AT THE BALANCE STILL OWED AFTER
      *      RECOVERIES (RECOVLDG.DAT), OR AS A CHARGE-OFF PAID IN
      *      FULL ('64') IN THE MONTH THE LAST OF IT IS RECOVERED.
      *      LOANMAST.DAT, NOT CHGOFREG.DAT, IS WHERE THE CHARGE-OFF
      *      IS READ FROM - THE REGISTER IS REBUILT EVERY NIGHT AND
      *      ONLY SHOWS THAT NIGHT'S CHARGE-OFFS, WHILE THE MASTER
      *      KEEPS THE DATE AND BALANCE WRITTEN OFF FOR AS LONG AS
      *      THE LOAN IS IN RECOVERY.
      *    - A LOAN LOANREL CLOSED ('C') IN THE MONTH BEING REPORTED
      *      IS FURNISHED ONCE AS PAID AND CLOSED ('13') AT A ZERO
      *      BALANCE. A LOAN CLOSED OR RECOVERED IN AN EARLIER MONTH
      *      WAS ALREADY REPORTED CLOSED AND IS ONLY COUNTED.
      *  A JOINT LOAN (JOINTLNK.DAT, OR THE CO-BORROWER ON THE MASTER
      *  ONCE THE LINK HAS BEEN DROPPED AT PAYOFF) CARRIES THE
      *  CO-BORROWER IN A J1 SEGMENT, BOTH BORROWERS REPORTED AS
      *  JOINTLY LIABLE. NAMES AND ADDRESSES COME FROM NAMEMAST.DAT.
      *  THE CONTROL REPORT (BURCTRL.DAT) SHOWS THE LOANS AND
      *  BALANCES FURNISHED UNDER EACH STATUS CODE, AND ITS TRAILER
      *  PROVES EVERY ACTIVE LOAN ON THE MASTER WAS FURNISHED. AN
      *  ACTIVE LOAN WITH NOTHING ON THE POSTED SCHEDULE CANNOT BE
      *  FURNISHED, AND A BORROWER WITH NO NAME OR ADDRESS ON FILE
      *  WILL BE REJECTED BY THE BUREAUS - EITHER ENDS THE RUN RC=8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMAST-FILE ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT PAYSTAT-FILE ASSIGN TO 'PAYSTAT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYSTAT-STATUS.
           SELECT DELQRPT-FILE ASSIGN TO 'DELQRPT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELQRPT-STATUS.
           SELECT RECOVLDG-FILE ASSIGN TO 'RECOVLDG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECOVLDG-STATUS.
           SELECT JOINTLNK-FILE ASSIGN TO 'JOINTLNK.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOINTLNK-STATUS.
           SELECT NAMEMAST-FILE ASSIGN TO 'NAMEMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NAMEMAST-STATUS.
           SELECT BUREAU-FILE ASSIGN TO 'BUREAU.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT BURCTRL-FILE ASSIGN TO 'BURCTRL.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANMAST-FILE.
           COPY LOANMAST.

       FD  PAYSTAT-FILE.
           COPY PAYSTAT.

       FD  DELQRPT-FILE.
           COPY DELQRPT.

       FD  RECOVLDG-FILE.
           COPY RECOVLDG.

       FD  JOINTLNK-FILE.
           COPY JOINTLNK.

       FD  NAMEMAST-FILE.
           COPY NAMEMAST.

       FD  BUREAU-FILE.
           COPY BUREAU.

       FD  BURCTRL-FILE.
           COPY BURCTRL.

       WORKING-STORAGE SECTION.
       01  EOF-FLAG                PIC X VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.

       01  WS-LOANMAST-STATUS      PIC X(02).
       01  WS-RUN-DATE             PIC X(08).
       01  WS-RUN-TIME             PIC X(06).
       01  WS-RUN-MONTH            PIC X(06).

      *    FURNISHER IDENTIFICATION. EACH BUREAU ASSIGNS ITS OWN
      *    PROGRAM IDENTIFIER WHEN WE ARE SET UP AS A DATA FURNISHER,
      *    AND THE IDENTIFICATION NUMBER ON EVERY BASE SEGMENT IS THE
      *    ONE THEY AGREE ON - THEY ARE KEPT HERE, NOT ON A FILE, SO A
      *    CHANGE IS A DELIBERATE PROGRAM CHANGE.
       01  WS-FURNISHER-ID         PIC X(20) VALUE SPACES.
       01  WS-INNOVIS-PROGRAM-ID   PIC X(10) VALUE SPACES.
       01  WS-EQUIFAX-PROGRAM-ID   PIC X(10) VALUE SPACES.
       01  WS-EXPERIAN-PROGRAM-ID  PIC X(05) VALUE SPACES.
       01  WS-TRANSUNION-PROG-ID   PIC X(10) VALUE SPACES.
       01  WS-REPORTER-NAME        PIC X(40) VALUE SPACES.
       01  WS-REPORTER-ADDRESS     PIC X(96) VALUE SPACES.
       01  WS-REPORTER-PHONE       PIC 9(10) VALUE 0.
      *    DATE THIS PROGRAM FIRST FURNISHED AND DATE OF ITS LAST
      *    FORMAT CHANGE (MMDDYYYY), BOTH CARRIED ON THE HEADER.
       01  WS-PROGRAM-DATE         PIC X(08) VALUE '10012026'.
       01  WS-PROGRAM-REVISED      PIC X(08) VALUE '10012026'.

      *    PER-LOAN FIGURES FROM THE POSTED SCHEDULE, GATHERED IN ONE
      *    PASS OF PAYSTAT.DAT (LOAN-NUMBER ORDER, AS AMORTSCH WRITES
      *    IT) AND BINARY-SEARCHED BY LOAN NUMBER. THE BALANCE IS
      *    STMTGEN'S: THE FIRST ROW'S BALANCE, REPLACED BY EVERY
      *    LATER ROW THE BORROWER HAS REACHED (EVERY NON-OPEN ROW).
      *    THE SCHEDULED PAYMENT IS THE NEXT OPEN INSTALLMENT'S (THE
      *    FIRST ROW'S IF NOTHING IS OPEN), AND THE FIRST UNPAID DATE
      *    IS THE DUE DATE OF THE EARLIEST ROW LEFT SHORT - THE DATE
      *    OF FIRST DELINQUENCY ON A CHARGED-OFF LOAN, WHICH
      *    DELQRPT.DAT NO LONGER AGES.
       01  WS-PAYSTAT-STATUS       PIC X(02).
       01  WS-SCHEDULE-COUNT       PIC 9(06) VALUE 0.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCHEDULE-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-SCHEDULE-COUNT
                   ASCENDING KEY IS SCT-LOAN-NUMBER
                   INDEXED BY SC-IDX.
               10  SCT-LOAN-NUMBER      PIC X(12).
               10  SCT-BALANCE          PIC 9(09)V99.
               10  SCT-SCHEDULED-PAYMENT PIC 9(07)V99.
               10  SCT-OPEN-ROW-FLAG    PIC X(01).
               10  SCT-FIRST-UNPAID-DATE PIC X(08).
       01  WS-SCHEDULE-MATCH-IDX   PIC 9(06) VALUE 0.

      *    TONIGHT'S DELINQUENCY AGING, ONE ROW PER DELINQUENT LOAN,
      *    IN LOAN-NUMBER ORDER AS PAYPOST WRITES IT.
       01  WS-DELQRPT-STATUS       PIC X(02).
       01  WS-DELQ-COUNT           PIC 9(06) VALUE 0.
       01  WS-DELQ-TABLE.
           05  WS-DELQ-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-DELQ-COUNT
                   ASCENDING KEY IS DQT-LOAN-NUMBER
                   INDEXED BY DQ-IDX.
               10  DQT-LOAN-NUMBER      PIC X(12).
               10  DQT-PAST-DUE-AMOUNT  PIC 9(09)V99.
               10  DQT-OLDEST-DUE-DATE  PIC X(08).
               10  DQT-DAYS-PAST-DUE    PIC 9(05).
               10  DQT-AGING-BUCKET     PIC X(03).
       01  WS-DELQ-MATCH-IDX       PIC 9(06) VALUE 0.

      *    RECOVERY POSITION PER CHARGED-OFF LOAN - THE BALANCE
      *    REMAINING AND DATE OF THE LAST RECOVERY RECEIPT ON THE
      *    LEDGER. A LOAN WITH NO RECOVERY ROW STILL OWES THE WHOLE
      *    BALANCE WRITTEN OFF.
       01  WS-RECOVLDG-STATUS      PIC X(02).
       01  WS-RECOVERY-COUNT       PIC 9(06) VALUE 0.
       01  WS-RECOVERY-TABLE.
           05  WS-RECOVERY-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-RECOVERY-COUNT
                   ASCENDING KEY IS RVT-LOAN-NUMBER
                   INDEXED BY RV-IDX.
               10  RVT-LOAN-NUMBER      PIC X(12).
               10  RVT-BALANCE-REMAINING PIC 9(09)V99.
               10  RVT-LAST-RECEIPT-DATE PIC X(08).
       01  WS-RECOVERY-MATCH-IDX   PIC 9(06) VALUE 0.

      *    JOINT LIABILITY LINKS, SEARCHED SERIALLY BY LOAN NUMBER.
       01  WS-JOINTLNK-STATUS      PIC X(02).
       01  WS-JOINT-COUNT          PIC 9(06) VALUE 0.
       01  WS-JOINT-TABLE.
           05  WS-JOINT-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-JOINT-COUNT
                   INDEXED BY JL-IDX.
               10  JLT-LOAN-NUMBER      PIC X(12).
               10  JLT-CO-BORROWER-ID   PIC X(05).

      *    THE NAME AND ADDRESS MASTER, LOADED IN FULL AND BINARY-
      *    SEARCHED BY CUSTOMER ID. A MISSING FILE LEAVES THE TABLE
      *    EMPTY - EVERY LOAN IS STILL FURNISHED, AND COUNTED AS
      *    HAVING NO ADDRESS.
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
       01  WS-NAME-SEARCH-ID       PIC X(05).
       01  WS-NAME-MATCH-IDX       PIC 9(06) VALUE 0.

      *    THE BUREAU ACCOUNT-STATUS CODES THIS EXTRACT CAN REPORT,
      *    WITH THE LOANS AND BALANCES FURNISHED UNDER EACH - ONE
      *    BURCTRL DET ROW AND ONE TRAILER COUNT PER CODE.
       01  WS-STATUS-IDX           PIC 9(02).
       01  WS-STATUS-TABLE.
           05  WS-STATUS-ENTRY OCCURS 10 TIMES.
               10  WS-STATUS-CODE       PIC X(02).
               10  WS-STATUS-DESC       PIC X(20).
               10  WS-STATUS-COUNT      PIC 9(07) VALUE 0.
               10  WS-STATUS-BALANCE    PIC 9(11)V99 VALUE 0.
               10  WS-STATUS-PAST-DUE   PIC 9(11)V99 VALUE 0.
               10  WS-STATUS-JOINT-CNT  PIC 9(07) VALUE 0.

      *    THE LOAN BEING REPORTED. DATES ARE HELD YYYYMMDD AS ON OUR
      *    OWN FILES AND TURNED AROUND ONLY AS THEY ARE MOVED TO THE
      *    BASE SEGMENT.
       01  WS-FURNISH-FLAG         PIC X(01).
       01  WS-CURRENT-BALANCE      PIC 9(09)V99.
       01  WS-AMOUNT-PAST-DUE      PIC 9(09)V99.
       01  WS-ORIG-CHGOFF-AMOUNT   PIC 9(09)V99.
       01  WS-SCHEDULED-PAYMENT    PIC 9(07)V99.
       01  WS-PAYMENT-RATING       PIC X(01).
       01  WS-FIRST-DELINQ-DATE    PIC X(08).
       01  WS-CLOSED-DATE          PIC X(08).
       01  WS-LAST-PAYMENT-DATE    PIC X(08).
       01  WS-CO-BORROWER-ID       PIC X(05).
       01  WS-DATE-IN              PIC X(08).
       01  WS-DATE-OUT             PIC X(08).

      *    CONTROL TOTALS FOR THE BURCTRL TRAILER.
       01  WS-LOANS-READ           PIC 9(07) VALUE 0.
       01  WS-LOANS-REPORTED       PIC 9(07) VALUE 0.
       01  WS-ACTIVE-ON-MASTER     PIC 9(07) VALUE 0.
       01  WS-ACTIVE-REPORTED      PIC 9(07) VALUE 0.
       01  WS-CHGOFF-REPORTED      PIC 9(07) VALUE 0.
       01  WS-CLOSED-REPORTED      PIC 9(07) VALUE 0.
       01  WS-NOT-REPORTED         PIC 9(07) VALUE 0.
       01  WS-NO-SCHEDULE-COUNT    PIC 9(07) VALUE 0.
       01  WS-NO-ADDRESS-COUNT     PIC 9(07) VALUE 0.
       01  WS-JOINT-REPORTED       PIC 9(07) VALUE 0.
       01  WS-TOTAL-BALANCE        PIC 9(11)V99 VALUE 0.

       01  WS-BURCTRL-HEADER.
           05  WS-BCT-HDR-RECORD-TYPE   PIC X(03) VALUE 'HDR'.
           05  WS-BCT-HDR-RUN-DATE      PIC X(08).
           05  WS-BCT-HDR-LAYOUT-VER    PIC X(04) VALUE 'V001'.
           05  FILLER                   PIC X(65) VALUE SPACES.

       01  WS-BURCTRL-TRAILER.
           05  WS-BCT-TRL-RECORD-TYPE   PIC X(03) VALUE 'TRL'.
           05  WS-BCT-TRL-LOANS-READ    PIC 9(07).
           05  WS-BCT-TRL-REPORTED      PIC 9(07).
           05  WS-BCT-TRL-ACTIVE-MAST   PIC 9(07).
           05  WS-BCT-TRL-ACTIVE-RPTD   PIC 9(07).
           05  WS-BCT-TRL-CHGOFF-RPTD   PIC 9(07).
           05  WS-BCT-TRL-CLOSED-RPTD   PIC 9(07).
           05  WS-BCT-TRL-NOT-REPORTED  PIC 9(07).
           05  WS-BCT-TRL-NO-SCHEDULE   PIC 9(07).
           05  WS-BCT-TRL-NO-ADDRESS    PIC 9(07).
           05  WS-BCT-TRL-TOTAL-BALANCE PIC 9(11)V99.
           05  FILLER                   PIC X(01) VALUE SPACES.

      *    BUREAU FILE HEADER AND TRAILER, PADDED TO THE SAME 526
      *    BYTES AS THE BASE SEGMENT AND J1 SEGMENT TOGETHER.
       01  WS-BUREAU-HEADER.
           05  WS-BHD-RECORD-DESCRIPTOR PIC X(04) VALUE '0526'.
           05  WS-BHD-RECORD-ID         PIC X(06) VALUE 'HEADER'.
           05  WS-BHD-CYCLE-NUMBER      PIC X(02) VALUE SPACES.
           05  WS-BHD-INNOVIS-ID        PIC X(10).
           05  WS-BHD-EQUIFAX-ID        PIC X(10).
           05  WS-BHD-EXPERIAN-ID       PIC X(05).
           05  WS-BHD-TRANSUNION-ID     PIC X(10).
           05  WS-BHD-ACTIVITY-DATE     PIC X(08).
           05  WS-BHD-DATE-CREATED      PIC X(08).
           05  WS-BHD-PROGRAM-DATE      PIC X(08).
           05  WS-BHD-PROGRAM-REVISED   PIC X(08).
           05  WS-BHD-REPORTER-NAME     PIC X(40).
           05  WS-BHD-REPORTER-ADDRESS  PIC X(96).
           05  WS-BHD-REPORTER-PHONE    PIC 9(10).
           05  WS-BHD-SOFTWARE-VENDOR   PIC X(40) VALUE SPACES.
           05  WS-BHD-SOFTWARE-VERSION  PIC X(05) VALUE SPACES.
           05  FILLER                   PIC X(156) VALUE SPACES.
           05  FILLER                   PIC X(100) VALUE SPACES.

       01  WS-BUREAU-TRAILER.
           05  WS-BTR-RECORD-DESCRIPTOR PIC X(04) VALUE '0526'.
           05  WS-BTR-RECORD-ID         PIC X(07) VALUE 'TRAILER'.
           05  WS-BTR-BASE-COUNT        PIC 9(09) VALUE 0.
           05  FILLER                   PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-DF         PIC 9(09) VALUE 0.
           05  WS-BTR-J1-COUNT          PIC 9(09) VALUE 0.
           05  WS-BTR-J2-COUNT          PIC 9(09) VALUE 0.
           05  WS-BTR-BLOCK-COUNT       PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-DA         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-05         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-11         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-13         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-61         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-62         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-63         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-64         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-65         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-71         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-78         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-80         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-82         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-83         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-84         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-88         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-89         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-93         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-94         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-95         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-96         PIC 9(09) VALUE 0.
           05  WS-BTR-STATUS-97         PIC 9(09) VALUE 0.
           05  WS-BTR-ECOA-Z-COUNT      PIC 9(09) VALUE 0.
           05  WS-BTR-EMPLOYMENT-COUNT  PIC 9(09) VALUE 0.
           05  WS-BTR-ORIG-CREDITOR-CNT PIC 9(09) VALUE 0.
           05  WS-BTR-PURCHASED-COUNT   PIC 9(09) VALUE 0.
           05  WS-BTR-MORTGAGE-COUNT    PIC 9(09) VALUE 0.
           05  WS-BTR-SPECIALIZED-COUNT PIC 9(09) VALUE 0.
           05  WS-BTR-CHANGE-COUNT      PIC 9(09) VALUE 0.
           05  WS-BTR-SSN-ALL-COUNT     PIC 9(09) VALUE 0.
           05  WS-BTR-SSN-BASE-COUNT    PIC 9(09) VALUE 0.
           05  WS-BTR-SSN-J1-COUNT      PIC 9(09) VALUE 0.
           05  WS-BTR-SSN-J2-COUNT      PIC 9(09) VALUE 0.
           05  WS-BTR-DOB-ALL-COUNT     PIC 9(09) VALUE 0.
           05  WS-BTR-DOB-BASE-COUNT    PIC 9(09) VALUE 0.
           05  WS-BTR-DOB-J1-COUNT      PIC 9(09) VALUE 0.
           05  WS-BTR-DOB-J2-COUNT      PIC 9(09) VALUE 0.
           05  WS-BTR-PHONE-ALL-COUNT   PIC 9(09) VALUE 0.
           05  FILLER                   PIC X(19) VALUE SPACES.
           05  FILLER                   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-RUN-TIME
           MOVE WS-RUN-DATE (1:6)            TO WS-RUN-MONTH

           PERFORM INITIALIZE-STATUS-CODES
           PERFORM LOAD-POSTED-SCHEDULE
           PERFORM LOAD-DELINQUENCY-AGING
           PERFORM LOAD-RECOVERY-LEDGER
           PERFORM LOAD-JOINT-LINKS
           PERFORM LOAD-NAME-MASTER

           OPEN INPUT LOANMAST-FILE
           IF WS-LOANMAST-STATUS NOT = '00'
               DISPLAY 'LOANMAST.DAT COULD NOT BE OPENED - STATUS '
                   WS-LOANMAST-STATUS ' - NOTHING CAN BE FURNISHED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BUREAU-FILE
           OPEN OUTPUT BURCTRL-FILE
           PERFORM WRITE-BUREAU-HEADER
           PERFORM WRITE-BURCTRL-HEADER

           PERFORM UNTIL EOF-REACHED
               READ LOANMAST-FILE
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM REPORT-ONE-LOAN
               END-READ
           END-PERFORM

           PERFORM WRITE-BUREAU-TRAILER
           PERFORM WRITE-STATUS-DETAIL-RECORDS
           PERFORM WRITE-BURCTRL-TRAILER

           CLOSE LOANMAST-FILE
           CLOSE BUREAU-FILE
           CLOSE BURCTRL-FILE

           DISPLAY 'CREDIT BUREAU EXTRACT COMPLETE - LOANS FURNISHED: '
               WS-LOANS-REPORTED ' OF ' WS-LOANS-READ ' ON THE MASTER'
           IF WS-NO-SCHEDULE-COUNT > 0
               DISPLAY 'ACTIVE LOANS NOT FURNISHED - NO POSTED '
                   'SCHEDULE: ' WS-NO-SCHEDULE-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-NO-ADDRESS-COUNT > 0
               DISPLAY 'LOANS FURNISHED WITH A BORROWER MISSING A '
                   'NAME OR ADDRESS: ' WS-NO-ADDRESS-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-STATUS-CODES.
           MOVE '11' TO WS-STATUS-CODE (1)
           MOVE 'CURRENT             ' TO WS-STATUS-DESC (1)
           MOVE '13' TO WS-STATUS-CODE (2)
           MOVE 'PAID OR CLOSED      ' TO WS-STATUS-DESC (2)
           MOVE '64' TO WS-STATUS-CODE (3)
           MOVE 'CHARGE-OFF PAID     ' TO WS-STATUS-DESC (3)
           MOVE '71' TO WS-STATUS-CODE (4)
           MOVE '30-59 DAYS PAST DUE ' TO WS-STATUS-DESC (4)
           MOVE '78' TO WS-STATUS-CODE (5)
           MOVE '60-89 DAYS PAST DUE ' TO WS-STATUS-DESC (5)
           MOVE '80' TO WS-STATUS-CODE (6)
           MOVE '90-119 DAYS PAST DUE' TO WS-STATUS-DESC (6)
           MOVE '82' TO WS-STATUS-CODE (7)
           MOVE '120-149 DAYS PAST DU' TO WS-STATUS-DESC (7)
           MOVE '83' TO WS-STATUS-CODE (8)
           MOVE '150-179 DAYS PAST DU' TO WS-STATUS-DESC (8)
           MOVE '84' TO WS-STATUS-CODE (9)
           MOVE '180+ DAYS PAST DUE  ' TO WS-STATUS-DESC (9)
           MOVE '97' TO WS-STATUS-CODE (10)
           MOVE 'UNPAID CHARGE-OFF   ' TO WS-STATUS-DESC (10).

       LOAD-POSTED-SCHEDULE.
           OPEN INPUT PAYSTAT-FILE
           IF WS-PAYSTAT-STATUS NOT = '00'
               DISPLAY 'PAYSTAT.DAT COULD NOT BE OPENED - STATUS '
                   WS-PAYSTAT-STATUS ' - NO BALANCES TO FURNISH'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ PAYSTAT-FILE
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM LOAD-SCHEDULE-ROW
               END-READ
           END-PERFORM
           CLOSE PAYSTAT-FILE
           SET NOT-EOF TO TRUE.

       LOAD-SCHEDULE-ROW.
           IF WS-SCHEDULE-COUNT = 0
               PERFORM ADD-SCHEDULE-ENTRY
           ELSE
               IF PST-LOAN-NUMBER
                       NOT = SCT-LOAN-NUMBER (WS-SCHEDULE-COUNT)
                   IF PST-LOAN-NUMBER
                           < SCT-LOAN-NUMBER (WS-SCHEDULE-COUNT)
                       DISPLAY 'PAYSTAT.DAT NOT IN ASCENDING LOAN-'
                           'NUMBER ORDER AT ' PST-LOAN-NUMBER ' - '
                           'KEYED LOOKUP NEEDS A SORTED SCHEDULE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM ADD-SCHEDULE-ENTRY
               ELSE
                   IF PST-PAY-STATUS NOT = 'OPEN   '
                       MOVE PST-REMAINING-BALANCE
                           TO SCT-BALANCE (WS-SCHEDULE-COUNT)
                   END-IF
               END-IF
           END-IF

           IF PST-PAY-STATUS = 'OPEN   '
                   AND SCT-OPEN-ROW-FLAG (WS-SCHEDULE-COUNT) = 'N'
               MOVE PST-PAYMENT-AMOUNT
                   TO SCT-SCHEDULED-PAYMENT (WS-SCHEDULE-COUNT)
               MOVE 'Y' TO SCT-OPEN-ROW-FLAG (WS-SCHEDULE-COUNT)
           END-IF

           IF PST-PAY-STATUS = 'MISSED ' OR 'PARTIAL' OR 'CHGOFF '
               IF SCT-FIRST-UNPAID-DATE (WS-SCHEDULE-COUNT) = SPACES
                   MOVE PST-DUE-DATE
                       TO SCT-FIRST-UNPAID-DATE (WS-SCHEDULE-COUNT)
               END-IF
           END-IF.

       ADD-SCHEDULE-ENTRY.
           IF WS-SCHEDULE-COUNT = 100000
               DISPLAY 'PAYSTAT.DAT HAS MORE THAN 100000 LOANS - '
                   'WS-SCHEDULE-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SCHEDULE-COUNT
           MOVE PST-LOAN-NUMBER
               TO SCT-LOAN-NUMBER (WS-SCHEDULE-COUNT)
           MOVE PST-REMAINING-BALANCE
               TO SCT-BALANCE (WS-SCHEDULE-COUNT)
           MOVE PST-PAYMENT-AMOUNT
               TO SCT-SCHEDULED-PAYMENT (WS-SCHEDULE-COUNT)
           MOVE 'N'    TO SCT-OPEN-ROW-FLAG (WS-SCHEDULE-COUNT)
           MOVE SPACES TO SCT-FIRST-UNPAID-DATE (WS-SCHEDULE-COUNT).

       LOAD-DELINQUENCY-AGING.
      *    WITHOUT TONIGHT'S AGING EVERY LOAN WOULD GO OUT CURRENT,
      *    SO THE RUN STOPS RATHER THAN FURNISH THAT.
           OPEN INPUT DELQRPT-FILE
           IF WS-DELQRPT-STATUS NOT = '00'
               DISPLAY 'DELQRPT.DAT COULD NOT BE OPENED - STATUS '
                   WS-DELQRPT-STATUS ' - NO AGING TO FURNISH'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ DELQRPT-FILE
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF DLQ-RECORD-TYPE = 'DET'
                           PERFORM LOAD-DELQ-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DELQRPT-FILE
           SET NOT-EOF TO TRUE.

       LOAD-DELQ-ENTRY.
           IF WS-DELQ-COUNT = 100000
               DISPLAY 'DELQRPT.DAT HAS MORE THAN 100000 ROWS - '
                   'WS-DELQ-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DELQ-COUNT > 0
               IF DLQ-LOAN-NUMBER NOT >
                       DQT-LOAN-NUMBER (WS-DELQ-COUNT)
                   DISPLAY 'DELQRPT.DAT NOT IN ASCENDING LOAN-'
                       'NUMBER ORDER AT ' DLQ-LOAN-NUMBER ' - '
                       'KEYED LOOKUP NEEDS A SORTED REPORT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-DELQ-COUNT
           MOVE DLQ-LOAN-NUMBER
               TO DQT-LOAN-NUMBER (WS-DELQ-COUNT)
           MOVE DLQ-PAST-DUE-AMOUNT
               TO DQT-PAST-DUE-AMOUNT (WS-DELQ-COUNT)
           MOVE DLQ-OLDEST-DUE-DATE
               TO DQT-OLDEST-DUE-DATE (WS-DELQ-COUNT)
           MOVE DLQ-DAYS-PAST-DUE
               TO DQT-DAYS-PAST-DUE (WS-DELQ-COUNT)
           MOVE DLQ-AGING-BUCKET
               TO DQT-AGING-BUCKET (WS-DELQ-COUNT).

       LOAD-RECOVERY-LEDGER.
           OPEN INPUT RECOVLDG-FILE
           IF WS-RECOVLDG-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ RECOVLDG-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           IF RCV-RECORD-TYPE = 'DET'
                               PERFORM LOAD-RECOVERY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECOVLDG-FILE
               SET NOT-EOF TO TRUE
           END-IF.

       LOAD-RECOVERY-ENTRY.
      *    THE LEDGER LISTS A LOAN'S RECOVERIES OLDEST FIRST, SO THE
      *    LAST ROW FOR THE LOAN CARRIES WHAT IS STILL OWED.
           IF WS-RECOVERY-COUNT > 0
               IF RCV-LOAN-NUMBER
                       = RVT-LOAN-NUMBER (WS-RECOVERY-COUNT)
                   MOVE RCV-BALANCE-REMAINING
                       TO RVT-BALANCE-REMAINING (WS-RECOVERY-COUNT)
                   MOVE RCV-RECEIPT-DATE
                       TO RVT-LAST-RECEIPT-DATE (WS-RECOVERY-COUNT)
               ELSE
                   IF RCV-LOAN-NUMBER
                           < RVT-LOAN-NUMBER (WS-RECOVERY-COUNT)
                       DISPLAY 'RECOVLDG.DAT NOT IN ASCENDING LOAN-'
                           'NUMBER ORDER AT ' RCV-LOAN-NUMBER ' - '
                           'KEYED LOOKUP NEEDS A SORTED LEDGER'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM ADD-RECOVERY-ENTRY
               END-IF
           ELSE
               PERFORM ADD-RECOVERY-ENTRY
           END-IF.

       ADD-RECOVERY-ENTRY.
           IF WS-RECOVERY-COUNT = 100000
               DISPLAY 'RECOVLDG.DAT HAS MORE THAN 100000 LOANS - '
                   'WS-RECOVERY-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RECOVERY-COUNT
           MOVE RCV-LOAN-NUMBER
               TO RVT-LOAN-NUMBER (WS-RECOVERY-COUNT)
           MOVE RCV-BALANCE-REMAINING
               TO RVT-BALANCE-REMAINING (WS-RECOVERY-COUNT)
           MOVE RCV-RECEIPT-DATE
               TO RVT-LAST-RECEIPT-DATE (WS-RECOVERY-COUNT).

       LOAD-JOINT-LINKS.
           OPEN INPUT JOINTLNK-FILE
           IF WS-JOINTLNK-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ JOINTLNK-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-JOINT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE JOINTLNK-FILE
               SET NOT-EOF TO TRUE
           END-IF.

       LOAD-JOINT-ENTRY.
           IF WS-JOINT-COUNT = 100000
               DISPLAY 'JOINTLNK.DAT HAS MORE THAN 100000 ROWS - '
                   'WS-JOINT-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-JOINT-COUNT
           MOVE JLK-LOAN-NUMBER
               TO JLT-LOAN-NUMBER (WS-JOINT-COUNT)
           MOVE JLK-CO-BORROWER-ID
               TO JLT-CO-BORROWER-ID (WS-JOINT-COUNT).

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
                   WS-NAMEMAST-STATUS ' - LOANS ARE FURNISHED WITH '
                   'NO NAME OR ADDRESS'
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
               TO NMT-MAIL-STATUS (WS-NAMEMAST-COUNT).

       FIND-POSTED-SCHEDULE.
           MOVE 0 TO WS-SCHEDULE-MATCH-IDX
           IF WS-SCHEDULE-COUNT > 0
               SEARCH ALL WS-SCHEDULE-ENTRY
                   AT END
                       CONTINUE
                   WHEN SCT-LOAN-NUMBER (SC-IDX) = LN-LOAN-NUMBER
                       SET WS-SCHEDULE-MATCH-IDX TO SC-IDX
               END-SEARCH
           END-IF.

       FIND-DELINQUENCY.
           MOVE 0 TO WS-DELQ-MATCH-IDX
           IF WS-DELQ-COUNT > 0
               SEARCH ALL WS-DELQ-ENTRY
                   AT END
                       CONTINUE
                   WHEN DQT-LOAN-NUMBER (DQ-IDX) = LN-LOAN-NUMBER
                       SET WS-DELQ-MATCH-IDX TO DQ-IDX
               END-SEARCH
           END-IF.

       FIND-RECOVERY.
           MOVE 0 TO WS-RECOVERY-MATCH-IDX
           IF WS-RECOVERY-COUNT > 0
               SEARCH ALL WS-RECOVERY-ENTRY
                   AT END
                       CONTINUE
                   WHEN RVT-LOAN-NUMBER (RV-IDX) = LN-LOAN-NUMBER
                       SET WS-RECOVERY-MATCH-IDX TO RV-IDX
               END-SEARCH
           END-IF.

       FIND-CO-BORROWER.
      *    THE LINK IS THE RECORD OF JOINT LIABILITY WHILE THE LOAN
      *    IS OPEN. LOANREL DROPS IT AT PAYOFF, SO A LOAN CLOSED THIS
      *    MONTH FALLS BACK TO THE CO-BORROWER BOARDED ON THE MASTER.
           MOVE SPACES TO WS-CO-BORROWER-ID
           IF WS-JOINT-COUNT > 0
               SET JL-IDX TO 1
               SEARCH WS-JOINT-ENTRY
                   AT END
                       CONTINUE
                   WHEN JLT-LOAN-NUMBER (JL-IDX) = LN-LOAN-NUMBER
                       MOVE JLT-CO-BORROWER-ID (JL-IDX)
                           TO WS-CO-BORROWER-ID
               END-SEARCH
           END-IF
           IF WS-CO-BORROWER-ID = SPACES
               MOVE LN-CO-BORROWER-ID TO WS-CO-BORROWER-ID
           END-IF.

       FIND-NAME-ENTRY.
           MOVE 0 TO WS-NAME-MATCH-IDX
           IF WS-NAMEMAST-COUNT > 0
               SEARCH ALL WS-NAMEMAST-ENTRY
                   AT END
                       CONTINUE
                   WHEN NMT-CUSTOMER-ID (NM-IDX) = WS-NAME-SEARCH-ID
                       SET WS-NAME-MATCH-IDX TO NM-IDX
               END-SEARCH
           END-IF.

       REPORT-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           MOVE 'N'    TO WS-FURNISH-FLAG
           MOVE 0      TO WS-CURRENT-BALANCE
           MOVE 0      TO WS-AMOUNT-PAST-DUE
           MOVE 0      TO WS-ORIG-CHGOFF-AMOUNT
           MOVE 0      TO WS-SCHEDULED-PAYMENT
           MOVE SPACES TO WS-PAYMENT-RATING
           MOVE SPACES TO WS-FIRST-DELINQ-DATE
           MOVE SPACES TO WS-CLOSED-DATE
           MOVE SPACES TO WS-LAST-PAYMENT-DATE

           EVALUATE TRUE
               WHEN LN-LOAN-ACTIVE
                   ADD 1 TO WS-ACTIVE-ON-MASTER
                   PERFORM DETERMINE-ACTIVE-STATUS
               WHEN LN-LOAN-CHARGED-OFF
                   PERFORM DETERMINE-CHARGED-OFF-STATUS
               WHEN OTHER
                   PERFORM DETERMINE-CLOSED-STATUS
           END-EVALUATE

           IF WS-FURNISH-FLAG = 'Y'
               PERFORM BUILD-BASE-SEGMENT
               PERFORM BUILD-J1-SEGMENT
               WRITE BUREAU-RECORD
               ADD 1 TO WS-LOANS-REPORTED
               ADD WS-CURRENT-BALANCE TO WS-TOTAL-BALANCE
               ADD 1 TO WS-STATUS-COUNT (WS-STATUS-IDX)
               ADD WS-CURRENT-BALANCE
                   TO WS-STATUS-BALANCE (WS-STATUS-IDX)
               ADD WS-AMOUNT-PAST-DUE
                   TO WS-STATUS-PAST-DUE (WS-STATUS-IDX)
               IF BUR-J1-SEGMENT NOT = SPACES
                   ADD 1 TO WS-STATUS-JOINT-CNT (WS-STATUS-IDX)
                   ADD 1 TO WS-JOINT-REPORTED
               END-IF
           END-IF.

       DETERMINE-ACTIVE-STATUS.
           PERFORM FIND-POSTED-SCHEDULE
           IF WS-SCHEDULE-MATCH-IDX = 0
               DISPLAY 'ACTIVE LOAN ' LN-LOAN-NUMBER ' HAS NO POSTED '
                   'SCHEDULE - NOT FURNISHED'
               ADD 1 TO WS-NO-SCHEDULE-COUNT
           ELSE
               MOVE 'Y' TO WS-FURNISH-FLAG
               ADD 1 TO WS-ACTIVE-REPORTED
               MOVE SCT-BALANCE (WS-SCHEDULE-MATCH-IDX)
                   TO WS-CURRENT-BALANCE
               MOVE SCT-SCHEDULED-PAYMENT (WS-SCHEDULE-MATCH-IDX)
                   TO WS-SCHEDULED-PAYMENT
               PERFORM FIND-DELINQUENCY
               MOVE 1 TO WS-STATUS-IDX
               IF WS-DELQ-MATCH-IDX > 0
                   PERFORM DETERMINE-DELINQUENT-STATUS
               END-IF
           END-IF.

       DETERMINE-DELINQUENT-STATUS.
      *    UNDER 30 DAYS IS STILL CURRENT TO THE BUREAUS. ONCE A LOAN
      *    IS REPORTED PAST DUE IT CARRIES THE AMOUNT PAST DUE AND
      *    THE DATE IT FIRST WENT DELINQUENT.
           EVALUATE TRUE
               WHEN DQT-AGING-BUCKET (WS-DELQ-MATCH-IDX) = '30 '
                   MOVE 4 TO WS-STATUS-IDX
               WHEN DQT-AGING-BUCKET (WS-DELQ-MATCH-IDX) = '60 '
                   MOVE 5 TO WS-STATUS-IDX
               WHEN DQT-AGING-BUCKET (WS-DELQ-MATCH-IDX) NOT = '90+'
                   MOVE 1 TO WS-STATUS-IDX
               WHEN DQT-DAYS-PAST-DUE (WS-DELQ-MATCH-IDX) < 120
                   MOVE 6 TO WS-STATUS-IDX
               WHEN DQT-DAYS-PAST-DUE (WS-DELQ-MATCH-IDX) < 150
                   MOVE 7 TO WS-STATUS-IDX
               WHEN DQT-DAYS-PAST-DUE (WS-DELQ-MATCH-IDX) < 180
                   MOVE 8 TO WS-STATUS-IDX
               WHEN OTHER
                   MOVE 9 TO WS-STATUS-IDX
           END-EVALUATE
           IF WS-STATUS-IDX > 1
               MOVE DQT-PAST-DUE-AMOUNT (WS-DELQ-MATCH-IDX)
                   TO WS-AMOUNT-PAST-DUE
               MOVE DQT-OLDEST-DUE-DATE (WS-DELQ-MATCH-IDX)
                   TO WS-FIRST-DELINQ-DATE
           END-IF.

       DETERMINE-CHARGED-OFF-STATUS.
      *    THE WHOLE BALANCE STILL OWED IS PAST DUE ON A CHARGE-OFF.
      *    ONE RECOVERED IN FULL IS REPORTED PAID ONLY IN THE MONTH
      *    THE LAST RECOVERY CAME IN - AFTER THAT IT IS CLOSED OUT AT
      *    THE BUREAUS AND IS ONLY COUNTED HERE.
           MOVE LN-CHGOFF-BALANCE TO WS-ORIG-CHGOFF-AMOUNT
           MOVE LN-CHGOFF-BALANCE TO WS-CURRENT-BALANCE
           MOVE LN-CHGOFF-DATE    TO WS-CLOSED-DATE
           PERFORM FIND-RECOVERY
           IF WS-RECOVERY-MATCH-IDX > 0
               MOVE RVT-BALANCE-REMAINING (WS-RECOVERY-MATCH-IDX)
                   TO WS-CURRENT-BALANCE
               MOVE RVT-LAST-RECEIPT-DATE (WS-RECOVERY-MATCH-IDX)
                   TO WS-LAST-PAYMENT-DATE
           END-IF
           PERFORM FIND-POSTED-SCHEDULE
           IF WS-SCHEDULE-MATCH-IDX > 0
               MOVE SCT-FIRST-UNPAID-DATE (WS-SCHEDULE-MATCH-IDX)
                   TO WS-FIRST-DELINQ-DATE
           END-IF
           IF WS-CURRENT-BALANCE > 0
               MOVE 'Y' TO WS-FURNISH-FLAG
               ADD 1 TO WS-CHGOFF-REPORTED
               MOVE 10 TO WS-STATUS-IDX
               MOVE WS-CURRENT-BALANCE TO WS-AMOUNT-PAST-DUE
           ELSE
               IF WS-LAST-PAYMENT-DATE (1:6) = WS-RUN-MONTH
                   MOVE 'Y' TO WS-FURNISH-FLAG
                   ADD 1 TO WS-CHGOFF-REPORTED
                   MOVE 3 TO WS-STATUS-IDX
               ELSE
                   ADD 1 TO WS-NOT-REPORTED
               END-IF
           END-IF.

       DETERMINE-CLOSED-STATUS.
           IF LN-CLOSE-DATE (1:6) = WS-RUN-MONTH
               MOVE 'Y' TO WS-FURNISH-FLAG
               ADD 1 TO WS-CLOSED-REPORTED
               MOVE 2   TO WS-STATUS-IDX
               MOVE '0' TO WS-PAYMENT-RATING
               MOVE LN-CLOSE-DATE TO WS-CLOSED-DATE
           ELSE
               ADD 1 TO WS-NOT-REPORTED
           END-IF.

       BUILD-BASE-SEGMENT.
           MOVE SPACES TO BUREAU-RECORD
           MOVE '0526' TO BUR-RECORD-DESCRIPTOR
           MOVE '1'    TO BUR-PROCESSING-IND
           STRING WS-RUN-DATE (5:4) WS-RUN-DATE (1:4) WS-RUN-TIME
               DELIMITED BY SIZE INTO BUR-TIME-STAMP
           MOVE WS-FURNISHER-ID TO BUR-IDENTIFICATION-NUM
           MOVE LN-LOAN-NUMBER  TO BUR-ACCOUNT-NUMBER
           MOVE 'I'             TO BUR-PORTFOLIO-TYPE
           IF LN-PRODUCT-CODE = 'AUTO'
               MOVE '00' TO BUR-ACCOUNT-TYPE
           ELSE
               MOVE '01' TO BUR-ACCOUNT-TYPE
           END-IF
           MOVE LN-BOARD-DATE TO WS-DATE-IN
           PERFORM FORMAT-BUREAU-DATE
           MOVE WS-DATE-OUT   TO BUR-DATE-OPENED
           MOVE 0              TO BUR-CREDIT-LIMIT
           MOVE LN-LOAN-AMOUNT TO BUR-HIGHEST-CREDIT
           MOVE LN-TERM-MONTHS TO BUR-TERMS-DURATION
           MOVE 'M'            TO BUR-TERMS-FREQUENCY
           MOVE WS-SCHEDULED-PAYMENT TO BUR-SCHEDULED-PAYMENT
           MOVE 0              TO BUR-ACTUAL-PAYMENT
           MOVE WS-STATUS-CODE (WS-STATUS-IDX) TO BUR-ACCOUNT-STATUS
           MOVE WS-PAYMENT-RATING TO BUR-PAYMENT-RATING
           MOVE ALL 'B'        TO BUR-PAYMENT-HISTORY
           MOVE WS-CURRENT-BALANCE    TO BUR-CURRENT-BALANCE
           MOVE WS-AMOUNT-PAST-DUE    TO BUR-AMOUNT-PAST-DUE
           MOVE WS-ORIG-CHGOFF-AMOUNT TO BUR-ORIG-CHGOFF-AMOUNT
           MOVE WS-RUN-DATE   TO WS-DATE-IN
           PERFORM FORMAT-BUREAU-DATE
           MOVE WS-DATE-OUT   TO BUR-DATE-ACCOUNT-INFO
           MOVE WS-FIRST-DELINQ-DATE TO WS-DATE-IN
           PERFORM FORMAT-BUREAU-DATE
           MOVE WS-DATE-OUT   TO BUR-DATE-FIRST-DELINQ
           MOVE WS-CLOSED-DATE TO WS-DATE-IN
           PERFORM FORMAT-BUREAU-DATE
           MOVE WS-DATE-OUT   TO BUR-DATE-CLOSED
           MOVE WS-LAST-PAYMENT-DATE TO WS-DATE-IN
           PERFORM FORMAT-BUREAU-DATE
           MOVE WS-DATE-OUT   TO BUR-DATE-LAST-PAYMENT
           MOVE 'F'           TO BUR-INTEREST-TYPE

           MOVE 0 TO BUR-SOCIAL-SECURITY-NUM
           MOVE 0 TO BUR-DATE-OF-BIRTH
           MOVE 0 TO BUR-TELEPHONE-NUMBER
           MOVE 'US' TO BUR-COUNTRY-CODE
           MOVE LN-CUSTOMER-ID TO WS-NAME-SEARCH-ID
           PERFORM FIND-NAME-ENTRY
           IF WS-NAME-MATCH-IDX = 0
               ADD 1 TO WS-NO-ADDRESS-COUNT
           ELSE
               MOVE NMT-CUSTOMER-NAME (WS-NAME-MATCH-IDX)
                   TO BUR-SURNAME
               MOVE NMT-ADDRESS-LINE-1 (WS-NAME-MATCH-IDX)
                   TO BUR-ADDRESS-LINE-1
               MOVE NMT-ADDRESS-LINE-2 (WS-NAME-MATCH-IDX)
                   TO BUR-ADDRESS-LINE-2
               MOVE NMT-CITY (WS-NAME-MATCH-IDX)  TO BUR-CITY
               MOVE NMT-STATE (WS-NAME-MATCH-IDX) TO BUR-STATE
      *        THE BUREAUS TAKE THE ZIP AS NINE DIGITS, NO HYPHEN.
               MOVE NMT-ZIP-CODE (WS-NAME-MATCH-IDX) (1:5)
                   TO BUR-POSTAL-CODE (1:5)
               IF NMT-ZIP-CODE (WS-NAME-MATCH-IDX) (6:1) = '-'
                   MOVE NMT-ZIP-CODE (WS-NAME-MATCH-IDX) (7:4)
                       TO BUR-POSTAL-CODE (6:4)
               END-IF
               IF NMT-MAIL-STATUS (WS-NAME-MATCH-IDX) = 'H'
                   MOVE 'U' TO BUR-ADDRESS-IND
               END-IF
               IF NMT-ADDRESS-LINE-1 (WS-NAME-MATCH-IDX) = SPACES
                   ADD 1 TO WS-NO-ADDRESS-COUNT
               END-IF
           END-IF.

       BUILD-J1-SEGMENT.
      *    BOTH BORROWERS ON A JOINT LOAN ARE REPORTED AS JOINTLY
      *    LIABLE - THE PRIMARY ON THE BASE SEGMENT, THE CO-BORROWER
      *    ON THE J1 SEGMENT.
           PERFORM FIND-CO-BORROWER
           IF WS-CO-BORROWER-ID = SPACES
               MOVE '1' TO BUR-ECOA-CODE
           ELSE
               MOVE '2' TO BUR-ECOA-CODE
               MOVE 'J1' TO BUR-J1-SEGMENT-ID
               MOVE '000000000'  TO BUR-J1-SOCIAL-SECURITY
               MOVE '00000000'   TO BUR-J1-DATE-OF-BIRTH
               MOVE '0000000000' TO BUR-J1-TELEPHONE-NUMBER
               MOVE '2' TO BUR-J1-ECOA-CODE
               MOVE WS-CO-BORROWER-ID TO WS-NAME-SEARCH-ID
               PERFORM FIND-NAME-ENTRY
               IF WS-NAME-MATCH-IDX = 0
                   ADD 1 TO WS-NO-ADDRESS-COUNT
               ELSE
                   MOVE NMT-CUSTOMER-NAME (WS-NAME-MATCH-IDX)
                       TO BUR-J1-SURNAME
               END-IF
           END-IF.

       FORMAT-BUREAU-DATE.
      *    YYYYMMDD IN, MMDDYYYY OUT - ZEROS WHEN THERE IS NO DATE.
           IF WS-DATE-IN = SPACES OR WS-DATE-IN = '00000000'
               MOVE '00000000' TO WS-DATE-OUT
           ELSE
               STRING WS-DATE-IN (5:4) WS-DATE-IN (1:4)
                   DELIMITED BY SIZE INTO WS-DATE-OUT
           END-IF.

       WRITE-BUREAU-HEADER.
           MOVE WS-INNOVIS-PROGRAM-ID  TO WS-BHD-INNOVIS-ID
           MOVE WS-EQUIFAX-PROGRAM-ID  TO WS-BHD-EQUIFAX-ID
           MOVE WS-EXPERIAN-PROGRAM-ID TO WS-BHD-EXPERIAN-ID
           MOVE WS-TRANSUNION-PROG-ID  TO WS-BHD-TRANSUNION-ID
           MOVE WS-RUN-DATE  TO WS-DATE-IN
           PERFORM FORMAT-BUREAU-DATE
           MOVE WS-DATE-OUT  TO WS-BHD-ACTIVITY-DATE
           MOVE WS-DATE-OUT  TO WS-BHD-DATE-CREATED
           MOVE WS-PROGRAM-DATE     TO WS-BHD-PROGRAM-DATE
           MOVE WS-PROGRAM-REVISED  TO WS-BHD-PROGRAM-REVISED
           MOVE WS-REPORTER-NAME    TO WS-BHD-REPORTER-NAME
           MOVE WS-REPORTER-ADDRESS TO WS-BHD-REPORTER-ADDRESS
           MOVE WS-REPORTER-PHONE   TO WS-BHD-REPORTER-PHONE
           MOVE WS-BUREAU-HEADER TO BUREAU-RECORD
           WRITE BUREAU-RECORD.

       WRITE-BUREAU-TRAILER.
           MOVE WS-LOANS-REPORTED     TO WS-BTR-BASE-COUNT
           MOVE WS-JOINT-REPORTED     TO WS-BTR-J1-COUNT
           MOVE WS-STATUS-COUNT (1)   TO WS-BTR-STATUS-11
           MOVE WS-STATUS-COUNT (2)   TO WS-BTR-STATUS-13
           MOVE WS-STATUS-COUNT (3)   TO WS-BTR-STATUS-64
           MOVE WS-STATUS-COUNT (4)   TO WS-BTR-STATUS-71
           MOVE WS-STATUS-COUNT (5)   TO WS-BTR-STATUS-78
           MOVE WS-STATUS-COUNT (6)   TO WS-BTR-STATUS-80
           MOVE WS-STATUS-COUNT (7)   TO WS-BTR-STATUS-82
           MOVE WS-STATUS-COUNT (8)   TO WS-BTR-STATUS-83
           MOVE WS-STATUS-COUNT (9)   TO WS-BTR-STATUS-84
           MOVE WS-STATUS-COUNT (10)  TO WS-BTR-STATUS-97
           MOVE WS-BUREAU-TRAILER TO BUREAU-RECORD
           WRITE BUREAU-RECORD.

       WRITE-BURCTRL-HEADER.
           MOVE WS-RUN-DATE TO WS-BCT-HDR-RUN-DATE
           MOVE WS-BURCTRL-HEADER TO BURCTRL-RECORD
           WRITE BURCTRL-RECORD.

       WRITE-STATUS-DETAIL-RECORDS.
           PERFORM VARYING WS-STATUS-IDX FROM 1 BY 1
                   UNTIL WS-STATUS-IDX > 10
               MOVE SPACES TO BURCTRL-RECORD
               MOVE 'DET'  TO BCT-RECORD-TYPE
               MOVE WS-STATUS-CODE (WS-STATUS-IDX)
                   TO BCT-ACCOUNT-STATUS
               MOVE WS-STATUS-DESC (WS-STATUS-IDX)
                   TO BCT-STATUS-DESC
               MOVE WS-STATUS-COUNT (WS-STATUS-IDX)
                   TO BCT-ACCOUNT-COUNT
               MOVE WS-STATUS-BALANCE (WS-STATUS-IDX)
                   TO BCT-CURRENT-BALANCE
               MOVE WS-STATUS-PAST-DUE (WS-STATUS-IDX)
                   TO BCT-AMOUNT-PAST-DUE
               MOVE WS-STATUS-JOINT-CNT (WS-STATUS-IDX)
                   TO BCT-JOINT-COUNT
               WRITE BURCTRL-RECORD
           END-PERFORM.

       WRITE-BURCTRL-TRAILER.
           MOVE WS-LOANS-READ        TO WS-BCT-TRL-LOANS-READ
           MOVE WS-LOANS-REPORTED    TO WS-BCT-TRL-REPORTED
           MOVE WS-ACTIVE-ON-MASTER  TO WS-BCT-TRL-ACTIVE-MAST
           MOVE WS-ACTIVE-REPORTED   TO WS-BCT-TRL-ACTIVE-RPTD
           MOVE WS-CHGOFF-REPORTED   TO WS-BCT-TRL-CHGOFF-RPTD
           MOVE WS-CLOSED-REPORTED   TO WS-BCT-TRL-CLOSED-RPTD
           MOVE WS-NOT-REPORTED      TO WS-BCT-TRL-NOT-REPORTED
           MOVE WS-NO-SCHEDULE-COUNT TO WS-BCT-TRL-NO-SCHEDULE
           MOVE WS-NO-ADDRESS-COUNT  TO WS-BCT-TRL-NO-ADDRESS
           MOVE WS-TOTAL-BALANCE     TO WS-BCT-TRL-TOTAL-BALANCE
           MOVE WS-BURCTRL-TRAILER TO BURCTRL-RECORD
           WRITE BURCTRL-RECORD.
