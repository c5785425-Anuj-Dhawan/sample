       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTSNAP.

      *****************************************************************
      *  MONTH-END PORTFOLIO SNAPSHOT, ROLL-RATE AND LOAN-LOSS
      *  ALLOWANCE. DELQRPT.DAT IS REBUILT FROM SCRATCH EVERY NIGHT,
      *  SO NOTHING ON OUR FILES SAID HOW MANY LOANS THAT WERE
      *  CURRENT LAST MONTH ARE 30 DAYS LATE NOW, OR WHAT SHOULD BE
      *  RESERVED AGAINST THEM - FINANCE REBUILT IT BY HAND FROM
      *  SAVED COPIES. THIS PROGRAM RUNS ONCE A MONTH AFTER THE LAST
      *  NIGHTLY CYCLE OF THE MONTH (AFTER LOANREL), ALONGSIDE
      *  BUREXTR, AND:
      *    - APPENDS A DATED SNAPSHOT OF EVERY LOAN ON THE BOOKS TO
      *      THE CUMULATIVE HISTORY (PORTHIST.DAT, COPYBOOKS/
      *      PORTHIST.CPY): BALANCE, AGING BUCKET, RISK TIER, PRODUCT
      *      AND ORIGINATION MONTH. AN ACTIVE LOAN'S BALANCE IS THE
      *      ONE STMTGEN PRINTS, FROM PAYSTAT.DAT, AND ITS BUCKET IS
      *      TONIGHT'S DELQRPT.DAT AGING (NO ROW IS 'CUR'). A LOAN
      *      CHARGED OFF OR CLOSED IN THE MONTH IS SNAPSHOT ONCE AS
      *      'CHG' OR 'CLS' SO LAST MONTH'S LOANS CAN ALL BE
      *      ACCOUNTED FOR; ONE CHARGED OFF OR CLOSED EARLIER IS OFF
      *      THE BOOKS AND ONLY COUNTED.
      *    - WRITES THE ROLL-RATE MATRIX (ROLLRATE.DAT) - THE LOANS
      *      IN EACH BUCKET ON THE PRIOR MONTH'S SNAPSHOT AGAINST THE
      *      BUCKET THEY ARE IN NOW, WITH 'NEW' FOR A LOAN NOT ON THE
      *      PRIOR MONTH'S SNAPSHOT.
      *    - WRITES DELINQUENCY BY ORIGINATION VINTAGE (VINTAGE.DAT).
      *    - WRITES THE ALLOWANCE CALCULATION (ALLOWRPT.DAT) - THE
      *      BALANCE IN EACH RISK TIER AND BUCKET TIMES THE LOSS
      *      RATE FINANCE KEEPS FOR IT IN LOSSRATE.DAT.
      *  EVERY REPORT TRAILER CARRIES THE SNAPSHOT BALANCE BESIDE
      *  THE TOTAL REMAINING BALANCE ON PAYSTAT.DAT AND A TIE FLAG.
      *  A SNAPSHOT THAT DOES NOT TIE TO PAYSTAT.DAT, AN ACTIVE LOAN
      *  WITH NO POSTED SCHEDULE, OR A BALANCE WITH NO LOSS RATE
      *  ENDS THE RUN RC=8.
      *  THE SNAPSHOT MONTH IS THE RUN DATE'S. A RERUN IN A MONTH
      *  ALREADY ON THE HISTORY REBUILDS THE REPORTS BUT DOES NOT
      *  APPEND THE MONTH A SECOND TIME.
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
           SELECT LOSSRATE-FILE ASSIGN TO 'LOSSRATE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOSSRATE-STATUS.
           SELECT PORTHIST-FILE ASSIGN TO 'PORTHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PORTHIST-STATUS.
           SELECT ROLLRATE-FILE ASSIGN TO 'ROLLRATE.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT VINTAGE-FILE ASSIGN TO 'VINTAGE.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT ALLOWRPT-FILE ASSIGN TO 'ALLOWRPT.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANMAST-FILE.
           COPY LOANMAST.

       FD  PAYSTAT-FILE.
           COPY PAYSTAT.

       FD  DELQRPT-FILE.
           COPY DELQRPT.

       FD  LOSSRATE-FILE.
           COPY LOSSRATE.

       FD  PORTHIST-FILE.
           COPY PORTHIST.

       FD  ROLLRATE-FILE.
           COPY ROLLRATE.

       FD  VINTAGE-FILE.
           COPY VINTAGE.

       FD  ALLOWRPT-FILE.
           COPY ALLOWRPT.

       WORKING-STORAGE SECTION.
       01  EOF-FLAG                PIC X VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.

       01  WS-LOANMAST-STATUS      PIC X(02).
       01  WS-RUN-DATE             PIC X(08).
       01  WS-RUN-MONTH            PIC X(06).

      *    THE SNAPSHOT BUCKETS, IN THE ORDER THE REPORTS SHOW THEM -
      *    DELQRPT.DAT'S FOUR AGING BUCKETS, THEN CHARGED OFF AND
      *    CLOSED IN THE MONTH. THE ROLL-RATE MATRIX HAS ONE MORE
      *    FROM ROW THAN TO COLUMN: ROW 1 IS 'NEW', AND ROW N+1 IS
      *    SNAPSHOT BUCKET N.
       01  WS-BUCKET-CODES         PIC X(18)
               VALUE 'CUR30 60 90+CHGCLS'.
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-CODES.
           05  WS-BUCKET-CODE      PIC X(03) OCCURS 6 TIMES.
       01  WS-BUCKET-SEARCH        PIC X(03).
       01  WS-BUCKET-FOUND-IDX     PIC 9(01).
       01  WS-BUCKET-IDX           PIC 9(01).
       01  WS-FROM-IDX             PIC 9(01).
       01  WS-TO-IDX               PIC 9(01).

      *    PER-LOAN BALANCE FROM THE POSTED SCHEDULE, GATHERED IN ONE
      *    PASS OF PAYSTAT.DAT (LOAN-NUMBER ORDER, AS AMORTSCH WRITES
      *    IT) AND BINARY-SEARCHED BY LOAN NUMBER. THE BALANCE IS
      *    STMTGEN'S: THE FIRST ROW'S BALANCE, REPLACED BY EVERY
      *    LATER ROW THE BORROWER HAS REACHED (EVERY NON-OPEN ROW).
      *    THE SUM OVER EVERY LOAN IS WHAT THE SNAPSHOT MUST TIE TO.
       01  WS-PAYSTAT-STATUS       PIC X(02).
       01  WS-SCHEDULE-COUNT       PIC 9(06) VALUE 0.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCHEDULE-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-SCHEDULE-COUNT
                   ASCENDING KEY IS SCT-LOAN-NUMBER
                   INDEXED BY SC-IDX.
               10  SCT-LOAN-NUMBER      PIC X(12).
               10  SCT-BALANCE          PIC 9(09)V99.
       01  WS-SCHEDULE-MATCH-IDX   PIC 9(06) VALUE 0.
       01  WS-SCAN-IDX             PIC 9(06).

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
               10  DQT-DAYS-PAST-DUE    PIC 9(05).
               10  DQT-AGING-BUCKET     PIC X(03).
       01  WS-DELQ-MATCH-IDX       PIC 9(06) VALUE 0.

      *    THE PRIOR MONTH'S SNAPSHOT - THE LATEST MONTH ON THE
      *    HISTORY BEFORE THIS ONE - IN LOAN-NUMBER ORDER AS IT WAS
      *    APPENDED, BINARY-SEARCHED BY LOAN NUMBER. EACH ROW IS
      *    FLAGGED AS ITS LOAN IS FOUND AGAIN THIS MONTH, SO A LOAN
      *    ON THE BOOKS LAST MONTH THAT HAS SINCE DROPPED OFF THE
      *    MASTER CAN BE REPORTED.
       01  WS-PORTHIST-STATUS      PIC X(02).
       01  WS-PRIOR-MONTH          PIC X(06) VALUE SPACES.
       01  WS-MONTH-ON-FILE-FLAG   PIC X(01) VALUE 'N'.
           88  MONTH-ALREADY-TAKEN VALUE 'Y'.
       01  WS-PRIOR-COUNT          PIC 9(06) VALUE 0.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-PRIOR-COUNT
                   ASCENDING KEY IS PRT-LOAN-NUMBER
                   INDEXED BY PR-IDX.
               10  PRT-LOAN-NUMBER      PIC X(12).
               10  PRT-AGING-BUCKET     PIC X(03).
               10  PRT-BALANCE          PIC 9(09)V99.
               10  PRT-MATCHED-FLAG     PIC X(01).
       01  WS-PRIOR-MATCH-IDX      PIC 9(06) VALUE 0.

      *    FINANCE'S LOSS RATES, SEARCHED SERIALLY BY TIER AND
      *    BUCKET - THE SAME 60-ROW LIMIT AS THE OTHER HAND-MAINTAINED
      *    TABLES TBLCHK PRE-EDITS. A MISSING FILE LEAVES THE TABLE
      *    EMPTY AND EVERY BALANCE UNRATED.
       01  WS-LOSSRATE-STATUS      PIC X(02).
       01  WS-LOSSRATE-COUNT       PIC 9(03) VALUE 0.
       01  WS-LOSSRATE-TABLE.
           05  WS-LOSSRATE-ENTRY OCCURS 1 TO 60 TIMES
                   DEPENDING ON WS-LOSSRATE-COUNT
                   INDEXED BY LR-IDX.
               10  LRT-RISK-TIER        PIC X(08).
               10  LRT-AGING-BUCKET     PIC X(03).
               10  LRT-LOSS-PERCENT     PIC 9(03)V9(03).
       01  WS-RATE-FOUND-FLAG      PIC X(01).
       01  WS-LOSS-PERCENT         PIC 9(03)V9(03).

      *    ROLL-RATE MATRIX - FROM ROW (NEW, THEN LAST MONTH'S
      *    BUCKET) BY TO COLUMN (THIS MONTH'S BUCKET).
       01  WS-ROLL-MATRIX.
           05  WS-ROLL-FROM OCCURS 7 TIMES.
               10  WS-ROLL-FROM-COUNT   PIC 9(07) VALUE 0.
               10  WS-ROLL-CELL OCCURS 6 TIMES.
                   15  WS-ROLL-COUNT        PIC 9(07) VALUE 0.
                   15  WS-ROLL-PRIOR-BAL    PIC 9(11)V99 VALUE 0.
                   15  WS-ROLL-CURRENT-BAL  PIC 9(11)V99 VALUE 0.

      *    VINTAGE TOTALS, ONE ENTRY PER ORIGINATION MONTH, KEPT IN
      *    MONTH ORDER AS THEY ARE ADDED - 600 MONTHS IS FIFTY YEARS
      *    OF BOARDINGS.
       01  WS-VINTAGE-COUNT        PIC 9(03) VALUE 0.
       01  WS-VINTAGE-TABLE.
           05  WS-VINTAGE-ENTRY OCCURS 1 TO 600 TIMES
                   DEPENDING ON WS-VINTAGE-COUNT.
               10  VGT-ORIG-MONTH       PIC X(06).
               10  VGT-BUCKET OCCURS 6 TIMES.
                   15  VGT-COUNT            PIC 9(07).
                   15  VGT-BALANCE          PIC 9(11)V99.
       01  WS-VINTAGE-IDX          PIC 9(03).
       01  WS-SHIFT-IDX            PIC 9(03).
       01  WS-VINTAGE-FOUND-FLAG   PIC X(01).
       01  WS-ORIG-MONTH           PIC X(06).

      *    ALLOWANCE TOTALS, ONE ENTRY PER RISK TIER IN THE ORDER
      *    THE TIERS ARE FIRST MET ON THE MASTER.
       01  WS-TIER-COUNT           PIC 9(03) VALUE 0.
       01  WS-TIER-TABLE.
           05  WS-TIER-ENTRY OCCURS 1 TO 60 TIMES
                   DEPENDING ON WS-TIER-COUNT.
               10  TRT-RISK-TIER        PIC X(08).
               10  TRT-BUCKET OCCURS 6 TIMES.
                   15  TRT-COUNT            PIC 9(07).
                   15  TRT-BALANCE          PIC 9(11)V99.
       01  WS-TIER-IDX             PIC 9(03).

      *    THE LOAN BEING SNAPSHOT.
       01  WS-SNAPSHOT-FLAG        PIC X(01).
       01  WS-AGING-BUCKET         PIC X(03).
       01  WS-DAYS-PAST-DUE        PIC 9(05).
       01  WS-PAST-DUE-AMOUNT      PIC 9(09)V99.
       01  WS-CURRENT-BALANCE      PIC 9(09)V99.
       01  WS-PRIOR-BALANCE        PIC 9(09)V99.

      *    CONTROL TOTALS FOR THE REPORT TRAILERS.
       01  WS-LOANS-READ           PIC 9(07) VALUE 0.
       01  WS-LOANS-SNAPSHOT       PIC 9(07) VALUE 0.
       01  WS-LOANS-OFF-BOOKS      PIC 9(07) VALUE 0.
       01  WS-NO-SCHEDULE-COUNT    PIC 9(07) VALUE 0.
       01  WS-NEW-COUNT            PIC 9(07) VALUE 0.
       01  WS-DROPPED-COUNT        PIC 9(07) VALUE 0.
       01  WS-SNAPSHOT-BALANCE     PIC 9(11)V99 VALUE 0.
       01  WS-PAYSTAT-BALANCE      PIC 9(11)V99 VALUE 0.
       01  WS-DELINQ-BALANCE       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-ALLOWANCE      PIC 9(11)V99 VALUE 0.
       01  WS-UNRATED-BALANCE      PIC 9(11)V99 VALUE 0.
       01  WS-TIE-FLAG             PIC X(01).
       01  WS-VINTAGE-BALANCE      PIC 9(11)V99.
       01  WS-VINTAGE-DELINQ       PIC 9(11)V99.

       01  WS-ROLLRATE-HEADER.
           05  WS-RRT-HDR-RECORD-TYPE   PIC X(03) VALUE 'HDR'.
           05  WS-RRT-HDR-RUN-DATE      PIC X(08).
           05  WS-RRT-HDR-LAYOUT-VER    PIC X(04) VALUE 'V001'.
           05  WS-RRT-HDR-PRIOR-MONTH   PIC X(06).
           05  WS-RRT-HDR-SNAP-MONTH    PIC X(06).
           05  FILLER                   PIC X(53) VALUE SPACES.

       01  WS-ROLLRATE-TRAILER.
           05  WS-RRT-TRL-RECORD-TYPE   PIC X(03) VALUE 'TRL'.
           05  WS-RRT-TRL-PRIOR-COUNT   PIC 9(07).
           05  WS-RRT-TRL-SNAP-COUNT    PIC 9(07).
           05  WS-RRT-TRL-NEW-COUNT     PIC 9(07).
           05  WS-RRT-TRL-DROPPED       PIC 9(07).
           05  WS-RRT-TRL-SNAP-BALANCE  PIC 9(11)V99.
           05  WS-RRT-TRL-PAYSTAT-BAL   PIC 9(11)V99.
           05  WS-RRT-TRL-TIE-FLAG      PIC X(01).
           05  FILLER                   PIC X(22) VALUE SPACES.

       01  WS-VINTAGE-HEADER.
           05  WS-VTG-HDR-RECORD-TYPE   PIC X(03) VALUE 'HDR'.
           05  WS-VTG-HDR-RUN-DATE      PIC X(08).
           05  WS-VTG-HDR-LAYOUT-VER    PIC X(04) VALUE 'V001'.
           05  WS-VTG-HDR-SNAP-MONTH    PIC X(06).
           05  FILLER                   PIC X(119) VALUE SPACES.

       01  WS-VINTAGE-TRAILER.
           05  WS-VTG-TRL-RECORD-TYPE   PIC X(03) VALUE 'TRL'.
           05  WS-VTG-TRL-VINTAGES      PIC 9(07).
           05  WS-VTG-TRL-SNAP-COUNT    PIC 9(07).
           05  WS-VTG-TRL-SNAP-BALANCE  PIC 9(11)V99.
           05  WS-VTG-TRL-DELINQ-BAL    PIC 9(11)V99.
           05  WS-VTG-TRL-PAYSTAT-BAL   PIC 9(11)V99.
           05  WS-VTG-TRL-TIE-FLAG      PIC X(01).
           05  FILLER                   PIC X(83) VALUE SPACES.

       01  WS-ALLOWRPT-HEADER.
           05  WS-ALW-HDR-RECORD-TYPE   PIC X(03) VALUE 'HDR'.
           05  WS-ALW-HDR-RUN-DATE      PIC X(08).
           05  WS-ALW-HDR-LAYOUT-VER    PIC X(04) VALUE 'V001'.
           05  WS-ALW-HDR-SNAP-MONTH    PIC X(06).
           05  WS-ALW-HDR-RATE-ROWS     PIC 9(03).
           05  FILLER                   PIC X(56) VALUE SPACES.

       01  WS-ALLOWRPT-TRAILER.
           05  WS-ALW-TRL-RECORD-TYPE   PIC X(03) VALUE 'TRL'.
           05  WS-ALW-TRL-SNAP-COUNT    PIC 9(07).
           05  WS-ALW-TRL-SNAP-BALANCE  PIC 9(11)V99.
           05  WS-ALW-TRL-ALLOWANCE     PIC 9(11)V99.
           05  WS-ALW-TRL-UNRATED-BAL   PIC 9(11)V99.
           05  WS-ALW-TRL-PAYSTAT-BAL   PIC 9(11)V99.
           05  WS-ALW-TRL-TIE-FLAG      PIC X(01).
           05  FILLER                   PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:6)            TO WS-RUN-MONTH

           PERFORM LOAD-POSTED-SCHEDULE
           PERFORM LOAD-DELINQUENCY-AGING
           PERFORM LOAD-PRIOR-SNAPSHOT
           PERFORM LOAD-LOSS-RATES

           OPEN INPUT LOANMAST-FILE
           IF WS-LOANMAST-STATUS NOT = '00'
               DISPLAY 'LOANMAST.DAT COULD NOT BE OPENED - STATUS '
                   WS-LOANMAST-STATUS ' - NO PORTFOLIO TO SNAPSHOT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF MONTH-ALREADY-TAKEN
               DISPLAY 'MONTH ' WS-RUN-MONTH ' IS ALREADY ON '
                   'PORTHIST.DAT - REPORTS ARE REBUILT BUT THE '
                   'SNAPSHOT IS NOT APPENDED AGAIN'
           ELSE
               OPEN EXTEND PORTHIST-FILE
               IF WS-PORTHIST-STATUS NOT = '00'
                   OPEN OUTPUT PORTHIST-FILE
                   IF WS-PORTHIST-STATUS NOT = '00'
                       DISPLAY 'PORTHIST.DAT COULD NOT BE OPENED - '
                           'STATUS ' WS-PORTHIST-STATUS
                           ' - THE MONTH-END SNAPSHOT CANNOT BE SAVED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF

           PERFORM UNTIL EOF-REACHED
               READ LOANMAST-FILE
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM SNAPSHOT-ONE-LOAN
               END-READ
           END-PERFORM

           CLOSE LOANMAST-FILE
           IF NOT MONTH-ALREADY-TAKEN
               CLOSE PORTHIST-FILE
           END-IF

           PERFORM COUNT-DROPPED-LOANS
           IF WS-SNAPSHOT-BALANCE = WS-PAYSTAT-BALANCE
               MOVE 'Y' TO WS-TIE-FLAG
           ELSE
               MOVE 'N' TO WS-TIE-FLAG
           END-IF

           OPEN OUTPUT ROLLRATE-FILE
           OPEN OUTPUT VINTAGE-FILE
           OPEN OUTPUT ALLOWRPT-FILE
           PERFORM WRITE-ROLL-RATE-REPORT
           PERFORM WRITE-VINTAGE-REPORT
           PERFORM WRITE-ALLOWANCE-REPORT
           CLOSE ROLLRATE-FILE
           CLOSE VINTAGE-FILE
           CLOSE ALLOWRPT-FILE

           DISPLAY 'PORTFOLIO SNAPSHOT COMPLETE - MONTH ' WS-RUN-MONTH
               ' LOANS: ' WS-LOANS-SNAPSHOT ' OF ' WS-LOANS-READ
               ' ON THE MASTER'
           DISPLAY 'SNAPSHOT BALANCE: ' WS-SNAPSHOT-BALANCE
               ' PAYSTAT BALANCE: ' WS-PAYSTAT-BALANCE
               ' ALLOWANCE: ' WS-TOTAL-ALLOWANCE
           IF WS-TIE-FLAG = 'N'
               DISPLAY 'SNAPSHOT DOES NOT TIE TO PAYSTAT.DAT - '
                   'BALANCE ON LOANS NOT ON THE BOOKS'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-NO-SCHEDULE-COUNT > 0
               DISPLAY 'ACTIVE LOANS SNAPSHOT WITH NO POSTED '
                   'SCHEDULE: ' WS-NO-SCHEDULE-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-UNRATED-BALANCE > 0
               DISPLAY 'BALANCE WITH NO LOSS RATE ON LOSSRATE.DAT - '
                   'NOT RESERVED: ' WS-UNRATED-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-POSTED-SCHEDULE.
           OPEN INPUT PAYSTAT-FILE
           IF WS-PAYSTAT-STATUS NOT = '00'
               DISPLAY 'PAYSTAT.DAT COULD NOT BE OPENED - STATUS '
                   WS-PAYSTAT-STATUS ' - NO BALANCES TO SNAPSHOT'
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
           SET NOT-EOF TO TRUE

           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SCHEDULE-COUNT
               ADD SCT-BALANCE (WS-SCAN-IDX) TO WS-PAYSTAT-BALANCE
           END-PERFORM.

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
               TO SCT-BALANCE (WS-SCHEDULE-COUNT).

       LOAD-DELINQUENCY-AGING.
      *    WITHOUT TONIGHT'S AGING EVERY LOAN WOULD BE SNAPSHOT
      *    CURRENT - AND SAVED THAT WAY FOR GOOD - SO THE RUN STOPS.
           OPEN INPUT DELQRPT-FILE
           IF WS-DELQRPT-STATUS NOT = '00'
               DISPLAY 'DELQRPT.DAT COULD NOT BE OPENED - STATUS '
                   WS-DELQRPT-STATUS ' - NO AGING TO SNAPSHOT'
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
           MOVE DLQ-DAYS-PAST-DUE
               TO DQT-DAYS-PAST-DUE (WS-DELQ-COUNT)
           MOVE DLQ-AGING-BUCKET
               TO DQT-AGING-BUCKET (WS-DELQ-COUNT).

       LOAD-PRIOR-SNAPSHOT.
      *    THE HISTORY IS IN MONTH ORDER, SO EACH LATER MONTH BEFORE
      *    THIS ONE REPLACES THE TABLE AND THE LAST ONE LOADED IS THE
      *    PRIOR MONTH. NO HISTORY YET MEANS EVERY LOAN IS 'NEW'.
           OPEN INPUT PORTHIST-FILE
           IF WS-PORTHIST-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ PORTHIST-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-PORTHIST-ROW
                   END-READ
               END-PERFORM
               CLOSE PORTHIST-FILE
               SET NOT-EOF TO TRUE
           ELSE
               DISPLAY 'PORTHIST.DAT COULD NOT BE OPENED - STATUS '
                   WS-PORTHIST-STATUS ' - NO PRIOR SNAPSHOT, EVERY '
                   'LOAN IS REPORTED NEW'
           END-IF.

       LOAD-PORTHIST-ROW.
           IF PHS-SNAPSHOT-MONTH = WS-RUN-MONTH
               MOVE 'Y' TO WS-MONTH-ON-FILE-FLAG
           ELSE
               IF PHS-SNAPSHOT-MONTH < WS-RUN-MONTH
                   IF PHS-SNAPSHOT-MONTH > WS-PRIOR-MONTH
                       MOVE PHS-SNAPSHOT-MONTH TO WS-PRIOR-MONTH
                       MOVE 0 TO WS-PRIOR-COUNT
                   END-IF
                   IF PHS-SNAPSHOT-MONTH = WS-PRIOR-MONTH
                       PERFORM LOAD-PRIOR-ENTRY
                   END-IF
               END-IF
           END-IF.

       LOAD-PRIOR-ENTRY.
           IF WS-PRIOR-COUNT = 100000
               DISPLAY 'PORTHIST.DAT HAS MORE THAN 100000 LOANS IN '
                   'MONTH ' WS-PRIOR-MONTH ' - WS-PRIOR-TABLE ONLY '
                   'HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PRIOR-COUNT > 0
               IF PHS-LOAN-NUMBER NOT >
                       PRT-LOAN-NUMBER (WS-PRIOR-COUNT)
                   DISPLAY 'PORTHIST.DAT NOT IN ASCENDING LOAN-'
                       'NUMBER ORDER AT ' PHS-LOAN-NUMBER ' IN MONTH '
                       WS-PRIOR-MONTH ' - KEYED LOOKUP NEEDS A '
                       'SORTED SNAPSHOT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-PRIOR-COUNT
           MOVE PHS-LOAN-NUMBER
               TO PRT-LOAN-NUMBER (WS-PRIOR-COUNT)
           MOVE PHS-AGING-BUCKET
               TO PRT-AGING-BUCKET (WS-PRIOR-COUNT)
           MOVE PHS-REMAINING-BALANCE
               TO PRT-BALANCE (WS-PRIOR-COUNT)
           MOVE 'N' TO PRT-MATCHED-FLAG (WS-PRIOR-COUNT).

       LOAD-LOSS-RATES.
           OPEN INPUT LOSSRATE-FILE
           IF WS-LOSSRATE-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ LOSSRATE-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-LOSSRATE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LOSSRATE-FILE
               SET NOT-EOF TO TRUE
           ELSE
               DISPLAY 'LOSSRATE.DAT COULD NOT BE OPENED - STATUS '
                   WS-LOSSRATE-STATUS ' - NO ALLOWANCE IS CALCULATED'
           END-IF.

       LOAD-LOSSRATE-ENTRY.
           IF WS-LOSSRATE-COUNT = 60
               DISPLAY 'LOSSRATE.DAT HAS MORE THAN 60 ROWS - '
                   'WS-LOSSRATE-TABLE ONLY HOLDS 60'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LOSSRATE-COUNT
           MOVE LSR-RISK-TIER
               TO LRT-RISK-TIER (WS-LOSSRATE-COUNT)
           MOVE LSR-AGING-BUCKET
               TO LRT-AGING-BUCKET (WS-LOSSRATE-COUNT)
           MOVE LSR-LOSS-PERCENT
               TO LRT-LOSS-PERCENT (WS-LOSSRATE-COUNT).

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

       FIND-PRIOR-SNAPSHOT.
           MOVE 0 TO WS-PRIOR-MATCH-IDX
           IF WS-PRIOR-COUNT > 0
               SEARCH ALL WS-PRIOR-ENTRY
                   AT END
                       CONTINUE
                   WHEN PRT-LOAN-NUMBER (PR-IDX) = LN-LOAN-NUMBER
                       SET WS-PRIOR-MATCH-IDX TO PR-IDX
               END-SEARCH
           END-IF.

       FIND-BUCKET-INDEX.
      *    A BUCKET NOT IN THE TABLE CANNOT COME FROM PAYPOST; IT IS
      *    TREATED AS THE WORST AGING BUCKET RATHER THAN AS CURRENT.
           MOVE 4 TO WS-BUCKET-FOUND-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 6
               IF WS-BUCKET-CODE (WS-SCAN-IDX) = WS-BUCKET-SEARCH
                   MOVE WS-SCAN-IDX TO WS-BUCKET-FOUND-IDX
               END-IF
           END-PERFORM.

       SNAPSHOT-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           MOVE 'N'    TO WS-SNAPSHOT-FLAG
           MOVE 0      TO WS-DAYS-PAST-DUE
           MOVE 0      TO WS-PAST-DUE-AMOUNT
           MOVE 0      TO WS-CURRENT-BALANCE

           EVALUATE TRUE
               WHEN LN-LOAN-ACTIVE
                   MOVE 'Y'   TO WS-SNAPSHOT-FLAG
                   MOVE 'CUR' TO WS-AGING-BUCKET
                   PERFORM FIND-DELINQUENCY
                   IF WS-DELQ-MATCH-IDX > 0
                       MOVE DQT-AGING-BUCKET (WS-DELQ-MATCH-IDX)
                           TO WS-AGING-BUCKET
                       MOVE DQT-DAYS-PAST-DUE (WS-DELQ-MATCH-IDX)
                           TO WS-DAYS-PAST-DUE
                       MOVE DQT-PAST-DUE-AMOUNT (WS-DELQ-MATCH-IDX)
                           TO WS-PAST-DUE-AMOUNT
                   END-IF
               WHEN LN-LOAN-CHARGED-OFF
                   IF LN-CHGOFF-DATE (1:6) = WS-RUN-MONTH
                       MOVE 'Y'   TO WS-SNAPSHOT-FLAG
                       MOVE 'CHG' TO WS-AGING-BUCKET
                   END-IF
               WHEN OTHER
                   IF LN-CLOSE-DATE (1:6) = WS-RUN-MONTH
                       MOVE 'Y'   TO WS-SNAPSHOT-FLAG
                       MOVE 'CLS' TO WS-AGING-BUCKET
                   END-IF
           END-EVALUATE

           IF WS-SNAPSHOT-FLAG = 'N'
               ADD 1 TO WS-LOANS-OFF-BOOKS
           ELSE
               PERFORM FIND-POSTED-SCHEDULE
               IF WS-SCHEDULE-MATCH-IDX > 0
                   MOVE SCT-BALANCE (WS-SCHEDULE-MATCH-IDX)
                       TO WS-CURRENT-BALANCE
               ELSE
                   IF LN-LOAN-ACTIVE
                       DISPLAY 'ACTIVE LOAN ' LN-LOAN-NUMBER ' HAS NO '
                           'POSTED SCHEDULE - SNAPSHOT AT A ZERO '
                           'BALANCE'
                       ADD 1 TO WS-NO-SCHEDULE-COUNT
                   END-IF
               END-IF
               MOVE WS-AGING-BUCKET TO WS-BUCKET-SEARCH
               PERFORM FIND-BUCKET-INDEX
               MOVE WS-BUCKET-FOUND-IDX TO WS-BUCKET-IDX
               MOVE LN-BOARD-DATE (1:6) TO WS-ORIG-MONTH

               ADD 1 TO WS-LOANS-SNAPSHOT
               ADD WS-CURRENT-BALANCE TO WS-SNAPSHOT-BALANCE
               IF WS-BUCKET-IDX > 1 AND WS-BUCKET-IDX < 5
                   ADD WS-CURRENT-BALANCE TO WS-DELINQ-BALANCE
               END-IF
               IF NOT MONTH-ALREADY-TAKEN
                   PERFORM WRITE-SNAPSHOT-ROW
               END-IF
               PERFORM ADD-TO-ROLL-RATE
               PERFORM ADD-TO-VINTAGE
               PERFORM ADD-TO-TIER
           END-IF.

       WRITE-SNAPSHOT-ROW.
           MOVE SPACES              TO PORTHIST-RECORD
           MOVE WS-RUN-DATE         TO PHS-SNAPSHOT-DATE
           MOVE WS-RUN-MONTH        TO PHS-SNAPSHOT-MONTH
           MOVE LN-LOAN-NUMBER      TO PHS-LOAN-NUMBER
           MOVE LN-CUSTOMER-ID      TO PHS-CUSTOMER-ID
           MOVE LN-PRODUCT-CODE     TO PHS-PRODUCT-CODE
           MOVE LN-RISK-TIER        TO PHS-RISK-TIER
           MOVE WS-ORIG-MONTH       TO PHS-ORIG-MONTH
           MOVE LN-LOAN-STATUS      TO PHS-LOAN-STATUS
           MOVE WS-AGING-BUCKET     TO PHS-AGING-BUCKET
           MOVE WS-DAYS-PAST-DUE    TO PHS-DAYS-PAST-DUE
           MOVE WS-PAST-DUE-AMOUNT  TO PHS-PAST-DUE-AMOUNT
           MOVE WS-CURRENT-BALANCE  TO PHS-REMAINING-BALANCE
           WRITE PORTHIST-RECORD
      *    THE FIRST RUN IN A MONTH WINS, SO A SHORT MONTH LEFT ON
      *    THE HISTORY WOULD NEVER BE FILLED IN BY A RERUN - ABEND.
           IF WS-PORTHIST-STATUS NOT = '00'
               DISPLAY 'PORTHIST.DAT WRITE FAILED FOR LOAN '
                   LN-LOAN-NUMBER ' - STATUS ' WS-PORTHIST-STATUS
                   ' - REMOVE THE PARTIAL MONTH BEFORE RERUNNING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ADD-TO-ROLL-RATE.
           MOVE WS-BUCKET-IDX TO WS-TO-IDX
           MOVE 0 TO WS-PRIOR-BALANCE
           PERFORM FIND-PRIOR-SNAPSHOT
           IF WS-PRIOR-MATCH-IDX = 0
               MOVE 1 TO WS-FROM-IDX
               ADD 1 TO WS-NEW-COUNT
           ELSE
               MOVE 'Y' TO PRT-MATCHED-FLAG (WS-PRIOR-MATCH-IDX)
               MOVE PRT-BALANCE (WS-PRIOR-MATCH-IDX)
                   TO WS-PRIOR-BALANCE
               MOVE PRT-AGING-BUCKET (WS-PRIOR-MATCH-IDX)
                   TO WS-BUCKET-SEARCH
               PERFORM FIND-BUCKET-INDEX
               COMPUTE WS-FROM-IDX = WS-BUCKET-FOUND-IDX + 1
           END-IF
           ADD 1 TO WS-ROLL-FROM-COUNT (WS-FROM-IDX)
           ADD 1 TO WS-ROLL-COUNT (WS-FROM-IDX WS-TO-IDX)
           ADD WS-PRIOR-BALANCE
               TO WS-ROLL-PRIOR-BAL (WS-FROM-IDX WS-TO-IDX)
           ADD WS-CURRENT-BALANCE
               TO WS-ROLL-CURRENT-BAL (WS-FROM-IDX WS-TO-IDX).

       ADD-TO-VINTAGE.
      *    FIND THE ORIGINATION MONTH, OR THE PLACE IT BELONGS IN
      *    MONTH ORDER - THE MASTER IS MOSTLY IN BOARDING ORDER, SO
      *    A NEW MONTH IS NEARLY ALWAYS ADDED AT THE END.
           MOVE 1 TO WS-VINTAGE-IDX
           MOVE 'N' TO WS-VINTAGE-FOUND-FLAG
           PERFORM UNTIL WS-VINTAGE-IDX > WS-VINTAGE-COUNT
                   OR WS-VINTAGE-FOUND-FLAG = 'Y'
               IF VGT-ORIG-MONTH (WS-VINTAGE-IDX) NOT < WS-ORIG-MONTH
                   MOVE 'Y' TO WS-VINTAGE-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-VINTAGE-IDX
               END-IF
           END-PERFORM
           IF WS-VINTAGE-IDX > WS-VINTAGE-COUNT
               PERFORM ADD-VINTAGE-ENTRY
           ELSE
               IF VGT-ORIG-MONTH (WS-VINTAGE-IDX) NOT = WS-ORIG-MONTH
                   PERFORM ADD-VINTAGE-ENTRY
               END-IF
           END-IF
           ADD 1 TO VGT-COUNT (WS-VINTAGE-IDX WS-BUCKET-IDX)
           ADD WS-CURRENT-BALANCE
               TO VGT-BALANCE (WS-VINTAGE-IDX WS-BUCKET-IDX).

       ADD-VINTAGE-ENTRY.
           IF WS-VINTAGE-COUNT = 600
               DISPLAY 'MORE THAN 600 ORIGINATION MONTHS ON THE '
                   'MASTER - WS-VINTAGE-TABLE ONLY HOLDS 600'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-VINTAGE-COUNT
           PERFORM VARYING WS-SHIFT-IDX
                   FROM WS-VINTAGE-COUNT BY -1
                   UNTIL WS-SHIFT-IDX NOT > WS-VINTAGE-IDX
               MOVE WS-VINTAGE-ENTRY (WS-SHIFT-IDX - 1)
                   TO WS-VINTAGE-ENTRY (WS-SHIFT-IDX)
           END-PERFORM
           MOVE WS-ORIG-MONTH TO VGT-ORIG-MONTH (WS-VINTAGE-IDX)
           PERFORM VARYING WS-TO-IDX FROM 1 BY 1
                   UNTIL WS-TO-IDX > 6
               MOVE 0 TO VGT-COUNT (WS-VINTAGE-IDX WS-TO-IDX)
               MOVE 0 TO VGT-BALANCE (WS-VINTAGE-IDX WS-TO-IDX)
           END-PERFORM.

       ADD-TO-TIER.
           MOVE 0 TO WS-TIER-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-TIER-COUNT
               IF TRT-RISK-TIER (WS-SCAN-IDX) = LN-RISK-TIER
                   MOVE WS-SCAN-IDX TO WS-TIER-IDX
               END-IF
           END-PERFORM
           IF WS-TIER-IDX = 0
               IF WS-TIER-COUNT = 60
                   DISPLAY 'MORE THAN 60 RISK TIERS ON THE MASTER - '
                       'WS-TIER-TABLE ONLY HOLDS 60'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TIER-COUNT
               MOVE WS-TIER-COUNT TO WS-TIER-IDX
               MOVE LN-RISK-TIER TO TRT-RISK-TIER (WS-TIER-IDX)
               PERFORM VARYING WS-TO-IDX FROM 1 BY 1
                       UNTIL WS-TO-IDX > 6
                   MOVE 0 TO TRT-COUNT (WS-TIER-IDX WS-TO-IDX)
                   MOVE 0 TO TRT-BALANCE (WS-TIER-IDX WS-TO-IDX)
               END-PERFORM
           END-IF
           ADD 1 TO TRT-COUNT (WS-TIER-IDX WS-BUCKET-IDX)
           ADD WS-CURRENT-BALANCE
               TO TRT-BALANCE (WS-TIER-IDX WS-BUCKET-IDX).

       COUNT-DROPPED-LOANS.
      *    A LOAN ON THE BOOKS LAST MONTH IS ON THIS MONTH'S
      *    SNAPSHOT IN SOME BUCKET, EVEN IF ONLY AS CHARGED OFF OR
      *    CLOSED. ONE THAT IS NOT HAS LEFT THE MASTER OR WAS CLOSED
      *    IN A MONTH NO SNAPSHOT WAS TAKEN.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-PRIOR-COUNT
               IF PRT-MATCHED-FLAG (WS-SCAN-IDX) = 'N'
                       AND PRT-AGING-BUCKET (WS-SCAN-IDX) NOT = 'CHG'
                       AND PRT-AGING-BUCKET (WS-SCAN-IDX) NOT = 'CLS'
                   DISPLAY 'LOAN ' PRT-LOAN-NUMBER (WS-SCAN-IDX)
                       ' ON THE ' WS-PRIOR-MONTH ' SNAPSHOT IS NOT '
                       'ON THIS MONTH''S'
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-PERFORM.

       WRITE-ROLL-RATE-REPORT.
           MOVE WS-RUN-DATE    TO WS-RRT-HDR-RUN-DATE
           MOVE WS-PRIOR-MONTH TO WS-RRT-HDR-PRIOR-MONTH
           MOVE WS-RUN-MONTH   TO WS-RRT-HDR-SNAP-MONTH
           WRITE ROLLRATE-RECORD FROM WS-ROLLRATE-HEADER

           PERFORM VARYING WS-FROM-IDX FROM 1 BY 1
                   UNTIL WS-FROM-IDX > 7
               PERFORM VARYING WS-TO-IDX FROM 1 BY 1
                       UNTIL WS-TO-IDX > 6
                   PERFORM WRITE-ROLL-RATE-CELL
               END-PERFORM
           END-PERFORM

           MOVE WS-PRIOR-COUNT      TO WS-RRT-TRL-PRIOR-COUNT
           MOVE WS-LOANS-SNAPSHOT   TO WS-RRT-TRL-SNAP-COUNT
           MOVE WS-NEW-COUNT        TO WS-RRT-TRL-NEW-COUNT
           MOVE WS-DROPPED-COUNT    TO WS-RRT-TRL-DROPPED
           MOVE WS-SNAPSHOT-BALANCE TO WS-RRT-TRL-SNAP-BALANCE
           MOVE WS-PAYSTAT-BALANCE  TO WS-RRT-TRL-PAYSTAT-BAL
           MOVE WS-TIE-FLAG         TO WS-RRT-TRL-TIE-FLAG
           WRITE ROLLRATE-RECORD FROM WS-ROLLRATE-TRAILER.

       WRITE-ROLL-RATE-CELL.
           MOVE SPACES TO ROLLRATE-RECORD
           MOVE 'DET'  TO RRT-RECORD-TYPE
           IF WS-FROM-IDX = 1
               MOVE 'NEW' TO RRT-FROM-BUCKET
           ELSE
               MOVE WS-BUCKET-CODE (WS-FROM-IDX - 1)
                   TO RRT-FROM-BUCKET
           END-IF
           MOVE WS-BUCKET-CODE (WS-TO-IDX) TO RRT-TO-BUCKET
           MOVE WS-ROLL-COUNT (WS-FROM-IDX WS-TO-IDX)
               TO RRT-ACCOUNT-COUNT
           MOVE WS-ROLL-FROM-COUNT (WS-FROM-IDX) TO RRT-FROM-COUNT
           IF WS-ROLL-FROM-COUNT (WS-FROM-IDX) > 0
               COMPUTE RRT-ROLL-PERCENT ROUNDED =
                   WS-ROLL-COUNT (WS-FROM-IDX WS-TO-IDX) * 100
                   / WS-ROLL-FROM-COUNT (WS-FROM-IDX)
           ELSE
               MOVE 0 TO RRT-ROLL-PERCENT
           END-IF
           MOVE WS-ROLL-PRIOR-BAL (WS-FROM-IDX WS-TO-IDX)
               TO RRT-PRIOR-BALANCE
           MOVE WS-ROLL-CURRENT-BAL (WS-FROM-IDX WS-TO-IDX)
               TO RRT-CURRENT-BALANCE
           WRITE ROLLRATE-RECORD.

       WRITE-VINTAGE-REPORT.
           MOVE WS-RUN-DATE  TO WS-VTG-HDR-RUN-DATE
           MOVE WS-RUN-MONTH TO WS-VTG-HDR-SNAP-MONTH
           WRITE VINTAGE-RECORD FROM WS-VINTAGE-HEADER

           PERFORM VARYING WS-VINTAGE-IDX FROM 1 BY 1
                   UNTIL WS-VINTAGE-IDX > WS-VINTAGE-COUNT
               PERFORM WRITE-VINTAGE-DETAIL
           END-PERFORM

           MOVE WS-VINTAGE-COUNT    TO WS-VTG-TRL-VINTAGES
           MOVE WS-LOANS-SNAPSHOT   TO WS-VTG-TRL-SNAP-COUNT
           MOVE WS-SNAPSHOT-BALANCE TO WS-VTG-TRL-SNAP-BALANCE
           MOVE WS-DELINQ-BALANCE   TO WS-VTG-TRL-DELINQ-BAL
           MOVE WS-PAYSTAT-BALANCE  TO WS-VTG-TRL-PAYSTAT-BAL
           MOVE WS-TIE-FLAG         TO WS-VTG-TRL-TIE-FLAG
           WRITE VINTAGE-RECORD FROM WS-VINTAGE-TRAILER.

       WRITE-VINTAGE-DETAIL.
           MOVE SPACES TO VINTAGE-RECORD
           MOVE 'DET'  TO VTG-RECORD-TYPE
           MOVE VGT-ORIG-MONTH (WS-VINTAGE-IDX) TO VTG-ORIG-MONTH
           MOVE VGT-COUNT (WS-VINTAGE-IDX 1)   TO VTG-CUR-COUNT
           MOVE VGT-BALANCE (WS-VINTAGE-IDX 1) TO VTG-CUR-BALANCE
           MOVE VGT-COUNT (WS-VINTAGE-IDX 2)   TO VTG-30-COUNT
           MOVE VGT-BALANCE (WS-VINTAGE-IDX 2) TO VTG-30-BALANCE
           MOVE VGT-COUNT (WS-VINTAGE-IDX 3)   TO VTG-60-COUNT
           MOVE VGT-BALANCE (WS-VINTAGE-IDX 3) TO VTG-60-BALANCE
           MOVE VGT-COUNT (WS-VINTAGE-IDX 4)   TO VTG-90-COUNT
           MOVE VGT-BALANCE (WS-VINTAGE-IDX 4) TO VTG-90-BALANCE
           MOVE VGT-COUNT (WS-VINTAGE-IDX 5)   TO VTG-CHGOFF-COUNT
           MOVE VGT-COUNT (WS-VINTAGE-IDX 6)   TO VTG-CLOSED-COUNT

           MOVE 0 TO VTG-ACCOUNT-COUNT
           MOVE 0 TO WS-VINTAGE-BALANCE
           PERFORM VARYING WS-TO-IDX FROM 1 BY 1
                   UNTIL WS-TO-IDX > 6
               ADD VGT-COUNT (WS-VINTAGE-IDX WS-TO-IDX)
                   TO VTG-ACCOUNT-COUNT
               ADD VGT-BALANCE (WS-VINTAGE-IDX WS-TO-IDX)
                   TO WS-VINTAGE-BALANCE
           END-PERFORM
           MOVE WS-VINTAGE-BALANCE TO VTG-TOTAL-BALANCE

           COMPUTE WS-VINTAGE-DELINQ =
               VGT-BALANCE (WS-VINTAGE-IDX 2)
               + VGT-BALANCE (WS-VINTAGE-IDX 3)
               + VGT-BALANCE (WS-VINTAGE-IDX 4)
           IF WS-VINTAGE-BALANCE > 0
               COMPUTE VTG-DELINQ-PERCENT ROUNDED =
                   WS-VINTAGE-DELINQ * 100 / WS-VINTAGE-BALANCE
           ELSE
               MOVE 0 TO VTG-DELINQ-PERCENT
           END-IF
           WRITE VINTAGE-RECORD.

       WRITE-ALLOWANCE-REPORT.
           MOVE WS-RUN-DATE       TO WS-ALW-HDR-RUN-DATE
           MOVE WS-RUN-MONTH      TO WS-ALW-HDR-SNAP-MONTH
           MOVE WS-LOSSRATE-COUNT TO WS-ALW-HDR-RATE-ROWS
           WRITE ALLOWRPT-RECORD FROM WS-ALLOWRPT-HEADER

           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > WS-TIER-COUNT
               PERFORM VARYING WS-TO-IDX FROM 1 BY 1
                       UNTIL WS-TO-IDX > 6
                   IF TRT-COUNT (WS-TIER-IDX WS-TO-IDX) > 0
                       PERFORM SELECT-ALLOWANCE-DETAIL
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE WS-LOANS-SNAPSHOT   TO WS-ALW-TRL-SNAP-COUNT
           MOVE WS-SNAPSHOT-BALANCE TO WS-ALW-TRL-SNAP-BALANCE
           MOVE WS-TOTAL-ALLOWANCE  TO WS-ALW-TRL-ALLOWANCE
           MOVE WS-UNRATED-BALANCE  TO WS-ALW-TRL-UNRATED-BAL
           MOVE WS-PAYSTAT-BALANCE  TO WS-ALW-TRL-PAYSTAT-BAL
           MOVE WS-TIE-FLAG         TO WS-ALW-TRL-TIE-FLAG
           WRITE ALLOWRPT-RECORD FROM WS-ALLOWRPT-TRAILER.

       SELECT-ALLOWANCE-DETAIL.
      *    A LOAN CHARGED OFF OR CLOSED IN THE MONTH IS OFF THE BOOKS
      *    AND CARRIES NO BALANCE, SO IT HAS NOTHING TO RESERVE AND
      *    NO LOSS RATE. IT IS SHOWN ONLY IF A BALANCE WAS LEFT ON IT.
           IF WS-TO-IDX < 5
               PERFORM WRITE-ALLOWANCE-DETAIL
           ELSE
               IF TRT-BALANCE (WS-TIER-IDX WS-TO-IDX) > 0
                   PERFORM WRITE-ALLOWANCE-DETAIL
               END-IF
           END-IF.

       WRITE-ALLOWANCE-DETAIL.
           MOVE SPACES TO ALLOWRPT-RECORD
           MOVE 'DET'  TO ALW-RECORD-TYPE
           MOVE TRT-RISK-TIER (WS-TIER-IDX) TO ALW-RISK-TIER
           MOVE WS-BUCKET-CODE (WS-TO-IDX)  TO ALW-AGING-BUCKET
           MOVE TRT-COUNT (WS-TIER-IDX WS-TO-IDX)
               TO ALW-ACCOUNT-COUNT
           MOVE TRT-BALANCE (WS-TIER-IDX WS-TO-IDX)
               TO ALW-BALANCE
           PERFORM FIND-LOSS-RATE
           MOVE WS-RATE-FOUND-FLAG TO ALW-RATE-FLAG
           MOVE WS-LOSS-PERCENT    TO ALW-LOSS-PERCENT
           COMPUTE ALW-ALLOWANCE ROUNDED =
               ALW-BALANCE * WS-LOSS-PERCENT / 100
           ADD ALW-ALLOWANCE TO WS-TOTAL-ALLOWANCE
           IF WS-RATE-FOUND-FLAG = 'N'
               ADD ALW-BALANCE TO WS-UNRATED-BALANCE
           END-IF
           WRITE ALLOWRPT-RECORD.

       FIND-LOSS-RATE.
      *    FIRST MATCH WINS - TBLCHK REPORTS A TIER AND BUCKET
      *    LISTED TWICE AS AN ERROR BEFORE THE FILE IS PROMOTED.
           MOVE 'N' TO WS-RATE-FOUND-FLAG
           MOVE 0   TO WS-LOSS-PERCENT
           IF WS-LOSSRATE-COUNT > 0
               SET LR-IDX TO 1
               SEARCH WS-LOSSRATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN LRT-RISK-TIER (LR-IDX)
                           = TRT-RISK-TIER (WS-TIER-IDX)
                       AND LRT-AGING-BUCKET (LR-IDX)
                           = WS-BUCKET-CODE (WS-TO-IDX)
                       MOVE 'Y' TO WS-RATE-FOUND-FLAG
                       MOVE LRT-LOSS-PERCENT (LR-IDX)
                           TO WS-LOSS-PERCENT
               END-SEARCH
           END-IF.
