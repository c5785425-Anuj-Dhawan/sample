      *  CHARGE-OFF REGISTER (CHGOFREG.DAT) CARRIES THE PAST-DUE
      *  AMOUNT AND OLDEST DUE DATE FOR EACH ACCOUNT SO THE
      *  CHARGE-OFFS CAN BE REVIEWED AND REVERSED IF A PAYMENT WAS IN
      *  FLIGHT. DELQRPT.DAT IS ONE ROW PER LOAN, SO THE REGISTER
      *  CARRIES THE LOAN NUMBER THAT WENT 90+; THE DEFAULT ITSELF IS
      *  STILL A CUSTOMER-LEVEL FLAG ON CUSTMAST.
      *  THE LOAN ITSELF MOVES TO RECOVERY STATUS ('R') ON THE LOAN
      *  MASTER (LOANMAST.DAT), STAMPED WITH THE CHARGE-OFF DATE AND
      *  THE BALANCE WRITTEN OFF - THE REMAINING BALANCE PAYPOST HAS
      *  JUST POSTED TO PAYSTAT.DAT. FROM THE NEXT NIGHT ON PAYPOST NO
      *  LONGER AGES THE LOAN AND POSTS ANY LATER CASH ON IT TO THE
      *  RECOVERY LEDGER, AND STMTGEN, DUNLTR AND LATEFEE LEAVE IT
      *  ALONE. EVERY CHARGE-OFF IS ALSO APPENDED TO THE CUMULATIVE
      *  CHARGE-OFF HISTORY (CHGOHIST.DAT) WITH THE CUSTMAST DEFAULT
      *  FIELDS AS THEY STOOD, WHICH IS WHAT CHGREV RESTORES WHEN AN
      *  AUTHORIZED REVERSAL UNDOES A CHARGE-OFF TAKEN IN ERROR.
      *  A CUSTOMER ALREADY IN DEFAULT STILL HAS EACH 90+ LOAN
      *  CHARGED OFF (THE ORIGINAL CM-DEFAULT-DATE IS KEPT); A LOAN
      *  ALREADY OFF THE ACTIVE BOOK IS COUNTED AND LEFT ALONE, SO A
      *  RERUN AGAINST THE SAME DELQRPT.DAT CHARGES NOTHING TWICE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CHGOFREG-FILE ASSIGN TO 'CHGOFREG.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAYSTAT-FILE ASSIGN TO 'PAYSTAT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYSTAT-STATUS.
           SELECT LOANMAST-FILE ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT CHGOHIST-FILE ASSIGN TO 'CHGOHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGOHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGOFREG-FILE.
           COPY CHGOFREG.

       FD  PAYSTAT-FILE.
           COPY PAYSTAT.

       FD  LOANMAST-FILE.
           COPY LOANMAST.

       FD  CHGOHIST-FILE.
           COPY CHGOHIST.

       WORKING-STORAGE SECTION.
       01  EOF-FLAG                PIC X VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
       01  WS-MATCHED-ENTRY-IDX    PIC 9(06) VALUE 0.
       01  WS-WRITE-IDX            PIC 9(06).

      *    THE BALANCE EACH LOAN STILL OWES, FROM PAYSTAT.DAT AS
      *    PAYPOST LEFT IT TONIGHT - THE REMAINING BALANCE ON THE LAST
      *    ROW THE BORROWER HAS REACHED, THE SAME FIGURE STMTGEN
      *    PRINTS AS THE BALANCE OWED. PAYSTAT.DAT RUNS IN LOAN-NUMBER
      *    ORDER, SO ONE ENTRY PER LOAN LOADS READY FOR A BINARY
      *    SEARCH.
       01  WS-PAYSTAT-STATUS       PIC X(02).
       01  WS-BALANCE-COUNT        PIC 9(06) VALUE 0.
       01  WS-BALANCE-TABLE.
           05  WS-BALANCE-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-BALANCE-COUNT
                   ASCENDING KEY IS BLT-LOAN-NUMBER
                   INDEXED BY BL-IDX.
               10  BLT-LOAN-NUMBER      PIC X(12).
               10  BLT-BALANCE          PIC 9(09)V99.
       01  WS-CHARGEOFF-BALANCE    PIC 9(09)V99.

      *    LOANMAST.DAT IS LOADED AND REWRITTEN WHOLE, THE SAME WAY
      *    LOANREL CLOSES A LOAN. NO FILE MEANS NO LOAN HAS BOARDED
      *    ON THE LOAN MASTER - THE DEFAULT IS THEN POSTED TO CUSTMAST
      *    ALONE, AS IT ALWAYS WAS.
       01  WS-LOANMAST-STATUS      PIC X(02).
       01  WS-LOANMAST-LOADED-FLAG PIC X(01) VALUE 'N'.
           88  LOANMAST-LOADED     VALUE 'Y'.
       01  WS-LOANMAST-COUNT       PIC 9(06) VALUE 0.
       01  WS-LOANMAST-TABLE.
           05  WS-LOANMAST-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-LOANMAST-COUNT
                   ASCENDING KEY IS LMT-LOAN-NUMBER
                   INDEXED BY LN-IDX.
               10  LMT-RECORD.
                   15  LMT-LOAN-NUMBER      PIC X(12).
                   15  FILLER               PIC X(47).
                   15  LMT-LOAN-STATUS      PIC X(01).
                   15  FILLER               PIC X(16).
                   15  LMT-CHGOFF-DATE      PIC X(08).
                   15  LMT-CHGOFF-BALANCE   PIC 9(09)V99.
                   15  FILLER               PIC X(05).
       01  WS-LOAN-ENTRY-IDX       PIC 9(06) VALUE 0.
       01  WS-LOAN-WRITE-IDX       PIC 9(06).

       01  WS-CHGOHIST-STATUS      PIC X(02).

       01  WS-RUN-DATE             PIC X(08).

      *    CHARGE-OFF CONTROL TOTALS FOR THE REGISTER TRAILER.
           05  WS-CGO-TRL-RECORD-TYPE   PIC X(03) VALUE 'TRL'.
           05  WS-CGO-TRL-CHARGED-CNT   PIC 9(05).
           05  WS-CGO-TRL-BELOW-CNT     PIC 9(05).
      *    ROWS LEFT ALONE BECAUSE THE LOAN IS ALREADY OFF THE ACTIVE
      *    BOOK (OR, WITH NO LOAN MASTER, THE CUSTOMER IS ALREADY IN
      *    DEFAULT).
           05  WS-CGO-TRL-ALREADY-CNT   PIC 9(05).
           05  WS-CGO-TRL-CHARGED-AMT   PIC 9(09)V99.
           05  FILLER                   PIC X(46) VALUE SPACES.

           PERFORM LOAD-CHARGEOFF-POLICY
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-LOAN-MASTER
           PERFORM LOAD-LOAN-BALANCES

           OPEN INPUT DELQRPT-FILE
           IF WS-DELQRPT-STATUS NOT = '00'
               STOP RUN
           END-IF

      *    CHGOHIST.DAT IS CUMULATIVE - EXTEND IT, CREATING IT ON THE
      *    FIRST NIGHT.
           OPEN EXTEND CHGOHIST-FILE
           IF WS-CHGOHIST-STATUS NOT = '00'
               OPEN OUTPUT CHGOHIST-FILE
               IF WS-CHGOHIST-STATUS NOT = '00'
                   DISPLAY 'CHGOHIST.DAT COULD NOT BE OPENED - STATUS '
                       WS-CHGOHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT CHGOFREG-FILE
           PERFORM WRITE-CHGOFREG-HEADER

           END-PERFORM

           CLOSE DELQRPT-FILE
           CLOSE CHGOHIST-FILE

           PERFORM WRITE-CHGOFREG-TRAILER
           CLOSE CHGOFREG-FILE

           PERFORM REWRITE-CUSTOMER-MASTER
           PERFORM REWRITE-LOAN-MASTER

           DISPLAY 'ACCOUNTS CHARGED OFF TO CUSTMAST: '
               WS-CHARGED-OFF-COUNT
           END-IF.

       CHARGE-OFF-ACCOUNT.
      *    POST THE DEFAULT TO THE IN-MEMORY MASTERS, WRITING THE
      *    REGISTER AND HISTORY ROWS AS WE GO SO THE REGISTER AND THE
      *    REWRITTEN MASTERS CANNOT DISAGREE. AN ACCOUNT ALREADY
      *    FLAGGED KEEPS ITS ORIGINAL CM-DEFAULT-DATE - RESTAMPING IT
      *    WOULD RESET THE CLOCK ON LOANAPP'S AGED-DEFAULT REFERRAL.
           MOVE 0 TO WS-MATCHED-ENTRY-IDX
           IF WS-CUSTMAST-COUNT > 0
               SEARCH ALL WS-CUSTMAST-ENTRY
               DISPLAY 'DELQRPT ROW FOR ' DLQ-CUSTOMER-ID
                   ' HAS NO CUSTMAST ENTRY - CHARGE-OFF SKIPPED'
           ELSE
               PERFORM FIND-LOAN-MASTER-ENTRY
               IF WS-LOAN-ENTRY-IDX = 0
      *            NO LOAN MASTER ROW TO MOVE TO RECOVERY - THE
      *            CUSTOMER-LEVEL DEFAULT IS THE WHOLE CHARGE-OFF.
                   IF CMT-DEFAULT-FLAG (WS-MATCHED-ENTRY-IDX) = 'Y'
                       ADD 1 TO WS-ALREADY-DFLT-COUNT
                   ELSE
                       PERFORM POST-CHARGE-OFF
                   END-IF
               ELSE
                   IF LMT-LOAN-STATUS (WS-LOAN-ENTRY-IDX) NOT = 'A'
                       ADD 1 TO WS-ALREADY-DFLT-COUNT
                   ELSE
                       PERFORM POST-CHARGE-OFF
                   END-IF
               END-IF
           END-IF.

       POST-CHARGE-OFF.
           PERFORM FIND-LOAN-BALANCE
           MOVE 'DET' TO CGO-RECORD-TYPE
           MOVE DLQ-CUSTOMER-ID     TO CGO-CUSTOMER-ID
           MOVE DLQ-LOAN-NUMBER     TO CGO-LOAN-NUMBER
           MOVE DLQ-PAST-DUE-AMOUNT TO CGO-PAST-DUE-AMOUNT
           MOVE DLQ-OLDEST-DUE-DATE TO CGO-OLDEST-DUE-DATE
           MOVE DLQ-DAYS-PAST-DUE   TO CGO-DAYS-PAST-DUE
           MOVE CMT-DEFAULT-FLAG (WS-MATCHED-ENTRY-IDX)
               TO CGO-BEFORE-DFLT-FLAG
           MOVE CMT-DEFAULT-DATE (WS-MATCHED-ENTRY-IDX)
               TO CGO-BEFORE-DFLT-DATE
           MOVE WS-RUN-DATE TO CGO-CHARGEOFF-DATE
           MOVE WS-CHARGEOFF-BALANCE TO CGO-CHARGEOFF-BALANCE

           MOVE SPACES              TO CHGOHIST-RECORD
           MOVE 'C'                 TO CHH-ACTION
           MOVE DLQ-CUSTOMER-ID     TO CHH-CUSTOMER-ID
           MOVE DLQ-LOAN-NUMBER     TO CHH-LOAN-NUMBER
           MOVE WS-RUN-DATE         TO CHH-CHARGEOFF-DATE
           MOVE WS-CHARGEOFF-BALANCE TO CHH-CHARGEOFF-BALANCE
           MOVE DLQ-PAST-DUE-AMOUNT TO CHH-PAST-DUE-AMOUNT
           MOVE CMT-DEFAULT-FLAG (WS-MATCHED-ENTRY-IDX)
               TO CHH-BEFORE-DFLT-FLAG
           MOVE CMT-DEFAULT-DATE (WS-MATCHED-ENTRY-IDX)
               TO CHH-BEFORE-DFLT-DATE
           MOVE WS-RUN-DATE         TO CHH-PROCESS-DATE
           WRITE CHGOHIST-RECORD
           IF WS-CHGOHIST-STATUS NOT = '00'
               DISPLAY 'CHGOHIST.DAT WRITE FAILED FOR LOAN '
                   DLQ-LOAN-NUMBER ' - STATUS ' WS-CHGOHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF CMT-DEFAULT-FLAG (WS-MATCHED-ENTRY-IDX) NOT = 'Y'
               MOVE 'Y'
                   TO CMT-DEFAULT-FLAG (WS-MATCHED-ENTRY-IDX)
               MOVE WS-RUN-DATE
                   TO CMT-DEFAULT-DATE (WS-MATCHED-ENTRY-IDX)
           END-IF
           IF WS-LOAN-ENTRY-IDX > 0
               MOVE 'R'
                   TO LMT-LOAN-STATUS (WS-LOAN-ENTRY-IDX)
               MOVE WS-RUN-DATE
                   TO LMT-CHGOFF-DATE (WS-LOAN-ENTRY-IDX)
               MOVE WS-CHARGEOFF-BALANCE
                   TO LMT-CHGOFF-BALANCE (WS-LOAN-ENTRY-IDX)
           END-IF
           WRITE CHGOFREG-RECORD
           ADD 1 TO WS-CHARGED-OFF-COUNT
           ADD DLQ-PAST-DUE-AMOUNT TO WS-TOTAL-CHARGED-AMT.

       FIND-LOAN-MASTER-ENTRY.
           MOVE 0 TO WS-LOAN-ENTRY-IDX
           IF WS-LOANMAST-COUNT > 0
               SEARCH ALL WS-LOANMAST-ENTRY
                   AT END
                       CONTINUE
                   WHEN LMT-LOAN-NUMBER (LN-IDX) = DLQ-LOAN-NUMBER
                       SET WS-LOAN-ENTRY-IDX TO LN-IDX
               END-SEARCH
           END-IF.

       FIND-LOAN-BALANCE.
      *    A 90+ LOAN ALWAYS HAS POSTED ROWS, SO A LOAN MISSING FROM
      *    PAYSTAT.DAT CAN ONLY MEAN THE FILES ARE OUT OF STEP - SAY
      *    SO AND WRITE OFF THE PAST-DUE AMOUNT AS THE BEST FIGURE
      *    AVAILABLE.
           MOVE DLQ-PAST-DUE-AMOUNT TO WS-CHARGEOFF-BALANCE
           IF WS-BALANCE-COUNT > 0
               SEARCH ALL WS-BALANCE-ENTRY
                   AT END
                       DISPLAY 'LOAN ' DLQ-LOAN-NUMBER
                           ' NOT ON PAYSTAT.DAT - PAST-DUE AMOUNT '
                           'WRITTEN OFF AS THE BALANCE'
                   WHEN BLT-LOAN-NUMBER (BL-IDX) = DLQ-LOAN-NUMBER
                       MOVE BLT-BALANCE (BL-IDX)
                           TO WS-CHARGEOFF-BALANCE
               END-SEARCH
           END-IF.

       LOAD-LOAN-MASTER.
           OPEN INPUT LOANMAST-FILE
           IF WS-LOANMAST-STATUS = '00'
               SET LOANMAST-LOADED TO TRUE
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
      *    THE SAME LOAD GUARDS AS LOANREL - THE LOOKUP IS A BINARY
      *    SEARCH AND THE REWRITE MUST NOT TRUNCATE THE MASTER.
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

       LOAD-LOAN-BALANCES.
      *    PAYPOST ALWAYS CREATES PAYSTAT.DAT, SO FAILING TO OPEN IT
      *    IS A SUITE SEQUENCING PROBLEM - THE BALANCE WRITTEN OFF
      *    CANNOT BE KNOWN WITHOUT IT.
           OPEN INPUT PAYSTAT-FILE
           IF WS-PAYSTAT-STATUS NOT = '00'
               DISPLAY 'PAYSTAT.DAT COULD NOT BE OPENED - STATUS '
                   WS-PAYSTAT-STATUS ' - NO BALANCE TO CHARGE OFF'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ PAYSTAT-FILE
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM NOTE-LOAN-BALANCE
               END-READ
           END-PERFORM
           CLOSE PAYSTAT-FILE
           SET NOT-EOF TO TRUE.

       NOTE-LOAN-BALANCE.
      *    THE FIRST ROW OF EACH LOAN OPENS ITS ENTRY WITH THAT ROW'S
      *    BALANCE; EVERY LATER ROW THE BORROWER HAS REACHED (ANY ROW
      *    NOT STILL 'OPEN') REPLACES IT.
           IF WS-BALANCE-COUNT = 0
               PERFORM ADD-BALANCE-ENTRY
           ELSE
               IF PST-LOAN-NUMBER
                       NOT = BLT-LOAN-NUMBER (WS-BALANCE-COUNT)
                   PERFORM ADD-BALANCE-ENTRY
               ELSE
                   IF PST-PAY-STATUS NOT = 'OPEN   '
                       MOVE PST-REMAINING-BALANCE
                           TO BLT-BALANCE (WS-BALANCE-COUNT)
                   END-IF
               END-IF
           END-IF.

       ADD-BALANCE-ENTRY.
           IF WS-BALANCE-COUNT = 100000
               DISPLAY 'PAYSTAT.DAT HAS MORE THAN 100000 LOANS - '
                   'WS-BALANCE-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BALANCE-COUNT > 0
               IF PST-LOAN-NUMBER
                       NOT > BLT-LOAN-NUMBER (WS-BALANCE-COUNT)
                   DISPLAY 'PAYSTAT.DAT NOT IN ASCENDING LOAN-'
                       'NUMBER ORDER AT ' PST-LOAN-NUMBER
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-BALANCE-COUNT
           MOVE PST-LOAN-NUMBER
               TO BLT-LOAN-NUMBER (WS-BALANCE-COUNT)
           MOVE PST-REMAINING-BALANCE
               TO BLT-BALANCE (WS-BALANCE-COUNT).

       REWRITE-CUSTOMER-MASTER.
      *    OPEN OUTPUT TRUNCATES THE PRODUCTION MASTER IN PLACE, SO A
      *    FAILED OPEN OR WRITE MUST ABEND LOUDLY - ENDING RC=0 WITH
           END-PERFORM
           CLOSE CUSTMAST-FILE.

       REWRITE-LOAN-MASTER.
      *    THE SAME LOUD-FAILURE RULE AS THE CUSTMAST REWRITE - A
      *    TRUNCATED LOAN MASTER WOULD LOSE EVERY LOAN ON IT.
           IF LOANMAST-LOADED
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
               CLOSE LOANMAST-FILE
           END-IF.

       WRITE-CHGOFREG-HEADER.
           MOVE WS-RUN-DATE TO WS-CGO-HDR-RUN-DATE
           MOVE WS-CHGOFREG-HEADER TO CHGOFREG-RECORD
