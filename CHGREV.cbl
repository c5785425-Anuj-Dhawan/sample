       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGREV.

      *****************************************************************
      *  CHARGE-OFF REVERSAL. RUNS AFTER RTNITEM AND BEFORE PAYPOST.
      *  A CHARGE-OFF TAKEN WHILE A PAYMENT WAS IN FLIGHT USED TO BE
      *  BACKED OUT BY HAND IN CUSTMAST.DAT; THE LOAN NOW SITS IN
      *  RECOVERY STATUS ('R') ON LOANMAST.DAT, SO UNDOING IT MEANS
      *  PUTTING THE LOAN BACK ON THE ACTIVE BOOK AS WELL. EACH ROW
      *  OF THE DAY'S REVERSAL FILE (CHGREVTX.DAT) NAMES THE CUSTOMER,
      *  THE LOAN AND THE CHARGE-OFF DATE EXACTLY AS CHGOFREG.DAT
      *  SHOWED THEM, WITH THE OPERATOR WHO REQUESTED THE REVERSAL
      *  AND THE OFFICER WHO AUTHORIZED IT. A REVERSAL THAT PASSES
      *  RETURNS THE LOAN TO 'A' WITH ITS CHARGE-OFF FIELDS CLEARED,
      *  AND PUTS CM-DEFAULT-FLAG AND CM-DEFAULT-DATE BACK TO WHAT
      *  THE CHARGE-OFF HISTORY (CHGOHIST.DAT) SAYS THEY WERE BEFORE
      *  IT - UNLESS THE CUSTOMER STILL HAS ANOTHER LOAN CHARGED OFF,
      *  IN WHICH CASE THE DEFAULT STANDS. THE REVERSAL IS APPENDED TO
      *  CHGOHIST.DAT AS A 'V' ROW AND LISTED ON THE REVERSAL REPORT
      *  (CHGREVRP.DAT) WITH THE BEFORE AND AFTER VALUES, THE SAME WAY
      *  BOARDRPT.DAT SHOWS A BOARDING. BECAUSE PAYPOST RUNS NEXT, THE
      *  RESTORED LOAN IS RE-POSTED AND RE-AGED FROM ITS FULL RECEIPT
      *  HISTORY THE SAME NIGHT - ANY CASH THAT WENT TO THE RECOVERY
      *  LEDGER GOES BACK ON THE SCHEDULE - AND A LOAN STILL 90+ AFTER
      *  THAT IS SIMPLY CHARGED OFF AGAIN BY CHGOFF.
      *  A ROW THAT IS NOT PROPERLY AUTHORIZED, NAMES A LOAN THE
      *  CUSTOMER DOES NOT HOLD, A LOAN NOT CHARGED OFF, OR A
      *  CHARGE-OFF DATE THAT DOES NOT MATCH THE LOAN MASTER GOES TO
      *  THE REJECT LIST (CHGREVRJ.DAT) AND NOTHING IS CHANGED FOR IT.
      *  ANY REJECT ENDS RC=8. NO REVERSAL FILE MEANS NOTHING TO
      *  REVERSE TONIGHT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGREVTX-FILE ASSIGN TO 'CHGREVTX.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGREVTX-STATUS.
           SELECT LOANMAST-FILE ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CHGOHIST-FILE ASSIGN TO 'CHGOHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGOHIST-STATUS.
           SELECT CHGREVRP-FILE ASSIGN TO 'CHGREVRP.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHGREVRJ-FILE ASSIGN TO 'CHGREVRJ.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGREVTX-FILE.
           COPY CHGREVTX.

       FD  LOANMAST-FILE.
           COPY LOANMAST.

       FD  CUSTMAST-FILE.
           COPY CUSTMAST.

       FD  CHGOHIST-FILE.
           COPY CHGOHIST.

       FD  CHGREVRP-FILE.
           COPY CHGREVRP.

       FD  CHGREVRJ-FILE.
           COPY CHGREVRJ.

       WORKING-STORAGE SECTION.
       01  EOF-FLAG                PIC X VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.

       01  WS-CHGREVTX-STATUS      PIC X(02).
       01  WS-CHGOHIST-STATUS      PIC X(02).
       01  WS-RUN-DATE             PIC X(08).

      *    CUSTMAST.DAT AND LOANMAST.DAT ARE LOADED IN FULL, UPDATED IN
      *    MEMORY AND REWRITTEN AT THE END - THE SAME PATTERN AS CHGOFF,
      *    WHOSE WORK THIS UNDOES.
       01  WS-CUSTMAST-STATUS      PIC X(02).
       01  WS-CUSTMAST-COUNT       PIC 9(06) VALUE 0.
       01  WS-CUSTMAST-TABLE.
           05  WS-CUSTMAST-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-CUSTMAST-COUNT
                   ASCENDING KEY IS CMT-CUSTOMER-ID
                   INDEXED BY CM-IDX.
               10  CMT-CUSTOMER-ID          PIC X(05).
               10  CMT-ACTIVE-LOAN-FLAG     PIC X(01).
               10  CMT-DEFAULT-FLAG         PIC X(01).
               10  CMT-OPEN-LOAN-BALANCE    PIC 9(9)V99.
               10  CMT-DEFAULT-DATE         PIC X(08).
               10  CMT-FILLER               PIC X(02).
       01  WS-MATCHED-ENTRY-IDX    PIC 9(06) VALUE 0.
       01  WS-WRITE-IDX            PIC 9(06).

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
                   15  FILLER               PIC X(42).
                   15  LMT-LOAN-STATUS      PIC X(01).
                   15  FILLER               PIC X(16).
                   15  LMT-CHGOFF-DATE      PIC X(08).
                   15  LMT-CHGOFF-BALANCE   PIC 9(09)V99.
                   15  FILLER               PIC X(05).
       01  WS-LOAN-ENTRY-IDX       PIC 9(06) VALUE 0.
       01  WS-LOAN-WRITE-IDX       PIC 9(06).
       01  WS-SCAN-IDX             PIC 9(06).
       01  WS-OTHER-CHGOFF-FLAG    PIC X(01).

      *    EVERY CHARGE-OFF EVER TAKEN, FROM CHGOHIST.DAT - THE LAST
      *    'C' ROW FOR A LOAN AND CHARGE-OFF DATE HOLDS THE CUSTMAST
      *    DEFAULT FIELDS THE REVERSAL PUTS BACK.
       01  WS-CHGOHIST-COUNT       PIC 9(06) VALUE 0.
       01  WS-CHGOHIST-TABLE.
           05  WS-CHGOHIST-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-CHGOHIST-COUNT
                   INDEXED BY CH-IDX.
               10  CHT-CUSTOMER-ID          PIC X(05).
               10  CHT-LOAN-NUMBER          PIC X(12).
               10  CHT-CHARGEOFF-DATE       PIC X(08).
               10  CHT-BEFORE-DFLT-FLAG     PIC X(01).
               10  CHT-BEFORE-DFLT-DATE     PIC X(08).
       01  WS-HISTORY-IDX          PIC 9(06) VALUE 0.
       01  WS-RESTORE-DFLT-FLAG    PIC X(01).
       01  WS-RESTORE-DFLT-DATE    PIC X(08).
       01  WS-PRIOR-IDX            PIC 9(06).
       01  WS-CHAIN-COUNT          PIC 9(06).

      *    THE CUSTMAST DEFAULT FIELDS EITHER SIDE OF THE REVERSAL,
      *    FOR THE REPORT.
       01  WS-BEFORE-DFLT-FLAG     PIC X(01).
       01  WS-BEFORE-DFLT-DATE     PIC X(08).
       01  WS-CHARGEOFF-BALANCE    PIC 9(09)V99.

      *    REJECT CONTROL - SAME SHAPE AS PAYEDIT'S.
       01  WS-REJECT-FLAG          PIC X(01) VALUE 'N'.
           88  RECORD-REJECTED     VALUE 'Y'.
           88  RECORD-VALID        VALUE 'N'.
       01  WS-REJECT-REASON-TEXT   PIC X(40).

      *    REPORT CONTROL TOTALS.
       01  WS-REQUEST-COUNT        PIC 9(05) VALUE 0.
       01  WS-REVERSED-COUNT       PIC 9(05) VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(05) VALUE 0.
       01  WS-REVERSED-AMT         PIC 9(09)V99 VALUE 0.

       01  WS-CHGREVRP-HEADER.
           05  WS-CRV-HDR-RECORD-TYPE   PIC X(03) VALUE 'HDR'.
           05  WS-CRV-HDR-RUN-DATE      PIC X(08).
           05  WS-CRV-HDR-LAYOUT-VER    PIC X(04) VALUE 'V001'.
           05  FILLER                   PIC X(75) VALUE SPACES.

       01  WS-CHGREVRP-TRAILER.
           05  WS-CRV-TRL-RECORD-TYPE   PIC X(03) VALUE 'TRL'.
           05  WS-CRV-TRL-REQUEST-CNT   PIC 9(05).
           05  WS-CRV-TRL-REVERSED-CNT  PIC 9(05).
           05  WS-CRV-TRL-REJECTED-CNT  PIC 9(05).
           05  WS-CRV-TRL-REVERSED-AMT  PIC 9(09)V99.
           05  FILLER                   PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE

           OPEN OUTPUT CHGREVRP-FILE
           OPEN OUTPUT CHGREVRJ-FILE
           PERFORM WRITE-CHGREVRP-HEADER

      *    NO REVERSAL FILE MEANS NO CHARGE-OFF IS BEING UNDONE - THE
      *    MASTERS ARE LEFT EXACTLY AS THEY STAND.
           OPEN INPUT CHGREVTX-FILE
           IF WS-CHGREVTX-STATUS NOT = '00'
               DISPLAY 'CHGREVTX.DAT COULD NOT BE OPENED - STATUS '
                   WS-CHGREVTX-STATUS ' - NO CHARGE-OFF REVERSALS '
                   'TODAY'
           ELSE
               PERFORM LOAD-CUSTOMER-MASTER
               PERFORM LOAD-LOAN-MASTER
               PERFORM LOAD-CHARGEOFF-HISTORY
               PERFORM OPEN-CHARGEOFF-HISTORY
               PERFORM UNTIL EOF-REACHED
                   READ CHGREVTX-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REQUEST-COUNT
                           PERFORM PROCESS-REVERSAL-REQUEST
                   END-READ
               END-PERFORM
               CLOSE CHGREVTX-FILE
               CLOSE CHGOHIST-FILE
               IF WS-REVERSED-COUNT > 0
                   PERFORM REWRITE-CUSTOMER-MASTER
                   PERFORM REWRITE-LOAN-MASTER
               END-IF
           END-IF

           PERFORM WRITE-CHGREVRP-TRAILER
           CLOSE CHGREVRP-FILE
           CLOSE CHGREVRJ-FILE

           DISPLAY 'CHARGE-OFFS REVERSED: ' WS-REVERSED-COUNT
               ' FOR ' WS-REVERSED-AMT ', REJECTED: '
               WS-REJECTED-COUNT
           IF WS-REJECTED-COUNT > 0
               DISPLAY 'REVERSALS NOT TAKEN ARE ON CHGREVRJ.DAT'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-CUSTOMER-MASTER.
      *    A REVERSAL WITH NO MASTER TO POST TO IS A SUITE SEQUENCING
      *    PROBLEM - ABEND THE SAME WAY CHGOFF DOES.
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CUSTMAST.DAT COULD NOT BE OPENED - STATUS '
                   WS-CUSTMAST-STATUS ' - NOTHING TO REVERSE TO'
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
      *    THE SAME LOAD GUARDS AS CHGOFF - THE LOOKUP IS A BINARY
      *    SEARCH AND THE REWRITE MUST NOT TRUNCATE THE MASTER.
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
           MOVE CM-DEFAULT-FLAG
               TO CMT-DEFAULT-FLAG (WS-CUSTMAST-COUNT)
           MOVE CM-OPEN-LOAN-BALANCE
               TO CMT-OPEN-LOAN-BALANCE (WS-CUSTMAST-COUNT)
           MOVE CM-DEFAULT-DATE
               TO CMT-DEFAULT-DATE (WS-CUSTMAST-COUNT)
           MOVE CM-FILLER-AREA
               TO CMT-FILLER (WS-CUSTMAST-COUNT).

       LOAD-LOAN-MASTER.
      *    ONLY A LOAN ON THE LOAN MASTER CAN HAVE BEEN CHARGED OFF TO
      *    RECOVERY, SO A MISSING MASTER IS A SEQUENCING PROBLEM TOO.
           OPEN INPUT LOANMAST-FILE
           IF WS-LOANMAST-STATUS NOT = '00'
               DISPLAY 'LOANMAST.DAT COULD NOT BE OPENED - STATUS '
                   WS-LOANMAST-STATUS ' - NO LOAN TO REVERSE'
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

       LOAD-CHARGEOFF-HISTORY.
      *    NO HISTORY FILE MEANS NO CHARGE-OFF HAS BEEN TAKEN SINCE
      *    CHGOFF BEGAN KEEPING ONE - EVERY REQUEST WILL REJECT, WHICH
      *    IS THE RIGHT PICTURE FOR COLLECTIONS.
           OPEN INPUT CHGOHIST-FILE
           IF WS-CHGOHIST-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ CHGOHIST-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           IF CHH-CHARGED-OFF
                               PERFORM NOTE-CHARGEOFF-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHGOHIST-FILE
               SET NOT-EOF TO TRUE
           END-IF.

       NOTE-CHARGEOFF-HISTORY.
           IF WS-CHGOHIST-COUNT = 100000
               DISPLAY 'CHGOHIST.DAT HAS MORE THAN 100000 CHARGE-OFFS'
                   ' - WS-CHGOHIST-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CHGOHIST-COUNT
           MOVE CHH-CUSTOMER-ID
               TO CHT-CUSTOMER-ID (WS-CHGOHIST-COUNT)
           MOVE CHH-LOAN-NUMBER
               TO CHT-LOAN-NUMBER (WS-CHGOHIST-COUNT)
           MOVE CHH-CHARGEOFF-DATE
               TO CHT-CHARGEOFF-DATE (WS-CHGOHIST-COUNT)
           MOVE CHH-BEFORE-DFLT-FLAG
               TO CHT-BEFORE-DFLT-FLAG (WS-CHGOHIST-COUNT)
           MOVE CHH-BEFORE-DFLT-DATE
               TO CHT-BEFORE-DFLT-DATE (WS-CHGOHIST-COUNT).

       OPEN-CHARGEOFF-HISTORY.
      *    CHGOHIST.DAT IS CUMULATIVE - EXTEND IT, CREATING IT ON ITS
      *    FIRST USE.
           OPEN EXTEND CHGOHIST-FILE
           IF WS-CHGOHIST-STATUS NOT = '00'
               OPEN OUTPUT CHGOHIST-FILE
               IF WS-CHGOHIST-STATUS NOT = '00'
                   DISPLAY 'CHGOHIST.DAT COULD NOT BE OPENED - STATUS '
                       WS-CHGOHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       PROCESS-REVERSAL-REQUEST.
      *    EACH CHECK ONLY RUNS ONCE THE ONE BEFORE IT HAS PASSED, SO
      *    THE REJECT REASON IS ALWAYS THE FIRST THING WRONG. A SECOND
      *    REQUEST FOR A LOAN ALREADY REVERSED TONIGHT FINDS IT 'A'
      *    AND REJECTS.
           SET RECORD-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON-TEXT
           MOVE 0      TO WS-MATCHED-ENTRY-IDX
           MOVE 0      TO WS-LOAN-ENTRY-IDX
           MOVE 0      TO WS-HISTORY-IDX

           IF CRX-CUSTOMER-ID = SPACES
                   OR CRX-LOAN-NUMBER = SPACES
                   OR CRX-CHARGEOFF-DATE NOT NUMERIC
               SET RECORD-REJECTED TO TRUE
               MOVE 'REVERSAL REQUEST IS MALFORMED'
                   TO WS-REJECT-REASON-TEXT
           ELSE
               IF CRX-REQUESTED-BY = SPACES
                       OR CRX-AUTHORIZED-BY = SPACES
                       OR CRX-AUTHORIZED-BY = CRX-REQUESTED-BY
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'NOT AUTHORIZED BY A SECOND OFFICER'
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   PERFORM FIND-REVERSAL-LOAN
               END-IF
           END-IF

           IF RECORD-REJECTED
               PERFORM WRITE-REVERSAL-REJECT
           ELSE
               PERFORM REVERSE-CHARGE-OFF
           END-IF.

       FIND-REVERSAL-LOAN.
           IF WS-LOANMAST-COUNT > 0
               SEARCH ALL WS-LOANMAST-ENTRY
                   AT END
                       CONTINUE
                   WHEN LMT-LOAN-NUMBER (LN-IDX) = CRX-LOAN-NUMBER
                       SET WS-LOAN-ENTRY-IDX TO LN-IDX
               END-SEARCH
           END-IF
           IF WS-LOAN-ENTRY-IDX = 0
               SET RECORD-REJECTED TO TRUE
               MOVE 'LOAN NOT ON LOAN MASTER'
                   TO WS-REJECT-REASON-TEXT
           ELSE
               IF LMT-CUSTOMER-ID (WS-LOAN-ENTRY-IDX)
                       NOT = CRX-CUSTOMER-ID
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'LOAN DOES NOT BELONG TO CUSTOMER'
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   IF LMT-LOAN-STATUS (WS-LOAN-ENTRY-IDX) NOT = 'R'
                       SET RECORD-REJECTED TO TRUE
                       MOVE 'LOAN IS NOT CHARGED OFF'
                           TO WS-REJECT-REASON-TEXT
                   ELSE
                       IF LMT-CHGOFF-DATE (WS-LOAN-ENTRY-IDX)
                               NOT = CRX-CHARGEOFF-DATE
                           SET RECORD-REJECTED TO TRUE
                           MOVE 'CHARGE-OFF DATE DOES NOT MATCH LOAN'
                               TO WS-REJECT-REASON-TEXT
                       ELSE
                           PERFORM FIND-REVERSAL-CUSTOMER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-REVERSAL-CUSTOMER.
           IF WS-CUSTMAST-COUNT > 0
               SEARCH ALL WS-CUSTMAST-ENTRY
                   AT END
                       CONTINUE
                   WHEN CMT-CUSTOMER-ID (CM-IDX) = CRX-CUSTOMER-ID
                       SET WS-MATCHED-ENTRY-IDX TO CM-IDX
               END-SEARCH
           END-IF
           IF WS-MATCHED-ENTRY-IDX = 0
               SET RECORD-REJECTED TO TRUE
               MOVE 'CUSTOMER NOT ON CUSTMAST'
                   TO WS-REJECT-REASON-TEXT
           ELSE
               PERFORM FIND-CHARGEOFF-HISTORY
               IF WS-HISTORY-IDX = 0
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'NO CHARGE-OFF HISTORY FOR LOAN AND DATE'
                       TO WS-REJECT-REASON-TEXT
               END-IF
           END-IF.

       FIND-CHARGEOFF-HISTORY.
      *    THE LAST MATCHING ROW WINS - CHGOFF ONLY WRITES ONE PER
      *    LOAN AND DATE, BUT A RERUN AFTER A RESTORE COULD LEAVE TWO.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-CHGOHIST-COUNT
               IF CHT-LOAN-NUMBER (WS-SCAN-IDX) = CRX-LOAN-NUMBER
                       AND CHT-CHARGEOFF-DATE (WS-SCAN-IDX)
                           = CRX-CHARGEOFF-DATE
                   MOVE WS-SCAN-IDX TO WS-HISTORY-IDX
               END-IF
           END-PERFORM.

       REVERSE-CHARGE-OFF.
      *    HISTORY FIRST, SO A LOAN IS NEVER PUT BACK ON THE ACTIVE
      *    BOOK WITHOUT THE RECORD OF WHO PUT IT THERE.
           MOVE CMT-DEFAULT-FLAG (WS-MATCHED-ENTRY-IDX)
               TO WS-BEFORE-DFLT-FLAG
           MOVE CMT-DEFAULT-DATE (WS-MATCHED-ENTRY-IDX)
               TO WS-BEFORE-DFLT-DATE
           MOVE LMT-CHGOFF-BALANCE (WS-LOAN-ENTRY-IDX)
               TO WS-CHARGEOFF-BALANCE

           MOVE SPACES              TO CHGOHIST-RECORD
           MOVE 'V'                 TO CHH-ACTION
           MOVE CRX-CUSTOMER-ID     TO CHH-CUSTOMER-ID
           MOVE CRX-LOAN-NUMBER     TO CHH-LOAN-NUMBER
           MOVE CRX-CHARGEOFF-DATE  TO CHH-CHARGEOFF-DATE
           MOVE WS-CHARGEOFF-BALANCE TO CHH-CHARGEOFF-BALANCE
           MOVE 0                   TO CHH-PAST-DUE-AMOUNT
           MOVE WS-BEFORE-DFLT-FLAG TO CHH-BEFORE-DFLT-FLAG
           MOVE WS-BEFORE-DFLT-DATE TO CHH-BEFORE-DFLT-DATE
           MOVE WS-RUN-DATE         TO CHH-PROCESS-DATE
           MOVE CRX-REQUESTED-BY    TO CHH-REQUESTED-BY
           MOVE CRX-AUTHORIZED-BY   TO CHH-AUTHORIZED-BY
           MOVE CRX-REFERENCE       TO CHH-REFERENCE
           WRITE CHGOHIST-RECORD
           IF WS-CHGOHIST-STATUS NOT = '00'
               DISPLAY 'CHGOHIST.DAT WRITE FAILED FOR LOAN '
                   CRX-LOAN-NUMBER ' - STATUS ' WS-CHGOHIST-STATUS
                   ' - MASTERS NOT TOUCHED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'A'    TO LMT-LOAN-STATUS (WS-LOAN-ENTRY-IDX)
           MOVE SPACES TO LMT-CHGOFF-DATE (WS-LOAN-ENTRY-IDX)
           MOVE 0      TO LMT-CHGOFF-BALANCE (WS-LOAN-ENTRY-IDX)

           PERFORM CHECK-OTHER-CHARGEOFF
           IF WS-OTHER-CHGOFF-FLAG = 'N'
               PERFORM FIND-PRIOR-DEFAULT
               MOVE WS-RESTORE-DFLT-FLAG
                   TO CMT-DEFAULT-FLAG (WS-MATCHED-ENTRY-IDX)
               MOVE WS-RESTORE-DFLT-DATE
                   TO CMT-DEFAULT-DATE (WS-MATCHED-ENTRY-IDX)
           END-IF

           MOVE SPACES              TO CHGREVRP-RECORD
           MOVE 'DET'               TO CRV-RECORD-TYPE
           MOVE CRX-CUSTOMER-ID     TO CRV-CUSTOMER-ID
           MOVE CRX-LOAN-NUMBER     TO CRV-LOAN-NUMBER
           MOVE 'REVERS'            TO CRV-ACTION
           MOVE CRX-CHARGEOFF-DATE  TO CRV-CHARGEOFF-DATE
           MOVE WS-CHARGEOFF-BALANCE TO CRV-CHARGEOFF-BALANCE
           MOVE 'R'                 TO CRV-BEFORE-LOAN-STATUS
           MOVE WS-BEFORE-DFLT-FLAG TO CRV-BEFORE-DFLT-FLAG
           MOVE WS-BEFORE-DFLT-DATE TO CRV-BEFORE-DFLT-DATE
           MOVE LMT-LOAN-STATUS (WS-LOAN-ENTRY-IDX)
               TO CRV-AFTER-LOAN-STATUS
           MOVE CMT-DEFAULT-FLAG (WS-MATCHED-ENTRY-IDX)
               TO CRV-AFTER-DFLT-FLAG
           MOVE CMT-DEFAULT-DATE (WS-MATCHED-ENTRY-IDX)
               TO CRV-AFTER-DFLT-DATE
           MOVE CRX-AUTHORIZED-BY   TO CRV-AUTHORIZED-BY
           MOVE CRX-REFERENCE       TO CRV-REFERENCE
           WRITE CHGREVRP-RECORD
           ADD 1 TO WS-REVERSED-COUNT
           ADD WS-CHARGEOFF-BALANCE TO WS-REVERSED-AMT.

       CHECK-OTHER-CHARGEOFF.
      *    THE CUSTMAST DEFAULT IS CUSTOMER-LEVEL - WHILE ANY OTHER
      *    LOAN OF THE SAME CUSTOMER IS STILL CHARGED OFF, IT STANDS.
           MOVE 'N' TO WS-OTHER-CHGOFF-FLAG
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-LOANMAST-COUNT
                   OR WS-OTHER-CHGOFF-FLAG = 'Y'
               IF LMT-CUSTOMER-ID (WS-SCAN-IDX) = CRX-CUSTOMER-ID
                       AND LMT-LOAN-STATUS (WS-SCAN-IDX) = 'R'
                   MOVE 'Y' TO WS-OTHER-CHGOFF-FLAG
               END-IF
           END-PERFORM.

       FIND-PRIOR-DEFAULT.
      *    THE DEFAULT AS IT STOOD BEFORE THIS CHARGE-OFF. IF THAT WAS
      *    ITSELF A DEFAULT CHGOFF POSTED FOR ANOTHER OF THE CUSTOMER'S
      *    LOANS - DATED THAT LOAN'S CHARGE-OFF DATE - THAT LOAN IS NO
      *    LONGER CHARGED OFF EITHER (CHECK-OTHER-CHARGEOFF FOUND
      *    NONE), SO STEP BACK TO WHAT STOOD BEFORE THAT ONE, AND SO
      *    ON. A ROW THAT FOUND THE DEFAULT ALREADY STANDING ON ITS OWN
      *    CHARGE-OFF DATE (TWO LOANS CHARGED OFF THE SAME NIGHT) DID
      *    NOT POST IT AND IS PASSED OVER. THE STEPS ARE CAPPED AT THE
      *    HISTORY SIZE SO A HISTORY THAT POINTS AT ITSELF CANNOT LOOP.
           MOVE CHT-BEFORE-DFLT-FLAG (WS-HISTORY-IDX)
               TO WS-RESTORE-DFLT-FLAG
           MOVE CHT-BEFORE-DFLT-DATE (WS-HISTORY-IDX)
               TO WS-RESTORE-DFLT-DATE
           MOVE 0 TO WS-CHAIN-COUNT
           MOVE WS-HISTORY-IDX TO WS-PRIOR-IDX
           PERFORM UNTIL WS-RESTORE-DFLT-FLAG NOT = 'Y'
                   OR WS-PRIOR-IDX = 0
                   OR WS-CHAIN-COUNT > WS-CHGOHIST-COUNT
               ADD 1 TO WS-CHAIN-COUNT
               MOVE 0 TO WS-PRIOR-IDX
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-CHGOHIST-COUNT
                   IF CHT-CUSTOMER-ID (WS-SCAN-IDX) = CRX-CUSTOMER-ID
                           AND CHT-CHARGEOFF-DATE (WS-SCAN-IDX)
                               = WS-RESTORE-DFLT-DATE
                           AND CHT-BEFORE-DFLT-DATE (WS-SCAN-IDX)
                               NOT = WS-RESTORE-DFLT-DATE
                       MOVE WS-SCAN-IDX TO WS-PRIOR-IDX
                   END-IF
               END-PERFORM
               IF WS-PRIOR-IDX > 0
                   MOVE CHT-BEFORE-DFLT-FLAG (WS-PRIOR-IDX)
                       TO WS-RESTORE-DFLT-FLAG
                   MOVE CHT-BEFORE-DFLT-DATE (WS-PRIOR-IDX)
                       TO WS-RESTORE-DFLT-DATE
               END-IF
           END-PERFORM.

       WRITE-REVERSAL-REJECT.
           MOVE CRX-CUSTOMER-ID       TO CRJ-CUSTOMER-ID
           MOVE CRX-LOAN-NUMBER       TO CRJ-LOAN-NUMBER
           MOVE CRX-CHARGEOFF-DATE    TO CRJ-CHARGEOFF-DATE
           MOVE CRX-REQUESTED-BY      TO CRJ-REQUESTED-BY
           MOVE CRX-AUTHORIZED-BY     TO CRJ-AUTHORIZED-BY
           MOVE CRX-REFERENCE         TO CRJ-REFERENCE
           MOVE WS-REJECT-REASON-TEXT TO CRJ-REASON-TEXT
           WRITE CHGREVRJ-RECORD
           ADD 1 TO WS-REJECTED-COUNT.

       REWRITE-CUSTOMER-MASTER.
      *    OPEN OUTPUT TRUNCATES THE PRODUCTION MASTER IN PLACE, SO A
      *    FAILED OPEN OR WRITE MUST ABEND LOUDLY - THE SAME RULE AS
      *    CHGOFF.
           OPEN OUTPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CUSTMAST.DAT COULD NOT BE OPENED FOR '
                   'REWRITE - STATUS ' WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-WRITE-IDX FROM 1 BY 1
                   UNTIL WS-WRITE-IDX > WS-CUSTMAST-COUNT
               MOVE CMT-CUSTOMER-ID (WS-WRITE-IDX)
                   TO CM-CUSTOMER-ID
               MOVE CMT-ACTIVE-LOAN-FLAG (WS-WRITE-IDX)
                   TO CM-ACTIVE-LOAN-FLAG
               MOVE CMT-DEFAULT-FLAG (WS-WRITE-IDX)
                   TO CM-DEFAULT-FLAG
               MOVE CMT-OPEN-LOAN-BALANCE (WS-WRITE-IDX)
                   TO CM-OPEN-LOAN-BALANCE
               MOVE CMT-DEFAULT-DATE (WS-WRITE-IDX)
                   TO CM-DEFAULT-DATE
               MOVE CMT-FILLER (WS-WRITE-IDX)
                   TO CM-FILLER-AREA
               WRITE CUSTMAST-RECORD
               IF WS-CUSTMAST-STATUS NOT = '00'
                   DISPLAY 'CUSTMAST.DAT WRITE FAILED AT ROW '
                       WS-WRITE-IDX ' - STATUS ' WS-CUSTMAST-STATUS
                       ' - MASTER IS INCOMPLETE, DO NOT USE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE CUSTMAST-FILE.

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

       WRITE-CHGREVRP-HEADER.
           MOVE WS-RUN-DATE TO WS-CRV-HDR-RUN-DATE
           MOVE WS-CHGREVRP-HEADER TO CHGREVRP-RECORD
           WRITE CHGREVRP-RECORD.

       WRITE-CHGREVRP-TRAILER.
           MOVE WS-REQUEST-COUNT  TO WS-CRV-TRL-REQUEST-CNT
           MOVE WS-REVERSED-COUNT TO WS-CRV-TRL-REVERSED-CNT
           MOVE WS-REJECTED-COUNT TO WS-CRV-TRL-REJECTED-CNT
           MOVE WS-REVERSED-AMT   TO WS-CRV-TRL-REVERSED-AMT
           MOVE WS-CHGREVRP-TRAILER TO CHGREVRP-RECORD
           WRITE CHGREVRP-RECORD.
