      *  A CUSTOMER FUNDED TONIGHT IS ON THE MASTER BEFORE TOMORROW'S
      *  RUN, WITH NO HAND-EDITING OF A PRODUCTION FILE.
      *  A JOINT FUNDING POSTS TO BOTH BORROWERS' MASTER ENTRIES -
      *  LOANAPP DENIES THE PAIR IF EITHER HAS AN ACTIVE LOAN ON THE
      *  SAME PRODUCT, SO THE
      *  CO-BORROWER MUST CARRY THE LIABILITY TOO OR THE HOUSEHOLD
      *  CAN STACK LOANS THROUGH SOLO APPLICATIONS. EACH JOINT
      *  FUNDING ALSO APPENDS A LINK TO JOINTLNK.DAT SO THE PAYOFF
      *  RELEASE (LOANREL) CLEARS BOTH ENTRIES TOGETHER.
      *  EVERY APPROVED DETAIL IS ALSO ASSIGNED ITS LOAN ACCOUNT
      *  NUMBER HERE AND APPENDED TO THE LOAN MASTER (LOANMAST.DAT),
      *  WHICH CARRIES THE LOAN'S PRODUCT, TIER, TERM AND STATUS. A
      *  CUSTOMER MAY NOW HOLD ONE ACTIVE LOAN PER PRODUCT, SO THE
      *  CUSTMAST BALANCE IS THE SUM OF THE CUSTOMER'S OPEN LOANS. A
      *  LOAN NUMBER ALREADY ON THE LOAN MASTER IS NOT BOARDED AGAIN,
      *  SO A RERUN AGAINST THE SAME LOANOUT.DAT CANNOT DOUBLE-POST.
      *  A BORROWER OR CO-BORROWER NOT YET ON THE NAME AND ADDRESS
      *  MASTER (NAMEMAST.DAT) IS ADDED TO IT HERE WITH THE NAME FROM
      *  THE APPLICATION AND A BLANK ADDRESS, SO THE CORRESPONDENCE
      *  STEPS LIST THE CUSTOMER ON THEIR RETURN-MAIL EXCEPTION LIST
      *  UNTIL NAMEMNT MAINTENANCE KEYS THE ADDRESS. AN ENTRY ALREADY
      *  ON THE MASTER IS NEVER CHANGED FROM HERE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT JOINTLNK-FILE ASSIGN TO 'JOINTLNK.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOINTLNK-STATUS.
           SELECT LOANMAST-FILE ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT NAMEMAST-FILE ASSIGN TO 'NAMEMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NAMEMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOINTLNK-FILE.
           COPY JOINTLNK.

       FD  LOANMAST-FILE.
           COPY LOANMAST.

       FD  NAMEMAST-FILE.
           COPY NAMEMAST.

       WORKING-STORAGE SECTION.
       01  EOF-FLAG                PIC X VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
       01  WS-JOINTLNK-STATUS      PIC X(02).
       01  WS-RUN-DATE             PIC X(08).

      *    LOAN NUMBER ASSIGNMENT - THE LOANOUT.DAT HEADER RUN DATE
      *    PLUS THE SEQUENCE OF THE APPROVED DETAIL IN THE FILE (SEE
      *    LOANMAST.CPY). WS-LAST-LOAN-NUMBER IS THE HIGHEST NUMBER
      *    ALREADY ON THE LOAN MASTER - ANYTHING AT OR BELOW IT WAS
      *    BOARDED BY AN EARLIER RUN.
       01  WS-LOANMAST-STATUS      PIC X(02).
       01  WS-LOANOUT-RUN-DATE     PIC X(08).
       01  WS-APPROVED-SEQ         PIC 9(04) VALUE 0.
       01  WS-LOAN-NUMBER.
           05  WS-LOAN-NUMBER-DATE PIC X(08).
           05  WS-LOAN-NUMBER-SEQ  PIC 9(04).
       01  WS-LAST-LOAN-NUMBER     PIC X(12) VALUE SPACES.
       01  WS-ALREADY-BOARDED-COUNT PIC 9(05) VALUE 0.

      *    NAMEMAST.DAT IS LOADED, INSERTED INTO AND REWRITTEN THE
      *    SAME WAY AS THE CUSTMAST TABLE ABOVE, KEPT IN ASCENDING
      *    CUSTOMER-ID ORDER FOR THE CORRESPONDENCE STEPS' LOOKUP.
       01  WS-NAMEMAST-STATUS      PIC X(02).
       01  WS-NAMEMAST-COUNT       PIC 9(06) VALUE 0.
       01  WS-NAMEMAST-TABLE.
           05  WS-NAMEMAST-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-NAMEMAST-COUNT
                   ASCENDING KEY IS NMT-CUSTOMER-ID
                   INDEXED BY NM-IDX.
               10  NMT-RECORD.
                   15  NMT-CUSTOMER-ID      PIC X(05).
                   15  NMT-CUSTOMER-NAME    PIC X(30).
                   15  NMT-ADDRESS-AREA     PIC X(92).
                   15  NMT-MAIL-STATUS      PIC X(01).
                   15  NMT-HOLD-DATE        PIC X(08).
                   15  NMT-ADD-SOURCE       PIC X(01).
                   15  NMT-ADDED-DATE       PIC X(08).
                   15  NMT-LAST-MAINT-DATE  PIC X(08).
                   15  FILLER               PIC X(07).
       01  WS-NAME-MATCH-IDX       PIC 9(06) VALUE 0.
       01  WS-POST-CUSTOMER-NAME   PIC X(20).
       01  WS-NAME-ADDED-COUNT     PIC 9(05) VALUE 0.

      *    BOARDING CONTROL TOTALS FOR THE CHANGE REPORT TRAILER -
      *    THE UPDATE/INSERT COUNTS COVER EVERY POSTING INCLUDING
      *    CO-BORROWERS, SO THEY FOOT TO BOARDED PLUS CO-BOARDED.
           05  WS-BRD-TRL-INSERT-COUNT  PIC 9(05).
           05  WS-BRD-TRL-BOARDED-AMT   PIC 9(09)V99.
           05  WS-BRD-TRL-COBOARD-COUNT PIC 9(05).
           05  WS-BRD-TRL-NAME-ADD-CNT  PIC 9(05).
           05  FILLER                   PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-LOANOUT-RUN-DATE
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-NAME-MASTER
           PERFORM OPEN-JOINT-LINK-FILE
           PERFORM OPEN-LOAN-MASTER-FILE

           OPEN INPUT LOAN-OUTPUT-FILE
           IF WS-LOANOUT-STATUS NOT = '00'
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
                               PERFORM BOARD-APPROVED-LOAN
                           ELSE
                               ADD 1 TO WS-ALREADY-BOARDED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-BOARDRPT-TRAILER
           CLOSE BOARDRPT-FILE
           CLOSE JOINTLNK-FILE
           CLOSE LOANMAST-FILE

           PERFORM REWRITE-CUSTOMER-MASTER
           IF WS-NAME-ADDED-COUNT > 0
               PERFORM REWRITE-NAME-MASTER
           END-IF

           DISPLAY 'APPROVED LOANS BOARDED TO CUSTMAST: '
               WS-BOARDED-COUNT
           IF WS-NAME-ADDED-COUNT > 0
               DISPLAY 'BORROWERS ADDED TO NAMEMAST.DAT WITH NO '
                   'ADDRESS YET: ' WS-NAME-ADDED-COUNT
           END-IF
           IF WS-ALREADY-BOARDED-COUNT > 0
               DISPLAY 'APPROVED LOANS ALREADY ON LOANMAST.DAT - '
                   'NOT BOARDED AGAIN: ' WS-ALREADY-BOARDED-COUNT
           END-IF
           STOP RUN.

       LOAD-CUSTOMER-MASTER.
           MOVE LOR-CUSTOMER-ID TO WS-POST-CUSTOMER-ID
           MOVE 'UPDATE'        TO WS-POST-UPDATE-ACTION
           MOVE 'INSERT'        TO WS-POST-INSERT-ACTION
           MOVE LOR-CUSTOMER-NAME TO WS-POST-CUSTOMER-NAME
           PERFORM POST-ONE-BORROWER
           PERFORM ADD-NAME-IF-NEW
           PERFORM WRITE-LOAN-MASTER

           IF LOR-CO-BORROWER-ID NOT = SPACES
               MOVE LOR-CO-BORROWER-ID TO WS-POST-CUSTOMER-ID
               MOVE 'CO-UPD'           TO WS-POST-UPDATE-ACTION
               MOVE 'CO-INS'           TO WS-POST-INSERT-ACTION
               MOVE LOR-CO-BORROWER-NAME TO WS-POST-CUSTOMER-NAME
               PERFORM POST-ONE-BORROWER
               PERFORM ADD-NAME-IF-NEW
               ADD 1 TO WS-COBOARD-COUNT
               PERFORM WRITE-JOINT-LINK
           END-IF

           MOVE 'DET'                TO BRD-RECORD-TYPE
           MOVE WS-POST-CUSTOMER-ID  TO BRD-CUSTOMER-ID
           MOVE WS-LOAN-NUMBER       TO BRD-LOAN-NUMBER
           MOVE LOR-LOAN-AMOUNT      TO BRD-LOAN-AMOUNT

           IF WS-MATCHED-ENTRY-IDX > 0
           MOVE SPACES
               TO CMT-FILLER (WS-MATCHED-ENTRY-IDX).

       LOAD-NAME-MASTER.
      *    A MISSING NAMEMAST.DAT STARTS EMPTY, THE SAME AS A MISSING
      *    CUSTMAST.DAT - EVERY BORROWER BOARDED TONIGHT IS ADDED.
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
           MOVE NAMEMAST-RECORD TO NMT-RECORD (WS-NAMEMAST-COUNT).

       ADD-NAME-IF-NEW.
      *    A BORROWER ALREADY ON THE NAME MASTER KEEPS WHATEVER
      *    MAINTENANCE KEYED; ONLY A CUSTOMER WITH NO ENTRY AT ALL IS
      *    ADDED, IN ASCENDING CUSTOMER-ID POSITION, WITH THE
      *    APPLICATION NAME, A BLANK ADDRESS AND MAIL STATUS 'A'.
           MOVE 0 TO WS-NAME-MATCH-IDX
           IF WS-NAMEMAST-COUNT > 0
               SEARCH ALL WS-NAMEMAST-ENTRY
                   AT END
                       CONTINUE
                   WHEN NMT-CUSTOMER-ID (NM-IDX)
                           = WS-POST-CUSTOMER-ID
                       SET WS-NAME-MATCH-IDX TO NM-IDX
               END-SEARCH
           END-IF
           IF WS-NAME-MATCH-IDX = 0
               IF WS-NAMEMAST-COUNT = 100000
                   DISPLAY 'NAMEMAST TABLE FULL - CANNOT ADD '
                       'CUSTOMER ' WS-POST-CUSTOMER-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-INSERT-POS FROM 1 BY 1
                       UNTIL WS-INSERT-POS > WS-NAMEMAST-COUNT
                       OR NMT-CUSTOMER-ID (WS-INSERT-POS)
                           > WS-POST-CUSTOMER-ID
                   CONTINUE
               END-PERFORM
               ADD 1 TO WS-NAMEMAST-COUNT
               PERFORM VARYING WS-SHIFT-IDX
                       FROM WS-NAMEMAST-COUNT BY -1
                       UNTIL WS-SHIFT-IDX <= WS-INSERT-POS
                   MOVE WS-NAMEMAST-ENTRY (WS-SHIFT-IDX - 1)
                       TO WS-NAMEMAST-ENTRY (WS-SHIFT-IDX)
               END-PERFORM
               MOVE SPACES TO NMT-RECORD (WS-INSERT-POS)
               MOVE WS-POST-CUSTOMER-ID
                   TO NMT-CUSTOMER-ID (WS-INSERT-POS)
               MOVE WS-POST-CUSTOMER-NAME
                   TO NMT-CUSTOMER-NAME (WS-INSERT-POS)
               MOVE 'A' TO NMT-MAIL-STATUS (WS-INSERT-POS)
               MOVE 'B' TO NMT-ADD-SOURCE (WS-INSERT-POS)
               MOVE WS-RUN-DATE TO NMT-ADDED-DATE (WS-INSERT-POS)
               MOVE WS-RUN-DATE
                   TO NMT-LAST-MAINT-DATE (WS-INSERT-POS)
               ADD 1 TO WS-NAME-ADDED-COUNT
           END-IF.

       REWRITE-NAME-MASTER.
      *    THE SAME LOUD-ABEND RULE AS THE CUSTMAST REWRITE - A
      *    TRUNCATED NAME MASTER WOULD SEND EVERY LETTER TOMORROW TO
      *    THE RETURN-MAIL LIST.
           OPEN OUTPUT NAMEMAST-FILE
           IF WS-NAMEMAST-STATUS NOT = '00'
               DISPLAY 'NAMEMAST.DAT COULD NOT BE OPENED FOR '
                   'REWRITE - STATUS ' WS-NAMEMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-WRITE-IDX FROM 1 BY 1
                   UNTIL WS-WRITE-IDX > WS-NAMEMAST-COUNT
               MOVE NMT-RECORD (WS-WRITE-IDX) TO NAMEMAST-RECORD
               WRITE NAMEMAST-RECORD
               IF WS-NAMEMAST-STATUS NOT = '00'
                   DISPLAY 'NAMEMAST.DAT WRITE FAILED AT ROW '
                       WS-WRITE-IDX ' - STATUS ' WS-NAMEMAST-STATUS
                       ' - MASTER IS INCOMPLETE, DO NOT USE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE NAMEMAST-FILE.

       REWRITE-CUSTOMER-MASTER.
      *    OPEN OUTPUT TRUNCATES THE PRODUCTION MASTER IN PLACE, SO A
      *    FAILED OPEN OR WRITE MUST ABEND LOUDLY - ENDING RC=0 WITH
               END-IF
           END-IF.

       ASSIGN-LOAN-NUMBER.
      *    THE SAME RULE AMORTSCH, RECONBAL AND GLEXTR APPLY TO THE
      *    SAME FILE, SO THE NUMBER IS STABLE ACROSS THE NIGHT. A
      *    LOANOUT.DAT WITH NO HEADER FALLS BACK TO TONIGHT'S DATE.
           IF WS-APPROVED-SEQ = 9999
               DISPLAY 'LOANOUT.DAT HAS MORE THAN 9999 APPROVED '
                   'DETAILS - LOAN NUMBER SEQUENCE EXHAUSTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-APPROVED-SEQ
           MOVE WS-LOANOUT-RUN-DATE TO WS-LOAN-NUMBER-DATE
           MOVE WS-APPROVED-SEQ     TO WS-LOAN-NUMBER-SEQ.

       OPEN-LOAN-MASTER-FILE.
      *    LOANMAST.DAT IS CUMULATIVE IN LOAN-NUMBER ORDER, SO ITS
      *    LAST ROW CARRIES THE HIGHEST NUMBER ALREADY BOARDED. READ
      *    THROUGH TO IT, THEN REOPEN TO APPEND TONIGHT'S LOANS -
      *    CREATING THE FILE FRESH THE FIRST NIGHT.
           OPEN INPUT LOANMAST-FILE
           IF WS-LOANMAST-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ LOANMAST-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           MOVE LN-LOAN-NUMBER TO WS-LAST-LOAN-NUMBER
                   END-READ
               END-PERFORM
               CLOSE LOANMAST-FILE
               SET NOT-EOF TO TRUE
           END-IF
           OPEN EXTEND LOANMAST-FILE
           IF WS-LOANMAST-STATUS NOT = '00'
               OPEN OUTPUT LOANMAST-FILE
               IF WS-LOANMAST-STATUS NOT = '00'
                   DISPLAY 'LOANMAST.DAT COULD NOT BE OPENED - '
                       'STATUS ' WS-LOANMAST-STATUS
                       ' - LOANS CANNOT BE BOARDED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       WRITE-LOAN-MASTER.
           MOVE SPACES               TO LOANMAST-RECORD
           MOVE WS-LOAN-NUMBER       TO LN-LOAN-NUMBER
           MOVE LOR-CUSTOMER-ID      TO LN-CUSTOMER-ID
           MOVE LOR-CO-BORROWER-ID   TO LN-CO-BORROWER-ID
           MOVE LOR-PRODUCT-CODE     TO LN-PRODUCT-CODE
           MOVE LOR-RISK-TIER        TO LN-RISK-TIER
           MOVE LOR-INTEREST-RATE    TO LN-INTEREST-RATE
           MOVE LOR-TERM-MONTHS      TO LN-TERM-MONTHS
           MOVE LOR-LOAN-AMOUNT      TO LN-LOAN-AMOUNT
           MOVE WS-RUN-DATE          TO LN-BOARD-DATE
           MOVE 'A'                  TO LN-LOAN-STATUS
           WRITE LOANMAST-RECORD
           IF WS-LOANMAST-STATUS NOT = '00'
               DISPLAY 'LOANMAST.DAT WRITE FAILED FOR LOAN '
                   WS-LOAN-NUMBER ' - STATUS ' WS-LOANMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-JOINT-LINK.
           MOVE LOR-CUSTOMER-ID    TO JLK-PRIMARY-ID
           MOVE LOR-CO-BORROWER-ID TO JLK-CO-BORROWER-ID
           MOVE WS-LOAN-NUMBER     TO JLK-LOAN-NUMBER
           MOVE LOR-LOAN-AMOUNT    TO JLK-LOAN-AMOUNT
           MOVE WS-RUN-DATE        TO JLK-BOARD-DATE
           WRITE JOINTLNK-RECORD.
           MOVE WS-INSERTED-COUNT    TO WS-BRD-TRL-INSERT-COUNT
           MOVE WS-TOTAL-BOARDED-AMT TO WS-BRD-TRL-BOARDED-AMT
           MOVE WS-COBOARD-COUNT     TO WS-BRD-TRL-COBOARD-COUNT
           MOVE WS-NAME-ADDED-COUNT  TO WS-BRD-TRL-NAME-ADD-CNT
           MOVE WS-BOARDRPT-TRAILER TO BOARDRPT-RECORD
           WRITE BOARDRPT-RECORD.
