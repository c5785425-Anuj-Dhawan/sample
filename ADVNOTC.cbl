      *  RETURN-CODE 8 - A MISSING LETTER IS A FINDING, NOT A
      *  FOOTNOTE. EVERY NOTICE IS EXACTLY NOTICE-LINE-COUNT LINES SO
      *  THE PRINT SHOP CAN BURST THE FILE AT FIXED INTERVALS.
      *  THE NOTICE CARRIES THE MAILING ADDRESS BLOCK FROM THE NAME
      *  AND ADDRESS MASTER (NAMEMAST.DAT). AN APPLICANT ON AN
      *  UNDELIVERABLE-MAIL HOLD GETS NO NOTICE - THE CONTROL ROW
      *  SAYS MAIL-HOLD AND THE DENIAL IS LISTED ON THE RETURN-MAIL
      *  EXCEPTION LIST (NOTCMAIL.DAT) FOR CUSTOMER SERVICE TO WORK.
      *  AN APPLICANT WITH NO ADDRESS ON THE MASTER IS LETTERED AS
      *  BEFORE, WITHOUT THE BLOCK, AND ALSO LISTED FOR HAND
      *  ADDRESSING.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT NOTCCTRL-FILE ASSIGN TO 'NOTCCTRL.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT NAMEMAST-FILE ASSIGN TO 'NAMEMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NAMEMAST-STATUS.
           SELECT RTNMAIL-FILE ASSIGN TO 'NOTCMAIL.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTCCTRL-FILE.
           COPY NOTCCTRL.

       FD  NAMEMAST-FILE.
           COPY NAMEMAST.

       FD  RTNMAIL-FILE.
           COPY RTNMAIL.

       WORKING-STORAGE SECTION.
       01  EOF-FLAG                PIC X VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
       01  WS-MATCHED-ENTRY-IDX    PIC 9(05).
       01  WS-SCAN-IDX             PIC 9(05).

      *    THE NAME AND ADDRESS MASTER, LOADED IN FULL AND BINARY-
      *    SEARCHED BY CUSTOMER ID. A MISSING FILE LEAVES THE TABLE
      *    EMPTY AND EVERY NOTICE PRINTS AS IT ALWAYS HAS.
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
               10  NMT-HOLD-DATE        PIC X(08).
       01  WS-NAME-MATCH-IDX       PIC 9(06) VALUE 0.

      *    CONTROL TOTALS FOR THE COMPLIANCE REPORT TRAILER.
       01  WS-EXCEPTION-COUNT      PIC 9(05) VALUE 0.
       01  WS-NOTICE-COUNT         PIC 9(05) VALUE 0.
       01  WS-UNMATCHED-COUNT      PIC 9(05) VALUE 0.
       01  WS-MAIL-HELD-COUNT      PIC 9(05) VALUE 0.
       01  WS-NO-ADDRESS-COUNT     PIC 9(05) VALUE 0.

       01  WS-RUN-DATE             PIC X(08).
       01  WS-SCORE-BAND           PIC X(12).
       01  WS-AMOUNT-DISPLAY       PIC Z,ZZZ,ZZ9.99.

      *    EVERY NOTICE IS EXACTLY THIS MANY PRINT LINES - ROOM FOR
      *    THE LONGEST NOTICE (A JOINT DENIAL WITH THREE REASON LINES
      *    AND A TWO-LINE STREET ADDRESS) SO NONE OVERRUNS THE BURST.
       01  WS-NOTICE-LINE-COUNT    PIC 9(02) VALUE 22.
       01  WS-LINES-WRITTEN        PIC 9(02).
       01  WS-DETAIL-LINE          PIC X(80).

           05  WS-NTC-TRL-EXCEPT-COUNT  PIC 9(05).
           05  WS-NTC-TRL-NOTICE-COUNT  PIC 9(05).
           05  WS-NTC-TRL-UNMATCHED     PIC 9(05).
           05  WS-NTC-TRL-MAIL-HELD     PIC 9(05).
           05  WS-NTC-TRL-NO-ADDRESS    PIC 9(05).
           05  FILLER                   PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE

           PERFORM LOAD-DENIED-DETAILS
           PERFORM LOAD-NAME-MASTER

      *    LOANAPP ALWAYS CREATES LOANEXC.DAT, SO FAILING TO OPEN IT
      *    IS NEVER A QUIET NO-WORK NIGHT - IT IS THE 'DENIALS WITH

           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT NOTCCTRL-FILE
           OPEN OUTPUT RTNMAIL-FILE
           PERFORM WRITE-NOTCCTRL-HEADER

           PERFORM UNTIL EOF-REACHED
           CLOSE EXCEPTION-FILE
           CLOSE NOTICE-FILE
           CLOSE NOTCCTRL-FILE
           CLOSE RTNMAIL-FILE

           DISPLAY 'ADVERSE-ACTION NOTICES PRODUCED: '
               WS-NOTICE-COUNT ' OF ' WS-EXCEPTION-COUNT
               ' EXCEPTIONS'
           IF WS-MAIL-HELD-COUNT > 0 OR WS-NO-ADDRESS-COUNT > 0
               DISPLAY 'NOTICES ON MAIL HOLD: ' WS-MAIL-HELD-COUNT
                   ' PRINTED WITH NO ADDRESS: ' WS-NO-ADDRESS-COUNT
                   ' - SEE NOTCMAIL.DAT'
           END-IF
           IF WS-UNMATCHED-COUNT > 0
               DISPLAY 'EXCEPTIONS WITH NO LOANOUT DETAIL: '
                   WS-UNMATCHED-COUNT ' - NOTICES INCOMPLETE'
           CLOSE LOAN-OUTPUT-FILE
           SET NOT-EOF TO TRUE.

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
                   WS-NAMEMAST-STATUS ' - NOTICES PRINT WITH NO '
                   'ADDRESS BLOCK'
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
               TO NMT-MAIL-STATUS (WS-NAMEMAST-COUNT)
           MOVE NM-HOLD-DATE
               TO NMT-HOLD-DATE (WS-NAMEMAST-COUNT).

       LOAD-DENIED-ENTRY.
           IF WS-DENIED-COUNT = 10000
               DISPLAY 'LOANOUT.DAT HAS MORE THAN 10000 DENIED '
               WRITE NOTCCTRL-RECORD
           ELSE
               MOVE 'Y' TO DNT-USED-FLAG (WS-MATCHED-ENTRY-IDX)
               PERFORM FIND-MAILING-ADDRESS
               IF WS-NAME-MATCH-IDX > 0
                       AND NMT-MAIL-STATUS (WS-NAME-MATCH-IDX) = 'H'
                   MOVE 'HOLD' TO RML-REASON-CODE
                   MOVE 'UNDELIVERABLE-MAIL HOLD'
                       TO RML-REASON-TEXT
                   MOVE NMT-HOLD-DATE (WS-NAME-MATCH-IDX)
                       TO RML-HOLD-DATE
                   PERFORM WRITE-RETURN-MAIL
                   ADD 1 TO WS-MAIL-HELD-COUNT
                   MOVE 'MAIL-HOLD' TO NTC-DISPOSITION
               ELSE
                   IF WS-NAME-MATCH-IDX = 0
                       MOVE 'NOAD' TO RML-REASON-CODE
                       MOVE 'NOT ON NAME/ADDRESS MASTER'
                           TO RML-REASON-TEXT
                       MOVE SPACES TO RML-HOLD-DATE
                       PERFORM WRITE-RETURN-MAIL
                       ADD 1 TO WS-NO-ADDRESS-COUNT
                   ELSE
                       IF NMT-ADDRESS-LINE-1 (WS-NAME-MATCH-IDX)
                               = SPACES
                           MOVE 'NOAD' TO RML-REASON-CODE
                           MOVE 'NO ADDRESS ON NAME MASTER'
                               TO RML-REASON-TEXT
                           MOVE SPACES TO RML-HOLD-DATE
                           PERFORM WRITE-RETURN-MAIL
                           ADD 1 TO WS-NO-ADDRESS-COUNT
                       END-IF
                   END-IF
                   PERFORM WRITE-NOTICE-BLOCK
                   ADD 1 TO WS-NOTICE-COUNT
                   MOVE 'PRODUCED ' TO NTC-DISPOSITION
               END-IF
               WRITE NOTCCTRL-RECORD
           END-IF.

       FIND-MAILING-ADDRESS.
           MOVE 0 TO WS-NAME-MATCH-IDX
           IF WS-NAMEMAST-COUNT > 0
               SEARCH ALL WS-NAMEMAST-ENTRY
                   AT END
                       CONTINUE
                   WHEN NMT-CUSTOMER-ID (NM-IDX) = EXC-CUSTOMER-ID
                       SET WS-NAME-MATCH-IDX TO NM-IDX
               END-SEARCH
           END-IF.

       WRITE-RETURN-MAIL.
           MOVE 'ADVNOTC'         TO RML-SOURCE-PROGRAM
           MOVE EXC-CUSTOMER-ID   TO RML-CUSTOMER-ID
           MOVE SPACES            TO RML-LOAN-NUMBER
           MOVE WS-RUN-DATE       TO RML-RUN-DATE
           WRITE RTNMAIL-RECORD.

       WRITE-NOTICE-BLOCK.
           MOVE 0 TO WS-LINES-WRITTEN
           MOVE ALL '*' TO WS-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-NOTICE-LINE

      *    WITH AN ADDRESS ON THE MASTER, THE NAME AS MAINTAINED
      *    THERE HEADS THE ADDRESS BLOCK; OTHERWISE THE APPLICATION
      *    NAME IS USED, AS IT ALWAYS WAS.
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-NAME-MATCH-IDX > 0
                   AND NMT-ADDRESS-LINE-1 (WS-NAME-MATCH-IDX)
                       NOT = SPACES
               STRING 'TO: '
                       NMT-CUSTOMER-NAME (WS-NAME-MATCH-IDX)
                       '  (CUSTOMER '
                       DNT-CUSTOMER-ID (WS-MATCHED-ENTRY-IDX)
                       ')'
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM WRITE-NOTICE-LINE
               PERFORM WRITE-ADDRESS-LINES
           ELSE
               STRING 'TO: '
                       DNT-CUSTOMER-NAME (WS-MATCHED-ENTRY-IDX)
                       '  (CUSTOMER '
                       DNT-CUSTOMER-ID (WS-MATCHED-ENTRY-IDX)
                       ')'
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM WRITE-NOTICE-LINE
           END-IF

           MOVE DNT-LOAN-AMOUNT (WS-MATCHED-ENTRY-IDX)
               TO WS-AMOUNT-DISPLAY
               PERFORM WRITE-NOTICE-LINE
           END-PERFORM.

       WRITE-ADDRESS-LINES.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING '    ' NMT-ADDRESS-LINE-1 (WS-NAME-MATCH-IDX)
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           PERFORM WRITE-NOTICE-LINE
           IF NMT-ADDRESS-LINE-2 (WS-NAME-MATCH-IDX) NOT = SPACES
               MOVE SPACES TO WS-DETAIL-LINE
               STRING '    ' NMT-ADDRESS-LINE-2 (WS-NAME-MATCH-IDX)
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM WRITE-NOTICE-LINE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING '    ' DELIMITED BY SIZE
                   NMT-CITY (WS-NAME-MATCH-IDX)
                   DELIMITED BY '  '
                   ', ' NMT-STATE (WS-NAME-MATCH-IDX)
                   '  ' NMT-ZIP-CODE (WS-NAME-MATCH-IDX)
                   DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           PERFORM WRITE-NOTICE-LINE.

       WRITE-REASON-WORDING.
      *    THE APPROVED REGULATORY WORDING PER REASON CODE. AN
      *    UNDERWRITER OVERRIDE OR A FUTURE CODE FALLS THROUGH TO
                   MOVE 'OUR RECORDS SHOW AN EXISTING ACTIVE LOAN'
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-NOTICE-LINE
                   MOVE 'ON THIS PRODUCT; CREDIT POLICY LIMITS EACH'
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-NOTICE-LINE
                   MOVE 'CUSTOMER TO ONE ACTIVE LOAN PER PRODUCT.'
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-NOTICE-LINE
               WHEN 'RC03'
           MOVE WS-EXCEPTION-COUNT TO WS-NTC-TRL-EXCEPT-COUNT
           MOVE WS-NOTICE-COUNT    TO WS-NTC-TRL-NOTICE-COUNT
           MOVE WS-UNMATCHED-COUNT TO WS-NTC-TRL-UNMATCHED
           MOVE WS-MAIL-HELD-COUNT TO WS-NTC-TRL-MAIL-HELD
           MOVE WS-NO-ADDRESS-COUNT TO WS-NTC-TRL-NO-ADDRESS
           MOVE WS-NOTCCTRL-TRAILER TO NOTCCTRL-RECORD
           WRITE NOTCCTRL-RECORD.
