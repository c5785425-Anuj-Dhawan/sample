       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEMNT.

      *****************************************************************
      *  CUSTOMER NAME AND ADDRESS MAINTENANCE. CUSTMAST.DAT CARRIES
      *  NO NAME OR ADDRESS, SO THE PRINT SHOP USED TO MATCH EVERY
      *  LETTER AND STATEMENT TO ITS ENVELOPE BY CUSTOMER ID. THE
      *  NAME AND ADDRESS MASTER (NAMEMAST.DAT) NOW HOLDS BOTH, AND
      *  THIS RUN APPLIES THE DAY'S MAINTENANCE TRANSACTIONS KEYED BY
      *  CUSTOMER SERVICE (NAMETRAN.DAT) TO IT: ADD A NEW CUSTOMER,
      *  CHANGE A NAME OR ADDRESS, PLACE AN UNDELIVERABLE-MAIL HOLD
      *  WHEN THE POST OFFICE RETURNS A PIECE, AND RELEASE A HOLD.
      *  EVERY TRANSACTION APPLIED IS LISTED ON A BEFORE/AFTER CHANGE
      *  REPORT (NAMERPT.DAT) IN THE BOARDRPT.DAT CONVENTION SO THE
      *  MASTER CHANGE CAN BE BALANCED; ONE THAT CANNOT BE APPLIED
      *  GOES TO THE REJECT LIST (NAMEREJ.DAT) AND ENDS RC=8.
      *  TRANSACTIONS ARE APPLIED IN FILE ORDER, SO AN ADD FOLLOWED BY
      *  A CHANGE FOR THE SAME CUSTOMER IN ONE FILE WORKS AS KEYED.
      *  RUNS AHEAD OF LOANBRD, WHICH ADDS ANY NEWLY BOARDED BORROWER
      *  NOT YET ON THE MASTER, AND AHEAD OF THE CORRESPONDENCE STEPS
      *  (ADVNOTC, DUNLTR, STMTGEN) THAT PRINT FROM IT. NO
      *  TRANSACTION FILE MEANS NO MAINTENANCE TODAY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAMETRAN-FILE ASSIGN TO 'NAMETRAN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NAMETRAN-STATUS.
           SELECT NAMEMAST-FILE ASSIGN TO 'NAMEMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NAMEMAST-STATUS.
           SELECT NAMERPT-FILE ASSIGN TO 'NAMERPT.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT NAMEREJ-FILE ASSIGN TO 'NAMEREJ.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NAMETRAN-FILE.
           COPY NAMETRAN.

       FD  NAMEMAST-FILE.
           COPY NAMEMAST.

       FD  NAMERPT-FILE.
           COPY NAMERPT.

       FD  NAMEREJ-FILE.
           COPY NAMEREJ.

       WORKING-STORAGE SECTION.
       01  EOF-FLAG                PIC X VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.

       01  WS-NAMETRAN-STATUS      PIC X(02).
       01  WS-RUN-DATE             PIC X(08).

      *    NAMEMAST.DAT IS LOADED IN FULL, UPDATED IN MEMORY AND
      *    REWRITTEN AT THE END - THE SAME PATTERN AS LOANBRD'S
      *    CUSTMAST TABLE. NEW CUSTOMERS ARE INSERTED IN ASCENDING
      *    CUSTOMER-ID POSITION SO THE CORRESPONDENCE STEPS CAN
      *    BINARY-SEARCH THE FILE THIS PROGRAM WRITES.
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
                   15  NMT-ADDRESS-LINE-1   PIC X(30).
                   15  NMT-ADDRESS-LINE-2   PIC X(30).
                   15  NMT-CITY             PIC X(20).
                   15  NMT-STATE            PIC X(02).
                   15  NMT-ZIP-CODE         PIC X(10).
                   15  NMT-MAIL-STATUS      PIC X(01).
                   15  NMT-HOLD-DATE        PIC X(08).
                   15  NMT-ADD-SOURCE       PIC X(01).
                   15  NMT-ADDED-DATE       PIC X(08).
                   15  NMT-LAST-MAINT-DATE  PIC X(08).
                   15  FILLER               PIC X(07).
       01  WS-MATCHED-ENTRY-IDX    PIC 9(06) VALUE 0.
       01  WS-WRITE-IDX            PIC 9(06).
       01  WS-INSERT-POS           PIC 9(06).
       01  WS-SHIFT-IDX            PIC 9(06).

      *    'Y' WHEN THE TRANSACTION CARRIES ANY ADDRESS FIELD - ON A
      *    CHANGE THAT MEANS A WHOLE NEW ADDRESS.
       01  WS-ADDRESS-KEYED-FLAG   PIC X(01).

      *    REJECT CONTROL - SAME SHAPE AS PAYEDIT'S.
       01  WS-REJECT-FLAG          PIC X(01) VALUE 'N'.
           88  RECORD-REJECTED     VALUE 'Y'.
           88  RECORD-VALID        VALUE 'N'.
       01  WS-REJECT-REASON-TEXT   PIC X(40).

      *    CHANGE REPORT CONTROL TOTALS.
       01  WS-TRAN-COUNT           PIC 9(05) VALUE 0.
       01  WS-ADD-COUNT            PIC 9(05) VALUE 0.
       01  WS-CHANGE-COUNT         PIC 9(05) VALUE 0.
       01  WS-HOLD-COUNT           PIC 9(05) VALUE 0.
       01  WS-RELEASE-COUNT        PIC 9(05) VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(05) VALUE 0.

       01  WS-NAMERPT-HEADER.
           05  WS-NRP-HDR-RECORD-TYPE   PIC X(03) VALUE 'HDR'.
           05  WS-NRP-HDR-RUN-DATE      PIC X(08).
           05  WS-NRP-HDR-LAYOUT-VER    PIC X(04) VALUE 'V001'.
           05  FILLER                   PIC X(265) VALUE SPACES.

       01  WS-NAMERPT-TRAILER.
           05  WS-NRP-TRL-RECORD-TYPE   PIC X(03) VALUE 'TRL'.
           05  WS-NRP-TRL-TRAN-COUNT    PIC 9(05).
           05  WS-NRP-TRL-ADD-COUNT     PIC 9(05).
           05  WS-NRP-TRL-CHANGE-COUNT  PIC 9(05).
           05  WS-NRP-TRL-HOLD-COUNT    PIC 9(05).
           05  WS-NRP-TRL-RELEASE-COUNT PIC 9(05).
           05  WS-NRP-TRL-REJECTED-CNT  PIC 9(05).
           05  FILLER                   PIC X(247) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE

           OPEN OUTPUT NAMERPT-FILE
           OPEN OUTPUT NAMEREJ-FILE
           PERFORM WRITE-NAMERPT-HEADER

      *    NO TRANSACTION FILE MEANS NOTHING WAS KEYED TODAY - THE
      *    MASTER IS LEFT EXACTLY AS IT STANDS.
           OPEN INPUT NAMETRAN-FILE
           IF WS-NAMETRAN-STATUS NOT = '00'
               DISPLAY 'NAMETRAN.DAT COULD NOT BE OPENED - STATUS '
                   WS-NAMETRAN-STATUS ' - NO NAME AND ADDRESS '
                   'MAINTENANCE TODAY'
           ELSE
               PERFORM LOAD-NAME-MASTER
               PERFORM UNTIL EOF-REACHED
                   READ NAMETRAN-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TRAN-COUNT
                           PERFORM PROCESS-MAINT-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE NAMETRAN-FILE
               IF WS-TRAN-COUNT > WS-REJECTED-COUNT
                   PERFORM REWRITE-NAME-MASTER
               END-IF
           END-IF

           PERFORM WRITE-NAMERPT-TRAILER
           CLOSE NAMERPT-FILE
           CLOSE NAMEREJ-FILE

           DISPLAY 'NAME/ADDRESS MAINTENANCE APPLIED - ADDS: '
               WS-ADD-COUNT ' CHANGES: ' WS-CHANGE-COUNT
               ' HOLDS: ' WS-HOLD-COUNT ' RELEASES: '
               WS-RELEASE-COUNT
           IF WS-REJECTED-COUNT > 0
               DISPLAY 'MAINTENANCE TRANSACTIONS REJECTED: '
                   WS-REJECTED-COUNT ' - SEE NAMEREJ.DAT'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-NAME-MASTER.
      *    IF NAMEMAST.DAT IS ABSENT, START FROM AN EMPTY MASTER - THE
      *    FIRST RUN IS THE CONVERSION LOAD OF ADDS - THE SAME
      *    TREATMENT LOANBRD GIVES A MISSING CUSTMAST.DAT.
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
      *    THE SAME LOAD GUARDS AS LOANBRD - THE LOOKUP IS A BINARY
      *    SEARCH AND THE REWRITE MUST NOT TRUNCATE THE MASTER.
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

       PROCESS-MAINT-TRANSACTION.
           SET RECORD-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON-TEXT
           PERFORM FIND-NAME-ENTRY
           MOVE 'N' TO WS-ADDRESS-KEYED-FLAG
           IF NMX-ADDRESS-LINE-1 NOT = SPACES
                   OR NMX-ADDRESS-LINE-2 NOT = SPACES
                   OR NMX-CITY NOT = SPACES
                   OR NMX-STATE NOT = SPACES
                   OR NMX-ZIP-CODE NOT = SPACES
               MOVE 'Y' TO WS-ADDRESS-KEYED-FLAG
           END-IF

           IF NMX-CUSTOMER-ID = SPACES
                   OR NMX-OPERATOR-ID = SPACES
               SET RECORD-REJECTED TO TRUE
               MOVE 'CUSTOMER OR OPERATOR ID MISSING'
                   TO WS-REJECT-REASON-TEXT
           ELSE
               EVALUATE TRUE
                   WHEN NMX-ADD
                       PERFORM VALIDATE-ADD
                   WHEN NMX-CHANGE
                       PERFORM VALIDATE-CHANGE
                   WHEN NMX-HOLD
                       PERFORM VALIDATE-HOLD
                   WHEN NMX-RELEASE
                       PERFORM VALIDATE-RELEASE
                   WHEN OTHER
                       SET RECORD-REJECTED TO TRUE
                       MOVE 'UNKNOWN MAINTENANCE ACTION'
                           TO WS-REJECT-REASON-TEXT
               END-EVALUATE
           END-IF

           IF RECORD-REJECTED
               PERFORM WRITE-MAINT-REJECT
           ELSE
               PERFORM APPLY-MAINT-TRANSACTION
           END-IF.

       FIND-NAME-ENTRY.
           MOVE 0 TO WS-MATCHED-ENTRY-IDX
           IF WS-NAMEMAST-COUNT > 0
               SEARCH ALL WS-NAMEMAST-ENTRY
                   AT END
                       CONTINUE
                   WHEN NMT-CUSTOMER-ID (NM-IDX) = NMX-CUSTOMER-ID
                       SET WS-MATCHED-ENTRY-IDX TO NM-IDX
               END-SEARCH
           END-IF.

       VALIDATE-ADD.
           IF WS-MATCHED-ENTRY-IDX > 0
               SET RECORD-REJECTED TO TRUE
               MOVE 'CUSTOMER ALREADY ON FILE - KEY A CHANGE'
                   TO WS-REJECT-REASON-TEXT
           ELSE
               IF NMX-CUSTOMER-NAME = SPACES
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'ADD HAS NO CUSTOMER NAME'
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   PERFORM VALIDATE-ADDRESS
               END-IF
           END-IF.

       VALIDATE-CHANGE.
           IF WS-MATCHED-ENTRY-IDX = 0
               SET RECORD-REJECTED TO TRUE
               MOVE 'CUSTOMER NOT ON NAME MASTER'
                   TO WS-REJECT-REASON-TEXT
           ELSE
               IF NMX-CUSTOMER-NAME = SPACES
                       AND WS-ADDRESS-KEYED-FLAG = 'N'
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'CHANGE CARRIES NO NEW NAME OR ADDRESS'
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   IF WS-ADDRESS-KEYED-FLAG = 'Y'
                       PERFORM VALIDATE-ADDRESS
                   END-IF
               END-IF
           END-IF.

       VALIDATE-ADDRESS.
      *    A MAILABLE ADDRESS NEEDS A STREET LINE, CITY, STATE AND AT
      *    LEAST THE FIVE-DIGIT ZIP; THE SECOND LINE AND THE ZIP+4
      *    ARE OPTIONAL.
           IF NMX-ADDRESS-LINE-1 = SPACES
                   OR NMX-CITY = SPACES
                   OR NMX-STATE = SPACES
               SET RECORD-REJECTED TO TRUE
               MOVE 'ADDRESS INCOMPLETE - LINE 1/CITY/STATE'
                   TO WS-REJECT-REASON-TEXT
           ELSE
               IF NMX-ZIP-CODE (1:5) NOT NUMERIC
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'ZIP CODE IS NOT NUMERIC'
                       TO WS-REJECT-REASON-TEXT
               END-IF
           END-IF.

       VALIDATE-HOLD.
           IF WS-MATCHED-ENTRY-IDX = 0
               SET RECORD-REJECTED TO TRUE
               MOVE 'CUSTOMER NOT ON NAME MASTER'
                   TO WS-REJECT-REASON-TEXT
           ELSE
               IF NMT-MAIL-STATUS (WS-MATCHED-ENTRY-IDX) = 'H'
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'CUSTOMER ALREADY ON MAIL HOLD'
                       TO WS-REJECT-REASON-TEXT
               END-IF
           END-IF.

       VALIDATE-RELEASE.
           IF WS-MATCHED-ENTRY-IDX = 0
               SET RECORD-REJECTED TO TRUE
               MOVE 'CUSTOMER NOT ON NAME MASTER'
                   TO WS-REJECT-REASON-TEXT
           ELSE
               IF NMT-MAIL-STATUS (WS-MATCHED-ENTRY-IDX) NOT = 'H'
                   SET RECORD-REJECTED TO TRUE
                   MOVE 'CUSTOMER IS NOT ON MAIL HOLD'
                       TO WS-REJECT-REASON-TEXT
               END-IF
           END-IF.

       APPLY-MAINT-TRANSACTION.
      *    UPDATE THE IN-MEMORY MASTER, WRITING THE BEFORE/AFTER
      *    CHANGE REPORT ROW AS WE GO SO THE REPORT AND THE REWRITTEN
      *    MASTER CANNOT DISAGREE.
           MOVE SPACES           TO NAMERPT-RECORD
           MOVE 'DET'            TO NRP-RECORD-TYPE
           MOVE NMX-CUSTOMER-ID  TO NRP-CUSTOMER-ID
           MOVE NMX-OPERATOR-ID  TO NRP-OPERATOR-ID
           MOVE NMX-REFERENCE    TO NRP-REFERENCE

           IF NMX-ADD
               PERFORM INSERT-NAME-ENTRY
           ELSE
               PERFORM NOTE-BEFORE-IMAGE
           END-IF

           EVALUATE TRUE
               WHEN NMX-ADD
                   MOVE 'ADD   ' TO NRP-ACTION
                   ADD 1 TO WS-ADD-COUNT
               WHEN NMX-CHANGE
                   MOVE 'CHANGE' TO NRP-ACTION
                   PERFORM APPLY-NAME-CHANGE
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN NMX-HOLD
                   MOVE 'HOLD  ' TO NRP-ACTION
                   MOVE 'H'
                       TO NMT-MAIL-STATUS (WS-MATCHED-ENTRY-IDX)
                   MOVE WS-RUN-DATE
                       TO NMT-HOLD-DATE (WS-MATCHED-ENTRY-IDX)
                   ADD 1 TO WS-HOLD-COUNT
               WHEN NMX-RELEASE
                   MOVE 'RELEAS' TO NRP-ACTION
                   MOVE 'A'
                       TO NMT-MAIL-STATUS (WS-MATCHED-ENTRY-IDX)
                   MOVE SPACES
                       TO NMT-HOLD-DATE (WS-MATCHED-ENTRY-IDX)
                   ADD 1 TO WS-RELEASE-COUNT
           END-EVALUATE
           MOVE WS-RUN-DATE
               TO NMT-LAST-MAINT-DATE (WS-MATCHED-ENTRY-IDX)

           MOVE NMT-CUSTOMER-NAME (WS-MATCHED-ENTRY-IDX)
               TO NRP-AFTER-NAME
           MOVE NMT-ADDRESS-LINE-1 (WS-MATCHED-ENTRY-IDX)
               TO NRP-AFTER-ADDRESS-1
           MOVE NMT-ADDRESS-LINE-2 (WS-MATCHED-ENTRY-IDX)
               TO NRP-AFTER-ADDRESS-2
           MOVE NMT-CITY (WS-MATCHED-ENTRY-IDX)
               TO NRP-AFTER-CITY
           MOVE NMT-STATE (WS-MATCHED-ENTRY-IDX)
               TO NRP-AFTER-STATE
           MOVE NMT-ZIP-CODE (WS-MATCHED-ENTRY-IDX)
               TO NRP-AFTER-ZIP-CODE
           MOVE NMT-MAIL-STATUS (WS-MATCHED-ENTRY-IDX)
               TO NRP-AFTER-MAIL-STATUS
           WRITE NAMERPT-RECORD.

       NOTE-BEFORE-IMAGE.
           MOVE NMT-CUSTOMER-NAME (WS-MATCHED-ENTRY-IDX)
               TO NRP-BEFORE-NAME
           MOVE NMT-ADDRESS-LINE-1 (WS-MATCHED-ENTRY-IDX)
               TO NRP-BEFORE-ADDRESS-1
           MOVE NMT-ADDRESS-LINE-2 (WS-MATCHED-ENTRY-IDX)
               TO NRP-BEFORE-ADDRESS-2
           MOVE NMT-CITY (WS-MATCHED-ENTRY-IDX)
               TO NRP-BEFORE-CITY
           MOVE NMT-STATE (WS-MATCHED-ENTRY-IDX)
               TO NRP-BEFORE-STATE
           MOVE NMT-ZIP-CODE (WS-MATCHED-ENTRY-IDX)
               TO NRP-BEFORE-ZIP-CODE
           MOVE NMT-MAIL-STATUS (WS-MATCHED-ENTRY-IDX)
               TO NRP-BEFORE-MAIL-STATUS.

       APPLY-NAME-CHANGE.
      *    A NEW ADDRESS IS WHERE THE MAIL SHOULD HAVE GONE, SO IT
      *    LIFTS AN UNDELIVERABLE-MAIL HOLD.
           IF NMX-CUSTOMER-NAME NOT = SPACES
               MOVE NMX-CUSTOMER-NAME
                   TO NMT-CUSTOMER-NAME (WS-MATCHED-ENTRY-IDX)
           END-IF
           IF WS-ADDRESS-KEYED-FLAG = 'Y'
               PERFORM MOVE-KEYED-ADDRESS
               MOVE 'A'
                   TO NMT-MAIL-STATUS (WS-MATCHED-ENTRY-IDX)
               MOVE SPACES
                   TO NMT-HOLD-DATE (WS-MATCHED-ENTRY-IDX)
           END-IF.

       MOVE-KEYED-ADDRESS.
           MOVE NMX-ADDRESS-LINE-1
               TO NMT-ADDRESS-LINE-1 (WS-MATCHED-ENTRY-IDX)
           MOVE NMX-ADDRESS-LINE-2
               TO NMT-ADDRESS-LINE-2 (WS-MATCHED-ENTRY-IDX)
           MOVE NMX-CITY
               TO NMT-CITY (WS-MATCHED-ENTRY-IDX)
           MOVE NMX-STATE
               TO NMT-STATE (WS-MATCHED-ENTRY-IDX)
           MOVE NMX-ZIP-CODE
               TO NMT-ZIP-CODE (WS-MATCHED-ENTRY-IDX).

       INSERT-NAME-ENTRY.
      *    NEW CUSTOMER - INSERT A FRESH ENTRY IN ASCENDING
      *    CUSTOMER-ID POSITION (SHIFTING THE TAIL OF THE TABLE UP ONE
      *    SLOT), THE SAME WAY LOANBRD INSERTS INTO CUSTMAST.
           IF WS-NAMEMAST-COUNT = 100000
               DISPLAY 'NAMEMAST TABLE FULL - CANNOT ADD CUSTOMER '
                   NMX-CUSTOMER-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-INSERT-POS FROM 1 BY 1
                   UNTIL WS-INSERT-POS > WS-NAMEMAST-COUNT
                   OR NMT-CUSTOMER-ID (WS-INSERT-POS)
                       > NMX-CUSTOMER-ID
               CONTINUE
           END-PERFORM
           ADD 1 TO WS-NAMEMAST-COUNT
           PERFORM VARYING WS-SHIFT-IDX
                   FROM WS-NAMEMAST-COUNT BY -1
                   UNTIL WS-SHIFT-IDX <= WS-INSERT-POS
               MOVE WS-NAMEMAST-ENTRY (WS-SHIFT-IDX - 1)
                   TO WS-NAMEMAST-ENTRY (WS-SHIFT-IDX)
           END-PERFORM
           MOVE WS-INSERT-POS TO WS-MATCHED-ENTRY-IDX
           MOVE SPACES TO NMT-RECORD (WS-MATCHED-ENTRY-IDX)
           MOVE NMX-CUSTOMER-ID
               TO NMT-CUSTOMER-ID (WS-MATCHED-ENTRY-IDX)
           MOVE NMX-CUSTOMER-NAME
               TO NMT-CUSTOMER-NAME (WS-MATCHED-ENTRY-IDX)
           PERFORM MOVE-KEYED-ADDRESS
           MOVE 'A'
               TO NMT-MAIL-STATUS (WS-MATCHED-ENTRY-IDX)
           MOVE 'M'
               TO NMT-ADD-SOURCE (WS-MATCHED-ENTRY-IDX)
           MOVE WS-RUN-DATE
               TO NMT-ADDED-DATE (WS-MATCHED-ENTRY-IDX).

       WRITE-MAINT-REJECT.
           MOVE NMX-ACTION            TO NRJ-ACTION
           MOVE NMX-CUSTOMER-ID       TO NRJ-CUSTOMER-ID
           MOVE NMX-CUSTOMER-NAME     TO NRJ-CUSTOMER-NAME
           MOVE NMX-OPERATOR-ID       TO NRJ-OPERATOR-ID
           MOVE NMX-REFERENCE         TO NRJ-REFERENCE
           MOVE WS-REJECT-REASON-TEXT TO NRJ-REASON-TEXT
           WRITE NAMEREJ-RECORD
           ADD 1 TO WS-REJECTED-COUNT.

       REWRITE-NAME-MASTER.
      *    OPEN OUTPUT TRUNCATES THE PRODUCTION MASTER IN PLACE, SO A
      *    FAILED OPEN OR WRITE MUST ABEND LOUDLY RATHER THAN LEAVE
      *    THE CORRESPONDENCE STEPS A PARTIAL ADDRESS FILE.
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

       WRITE-NAMERPT-HEADER.
           MOVE WS-RUN-DATE TO WS-NRP-HDR-RUN-DATE
           MOVE WS-NAMERPT-HEADER TO NAMERPT-RECORD
           WRITE NAMERPT-RECORD.

       WRITE-NAMERPT-TRAILER.
           MOVE WS-TRAN-COUNT     TO WS-NRP-TRL-TRAN-COUNT
           MOVE WS-ADD-COUNT      TO WS-NRP-TRL-ADD-COUNT
           MOVE WS-CHANGE-COUNT   TO WS-NRP-TRL-CHANGE-COUNT
           MOVE WS-HOLD-COUNT     TO WS-NRP-TRL-HOLD-COUNT
           MOVE WS-RELEASE-COUNT  TO WS-NRP-TRL-RELEASE-COUNT
           MOVE WS-REJECTED-COUNT TO WS-NRP-TRL-REJECTED-CNT
           MOVE WS-NAMERPT-TRAILER TO NAMERPT-RECORD
           WRITE NAMERPT-RECORD.
