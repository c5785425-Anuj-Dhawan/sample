      *  POINTER MERGE OVER EACH CUSTOMER'S MATCHES PRESERVES DATE
      *  ORDER WITHOUT A SORT; ON THE SAME DATE THE DECISION DETAIL
      *  COMES OUT AHEAD OF ITS AUDIT ROW.
      *  EVERY HARDSHIP MODIFICATION LOANMOD HAS MADE TO THE
      *  CUSTOMER'S LOANS (MODHIST.DAT, ALSO IN RUN-DATE ORDER) IS
      *  MERGED INTO THE SAME EXTRACT, AFTER THE DECISION AND AUDIT
      *  ROWS OF THE SAME DATE, SO AN EXAMINER SEES A RESTRUCTURED
      *  LOAN ALONGSIDE THE DECISION THAT MADE IT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT LORHIST-FILE ASSIGN TO 'LOANHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LORHIST-STATUS.
           SELECT MODHIST-FILE ASSIGN TO 'MODHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MODHIST-STATUS.
           SELECT INQRESP-FILE ASSIGN TO 'INQRESP.DAT'
               ORGANIZATION IS SEQUENTIAL.

       FD  LORHIST-FILE.
           COPY LORHIST.

       FD  MODHIST-FILE.
           COPY MODHIST.

       FD  INQRESP-FILE.
           COPY INQRESP.

       01  WS-INQREQ-STATUS        PIC X(02).
       01  WS-AUDHIST-STATUS       PIC X(02).
       01  WS-LORHIST-STATUS       PIC X(02).
       01  WS-MODHIST-STATUS       PIC X(02).

      *    BOTH HISTORY FILES ARE LOADED IN FULL AND SCANNED PER
      *    REQUEST - THE SAME IN-MEMORY PATTERN AS THE REST OF THE
                   15  FILLER           PIC X(03).
                   15  LHT-CUSTOMER-ID  PIC X(05).
                   15  FILLER           PIC X(95).
      *    THE MODIFICATION HISTORY IS NOT TRIMMED BY HISTARCH BUT IS
      *    HELD TO THE SAME LIMIT; THE CUSTOMER ID LEADS ITS DATA.
       01  WS-MODHIST-COUNT        PIC 9(06) VALUE 0.
       01  WS-MODHIST-TABLE.
           05  WS-MODHIST-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-MODHIST-COUNT.
               10  MHT-RUN-DATE         PIC X(08).
               10  MHT-DATA.
                   15  MHT-CUSTOMER-ID  PIC X(05).
                   15  FILLER           PIC X(98).

      *    MERGE CONTROL FOR ONE CUSTOMER'S EXTRACT - ONE POINTER
      *    PER HISTORY FILE.
       01  WS-AUD-SCAN-IDX         PIC 9(06).
       01  WS-LOR-SCAN-IDX         PIC 9(06).
       01  WS-MOD-SCAN-IDX         PIC 9(06).
       01  WS-AUD-NEXT-IDX         PIC 9(06).
       01  WS-LOR-NEXT-IDX         PIC 9(06).
       01  WS-MOD-NEXT-IDX         PIC 9(06).

      *    EXTRACT CONTROL TOTALS FOR THE END-OF-RUN SUMMARY.
       01  WS-REQUEST-COUNT        PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
           PERFORM LOAD-AUDIT-HISTORY
           PERFORM LOAD-LOANOUT-HISTORY
           PERFORM LOAD-MODIFICATION-HISTORY

      *    THIS PROGRAM ONLY RUNS WHEN SOMEONE HAS A REQUEST TO
      *    ANSWER - A MISSING REQUEST FILE IS AN OPERATIONS MISTAKE,
           MOVE LHR-RUN-DATE TO LHT-RUN-DATE (WS-LORHIST-COUNT)
           MOVE LHR-LOANOUT-DATA TO LHT-DATA (WS-LORHIST-COUNT).

       LOAD-MODIFICATION-HISTORY.
      *    NO MODIFICATION HISTORY SIMPLY MEANS NO LOAN HAS EVER BEEN
      *    RESTRUCTURED - IT IS NOT PART OF THE ARCHIVE CHECK ABOVE.
           OPEN INPUT MODHIST-FILE
           IF WS-MODHIST-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ MODHIST-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-MODHIST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE MODHIST-FILE
               SET NOT-EOF TO TRUE
           END-IF.

       LOAD-MODHIST-ENTRY.
           IF WS-MODHIST-COUNT = 50000
               DISPLAY 'MODHIST.DAT OVERFLOWS ITS 50000-ROW TABLE '
                   '- RAISE THE LIMIT TO MATCH THE HISTORY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MODHIST-COUNT
           MOVE MHR-RUN-DATE TO MHT-RUN-DATE (WS-MODHIST-COUNT)
           MOVE MHR-MODIFY-DATA TO MHT-DATA (WS-MODHIST-COUNT).

       EXTRACT-ONE-CUSTOMER.
      *    WALK ALL THREE TABLES FORWARD, ALWAYS EMITTING WHICHEVER
      *    MATCHING ROW CARRIES THE EARLIEST RUN DATE - EACH TABLE IS
      *    ALREADY IN RUN-DATE ORDER, SO THE MERGED OUTPUT IS TOO. ON
      *    THE SAME DATE A DECISION COMES FIRST, THEN ITS AUDIT ROW,
      *    THEN ANY MODIFICATION.
           MOVE 0 TO WS-CUST-EXTRACT-COUNT
           MOVE 1 TO WS-AUD-SCAN-IDX
           MOVE 1 TO WS-LOR-SCAN-IDX
           MOVE 1 TO WS-MOD-SCAN-IDX
           PERFORM FIND-NEXT-AUD-MATCH
           PERFORM FIND-NEXT-LOR-MATCH
           PERFORM FIND-NEXT-MOD-MATCH
           PERFORM UNTIL WS-AUD-NEXT-IDX = 0
                   AND WS-LOR-NEXT-IDX = 0
                   AND WS-MOD-NEXT-IDX = 0
               IF WS-LOR-NEXT-IDX > 0
                       AND (WS-AUD-NEXT-IDX = 0
                       OR LHT-RUN-DATE (WS-LOR-NEXT-IDX)
                           NOT > AHT-RUN-DATE (WS-AUD-NEXT-IDX))
                       AND (WS-MOD-NEXT-IDX = 0
                       OR LHT-RUN-DATE (WS-LOR-NEXT-IDX)
                           NOT > MHT-RUN-DATE (WS-MOD-NEXT-IDX))
                   PERFORM EMIT-LOR-MATCH
               ELSE
                   IF WS-AUD-NEXT-IDX > 0
                           AND (WS-MOD-NEXT-IDX = 0
                           OR AHT-RUN-DATE (WS-AUD-NEXT-IDX)
                               NOT > MHT-RUN-DATE (WS-MOD-NEXT-IDX))
                       PERFORM EMIT-AUD-MATCH
                   ELSE
                       PERFORM EMIT-MOD-MATCH
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CUST-EXTRACT-COUNT = 0
               END-IF
           END-PERFORM.

       FIND-NEXT-MOD-MATCH.
           MOVE 0 TO WS-MOD-NEXT-IDX
           PERFORM UNTIL WS-MOD-SCAN-IDX > WS-MODHIST-COUNT
                   OR WS-MOD-NEXT-IDX > 0
               IF MHT-CUSTOMER-ID (WS-MOD-SCAN-IDX)
                       = REQ-CUSTOMER-ID
                   MOVE WS-MOD-SCAN-IDX TO WS-MOD-NEXT-IDX
               ELSE
                   ADD 1 TO WS-MOD-SCAN-IDX
               END-IF
           END-PERFORM.

       EMIT-AUD-MATCH.
           MOVE AHT-RUN-DATE (WS-AUD-NEXT-IDX) TO INR-RUN-DATE
           MOVE 'AUD'                          TO INR-SOURCE
           ADD 1 TO WS-CUST-EXTRACT-COUNT
           ADD 1 TO WS-LOR-SCAN-IDX
           PERFORM FIND-NEXT-LOR-MATCH.

       EMIT-MOD-MATCH.
           MOVE MHT-RUN-DATE (WS-MOD-NEXT-IDX) TO INR-RUN-DATE
           MOVE 'MOD'                          TO INR-SOURCE
           MOVE REQ-CUSTOMER-ID                TO INR-CUSTOMER-ID
           MOVE MHT-DATA (WS-MOD-NEXT-IDX)     TO INR-RECORD-DATA
           WRITE INQRESP-RECORD
           ADD 1 TO WS-EXTRACTED-COUNT
           ADD 1 TO WS-CUST-EXTRACT-COUNT
           ADD 1 TO WS-MOD-SCAN-IDX
           PERFORM FIND-NEXT-MOD-MATCH.
