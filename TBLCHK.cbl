      *      TABLE (RATETBLP.DAT - THE COPY OPERATIONS SAVES AT
      *      PROMOTION) SHOWING RATES CHANGED, BANDS MOVED, MAXIMUMS
      *      CHANGED, AND TIERS ADDED OR DROPPED, FOR SIGN-OFF.
      *  THE FEE TABLE (FEETBL.DAT - LATE FEE AND RETURNED-ITEM FEE
      *  PER PRODUCT) IS MAINTAINED THE SAME WAY AND CHECKED HERE
      *  TOO: NON-NUMERIC TERMS, AN UNKNOWN FEE TYPE AND A PRODUCT
      *  LISTED TWICE ARE ERRORS; A FEE ROW FOR A PRODUCT RATETBL.DAT
      *  DOES NOT PRICE, OR ONE THAT CAN NEVER CHARGE ANYTHING, IS A
      *  WARNING.
      *  FINANCE'S LOAN-LOSS RATE TABLE (LOSSRATE.DAT - RATE PER RISK
      *  TIER AND AGING BUCKET, READ BY PORTSNAP AT MONTH END) IS
      *  CHECKED THE SAME WAY: A NON-NUMERIC RATE, A RATE OVER 100
      *  PERCENT, A BUCKET DELQRPT.DAT NEVER CARRIES AND A TIER AND
      *  BUCKET LISTED TWICE ARE ERRORS; A TIER RATETBL.DAT DOES NOT
      *  GRADE IS A WARNING.
      *  THE FINDINGS AND CHANGES GO TO AN 80-COLUMN PRINT REPORT
      *  (TBLCHKRP.DAT). ANY ERROR FINDING ENDS RC=8 - A FAT-FINGERED
      *  RATE TABLE IS A DAYTIME FINDING, NOT A 3 A.M. PAGE.
           SELECT UWPOLICY-FILE ASSIGN TO 'UWPOLICY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UWPOLICY-STATUS.
           SELECT FEETBL-FILE ASSIGN TO 'FEETBL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEETBL-STATUS.
           SELECT LOSSRATE-FILE ASSIGN TO 'LOSSRATE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOSSRATE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'TBLCHKRP.DAT'
               ORGANIZATION IS SEQUENTIAL.

       FD  UWPOLICY-FILE.
           COPY UWPOLICY.

       FD  FEETBL-FILE.
           COPY FEETBL.

       FD  LOSSRATE-FILE.
           COPY LOSSRATE.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       01  WS-RATETBL-STATUS       PIC X(02).
       01  WS-PRIOR-STATUS         PIC X(02).
       01  WS-UWPOLICY-STATUS      PIC X(02).
       01  WS-FEETBL-STATUS        PIC X(02).
       01  WS-LOSSRATE-STATUS      PIC X(02).
       01  WS-RUN-DATE             PIC X(08).

      *    THE CANDIDATE TABLE, LOADED THE SAME WAY AND TO THE SAME
               10  PRT-MAX-AMOUNT       PIC 9(09)V99.
               10  PRT-MATCHED-FLAG     PIC X(01).

      *    FEE TABLE PRODUCTS SEEN SO FAR, FOR THE DUPLICATE CHECK -
      *    LATEFEE'S FIRST-MATCH SEARCH WOULD SILENTLY IGNORE THE
      *    SECOND ROW. THE SAME 60-ROW LIMIT LATEFEE LOADS TO.
       01  WS-FEE-ROW-COUNT        PIC 9(05) VALUE 0.
       01  WS-FEE-PRODUCT-COUNT    PIC 9(03) VALUE 0.
       01  WS-FEE-PRODUCT-TABLE.
           05  WS-FEE-PRODUCT-ENTRY OCCURS 1 TO 60 TIMES
                   DEPENDING ON WS-FEE-PRODUCT-COUNT.
               10  FPT-PRODUCT-CODE     PIC X(04).

      *    LOSS RATE TIERS AND BUCKETS SEEN SO FAR, FOR THE DUPLICATE
      *    CHECK - PORTSNAP'S FIRST-MATCH SEARCH WOULD SILENTLY IGNORE
      *    THE SECOND ROW. THE SAME 60-ROW LIMIT PORTSNAP LOADS TO.
       01  WS-LOSS-ROW-COUNT       PIC 9(05) VALUE 0.
       01  WS-LOSS-KEY-COUNT       PIC 9(03) VALUE 0.
       01  WS-LOSS-KEY-TABLE.
           05  WS-LOSS-KEY-ENTRY OCCURS 1 TO 60 TIMES
                   DEPENDING ON WS-LOSS-KEY-COUNT.
               10  LKT-RISK-TIER        PIC X(08).
               10  LKT-AGING-BUCKET     PIC X(03).
       01  WS-FOUND-FLAG           PIC X(01).

       01  WS-SCAN-IDX             PIC 9(03).
       01  WS-CHECK-IDX            PIC 9(03).
       01  WS-MATCHED-ENTRY-IDX    PIC 9(03).
           PERFORM CHECK-BAND-COVERAGE
           PERFORM CHECK-PRODUCT-APPETITE
           PERFORM CHECK-UW-POLICY
           PERFORM CHECK-FEE-TABLE
           PERFORM CHECK-LOSS-RATE-TABLE
           PERFORM REPORT-TABLE-CHANGES
           PERFORM WRITE-REPORT-SUMMARY

               CLOSE UWPOLICY-FILE
           END-IF.

       CHECK-FEE-TABLE.
      *    LATEFEE TOLERATES A MISSING FEETBL.DAT (NO FEES ARE
      *    CHARGED), SO THAT IS A WARNING HERE, THE SAME AS A MISSING
      *    UWPOLICY.DAT.
           OPEN INPUT FEETBL-FILE
           IF WS-FEETBL-STATUS NOT = '00'
               MOVE SPACES TO WS-DETAIL-LINE
               STRING 'WARNING: FEETBL.DAT ABSENT - NO LATE FEES '
                       'WILL BE ASSESSED'
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM WRITE-WARNING-LINE
           ELSE
               PERFORM UNTIL EOF-REACHED
                   READ FEETBL-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FEE-ROW-COUNT
                           PERFORM CHECK-FEE-ROW
                   END-READ
               END-PERFORM
               CLOSE FEETBL-FILE
               SET NOT-EOF TO TRUE
               IF WS-FEE-ROW-COUNT = 0
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING 'WARNING: FEETBL.DAT IS EMPTY - NO LATE '
                           'FEES WILL BE ASSESSED'
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   PERFORM WRITE-WARNING-LINE
               END-IF
           END-IF.

       CHECK-FEE-ROW.
           IF WS-FEE-ROW-COUNT > 60
      *        THE SAME LIMIT LOAD-FEETBL-ENTRY ABENDS ON AT NIGHT.
               IF WS-FEE-ROW-COUNT = 61
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING 'ERROR: FEETBL.DAT HAS MORE THAN 60 ROWS '
                           '- TONIGHT''S LOAD WOULD ABEND'
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   PERFORM WRITE-ERROR-LINE
               END-IF
           ELSE
               IF FT-FLAT-AMOUNT NOT NUMERIC
                       OR FT-FEE-PERCENT NOT NUMERIC
                       OR FT-MAX-FEE NOT NUMERIC
                       OR FT-GRACE-DAYS NOT NUMERIC
                       OR FT-NSF-FEE NOT NUMERIC
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING 'ERROR: FEE ROW FOR PRODUCT '
                           FT-PRODUCT-CODE
                           ' HAS NON-NUMERIC FIELDS'
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   PERFORM WRITE-ERROR-LINE
               ELSE
                   IF NOT FT-FLAT-FEE AND NOT FT-PERCENT-FEE
                       MOVE SPACES TO WS-DETAIL-LINE
                       STRING 'ERROR: FEE ROW FOR PRODUCT '
                               FT-PRODUCT-CODE
                               ' HAS FEE TYPE ''' FT-FEE-TYPE
                               ''' - MUST BE F OR P'
                           DELIMITED BY SIZE INTO WS-DETAIL-LINE
                       PERFORM WRITE-ERROR-LINE
                   ELSE
                       IF ((FT-FLAT-FEE AND FT-FLAT-AMOUNT = 0)
                               OR (FT-PERCENT-FEE
                                   AND FT-FEE-PERCENT = 0))
                               AND FT-NSF-FEE = 0
                           MOVE SPACES TO WS-DETAIL-LINE
                           STRING 'WARNING: FEE ROW FOR PRODUCT '
                                   FT-PRODUCT-CODE
                                   ' WILL NEVER CHARGE A FEE'
                               DELIMITED BY SIZE INTO WS-DETAIL-LINE
                           PERFORM WRITE-WARNING-LINE
                       END-IF
                   END-IF
               END-IF
               PERFORM CHECK-FEE-PRODUCT
           END-IF.

       CHECK-FEE-PRODUCT.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-FEE-PRODUCT-COUNT
               IF FPT-PRODUCT-CODE (WS-CHECK-IDX) = FT-PRODUCT-CODE
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = 'Y'
               MOVE SPACES TO WS-DETAIL-LINE
               STRING 'ERROR: PRODUCT ' FT-PRODUCT-CODE
                       ' APPEARS MORE THAN ONCE IN FEETBL.DAT'
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM WRITE-ERROR-LINE
           ELSE
               ADD 1 TO WS-FEE-PRODUCT-COUNT
               MOVE FT-PRODUCT-CODE
                   TO FPT-PRODUCT-CODE (WS-FEE-PRODUCT-COUNT)
           END-IF

           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-RATETBL-COUNT
               IF RTT-PRODUCT-CODE (WS-CHECK-IDX) = FT-PRODUCT-CODE
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = 'N'
               MOVE SPACES TO WS-DETAIL-LINE
               STRING 'WARNING: FEE ROW FOR PRODUCT '
                       FT-PRODUCT-CODE
                       ' - PRODUCT IS NOT IN RATETBL.DAT'
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM WRITE-WARNING-LINE
           END-IF.

       CHECK-LOSS-RATE-TABLE.
      *    PORTSNAP TOLERATES A MISSING LOSSRATE.DAT (NOTHING IS
      *    RESERVED AND EVERY BALANCE IS REPORTED UNRATED), SO THAT
      *    IS A WARNING HERE, THE SAME AS A MISSING FEETBL.DAT.
           OPEN INPUT LOSSRATE-FILE
           IF WS-LOSSRATE-STATUS NOT = '00'
               MOVE SPACES TO WS-DETAIL-LINE
               STRING 'WARNING: LOSSRATE.DAT ABSENT - NO LOAN-LOSS '
                       'ALLOWANCE WILL BE CALCULATED'
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM WRITE-WARNING-LINE
           ELSE
               PERFORM UNTIL EOF-REACHED
                   READ LOSSRATE-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LOSS-ROW-COUNT
                           PERFORM CHECK-LOSS-RATE-ROW
                   END-READ
               END-PERFORM
               CLOSE LOSSRATE-FILE
               SET NOT-EOF TO TRUE
               IF WS-LOSS-ROW-COUNT = 0
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING 'WARNING: LOSSRATE.DAT IS EMPTY - NO '
                           'LOAN-LOSS ALLOWANCE WILL BE CALCULATED'
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   PERFORM WRITE-WARNING-LINE
               END-IF
           END-IF.

       CHECK-LOSS-RATE-ROW.
           IF WS-LOSS-ROW-COUNT > 60
      *        THE SAME LIMIT LOAD-LOSSRATE-ENTRY ABENDS ON.
               IF WS-LOSS-ROW-COUNT = 61
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING 'ERROR: LOSSRATE.DAT HAS MORE THAN 60 ROWS '
                           '- THE MONTH-END LOAD WOULD ABEND'
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   PERFORM WRITE-ERROR-LINE
               END-IF
           ELSE
               IF LSR-LOSS-PERCENT NOT NUMERIC
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING 'ERROR: LOSS RATE FOR TIER ' LSR-RISK-TIER
                           ' BUCKET ' LSR-AGING-BUCKET
                           ' IS NOT NUMERIC'
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   PERFORM WRITE-ERROR-LINE
               ELSE
                   IF LSR-LOSS-PERCENT > 100
                       MOVE SPACES TO WS-DETAIL-LINE
                       STRING 'ERROR: LOSS RATE FOR TIER '
                               LSR-RISK-TIER ' BUCKET '
                               LSR-AGING-BUCKET
                               ' IS OVER 100 PERCENT'
                           DELIMITED BY SIZE INTO WS-DETAIL-LINE
                       PERFORM WRITE-ERROR-LINE
                   END-IF
               END-IF
               IF LSR-AGING-BUCKET NOT = 'CUR' AND NOT = '30 '
                       AND NOT = '60 ' AND NOT = '90+'
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING 'ERROR: LOSS RATE FOR TIER ' LSR-RISK-TIER
                           ' HAS BUCKET ''' LSR-AGING-BUCKET
                           ''' - MUST BE CUR, 30, 60 OR 90+'
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   PERFORM WRITE-ERROR-LINE
               END-IF
               PERFORM CHECK-LOSS-RATE-KEY
           END-IF.

       CHECK-LOSS-RATE-KEY.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-LOSS-KEY-COUNT
               IF LKT-RISK-TIER (WS-CHECK-IDX) = LSR-RISK-TIER
                       AND LKT-AGING-BUCKET (WS-CHECK-IDX)
                           = LSR-AGING-BUCKET
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = 'Y'
               MOVE SPACES TO WS-DETAIL-LINE
               STRING 'ERROR: TIER ' LSR-RISK-TIER ' BUCKET '
                       LSR-AGING-BUCKET
                       ' APPEARS MORE THAN ONCE IN LOSSRATE.DAT'
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM WRITE-ERROR-LINE
           ELSE
               ADD 1 TO WS-LOSS-KEY-COUNT
               MOVE LSR-RISK-TIER
                   TO LKT-RISK-TIER (WS-LOSS-KEY-COUNT)
               MOVE LSR-AGING-BUCKET
                   TO LKT-AGING-BUCKET (WS-LOSS-KEY-COUNT)
           END-IF

           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-RATETBL-COUNT
               IF RTT-TIER-NAME (WS-CHECK-IDX) = LSR-RISK-TIER
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = 'N'
               MOVE SPACES TO WS-DETAIL-LINE
               STRING 'WARNING: LOSS RATE FOR TIER ' LSR-RISK-TIER
                       ' - TIER IS NOT IN RATETBL.DAT'
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM WRITE-WARNING-LINE
           END-IF.

       REPORT-TABLE-CHANGES.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-REPORT-LINE
