       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATEFEE.

      *****************************************************************
      *  NIGHTLY LATE FEE ASSESSMENT. RUNS AFTER PAYPOST AND CHARGES
      *  THE LATE FEE THE BRANCHES USED TO ADD (OR WAIVE) BY HAND:
      *  EVERY POSTED INSTALLMENT ON PAYSTAT.DAT STILL 'MISSED' OR
      *  'PARTIAL' MORE THAN THE PRODUCT'S GRACE DAYS AFTER ITS DUE
      *  DATE IS CHARGED ONE FEE FROM THE PER-PRODUCT FEE TABLE
      *  (FEETBL.DAT - A FLAT AMOUNT OR A PERCENTAGE OF THE SCHEDULED
      *  PAYMENT), SO THE NOTE TERMS ARE APPLIED THE SAME WAY TO
      *  EVERY BORROWER. THE LOAN'S PRODUCT COMES FROM LOANMAST.DAT.
      *  EACH FEE IS APPENDED TO THE CUMULATIVE FEE LEDGER
      *  (FEELEDG.DAT), WHICH IS ALSO HOW AN INSTALLMENT IS CHARGED
      *  ONLY ONCE - AN INSTALLMENT ALREADY ON THE LEDGER IS NEVER
      *  CHARGED AGAIN, HOWEVER MANY NIGHTS IT STAYS UNPAID, AND A
      *  RERUN CHARGES NOTHING TWICE. TONIGHT'S FEES ARE LISTED ON A
      *  REGISTER (FEEREG.DAT) FOR COLLECTIONS TO REVIEW AND ARE
      *  ADDED TO THE LOAN'S ROW ON FEESTAT.DAT, SO THE STATEMENTS
      *  AND DUNNING LETTERS PRINTED LATER TONIGHT SHOW THEM AS OWED.
      *  A LOAN CHGOFF HAS CHARGED OFF (STATUS 'R' ON LOANMAST.DAT) IS
      *  NEVER CHARGED - ITS UNPAID INSTALLMENTS WERE WRITTEN OFF -
      *  AND IS COUNTED SEPARATELY ON THE REGISTER TRAILER.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYSTAT-FILE ASSIGN TO 'PAYSTAT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYSTAT-STATUS.
           SELECT FEETBL-FILE ASSIGN TO 'FEETBL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEETBL-STATUS.
           SELECT LOANMAST-FILE ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT FEELEDG-FILE ASSIGN TO 'FEELEDG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEELEDG-STATUS.
           SELECT FEESTAT-FILE ASSIGN TO 'FEESTAT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEESTAT-STATUS.
           SELECT FEEREG-FILE ASSIGN TO 'FEEREG.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYSTAT-FILE.
           COPY PAYSTAT.

       FD  FEETBL-FILE.
           COPY FEETBL.

       FD  LOANMAST-FILE.
           COPY LOANMAST.

       FD  FEELEDG-FILE.
           COPY FEELEDG.

       FD  FEESTAT-FILE.
           COPY FEESTAT.

       FD  FEEREG-FILE.
           COPY FEEREG.

       WORKING-STORAGE SECTION.
       01  EOF-FLAG                PIC X VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.

       01  WS-PAYSTAT-STATUS       PIC X(02).
       01  WS-FEETBL-STATUS        PIC X(02).
       01  WS-LOANMAST-STATUS      PIC X(02).
       01  WS-FEELEDG-STATUS       PIC X(02).
       01  WS-FEESTAT-STATUS       PIC X(02).

      *    THE FEE TABLE - IF FEETBL.DAT IS ABSENT OR EMPTY, NO FEES
      *    ARE CHARGED: TODAY NOTHING IS CHARGED AUTOMATICALLY, SO A
      *    MISSING TABLE REPRODUCES TODAY'S BEHAVIOR RATHER THAN
      *    CHARGING EVERY LATE BORROWER SOME DEFAULT AMOUNT NOBODY
      *    SIGNED OFF ON. SAME 60-ROW LIMIT AS WS-RATETBL-TABLE.
       01  WS-FEETBL-COUNT         PIC 9(03) VALUE 0.
       01  WS-FEETBL-TABLE.
           05  WS-FEETBL-ENTRY OCCURS 1 TO 60 TIMES
                   DEPENDING ON WS-FEETBL-COUNT
                   INDEXED BY FT-IDX.
               10  FTT-PRODUCT-CODE     PIC X(04).
               10  FTT-FEE-TYPE         PIC X(01).
               10  FTT-FLAT-AMOUNT      PIC 9(05)V99.
               10  FTT-FEE-PERCENT      PIC 9(02)V9(03).
               10  FTT-MAX-FEE          PIC 9(05)V99.
               10  FTT-GRACE-DAYS       PIC 9(03).
       01  WS-MATCHED-FEE-IDX      PIC 9(03) VALUE 0.

      *    LOANMAST.DAT SUPPLIES THE PRODUCT CODE PAYSTAT.DAT DOES
      *    NOT CARRY - LOADED IN LOAN-NUMBER ORDER FOR A BINARY
      *    SEARCH, THE SAME WAY PAYEDIT LOADS IT.
       01  WS-LOANMAST-COUNT       PIC 9(06) VALUE 0.
       01  WS-LOANMAST-TABLE.
           05  WS-LOANMAST-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-LOANMAST-COUNT
                   ASCENDING KEY IS LNT-LOAN-NUMBER
                   INDEXED BY LN-IDX.
               10  LNT-LOAN-NUMBER      PIC X(12).
               10  LNT-PRODUCT-CODE     PIC X(04).
               10  LNT-LOAN-STATUS      PIC X(01).
       01  WS-LOAN-PRODUCT         PIC X(04).
       01  WS-LOAN-STATUS          PIC X(01).

      *    LATE FEES ALREADY ON THE LEDGER, BY LOAN AND INSTALLMENT -
      *    PAYMENT NUMBER AND DUE DATE TOGETHER, BECAUSE LOANMOD
      *    REUSES THE PAYMENT NUMBERS OF THE ROWS IT REPLACES FOR
      *    INSTALLMENTS FALLING DUE ON NEW DATES, AND EACH OF THOSE
      *    CAN BE CHARGED IN ITS OWN RIGHT.
      *    THE LEDGER IS APPENDED NIGHT BY NIGHT, SO IT IS NOT IN KEY
      *    ORDER AND IS SEARCHED SERIALLY. ONLY THE FEW INSTALLMENTS
      *    PAST GRACE EACH NIGHT EVER GET AS FAR AS THIS SEARCH.
       01  WS-CHARGED-COUNT        PIC 9(06) VALUE 0.
       01  WS-CHARGED-TABLE.
           05  WS-CHARGED-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-CHARGED-COUNT
                   INDEXED BY CH-IDX.
               10  CHT-LOAN-NUMBER      PIC X(12).
               10  CHT-PAYMENT-NUMBER   PIC 9(03).
               10  CHT-DUE-DATE         PIC X(08).
       01  WS-ALREADY-CHARGED-FLAG PIC X(01).

      *    FEESTAT.DAT AS PAYPOST LEFT IT - ONE ROW PER LOAN IN LOAN-
      *    NUMBER ORDER - UPDATED IN MEMORY WITH TONIGHT'S FEES AND
      *    REWRITTEN AT THE END, THE SAME PATTERN AS CHGOFF'S
      *    CUSTMAST UPDATE.
       01  WS-FEESTAT-FLAG         PIC X(01) VALUE 'N'.
           88  FEESTAT-LOADED      VALUE 'Y'.
       01  WS-FEESTAT-COUNT        PIC 9(06) VALUE 0.
       01  WS-FEESTAT-TABLE.
           05  WS-FEESTAT-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-FEESTAT-COUNT
                   ASCENDING KEY IS FSTT-LOAN-NUMBER
                   INDEXED BY FS-IDX.
               10  FSTT-CUSTOMER-ID     PIC X(05).
               10  FSTT-LOAN-NUMBER     PIC X(12).
               10  FSTT-FEES-ASSESSED   PIC 9(07)V99.
               10  FSTT-FEES-PAID       PIC 9(07)V99.
               10  FSTT-FEES-OUTSTANDING PIC 9(07)V99.
       01  WS-WRITE-IDX            PIC 9(06).

      *    AS-OF DATE AND DAYS-PAST-DUE ARITHMETIC - THE SAME
      *    CALENDAR-DAY COUNT PAYPOST AGES ON.
       01  WS-RUN-DATE             PIC X(08).
       01  WS-RUN-INTEGER          PIC 9(08).
       01  WS-DUE-DATE-NUM         PIC 9(08).
       01  WS-DUE-INTEGER          PIC 9(08).
       01  WS-DAYS-PAST-DUE        PIC S9(05).
       01  WS-FEE-AMOUNT           PIC 9(05)V99.

      *    REGISTER CONTROL TOTALS.
       01  WS-ASSESSED-COUNT       PIC 9(05) VALUE 0.
       01  WS-TOTAL-FEE-AMT        PIC 9(09)V99 VALUE 0.
       01  WS-ALREADY-COUNT        PIC 9(05) VALUE 0.
       01  WS-IN-GRACE-COUNT       PIC 9(05) VALUE 0.
       01  WS-NO-TERMS-COUNT       PIC 9(05) VALUE 0.
       01  WS-CHARGED-OFF-COUNT    PIC 9(05) VALUE 0.

       01  WS-FEEREG-HEADER.
           05  WS-FRG-HDR-RECORD-TYPE   PIC X(03) VALUE 'HDR'.
           05  WS-FRG-HDR-RUN-DATE      PIC X(08).
           05  WS-FRG-HDR-LAYOUT-VER    PIC X(04) VALUE 'V001'.
           05  FILLER                   PIC X(60) VALUE SPACES.

       01  WS-FEEREG-TRAILER.
           05  WS-FRG-TRL-RECORD-TYPE   PIC X(03) VALUE 'TRL'.
           05  WS-FRG-TRL-ASSESSED-CNT  PIC 9(05).
           05  WS-FRG-TRL-FEE-AMT       PIC 9(09)V99.
           05  WS-FRG-TRL-ALREADY-CNT   PIC 9(05).
           05  WS-FRG-TRL-GRACE-CNT     PIC 9(05).
           05  WS-FRG-TRL-NO-TERMS-CNT  PIC 9(05).
           05  WS-FRG-TRL-CHGOFF-CNT    PIC 9(05).
           05  FILLER                   PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE FUNCTION NUMVAL (WS-RUN-DATE) TO WS-DUE-DATE-NUM
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-NUM)

           PERFORM LOAD-FEE-TABLE
           PERFORM LOAD-LOAN-MASTER
           PERFORM LOAD-CHARGED-FEES
           PERFORM LOAD-FEE-STATUS

      *    PAYPOST ALWAYS CREATES PAYSTAT.DAT, SO FAILING TO OPEN IT
      *    IS A SUITE SEQUENCING PROBLEM, NOT A QUIET NO-FEE NIGHT.
           OPEN INPUT PAYSTAT-FILE
           IF WS-PAYSTAT-STATUS NOT = '00'
               DISPLAY 'PAYSTAT.DAT COULD NOT BE OPENED - STATUS '
                   WS-PAYSTAT-STATUS ' - NO FEES CAN BE ASSESSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    FEELEDG.DAT IS CUMULATIVE - EXTEND IT, CREATING IT ON THE
      *    FIRST NIGHT.
           OPEN EXTEND FEELEDG-FILE
           IF WS-FEELEDG-STATUS NOT = '00'
               OPEN OUTPUT FEELEDG-FILE
               IF WS-FEELEDG-STATUS NOT = '00'
                   DISPLAY 'FEELEDG.DAT COULD NOT BE OPENED - STATUS '
                       WS-FEELEDG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT FEEREG-FILE
           PERFORM WRITE-FEEREG-HEADER

           PERFORM UNTIL EOF-REACHED
               READ PAYSTAT-FILE
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF PST-PAY-STATUS = 'MISSED '
                               OR PST-PAY-STATUS = 'PARTIAL'
                           PERFORM EVALUATE-LATE-INSTALLMENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYSTAT-FILE
           CLOSE FEELEDG-FILE

           PERFORM WRITE-FEEREG-TRAILER
           CLOSE FEEREG-FILE

           IF FEESTAT-LOADED
               PERFORM REWRITE-FEE-STATUS
           END-IF

           DISPLAY 'LATE FEES ASSESSED: ' WS-ASSESSED-COUNT
               ' FOR ' WS-TOTAL-FEE-AMT
           STOP RUN.

       LOAD-FEE-TABLE.
           OPEN INPUT FEETBL-FILE
           IF WS-FEETBL-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ FEETBL-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-FEETBL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FEETBL-FILE
               SET NOT-EOF TO TRUE
               IF WS-FEETBL-COUNT = 0
                   DISPLAY 'FEETBL.DAT IS PRESENT BUT EMPTY - '
                       'NO LATE FEES WILL BE ASSESSED'
               END-IF
           ELSE
               DISPLAY 'FEETBL.DAT COULD NOT BE OPENED - STATUS '
                   WS-FEETBL-STATUS ' - NO LATE FEES WILL BE ASSESSED'
           END-IF.

       LOAD-FEETBL-ENTRY.
      *    THE SAME OVERFLOW GUARD AS LOANAPP'S LOAD-RATETBL-ENTRY.
      *    A ROW WITH NON-NUMERIC TERMS IS LEFT OUT OF THE TABLE SO
      *    ITS PRODUCT IS NOT CHARGED AT ALL RATHER THAN CHARGED A
      *    GARBAGE AMOUNT - TBLCHK REPORTS IT AS AN ERROR BY DAY.
           IF WS-FEETBL-COUNT = 60
               DISPLAY 'FEETBL.DAT HAS MORE THAN 60 ROWS - '
                   'WS-FEETBL-TABLE ONLY HOLDS 60'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FT-FLAT-AMOUNT NOT NUMERIC
                   OR FT-FEE-PERCENT NOT NUMERIC
                   OR FT-MAX-FEE NOT NUMERIC
                   OR FT-GRACE-DAYS NOT NUMERIC
                   OR (NOT FT-FLAT-FEE AND NOT FT-PERCENT-FEE)
               DISPLAY 'FEETBL.DAT ROW FOR PRODUCT ' FT-PRODUCT-CODE
                   ' IS NOT VALID - PRODUCT WILL NOT BE CHARGED'
           ELSE
               ADD 1 TO WS-FEETBL-COUNT
               MOVE FT-PRODUCT-CODE
                   TO FTT-PRODUCT-CODE (WS-FEETBL-COUNT)
               MOVE FT-FEE-TYPE
                   TO FTT-FEE-TYPE (WS-FEETBL-COUNT)
               MOVE FT-FLAT-AMOUNT
                   TO FTT-FLAT-AMOUNT (WS-FEETBL-COUNT)
               MOVE FT-FEE-PERCENT
                   TO FTT-FEE-PERCENT (WS-FEETBL-COUNT)
               MOVE FT-MAX-FEE
                   TO FTT-MAX-FEE (WS-FEETBL-COUNT)
               MOVE FT-GRACE-DAYS
                   TO FTT-GRACE-DAYS (WS-FEETBL-COUNT)
           END-IF.

       LOAD-LOAN-MASTER.
           OPEN INPUT LOANMAST-FILE
           IF WS-LOANMAST-STATUS = '00'
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
           IF WS-LOANMAST-COUNT = 100000
               DISPLAY 'LOANMAST.DAT HAS MORE THAN 100000 ROWS - '
                   'WS-LOANMAST-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LOANMAST-COUNT > 0
               IF LN-LOAN-NUMBER NOT >
                       LNT-LOAN-NUMBER (WS-LOANMAST-COUNT)
                   DISPLAY 'LOANMAST.DAT NOT IN ASCENDING LOAN-'
                       'NUMBER ORDER AT ' LN-LOAN-NUMBER ' - '
                       'KEYED LOOKUP NEEDS A SORTED MASTER'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-LOANMAST-COUNT
           MOVE LN-LOAN-NUMBER
               TO LNT-LOAN-NUMBER (WS-LOANMAST-COUNT)
           MOVE LN-PRODUCT-CODE
               TO LNT-PRODUCT-CODE (WS-LOANMAST-COUNT)
           MOVE LN-LOAN-STATUS
               TO LNT-LOAN-STATUS (WS-LOANMAST-COUNT).

       LOAD-CHARGED-FEES.
      *    NO LEDGER YET MEANS NOTHING HAS EVER BEEN CHARGED.
           OPEN INPUT FEELEDG-FILE
           IF WS-FEELEDG-STATUS = '00'
               PERFORM UNTIL EOF-REACHED
                   READ FEELEDG-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           IF FLG-FEE-TYPE = 'LATE'
                               PERFORM NOTE-CHARGED-FEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEELEDG-FILE
               SET NOT-EOF TO TRUE
           END-IF.

       NOTE-CHARGED-FEE.
           IF WS-CHARGED-COUNT = 100000
               DISPLAY 'FEELEDG.DAT HAS MORE THAN 100000 LATE FEES - '
                   'WS-CHARGED-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CHARGED-COUNT
           MOVE FLG-LOAN-NUMBER
               TO CHT-LOAN-NUMBER (WS-CHARGED-COUNT)
           MOVE FLG-PAYMENT-NUMBER
               TO CHT-PAYMENT-NUMBER (WS-CHARGED-COUNT)
           MOVE FLG-DUE-DATE
               TO CHT-DUE-DATE (WS-CHARGED-COUNT).

       LOAD-FEE-STATUS.
      *    WITHOUT FEESTAT.DAT THE FEES ARE STILL CHARGED TO THE
      *    LEDGER; TOMORROW NIGHT'S PAYPOST PICKS THEM UP FROM THERE.
           OPEN INPUT FEESTAT-FILE
           IF WS-FEESTAT-STATUS = '00'
               SET FEESTAT-LOADED TO TRUE
               PERFORM UNTIL EOF-REACHED
                   READ FEESTAT-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM LOAD-FEESTAT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FEESTAT-FILE
               SET NOT-EOF TO TRUE
           ELSE
               DISPLAY 'FEESTAT.DAT COULD NOT BE OPENED - STATUS '
                   WS-FEESTAT-STATUS ' - TONIGHT''S FEES WILL SHOW '
                   'AFTER THE NEXT PAYPOST'
           END-IF.

       LOAD-FEESTAT-ENTRY.
      *    THE REWRITE MUST NOT TRUNCATE THE FILE AND THE LOOKUP IS A
      *    BINARY SEARCH, SO THE SAME LOAD GUARDS AS CHGOFF.
           IF WS-FEESTAT-COUNT = 100000
               DISPLAY 'FEESTAT.DAT HAS MORE THAN 100000 ROWS - '
                   'WS-FEESTAT-TABLE ONLY HOLDS 100000'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FEESTAT-COUNT > 0
               IF FST-LOAN-NUMBER NOT >
                       FSTT-LOAN-NUMBER (WS-FEESTAT-COUNT)
                   DISPLAY 'FEESTAT.DAT NOT IN ASCENDING LOAN-'
                       'NUMBER ORDER AT ' FST-LOAN-NUMBER
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-FEESTAT-COUNT
           MOVE FST-CUSTOMER-ID
               TO FSTT-CUSTOMER-ID (WS-FEESTAT-COUNT)
           MOVE FST-LOAN-NUMBER
               TO FSTT-LOAN-NUMBER (WS-FEESTAT-COUNT)
           MOVE FST-FEES-ASSESSED
               TO FSTT-FEES-ASSESSED (WS-FEESTAT-COUNT)
           MOVE FST-FEES-PAID
               TO FSTT-FEES-PAID (WS-FEESTAT-COUNT)
           MOVE FST-FEES-OUTSTANDING
               TO FSTT-FEES-OUTSTANDING (WS-FEESTAT-COUNT).

       EVALUATE-LATE-INSTALLMENT.
      *    A 'PARTIAL' ROW MAY NOT BE DUE YET, SO THE DAYS PAST DUE
      *    ARE WORKED OUT FIRST - ONLY A ROW PAST ITS GRACE PERIOD
      *    CAN BE CHARGED. PAYSTAT.DAT WAS POSTED BEFORE CHGOFF RAN,
      *    SO A LOAN CHARGED OFF TONIGHT STILL SHOWS 'MISSED' ROWS -
      *    THE LOAN MASTER STATUS IS WHAT KEEPS IT FROM BEING CHARGED.
           PERFORM FIND-FEE-TERMS
           IF WS-LOAN-STATUS = 'R'
               ADD 1 TO WS-CHARGED-OFF-COUNT
           ELSE
               IF WS-MATCHED-FEE-IDX = 0
                   ADD 1 TO WS-NO-TERMS-COUNT
               ELSE
                   MOVE FUNCTION NUMVAL (PST-DUE-DATE)
                       TO WS-DUE-DATE-NUM
                   COMPUTE WS-DUE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-NUM)
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-RUN-INTEGER - WS-DUE-INTEGER
                   IF WS-DAYS-PAST-DUE
                           NOT > FTT-GRACE-DAYS (WS-MATCHED-FEE-IDX)
                       ADD 1 TO WS-IN-GRACE-COUNT
                   ELSE
                       PERFORM CHECK-ALREADY-CHARGED
                       IF WS-ALREADY-CHARGED-FLAG = 'Y'
                           ADD 1 TO WS-ALREADY-COUNT
                       ELSE
                           PERFORM COMPUTE-LATE-FEE
                           IF WS-FEE-AMOUNT = 0
                               ADD 1 TO WS-NO-TERMS-COUNT
                           ELSE
                               PERFORM ASSESS-LATE-FEE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-FEE-TERMS.
      *    LOAN TO PRODUCT THROUGH LOANMAST.DAT, THEN PRODUCT TO ITS
      *    FEE TERMS. A LOAN WITH NO MASTER ROW OR A PRODUCT WITH NO
      *    FEE ROW IS NOT CHARGED.
           MOVE 0      TO WS-MATCHED-FEE-IDX
           MOVE SPACES TO WS-LOAN-PRODUCT
           MOVE SPACES TO WS-LOAN-STATUS
           IF WS-LOANMAST-COUNT > 0
               SEARCH ALL WS-LOANMAST-ENTRY
                   AT END
                       CONTINUE
                   WHEN LNT-LOAN-NUMBER (LN-IDX) = PST-LOAN-NUMBER
                       MOVE LNT-PRODUCT-CODE (LN-IDX)
                           TO WS-LOAN-PRODUCT
                       MOVE LNT-LOAN-STATUS (LN-IDX)
                           TO WS-LOAN-STATUS
               END-SEARCH
           END-IF
           IF WS-LOAN-PRODUCT NOT = SPACES
                   AND WS-FEETBL-COUNT > 0
               SET FT-IDX TO 1
               SEARCH WS-FEETBL-ENTRY
                   AT END
                       CONTINUE
                   WHEN FTT-PRODUCT-CODE (FT-IDX) = WS-LOAN-PRODUCT
                       SET WS-MATCHED-FEE-IDX TO FT-IDX
               END-SEARCH
           END-IF.

       CHECK-ALREADY-CHARGED.
           MOVE 'N' TO WS-ALREADY-CHARGED-FLAG
           IF WS-CHARGED-COUNT > 0
               SET CH-IDX TO 1
               SEARCH WS-CHARGED-ENTRY
                   AT END
                       CONTINUE
                   WHEN CHT-LOAN-NUMBER (CH-IDX) = PST-LOAN-NUMBER
                           AND CHT-PAYMENT-NUMBER (CH-IDX)
                               = PST-PAYMENT-NUMBER
                           AND CHT-DUE-DATE (CH-IDX) = PST-DUE-DATE
                       MOVE 'Y' TO WS-ALREADY-CHARGED-FLAG
               END-SEARCH
           END-IF.

       COMPUTE-LATE-FEE.
      *    A PERCENTAGE FEE IS FIGURED ON THE SCHEDULED PAYMENT, NOT
      *    ON WHATEVER SHORTFALL IS LEFT, SO A PARTIAL PAYER AND A
      *    MISSED PAYER ON THE SAME NOTE ARE CHARGED ALIKE.
           IF FTT-FEE-TYPE (WS-MATCHED-FEE-IDX) = 'F'
               MOVE FTT-FLAT-AMOUNT (WS-MATCHED-FEE-IDX)
                   TO WS-FEE-AMOUNT
           ELSE
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   PST-PAYMENT-AMOUNT
                   * FTT-FEE-PERCENT (WS-MATCHED-FEE-IDX) / 100
               IF FTT-MAX-FEE (WS-MATCHED-FEE-IDX) > 0
                       AND WS-FEE-AMOUNT
                           > FTT-MAX-FEE (WS-MATCHED-FEE-IDX)
                   MOVE FTT-MAX-FEE (WS-MATCHED-FEE-IDX)
                       TO WS-FEE-AMOUNT
               END-IF
           END-IF.

       ASSESS-LATE-FEE.
      *    LEDGER FIRST, THEN THE REGISTER AND FEESTAT, SO THE
      *    REGISTER NEVER SHOWS A FEE THE LEDGER DOES NOT HOLD.
           MOVE PST-CUSTOMER-ID    TO FLG-CUSTOMER-ID
           MOVE PST-LOAN-NUMBER    TO FLG-LOAN-NUMBER
           MOVE PST-PAYMENT-NUMBER TO FLG-PAYMENT-NUMBER
           MOVE 'LATE'             TO FLG-FEE-TYPE
           MOVE WS-RUN-DATE        TO FLG-ASSESS-DATE
           MOVE WS-FEE-AMOUNT      TO FLG-FEE-AMOUNT
           MOVE PST-DUE-DATE       TO FLG-DUE-DATE
           WRITE FEELEDG-RECORD
           IF WS-FEELEDG-STATUS NOT = '00'
               DISPLAY 'FEELEDG.DAT WRITE FAILED FOR LOAN '
                   PST-LOAN-NUMBER ' - STATUS ' WS-FEELEDG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM NOTE-CHARGED-FEE

           MOVE 'DET'              TO FRG-RECORD-TYPE
           MOVE PST-CUSTOMER-ID    TO FRG-CUSTOMER-ID
           MOVE PST-LOAN-NUMBER    TO FRG-LOAN-NUMBER
           MOVE PST-PAYMENT-NUMBER TO FRG-PAYMENT-NUMBER
           MOVE PST-DUE-DATE       TO FRG-DUE-DATE
           MOVE WS-DAYS-PAST-DUE   TO FRG-DAYS-PAST-DUE
           MOVE PST-PAY-STATUS     TO FRG-PAY-STATUS
           MOVE 'LATE'             TO FRG-FEE-TYPE
           MOVE WS-FEE-AMOUNT      TO FRG-FEE-AMOUNT
           WRITE FEEREG-RECORD
           ADD 1 TO WS-ASSESSED-COUNT
           ADD WS-FEE-AMOUNT TO WS-TOTAL-FEE-AMT

           IF FEESTAT-LOADED AND WS-FEESTAT-COUNT > 0
               SEARCH ALL WS-FEESTAT-ENTRY
                   AT END
                       DISPLAY 'LOAN ' PST-LOAN-NUMBER
                           ' HAS NO FEESTAT.DAT ROW - FEE SHOWS '
                           'AFTER THE NEXT PAYPOST'
                   WHEN FSTT-LOAN-NUMBER (FS-IDX) = PST-LOAN-NUMBER
                       ADD WS-FEE-AMOUNT
                           TO FSTT-FEES-ASSESSED (FS-IDX)
                       ADD WS-FEE-AMOUNT
                           TO FSTT-FEES-OUTSTANDING (FS-IDX)
               END-SEARCH
           END-IF.

       REWRITE-FEE-STATUS.
      *    OPEN OUTPUT TRUNCATES FEESTAT.DAT IN PLACE, SO A FAILED
      *    OPEN OR WRITE ABENDS LOUDLY RATHER THAN LEAVING THE
      *    STATEMENTS TO PRINT FROM A HALF-WRITTEN FILE.
           OPEN OUTPUT FEESTAT-FILE
           IF WS-FEESTAT-STATUS NOT = '00'
               DISPLAY 'FEESTAT.DAT COULD NOT BE OPENED FOR '
                   'REWRITE - STATUS ' WS-FEESTAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-WRITE-IDX FROM 1 BY 1
                   UNTIL WS-WRITE-IDX > WS-FEESTAT-COUNT
               MOVE SPACES TO FEESTAT-RECORD
               MOVE FSTT-CUSTOMER-ID (WS-WRITE-IDX)
                   TO FST-CUSTOMER-ID
               MOVE FSTT-LOAN-NUMBER (WS-WRITE-IDX)
                   TO FST-LOAN-NUMBER
               MOVE FSTT-FEES-ASSESSED (WS-WRITE-IDX)
                   TO FST-FEES-ASSESSED
               MOVE FSTT-FEES-PAID (WS-WRITE-IDX)
                   TO FST-FEES-PAID
               MOVE FSTT-FEES-OUTSTANDING (WS-WRITE-IDX)
                   TO FST-FEES-OUTSTANDING
               WRITE FEESTAT-RECORD
               IF WS-FEESTAT-STATUS NOT = '00'
                   DISPLAY 'FEESTAT.DAT WRITE FAILED AT ROW '
                       WS-WRITE-IDX ' - STATUS ' WS-FEESTAT-STATUS
                       ' - FILE IS INCOMPLETE, DO NOT USE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE FEESTAT-FILE.

       WRITE-FEEREG-HEADER.
           MOVE WS-RUN-DATE TO WS-FRG-HDR-RUN-DATE
           MOVE WS-FEEREG-HEADER TO FEEREG-RECORD
           WRITE FEEREG-RECORD.

       WRITE-FEEREG-TRAILER.
           MOVE WS-ASSESSED-COUNT  TO WS-FRG-TRL-ASSESSED-CNT
           MOVE WS-TOTAL-FEE-AMT   TO WS-FRG-TRL-FEE-AMT
           MOVE WS-ALREADY-COUNT   TO WS-FRG-TRL-ALREADY-CNT
           MOVE WS-IN-GRACE-COUNT  TO WS-FRG-TRL-GRACE-CNT
           MOVE WS-NO-TERMS-COUNT  TO WS-FRG-TRL-NO-TERMS-CNT
           MOVE WS-CHARGED-OFF-COUNT TO WS-FRG-TRL-CHGOFF-CNT
           MOVE WS-FEEREG-TRAILER TO FEEREG-RECORD
           WRITE FEEREG-RECORD.
