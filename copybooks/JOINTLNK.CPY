      *  LINK WHEN A JOINT LOAN FUNDS, AND LOANREL DROPS IT WHEN THE
      *  PAYOFF RELEASES BOTH MASTER ENTRIES - SO THE CO-BORROWER'S
      *  LIABILITY CANNOT OUTLIVE THE LOAN OR BE FORGOTTEN AT PAYOFF.
      *  JLK-LOAN-NUMBER TIES THE LINK TO THE ONE LOAN IT COVERS.
      *****************************************************************
       01  JOINTLNK-RECORD.
           05  JLK-PRIMARY-ID          PIC X(05).
           05  JLK-CO-BORROWER-ID      PIC X(05).
           05  JLK-LOAN-NUMBER         PIC X(12).
           05  JLK-LOAN-AMOUNT         PIC 9(07)V99.
           05  JLK-BOARD-DATE          PIC X(08).
