      *****************************************************************
      *  ROLLRATE.CPY - MONTH-END ROLL-RATE REPORT RECORD
      *  ONE DET ROW PER CELL OF THE ROLL-RATE MATRIX PORTSNAP
      *  BUILDS BY COMPARING THIS MONTH'S SNAPSHOT WITH THE PRIOR
      *  MONTH'S ON PORTHIST.DAT: THE LOANS THAT WERE IN
      *  RRT-FROM-BUCKET LAST MONTH AND ARE IN RRT-TO-BUCKET NOW,
      *  AND THEIR BALANCES THEN AND NOW. 'NEW' IN THE FROM COLUMN
      *  IS A LOAN NOT ON LAST MONTH'S SNAPSHOT. RRT-ROLL-PERCENT IS
      *  THE CELL'S SHARE OF THE LOANS IN ITS FROM BUCKET. THE
      *  MATRIX IS WRITTEN WHOLE, EMPTY CELLS INCLUDED, SO IT LOADS
      *  INTO THE SAME SHAPE EVERY MONTH - SAME HDR/DET/TRL
      *  CONVENTION AS SUMMARY.DAT.
      *****************************************************************
       01  ROLLRATE-RECORD.
           05  RRT-RECORD-TYPE         PIC X(03).
           05  RRT-FROM-BUCKET         PIC X(03).
           05  RRT-TO-BUCKET           PIC X(03).
           05  RRT-ACCOUNT-COUNT       PIC 9(07).
           05  RRT-FROM-COUNT          PIC 9(07).
           05  RRT-ROLL-PERCENT        PIC 9(03)V99.
           05  RRT-PRIOR-BALANCE       PIC 9(11)V99.
           05  RRT-CURRENT-BALANCE     PIC 9(11)V99.
           05  FILLER                  PIC X(26).
