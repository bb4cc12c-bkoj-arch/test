002779*                       SUBSYSTEM THAT SUDDENLY MOVES FAR      *
002781*                       FEWER ROWS IS FLAGGED (RC 4) EVEN WHEN *
002782*                       READ AND WRITE AGREE WITH EACH OTHER.  *
002783*      2026-10-15  RJK  THE CTLHIST RECORD NOW CARRIES WHETHER *
002784*                       THE NIGHT BALANCED (CTH-BALANCE-SW),   *
002785*                       SO THE PARAMETER-CHANGE CORRELATION    *
002786*                       CAN FIND OUT-OF-BALANCE NIGHTS AFTER   *
002787*                       THE BALRPT OUTPUT IS GONE.             *
002800************************************************************
002900
003000 ENVIRONMENT DIVISION.
029660*
029670     IF CTLHIST-FILE-OPEN AND BAL-WRITER-SEEN (BAL-IDX)
029680         PERFORM 3200-CHECK-VARIANCE THRU 3200-EXIT
029681         IF WS-D-RESULT = 'BALANCED'
029682             SET CTH-BALANCED TO TRUE
029683         ELSE
029684             SET CTH-OUT-OF-BALANCE TO TRUE
029685         END-IF
029690         PERFORM 3300-SAVE-HISTORY THRU 3300-EXIT
029691     END-IF.
029700
030137*  FOLDS TONIGHT'S WRITER TOTALS FOR ONE SUBSYSTEM INTO THE  *
030138*  CTLHIST HISTORY FILE.  A RERUN OF THE SAME NIGHT SIMPLY   *
030139*  REPLACES THE RECORD FOR THE SAME KEY - NO DOUBLE COUNT.   *
030140*  THE CALLER SETS THE RECORD'S BALANCE FLAG BEFOREHAND.    *
030141************************************************************
030142 3300-SAVE-HISTORY.
030143
