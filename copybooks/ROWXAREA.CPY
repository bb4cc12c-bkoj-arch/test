000100************************************************************
000200*                                                              *
000300*  ROWXAREA.CPY                                                *
000400*                                                              *
000500*  ROW-EXTRACT AREA PASSED TO THE DBREAD AND DBWRITE SERVICES  *
000600*  AFTER THE RETURN CODE.  WHEN THE CALLING PASS SETS          *
000700*  RXA-REQUEST-SW TO 'Y' THE SERVICE RETURNS THE KEY, AMOUNT   *
000800*  AND CATEGORY OF EVERY ROW IT MOVES, UP TO 500 ROWS PER      *
000900*  CALL.  WHEN THE AREA FILLS BEFORE THE SUBSYSTEM IS DONE     *
001000*  THE SERVICE SETS RXA-MORE-SW TO 'Y' AND RETURNS, LEAVING    *
001100*  THE RESUME POSITION AT THE NEXT ROW - THE PASS WRITES THE   *
001200*  ROWS AWAY AND CALLS AGAIN FROM THAT POSITION.  THE ROW      *
001300*  COUNT AND TOTALS AREA COVER THAT ONE CALL ONLY.  WITH THE   *
001400*  SWITCH 'N' THE SERVICE WORKS THE WHOLE SUBSYSTEM IN ONE     *
001500*  CALL, AS IT ALWAYS HAS, AND LEAVES THE AREA ALONE.          *
001600*                                                              *
001700*  MODIFICATION HISTORY.                                       *
001800*      2026-10-15  RJK  ORIGINAL.                              *
001900*                                                              *
002000************************************************************
002100    05  RXA-REQUEST-SW                PIC X(01).
002200        88  RXA-EXTRACT-WANTED             VALUE 'Y'.
002300    05  RXA-MORE-SW                   PIC X(01).
002400        88  RXA-MORE-ROWS                  VALUE 'Y'.
002500    05  RXA-ROW-COUNT                 PIC 9(04) COMP.
002600    05  RXA-ROW OCCURS 500 TIMES.
002700        10  RXA-ROW-KEY               PIC X(20).
002800        10  RXA-AMOUNT                PIC S9(13)V99.
002900        10  RXA-CATEGORY              PIC 9(01).
