000100************************************************************
000200*                                                              *
000300*  ROWXREC.CPY                                                 *
000400*                                                              *
000500*  WORK-PASS ROW EXTRACT RECORD - ONE PER ROW MOVED, WRITTEN   *
000600*  BY DBREADER AND DBWRITER TO THE OPTIONAL ROWXTRCT FILE      *
000700*  WHEN ONE IS ALLOCATED TO THE STEP.  CARRIES THE ROW KEY,    *
000800*  THE MONETARY AMOUNT THAT FEEDS THE AMOUNT HASH AND THE      *
000900*  RECORD CATEGORY (1-4) THAT FEEDS THE CATEGORY COUNTS, SO    *
001000*  ROWMATCH CAN NAME THE ROWS BEHIND AN OUT-OF-BALANCE         *
001100*  CONTROL TOTAL INSTEAD OF ONLY THE LEVEL THAT BROKE.  THE    *
001200*  RUN ID SCOPES THE EXTRACT TO ONE WINDOW RUN.                *
001300*                                                              *
001400*  MODIFICATION HISTORY.                                       *
001500*      2026-10-15  RJK  ORIGINAL.                              *
001600*                                                              *
001700************************************************************
001800    05  RX-RUN-ID                     PIC X(16).
001900    05  RX-PROGRAM                    PIC X(08).
002000        88  RX-FROM-READER                 VALUE 'DBREADER'.
002100        88  RX-FROM-WRITER                 VALUE 'DBWRITER'.
002200    05  RX-DB-NAME                    PIC X(08).
002300    05  RX-ROW-KEY                    PIC X(20).
002400    05  RX-AMOUNT                     PIC S9(13)V99.
002500    05  RX-CATEGORY                   PIC 9(01).
