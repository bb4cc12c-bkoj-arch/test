000100************************************************************
000200*                                                              *
000300*  SUSPREC.CPY                                                 *
000400*                                                              *
000500*  ROW SUSPENSE RECORD - ONE PER ROW THE READ PASS MOVED THAT  *
000600*  THE WRITE PASS DID NOT WRITE, OR WROTE WITH A DIFFERENT     *
000700*  AMOUNT OR CATEGORY.  APPENDED TO THE SUSPENSE FILE BY       *
000800*  ROWMATCH AND RE-DRIVEN BY THE NEXT NIGHT'S DBWRITER PASS,   *
000900*  WHICH REWRITES THE SUSPENSE FILE WITH ONLY THE ROWS IT      *
001000*  COULD NOT RE-DRIVE (SUBSYSTEM NOT CONNECTED, OR THE         *
001100*  RE-DRIVE FAILED), SO NOTHING IS RE-DRIVEN TWICE AND         *
001200*  NOTHING IS DROPPED.  THE AMOUNT AND CATEGORY ARE THE READ   *
001300*  PASS'S - THE VALUES THE TARGET ROW SHOULD HAVE CARRIED.     *
001400*                                                              *
001500*  MODIFICATION HISTORY.                                       *
001600*      2026-10-15  RJK  ORIGINAL.                              *
001700*                                                              *
001800************************************************************
001900    05  SUS-RUN-ID                    PIC X(16).
002000    05  SUS-FOUND-DATE                PIC X(08).
002100    05  SUS-DB-NAME                   PIC X(08).
002200    05  SUS-ROW-KEY                   PIC X(20).
002300    05  SUS-AMOUNT                    PIC S9(13)V99.
002400    05  SUS-CATEGORY                  PIC 9(01).
002500    05  SUS-REASON                    PIC X(01).
002600        88  SUS-NOT-WRITTEN                VALUE 'M'.
002700        88  SUS-AMOUNT-WRONG               VALUE 'A'.
002800        88  SUS-CATEGORY-WRONG             VALUE 'C'.
