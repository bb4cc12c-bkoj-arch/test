000100************************************************************
000200*                                                              *
000300*  INCDSTAT.CPY                                                *
000400*                                                              *
000500*  WINDOW INCIDENT STATUS RECORD - ONE PER SUBSYSTEM PER       *
000600*  CONDITION, KEYED ON SUBSYSTEM AND THE RETURN CODE THAT      *
000700*  RAISES THE CONDITION, MAINTAINED BY INCDFEED AT THE END OF  *
000800*  EVERY WINDOW.  WHILE THE RECORD IS OPEN THE SERVICE-        *
000900*  MANAGEMENT TICKET IS OPEN - A RERUN OR A LATER NIGHT THAT   *
001000*  SEES THE SAME CONDITION AGAIN ONLY UPDATES THE LAST-SEEN    *
001100*  RUN, SO NO SECOND TICKET IS RAISED.  THE RECORD IS CLOSED   *
001200*  BY THE FIRST LATER WINDOW IN WHICH THE SUBSYSTEM COMES BACK *
001300*  CLEAN, AND IS REOPENED UNDER A NEW OPENING RUN IF THE       *
001400*  CONDITION RETURNS AFTER THAT.                               *
001500*                                                              *
001600*  MODIFICATION HISTORY.                                       *
001700*      2026-10-15  RJK  ORIGINAL.                              *
001800*                                                              *
001900************************************************************
002000    05  INS-KEY.
002100        10  INS-DB-NAME               PIC X(08).
002200*        600 OUT OF BALANCE, 610 THREE-STORE DISCREPANCY, 630 SLA
002300*        EXCEPTION, 650 WINDOW DRAINED, 700 WORK PASS FAILED.
002400        10  INS-COND-RC               PIC 9(04).
002500    05  INS-STATUS                    PIC X(01).
002600        88  INS-OPEN                        VALUE 'O'.
002700        88  INS-CLOSED                      VALUE 'C'.
002800*    1 = HIGHEST.  SEE INCDREC.
002900    05  INS-SEVERITY                  PIC 9(01).
003000*    THE RUN THAT OPENED THE INCIDENT - WITH THE KEY, THE
003100*    REFERENCE THE SERVICE-MANAGEMENT SYSTEM RAISES THE TICKET
003200*    UNDER - AND THE DATE INCDFEED FIRST SAW IT.
003300    05  INS-OPEN-RUN-ID               PIC X(16).
003400    05  INS-OPEN-DATE                 PIC X(08).
003500*    THE LATEST RUN THAT STILL SHOWED THE CONDITION, AND HOW MANY
003600*    RUNS HAVE SHOWN IT SINCE IT OPENED.
003700    05  INS-LAST-RUN-ID               PIC X(16).
003800    05  INS-SEEN-COUNT                PIC 9(04).
003900*    THE CLEAN RUN THAT CLOSED IT - SPACES WHILE IT IS OPEN.
004000    05  INS-CLOSE-RUN-ID              PIC X(16).
004100    05  INS-CLOSE-DATE                PIC X(08).
