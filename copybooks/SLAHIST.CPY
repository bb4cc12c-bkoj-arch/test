000100************************************************************
000200*                                                              *
000300*  SLAHIST.CPY                                                 *
000400*                                                              *
000500*  SLA OUTCOME HISTORY RECORD - ONE PER SLA SUBSYSTEM PER      *
000600*  WINDOW, KEYED ON SUBSYSTEM AND WINDOW DATE, MAINTAINED BY   *
000700*  SLAMON AFTER EACH MONITOR RUN.  CARRIES HOW THE WINDOW      *
000800*  ENDED AGAINST THE SLAPARM DEADLINES AND THE STAMPS BEHIND   *
000900*  IT, SO AN SLA EXCEPTION CAN BE FOUND LONG AFTER THE SLARPT  *
001000*  OUTPUT IS GONE.  A RERUN OF THE SAME WINDOW REPLACES THE    *
001100*  RECORD FOR THE SAME KEY.                                    *
001200*                                                              *
001300*  MODIFICATION HISTORY.                                       *
001400*      2026-10-15  RJK  ORIGINAL.                              *
001500*                                                              *
001600************************************************************
001700    05  SLH-HIST-KEY.
001800        10  SLH-DB-NAME               PIC X(08).
001900        10  SLH-DATE                  PIC X(08).
002000*    M = MET, L = LATE CONNECT, O = OVERRUN DISCONNECT (OR NO
002100*    DISCONNECT), N = NEVER CONNECTED, S = SKIPPED BY THE
002200*    PROCESSING CALENDAR.  A LATE CONNECT THAT ALSO OVERRAN IS
002300*    RECORDED AS L - THE WINDOW WAS ALREADY LOST AT THE OPEN.
002400    05  SLH-OUTCOME                   PIC X(01).
002500        88  SLH-MET                         VALUE 'M'.
002600        88  SLH-LATE-CONNECT                VALUE 'L'.
002700        88  SLH-OVERRUN-DISCONNECT          VALUE 'O'.
002800        88  SLH-NEVER-CONNECTED             VALUE 'N'.
002900        88  SLH-SKIPPED                     VALUE 'S'.
003000        88  SLH-BREACHED                    VALUE 'L' 'O' 'N'.
003100*    FIRST SUCCESSFUL CONNECT AND LAST SUCCESSFUL DISCONNECT
003200*    STAMPS (AUD-DATE+AUD-TIME), SPACES WHEN THERE WAS NONE.
003300    05  SLH-FIRST-CONNECT             PIC X(16).
003400    05  SLH-LAST-DISCONN              PIC X(16).
003500    05  SLH-RUN-ID                    PIC X(16).
