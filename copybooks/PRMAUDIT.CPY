000400*                                                              *
000500*  PARAMETER-MAINTENANCE CHANGE-AUDIT RECORD, WRITTEN BY THE   *
000600*  PARMMNT TRANSACTION FOR EVERY ADD, CHANGE OR DELETE IT      *
000700*  APPLIES TO THE CONNPARM, CALENDAR, FAILOVER, SLAPARM OR     *
000800*  DEPPARM FILES.  CARRIES WHO (OPERATOR INITIALS AND          *
000810*  TERMINAL), WHEN, WHICH FILE AND KEY, AND THE BEFORE AND     *
000900*  AFTER IMAGES, SO AN OVERNIGHT SURPRISE CAN BE TRACED TO THE *
001000*  CHANGE THAT CAUSED IT.                                      *
001200*                                                              *
001300*  MODIFICATION HISTORY.                                       *
001400*      2026-09-02  RJK  ORIGINAL.                              *
001410*      2026-10-15  RJK  APPROVER INITIALS AND EMERGENCY-       *
001420*                       OVERRIDE FLAG ADDED (LENGTH 153 TO     *
001430*                       157).  A CHANGE NOW REACHES THE FILE   *
001440*                       ONLY WHEN A SECOND OPERATOR APPROVES   *
001450*                       IT, OR UNDER THE EMERGENCY OVERRIDE.   *
001460*      2026-10-15  RJK  FILE CODE D (DEPPARM) ADDED.           *
001500*                                                              *
001600************************************************************
001700    05  PAU-DATE                      PIC X(08).
001800    05  PAU-TIME                      PIC X(08).
001900    05  PAU-INITIALS                  PIC X(03).
002000    05  PAU-TERMINAL                  PIC X(04).
002100*    C = CONNPARM, L = CALENDAR, F = FAILOVER, S = SLAPARM,
002110*    D = DEPPARM.
002200    05  PAU-FILE-ID                   PIC X(01).
002300*    A = ADD, C = CHANGE, D = DELETE.
002400    05  PAU-ACTION                    PIC X(01).
002500    05  PAU-KEY                       PIC X(08).
002600    05  PAU-BEFORE-IMAGE              PIC X(60).
002700    05  PAU-AFTER-IMAGE               PIC X(60).
002800*    INITIALS OF THE SECOND OPERATOR WHO APPROVED THE CHANGE -
002900*    SPACES FOR A CHANGE APPLIED UNDER THE EMERGENCY OVERRIDE.
003000    05  PAU-APPROVER                  PIC X(03).
003100*    Y = APPLIED UNDER THE EMERGENCY OVERRIDE, WITHOUT APPROVAL.
003200    05  PAU-OVERRIDE-SW               PIC X(01).
003300        88  PAU-EMERGENCY-OVERRIDE          VALUE 'Y'.
