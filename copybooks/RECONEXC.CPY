000100************************************************************
000200*                                                              *
000300*  RECONEXC.CPY                                                *
000400*                                                              *
000500*  THREE-STORE DISCREPANCY EXTRACT RECORD - ONE PER SUBSYSTEM  *
000600*  AUDRECON FINDS IN DISAGREEMENT, WRITTEN TO THE OPTIONAL     *
000700*  RECONEXC FILE WHEN ONE IS ALLOCATED TO THE STEP.  CARRIES   *
000800*  THE SAME REMARK AS THE RECONRPT LINE, SO A LATER STEP CAN   *
000900*  ACT ON THE NIGHT'S DISCREPANCIES WITHOUT READING THE        *
001000*  PRINTED REPORT.  THE RUN ID SCOPES THE EXTRACT TO ONE       *
001100*  WINDOW RUN.                                                 *
001200*                                                              *
001300*  MODIFICATION HISTORY.                                       *
001400*      2026-10-15  RJK  ORIGINAL.                              *
001500*                                                              *
001600************************************************************
001700    05  RCX-RUN-ID                    PIC X(16).
001800    05  RCX-DB-NAME                   PIC X(08).
001900    05  RCX-REMARK                    PIC X(44).
