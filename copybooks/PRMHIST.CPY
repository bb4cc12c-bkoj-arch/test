000100************************************************************
000200*                                                              *
000300*  PRMHIST.CPY                                                 *
000400*                                                              *
000410*  PERMANENT PARAMETER CHANGE-HISTORY RECORD.  ONE PER CHANGE  *
000420*  APPLIED TO A PARAMETER FILE THROUGH THE PARM OR PAPR        *
000430*  TRANSACTIONS, DRAINED FROM THE PAUD TRANSIENT-DATA QUEUE BY *
000440*  PRMDRAIN.  THE LEADING 157 BYTES ARE THE PRMAUDIT RECORD    *
000450*  EXACTLY AS THE TRANSACTION WROTE IT; THE DATE IT WAS        *
000460*  DRAINED FOLLOWS.  KEYED ON WHEN AND WHERE THE CHANGE WAS    *
000470*  KEYED, SO A DRAIN THAT IS RERUN OVER THE SAME QUEUE         *
000480*  CONTENTS CANNOT HOLD A CHANGE TWICE.                        *
001200*                                                              *
001300*  MODIFICATION HISTORY.                                       *
001400*      2026-10-15  RJK  ORIGINAL.                              *
001410*      2026-10-15  RJK  CARRIES THE APPROVER INITIALS AND THE  *
001420*                       EMERGENCY-OVERRIDE FLAG THAT PRMAUDIT  *
001430*                       NOW HOLDS (LENGTH 161 TO 165).         *
001440*      2026-10-15  RJK  FILE CODE D (DEPPARM) ADDED.           *
001500*                                                              *
001600************************************************************
001700    05  PRH-CHANGE.
001800        10  PRH-HIST-KEY.
001900            15  PRH-DATE              PIC X(08).
002000            15  PRH-TIME              PIC X(08).
002100            15  PRH-INITIALS          PIC X(03).
002200            15  PRH-TERMINAL          PIC X(04).
002300*        C = CONNPARM, L = CALENDAR, F = FAILOVER, S = SLAPARM,
002310*        D = DEPPARM.
002400        10  PRH-FILE-ID               PIC X(01).
002500*        A = ADD, C = CHANGE, D = DELETE.
002600        10  PRH-ACTION                PIC X(01).
002700        10  PRH-KEY                   PIC X(08).
002800        10  PRH-BEFORE-IMAGE          PIC X(60).
002900        10  PRH-AFTER-IMAGE           PIC X(60).
002910        10  PRH-APPROVER              PIC X(03).
002920*        Y = APPLIED UNDER THE EMERGENCY OVERRIDE.
002930        10  PRH-OVERRIDE-SW           PIC X(01).
002940            88  PRH-EMERGENCY-OVERRIDE      VALUE 'Y'.
003000    05  PRH-DRAIN-DATE                PIC X(08).
