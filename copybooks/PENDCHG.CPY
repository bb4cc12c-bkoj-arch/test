000100************************************************************
000200*                                                              *
000300*  PENDCHG.CPY                                                 *
000400*                                                              *
000500*  PENDING PARAMETER-CHANGE RECORD.  THE PARM TRANSACTION      *
000600*  WRITES ONE FOR EVERY ADD, CHANGE OR DELETE KEYED AGAINST    *
000700*  THE CONNPARM, CALENDAR, FAILOVER, SLAPARM OR DEPPARM FILES  *
000800*  INSTEAD OF UPDATING THE FILE ITSELF.  A SECOND OPERATOR     *
000810*  REVIEWS THE BEFORE AND AFTER IMAGES ON THE PAPR             *
000820*  TRANSACTION AND APPROVES IT (PAPR THEN APPLIES IT) OR       *
000830*  REJECTS IT.  A CHANGE APPLIED AT ONCE UNDER THE EMERGENCY   *
000840*  OVERRIDE IS RECORDED HERE AS WELL, AWAITING A SECOND        *
000850*  OPERATOR'S COUNTERSIGNATURE.  KEYED ON FILE AND DB-NAME, SO *
000860*  ONLY ONE CHANGE PER ENTRY CAN BE WAITING AT A TIME; A       *
000870*  REVIEWED RECORD IS REPLACED BY THE NEXT CHANGE TO THE SAME  *
000880*  ENTRY.                                                      *
001600*                                                              *
001700*  MODIFICATION HISTORY.                                       *
001800*      2026-10-15  RJK  ORIGINAL.                              *
001810*      2026-10-15  RJK  FILE CODE D (DEPPARM) ADDED.           *
001900*                                                              *
002000************************************************************
002100    05  PND-CHG-KEY.
002200*        C = CONNPARM, L = CALENDAR, F = FAILOVER, S = SLAPARM,
002210*        D = DEPPARM.
002300        10  PND-FILE-ID               PIC X(01).
002400        10  PND-REC-KEY               PIC X(08).
002500*    A = ADD, C = CHANGE, D = DELETE.
002600    05  PND-ACTION                    PIC X(01).
002700*    P = PENDING APPROVAL, A = APPROVED (AND APPLIED),
002800*    R = REJECTED, E = APPLIED UNDER THE EMERGENCY OVERRIDE AND
002900*    AWAITING COUNTERSIGNATURE.  A COUNTERSIGNED EMERGENCY
003000*    CHANGE BECOMES A, WITH PND-OVERRIDE-SW LEFT AT Y.
003100    05  PND-STATUS                    PIC X(01).
003200        88  PND-PENDING                     VALUE 'P'.
003300        88  PND-APPROVED                    VALUE 'A'.
003400        88  PND-REJECTED                    VALUE 'R'.
003500        88  PND-EMERGENCY                   VALUE 'E'.
003600        88  PND-AWAITING-REVIEW             VALUE 'P' 'E'.
003700    05  PND-OVERRIDE-SW               PIC X(01).
003800        88  PND-EMERGENCY-OVERRIDE          VALUE 'Y'.
003900*    WHO KEYED THE CHANGE, AND WHEN.
004000    05  PND-REQ-DATE                  PIC X(08).
004100    05  PND-REQ-TIME                  PIC X(08).
004200    05  PND-REQ-INITIALS              PIC X(03).
004300    05  PND-REQ-TERMINAL              PIC X(04).
004400*    THE BEFORE IMAGE IS THE ENTRY AS IT STOOD WHEN THE CHANGE
004500*    WAS KEYED (SPACES FOR AN ADD); PAPR WILL NOT APPLY A CHANGE
004600*    ONCE THE ENTRY NO LONGER MATCHES IT.  THE AFTER IMAGE IS
004700*    SPACES FOR A DELETE.
004800    05  PND-BEFORE-IMAGE              PIC X(60).
004900    05  PND-AFTER-IMAGE               PIC X(60).
005000*    WHO APPROVED, REJECTED OR COUNTERSIGNED IT, AND WHEN -
005100*    SPACES UNTIL THEN.
005200    05  PND-REV-DATE                  PIC X(08).
005300    05  PND-REV-TIME                  PIC X(08).
005400    05  PND-REV-INITIALS              PIC X(03).
005500    05  PND-REV-TERMINAL              PIC X(04).
