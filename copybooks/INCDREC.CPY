000100************************************************************
000200*                                                              *
000300*  INCDREC.CPY                                                 *
000400*                                                              *
000500*  OUTBOUND INCIDENT INTERFACE RECORD, WRITTEN BY INCDFEED AT  *
000600*  THE END OF EVERY WINDOW FOR THE SERVICE-MANAGEMENT SYSTEM.  *
000700*  FIXED 80-BYTE RECORDS: ONE TYPE-1 HEADER NAMING THE WINDOW  *
000800*  RUN, ONE TYPE-2 DETAIL PER INCIDENT OPENED OR CLOSED, AND   *
000900*  ONE TYPE-9 TRAILER CARRYING THE DETAIL COUNTS, SO THE       *
001000*  RECEIVING SIDE CAN BALANCE THE FEED BEFORE ACTING ON IT.    *
001100*  THE FEED IS WRITTEN EVERY NIGHT, EMPTY OR NOT.              *
001200*                                                              *
001300*  AN OPEN DETAIL ASKS FOR A TICKET; A CLOSE DETAIL CARRIES    *
001400*  THE SAME SUBSYSTEM, CONDITION AND OPENING RUN ID AS THE     *
001500*  OPEN IT ANSWERS, WHICH TOGETHER IDENTIFY THE TICKET.        *
001600*                                                              *
001700*  SEVERITY                                                    *
001800*      1  =  WORK PASS FAILED (700) OR OUT OF BALANCE (600)    *
001900*      2  =  THREE-STORE DISCREPANCY (610) OR DRAINED (650)    *
002000*      3  =  SLA EXCEPTION (630)                               *
002100*                                                              *
002200*  MODIFICATION HISTORY.                                       *
002300*      2026-10-15  RJK  ORIGINAL.                              *
002400*                                                              *
002500************************************************************
002600    05  INC-RECORD-TYPE               PIC X(01).
002700        88  INC-HEADER-REC                 VALUE '1'.
002800        88  INC-DETAIL-REC                 VALUE '2'.
002900        88  INC-TRAILER-REC                VALUE '9'.
003000    05  INC-BODY                      PIC X(79).
003100    05  INC-HEADER REDEFINES INC-BODY.
003200        10  INC-HDR-FEED-ID           PIC X(08).
003300        10  INC-HDR-RUN-ID            PIC X(16).
003400        10  INC-HDR-JOB-NAME          PIC X(08).
003500        10  INC-HDR-RUN-DATE          PIC X(08).
003600        10  INC-HDR-RUN-TIME          PIC X(08).
003700        10  FILLER                    PIC X(31).
003800    05  INC-DETAIL REDEFINES INC-BODY.
003900        10  INC-DTL-ACTION            PIC X(01).
004000            88  INC-DTL-OPEN               VALUE 'O'.
004100            88  INC-DTL-CLOSE              VALUE 'C'.
004200        10  INC-DTL-DB-NAME           PIC X(08).
004300        10  INC-DTL-COND-RC           PIC 9(04).
004400        10  INC-DTL-SEVERITY          PIC 9(01).
004500        10  INC-DTL-RUN-ID            PIC X(16).
004600        10  INC-DTL-OPEN-RUN-ID       PIC X(16).
004700        10  INC-DTL-COND-TEXT         PIC X(24).
004800        10  INC-DTL-SEEN-COUNT        PIC 9(04).
004900        10  FILLER                    PIC X(05).
005000    05  INC-TRAILER REDEFINES INC-BODY.
005100        10  INC-TRL-DETAIL-COUNT      PIC 9(07).
005200        10  INC-TRL-OPEN-COUNT        PIC 9(07).
005300        10  INC-TRL-CLOSE-COUNT       PIC 9(07).
005400        10  FILLER                    PIC X(58).
