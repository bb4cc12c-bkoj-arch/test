000100************************************************************
000200*                                                              *
000300*  DEPPARM.CPY                                                 *
000400*                                                              *
000500*  PROCESSING-DEPENDENCY RECORD - ONE PER DEPENDENT DB2        *
000600*  SUBSYSTEM.  NAMES THE PREREQUISITE SUBSYSTEM WHOSE WORK     *
000700*  PASS MUST HAVE COMPLETED FOR THE SAME WINDOW BEFORE         *
000800*  DBREADER OR DBWRITER WORKS THE DEPENDENT - EACH PASS        *
000900*  WAITS ON THE PREREQUISITE'S RECORD FOR THE SAME PASS, SO    *
001000*  THE DEPENDENT'S WRITE PASS FOLLOWS THE PREREQUISITE'S       *
001100*  WRITE PASS.  THE PREREQUISITE MAY BELONG TO ANOTHER GROUP   *
001200*  STREAM.  A DEPENDENT IS HELD FOR AT MOST THE HOLD MINUTES   *
001300*  (ZERO OR BLANK MEANS 60) AND IS THEN BYPASSED.  A           *
001400*  PREREQUISITE MAY ITSELF HAVE ONE, SO CHAINS ARE ALLOWED -   *
001500*  PARMMNT REFUSES AN ENTRY THAT WOULD CLOSE A LOOP.           *
001600*                                                              *
001700*  MODIFICATION HISTORY.                                       *
001800*      2026-10-15  RJK  ORIGINAL.                              *
001900*                                                              *
002000************************************************************
002100    05  DEP-DB-NAME                   PIC X(08).
002200    05  DEP-PREREQ-NAME               PIC X(08).
002300    05  DEP-HOLD-MINUTES              PIC 9(03).
002310    05  DEP-HOLD-MINUTES-X            REDEFINES DEP-HOLD-MINUTES
002320                                      PIC X(03).
002400    05  FILLER                        PIC X(05).
