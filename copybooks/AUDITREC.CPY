001208*                       REQUEST CLOSES THE WINDOW EARLY - THE  *
001209*                       CLOSING DISCONNECT RECORD FOLLOWS IT,  *
001211*                       SO RECONCILIATION STILL BALANCES.      *
001212*      2026-10-15  RJK  ADDED AUD-SEQ-NO AND AUD-CHAIN-VALUE   *
001213*                       (LRECL 73 TO 92).  EVERY RECORD        *
001214*                       WRITTEN TO A LOG CARRIES THE NEXT      *
001215*                       SEQUENCE NUMBER AFTER THE LAST RECORD  *
001216*                       ON THAT LOG AND A CHECK VALUE COMPUTED *
001217*                       BY AUDCHAIN FROM THE PREVIOUS RECORD'S *
001218*                       CHECK VALUE AND THIS RECORD'S OWN      *
001219*                       CONTENT, SO AUDVERFY CAN PROVE NO      *
001220*                       RECORD WAS DELETED, ALTERED OR         *
001221*                       INSERTED.  A ZERO SEQUENCE NUMBER      *
001222*                       MARKS A RECORD WRITTEN BEFORE THE      *
001223*                       CHAIN EXISTED.                         *
001224*      2026-10-15  RJK  ADDED THE RDRBYPASS AND WTRBYPASS      *
001225*                       EVENTS, WRITTEN BY DBREADER AND        *
001226*                       DBWRITER RESPECTIVELY WHEN A DEPENDENT *
001227*                       SUBSYSTEM IS BYPASSED BECAUSE ITS      *
001228*                       DEPPARM PREREQUISITE DID NOT           *
001229*                       COMPLETE.  ON THESE EVENTS AUD-DB-USER *
001230*                       CARRIES THE PREREQUISITE'S NAME AND    *
001231*                       AUD-OUTCOME WHY THE DEPENDENT WAS      *
001232*                       BYPASSED.                              *
001240*      2026-10-15  RJK  ADDED OUTCOME RDRBYPD - A WTRBYPASS    *
001250*                       EVENT FOR A SUBSYSTEM WHOSE OWN READ   *
001260*                       PASS WAS BYPASSED.                     *
001270*                                                              *
001300************************************************************
001400    05  AUD-TIMESTAMP.
001500        10  AUD-DATE                  PIC X(08).
002250        88  AUD-EVENT-SKIPPED               VALUE 'SKIPPED'.
002260        88  AUD-EVENT-FAILOVER              VALUE 'FAILOVER'.
002270        88  AUD-EVENT-DRAIN                 VALUE 'DRAIN'.
002280        88  AUD-EVENT-DEPBYPASS             VALUE 'RDRBYPASS'
002281                                                  'WTRBYPASS'.
002282        88  AUD-EVENT-RDR-BYPASS            VALUE 'RDRBYPASS'.
002283        88  AUD-EVENT-WTR-BYPASS            VALUE 'WTRBYPASS'.
002300    05  AUD-OUTCOME                   PIC X(07).
002400        88  AUD-OUTCOME-SUCCESS             VALUE 'SUCCESS'.
002500        88  AUD-OUTCOME-FAILURE             VALUE 'FAILURE'.
002510*       BYPASS-EVENT OUTCOMES - WHY THE DEPENDENT WAS BYPASSED.
002520        88  AUD-OUTCOME-PREREQ-FAILED       VALUE 'FAILED'.
002530        88  AUD-OUTCOME-PREREQ-NOT-RUN      VALUE 'NOTRUN'.
002540        88  AUD-OUTCOME-PREREQ-DRAINED      VALUE 'DRAINED'.
002550        88  AUD-OUTCOME-PREREQ-BYPASSED     VALUE 'BYPASSD'.
002560        88  AUD-OUTCOME-HOLD-EXPIRED        VALUE 'EXPIRED'.
002570        88  AUD-OUTCOME-READ-BYPASSED       VALUE 'RDRBYPD'.
002600    05  AUD-RUN-ID                    PIC X(16).
002700    05  AUD-SEQ-NO                    PIC 9(09).
002800    05  AUD-CHAIN-VALUE               PIC 9(10).
