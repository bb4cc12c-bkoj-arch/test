002977*                       INSTEAD OF BEING FOLDED TOGETHER.  A   *
002978*                       GENERATION WITHOUT A RUN ID RECONCILES *
002979*                       EVERYTHING, AS BEFORE.                 *
002980*      2026-10-15  RJK  WHEN A RECONEXC FILE IS ALLOCATED TO   *
002981*                       THE STEP, EVERY SUBSYSTEM FOUND IN     *
002982*                       DISAGREEMENT IS ALSO WRITTEN TO IT     *
002983*                       (SEE RECONEXC) WITH ITS RUN ID AND     *
002984*                       REMARK, SO THE INCIDENT FEED CAN RAISE *
002985*                       A TICKET FOR IT.  WITHOUT THE DD THE   *
002986*                       RUN IS UNCHANGED.                      *
003000************************************************************
003100
003200 ENVIRONMENT DIVISION.
004900     SELECT REPORT-FILE ASSIGN TO RECONRPT
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-REPORT-STATUS.
005110
005120     SELECT RECONEXC-FILE ASSIGN TO RECONEXC
005130         ORGANIZATION IS SEQUENTIAL
005140         FILE STATUS IS WS-RECONEXC-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100 01  REPORT-LINE                  PIC X(80).
008110
008120 FD  RECONEXC-FILE
008130     RECORDING MODE IS F
008140     LABEL RECORDS ARE STANDARD.
008150 01  RECONEXC-REC.
008160     COPY RECONEXC.
008200
008300 WORKING-STORAGE SECTION.
008400*
010100
010200 77  WS-REPORT-STATUS          PIC X(02)      VALUE SPACES.
010300     88  REPORT-OK                            VALUE '00'.
010310
010320 77  WS-RECONEXC-STATUS        PIC X(02)      VALUE SPACES.
010330     88  RECONEXC-OK                          VALUE '00'.
010340 77  WS-RECONEXC-OPEN-SW       PIC X(01)      VALUE 'N'.
010350     88  RECONEXC-FILE-OPEN                   VALUE 'Y'.
010400
010500 77  WS-ENTRY-COUNT            PIC 9(04) COMP VALUE ZERO.
010600 77  WS-DISCREP-COUNT          PIC 9(04) COMP VALUE ZERO.
020800         MOVE 12 TO RETURN-CODE
020900         STOP RUN
021000     END-IF.
021001
021002*
021003*    THE DISCREPANCY EXTRACT IS OPTIONAL - IT IS WRITTEN ONLY
021004*    WHEN A RECONEXC FILE IS ALLOCATED TO THE STEP.
021005*
021006     OPEN OUTPUT RECONEXC-FILE.
021007     IF RECONEXC-OK
021008         SET RECONEXC-FILE-OPEN TO TRUE
021009     ELSE
021010         DISPLAY 'AUDRECON - NO RECONEXC FILE - NO DISCREPANCY '
021011             'EXTRACT THIS RUN'
021012     END-IF.
021100
021200     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
021300     PERFORM 3100-READ-CHECKPOINT THRU 3100-EXIT.
041000
041100     MOVE WS-DETAIL-LINE TO REPORT-LINE.
041200     WRITE REPORT-LINE.
041210
041220     IF RECONEXC-FILE-OPEN
041230      AND WS-D-REMARK NOT = 'OK'
041240         PERFORM 5200-WRITE-EXCEPTION THRU 5200-EXIT
041250     END-IF.
041300
041400 5100-EXIT.
041500     EXIT.
041501*
041502************************************************************
041503*  5200-WRITE-EXCEPTION                                       *
041504*  WRITES THE SUBSYSTEM AT REC-IDX, AND THE REMARK IT WAS      *
041505*  PRINTED WITH, TO THE RECONEXC DISCREPANCY EXTRACT.          *
041506************************************************************
041507 5200-WRITE-EXCEPTION.
041508
041509     MOVE WS-RUN-ID             TO RCX-RUN-ID.
041510     MOVE REC-DB-NAME (REC-IDX) TO RCX-DB-NAME.
041511     MOVE WS-D-REMARK           TO RCX-REMARK.
041512     WRITE RECONEXC-REC.
041513
041514 5200-EXIT.
041515     EXIT.
041600*
041700************************************************************
041800*  6000-FIND-OR-ADD-ENTRY                                     *
046400         CLOSE CONNSTAT-FILE
046500     END-IF.
046600     CLOSE REPORT-FILE.
046610     IF RECONEXC-FILE-OPEN
046620         CLOSE RECONEXC-FILE
046630     END-IF.
046700
046800 9000-EXIT.
046900     EXIT.
