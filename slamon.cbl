002923*                       THE PARM STILL WINS WHEN GIVEN, AND    *
002924*                       WITHOUT EITHER THE DATE-BASED FOLD     *
002925*                       BEHAVES AS BEFORE.                     *
002926*      2026-10-15  RJK  EVERY SLA SUBSYSTEM'S OUTCOME FOR THE  *
002927*                       WINDOW - MET, LATE CONNECT, OVERRUN    *
002928*                       DISCONNECT, NEVER CONNECTED OR         *
002929*                       CALENDAR-SKIPPED - IS NOW KEPT ON THE  *
002930*                       PERMANENT SLAHIST FILE, KEYED ON       *
002931*                       SUBSYSTEM AND WINDOW DATE, SO THE      *
002932*                       EXCEPTIONS CAN BE CORRELATED AND       *
002933*                       ACCOUNTED FOR AFTER SLARPT IS GONE.  A *
002934*                       RERUN REPLACES THE NIGHT'S RECORD;     *
002935*                       WITHOUT THE FILE THE MONITOR RUNS AS   *
002936*                       BEFORE.                                *
002940*      2026-10-15  RJK  A SUBSYSTEM BYPASSED BECAUSE ITS       *
002950*                       DEPPARM PREREQUISITE DID NOT COMPLETE  *
002960*                       IS TREATED AS CALENDAR-SKIPPED - IT    *
002970*                       WAS NEVER MEANT TO CONNECT, AND THE    *
002980*                       PREREQUISITE CARRIES THE MISS.         *
002981*      2026-10-15  RJK  A BYPASSED SUBSYSTEM IS NOW EXCUSED    *
002982*                       EVEN WHEN IT HAD ALREADY CONNECTED -   *
002983*                       THE BYPASS IS TAKEN FROM THE WRITE     *
002984*                       PASS'S RESTART FILE ON THE OPTIONAL    *
002985*                       WTRRSTRT DD, OR FROM THE BYPASS AUDIT  *
002986*                       EVENT WITHOUT IT.                      *
002990************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
004200     SELECT REPORT-FILE ASSIGN TO SLARPT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-REPORT-STATUS.
004410
004420     SELECT SLAHIST-FILE ASSIGN TO SLAHIST
004430         ORGANIZATION IS INDEXED
004440         ACCESS MODE IS DYNAMIC
004450         RECORD KEY IS SLH-HIST-KEY
004460         FILE STATUS IS WS-SLAHIST-STATUS.
004461
004462     SELECT WTR-RST-FILE ASSIGN TO WTRRSTRT
004463         ORGANIZATION IS SEQUENTIAL
004464         FILE STATUS IS WS-WTR-RST-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  REPORT-LINE                  PIC X(80).
006310
006320 FD  SLAHIST-FILE
006330     RECORDING MODE IS F
006340     LABEL RECORDS ARE STANDARD.
006350 01  SLAHIST-REC.
006360     COPY SLAHIST.
006361
006362 FD  WTR-RST-FILE
006363     RECORDING MODE IS F
006364     LABEL RECORDS ARE STANDARD.
006365 01  WTR-RST-REC.
006366     COPY RSTRTREC.
006400
006500 WORKING-STORAGE SECTION.
006600*
007700
007800 77  WS-REPORT-STATUS          PIC X(02)      VALUE SPACES.
007900     88  REPORT-OK                            VALUE '00'.
007910
007920 77  WS-SLAHIST-STATUS         PIC X(02)      VALUE SPACES.
007930     88  SLAHIST-OK                           VALUE '00'.
007940 77  WS-SLAHIST-OPEN-SW        PIC X(01)      VALUE 'N'.
007950     88  SLAHIST-FILE-OPEN                    VALUE 'Y'.
007951
007952 77  WS-WTR-RST-STATUS         PIC X(02)      VALUE SPACES.
007953     88  WTR-RST-OK                           VALUE '00'.
007954     88  WTR-RST-EOF                          VALUE '10'.
007955 77  WS-RST-LOADED-SW          PIC X(01)      VALUE 'N'.
007956     88  BYPASS-FROM-RESTART                  VALUE 'Y'.
008000
008100 77  WS-ENTRY-COUNT            PIC 9(04) COMP VALUE ZERO.
008200 77  WS-EXCEPTION-COUNT        PIC 9(04) COMP VALUE ZERO.
009700         10  SLA-TBL-LAST-DISCONN  PIC X(16).
009710         10  SLA-TBL-SKIPPED-SW    PIC X(01).
009720             88  SLA-TBL-SKIPPED        VALUE 'Y'.
009721         10  SLA-TBL-BYPASS-SW     PIC X(01).
009722             88  SLA-TBL-BYPASSED       VALUE 'Y'.
009730*        HOW THE WINDOW ENDED, AS SLH-OUTCOME, SET BY
009740*        3100-CHECK-SLA-ENTRY.
009750         10  SLA-TBL-OUTCOME       PIC X(01).
009800
009900************************************************************
010000*  WINDOW DATE, AND THE EVENING BEFORE IT - THE WINDOW SPANS  *
014240             VARYING SLA-IDX FROM 1 BY 1
014250             UNTIL SLA-IDX > WS-ENTRY-COUNT
014260     END-IF.
014270     PERFORM 1900-LOAD-BYPASSES   THRU 1900-EXIT.
014300     PERFORM 2000-FOLD-AUDIT-REC  THRU 2000-EXIT
014400         UNTIL AUDIT-EOF.
014500     PERFORM 3000-PRINT-REPORT    THRU 3000-EXIT.
018700         STOP RUN
018800     END-IF.
018900
018901*
018902*    SLAHIST IS THE PERMANENT SLA OUTCOME HISTORY.  ITS ABSENCE
018903*    DOES NOT STOP THE MONITOR - ONLY THE HISTORY FOLD IS
018904*    SKIPPED.
018905*
018906     OPEN I-O SLAHIST-FILE.
018907     IF SLAHIST-OK
018908         SET SLAHIST-FILE-OPEN TO TRUE
018909     ELSE
018910         DISPLAY 'SLAMON - UNABLE TO OPEN SLAHIST FILE'
018911         DISPLAY 'SLAMON - FILE STATUS IS ' WS-SLAHIST-STATUS
018912         DISPLAY 'SLAMON - CONTINUING WITHOUT SLA HISTORY'
018913     END-IF.
018914
019000     PERFORM 1600-READ-SLAPARM THRU 1600-EXIT.
019100     PERFORM 2100-READ-AUDIT   THRU 2100-EXIT.
019200
021600     MOVE SPACES             TO SLA-TBL-FIRST-CONNECT (SLA-IDX).
021700     MOVE SPACES             TO SLA-TBL-LAST-DISCONN (SLA-IDX).
021710     MOVE 'N'                TO SLA-TBL-SKIPPED-SW (SLA-IDX).
021711     MOVE 'N'                TO SLA-TBL-BYPASS-SW (SLA-IDX).
021720     MOVE 'M'                TO SLA-TBL-OUTCOME (SLA-IDX).
021800
021900     PERFORM 1600-READ-SLAPARM THRU 1600-EXIT.
022000
023725 1800-EXIT.
023726     EXIT.
023727*
023728************************************************************
023729*  1900-LOAD-BYPASSES                                         *
023730*  MARKS EVERY SLA SUBSYSTEM THE WRITE PASS BYPASSED IN THIS  *
023731*  WINDOW RUN, FROM ITS RESTART FILE - A SUBSYSTEM WHOSE      *
023732*  READ PASS WAS BYPASSED IS BYPASSED BY THE WRITE PASS TOO.  *
023733*  WITHOUT THE FILE, OR WITHOUT A RUN ID TO MATCH IT ON, THE  *
023734*  BYPASS AUDIT EVENTS ARE USED INSTEAD.                      *
023735************************************************************
023736 1900-LOAD-BYPASSES.
023737
023738     IF WS-RUN-ID = SPACES
023739         GO TO 1900-EXIT
023740     END-IF.
023741
023742     OPEN INPUT WTR-RST-FILE.
023743     IF NOT WTR-RST-OK
023744         DISPLAY 'SLAMON - NO WTRRSTRT FILE - BYPASSES TAKEN '
023745             'FROM THE AUDIT TRAIL'
023746         GO TO 1900-EXIT
023747     END-IF.
023748
023749     SET BYPASS-FROM-RESTART TO TRUE.
023750     PERFORM 1910-READ-WTR-RESTART THRU 1910-EXIT
023751         UNTIL WTR-RST-EOF.
023752     CLOSE WTR-RST-FILE.
023753
023754 1900-EXIT.
023755     EXIT.
023756*
023757************************************************************
023758*  1910-READ-WTR-RESTART                                      *
023759*  READS ONE WRITE-PASS RESTART RECORD.  THE LAST DBWRITER    *
023760*  RECORD OF THIS RUN FOR AN SLA SUBSYSTEM SAYS WHETHER IT    *
023761*  WAS BYPASSED - A RERUN THAT WORKED IT CLEARS THE BYPASS.   *
023762************************************************************
023763 1910-READ-WTR-RESTART.
023764
023765     READ WTR-RST-FILE
023766         AT END
023767             SET WTR-RST-EOF TO TRUE
023768     END-READ.
023769
023770     IF WTR-RST-EOF
023771      OR RST-PROGRAM NOT = 'DBWRITER'
023772      OR RST-RUN-ID NOT = WS-RUN-ID
023773         GO TO 1910-EXIT
023774     END-IF.
023775
023776     IF WS-ENTRY-COUNT = ZERO
023777         GO TO 1910-EXIT
023778     END-IF.
023779     SET SLA-IDX TO 1.
023780     SEARCH SLA-ENTRY
023781         AT END
023782             CONTINUE
023783         WHEN SLA-TBL-DB-NAME (SLA-IDX) = RST-DB-NAME
023784             IF RST-BYPASSED
023785                 SET SLA-TBL-BYPASSED (SLA-IDX) TO TRUE
023786             ELSE
023787                 MOVE 'N' TO SLA-TBL-BYPASS-SW (SLA-IDX)
023788             END-IF
023789     END-SEARCH.
023790
023791 1910-EXIT.
023792     EXIT.
023793*
023800************************************************************
023900*  2000-FOLD-AUDIT-REC                                        *
024000*  RECORDS THE FIRST SUCCESSFUL CONNECT STAMP AND THE LAST     *
026620             SET SLA-TBL-SKIPPED (SLA-IDX) TO TRUE
026630         END-IF
026700     END-IF.
026710     IF AUD-EVENT-DEPBYPASS
026711      AND NOT BYPASS-FROM-RESTART
026720         SET SLA-TBL-BYPASSED (SLA-IDX) TO TRUE
026730     END-IF.
026800
026900 2000-NEXT.
027000
031000             UNTIL SLA-IDX > WS-ENTRY-COUNT
031100     END-IF.
031200
031210     IF SLAHIST-FILE-OPEN AND WS-ENTRY-COUNT > ZERO
031220         PERFORM 3300-SAVE-HISTORY THRU 3300-EXIT
031230             VARYING SLA-IDX FROM 1 BY 1
031240             UNTIL SLA-IDX > WS-ENTRY-COUNT
031250     END-IF.
031260
031300     MOVE SPACES TO REPORT-LINE.
031400     IF WS-EXCEPTION-COUNT = ZERO
031500         MOVE 'ALL SLA SUBSYSTEMS MET THEIR WINDOW'
033100************************************************************
033200 3100-CHECK-SLA-ENTRY.
033300
033301*
033302*    A SUBSYSTEM BYPASSED BECAUSE ITS PREREQUISITE DID NOT
033303*    COMPLETE HAS NO WINDOW TO MISS, CONNECTED OR NOT - THE
033304*    PREREQUISITE CARRIES THE MISS.
033305*
033306     IF SLA-TBL-BYPASSED (SLA-IDX)
033307         MOVE 'S' TO SLA-TBL-OUTCOME (SLA-IDX)
033308         GO TO 3100-EXIT
033309     END-IF.
033310*
033320*    A SUBSYSTEM THE PROCESSING CALENDAR SKIPPED TONIGHT HAS
033330*    NO WINDOW TO MISS - NOT CONNECTING WAS THE SCHEDULE.
033340*
033350     IF SLA-TBL-SKIPPED (SLA-IDX)
033360      AND SLA-TBL-FIRST-CONNECT (SLA-IDX) = SPACES
033361         MOVE 'S' TO SLA-TBL-OUTCOME (SLA-IDX)
033370         GO TO 3100-EXIT
033380     END-IF.
033390
033800         MOVE 'NONE' TO WS-D-ACTUAL
033900         MOVE 'NO SUCCESSFUL CONNECT THIS WINDOW'
034000             TO WS-D-REMARK
034010         MOVE 'N' TO SLA-TBL-OUTCOME (SLA-IDX)
034100         ADD 1 TO WS-EXCEPTION-COUNT
034200         PERFORM 3200-PRINT-EXCEPTION THRU 3200-EXIT
034300         GO TO 3100-EXIT
035100         MOVE SLA-TBL-FIRST-CONNECT (SLA-IDX) TO WS-D-ACTUAL
035200         MOVE 'CONNECTED AFTER WINDOW-OPEN DEADLINE'
035300             TO WS-D-REMARK
035310         MOVE 'L' TO SLA-TBL-OUTCOME (SLA-IDX)
035400         ADD 1 TO WS-EXCEPTION-COUNT
035500         PERFORM 3200-PRINT-EXCEPTION THRU 3200-EXIT
035600     END-IF.
036200         MOVE 'NONE' TO WS-D-ACTUAL
036300         MOVE 'NO SUCCESSFUL DISCONNECT THIS WINDOW'
036400             TO WS-D-REMARK
036410         IF SLA-TBL-OUTCOME (SLA-IDX) = 'M'
036420             MOVE 'O' TO SLA-TBL-OUTCOME (SLA-IDX)
036430         END-IF
036500         ADD 1 TO WS-EXCEPTION-COUNT
036600         PERFORM 3200-PRINT-EXCEPTION THRU 3200-EXIT
036700         GO TO 3100-EXIT
037500         MOVE SLA-TBL-LAST-DISCONN (SLA-IDX) TO WS-D-ACTUAL
037600         MOVE 'RELEASED AFTER WINDOW-CLOSE DEADLINE'
037700             TO WS-D-REMARK
037710         IF SLA-TBL-OUTCOME (SLA-IDX) = 'M'
037720             MOVE 'O' TO SLA-TBL-OUTCOME (SLA-IDX)
037730         END-IF
037800         ADD 1 TO WS-EXCEPTION-COUNT
037900         PERFORM 3200-PRINT-EXCEPTION THRU 3200-EXIT
038000     END-IF.
039300
039400 3200-EXIT.
039500     EXIT.
039501*
039502************************************************************
039503*  3300-SAVE-HISTORY                                          *
039504*  FOLDS ONE SUBSYSTEM'S OUTCOME FOR THE WINDOW INTO THE      *
039505*  SLAHIST HISTORY FILE.  A RERUN OF THE SAME WINDOW SIMPLY   *
039506*  REPLACES THE RECORD FOR THE SAME KEY.                      *
039507************************************************************
039508 3300-SAVE-HISTORY.
039509
039510     MOVE SLA-TBL-DB-NAME (SLA-IDX)       TO SLH-DB-NAME.
039511     MOVE WS-WINDOW-DATE                  TO SLH-DATE.
039512     MOVE SLA-TBL-OUTCOME (SLA-IDX)       TO SLH-OUTCOME.
039513     MOVE SLA-TBL-FIRST-CONNECT (SLA-IDX) TO SLH-FIRST-CONNECT.
039514     MOVE SLA-TBL-LAST-DISCONN (SLA-IDX)  TO SLH-LAST-DISCONN.
039515     MOVE WS-RUN-ID                       TO SLH-RUN-ID.
039516
039517     REWRITE SLAHIST-REC
039518         INVALID KEY
039519             WRITE SLAHIST-REC
039520                 INVALID KEY
039521                     DISPLAY 'SLAMON - UNABLE TO WRITE '
039522                         'SLAHIST FOR ' SLH-DB-NAME
039523             END-WRITE
039524     END-REWRITE.
039525
039526 3300-EXIT.
039527     EXIT.
039600*
039700************************************************************
039800*  9000-TERMINATE                                             *
040300     CLOSE SLAPARM-FILE.
040400     CLOSE AUDIT-FILE.
040500     CLOSE REPORT-FILE.
040510     IF SLAHIST-FILE-OPEN
040520         CLOSE SLAHIST-FILE
040530     END-IF.
040600
040700 9000-EXIT.
040800     EXIT.
