001700*  FOLD, SO A RERUN NIGHT OR A PARALLEL GROUP STREAM IS        *
001800*  SUMMARIZED AGAINST ITS OWN RUN ONLY.                        *
001900*                                                              *
001905*  BELOW THE ALERTS THE PAGE LISTS EVERY PARAMETER CHANGE      *
001910*  APPLIED UNDER THE PARMMNT EMERGENCY OVERRIDE THAT A SECOND  *
001915*  OPERATOR HAS NOT YET COUNTERSIGNED ON PAPR, FROM THE        *
001920*  PENDCHG FILE, SO THE DAY SHIFT SEES WHAT RAN LAST NIGHT     *
001925*  WITHOUT APPROVAL.                                           *
001930*                                                              *
001935*  A SUBSYSTEM BYPASSED BECAUSE ITS DEPPARM PREREQUISITE DID   *
001940*  NOT COMPLETE (RDRBYPASS / WTRBYPASS ON THE AUDIT TRAIL)     *
001945*  GIVES THE WINDOW A DEPENDENCY BYPASSED DISPOSITION AND ITS  *
001950*  LINE AN EXCEPTION NAMING THE PREREQUISITE AND THE REASON.   *
001955*                                                              *
002000*  RETURN-CODE VALUES                                          *
002100*      0   =  SUMMARY PRODUCED                                 *
002200*      12  =  A REQUIRED FILE COULD NOT BE OPENED              *
003300************************************************************
003400*  MODIFICATION HISTORY.                                      *
003500*      2026-09-02  RJK  ORIGINAL.                              *
003510*      2026-10-15  RJK  ADDED THE SECTION LISTING EMERGENCY    *
003520*                       PARAMETER CHANGES STILL AWAITING       *
003530*                       COUNTERSIGNATURE ON PENDCHG.           *
003531*      2026-10-15  RJK  ADDED THE DEPENDENCY BYPASSED          *
003532*                       DISPOSITION AND A BYPASS EXCEPTION     *
003533*                       NAMING THE PREREQUISITE AND WHY IT     *
003534*                       HELD THE SUBSYSTEM BACK, FROM THE      *
003535*                       RDRBYPASS AND WTRBYPASS AUDIT EVENTS.  *
003536*                       ADDED DEPPARM TO THE PENDING-CHANGE    *
003537*                       FILE NAMES.                            *
003540*      2026-10-15  RJK  A BYPASSED SUBSYSTEM IS NO LONGER      *
003550*                       MARKED SLA MISSED WHEN IT HAD ALREADY  *
003560*                       CONNECTED - THE BYPASS IS TAKEN FROM   *
003570*                       THE WRITE PASS'S RESTART FILE ON THE   *
003580*                       OPTIONAL WTRRSTRT DD, OR FROM THE      *
003590*                       BYPASS AUDIT EVENT WITHOUT IT.         *
003600************************************************************
003700
003800 ENVIRONMENT DIVISION.
006300     SELECT SLAPARM-FILE ASSIGN TO SLAPARM
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-SLAPARM-STATUS.
006505
006510     SELECT PENDCHG-FILE ASSIGN TO PENDCHG
006515         ORGANIZATION IS INDEXED
006520         ACCESS MODE IS DYNAMIC
006525         RECORD KEY IS PND-CHG-KEY
006530         FILE STATUS IS WS-PENDCHG-STATUS.
006535
006540     SELECT WTR-RST-FILE ASSIGN TO WTRRSTRT
006545         ORGANIZATION IS SEQUENTIAL
006550         FILE STATUS IS WS-WTR-RST-STATUS.
006600
006700     SELECT REPORT-FILE ASSIGN TO TURNRPT
006800         ORGANIZATION IS SEQUENTIAL
011200 01  SLAPARM-REC.
011300     COPY SLAPARM.
011400
011410 FD  PENDCHG-FILE
011420     RECORDING MODE IS F
011430     LABEL RECORDS ARE STANDARD.
011440 01  PENDCHG-REC.
011450     COPY PENDCHG.
011460
011461 FD  WTR-RST-FILE
011462     RECORDING MODE IS F
011463     LABEL RECORDS ARE STANDARD.
011464 01  WTR-RST-REC.
011465     COPY RSTRTREC.
011466
011500 FD  REPORT-FILE
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
015200     88  SLAPARM-OK                           VALUE '00'.
015300     88  SLAPARM-EOF                          VALUE '10'.
015400
015410 77  WS-PENDCHG-STATUS         PIC X(02)      VALUE SPACES.
015420     88  PENDCHG-OK                           VALUE '00'.
015430     88  PENDCHG-EOF                          VALUE '10'.
015440 77  WS-PENDCHG-OPEN-SW        PIC X(01)      VALUE 'N'.
015450     88  PENDCHG-FILE-OPEN                    VALUE 'Y'.
015460 77  WS-EMERG-COUNT            PIC 9(04) COMP VALUE ZERO.
015470
015471 77  WS-WTR-RST-STATUS         PIC X(02)      VALUE SPACES.
015472     88  WTR-RST-OK                           VALUE '00'.
015473     88  WTR-RST-EOF                          VALUE '10'.
015474 77  WS-WTR-RST-OPEN-SW        PIC X(01)      VALUE 'N'.
015475     88  WTR-RST-FILE-OPEN                    VALUE 'Y'.
015476
015500 77  WS-REPORT-STATUS          PIC X(02)      VALUE SPACES.
015600     88  REPORT-OK                            VALUE '00'.
015700
017400     88  WINDOW-FAILED-OVER                   VALUE 'Y'.
017500 77  WS-FAIL-SEEN-SW           PIC X(01)      VALUE 'N'.
017600     88  WINDOW-HAD-FAILURES                  VALUE 'Y'.
017610 77  WS-BYPASS-SEEN-SW         PIC X(01)      VALUE 'N'.
017620     88  WINDOW-HAD-BYPASS                    VALUE 'Y'.
017700
017800************************************************************
017900*  ONE SUMMARY ENTRY PER SUBSYSTEM THE NIGHT TOUCHED          *
020700             88  SUM-SLA-MISSED         VALUE 'Y'.
020710         10  SUM-STILL-CONN-SW     PIC X(01).
020720             88  SUM-STILL-CONNECTED    VALUE 'Y'.
020730         10  SUM-BYPASS-SW         PIC X(01).
020740             88  SUM-BYPASSED           VALUE 'Y'.
020750         10  SUM-BYPASS-PREREQ     PIC X(08).
020760         10  SUM-BYPASS-REASON     PIC X(07).
020800
020900 77  WS-FOUND-SW               PIC X(01)      VALUE 'N'.
021000     88  SUM-ENTRY-FOUND                      VALUE 'Y'.
026800     05  WS-A-RC                  PIC 9(04).
026900     05  FILLER                   PIC X(32) VALUE SPACES.
027000
027005 01  WS-EMERG-LINE.
027010     05  FILLER                   PIC X(06) VALUE '  *** '.
027015     05  WS-E-FILE                PIC X(08).
027020     05  FILLER                   PIC X(01) VALUE SPACES.
027025     05  WS-E-DB-NAME             PIC X(08).
027030     05  FILLER                   PIC X(01) VALUE SPACES.
027035     05  WS-E-ACTION              PIC X(06).
027040     05  FILLER                   PIC X(09) VALUE ' APPLIED '.
027045     05  WS-E-DATE                PIC X(08).
027050     05  FILLER                   PIC X(04) VALUE ' BY '.
027055     05  WS-E-INITIALS            PIC X(03).
027060     05  FILLER                   PIC X(04) VALUE ' AT '.
027065     05  WS-E-TERMINAL            PIC X(04).
027070     05  FILLER                   PIC X(18) VALUE SPACES.
027075
027100 77  WS-DISPOSITION            PIC X(20)      VALUE SPACES.
027200
027300 PROCEDURE DIVISION.
028000     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
028100     PERFORM 2000-FOLD-AUDIT-REC   THRU 2000-EXIT
028200         UNTIL AUDIT-EOF.
028210     IF WTR-RST-FILE-OPEN
028220         PERFORM 2500-FOLD-WTR-RESTART THRU 2500-EXIT
028230             UNTIL WTR-RST-EOF
028240     END-IF.
028300     IF CTLTOT-FILE-OPEN
028400         PERFORM 3000-FOLD-CONTROL-REC THRU 3000-EXIT
028500             UNTIL CTLTOT-EOF
035100         SET CONNSTAT-FILE-OPEN TO TRUE
035200     ELSE
035300         DISPLAY 'WNDWSUM - NO CONNSTAT FILE'
035302     END-IF.
035304
035306     OPEN INPUT PENDCHG-FILE.
035308     IF PENDCHG-OK
035310         SET PENDCHG-FILE-OPEN TO TRUE
035312     ELSE
035314         DISPLAY 'WNDWSUM - NO PENDCHG FILE - EMERGENCY CHANGES '
035316             'NOT LISTED'
035318     END-IF.
035320
035322*
035324*    THE WRITE PASS'S RESTART RECORDS ARE ONLY USABLE WHEN THE
035326*    RUN ID IS KNOWN - WITHOUT IT THEY CANNOT BE TOLD FROM AN
035328*    EARLIER NIGHT'S, AND THE BYPASS AUDIT EVENT IS USED.
035330*
035332     IF WS-RUN-ID NOT = SPACES
035334         OPEN INPUT WTR-RST-FILE
035336         IF WTR-RST-OK
035338             SET WTR-RST-FILE-OPEN TO TRUE
035340         ELSE
035342             DISPLAY 'WNDWSUM - NO WTRRSTRT FILE - BYPASSES '
035344                 'TAKEN FROM THE AUDIT TRAIL'
035346         END-IF
035400     END-IF.
035500
035600     OPEN INPUT SLAPARM-FILE.
051200             SET WINDOW-DRAINED TO TRUE
051300         WHEN AUD-EVENT-SKIPPED
051400             SET SUM-SKIPPED (SUM-IDX) TO TRUE
051410         WHEN AUD-EVENT-DEPBYPASS
051420             IF NOT WTR-RST-FILE-OPEN
051430                 SET SUM-BYPASSED (SUM-IDX) TO TRUE
051440                 SET WINDOW-HAD-BYPASS TO TRUE
051450             END-IF
051460             MOVE AUD-DB-USER TO SUM-BYPASS-PREREQ (SUM-IDX)
051470             MOVE AUD-OUTCOME TO SUM-BYPASS-REASON (SUM-IDX)
051500         WHEN OTHER
051600             CONTINUE
051700     END-EVALUATE.
053300     END-READ.
053400
053500 2100-EXIT.
053502     EXIT.
053504*
053506************************************************************
053508*  2500-FOLD-WTR-RESTART                                       *
053510*  FOLDS ONE WRITE-PASS RESTART RECORD.  THE LAST DBWRITER     *
053512*  RECORD OF THIS RUN SAYS WHETHER THE SUBSYSTEM WAS           *
053514*  BYPASSED - A RERUN THAT WORKED IT CLEARS THE BYPASS, EVEN   *
053516*  THOUGH ITS BYPASS AUDIT EVENT IS STILL ON THE LOG.  THE     *
053518*  PREREQUISITE AND REASON SHOWN STILL COME FROM THAT EVENT.   *
053520************************************************************
053522 2500-FOLD-WTR-RESTART.
053524
053526     READ WTR-RST-FILE
053528         AT END
053530             SET WTR-RST-EOF TO TRUE
053532             GO TO 2500-EXIT
053534     END-READ.
053536
053538     IF RST-PROGRAM NOT = 'DBWRITER'
053540      OR RST-RUN-ID NOT = WS-RUN-ID
053542         GO TO 2500-EXIT
053544     END-IF.
053546
053548     MOVE RST-DB-NAME TO WS-WORK-DB-NAME.
053550     PERFORM 7000-FIND-OR-ADD-ENTRY THRU 7000-EXIT.
053552
053554     IF RST-BYPASSED
053556         SET SUM-BYPASSED (SUM-IDX) TO TRUE
053558         SET WINDOW-HAD-BYPASS TO TRUE
053560     ELSE
053562         MOVE 'N' TO SUM-BYPASS-SW (SUM-IDX)
053564     END-IF.
053566
053568 2500-EXIT.
053600     EXIT.
053700*
053800************************************************************
063000*  CHECKS ONE SUMMARY ENTRY AGAINST ITS SLA DEADLINES, IF IT   *
063100*  HAS ANY.  A CALENDAR-SKIPPED SUBSYSTEM HAS NO WINDOW TO     *
063200*  MISS.                                                       *
063210*  NOR DOES A BYPASSED ONE, WHETHER OR NOT IT HAD CONNECTED    *
063220*  BEFORE THE BYPASS - ITS PREREQUISITE CARRIES THE MISS.      *
063300************************************************************
063400 5100-CHECK-SLA-ENTRY.
063500
064100                 SUM-DB-NAME (SUM-IDX)
064200             CONTINUE
064300     END-SEARCH.
064310
064320     IF SUM-BYPASSED (SUM-IDX)
064330         GO TO 5100-EXIT
064340     END-IF.
064400
064500     IF SUM-SKIPPED (SUM-IDX)
064600      AND SUM-FIRST-CONNECT (SUM-IDX) = SPACES
068000             MOVE 'OUT OF BALANCE' TO WS-DISPOSITION
068100         WHEN WINDOW-SLA-MISSED
068200             MOVE 'SLA MISSED' TO WS-DISPOSITION
068210         WHEN WINDOW-HAD-BYPASS
068220             MOVE 'DEPENDENCY BYPASSED' TO WS-DISPOSITION
068300         WHEN WINDOW-HAD-FAILURES
068400             MOVE 'FAILURES OVERNIGHT' TO WS-DISPOSITION
068500         WHEN WINDOW-FAILED-OVER
074100         MOVE '  NONE' TO REPORT-LINE
074200         WRITE REPORT-LINE
074300     END-IF.
074310
074320     PERFORM 6300-PRINT-EMERGENCY-CHANGES THRU 6300-EXIT.
074400
074500 6000-EXIT.
074600     EXIT.
081700             MOVE 'CONNECT FAILED' TO WS-D-EXCEPTION
081800         WHEN SUM-DISCONNECT-FAILED (SUM-IDX)
081900             MOVE 'DISCONNECT FAILED' TO WS-D-EXCEPTION
081910         WHEN SUM-BYPASSED (SUM-IDX)
081920             STRING 'BYPASS '                DELIMITED BY SIZE
081930                    SUM-BYPASS-PREREQ (SUM-IDX)
081940                                            DELIMITED BY SPACE
081950                    ' '                     DELIMITED BY SIZE
081960                    SUM-BYPASS-REASON (SUM-IDX)
081970                                            DELIMITED BY SPACE
081980                 INTO WS-D-EXCEPTION
082000         WHEN SUM-READER-SEEN (SUM-IDX)
082100          AND SUM-WRITER-SEEN (SUM-IDX)
082200          AND (SUM-ROWS-READ (SUM-IDX) NOT =
085900 6200-EXIT.
086000     EXIT.
086100*
086101************************************************************
086102*  6300-PRINT-EMERGENCY-CHANGES                               *
086103*  LISTS THE PARAMETER CHANGES APPLIED UNDER THE EMERGENCY     *
086104*  OVERRIDE THAT ARE STILL AWAITING A SECOND OPERATOR'S        *
086105*  COUNTERSIGNATURE, OR NONE.                                  *
086106************************************************************
086107 6300-PRINT-EMERGENCY-CHANGES.
086108
086109     MOVE SPACES TO REPORT-LINE.
086110     WRITE REPORT-LINE.
086111     MOVE '*** EMERGENCY PARAMETER CHANGES AWAITING'
086112         TO REPORT-LINE.
086113     MOVE ' COUNTERSIGNATURE ***' TO REPORT-LINE (41:21).
086114     WRITE REPORT-LINE.
086115
086116     IF NOT PENDCHG-FILE-OPEN
086117         MOVE SPACES TO REPORT-LINE
086118         MOVE '  PENDCHG FILE NOT AVAILABLE - NOT CHECKED'
086119             TO REPORT-LINE
086120         WRITE REPORT-LINE
086121         GO TO 6300-EXIT
086122     END-IF.
086123
086124     MOVE ZERO TO WS-EMERG-COUNT.
086125     MOVE LOW-VALUES TO PND-CHG-KEY.
086126     START PENDCHG-FILE KEY NOT < PND-CHG-KEY
086127         INVALID KEY
086128             SET PENDCHG-EOF TO TRUE
086129     END-START.
086130     PERFORM 6310-READ-PENDCHG THRU 6310-EXIT
086131         UNTIL PENDCHG-EOF.
086132
086133     IF WS-EMERG-COUNT = ZERO
086134         MOVE SPACES TO REPORT-LINE
086135         MOVE '  NONE' TO REPORT-LINE
086136         WRITE REPORT-LINE
086137     END-IF.
086138
086139 6300-EXIT.
086140     EXIT.
086141*
086142************************************************************
086143*  6310-READ-PENDCHG                                          *
086144*  READS THE NEXT PENDCHG RECORD AND PRINTS IT IF IT IS AN     *
086145*  EMERGENCY CHANGE NOT YET COUNTERSIGNED.                     *
086146************************************************************
086147 6310-READ-PENDCHG.
086148
086149     READ PENDCHG-FILE NEXT RECORD
086150         AT END
086151             SET PENDCHG-EOF TO TRUE
086152     END-READ.
086153     IF PENDCHG-EOF OR NOT PND-EMERGENCY
086154         GO TO 6310-EXIT
086155     END-IF.
086156
086157     ADD 1 TO WS-EMERG-COUNT.
086158     EVALUATE PND-FILE-ID
086159         WHEN 'C'
086160             MOVE 'CONNPARM' TO WS-E-FILE
086161         WHEN 'L'
086162             MOVE 'CALENDAR' TO WS-E-FILE
086163         WHEN 'F'
086164             MOVE 'FAILOVER' TO WS-E-FILE
086165         WHEN 'S'
086166             MOVE 'SLAPARM'  TO WS-E-FILE
086167         WHEN 'D'
086168             MOVE 'DEPPARM'  TO WS-E-FILE
086169         WHEN OTHER
086170             MOVE PND-FILE-ID TO WS-E-FILE
086171     END-EVALUATE.
086172     EVALUATE PND-ACTION
086173         WHEN 'A'
086174             MOVE 'ADD'    TO WS-E-ACTION
086175         WHEN 'C'
086176             MOVE 'CHANGE' TO WS-E-ACTION
086177         WHEN 'D'
086178             MOVE 'DELETE' TO WS-E-ACTION
086179         WHEN OTHER
086180             MOVE PND-ACTION TO WS-E-ACTION
086181     END-EVALUATE.
086182     MOVE PND-REC-KEY      TO WS-E-DB-NAME.
086183     MOVE PND-REQ-DATE     TO WS-E-DATE.
086184     MOVE PND-REQ-INITIALS TO WS-E-INITIALS.
086185     MOVE PND-REQ-TERMINAL TO WS-E-TERMINAL.
086186     MOVE WS-EMERG-LINE TO REPORT-LINE.
086187     WRITE REPORT-LINE.
086188
086189 6310-EXIT.
086190     EXIT.
086191*
086200************************************************************
086300*  7000-FIND-OR-ADD-ENTRY                                     *
086400*  LOCATES THE SUMMARY ENTRY FOR WS-WORK-DB-NAME, ADDING A     *
090300         MOVE 'N'    TO SUM-DISC-FAIL-SW (SUM-IDX)
090400         MOVE 'N'    TO SUM-SLA-MISS-SW (SUM-IDX)
090410         MOVE 'N'    TO SUM-STILL-CONN-SW (SUM-IDX)
090420         MOVE 'N'    TO SUM-BYPASS-SW (SUM-IDX)
090430         MOVE SPACES TO SUM-BYPASS-PREREQ (SUM-IDX)
090440         MOVE SPACES TO SUM-BYPASS-REASON (SUM-IDX)
090500     END-IF.
090600
090700 7000-EXIT.
092400     IF CONNSTAT-FILE-OPEN
092500         CLOSE CONNSTAT-FILE
092600     END-IF.
092610     IF PENDCHG-FILE-OPEN
092620         CLOSE PENDCHG-FILE
092630     END-IF.
092640     IF WTR-RST-FILE-OPEN
092650         CLOSE WTR-RST-FILE
092660     END-IF.
092700
092800 9000-EXIT.
092900     EXIT.
