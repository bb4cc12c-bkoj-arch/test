000100************************************************************
000200*                                                              *
000300*  INCDFEED                                                    *
000400*  END-OF-WINDOW OUTBOUND INCIDENT FEED FOR THE SERVICE-       *
000500*  MANAGEMENT SYSTEM.  RUNS AS THE LAST CHECK OF THE NIGHTLY   *
000600*  WINDOW AND WORKS OUT, FOR EVERY SUBSYSTEM THE WINDOW RUN    *
000700*  TOUCHED, WHICH OF THE WINDOW-LEVEL FAILURE CONDITIONS IT    *
000800*  ENDED WITH - FROM WHAT THE STEPS LEFT BEHIND, NOT FROM      *
000900*  THEIR RETURN CODES:                                         *
001000*      600  OUT OF BALANCE         CTLHIST FLAG FOR THE NIGHT  *
001100*      610  THREE STORES DISAGREE  AUDRECON'S RECONEXC EXTRACT *
001200*      630  SLA EXCEPTION          SLAHIST OUTCOME FOR THE RUN *
001300*      650  WINDOW DRAINED         DRAIN EVENT ON THE AUDITLOG *
001400*      700  WORK PASS FAILED       IN-PROGRESS RESTART RECORD  *
001500*  A CONDITION NOT ALREADY OPEN ON THE INCDSTAT FILE IS OPENED *
001600*  THERE AND AN OPEN RECORD IS WRITTEN TO THE INCDOUT FEED; ONE*
001700*  ALREADY OPEN (A RERUN OF THE NIGHT, OR THE SAME FAILURE     *
001800*  AGAIN THE NEXT NIGHT) IS ONLY MARKED SEEN, SO NO DUPLICATE  *
001900*  TICKET IS RAISED.  A SUBSYSTEM THAT COMES BACK CLEAN -      *
002000*  CONNECTED AND DISCONNECTED, BOTH PASSES COMPLETE, BALANCED  *
002100*  AND WITH NO CONDITION AT ALL - HAS EVERY INCIDENT STILL     *
002200*  OPEN AGAINST IT CLOSED, WITH A CLOSE RECORD ON THE FEED.    *
002300*  INCDRPT LISTS WHAT WAS DONE FOR EACH SUBSYSTEM.             *
002400*                                                              *
002500*  EVERY INPUT BUT THE CHECKPOINT AND THE AUDITLOG IS          *
002600*  OPTIONAL - A STEP BYPASSED TONIGHT SIMPLY LEAVES ITS        *
002700*  CONDITION UNTESTED - BUT A SUBSYSTEM IS ONLY TAKEN AS CLEAN *
002800*  ON THE EVIDENCE OF EVERY INPUT THAT WAS THERE.              *
002810*  A PRIMARY THE CHECKPOINT MARKS FAILED OVER IS JUDGED ON THE *
002820*  NIGHT OF THE ALTERNATE THAT CARRIED IT (FAILOVER-PAIRS      *
002830*  FILE) - IT IS CLEAN WHEN THAT ALTERNATE WROTE THE FAILOVER  *
002840*  AND CAME BACK CLEAN ITSELF.                                 *
002900*                                                              *
003000*  PARM                                                        *
003100*      POSITIONS  1-16  WINDOW-RUN ID TO REPORT ON.  DEFAULT IS*
003200*                       THE RUN ON THE CHECKPOINT GENERATION.  *
003300*                                                              *
003400*  RETURN-CODE VALUES                                          *
003500*      0   =  FEED WRITTEN, NO NEW INCIDENT OPENED             *
003600*      4   =  FEED WRITTEN, AT LEAST ONE INCIDENT OPENED       *
003700*      8   =  NO WINDOW RUN ON THE CHECKPOINT - EMPTY FEED     *
003800*             WRITTEN                                          *
003900*      12  =  A REQUIRED FILE COULD NOT BE OPENED              *
004000*      16  =  THE SUBSYSTEM TABLE OR THE FAILOVER-PAIRS TABLE  *
004010*             OVERFLOWED                                       *
004100*                                                              *
004200************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID.    IncidentFeed.
004500 AUTHOR.        R. KOWALCZYK.
004600 INSTALLATION.  DATABASE SERVICES - BATCH SUPPORT.
004700 DATE-WRITTEN.  2026-10-15.
004800 DATE-COMPILED.
004900*
005000************************************************************
005100*  MODIFICATION HISTORY.                                      *
005200*      2026-10-15  RJK  ORIGINAL.                              *
005210*      2026-10-15  RJK  A FAILED-OVER PRIMARY IS CLEAN WHEN THE*
005220*                       ALTERNATE THAT CARRIED ITS NIGHT WROTE *
005230*                       THE FAILOVER AND CAME BACK CLEAN, SO   *
005240*                       ITS OPEN INCIDENTS CLOSE WITHOUT       *
005250*                       WAITING FOR A NIGHT ON THE PRIMARY.    *
005260*                       CONDITIONS ARE NOW SETTLED FOR EVERY   *
005270*                       SUBSYSTEM BEFORE ANY IS ASSESSED.      *
005300************************************************************
005400
005500 ENVIRONMENT DIVISION.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT CHKPT-IN-FILE ASSIGN TO CHKPTIN
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-CHKPT-IN-STATUS.
006100
006200     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-AUDIT-STATUS.
006500
006600     SELECT RDR-RST-FILE ASSIGN TO RDRRSTRT
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-RDR-RST-STATUS.
006900
007000     SELECT WTR-RST-FILE ASSIGN TO WTRRSTRT
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-WTR-RST-STATUS.
007210
007220     SELECT FAILOVER-FILE ASSIGN TO FAILOVER
007230         ORGANIZATION IS SEQUENTIAL
007240         FILE STATUS IS WS-FAILOVER-STATUS.
007300
007400     SELECT CTLTOT-FILE ASSIGN TO CTLTOTAL
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-CTLTOT-STATUS.
007700
007800     SELECT CTLHIST-FILE ASSIGN TO CTLHIST
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS CTH-HIST-KEY
008200         FILE STATUS IS WS-CTLHIST-STATUS.
008300
008400     SELECT RECONEXC-FILE ASSIGN TO RECONEXC
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-RECONEXC-STATUS.
008700
008800     SELECT SLAHIST-FILE ASSIGN TO SLAHIST
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS SLH-HIST-KEY
009200         FILE STATUS IS WS-SLAHIST-STATUS.
009300
009400     SELECT INCDSTAT-FILE ASSIGN TO INCDSTAT
009500         ORGANIZATION IS INDEXED
009600         ACCESS MODE IS DYNAMIC
009700         RECORD KEY IS INS-KEY
009800         FILE STATUS IS WS-INCDSTAT-STATUS.
009900
010000     SELECT INCD-OUT-FILE ASSIGN TO INCDOUT
010100         ORGANIZATION IS SEQUENTIAL
010200         FILE STATUS IS WS-INCD-OUT-STATUS.
010300
010400     SELECT REPORT-FILE ASSIGN TO INCDRPT
010500         ORGANIZATION IS SEQUENTIAL
010600         FILE STATUS IS WS-REPORT-STATUS.
010700
010800 DATA DIVISION.
010900 FILE SECTION.
011000 FD  CHKPT-IN-FILE
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300 01  CHKPT-IN-REC.
011400     COPY CHKPTREC.
011500
011600 FD  AUDIT-FILE
011700     RECORDING MODE IS F
011800     LABEL RECORDS ARE STANDARD.
011900 01  AUDIT-REC.
012000     COPY AUDITREC.
012100
012200 FD  RDR-RST-FILE
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE STANDARD.
012500 01  RDR-RST-REC                  PIC X(102).
012600
012700 FD  WTR-RST-FILE
012800     RECORDING MODE IS F
012900     LABEL RECORDS ARE STANDARD.
013000 01  WTR-RST-REC                  PIC X(102).
013010
013020 FD  FAILOVER-FILE
013030     RECORDING MODE IS F
013040     LABEL RECORDS ARE STANDARD.
013050 01  FAILOVER-REC.
013060     COPY FAILPAIR.
013100
013200 FD  CTLTOT-FILE
013300     RECORDING MODE IS F
013400     LABEL RECORDS ARE STANDARD.
013500 01  CTLTOT-REC.
013600     COPY CTLTOTRC.
013700
013800 FD  CTLHIST-FILE
013900     RECORDING MODE IS F
014000     LABEL RECORDS ARE STANDARD.
014100 01  CTLHIST-REC.
014200     COPY CTLHIST.
014300
014400 FD  RECONEXC-FILE
014500     RECORDING MODE IS F
014600     LABEL RECORDS ARE STANDARD.
014700 01  RECONEXC-REC.
014800     COPY RECONEXC.
014900
015000 FD  SLAHIST-FILE
015100     RECORDING MODE IS F
015200     LABEL RECORDS ARE STANDARD.
015300 01  SLAHIST-REC.
015400     COPY SLAHIST.
015500
015600 FD  INCDSTAT-FILE
015700     RECORDING MODE IS F
015800     LABEL RECORDS ARE STANDARD.
015900 01  INCDSTAT-REC.
016000     COPY INCDSTAT.
016100
016200 FD  INCD-OUT-FILE
016300     RECORDING MODE IS F
016400     LABEL RECORDS ARE STANDARD.
016500 01  INCD-OUT-REC.
016600     COPY INCDREC.
016700
016800 FD  REPORT-FILE
016900     RECORDING MODE IS F
017000     LABEL RECORDS ARE STANDARD.
017100 01  REPORT-LINE                  PIC X(80).
017200
017300 WORKING-STORAGE SECTION.
017400*
017500************************************************************
017600*  SWITCHES AND COUNTERS                                      *
017700************************************************************
017800 77  WS-CHKPT-IN-STATUS        PIC X(02)      VALUE SPACES.
017900     88  CHKPT-IN-OK                          VALUE '00'.
018000     88  CHKPT-IN-EOF                         VALUE '10'.
018100
018200 77  WS-AUDIT-STATUS           PIC X(02)      VALUE SPACES.
018300     88  AUDIT-OK                             VALUE '00'.
018400     88  AUDIT-EOF                            VALUE '10'.
018500
018600 77  WS-RDR-RST-STATUS         PIC X(02)      VALUE SPACES.
018700     88  RDR-RST-OK                           VALUE '00'.
018800     88  RDR-RST-EOF                          VALUE '10'.
018900 77  WS-RDR-RST-OPEN-SW        PIC X(01)      VALUE 'N'.
019000     88  RDR-RST-FILE-OPEN                    VALUE 'Y'.
019100
019200 77  WS-WTR-RST-STATUS         PIC X(02)      VALUE SPACES.
019300     88  WTR-RST-OK                           VALUE '00'.
019400     88  WTR-RST-EOF                          VALUE '10'.
019500 77  WS-WTR-RST-OPEN-SW        PIC X(01)      VALUE 'N'.
019600     88  WTR-RST-FILE-OPEN                    VALUE 'Y'.
019700
019800 77  WS-CTLTOT-STATUS          PIC X(02)      VALUE SPACES.
019900     88  CTLTOT-OK                            VALUE '00'.
020000     88  CTLTOT-EOF                           VALUE '10'.
020100 77  WS-CTLTOT-OPEN-SW         PIC X(01)      VALUE 'N'.
020200     88  CTLTOT-FILE-OPEN                     VALUE 'Y'.
020300
020400 77  WS-CTLHIST-STATUS         PIC X(02)      VALUE SPACES.
020500     88  CTLHIST-OK                           VALUE '00'.
020600 77  WS-CTLHIST-OPEN-SW        PIC X(01)      VALUE 'N'.
020700     88  CTLHIST-FILE-OPEN                    VALUE 'Y'.
020800
020900 77  WS-RECONEXC-STATUS        PIC X(02)      VALUE SPACES.
021000     88  RECONEXC-OK                          VALUE '00'.
021100     88  RECONEXC-EOF                         VALUE '10'.
021200 77  WS-RECONEXC-OPEN-SW       PIC X(01)      VALUE 'N'.
021300     88  RECONEXC-FILE-OPEN                   VALUE 'Y'.
021400
021500 77  WS-SLAHIST-STATUS         PIC X(02)      VALUE SPACES.
021600     88  SLAHIST-OK                           VALUE '00'.
021700 77  WS-SLAHIST-OPEN-SW        PIC X(01)      VALUE 'N'.
021800     88  SLAHIST-FILE-OPEN                    VALUE 'Y'.
021810
021820 77  WS-FAILOVER-STATUS        PIC X(02)      VALUE SPACES.
021830     88  FAILOVER-OK                          VALUE '00'.
021840     88  FAILOVER-EOF                         VALUE '10'.
021900
022000 77  WS-INCDSTAT-STATUS        PIC X(02)      VALUE SPACES.
022100     88  INCDSTAT-OK                          VALUE '00'.
022200
022300 77  WS-INCD-OUT-STATUS        PIC X(02)      VALUE SPACES.
022400     88  INCD-OUT-OK                          VALUE '00'.
022500
022600 77  WS-REPORT-STATUS          PIC X(02)      VALUE SPACES.
022700     88  REPORT-OK                            VALUE '00'.
022800
022900 77  WS-ENTRY-COUNT            PIC 9(04) COMP VALUE ZERO.
023000 77  WS-OPENED-COUNT           PIC 9(04) COMP VALUE ZERO.
023100 77  WS-REOPENED-COUNT         PIC 9(04) COMP VALUE ZERO.
023200 77  WS-STILL-OPEN-COUNT       PIC 9(04) COMP VALUE ZERO.
023300 77  WS-CLOSED-COUNT           PIC 9(04) COMP VALUE ZERO.
023400 77  WS-DETAIL-COUNT           PIC 9(04) COMP VALUE ZERO.
023500 77  WS-COUNT-EDIT             PIC ZZZ9.
023600
023700*    WINDOW RUN BEING REPORTED ON, THE JOB THAT RAN IT, AND WHEN
023800*    THIS FEED WAS CUT.
023900 77  WS-RUN-ID                 PIC X(16)      VALUE SPACES.
024000 77  WS-JOB-NAME               PIC X(08)      VALUE SPACES.
024100 77  WS-TODAY                  PIC X(08)      VALUE SPACES.
024200 77  WS-NOW-TIME               PIC X(08)      VALUE SPACES.
024300
024400*    SLAHIST IS KEYED ON THE WINDOW DATE SLAMON SETTLED ON - THE
024500*    RUN DATE, OR THE NEXT DAY FOR AN EVENING START - SO EACH
024600*    LIKELY DATE IS TRIED IN TURN AND ONLY A RECORD CARRYING
024700*    THIS RUN'S ID IS TAKEN.
024800 77  WS-WORK-DATE-9            PIC 9(08)      VALUE ZERO.
024900 77  WS-WORK-DAY-INT           PIC S9(09) COMP VALUE ZERO.
025000 01  SLD-TABLE.
025100     05  SLD-DATE              PIC X(08) OCCURS 4 TIMES
025200                                   INDEXED BY SLD-IDX.
025300
025400*    ACTION TAKEN FOR THE CONDITION IN HAND, FOR THE REPORT.
025500 77  WS-ACTION                 PIC X(10)      VALUE SPACES.
025600 77  WS-ACTED-SW               PIC X(01)      VALUE 'N'.
025700     88  SUBSYSTEM-ACTED-ON                   VALUE 'Y'.
025800
025900************************************************************
026000*  THE CONDITIONS, WITH THE SEVERITY AND TEXT EACH IS RAISED  *
026100*  WITH.  THE SUBSYSTEM TABLE CARRIES ONE FLAG PER CONDITION   *
026200*  IN THE SAME ORDER.                                          *
026300************************************************************
026400 01  CND-VALUES.
026500     05  FILLER                PIC X(29)      VALUE
026600             '07001WORK PASS FAILED        '.
026700     05  FILLER                PIC X(29)      VALUE
026800             '06001OUT OF BALANCE          '.
026900     05  FILLER                PIC X(29)      VALUE
027000             '06102THREE STORES DISAGREE   '.
027100     05  FILLER                PIC X(29)      VALUE
027200             '06502WINDOW DRAINED          '.
027300     05  FILLER                PIC X(29)      VALUE
027400             '06303SLA EXCEPTION           '.
027500 01  CND-TABLE REDEFINES CND-VALUES.
027600     05  CND-ENTRY OCCURS 5 TIMES
027700             INDEXED BY CND-IDX.
027800         10  CND-RC                PIC 9(04).
027900         10  CND-SEVERITY          PIC 9(01).
028000         10  CND-TEXT              PIC X(24).
028100 77  CND-PASS-FAILED           PIC 9(01) COMP VALUE 1.
028200 77  CND-OUT-OF-BALANCE        PIC 9(01) COMP VALUE 2.
028300 77  CND-STORES-DISAGREE       PIC 9(01) COMP VALUE 3.
028400 77  CND-DRAINED               PIC 9(01) COMP VALUE 4.
028500 77  CND-SLA-EXCEPTION         PIC 9(01) COMP VALUE 5.
028600
028700************************************************************
028800*  ONE ENTRY PER SUBSYSTEM THE WINDOW RUN TOUCHED             *
028900************************************************************
029000 01  SUB-TABLE.
029100     05  SUB-ENTRY OCCURS 1 TO 100 TIMES
029200             DEPENDING ON WS-ENTRY-COUNT
029300             INDEXED BY SUB-IDX SUB-TEST-IDX.
029400         10  SUB-DB-NAME           PIC X(08).
029500         10  SUB-CONN-SW           PIC X(01).
029600             88  SUB-CONNECTED          VALUE 'Y'.
029700         10  SUB-DISC-SW           PIC X(01).
029800             88  SUB-DISCONNECTED       VALUE 'Y'.
029900         10  SUB-SKIP-SW           PIC X(01).
030000             88  SUB-SKIPPED            VALUE 'Y'.
030100*            READ AND WRITE PASS PROGRESS - C COMPLETE, P FAILED
030200*            PART WAY, SPACE NOT REACHED.
030300         10  SUB-RDR-STATUS        PIC X(01).
030400         10  SUB-WTR-STATUS        PIC X(01).
030500*            DATE CTLBALAN FILED THE NIGHT UNDER, AND ITS VERDICT
030600*            (CTH-BALANCE-SW, SPACE WHEN NONE WAS FOUND).
030700         10  SUB-CTL-DATE          PIC X(08).
030800         10  SUB-BAL-SW            PIC X(01).
030900*            SLAHIST OUTCOME FOR THE RUN, SPACE WHEN NONE.
031000         10  SUB-SLA-OUTCOME       PIC X(01).
031100         10  SUB-COND-SW           PIC X(01) OCCURS 5 TIMES.
031200         10  SUB-COND-COUNT        PIC 9(04) COMP.
031300         10  SUB-CLEAN-SW          PIC X(01).
031400             88  SUB-CLEAN              VALUE 'Y'.
031410*            THE CHECKPOINT MARKS THE SUBSYSTEM FAILED OVER, AND
031420*            THE SUBSYSTEM, AS AN ALTERNATE, WROTE A SUCCESSFUL
031430*            FAILOVER EVENT IN THE RUN.
031440         10  SUB-FO-MARK-SW        PIC X(01).
031450             88  SUB-FAILED-OVER        VALUE 'Y'.
031460         10  SUB-FO-EVENT-SW       PIC X(01).
031470             88  SUB-WROTE-FAILOVER     VALUE 'Y'.
031500
031600 77  WS-FOUND-SW               PIC X(01)      VALUE 'N'.
031700     88  SUB-ENTRY-FOUND                      VALUE 'Y'.
031800 77  WS-WORK-DB-NAME           PIC X(08)      VALUE SPACES.
031810 77  WS-PARTNER-SW             PIC X(01)      VALUE 'N'.
031820     88  PARTNER-FOUND                        VALUE 'Y'.
031830
031840************************************************************
031850*  FAILOVER-PAIRS TABLE - LOADED FROM THE FAILOVER FILE AT    *
031860*  STARTUP, TO FIND THE ALTERNATE THAT CARRIED A FAILED-OVER   *
031870*  PRIMARY'S NIGHT.                                            *
031880************************************************************
031890 77  WS-FO-COUNT               PIC 9(04) COMP VALUE ZERO.
031891 01  FO-TABLE.
031892     05  FO-ENTRY OCCURS 1 TO 50 TIMES
031893             DEPENDING ON WS-FO-COUNT
031894             INDEXED BY FO-IDX.
031895         10  FO-TBL-PRIMARY        PIC X(08).
031896         10  FO-TBL-ALTERNATE      PIC X(08).
031900
032000************************************************************
032100*  RESTART-FILE RECORD, READ INTO FROM EITHER RESTART FILE    *
032200************************************************************
032300 01  WS-RSTRT-REC.
032400     COPY RSTRTREC.
032500
032600************************************************************
032700*  REPORT-LINE DETAIL FIELDS                                  *
032800************************************************************
032900 01  WS-DETAIL-LINE.
033000     05  WS-D-DB-NAME             PIC X(08).
033100     05  FILLER                   PIC X(02) VALUE SPACES.
033200     05  WS-D-COND-RC             PIC X(04).
033300     05  FILLER                   PIC X(02) VALUE SPACES.
033400     05  WS-D-SEVERITY            PIC X(01).
033500     05  FILLER                   PIC X(03) VALUE SPACES.
033600     05  WS-D-ACTION              PIC X(10).
033700     05  FILLER                   PIC X(02) VALUE SPACES.
033800     05  WS-D-OPEN-RUN-ID         PIC X(16).
033900     05  FILLER                   PIC X(02) VALUE SPACES.
034000     05  WS-D-COND-TEXT           PIC X(24).
034100     05  FILLER                   PIC X(06) VALUE SPACES.
034200
034300 LINKAGE SECTION.
034400 01  LS-PARM.
034500     05  LS-PARM-LEN           PIC S9(04) COMP.
034600     05  LS-PARM-DATA.
034700         10  LS-RUN-ID         PIC X(16).
034800
034900 PROCEDURE DIVISION USING LS-PARM.
035000*
035100************************************************************
035200*  0000-MAINLINE                                              *
035300************************************************************
035400 0000-MAINLINE.
035500
035600     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
035700
035800     IF WS-RUN-ID = SPACES
035900         PERFORM 1900-NO-WINDOW-RUN THRU 1900-EXIT
036000         PERFORM 9000-TERMINATE THRU 9000-EXIT
036100         MOVE 8 TO RETURN-CODE
036200         STOP RUN
036300     END-IF.
036400
036500     PERFORM 2000-FOLD-AUDIT-REC   THRU 2000-EXIT
036600         UNTIL AUDIT-EOF.
036700     IF RDR-RST-FILE-OPEN
036800         PERFORM 3000-FOLD-READER-RST THRU 3000-EXIT
036900             UNTIL RDR-RST-EOF
037000     END-IF.
037100     IF WTR-RST-FILE-OPEN
037200         PERFORM 3100-FOLD-WRITER-RST THRU 3100-EXIT
037300             UNTIL WTR-RST-EOF
037400     END-IF.
037500     IF CTLTOT-FILE-OPEN
037600         PERFORM 3500-FOLD-CONTROL-REC THRU 3500-EXIT
037700             UNTIL CTLTOT-EOF
037800     END-IF.
037900     IF RECONEXC-FILE-OPEN
038000         PERFORM 3700-FOLD-RECON-EXC THRU 3700-EXIT
038100             UNTIL RECONEXC-EOF
038200     END-IF.
038300
038310     IF WS-ENTRY-COUNT > ZERO
038320         PERFORM 3900-SETTLE-CONDITIONS THRU 3900-EXIT
038330             VARYING SUB-IDX FROM 1 BY 1
038340             UNTIL SUB-IDX > WS-ENTRY-COUNT
038350     END-IF.
038360
038400     PERFORM 7000-WRITE-HEADERS    THRU 7000-EXIT.
038500     IF WS-ENTRY-COUNT > ZERO
038600         PERFORM 4000-ASSESS-SUBSYSTEM THRU 4000-EXIT
038700             VARYING SUB-IDX FROM 1 BY 1
038800             UNTIL SUB-IDX > WS-ENTRY-COUNT
038900     END-IF.
039000     PERFORM 7900-WRITE-TRAILERS   THRU 7900-EXIT.
039100     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
039200
039300     IF WS-OPENED-COUNT > ZERO OR WS-REOPENED-COUNT > ZERO
039400         MOVE 4 TO RETURN-CODE
039500     END-IF.
039600
039700     STOP RUN.
039800*
039900************************************************************
040000*  1000-INITIALIZE                                            *
040100*  OPENS THE FILES AND SETTLES THE WINDOW RUN - THE PARM RUN   *
040200*  ID, ELSE THE ONE ON THE CHECKPOINT GENERATION, WHOSE        *
040300*  ENTRIES ALSO SEED THE SUBSYSTEM TABLE.                      *
040400************************************************************
040500 1000-INITIALIZE.
040600
040700     IF LS-PARM-LEN >= 16 AND LS-RUN-ID NOT = SPACES
040800         MOVE LS-RUN-ID TO WS-RUN-ID
040900     END-IF.
041000
041100     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
041200     ACCEPT WS-NOW-TIME FROM TIME.
041300
041400     OPEN OUTPUT REPORT-FILE.
041500     IF NOT REPORT-OK
041600         DISPLAY 'INCDFEED - UNABLE TO OPEN INCDRPT FILE'
041700         DISPLAY 'INCDFEED - FILE STATUS IS ' WS-REPORT-STATUS
041800         MOVE 12 TO RETURN-CODE
041900         STOP RUN
042000     END-IF.
042100
042200     OPEN OUTPUT INCD-OUT-FILE.
042300     IF NOT INCD-OUT-OK
042400         DISPLAY 'INCDFEED - UNABLE TO OPEN INCDOUT FILE'
042500         DISPLAY 'INCDFEED - FILE STATUS IS ' WS-INCD-OUT-STATUS
042600         MOVE 12 TO RETURN-CODE
042700         STOP RUN
042800     END-IF.
042900
043000     OPEN I-O INCDSTAT-FILE.
043100     IF NOT INCDSTAT-OK
043200         DISPLAY 'INCDFEED - UNABLE TO OPEN INCDSTAT FILE'
043300         DISPLAY 'INCDFEED - FILE STATUS IS ' WS-INCDSTAT-STATUS
043400         MOVE 12 TO RETURN-CODE
043500         STOP RUN
043600     END-IF.
043700
043800     OPEN INPUT CHKPT-IN-FILE.
043900     IF NOT CHKPT-IN-OK
044000         DISPLAY 'INCDFEED - UNABLE TO OPEN CHKPTIN FILE'
044100         DISPLAY 'INCDFEED - FILE STATUS IS ' WS-CHKPT-IN-STATUS
044200         MOVE 12 TO RETURN-CODE
044300         STOP RUN
044400     END-IF.
044500     PERFORM 1100-SCAN-CHECKPOINT THRU 1100-EXIT
044600         UNTIL CHKPT-IN-EOF.
044700     CLOSE CHKPT-IN-FILE.
044800
044900     OPEN INPUT AUDIT-FILE.
045000     IF NOT AUDIT-OK
045100         DISPLAY 'INCDFEED - UNABLE TO OPEN AUDITLOG FILE'
045200         DISPLAY 'INCDFEED - FILE STATUS IS ' WS-AUDIT-STATUS
045300         MOVE 12 TO RETURN-CODE
045400         STOP RUN
045500     END-IF.
045600
045700     IF WS-RUN-ID = SPACES
045800         GO TO 1000-EXIT
045900     END-IF.
046000     DISPLAY 'INCDFEED - REPORTING ON WINDOW RUN ' WS-RUN-ID.
046100
046200     OPEN INPUT RDR-RST-FILE.
046300     IF RDR-RST-OK
046400         SET RDR-RST-FILE-OPEN TO TRUE
046500     ELSE
046600         DISPLAY 'INCDFEED - NO RDRRSTRT FILE - READ PASS NOT '
046700             'CHECKED'
046800     END-IF.
046900
047000     OPEN INPUT WTR-RST-FILE.
047100     IF WTR-RST-OK
047200         SET WTR-RST-FILE-OPEN TO TRUE
047300     ELSE
047400         DISPLAY 'INCDFEED - NO WTRRSTRT FILE - WRITE PASS NOT '
047500             'CHECKED'
047600     END-IF.
047700
047800     OPEN INPUT CTLTOT-FILE.
047900     IF CTLTOT-OK
048000         SET CTLTOT-FILE-OPEN TO TRUE
048100     ELSE
048200         DISPLAY 'INCDFEED - NO CTLTOTAL FILE - BALANCE NOT '
048300             'CHECKED'
048400     END-IF.
048500
048600     OPEN INPUT CTLHIST-FILE.
048700     IF CTLHIST-OK
048800         SET CTLHIST-FILE-OPEN TO TRUE
048900     ELSE
049000         DISPLAY 'INCDFEED - NO CTLHIST FILE - BALANCE NOT '
049100             'CHECKED'
049200     END-IF.
049300
049400     OPEN INPUT RECONEXC-FILE.
049500     IF RECONEXC-OK
049600         SET RECONEXC-FILE-OPEN TO TRUE
049700     ELSE
049800         DISPLAY 'INCDFEED - NO RECONEXC FILE - RECONCILIATION '
049900             'NOT CHECKED'
050000     END-IF.
050100
050200     OPEN INPUT SLAHIST-FILE.
050300     IF SLAHIST-OK
050400         SET SLAHIST-FILE-OPEN TO TRUE
050500     ELSE
050600         DISPLAY 'INCDFEED - NO SLAHIST FILE - SLA NOT CHECKED'
050700     END-IF.
050710
050720*
050730*    THE FAILOVER-PAIRS FILE IS OPTIONAL - WITHOUT IT A
050740*    FAILED-OVER PRIMARY IS NEVER TAKEN AS CLEAN.
050750*
050760     OPEN INPUT FAILOVER-FILE.
050770     IF FAILOVER-OK
050780         PERFORM 1300-LOAD-FAILOVER THRU 1300-EXIT
050790             UNTIL FAILOVER-EOF
050791         CLOSE FAILOVER-FILE
050792     ELSE
050793         DISPLAY 'INCDFEED - NO FAILOVER FILE - A FAILED-OVER '
050794             'PRIMARY IS NOT CLOSED'
050795     END-IF.
050800
050900     PERFORM 1200-SET-SLA-DATES THRU 1200-EXIT.
051000     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
051100
051200 1000-EXIT.
051300     EXIT.
051400*
051500************************************************************
051600*  1100-SCAN-CHECKPOINT                                       *
051700*  READS ONE CHECKPOINT ENTRY.  THE FIRST RUN ID ON THE        *
051800*  GENERATION IS ADOPTED UNLESS THE PARM NAMED ONE; ENTRIES    *
051900*  FOR THE RUN SEED THE SUBSYSTEM TABLE.                       *
052000************************************************************
052100 1100-SCAN-CHECKPOINT.
052200
052300     READ CHKPT-IN-FILE
052400         AT END
052500             SET CHKPT-IN-EOF TO TRUE
052600             GO TO 1100-EXIT
052700     END-READ.
052800
052900     IF WS-RUN-ID = SPACES
053000      AND CHK-RUN-ID NOT = SPACES
053100         MOVE CHK-RUN-ID TO WS-RUN-ID
053200     END-IF.
053300
053400     IF CHK-RUN-ID NOT = WS-RUN-ID
053500         GO TO 1100-EXIT
053600     END-IF.
053700
053800     MOVE CHK-DB-NAME TO WS-WORK-DB-NAME.
053900     PERFORM 6000-FIND-OR-ADD-ENTRY THRU 6000-EXIT.
053910     IF CHK-FAILED-OVER
053920         SET SUB-FAILED-OVER (SUB-IDX) TO TRUE
053930     END-IF.
054000
054100 1100-EXIT.
054200     EXIT.
054300*
054400************************************************************
054500*  1200-SET-SLA-DATES                                         *
054600*  LISTS THE WINDOW DATES SLAMON MAY HAVE FILED THE RUN UNDER  *
054700*  - THE RUN'S OWN DATE AND THE DAY AFTER, THEN TODAY AND      *
054800*  TOMORROW FOR A RUN ID THAT DOES NOT BEGIN WITH A DATE.      *
054900************************************************************
055000 1200-SET-SLA-DATES.
055100
055200     IF WS-RUN-ID (1:8) IS NUMERIC
055300         MOVE WS-RUN-ID (1:8) TO SLD-DATE (1)
055400     ELSE
055500         MOVE WS-TODAY TO SLD-DATE (1)
055600     END-IF.
055700     MOVE SLD-DATE (1) TO WS-WORK-DATE-9.
055800     COMPUTE WS-WORK-DAY-INT =
055900         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-9) + 1.
056000     COMPUTE WS-WORK-DATE-9 =
056100         FUNCTION DATE-OF-INTEGER (WS-WORK-DAY-INT).
056200     MOVE WS-WORK-DATE-9 TO SLD-DATE (2).
056300
056400     MOVE WS-TODAY TO SLD-DATE (3) WS-WORK-DATE-9.
056500     COMPUTE WS-WORK-DAY-INT =
056600         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-9) + 1.
056700     COMPUTE WS-WORK-DATE-9 =
056800         FUNCTION DATE-OF-INTEGER (WS-WORK-DAY-INT).
056900     MOVE WS-WORK-DATE-9 TO SLD-DATE (4).
057000
057100 1200-EXIT.
057200     EXIT.
057300*
057310************************************************************
057320*  1300-LOAD-FAILOVER                                         *
057330*  LOADS ONE ENTRY FROM THE FAILOVER FILE INTO THE FAILOVER-   *
057340*  PAIRS TABLE.  ABENDS IF THE FILE CARRIES MORE ENTRIES THAN  *
057350*  THE TABLE HOLDS.                                            *
057360************************************************************
057370 1300-LOAD-FAILOVER.
057371
057372     READ FAILOVER-FILE
057373         AT END
057374             SET FAILOVER-EOF TO TRUE
057375     END-READ.
057376
057377     IF NOT FAILOVER-EOF
057378         IF WS-FO-COUNT = 50
057379             DISPLAY 'INCDFEED - FAILOVER TABLE IS FULL - '
057380                 'CANNOT LOAD ALL FAILOVER ENTRIES'
057381             MOVE 16 TO RETURN-CODE
057382             CLOSE FAILOVER-FILE
057383             PERFORM 9000-TERMINATE THRU 9000-EXIT
057384             STOP RUN
057385         END-IF
057386         ADD 1 TO WS-FO-COUNT
057387         MOVE FP-PRIMARY   TO FO-TBL-PRIMARY (WS-FO-COUNT)
057388         MOVE FP-ALTERNATE TO FO-TBL-ALTERNATE (WS-FO-COUNT)
057389     END-IF.
057390
057391 1300-EXIT.
057392     EXIT.
057393*
057400************************************************************
057500*  1900-NO-WINDOW-RUN                                         *
057600*  NO RUN ID ON THE CHECKPOINT (CONNECT NEVER GOT AS FAR AS    *
057700*  WRITING ONE) - NOTHING CAN BE SCOPED, SO AN EMPTY FEED IS   *
057800*  WRITTEN AND THE PAGE SAYS WHY.                              *
057900************************************************************
058000 1900-NO-WINDOW-RUN.
058100
058200     DISPLAY 'INCDFEED - NO WINDOW RUN ON THE CHECKPOINT - '
058300         'EMPTY FEED WRITTEN'.
058400     PERFORM 7000-WRITE-HEADERS THRU 7000-EXIT.
058500     MOVE SPACES TO REPORT-LINE.
058600     MOVE 'NO WINDOW RUN ON THE CHECKPOINT GENERATION -'
058700         TO REPORT-LINE.
058800     MOVE 'NO INCIDENTS RAISED OR CLOSED' TO REPORT-LINE (46:29).
058900     WRITE REPORT-LINE.
059000     PERFORM 7900-WRITE-TRAILERS THRU 7900-EXIT.
059100
059200 1900-EXIT.
059300     EXIT.
059400*
059500************************************************************
059600*  2000-FOLD-AUDIT-REC                                        *
059700*  FOLDS ONE AUDIT RECORD OF THE RUN INTO THE SUBSYSTEM TABLE. *
059800*  ONLY A SUCCESSFUL CONNECT AND DISCONNECT COUNT TOWARDS A    *
059900*  CLEAN NIGHT; A DRAIN EVENT RAISES THE DRAINED CONDITION.    *
060000************************************************************
060100 2000-FOLD-AUDIT-REC.
060200
060300     IF AUD-RUN-ID NOT = WS-RUN-ID
060400         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
060500         GO TO 2000-EXIT
060600     END-IF.
060700
060800     IF WS-JOB-NAME = SPACES
060900         MOVE AUD-JOB-NAME TO WS-JOB-NAME
061000     END-IF.
061100
061200     MOVE AUD-DB-NAME TO WS-WORK-DB-NAME.
061300     PERFORM 6000-FIND-OR-ADD-ENTRY THRU 6000-EXIT.
061400
061500     EVALUATE TRUE
061600         WHEN AUD-EVENT-CONNECT AND AUD-OUTCOME-SUCCESS
061700             SET SUB-CONNECTED (SUB-IDX) TO TRUE
061800         WHEN AUD-EVENT-DISCONNECT AND AUD-OUTCOME-SUCCESS
061900             SET SUB-DISCONNECTED (SUB-IDX) TO TRUE
062000         WHEN AUD-EVENT-DRAIN
062100             MOVE 'Y' TO SUB-COND-SW (SUB-IDX, CND-DRAINED)
062200         WHEN AUD-EVENT-SKIPPED
062300             SET SUB-SKIPPED (SUB-IDX) TO TRUE
062310         WHEN AUD-EVENT-FAILOVER AND AUD-OUTCOME-SUCCESS
062320             SET SUB-WROTE-FAILOVER (SUB-IDX) TO TRUE
062400         WHEN OTHER
062500             CONTINUE
062600     END-EVALUATE.
062700
062800     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
062900
063000 2000-EXIT.
063100     EXIT.
063200*
063300************************************************************
063400*  2100-READ-AUDIT                                            *
063500*  READS THE NEXT AUDIT-TRAIL RECORD.                          *
063600************************************************************
063700 2100-READ-AUDIT.
063800
063900     READ AUDIT-FILE
064000         AT END
064100             SET AUDIT-EOF TO TRUE
064200     END-READ.
064300
064400 2100-EXIT.
064500     EXIT.
064600*
064700************************************************************
064800*  3000-FOLD-READER-RST                                       *
064900*  TAKES ONE DBREADER RESTART RECORD OF THE RUN.  A RECORD     *
065000*  LEFT IN PROGRESS IS A READ PASS THAT FAILED ON THE          *
065100*  SUBSYSTEM AND WAS NOT SINCE RESUMED TO COMPLETION.          *
065200************************************************************
065300 3000-FOLD-READER-RST.
065400
065500     READ RDR-RST-FILE INTO WS-RSTRT-REC
065600         AT END
065700             SET RDR-RST-EOF TO TRUE
065800             GO TO 3000-EXIT
065900     END-READ.
066000
066100     IF RST-RUN-ID NOT = WS-RUN-ID
066200         GO TO 3000-EXIT
066300     END-IF.
066400
066500     MOVE RST-DB-NAME TO WS-WORK-DB-NAME.
066600     PERFORM 6000-FIND-OR-ADD-ENTRY THRU 6000-EXIT.
066700     MOVE RST-STATUS TO SUB-RDR-STATUS (SUB-IDX).
066800
066900 3000-EXIT.
067000     EXIT.
067100*
067200************************************************************
067300*  3100-FOLD-WRITER-RST                                       *
067400*  TAKES ONE DBWRITER RESTART RECORD OF THE RUN.               *
067500************************************************************
067600 3100-FOLD-WRITER-RST.
067700
067800     READ WTR-RST-FILE INTO WS-RSTRT-REC
067900         AT END
068000             SET WTR-RST-EOF TO TRUE
068100             GO TO 3100-EXIT
068200     END-READ.
068300
068400     IF RST-RUN-ID NOT = WS-RUN-ID
068500         GO TO 3100-EXIT
068600     END-IF.
068700
068800     MOVE RST-DB-NAME TO WS-WORK-DB-NAME.
068900     PERFORM 6000-FIND-OR-ADD-ENTRY THRU 6000-EXIT.
069000     MOVE RST-STATUS TO SUB-WTR-STATUS (SUB-IDX).
069100
069200 3100-EXIT.
069300     EXIT.
069400*
069500************************************************************
069600*  3500-FOLD-CONTROL-REC                                      *
069700*  TAKES ONE CONTROL-TOTAL RECORD OF THE RUN.  CTLBALAN FILES  *
069800*  THE NIGHT ON CTLHIST UNDER THE RUN DATE OF THE LATEST       *
069900*  CONTROL RECORD FOR THE SUBSYSTEM, SO THE LATEST ONE WINS    *
070000*  HERE TOO.                                                   *
070100************************************************************
070200 3500-FOLD-CONTROL-REC.
070300
070400     READ CTLTOT-FILE
070500         AT END
070600             SET CTLTOT-EOF TO TRUE
070700             GO TO 3500-EXIT
070800     END-READ.
070900
071000     IF CTL-RUN-ID NOT = WS-RUN-ID
071100         GO TO 3500-EXIT
071200     END-IF.
071300
071400     MOVE CTL-DB-NAME TO WS-WORK-DB-NAME.
071500     PERFORM 6000-FIND-OR-ADD-ENTRY THRU 6000-EXIT.
071600     MOVE CTL-RUN-DATE TO SUB-CTL-DATE (SUB-IDX).
071700
071800 3500-EXIT.
071900     EXIT.
072000*
072100************************************************************
072200*  3700-FOLD-RECON-EXC                                        *
072300*  TAKES ONE AUDRECON DISCREPANCY RECORD OF THE RUN.           *
072400************************************************************
072500 3700-FOLD-RECON-EXC.
072600
072700     READ RECONEXC-FILE
072800         AT END
072900             SET RECONEXC-EOF TO TRUE
073000             GO TO 3700-EXIT
073100     END-READ.
073200
073300     IF RCX-RUN-ID NOT = WS-RUN-ID
073400         GO TO 3700-EXIT
073500     END-IF.
073600
073700     MOVE RCX-DB-NAME TO WS-WORK-DB-NAME.
073800     PERFORM 6000-FIND-OR-ADD-ENTRY THRU 6000-EXIT.
073900     MOVE 'Y' TO SUB-COND-SW (SUB-IDX, CND-STORES-DISAGREE).
074000
074100 3700-EXIT.
074200     EXIT.
074300*
074301************************************************************
074302*  3900-SETTLE-CONDITIONS                                     *
074303*  SETTLES THE CONDITIONS FOR THE SUBSYSTEM AT SUB-IDX.  EVERY *
074304*  SUBSYSTEM IS SETTLED BEFORE ANY IS ASSESSED, SO A FAILED-   *
074305*  OVER PRIMARY CAN BE JUDGED ON ITS ALTERNATE'S NIGHT.        *
074306************************************************************
074307 3900-SETTLE-CONDITIONS.
074308
074309     IF SUB-RDR-STATUS (SUB-IDX) = 'P'
074310      OR SUB-WTR-STATUS (SUB-IDX) = 'P'
074311         MOVE 'Y' TO SUB-COND-SW (SUB-IDX, CND-PASS-FAILED)
074312     END-IF.
074313
074314     IF CTLHIST-FILE-OPEN
074315      AND SUB-CTL-DATE (SUB-IDX) NOT = SPACES
074316         PERFORM 4100-CHECK-BALANCE THRU 4100-EXIT
074317     END-IF.
074318     IF SUB-BAL-SW (SUB-IDX) = 'O'
074319         MOVE 'Y' TO SUB-COND-SW (SUB-IDX, CND-OUT-OF-BALANCE)
074320     END-IF.
074321
074322     IF SLAHIST-FILE-OPEN
074323         PERFORM 4200-CHECK-SLA THRU 4200-EXIT
074324             VARYING SLD-IDX FROM 1 BY 1
074325             UNTIL SLD-IDX > 4
074326                OR SUB-SLA-OUTCOME (SUB-IDX) NOT = SPACE
074327     END-IF.
074328     IF SUB-SLA-OUTCOME (SUB-IDX) = 'L' OR 'O' OR 'N'
074329         MOVE 'Y' TO SUB-COND-SW (SUB-IDX, CND-SLA-EXCEPTION)
074330     END-IF.
074331
074332     PERFORM 4300-COUNT-CONDITION THRU 4300-EXIT
074333         VARYING CND-IDX FROM 1 BY 1
074334         UNTIL CND-IDX > 5.
074335
074336 3900-EXIT.
074337     EXIT.
074338*
074400************************************************************
074500*  4000-ASSESS-SUBSYSTEM                                      *
074600*  RAISES EACH CONDITION 3900 SETTLED FOR THE SUBSYSTEM AT     *
074700*  SUB-IDX ON INCDSTAT, OR - WHEN THE SUBSYSTEM CAME BACK      *
074800*  CLEAN - CLOSES WHATEVER IS STILL OPEN AGAINST IT.           *
074900************************************************************
075000 4000-ASSESS-SUBSYSTEM.
075100
075200     MOVE 'N' TO WS-ACTED-SW.
075300
078100     IF SUB-COND-COUNT (SUB-IDX) > ZERO
078200         PERFORM 5000-RAISE-INCIDENT THRU 5000-EXIT
078300             VARYING CND-IDX FROM 1 BY 1
078400             UNTIL CND-IDX > 5
078500         GO TO 4000-EXIT
078600     END-IF.
078700
078800     PERFORM 4400-TEST-CLEAN THRU 4400-EXIT.
078900     IF SUB-CLEAN (SUB-IDX)
079000         PERFORM 5500-CLOSE-INCIDENT THRU 5500-EXIT
079100             VARYING CND-IDX FROM 1 BY 1
079200             UNTIL CND-IDX > 5
079300     END-IF.
079400
079500*
079600*    NOTHING RAISED OR CLOSED - THE SUBSYSTEM STILL GETS ITS
079700*    LINE, SO THE PAGE ACCOUNTS FOR EVERY SUBSYSTEM IN THE RUN.
079800*
079900     IF NOT SUBSYSTEM-ACTED-ON
080000         MOVE SPACES TO WS-DETAIL-LINE
080100         MOVE SUB-DB-NAME (SUB-IDX) TO WS-D-DB-NAME
080200         EVALUATE TRUE
080300             WHEN SUB-CLEAN (SUB-IDX)
080400                 MOVE 'CLEAN'      TO WS-D-ACTION
080410                 IF SUB-FAILED-OVER (SUB-IDX)
080420                     MOVE 'CLEAN ON ITS ALTERNATE'
080430                         TO WS-D-COND-TEXT
080440                 END-IF
080500             WHEN SUB-SKIPPED (SUB-IDX)
080600                 MOVE 'SKIPPED'    TO WS-D-ACTION
080700             WHEN OTHER
080800                 MOVE 'INCOMPLETE' TO WS-D-ACTION
080900                 MOVE 'NOT CLEAN - NONE CLOSED' TO WS-D-COND-TEXT
081000         END-EVALUATE
081100         MOVE WS-DETAIL-LINE TO REPORT-LINE
081200         WRITE REPORT-LINE
081300     END-IF.
081400
081500 4000-EXIT.
081600     EXIT.
081700*
081800************************************************************
081900*  4100-CHECK-BALANCE                                         *
082000*  LOOKS UP THE NIGHT CTLBALAN FILED FOR THE SUBSYSTEM.        *
082100************************************************************
082200 4100-CHECK-BALANCE.
082300
082400     MOVE SUB-DB-NAME (SUB-IDX)  TO CTH-DB-NAME.
082500     MOVE SUB-CTL-DATE (SUB-IDX) TO CTH-DATE.
082600     READ CTLHIST-FILE
082700         INVALID KEY
082800             GO TO 4100-EXIT
082900     END-READ.
083000     MOVE CTH-BALANCE-SW TO SUB-BAL-SW (SUB-IDX).
083100
083200 4100-EXIT.
083300     EXIT.
083400*
083500************************************************************
083600*  4200-CHECK-SLA                                             *
083700*  LOOKS UP THE SUBSYSTEM'S SLAHIST RECORD UNDER ONE           *
083800*  CANDIDATE WINDOW DATE, TAKING IT ONLY IF SLAMON WROTE IT    *
083900*  FOR THIS RUN.                                               *
084000************************************************************
084100 4200-CHECK-SLA.
084200
084300     MOVE SUB-DB-NAME (SUB-IDX) TO SLH-DB-NAME.
084400     MOVE SLD-DATE (SLD-IDX)    TO SLH-DATE.
084500     READ SLAHIST-FILE
084600         INVALID KEY
084700             GO TO 4200-EXIT
084800     END-READ.
084900     IF SLH-RUN-ID = WS-RUN-ID
085000         MOVE SLH-OUTCOME TO SUB-SLA-OUTCOME (SUB-IDX)
085100     END-IF.
085200
085300 4200-EXIT.
085400     EXIT.
085500*
085600************************************************************
085700*  4300-COUNT-CONDITION                                       *
085800*  COUNTS CONDITION CND-IDX IF THE SUBSYSTEM HAS IT.           *
085900************************************************************
086000 4300-COUNT-CONDITION.
086100
086200     IF SUB-COND-SW (SUB-IDX, CND-IDX) = 'Y'
086300         ADD 1 TO SUB-COND-COUNT (SUB-IDX)
086400     END-IF.
086500
086600 4300-EXIT.
086700     EXIT.
086800*
086900************************************************************
087000*  4400-TEST-CLEAN                                            *
087100*  A SUBSYSTEM WITH NO CONDITION IS CLEAN ONLY IF IT WAS       *
087200*  CONNECTED AND DISCONNECTED IN THE RUN, BOTH PASSES          *
087300*  COMPLETED IT AND CTLBALAN FOUND IT BALANCED - EACH TESTED   *
087400*  WHERE ITS FILE WAS THERE TO SAY SO.  A SUBSYSTEM THE STEPS  *
087500*  NEVER REACHED IS NOT EVIDENCE THAT A PROBLEM HAS GONE AWAY. *
087510*  A PRIMARY THE CHECKPOINT MARKS FAILED OVER NEVER REACHED    *
087520*  THE STEPS ITSELF - ITS NIGHT WAS CARRIED BY ITS ALTERNATE - *
087530*  SO THE SAME TESTS ARE MADE OF THE ALTERNATE INSTEAD.        *
087600************************************************************
087700 4400-TEST-CLEAN.
087800
087900     MOVE 'N' TO SUB-CLEAN-SW (SUB-IDX).
087910     SET SUB-TEST-IDX TO SUB-IDX.
087920
087930     IF SUB-FAILED-OVER (SUB-IDX)
087940         PERFORM 4450-FIND-PARTNER THRU 4450-EXIT
087950         IF NOT PARTNER-FOUND
087960             GO TO 4400-EXIT
087970         END-IF
087980     END-IF.
088000
088100     IF NOT SUB-CONNECTED (SUB-TEST-IDX)
088200      OR NOT SUB-DISCONNECTED (SUB-TEST-IDX)
088300         GO TO 4400-EXIT
088400     END-IF.
088500     IF RDR-RST-FILE-OPEN
088600      AND SUB-RDR-STATUS (SUB-TEST-IDX) NOT = 'C'
088700         GO TO 4400-EXIT
088800     END-IF.
088900     IF WTR-RST-FILE-OPEN
089000      AND SUB-WTR-STATUS (SUB-TEST-IDX) NOT = 'C'
089100         GO TO 4400-EXIT
089200     END-IF.
089300     IF CTLHIST-FILE-OPEN
089400      AND SUB-BAL-SW (SUB-TEST-IDX) NOT = 'B'
089500         GO TO 4400-EXIT
089600     END-IF.
089700
089800     SET SUB-CLEAN (SUB-IDX) TO TRUE.
089900
090000 4400-EXIT.
090100     EXIT.
090200*
090201************************************************************
090203*  4450-FIND-PARTNER                                          *
090205*  POINTS SUB-TEST-IDX AT THE ALTERNATE THAT CARRIED THE       *
090207*  FAILED-OVER PRIMARY AT SUB-IDX.  THE ALTERNATE COUNTS ONLY  *
090209*  IF IT WROTE A SUCCESSFUL FAILOVER IN THE RUN AND ENDED THE  *
090211*  NIGHT WITH NO CONDITION OF ITS OWN.                         *
090213************************************************************
090215 4450-FIND-PARTNER.
090217
090219     MOVE 'N' TO WS-PARTNER-SW.
090221
090223     SET FO-IDX TO 1.
090225     SEARCH FO-ENTRY
090227         AT END
090229             GO TO 4450-EXIT
090231         WHEN FO-TBL-PRIMARY (FO-IDX) = SUB-DB-NAME (SUB-IDX)
090233             CONTINUE
090235     END-SEARCH.
090237
090239     SET SUB-TEST-IDX TO 1.
090241     SEARCH SUB-ENTRY VARYING SUB-TEST-IDX
090243         AT END
090245             GO TO 4450-EXIT
090247         WHEN SUB-DB-NAME (SUB-TEST-IDX)
090249              = FO-TBL-ALTERNATE (FO-IDX)
090251             CONTINUE
090253     END-SEARCH.
090255
090257     IF SUB-WROTE-FAILOVER (SUB-TEST-IDX)
090259      AND SUB-COND-COUNT (SUB-TEST-IDX) = ZERO
090261         SET PARTNER-FOUND TO TRUE
090263     END-IF.
090265
090267 4450-EXIT.
090269     EXIT.
090271*
090300************************************************************
090400*  5000-RAISE-INCIDENT                                        *
090500*  RAISES CONDITION CND-IDX FOR THE SUBSYSTEM, IF IT HAS IT.   *
090600*  NO RECORD, OR A CLOSED ONE, OPENS AN INCIDENT AND WRITES AN *
090700*  OPEN RECORD TO THE FEED.  AN INCIDENT ALREADY OPEN IS ONLY  *
090800*  MARKED SEEN BY THIS RUN - ONCE PER RUN, SO A RERUN OF THE   *
090900*  FEED ITSELF COUNTS NOTHING TWICE.                           *
091000************************************************************
091100 5000-RAISE-INCIDENT.
091200
091300     IF SUB-COND-SW (SUB-IDX, CND-IDX) NOT = 'Y'
091400         GO TO 5000-EXIT
091500     END-IF.
091600     SET SUBSYSTEM-ACTED-ON TO TRUE.
091700
091800     MOVE SUB-DB-NAME (SUB-IDX) TO INS-DB-NAME.
091900     MOVE CND-RC (CND-IDX)      TO INS-COND-RC.
092000     READ INCDSTAT-FILE
092100         INVALID KEY
092200             GO TO 5000-NEW-INCIDENT
092300     END-READ.
092400
092500     IF INS-OPEN
092600         IF INS-LAST-RUN-ID NOT = WS-RUN-ID
092700             MOVE WS-RUN-ID TO INS-LAST-RUN-ID
092800             ADD 1 TO INS-SEEN-COUNT
092900             REWRITE INCDSTAT-REC
093000                 INVALID KEY
093100                     DISPLAY 'INCDFEED - UNABLE TO REWRITE '
093200                         'INCDSTAT FOR ' INS-KEY
093300             END-REWRITE
093400         END-IF
093500         ADD 1 TO WS-STILL-OPEN-COUNT
093600         MOVE 'STILL OPEN' TO WS-ACTION
093700         PERFORM 7500-PRINT-ACTION THRU 7500-EXIT
093800         GO TO 5000-EXIT
093900     END-IF.
094000
094100*    A CLOSED INCIDENT COMING BACK IS A NEW OCCURRENCE - REOPEN
094200*    IT UNDER THIS RUN SO THE FEED RAISES A FRESH TICKET.
094300     PERFORM 5100-FILL-OPEN-FIELDS THRU 5100-EXIT.
094400     REWRITE INCDSTAT-REC
094500         INVALID KEY
094600             DISPLAY 'INCDFEED - UNABLE TO REWRITE INCDSTAT FOR '
094700                 INS-KEY
094800     END-REWRITE.
094900     ADD 1 TO WS-REOPENED-COUNT.
095000     MOVE 'REOPENED' TO WS-ACTION.
095100     GO TO 5000-FEED.
095200
095300 5000-NEW-INCIDENT.
095400
095500*    THE FAILED READ MAY HAVE DISTURBED THE RECORD AREA -
095600*    PRIME THE KEY AGAIN BEFORE BUILDING THE FRESH RECORD.
095700     MOVE SUB-DB-NAME (SUB-IDX) TO INS-DB-NAME.
095800     MOVE CND-RC (CND-IDX)      TO INS-COND-RC.
095900     PERFORM 5100-FILL-OPEN-FIELDS THRU 5100-EXIT.
096000     WRITE INCDSTAT-REC
096100         INVALID KEY
096200             DISPLAY 'INCDFEED - UNABLE TO WRITE INCDSTAT FOR '
096300                 INS-KEY
096400     END-WRITE.
096500     ADD 1 TO WS-OPENED-COUNT.
096600     MOVE 'OPENED' TO WS-ACTION.
096700
096800 5000-FEED.
096900
097000     MOVE SPACES TO INCD-OUT-REC.
097100     SET INC-DETAIL-REC TO TRUE.
097200     SET INC-DTL-OPEN TO TRUE.
097300     PERFORM 7200-WRITE-DETAIL THRU 7200-EXIT.
097400     PERFORM 7500-PRINT-ACTION THRU 7500-EXIT.
097500
097600 5000-EXIT.
097700     EXIT.
097800*
097900************************************************************
098000*  5100-FILL-OPEN-FIELDS                                      *
098100*  FILLS THE NON-KEY FIELDS OF A FRESH (OR REOPENED) INCIDENT. *
098200************************************************************
098300 5100-FILL-OPEN-FIELDS.
098400
098500     SET INS-OPEN TO TRUE.
098600     MOVE CND-SEVERITY (CND-IDX) TO INS-SEVERITY.
098700     MOVE WS-RUN-ID              TO INS-OPEN-RUN-ID.
098800     MOVE WS-TODAY               TO INS-OPEN-DATE.
098900     MOVE WS-RUN-ID              TO INS-LAST-RUN-ID.
099000     MOVE 1                      TO INS-SEEN-COUNT.
099100     MOVE SPACES                 TO INS-CLOSE-RUN-ID.
099200     MOVE SPACES                 TO INS-CLOSE-DATE.
099300
099400 5100-EXIT.
099500     EXIT.
099600*
099700************************************************************
099800*  5500-CLOSE-INCIDENT                                        *
099900*  CLOSES CONDITION CND-IDX FOR A CLEAN SUBSYSTEM IF AN        *
100000*  INCIDENT IS STILL OPEN FOR IT, AND WRITES THE CLOSE RECORD  *
100100*  TO THE FEED.                                                *
100200************************************************************
100300 5500-CLOSE-INCIDENT.
100400
100500     MOVE SUB-DB-NAME (SUB-IDX) TO INS-DB-NAME.
100600     MOVE CND-RC (CND-IDX)      TO INS-COND-RC.
100700     READ INCDSTAT-FILE
100800         INVALID KEY
100900             GO TO 5500-EXIT
101000     END-READ.
101100     IF NOT INS-OPEN
101200         GO TO 5500-EXIT
101300     END-IF.
101400     SET SUBSYSTEM-ACTED-ON TO TRUE.
101500
101600     SET INS-CLOSED TO TRUE.
101700     MOVE WS-RUN-ID TO INS-CLOSE-RUN-ID.
101800     MOVE WS-TODAY  TO INS-CLOSE-DATE.
101900     REWRITE INCDSTAT-REC
102000         INVALID KEY
102100             DISPLAY 'INCDFEED - UNABLE TO REWRITE INCDSTAT FOR '
102200                 INS-KEY
102300     END-REWRITE.
102400     ADD 1 TO WS-CLOSED-COUNT.
102500     MOVE 'CLOSED' TO WS-ACTION.
102600
102700     MOVE SPACES TO INCD-OUT-REC.
102800     SET INC-DETAIL-REC TO TRUE.
102900     SET INC-DTL-CLOSE TO TRUE.
103000     PERFORM 7200-WRITE-DETAIL THRU 7200-EXIT.
103100     PERFORM 7500-PRINT-ACTION THRU 7500-EXIT.
103200
103300 5500-EXIT.
103400     EXIT.
103500*
103600************************************************************
103700*  6000-FIND-OR-ADD-ENTRY                                     *
103800*  LOCATES THE ENTRY FOR WS-WORK-DB-NAME, ADDING A NEW BLANK   *
103900*  ENTRY IF ONE DOES NOT ALREADY EXIST.  SETS SUB-IDX TO THE   *
104000*  ENTRY LOCATED OR ADDED.  ABENDS IF THE TABLE IS FULL.       *
104100************************************************************
104200 6000-FIND-OR-ADD-ENTRY.
104300
104400     SET WS-FOUND-SW TO 'N'.
104500     SET SUB-IDX TO 1.
104600     SEARCH SUB-ENTRY
104700         AT END
104800             SET WS-FOUND-SW TO 'N'
104900         WHEN SUB-DB-NAME (SUB-IDX) = WS-WORK-DB-NAME
105000             SET SUB-ENTRY-FOUND TO TRUE
105100     END-SEARCH.
105200
105300     IF NOT SUB-ENTRY-FOUND
105400         IF WS-ENTRY-COUNT = 100
105500             DISPLAY 'INCDFEED - SUBSYSTEM TABLE IS FULL - '
105600                 'CANNOT ADD ' WS-WORK-DB-NAME
105700             MOVE 16 TO RETURN-CODE
105800             PERFORM 9000-TERMINATE THRU 9000-EXIT
105900             STOP RUN
106000         END-IF
106100         ADD 1 TO WS-ENTRY-COUNT
106200         SET SUB-IDX TO WS-ENTRY-COUNT
106300         MOVE SPACES TO SUB-ENTRY (SUB-IDX)
106400         MOVE WS-WORK-DB-NAME TO SUB-DB-NAME (SUB-IDX)
106500         MOVE ZERO TO SUB-COND-COUNT (SUB-IDX)
106600     END-IF.
106700
106800 6000-EXIT.
106900     EXIT.
107000*
107100************************************************************
107200*  7000-WRITE-HEADERS                                         *
107300*  WRITES THE FEED HEADER RECORD AND THE REPORT HEADINGS.      *
107400************************************************************
107500 7000-WRITE-HEADERS.
107600
107700     MOVE SPACES        TO INCD-OUT-REC.
107800     SET INC-HEADER-REC TO TRUE.
107900     MOVE 'DBINCDNT'    TO INC-HDR-FEED-ID.
108000     MOVE WS-RUN-ID     TO INC-HDR-RUN-ID.
108100     MOVE WS-JOB-NAME   TO INC-HDR-JOB-NAME.
108200     MOVE WS-TODAY      TO INC-HDR-RUN-DATE.
108300     MOVE WS-NOW-TIME   TO INC-HDR-RUN-TIME.
108400     WRITE INCD-OUT-REC.
108500
108600     MOVE SPACES TO REPORT-LINE.
108700     STRING 'WINDOW INCIDENT FEED - RUN ' DELIMITED BY SIZE
108800            WS-RUN-ID                     DELIMITED BY SIZE
108900            '  JOB '                      DELIMITED BY SIZE
109000            WS-JOB-NAME                   DELIMITED BY SIZE
109100            '  CUT '                      DELIMITED BY SIZE
109200            WS-TODAY                      DELIMITED BY SIZE
109300         INTO REPORT-LINE.
109400     WRITE REPORT-LINE.
109500     MOVE SPACES TO REPORT-LINE.
109600     WRITE REPORT-LINE.
109700     MOVE 'SUBSYS    COND  SEV ACTION      OPENING RUN'
109800         TO REPORT-LINE.
109900     MOVE 'CONDITION' TO REPORT-LINE (51:9).
110000     WRITE REPORT-LINE.
110100
110200 7000-EXIT.
110300     EXIT.
110400*
110500************************************************************
110600*  7200-WRITE-DETAIL                                          *
110700*  COMPLETES AND WRITES ONE FEED DETAIL FROM THE INCDSTAT      *
110800*  RECORD IN HAND.  THE ACTION IS ALREADY SET.                 *
110900************************************************************
111000 7200-WRITE-DETAIL.
111100
111200     MOVE INS-DB-NAME       TO INC-DTL-DB-NAME.
111300     MOVE INS-COND-RC       TO INC-DTL-COND-RC.
111400     MOVE INS-SEVERITY      TO INC-DTL-SEVERITY.
111500     MOVE WS-RUN-ID         TO INC-DTL-RUN-ID.
111600     MOVE INS-OPEN-RUN-ID   TO INC-DTL-OPEN-RUN-ID.
111700     MOVE CND-TEXT (CND-IDX) TO INC-DTL-COND-TEXT.
111800     MOVE INS-SEEN-COUNT    TO INC-DTL-SEEN-COUNT.
111900     WRITE INCD-OUT-REC.
112000     ADD 1 TO WS-DETAIL-COUNT.
112100
112200 7200-EXIT.
112300     EXIT.
112400*
112500************************************************************
112600*  7500-PRINT-ACTION                                          *
112700*  PRINTS THE REPORT LINE FOR THE INCIDENT IN HAND.            *
112800************************************************************
112900 7500-PRINT-ACTION.
113000
113100     MOVE SPACES               TO WS-DETAIL-LINE.
113200     MOVE INS-DB-NAME          TO WS-D-DB-NAME.
113300     MOVE INS-COND-RC          TO WS-D-COND-RC.
113400     MOVE INS-SEVERITY         TO WS-D-SEVERITY.
113500     MOVE WS-ACTION            TO WS-D-ACTION.
113600     MOVE INS-OPEN-RUN-ID      TO WS-D-OPEN-RUN-ID.
113700     MOVE CND-TEXT (CND-IDX)   TO WS-D-COND-TEXT.
113800     MOVE WS-DETAIL-LINE       TO REPORT-LINE.
113900     WRITE REPORT-LINE.
114000
114100 7500-EXIT.
114200     EXIT.
114300*
114400************************************************************
114500*  7900-WRITE-TRAILERS                                        *
114600*  WRITES THE FEED TRAILER AND THE REPORT TOTALS.              *
114700************************************************************
114800 7900-WRITE-TRAILERS.
114900
115000     MOVE SPACES         TO INCD-OUT-REC.
115100     SET INC-TRAILER-REC TO TRUE.
115200     MOVE WS-DETAIL-COUNT TO INC-TRL-DETAIL-COUNT.
115300     COMPUTE INC-TRL-OPEN-COUNT =
115400         WS-OPENED-COUNT + WS-REOPENED-COUNT.
115500     MOVE WS-CLOSED-COUNT TO INC-TRL-CLOSE-COUNT.
115600     WRITE INCD-OUT-REC.
115700
115800     MOVE SPACES TO REPORT-LINE.
115900     WRITE REPORT-LINE.
116000     MOVE WS-OPENED-COUNT TO WS-COUNT-EDIT.
116100     MOVE SPACES TO REPORT-LINE.
116200     STRING 'INCIDENTS OPENED   ' DELIMITED BY SIZE
116300            WS-COUNT-EDIT         DELIMITED BY SIZE
116400         INTO REPORT-LINE.
116500     WRITE REPORT-LINE.
116600     MOVE WS-REOPENED-COUNT TO WS-COUNT-EDIT.
116700     MOVE SPACES TO REPORT-LINE.
116800     STRING 'INCIDENTS REOPENED ' DELIMITED BY SIZE
116900            WS-COUNT-EDIT         DELIMITED BY SIZE
117000         INTO REPORT-LINE.
117100     WRITE REPORT-LINE.
117200     MOVE WS-STILL-OPEN-COUNT TO WS-COUNT-EDIT.
117300     MOVE SPACES TO REPORT-LINE.
117400     STRING 'STILL OPEN         ' DELIMITED BY SIZE
117500            WS-COUNT-EDIT         DELIMITED BY SIZE
117600            '  (ALREADY TICKETED - NOT SENT AGAIN)'
117700                                  DELIMITED BY SIZE
117800         INTO REPORT-LINE.
117900     WRITE REPORT-LINE.
118000     MOVE WS-CLOSED-COUNT TO WS-COUNT-EDIT.
118100     MOVE SPACES TO REPORT-LINE.
118200     STRING 'INCIDENTS CLOSED   ' DELIMITED BY SIZE
118300            WS-COUNT-EDIT         DELIMITED BY SIZE
118400         INTO REPORT-LINE.
118500     WRITE REPORT-LINE.
118600
118700 7900-EXIT.
118800     EXIT.
118900*
119000************************************************************
119100*  9000-TERMINATE                                             *
119200*  CLOSES ALL OPEN FILES BEFORE THE PROGRAM ENDS.              *
119300************************************************************
119400 9000-TERMINATE.
119500
119600     CLOSE AUDIT-FILE.
119700     CLOSE INCDSTAT-FILE.
119800     CLOSE INCD-OUT-FILE.
119900     CLOSE REPORT-FILE.
120000     IF RDR-RST-FILE-OPEN
120100         CLOSE RDR-RST-FILE
120200     END-IF.
120300     IF WTR-RST-FILE-OPEN
120400         CLOSE WTR-RST-FILE
120500     END-IF.
120600     IF CTLTOT-FILE-OPEN
120700         CLOSE CTLTOT-FILE
120800     END-IF.
120900     IF CTLHIST-FILE-OPEN
121000         CLOSE CTLHIST-FILE
121100     END-IF.
121200     IF RECONEXC-FILE-OPEN
121300         CLOSE RECONEXC-FILE
121400     END-IF.
121500     IF SLAHIST-FILE-OPEN
121600         CLOSE SLAHIST-FILE
121700     END-IF.
121800
121900 9000-EXIT.
122000     EXIT.
