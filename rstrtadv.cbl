000100************************************************************
000200*                                                              *
000300*  RSTRTADV                                                    *
000400*  RESTART ADVISOR FOR A FAILED OR INTERRUPTED BATCH WINDOW.   *
000500*  SUBMITTED BY THE OPERATOR (JOB RSTRTADV) AFTER A BAD        *
000600*  NIGHT, IT READS EVERYTHING THE WINDOW LEFT BEHIND FOR ONE   *
000700*  WINDOW RUN - THE LATEST CHECKPOINT GENERATION, THE          *
000800*  AUDITLOG, THE DBREADER AND DBWRITER RESTART FILES, THE      *
000900*  CTLTOTAL FILE, THE DRAINCMD FILE AND, WHEN THE OPERATOR     *
001000*  KEYS THEM, THE STEP RETURN CODES FROM THE JOB LOG - AND     *
001100*  WORKS OUT HOW TO RECOVER IT.  FOR EVERY SUBSYSTEM THE       *
001200*  ADVRPT REPORT SHOWS WHETHER IT IS STILL CONNECTED, HOW FAR  *
001300*  THE READ AND WRITE PASSES GOT AND WHAT A RERUN WILL DO      *
001400*  WITH IT; FOR THE JOB IT NAMES THE ONE STEP TO RESTART       *
001500*  OUALPREC (OR A GROUP STREAM) FROM, OR SAYS THAT NO          *
001600*  RESTART SHOULD BE MADE AND WHY.  THE RESTART STATEMENTS -   *
001700*  THE STEP NAME FOR RESTART= AND THE EXEC CARD WITH ITS       *
001800*  PARM, CARRYING THE WINDOW-RUN ID TO RESUME, THE FORCE FLAG  *
001900*  OR THE DRAIN RUN MODE WHERE THEY APPLY - ARE WRITTEN TO     *
002000*  RSTCARDS READY TO BE COPIED INTO THE JOB.                   *
002100*                                                              *
002200*  THE ADVISOR ONLY READS.  IT NEVER UPDATES A CHECKPOINT,     *
002300*  RESTART FILE OR DRAINCMD ITSELF - THE OPERATOR MAKES THE    *
002400*  RESTART.                                                    *
002500*                                                              *
002600*  PARM                                                        *
002700*      POSITIONS  1-8   JOB NAME OF THE WINDOW STREAM          *
002800*                       (DEFAULT OUALPREC)                     *
002900*      POSITION   9     GROUP CODE OF THE STREAM, IF ANY       *
003000*      POSITIONS 10-25  WINDOW-RUN ID TO ADVISE ON.  DEFAULT   *
003100*                       IS THE RUN ON THE CHECKPOINT           *
003200*                       GENERATION, ELSE THE LAST RUN ON THE   *
003300*                       AUDITLOG FOR THE JOB NAME.             *
003400*                                                              *
003500*  RETURN-CODE VALUES                                          *
003600*      0   =  THE WINDOW NEEDS NO RECOVERY                     *
003700*      4   =  A RESTART IS ADVISED - SEE RSTCARDS              *
003800*      8   =  NO RESTART - THE WINDOW NEEDS INVESTIGATING      *
003900*             FIRST (SEE ADVRPT)                               *
004000*      12  =  A REQUIRED FILE COULD NOT BE OPENED, OR NO       *
004100*             WINDOW RUN WAS FOUND TO ADVISE ON, OR THE PARM   *
004110*             RUN ID IS NOT A WINDOW-RUN ID                    *
004200*      16  =  THE SUBSYSTEM OR STEP TABLE OVERFLOWED           *
004300*                                                              *
004400************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID.    RestartAdvisor.
004700 AUTHOR.        R. KOWALCZYK.
004800 INSTALLATION.  DATABASE SERVICES - BATCH SUPPORT.
004900 DATE-WRITTEN.  2026-10-15.
005000 DATE-COMPILED.
005100*
005200************************************************************
005300*  MODIFICATION HISTORY.                                      *
005400*      2026-10-15  RJK  ORIGINAL.                              *
005410*      2026-10-15  RJK  A RESTART RECORD THE PASSES NOW WRITE  *
005420*                       FOR A SUBSYSTEM THEY DID NOT WORK (NOT *
005430*                       CONNECTED, DRAINED OR BYPASSED FOR A   *
005440*                       PREREQUISITE) LEAVES THE PASS SHOWN AS *
005450*                       NOT STARTED, SO A RERUN STILL WORKS IT *
005460*                       IN FULL.                               *
005500************************************************************
005600
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT CHKPT-IN-FILE ASSIGN TO CHKPTIN
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-CHKPT-IN-STATUS.
006300
006400     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-AUDIT-STATUS.
006700
006800     SELECT RDR-RST-FILE ASSIGN TO RDRRSTRT
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-RDR-RST-STATUS.
007100
007200     SELECT WTR-RST-FILE ASSIGN TO WTRRSTRT
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-WTR-RST-STATUS.
007500
007600     SELECT CTLTOT-FILE ASSIGN TO CTLTOTAL
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-CTLTOT-STATUS.
007900
008000     SELECT DRAIN-FILE ASSIGN TO DRAINCMD
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-DRAIN-STATUS.
008300
008400     SELECT STEPRC-FILE ASSIGN TO STEPRC
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-STEPRC-STATUS.
008700
008800     SELECT REPORT-FILE ASSIGN TO ADVRPT
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-REPORT-STATUS.
009100
009200     SELECT CARD-FILE ASSIGN TO RSTCARDS
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS WS-CARD-STATUS.
009500
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  CHKPT-IN-FILE
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100 01  CHKPT-IN-REC.
010200     COPY CHKPTREC.
010300
010400 FD  AUDIT-FILE
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700 01  AUDIT-REC.
010800     COPY AUDITREC.
010900
011000 FD  RDR-RST-FILE
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300 01  RDR-RST-REC                  PIC X(102).
011400
011500 FD  WTR-RST-FILE
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800 01  WTR-RST-REC                  PIC X(102).
011900
012000 FD  CTLTOT-FILE
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300 01  CTLTOT-REC.
012400     COPY CTLTOTRC.
012500
012600 FD  DRAIN-FILE
012700     RECORDING MODE IS F
012800     LABEL RECORDS ARE STANDARD.
012900 01  DRAIN-REC                    PIC X(80).
013000
013100*
013200*    ONE CARD PER STEP THE OPERATOR COPIES FROM THE JOB LOG -
013300*    STEP NAME IN COLUMNS 1-8, RETURN CODE IN COLUMNS 10-13
013400*    (0000-4095), OR ABND FOR AN ABENDED STEP OR FLSH FOR ONE
013500*    THE SYSTEM BYPASSED.  AN ASTERISK IN COLUMN 1 IS A COMMENT.
013600*
013700 FD  STEPRC-FILE
013800     RECORDING MODE IS F
013900     LABEL RECORDS ARE STANDARD.
014000 01  STEPRC-REC.
014100     05  SRC-STEP-NAME            PIC X(08).
014200     05  FILLER                   PIC X(01).
014300     05  SRC-STEP-RC              PIC X(04).
014400     05  SRC-STEP-RC-9 REDEFINES SRC-STEP-RC
014500                                  PIC 9(04).
014600     05  FILLER                   PIC X(67).
014700
014800 FD  REPORT-FILE
014900     RECORDING MODE IS F
015000     LABEL RECORDS ARE STANDARD.
015100 01  REPORT-LINE                  PIC X(80).
015200
015300 FD  CARD-FILE
015400     RECORDING MODE IS F
015500     LABEL RECORDS ARE STANDARD.
015600 01  CARD-LINE                    PIC X(80).
015700
015800 WORKING-STORAGE SECTION.
015900*
016000************************************************************
016100*  SWITCHES AND COUNTERS                                      *
016200************************************************************
016300 77  WS-CHKPT-IN-STATUS        PIC X(02)      VALUE SPACES.
016400     88  CHKPT-IN-OK                          VALUE '00'.
016500     88  CHKPT-IN-EOF                         VALUE '10'.
016600
016700 77  WS-AUDIT-STATUS           PIC X(02)      VALUE SPACES.
016800     88  AUDIT-OK                             VALUE '00'.
016900     88  AUDIT-EOF                            VALUE '10'.
017000
017100 77  WS-RDR-RST-STATUS         PIC X(02)      VALUE SPACES.
017200     88  RDR-RST-OK                           VALUE '00'.
017300     88  RDR-RST-EOF                          VALUE '10'.
017400 77  WS-RDR-RST-OPEN-SW        PIC X(01)      VALUE 'N'.
017500     88  RDR-RST-FILE-OPEN                    VALUE 'Y'.
017600
017700 77  WS-WTR-RST-STATUS         PIC X(02)      VALUE SPACES.
017800     88  WTR-RST-OK                           VALUE '00'.
017900     88  WTR-RST-EOF                          VALUE '10'.
018000 77  WS-WTR-RST-OPEN-SW        PIC X(01)      VALUE 'N'.
018100     88  WTR-RST-FILE-OPEN                    VALUE 'Y'.
018200
018300 77  WS-CTLTOT-STATUS          PIC X(02)      VALUE SPACES.
018400     88  CTLTOT-OK                            VALUE '00'.
018500     88  CTLTOT-EOF                           VALUE '10'.
018600 77  WS-CTLTOT-OPEN-SW         PIC X(01)      VALUE 'N'.
018700     88  CTLTOT-FILE-OPEN                     VALUE 'Y'.
018800
018900 77  WS-DRAIN-STATUS           PIC X(02)      VALUE SPACES.
019000     88  DRAIN-FILE-OK                        VALUE '00'.
019100 77  WS-DRAINCMD-SW            PIC X(01)      VALUE 'N'.
019200     88  DRAINCMD-STILL-SET                   VALUE 'Y'.
019300
019400 77  WS-STEPRC-STATUS          PIC X(02)      VALUE SPACES.
019500     88  STEPRC-OK                            VALUE '00'.
019600     88  STEPRC-EOF                           VALUE '10'.
019700 77  WS-STEPRC-OPEN-SW         PIC X(01)      VALUE 'N'.
019800     88  STEPRC-FILE-OPEN                     VALUE 'Y'.
019900
020000 77  WS-REPORT-STATUS          PIC X(02)      VALUE SPACES.
020100     88  REPORT-OK                            VALUE '00'.
020200
020300 77  WS-CARD-STATUS            PIC X(02)      VALUE SPACES.
020400     88  CARD-OK                              VALUE '00'.
020500
020600 77  WS-ENTRY-COUNT            PIC 9(04) COMP VALUE ZERO.
020700 77  WS-STEP-COUNT             PIC 9(04) COMP VALUE ZERO.
020800 77  WS-NOTE-COUNT             PIC 9(04) COMP VALUE ZERO.
020900 77  WS-CARD-COUNT             PIC 9(04) COMP VALUE ZERO.
021000
021100*    JOB NAME, GROUP CODE AND WINDOW-RUN ID BEING ADVISED ON.
021200 77  WS-JOB-NAME               PIC X(08)      VALUE 'OUALPREC'.
021300 77  WS-GROUP-CODE             PIC X(01)      VALUE SPACE.
021400 77  WS-RUN-ID                 PIC X(16)      VALUE SPACES.
021500 77  WS-RUN-ID-SOURCE          PIC X(20)      VALUE SPACES.
021600 77  WS-TODAY                  PIC X(08)      VALUE SPACES.
021700
021800*    WHAT THE WINDOW LEFT BEHIND, COUNTED OVER THE SUBSYSTEMS.
021900 77  WS-OPEN-COUNT             PIC 9(04) COMP VALUE ZERO.
022000 77  WS-UNCONN-COUNT           PIC 9(04) COMP VALUE ZERO.
022100 77  WS-PARTIAL-COUNT          PIC 9(04) COMP VALUE ZERO.
022200 77  WS-UNWORKED-COUNT         PIC 9(04) COMP VALUE ZERO.
022300 77  WS-OOB-COUNT              PIC 9(04) COMP VALUE ZERO.
022400 77  WS-SKIP-COUNT             PIC 9(04) COMP VALUE ZERO.
022500 77  WS-WORKED-COUNT           PIC 9(04) COMP VALUE ZERO.
022600 77  WS-COUNT-EDIT             PIC ZZZ9.
022700
022800*    WINDOW-LEVEL CONDITIONS, FROM THE STORES AND THE STEP CARDS.
022900 77  WS-DRAIN-SEEN-SW          PIC X(01)      VALUE 'N'.
023000     88  WINDOW-DRAINED                       VALUE 'Y'.
023100 77  WS-DISC-RAN-SW            PIC X(01)      VALUE 'N'.
023200     88  DISCONNECT-LEG-RAN                   VALUE 'Y'.
023300 77  WS-CONN-FAIL-SW           PIC X(01)      VALUE 'N'.
023400     88  CONNECT-STEP-FAILED                  VALUE 'Y'.
023500 77  WS-OOB-SEEN-SW            PIC X(01)      VALUE 'N'.
023600     88  WINDOW-OUT-OF-BALANCE                VALUE 'Y'.
023700 77  WS-RECON-SW               PIC X(01)      VALUE 'N'.
023800     88  RECON-DISAGREED                      VALUE 'Y'.
023900 77  WS-SLA-SW                 PIC X(01)      VALUE 'N'.
024000     88  SLA-MISSED                           VALUE 'Y'.
024100
024200*    THE ADVICE ITSELF.
024300 77  WS-RESTART-STEP           PIC X(08)      VALUE SPACES.
024400 77  WS-RESTART-MODE           PIC X(10)      VALUE SPACES.
024500 77  WS-FORCE-SW               PIC X(01)      VALUE 'N'.
024600     88  FORCE-NEEDED                         VALUE 'Y'.
024700 77  WS-RESUME-SW              PIC X(01)      VALUE 'N'.
024800     88  RESUME-RUN-ID                        VALUE 'Y'.
024900 77  WS-GDG-SW                 PIC X(01)      VALUE 'N'.
025000     88  GDG-ADJUST-NEEDED                    VALUE 'Y'.
025100 77  WS-ADVICE-RC              PIC 9(04) COMP VALUE ZERO.
025200 77  WS-HEADLINE               PIC X(60)      VALUE SPACES.
025300
025400************************************************************
025500*  ONE ENTRY PER SUBSYSTEM THE WINDOW RUN TOUCHED             *
025600************************************************************
025700 01  ADV-TABLE.
025800     05  ADV-ENTRY OCCURS 1 TO 100 TIMES
025900             DEPENDING ON WS-ENTRY-COUNT
026000             INDEXED BY ADV-IDX.
026100         10  ADV-DB-NAME           PIC X(08).
026200         10  ADV-CHK-STATUS        PIC X(01).
026300             88  ADV-CHK-CONNECTED      VALUE 'C'.
026400             88  ADV-CHK-DISCONNECTED   VALUE 'D'.
026500             88  ADV-CHK-FAILED-OVER    VALUE 'F'.
026600         10  ADV-CONN-OK-SW        PIC X(01).
026700             88  ADV-CONNECTED-IN-RUN   VALUE 'Y'.
026800         10  ADV-CONN-FAIL-SW      PIC X(01).
026900             88  ADV-CONNECT-FAILED     VALUE 'Y'.
027000         10  ADV-DISC-OK-SW        PIC X(01).
027100             88  ADV-DISCONNECTED       VALUE 'Y'.
027200         10  ADV-DISC-FAIL-SW      PIC X(01).
027300             88  ADV-DISCONNECT-FAILED  VALUE 'Y'.
027400         10  ADV-SKIPPED-SW        PIC X(01).
027500             88  ADV-SKIPPED            VALUE 'Y'.
027600         10  ADV-FAILOVER-SW       PIC X(01).
027700             88  ADV-FAILED-OVER        VALUE 'Y'.
027800         10  ADV-DRAIN-SW          PIC X(01).
027900             88  ADV-DRAINED            VALUE 'Y'.
028000*            READ AND WRITE PASS PROGRESS - C COMPLETE, P PARTLY
028100*            WORKED, SPACE NOT STARTED (ALSO WHEN THE PASS
028110*            RECORDED THE SUBSYSTEM AS NOT WORKED, DRAINED OR
028120*            BYPASSED).
028200         10  ADV-RDR-STATUS        PIC X(01).
028300             88  ADV-RDR-COMPLETE       VALUE 'C'.
028400             88  ADV-RDR-PARTIAL        VALUE 'P'.
028500         10  ADV-RDR-POS           PIC 9(09).
028600         10  ADV-WTR-STATUS        PIC X(01).
028700             88  ADV-WTR-COMPLETE       VALUE 'C'.
028800             88  ADV-WTR-PARTIAL        VALUE 'P'.
028900         10  ADV-WTR-POS           PIC 9(09).
029000         10  ADV-CTL-RDR-SW        PIC X(01).
029100             88  ADV-CTL-RDR-SEEN       VALUE 'Y'.
029200         10  ADV-CTL-WTR-SW        PIC X(01).
029300             88  ADV-CTL-WTR-SEEN       VALUE 'Y'.
029400         10  ADV-CTL-RDR-ROWS      PIC 9(09).
029500         10  ADV-CTL-WTR-ROWS      PIC 9(09).
029600         10  ADV-CTL-RDR-HASH      PIC S9(13)V99.
029700         10  ADV-CTL-WTR-HASH      PIC S9(13)V99.
029800         10  ADV-ADVICE            PIC X(31).
029900
030000 77  WS-FOUND-SW               PIC X(01)      VALUE 'N'.
030100     88  ADV-ENTRY-FOUND                      VALUE 'Y'.
030200 77  WS-WORK-DB-NAME           PIC X(08)      VALUE SPACES.
030300
030400************************************************************
030500*  RESTART-FILE RECORD, READ INTO FROM EITHER RESTART FILE    *
030600************************************************************
030700 01  WS-RSTRT-REC.
030800     COPY RSTRTREC.
030900
031000************************************************************
031100*  STEP RETURN CODES KEYED BY THE OPERATOR                    *
031200************************************************************
031300 01  STP-TABLE.
031400     05  STP-ENTRY OCCURS 1 TO 20 TIMES
031500             DEPENDING ON WS-STEP-COUNT
031600             INDEXED BY STP-IDX.
031700         10  STP-NAME              PIC X(08).
031800         10  STP-RC                PIC X(04).
031900         10  STP-RC-9 REDEFINES STP-RC
032000                                   PIC 9(04).
032100
032200************************************************************
032300*  JOB-LEVEL ADVICE LINES, PRINTED UNDER THE SUBSYSTEM LIST   *
032400************************************************************
032500 01  NOTE-TABLE.
032600     05  NOTE-ENTRY OCCURS 1 TO 20 TIMES
032700             DEPENDING ON WS-NOTE-COUNT
032800             INDEXED BY NOTE-IDX.
032900         10  NOTE-TEXT             PIC X(76).
033000 77  WS-NOTE                   PIC X(76)      VALUE SPACES.
033100
033200************************************************************
033300*  REPORT-LINE DETAIL FIELDS                                  *
033400************************************************************
033500 01  WS-DETAIL-LINE.
033600     05  WS-D-DB-NAME             PIC X(08).
033700     05  FILLER                   PIC X(01) VALUE SPACES.
033800     05  WS-D-CONNECTION          PIC X(11).
033900     05  FILLER                   PIC X(01) VALUE SPACES.
034000     05  WS-D-READ                PIC X(13).
034100     05  FILLER                   PIC X(01) VALUE SPACES.
034200     05  WS-D-WRITE               PIC X(13).
034300     05  FILLER                   PIC X(01) VALUE SPACES.
034400     05  WS-D-ADVICE              PIC X(31).
034500
034600 01  WS-PASS-TEXT.
034700     05  WS-P-LABEL               PIC X(03).
034800     05  WS-P-POS                 PIC 9(09).
034900     05  FILLER                   PIC X(01) VALUE SPACES.
035000
035100 01  WS-STEP-LINE.
035200     05  FILLER                   PIC X(02) VALUE SPACES.
035300     05  WS-S-NAME                PIC X(08).
035400     05  FILLER                   PIC X(04) VALUE ' RC '.
035500     05  WS-S-RC                  PIC X(04).
035600     05  FILLER                   PIC X(62) VALUE SPACES.
035700
035800*    EXEC CARD FOR THE RESTARTED STEP, SPLIT OVER TWO STATEMENTS
035900*    SO THE LONGEST PARM STILL ENDS INSIDE COLUMN 71.
036000 01  WS-EXEC-CARD.
036100     05  FILLER                   PIC X(02) VALUE '//'.
036200     05  WS-X-STEP                PIC X(08).
036300     05  FILLER                   PIC X(19) VALUE
036400             ' EXEC PGM=OUALPREC,'.
036500     05  FILLER                   PIC X(51) VALUE SPACES.
036600*    THE PARM IS CUT OFF AFTER ITS LAST FIELD IN USE.
036700 01  WS-PARM-VALUE.
036800     05  WS-X-MODE                PIC X(10).
036900     05  WS-X-JOB-NAME            PIC X(08).
037000     05  WS-X-FORCE               PIC X(01).
037100     05  WS-X-GROUP               PIC X(01).
037200     05  WS-X-RUN-ID              PIC X(16).
037300 77  WS-PARM-LEN               PIC 9(04) COMP VALUE ZERO.
037400 01  WS-COND-CARD                 PIC X(80) VALUE
037500         '//         COND=EVEN'.
037600
037700 LINKAGE SECTION.
037800 01  LS-PARM.
037900     05  LS-PARM-LEN           PIC S9(04) COMP.
038000     05  LS-PARM-DATA.
038100         10  LS-JOB-NAME       PIC X(08).
038200         10  LS-GROUP-CODE     PIC X(01).
038300         10  LS-RUN-ID         PIC X(16).
038400
038500 PROCEDURE DIVISION USING LS-PARM.
038600*
038700************************************************************
038800*  0000-MAINLINE                                              *
038900************************************************************
039000 0000-MAINLINE.
039100
039200     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
039300     PERFORM 2000-FOLD-AUDIT-REC   THRU 2000-EXIT
039400         UNTIL AUDIT-EOF.
039500     IF RDR-RST-FILE-OPEN
039600         PERFORM 3000-FOLD-READER-RST THRU 3000-EXIT
039700             UNTIL RDR-RST-EOF
039800     END-IF.
039900     IF WTR-RST-FILE-OPEN
040000         PERFORM 3100-FOLD-WRITER-RST THRU 3100-EXIT
040100             UNTIL WTR-RST-EOF
040200     END-IF.
040300     IF CTLTOT-FILE-OPEN
040400         PERFORM 3500-FOLD-CONTROL-REC THRU 3500-EXIT
040500             UNTIL CTLTOT-EOF
040600     END-IF.
040700     IF STEPRC-FILE-OPEN
040800         PERFORM 4000-LOAD-STEP-RC  THRU 4000-EXIT
040900             UNTIL STEPRC-EOF
041000     END-IF.
041100     IF WS-ENTRY-COUNT > ZERO
041200         PERFORM 5000-ASSESS-SUBSYSTEM THRU 5000-EXIT
041300             VARYING ADV-IDX FROM 1 BY 1
041400             UNTIL ADV-IDX > WS-ENTRY-COUNT
041500     END-IF.
041600     PERFORM 5500-APPLY-STEP-RCS   THRU 5500-EXIT.
041700     PERFORM 6000-DECIDE-RESTART   THRU 6000-EXIT.
041800     PERFORM 7000-PRINT-ADVICE     THRU 7000-EXIT.
041900     PERFORM 8000-WRITE-CARDS      THRU 8000-EXIT.
042000     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
042100
042200     MOVE WS-ADVICE-RC TO RETURN-CODE.
042300     STOP RUN.
042400*
042500************************************************************
042600*  1000-INITIALIZE                                            *
042700*  TAKES THE PARM, OPENS THE FILES AND SETTLES WHICH WINDOW    *
042800*  RUN IS BEING ADVISED ON - THE PARM RUN ID, ELSE THE ONE ON  *
042900*  THE LATEST CHECKPOINT GENERATION, ELSE THE LAST RUN THE     *
043000*  AUDITLOG SHOWS FOR THE JOB NAME.  CHKPTIN, AUDITLOG, ADVRPT *
043100*  AND RSTCARDS ARE REQUIRED; EVERY OTHER INPUT ONLY SHARPENS  *
043200*  THE ADVICE.                                                 *
043300************************************************************
043400 1000-INITIALIZE.
043500
043600     IF LS-PARM-LEN >= 8 AND LS-JOB-NAME NOT = SPACES
043700         MOVE LS-JOB-NAME TO WS-JOB-NAME
043800     END-IF.
043900     IF LS-PARM-LEN >= 9
044000         MOVE LS-GROUP-CODE TO WS-GROUP-CODE
044100     END-IF.
044200     IF LS-PARM-LEN > 24 AND LS-RUN-ID NOT = SPACES
044210         IF LS-RUN-ID (1:8) NOT NUMERIC
044220             DISPLAY 'RSTRTADV - PARM RUN ID ' LS-RUN-ID
044230                 ' IS NOT A WINDOW-RUN ID'
044240             MOVE 12 TO RETURN-CODE
044250             STOP RUN
044260         END-IF
044300         MOVE LS-RUN-ID TO WS-RUN-ID
044400         MOVE 'PARM' TO WS-RUN-ID-SOURCE
044500     END-IF.
044600
044700     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
044800
044900     OPEN OUTPUT REPORT-FILE.
045000     IF NOT REPORT-OK
045100         DISPLAY 'RSTRTADV - UNABLE TO OPEN ADVRPT FILE'
045200         DISPLAY 'RSTRTADV - FILE STATUS IS ' WS-REPORT-STATUS
045300         MOVE 12 TO RETURN-CODE
045400         STOP RUN
045500     END-IF.
045600
045700     OPEN OUTPUT CARD-FILE.
045800     IF NOT CARD-OK
045900         DISPLAY 'RSTRTADV - UNABLE TO OPEN RSTCARDS FILE'
046000         DISPLAY 'RSTRTADV - FILE STATUS IS ' WS-CARD-STATUS
046100         MOVE 12 TO RETURN-CODE
046200         STOP RUN
046300     END-IF.
046400
046500*
046600*    THE CHECKPOINT GENERATION GIVES BOTH THE RUN ID AND WHICH
046700*    SUBSYSTEMS THE WINDOW LEFT CONNECTED.
046800*
046900     OPEN INPUT CHKPT-IN-FILE.
047000     IF NOT CHKPT-IN-OK
047100         DISPLAY 'RSTRTADV - UNABLE TO OPEN CHKPTIN FILE'
047200         DISPLAY 'RSTRTADV - FILE STATUS IS ' WS-CHKPT-IN-STATUS
047300         MOVE 12 TO RETURN-CODE
047400         STOP RUN
047500     END-IF.
047600     PERFORM 1100-SCAN-CHECKPOINT THRU 1100-EXIT
047700         UNTIL CHKPT-IN-EOF.
047800     CLOSE CHKPT-IN-FILE.
047900
048000     OPEN INPUT AUDIT-FILE.
048100     IF NOT AUDIT-OK
048200         DISPLAY 'RSTRTADV - UNABLE TO OPEN AUDITLOG FILE'
048300         DISPLAY 'RSTRTADV - FILE STATUS IS ' WS-AUDIT-STATUS
048400         MOVE 12 TO RETURN-CODE
048500         STOP RUN
048600     END-IF.
048700
048800*
048900*    NO RUN ID YET - TAKE THE LAST RUN THE AUDITLOG RECORDS FOR
049000*    THE JOB, THEN REOPEN THE LOG FOR THE FOLD PROPER.
049100*
049200     IF WS-RUN-ID = SPACES
049300         PERFORM 1200-SCAN-AUDIT-RUN THRU 1200-EXIT
049400             UNTIL AUDIT-EOF
049500         CLOSE AUDIT-FILE
049600         OPEN INPUT AUDIT-FILE
049700         IF WS-RUN-ID NOT = SPACES
049800             MOVE 'AUDITLOG' TO WS-RUN-ID-SOURCE
049900         END-IF
050000     END-IF.
050100
050200     IF WS-RUN-ID = SPACES
050300         DISPLAY 'RSTRTADV - NO WINDOW RUN FOUND FOR JOB '
050400             WS-JOB-NAME ' - NOTHING TO ADVISE ON'
050500         MOVE SPACES TO REPORT-LINE
050600         STRING 'RESTART ADVICE - ' DELIMITED BY SIZE
050700                WS-JOB-NAME         DELIMITED BY SIZE
050800                ' - NO WINDOW RUN FOUND ON THE CHECKPOINT OR'
050900                                    DELIMITED BY SIZE
051000                ' AUDITLOG'         DELIMITED BY SIZE
051100             INTO REPORT-LINE
051200         WRITE REPORT-LINE
051300         MOVE 12 TO RETURN-CODE
051400         PERFORM 9000-TERMINATE THRU 9000-EXIT
051500         STOP RUN
051600     END-IF.
051700
051800     OPEN INPUT RDR-RST-FILE.
051900     IF RDR-RST-OK
052000         SET RDR-RST-FILE-OPEN TO TRUE
052100     ELSE
052200         DISPLAY 'RSTRTADV - NO RDRRSTRT FILE - READ PROGRESS '
052300             'TAKEN FROM CTLTOTAL'
052400     END-IF.
052500
052600     OPEN INPUT WTR-RST-FILE.
052700     IF WTR-RST-OK
052800         SET WTR-RST-FILE-OPEN TO TRUE
052900     ELSE
053000         DISPLAY 'RSTRTADV - NO WTRRSTRT FILE - WRITE PROGRESS '
053100             'TAKEN FROM CTLTOTAL'
053200     END-IF.
053300
053400     OPEN INPUT CTLTOT-FILE.
053500     IF CTLTOT-OK
053600         SET CTLTOT-FILE-OPEN TO TRUE
053700     ELSE
053800         DISPLAY 'RSTRTADV - NO CTLTOTAL FILE - BALANCE NOT '
053900             'CHECKED'
054000     END-IF.
054100
054200     OPEN INPUT STEPRC-FILE.
054300     IF STEPRC-OK
054400         SET STEPRC-FILE-OPEN TO TRUE
054500     ELSE
054600         DISPLAY 'RSTRTADV - NO STEPRC CARDS - ADVISING FROM '
054700             'THE FILES ALONE'
054800     END-IF.
054900
055000*
055100*    A DRAIN REQUEST STILL STANDING ON DRAINCMD WOULD DRAIN THE
055200*    RESTARTED JOB AGAIN - NOTED SO THE ADVICE CAN SAY SO.
055300*
055400     OPEN INPUT DRAIN-FILE.
055500     IF DRAIN-FILE-OK
055600         READ DRAIN-FILE
055700             AT END
055800                 MOVE SPACES TO DRAIN-REC
055900         END-READ
056000         IF DRAIN-FILE-OK AND DRAIN-REC (1:5) = 'DRAIN'
056100             SET DRAINCMD-STILL-SET TO TRUE
056200         END-IF
056300         CLOSE DRAIN-FILE
056400     END-IF.
056500
056600     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
056700
056800 1000-EXIT.
056900     EXIT.
057000*
057100************************************************************
057200*  1100-SCAN-CHECKPOINT                                       *
057300*  READS ONE CHECKPOINT ENTRY.  THE FIRST RUN ID ON THE        *
057400*  GENERATION IS ADOPTED UNLESS THE PARM NAMED ONE; ENTRIES    *
057500*  FOR THE RUN SEED THE SUBSYSTEM TABLE WITH THEIR STATUS.     *
057600************************************************************
057700 1100-SCAN-CHECKPOINT.
057800
057900     READ CHKPT-IN-FILE
058000         AT END
058100             SET CHKPT-IN-EOF TO TRUE
058200             GO TO 1100-EXIT
058300     END-READ.
058400
058500     IF WS-RUN-ID = SPACES
058600      AND CHK-RUN-ID NOT = SPACES
058700         MOVE CHK-RUN-ID TO WS-RUN-ID
058800         MOVE 'CHECKPOINT' TO WS-RUN-ID-SOURCE
058900     END-IF.
059000
059100     IF CHK-RUN-ID NOT = WS-RUN-ID
059200         GO TO 1100-EXIT
059300     END-IF.
059400
059500     MOVE CHK-DB-NAME TO WS-WORK-DB-NAME.
059600     PERFORM 7500-FIND-OR-ADD-ENTRY THRU 7500-EXIT.
059700     MOVE CHK-STATUS TO ADV-CHK-STATUS (ADV-IDX).
059800
059900 1100-EXIT.
060000     EXIT.
060100*
060200************************************************************
060300*  1200-SCAN-AUDIT-RUN                                        *
060400*  KEEPS THE RUN ID OF THE LATEST AUDIT RECORD WRITTEN BY THE  *
060500*  JOB, FOR WHEN THE CHECKPOINT NAMES NO RUN.                  *
060600************************************************************
060700 1200-SCAN-AUDIT-RUN.
060800
060900     READ AUDIT-FILE
061000         AT END
061100             SET AUDIT-EOF TO TRUE
061200             GO TO 1200-EXIT
061300     END-READ.
061400
061500     IF AUD-JOB-NAME = WS-JOB-NAME
061600      AND AUD-RUN-ID NOT = SPACES
061700         MOVE AUD-RUN-ID TO WS-RUN-ID
061800     END-IF.
061900
062000 1200-EXIT.
062100     EXIT.
062200*
062300************************************************************
062400*  2000-FOLD-AUDIT-REC                                        *
062500*  FOLDS ONE AUDIT RECORD OF THE RUN INTO THE SUBSYSTEM TABLE. *
062600************************************************************
062700 2000-FOLD-AUDIT-REC.
062800
062900     IF AUD-RUN-ID NOT = WS-RUN-ID
063000         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
063100         GO TO 2000-EXIT
063200     END-IF.
063300
063400     MOVE AUD-DB-NAME TO WS-WORK-DB-NAME.
063500     PERFORM 7500-FIND-OR-ADD-ENTRY THRU 7500-EXIT.
063600
063700     EVALUATE TRUE
063800         WHEN AUD-EVENT-CONNECT AND AUD-OUTCOME-SUCCESS
063900             SET ADV-CONNECTED-IN-RUN (ADV-IDX) TO TRUE
064000         WHEN AUD-EVENT-CONNECT
064100             SET ADV-CONNECT-FAILED (ADV-IDX) TO TRUE
064200         WHEN AUD-EVENT-DISCONNECT AND AUD-OUTCOME-SUCCESS
064300             SET ADV-DISCONNECTED (ADV-IDX) TO TRUE
064400             SET DISCONNECT-LEG-RAN TO TRUE
064500         WHEN AUD-EVENT-DISCONNECT
064600             SET ADV-DISCONNECT-FAILED (ADV-IDX) TO TRUE
064700             SET DISCONNECT-LEG-RAN TO TRUE
064800         WHEN AUD-EVENT-FAILOVER
064900             SET ADV-FAILED-OVER (ADV-IDX) TO TRUE
065000         WHEN AUD-EVENT-DRAIN
065100             SET ADV-DRAINED (ADV-IDX) TO TRUE
065200             SET WINDOW-DRAINED TO TRUE
065300             SET DISCONNECT-LEG-RAN TO TRUE
065400         WHEN AUD-EVENT-SKIPPED
065500             SET ADV-SKIPPED (ADV-IDX) TO TRUE
065600         WHEN OTHER
065700             CONTINUE
065800     END-EVALUATE.
065900
066000     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
066100
066200 2000-EXIT.
066300     EXIT.
066400*
066500************************************************************
066600*  2100-READ-AUDIT                                            *
066700*  READS THE NEXT AUDIT-TRAIL RECORD.                          *
066800************************************************************
066900 2100-READ-AUDIT.
067000
067100     READ AUDIT-FILE
067200         AT END
067300             SET AUDIT-EOF TO TRUE
067400     END-READ.
067500
067600 2100-EXIT.
067700     EXIT.
067800*
067900************************************************************
068000*  3000-FOLD-READER-RST                                       *
068100*  TAKES ONE DBREADER RESTART RECORD OF THE RUN - WHERE THE    *
068200*  READ PASS GOT TO FOR THE SUBSYSTEM.                         *
068300************************************************************
068400 3000-FOLD-READER-RST.
068500
068600     READ RDR-RST-FILE INTO WS-RSTRT-REC
068700         AT END
068800             SET RDR-RST-EOF TO TRUE
068900             GO TO 3000-EXIT
069000     END-READ.
069100
069200     IF RST-RUN-ID NOT = WS-RUN-ID
069300         GO TO 3000-EXIT
069400     END-IF.
069500
069600     MOVE RST-DB-NAME TO WS-WORK-DB-NAME.
069700     PERFORM 7500-FIND-OR-ADD-ENTRY THRU 7500-EXIT.
069710     IF RST-COMPLETE OR RST-IN-PROGRESS
069800         MOVE RST-STATUS TO ADV-RDR-STATUS (ADV-IDX)
069900         MOVE RST-RESUME-POS TO ADV-RDR-POS (ADV-IDX)
069910     END-IF.
070000
070100 3000-EXIT.
070200     EXIT.
070300*
070400************************************************************
070500*  3100-FOLD-WRITER-RST                                       *
070600*  TAKES ONE DBWRITER RESTART RECORD OF THE RUN - WHERE THE    *
070700*  WRITE PASS GOT TO FOR THE SUBSYSTEM.                        *
070800************************************************************
070900 3100-FOLD-WRITER-RST.
071000
071100     READ WTR-RST-FILE INTO WS-RSTRT-REC
071200         AT END
071300             SET WTR-RST-EOF TO TRUE
071400             GO TO 3100-EXIT
071500     END-READ.
071600
071700     IF RST-RUN-ID NOT = WS-RUN-ID
071800         GO TO 3100-EXIT
071900     END-IF.
072000
072100     MOVE RST-DB-NAME TO WS-WORK-DB-NAME.
072200     PERFORM 7500-FIND-OR-ADD-ENTRY THRU 7500-EXIT.
072210     IF RST-COMPLETE OR RST-IN-PROGRESS
072300         MOVE RST-STATUS TO ADV-WTR-STATUS (ADV-IDX)
072400         MOVE RST-RESUME-POS TO ADV-WTR-POS (ADV-IDX)
072410     END-IF.
072500
072600 3100-EXIT.
072700     EXIT.
072800*
072900************************************************************
073000*  3500-FOLD-CONTROL-REC                                      *
073100*  TAKES ONE CONTROL-TOTAL RECORD OF THE RUN.  THE LATEST      *
073200*  COUNT PER PROGRAM PER SUBSYSTEM WINS, AS IN CTLBALAN.  A    *
073300*  PASS THAT PUBLISHED ITS TOTALS FINISHED THE SUBSYSTEM, SO   *
073400*  WITHOUT ITS RESTART FILE THE TOTAL STANDS IN FOR IT.        *
073500************************************************************
073600 3500-FOLD-CONTROL-REC.
073700
073800     READ CTLTOT-FILE
073900         AT END
074000             SET CTLTOT-EOF TO TRUE
074100             GO TO 3500-EXIT
074200     END-READ.
074300
074400     IF CTL-RUN-ID NOT = WS-RUN-ID
074500         GO TO 3500-EXIT
074600     END-IF.
074700
074800     MOVE CTL-DB-NAME TO WS-WORK-DB-NAME.
074900     PERFORM 7500-FIND-OR-ADD-ENTRY THRU 7500-EXIT.
075000
075100     IF CTL-FROM-READER
075200         SET ADV-CTL-RDR-SEEN (ADV-IDX) TO TRUE
075300         MOVE CTL-ROW-COUNT TO ADV-CTL-RDR-ROWS (ADV-IDX)
075400         MOVE CTL-AMOUNT-HASH TO ADV-CTL-RDR-HASH (ADV-IDX)
075500         IF NOT RDR-RST-FILE-OPEN
075600             MOVE 'C' TO ADV-RDR-STATUS (ADV-IDX)
075700         END-IF
075800     END-IF.
075900     IF CTL-FROM-WRITER
076000         SET ADV-CTL-WTR-SEEN (ADV-IDX) TO TRUE
076100         MOVE CTL-ROW-COUNT TO ADV-CTL-WTR-ROWS (ADV-IDX)
076200         MOVE CTL-AMOUNT-HASH TO ADV-CTL-WTR-HASH (ADV-IDX)
076300         IF NOT WTR-RST-FILE-OPEN
076400             MOVE 'C' TO ADV-WTR-STATUS (ADV-IDX)
076500         END-IF
076600     END-IF.
076700
076800 3500-EXIT.
076900     EXIT.
077000*
077100************************************************************
077200*  4000-LOAD-STEP-RC                                          *
077300*  LOADS ONE STEP RETURN-CODE CARD.  A LATER CARD FOR THE      *
077400*  SAME STEP REPLACES AN EARLIER ONE.                          *
077500************************************************************
077600 4000-LOAD-STEP-RC.
077700
077800     READ STEPRC-FILE
077900         AT END
078000             SET STEPRC-EOF TO TRUE
078100             GO TO 4000-EXIT
078200     END-READ.
078300
078400     IF SRC-STEP-NAME = SPACES OR SRC-STEP-NAME (1:1) = '*'
078500         GO TO 4000-EXIT
078600     END-IF.
078700     IF SRC-STEP-RC NOT NUMERIC
078800      AND SRC-STEP-RC NOT = 'ABND'
078900      AND SRC-STEP-RC NOT = 'FLSH'
079000         DISPLAY 'RSTRTADV - STEP CARD IGNORED, RETURN CODE NOT '
079100             'RECOGNIZED: ' STEPRC-REC (1:13)
079200         GO TO 4000-EXIT
079300     END-IF.
079400
079500     SET STP-IDX TO 1.
079600     SEARCH STP-ENTRY
079700         AT END
079800             IF WS-STEP-COUNT = 20
079900                 DISPLAY 'RSTRTADV - STEP TABLE IS FULL - CANNOT '
080000                     'ADD ' SRC-STEP-NAME
080100                 MOVE 16 TO RETURN-CODE
080200                 PERFORM 9000-TERMINATE THRU 9000-EXIT
080300                 STOP RUN
080400             END-IF
080500             ADD 1 TO WS-STEP-COUNT
080600             SET STP-IDX TO WS-STEP-COUNT
080700             MOVE SRC-STEP-NAME TO STP-NAME (STP-IDX)
080800         WHEN STP-NAME (STP-IDX) = SRC-STEP-NAME
080900             CONTINUE
081000     END-SEARCH.
081100     MOVE SRC-STEP-RC TO STP-RC (STP-IDX).
081200
081300 4000-EXIT.
081400     EXIT.
081500*
081600************************************************************
081700*  5000-ASSESS-SUBSYSTEM                                      *
081800*  DECIDES WHAT A RERUN WILL DO WITH ONE SUBSYSTEM, FILLS ITS  *
081900*  ADVICE COLUMN AND COUNTS IT TOWARD THE JOB-LEVEL DECISION.  *
082000*  THE FIRST TEST THAT FITS WINS.                              *
082100************************************************************
082200 5000-ASSESS-SUBSYSTEM.
082300
082400     IF ADV-CHK-CONNECTED (ADV-IDX)
082500         ADD 1 TO WS-OPEN-COUNT
082600     END-IF.
082700
082800     EVALUATE TRUE
082900         WHEN ADV-SKIPPED (ADV-IDX)
083000          AND NOT ADV-CONNECTED-IN-RUN (ADV-IDX)
083100             ADD 1 TO WS-SKIP-COUNT
083200             MOVE 'NOT SCHEDULED - NOTHING TO DO'
083300                 TO ADV-ADVICE (ADV-IDX)
083400         WHEN ADV-FAILED-OVER (ADV-IDX)
083500          OR ADV-CHK-FAILED-OVER (ADV-IDX)
083600             MOVE 'FAILED OVER - SEE ITS ALTERNATE'
083700                 TO ADV-ADVICE (ADV-IDX)
083800         WHEN NOT ADV-CONNECTED-IN-RUN (ADV-IDX)
083900          AND NOT ADV-CHK-CONNECTED (ADV-IDX)
084000          AND ADV-RDR-STATUS (ADV-IDX) = SPACE
084100          AND ADV-WTR-STATUS (ADV-IDX) = SPACE
084200             ADD 1 TO WS-UNCONN-COUNT
084300             MOVE 'NEVER CONNECTED - CONNECT AGAIN'
084400                 TO ADV-ADVICE (ADV-IDX)
084500         WHEN ADV-RDR-COMPLETE (ADV-IDX)
084600          AND ADV-WTR-COMPLETE (ADV-IDX)
084700             ADD 1 TO WS-WORKED-COUNT
084800             PERFORM 5100-CHECK-BALANCE THRU 5100-EXIT
084900         WHEN ADV-RDR-STATUS (ADV-IDX) = SPACE
085000          AND ADV-WTR-STATUS (ADV-IDX) = SPACE
085100             ADD 1 TO WS-UNWORKED-COUNT
085200             MOVE 'NOT WORKED - RUNS IN FULL'
085300                 TO ADV-ADVICE (ADV-IDX)
085400         WHEN OTHER
085500             ADD 1 TO WS-PARTIAL-COUNT
085600             MOVE 'PARTLY WORKED - RESUMES AT MARK'
085700                 TO ADV-ADVICE (ADV-IDX)
085800     END-EVALUATE.
085900
086000 5000-EXIT.
086100     EXIT.
086200*
086300************************************************************
086400*  5100-CHECK-BALANCE                                         *
086500*  BOTH PASSES FINISHED THE SUBSYSTEM - HOLDS THEIR CONTROL    *
086600*  TOTALS AGAINST EACH OTHER THE WAY CTLBALAN DOES.  AN OUT-   *
086700*  OF-BALANCE SUBSYSTEM IS NOT RE-DRIVEN: ROWMATCH HAS ALREADY *
086800*  SENT ITS MISSING ROWS TO SUSPENSE FOR THE NEXT WRITE PASS.  *
086900************************************************************
087000 5100-CHECK-BALANCE.
087100
087200     IF ADV-CTL-RDR-SEEN (ADV-IDX)
087300      AND ADV-CTL-WTR-SEEN (ADV-IDX)
087400      AND (ADV-CTL-RDR-ROWS (ADV-IDX) NOT =
087500              ADV-CTL-WTR-ROWS (ADV-IDX)
087600           OR ADV-CTL-RDR-HASH (ADV-IDX) NOT =
087700              ADV-CTL-WTR-HASH (ADV-IDX))
087800         ADD 1 TO WS-OOB-COUNT
087900         SET WINDOW-OUT-OF-BALANCE TO TRUE
088000         MOVE 'OUT OF BALANCE - NO RE-DRIVE'
088100             TO ADV-ADVICE (ADV-IDX)
088200         GO TO 5100-EXIT
088300     END-IF.
088400
088500     IF ADV-CHK-CONNECTED (ADV-IDX)
088600         MOVE 'COMPLETE - DISCONNECT ONLY'
088700             TO ADV-ADVICE (ADV-IDX)
088800     ELSE
088900         MOVE 'COMPLETE - NO ACTION'
089000             TO ADV-ADVICE (ADV-IDX)
089100     END-IF.
089200
089300 5100-EXIT.
089400     EXIT.
089500*
089600************************************************************
089700*  5500-APPLY-STEP-RCS                                        *
089800*  ADDS WHAT THE KEYED STEP RETURN CODES SAY TO WHAT THE       *
089900*  FILES SAY.  A STEP THAT ABENDED LEAVES LITTLE ON THE FILES, *
090000*  SO THE CARDS ARE THE ONLY WITNESS TO SOME FAILURES.         *
090100************************************************************
090200 5500-APPLY-STEP-RCS.
090300
090400     IF WS-STEP-COUNT = ZERO
090500         GO TO 5500-EXIT
090600     END-IF.
090700
090800     PERFORM 5510-APPLY-ONE-RC THRU 5510-EXIT
090900         VARYING STP-IDX FROM 1 BY 1
091000         UNTIL STP-IDX > WS-STEP-COUNT.
091100
091200 5500-EXIT.
091300     EXIT.
091400*
091500************************************************************
091600*  5510-APPLY-ONE-RC                                          *
091700*  INTERPRETS ONE STEP'S RETURN CODE.                          *
091800************************************************************
091900 5510-APPLY-ONE-RC.
092000
092100     IF STP-RC (STP-IDX) = 'FLSH'
092200         GO TO 5510-EXIT
092300     END-IF.
092400
092500     EVALUATE TRUE
092600         WHEN STP-NAME (STP-IDX) = 'CONNECT'
092700             IF STP-RC (STP-IDX) = 'ABND'
092800              OR STP-RC-9 (STP-IDX) > 2
092900                 SET CONNECT-STEP-FAILED TO TRUE
093000             END-IF
093100         WHEN STP-NAME (STP-IDX) = 'DISCONN'
093200             SET DISCONNECT-LEG-RAN TO TRUE
093300             IF STP-RC (STP-IDX) = '0650'
093400                 SET WINDOW-DRAINED TO TRUE
093500             END-IF
093600         WHEN STP-RC (STP-IDX) = 'ABND'
093700             CONTINUE
093800         WHEN STP-RC-9 (STP-IDX) = 650
093900             SET WINDOW-DRAINED TO TRUE
094000         WHEN STP-RC-9 (STP-IDX) = 600
094100          OR STP-RC-9 (STP-IDX) = 660
094200             SET WINDOW-OUT-OF-BALANCE TO TRUE
094300         WHEN STP-RC-9 (STP-IDX) = 610
094400             SET RECON-DISAGREED TO TRUE
094500         WHEN STP-RC-9 (STP-IDX) = 630
094600             SET SLA-MISSED TO TRUE
094700         WHEN OTHER
094800             CONTINUE
094900     END-EVALUATE.
095000
095100 5510-EXIT.
095200     EXIT.
095300*
095400************************************************************
095500*  6000-DECIDE-RESTART                                        *
095600*  PICKS THE ONE RECOVERY FOR THE JOB.  THE FIRST CASE THAT    *
095700*  FITS WINS - CONNECTIONS LEFT OPEN ARE DEALT WITH BEFORE     *
095800*  UNFINISHED WORK, AND AN OUT-OF-BALANCE NIGHT IS NEVER       *
095900*  RESTARTED OVER.                                             *
096000************************************************************
096100 6000-DECIDE-RESTART.
096200
096300     IF WS-UNCONN-COUNT > ZERO
096400         SET CONNECT-STEP-FAILED TO TRUE
096500     END-IF.
096600
096700     IF WINDOW-DRAINED
096800         PERFORM 6100-ADVISE-DRAINED THRU 6100-EXIT
096900         GO TO 6000-EXIT
097000     END-IF.
097100
097200*
097300*    CONNECTIONS THE DISCONNECT LEG FAILED TO CLOSE - THAT LEG IS
097400*    RERUN ON ITS OWN BEFORE ANYTHING ELSE IS TRIED.
097500*
097600     IF WS-OPEN-COUNT > ZERO AND DISCONNECT-LEG-RAN
097700         MOVE 'DISCONNECT FAILED - RERUN THE DISCONNECT LEG ALONE'
097800             TO WS-HEADLINE
097900         MOVE 'DISCONN' TO WS-RESTART-STEP
098000         MOVE 'DISCONNECT' TO WS-RESTART-MODE
098100         SET GDG-ADJUST-NEEDED TO TRUE
098200         MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT
098300         MOVE SPACES TO WS-NOTE
098400         STRING 'SUBSYSTEMS STILL CONNECTED AFTER THE DISCONNECT'
098500                              DELIMITED BY SIZE
098600                ' LEG:'       DELIMITED BY SIZE
098700                WS-COUNT-EDIT DELIMITED BY SIZE
098800             INTO WS-NOTE
098900         PERFORM 6900-ADD-NOTE THRU 6900-EXIT
099000         MOVE 'FIX THE CAUSE ON SYSOUT, RESTART AT DISCONN AND'
099100             TO WS-NOTE
099200         PERFORM 6900-ADD-NOTE THRU 6900-EXIT
099300         MOVE 'LET THE JOB RUN ON, THEN RERUN THIS ADVISOR.'
099400             TO WS-NOTE
099500         PERFORM 6900-ADD-NOTE THRU 6900-EXIT
099600         MOVE 4 TO WS-ADVICE-RC
099700         GO TO 6000-EXIT
099800     END-IF.
099900
100000     IF WS-OPEN-COUNT > ZERO
100100         PERFORM 6200-ADVISE-STILL-OPEN THRU 6200-EXIT
100200         GO TO 6000-EXIT
100300     END-IF.
100400
100500*
100600*    EVERYTHING IS CLOSED.  UNFINISHED WORK MEANS A FRESH CONNECT
100700*    THAT CARRIES ON THE SAME WINDOW RUN.
100800*
100900     IF WS-PARTIAL-COUNT > ZERO
101000      OR WS-UNWORKED-COUNT > ZERO
101100      OR WS-UNCONN-COUNT > ZERO
101200         PERFORM 6300-ADVISE-RECONNECT THRU 6300-EXIT
101300         GO TO 6000-EXIT
101400     END-IF.
101500
101600     EVALUATE TRUE
101700         WHEN WINDOW-OUT-OF-BALANCE
101800             MOVE 'OUT OF BALANCE - DO NOT RESTART' TO WS-HEADLINE
101900             MOVE 'THE WORK IS COMPLETE BUT THE PASSES DISAGREE.'
102000                 TO WS-NOTE
102100             PERFORM 6900-ADD-NOTE THRU 6900-EXIT
102200             MOVE 'MATCHRPT NAMES THE ROWS; THE MISSING ONES'
102300                 TO WS-NOTE
102400             PERFORM 6900-ADD-NOTE THRU 6900-EXIT
102500             MOVE 'ARE ON SUSPENSE FOR THE NEXT WRITE PASS.'
102600                 TO WS-NOTE
102700             PERFORM 6900-ADD-NOTE THRU 6900-EXIT
102800             MOVE 8 TO WS-ADVICE-RC
102900         WHEN RECON-DISAGREED
103000             MOVE 'RECONCILIATION DISAGREED - DO NOT RESTART'
103100                 TO WS-HEADLINE
103200             MOVE 'RECONRPT SHOWS WHERE THE AUDITLOG, CHECKPOINT'
103300                 TO WS-NOTE
103400             PERFORM 6900-ADD-NOTE THRU 6900-EXIT
103500             MOVE 'AND CONNSTAT DISAGREE - CORRECT CONNSTAT.'
103600                 TO WS-NOTE
103700             PERFORM 6900-ADD-NOTE THRU 6900-EXIT
103800             MOVE 8 TO WS-ADVICE-RC
103900         WHEN SLA-MISSED
104000             MOVE 'SLA MISSED - NO RECOVERY NEEDED' TO WS-HEADLINE
104100             MOVE 'THE WORK IS COMPLETE; SLARPT SHOWS THE'
104200                 TO WS-NOTE
104300             PERFORM 6900-ADD-NOTE THRU 6900-EXIT
104400             MOVE 'DEADLINES THAT WERE MISSED.' TO WS-NOTE
104500             PERFORM 6900-ADD-NOTE THRU 6900-EXIT
104600         WHEN OTHER
104700             MOVE 'WINDOW COMPLETED - NO RECOVERY NEEDED'
104800                 TO WS-HEADLINE
104900     END-EVALUATE.
105000
105100 6000-EXIT.
105200     EXIT.
105300*
105400************************************************************
105500*  6100-ADVISE-DRAINED                                        *
105600*  THE OPERATOR DRAINED THE WINDOW.  CONNECTIONS THE DRAIN     *
105700*  DID NOT CLOSE ARE CLOSED BY THE DRAIN LEG RUN ON ITS OWN;   *
105800*  ONCE ALL ARE CLOSED, UNFINISHED WORK IS PICKED UP BY A      *
105900*  RECONNECT UNDER THE SAME RUN ID WHEN THE WINDOW MAY REOPEN. *
106000************************************************************
106100 6100-ADVISE-DRAINED.
106200
106300     IF WS-OPEN-COUNT > ZERO
106400         MOVE 'DRAINED WITH CONNECTIONS OPEN - RUN THE DRAIN LEG'
106500             TO WS-HEADLINE
106600         MOVE 'DISCONN' TO WS-RESTART-STEP
106700         MOVE 'DRAIN' TO WS-RESTART-MODE
106800         SET GDG-ADJUST-NEEDED TO TRUE
106900         MOVE 'RESTART AT DISCONN IN DRAIN MODE - IT ISSUES NO'
107000             TO WS-NOTE
107100         PERFORM 6900-ADD-NOTE THRU 6900-EXIT
107200         MOVE 'CONNECTS, ONLY CLOSES WHAT IS STILL OPEN.  LET THE'
107300             TO WS-NOTE
107400         PERFORM 6900-ADD-NOTE THRU 6900-EXIT
107500         MOVE 'JOB RUN ON, THEN RERUN THIS ADVISOR.' TO WS-NOTE
107600         PERFORM 6900-ADD-NOTE THRU 6900-EXIT
107700         MOVE 4 TO WS-ADVICE-RC
107800         GO TO 6100-EXIT
107900     END-IF.
108000
108100     IF WS-PARTIAL-COUNT > ZERO
108200      OR WS-UNWORKED-COUNT > ZERO
108300      OR WS-UNCONN-COUNT > ZERO
108400         PERFORM 6300-ADVISE-RECONNECT THRU 6300-EXIT
108500         MOVE 'DRAINED - RECONNECT WHEN THE WINDOW MAY REOPEN'
108600             TO WS-HEADLINE
108700         GO TO 6100-EXIT
108800     END-IF.
108900
109000     MOVE 'DRAINED AFTER ALL WORK FINISHED - NO RESTART NEEDED'
109100         TO WS-HEADLINE.
109200     IF DRAINCMD-STILL-SET
109300         MOVE 'CLEAR THE DRAINCMD FILE BEFORE THE NEXT WINDOW.'
109400             TO WS-NOTE
109500         PERFORM 6900-ADD-NOTE THRU 6900-EXIT
109600     END-IF.
109700
109800 6100-EXIT.
109900     EXIT.
110000*
110100************************************************************
110200*  6200-ADVISE-STILL-OPEN                                     *
110300*  CONNECTIONS ARE STILL OPEN AND THE DISCONNECT LEG NEVER     *
110400*  RAN.  IF THE CONNECT STEP FAILED THE JOB STOPPED THERE,     *
110500*  AND CONNECT IS SIMPLY RERUN - IT ADOPTS THE OPEN RUN BY     *
110600*  ITSELF.  OTHERWISE THE JOB IS PICKED UP AT THE FIRST STEP   *
110700*  THAT STILL HAS WORK, OVER THE CONNECTIONS ALREADY OPEN.     *
110800************************************************************
110900 6200-ADVISE-STILL-OPEN.
111000
111100     MOVE 4 TO WS-ADVICE-RC.
111200
111300     IF CONNECT-STEP-FAILED
111400         MOVE 'CONNECT FAILED - RERUN FROM CONNECT' TO WS-HEADLINE
111500         MOVE 'CONNECT' TO WS-RESTART-STEP
111600         MOVE 'CONNECT' TO WS-RESTART-MODE
111700         PERFORM 6400-CHECK-FORCE THRU 6400-EXIT
111800         MOVE 'FIX THE SUBSYSTEM THAT WOULD NOT CONNECT, THEN'
111900             TO WS-NOTE
112000         PERFORM 6900-ADD-NOTE THRU 6900-EXIT
112100         MOVE 'RERUN FROM CONNECT - OPEN CONNECTIONS ARE KEPT.'
112200             TO WS-NOTE
112300         PERFORM 6900-ADD-NOTE THRU 6900-EXIT
112400         MOVE 'IF IT CANNOT BE FIXED TONIGHT, RESTART AT DISCONN'
112500             TO WS-NOTE
112600         PERFORM 6900-ADD-NOTE THRU 6900-EXIT
112700         MOVE 'WITH RUN MODE DRAIN INSTEAD TO CLOSE THE WINDOW.'
112800             TO WS-NOTE
112900         PERFORM 6900-ADD-NOTE THRU 6900-EXIT
113000         GO TO 6200-EXIT
113100     END-IF.
113200
113300     SET GDG-ADJUST-NEEDED TO TRUE.
113400     IF WS-PARTIAL-COUNT > ZERO OR WS-UNWORKED-COUNT > ZERO
113500         MOVE 'WORK UNFINISHED - RESTART FROM READDATA'
113600             TO WS-HEADLINE
113700         MOVE 'READDATA' TO WS-RESTART-STEP
113800         MOVE 'BOTH PASSES RESUME AT THEIR RESTART MARKS AND SKIP'
113900             TO WS-NOTE
114000         PERFORM 6900-ADD-NOTE THRU 6900-EXIT
114100         MOVE 'EVERY SUBSYSTEM ALREADY COMPLETE.' TO WS-NOTE
114200         PERFORM 6900-ADD-NOTE THRU 6900-EXIT
114300     ELSE
114400         MOVE 'WORK COMPLETE - RESTART FROM BALANCE'
114500             TO WS-HEADLINE
114600         MOVE 'BALANCE' TO WS-RESTART-STEP
114700         MOVE 'THE DATA IS MOVED; BALANCING, THE ROW MATCH'
114800             TO WS-NOTE
114900         PERFORM 6900-ADD-NOTE THRU 6900-EXIT
115000         MOVE 'AND THE DISCONNECT LEG STILL HAVE TO RUN.'
115100             TO WS-NOTE
115200         PERFORM 6900-ADD-NOTE THRU 6900-EXIT
115300     END-IF.
115400
115500 6200-EXIT.
115600     EXIT.
115700*
115800************************************************************
115900*  6300-ADVISE-RECONNECT                                      *
116000*  NOTHING IS CONNECTED BUT WORK IS UNFINISHED.  THE JOB IS    *
116100*  RERUN FROM CONNECT WITH THE WINDOW-RUN ID IN THE PARM, SO   *
116200*  THE PASSES RESUME FROM THEIR RESTART FILES INSTEAD OF       *
116300*  STARTING THE NIGHT AGAIN.                                   *
116400************************************************************
116500 6300-ADVISE-RECONNECT.
116600
116700     MOVE 'WORK UNFINISHED - RERUN FROM CONNECT, SAME RUN'
116800         TO WS-HEADLINE.
116900     MOVE 'CONNECT' TO WS-RESTART-STEP.
117000     MOVE 'CONNECT' TO WS-RESTART-MODE.
117100     SET RESUME-RUN-ID TO TRUE.
117200     MOVE 'THE PARM CARRIES THE WINDOW-RUN ID, SO COMPLETED'
117300         TO WS-NOTE.
117400     PERFORM 6900-ADD-NOTE THRU 6900-EXIT.
117500     MOVE 'SUBSYSTEMS ARE NOT WORKED AGAIN AND PARTLY WORKED ONES'
117600         TO WS-NOTE.
117700     PERFORM 6900-ADD-NOTE THRU 6900-EXIT.
117800     MOVE 'RESUME AT THEIR RESTART MARKS.' TO WS-NOTE.
117900     PERFORM 6900-ADD-NOTE THRU 6900-EXIT.
118000     PERFORM 6400-CHECK-FORCE THRU 6400-EXIT.
118100     MOVE 4 TO WS-ADVICE-RC.
118200
118300 6300-EXIT.
118400     EXIT.
118500*
118600************************************************************
118700*  6400-CHECK-FORCE                                           *
118800*  THE CONNECT LEG WEIGHS THE CALENDAR ON TODAY'S DATE.  A     *
118900*  RERUN ON A LATER DATE THAN THE WINDOW STARTED COULD SKIP    *
119000*  SUBSYSTEMS THAT NIGHT'S WINDOW HAD TO WORK, SO IT IS        *
119100*  FORCED - WHICH ALSO CONNECTS ANY THE CALENDAR SKIPPED.      *
119200************************************************************
119300 6400-CHECK-FORCE.
119400
119500     IF WS-TODAY = WS-RUN-ID (1:8)
119600         GO TO 6400-EXIT
119700     END-IF.
119800
119900     SET FORCE-NEEDED TO TRUE.
120000     MOVE 'THE RERUN IS ON A LATER DATE THAN THE WINDOW, SO THE'
120100         TO WS-NOTE.
120200     PERFORM 6900-ADD-NOTE THRU 6900-EXIT.
120300     MOVE 'PARM FORCES IT PAST THE CALENDAR.' TO WS-NOTE.
120400     PERFORM 6900-ADD-NOTE THRU 6900-EXIT.
120500     IF WS-SKIP-COUNT > ZERO
120600         MOVE WS-SKIP-COUNT TO WS-COUNT-EDIT
120700         MOVE SPACES TO WS-NOTE
120800         MOVE 'CAUTION - FORCING ALSO CONNECTS THE SUBSYSTEMS NOT'
120900             TO WS-NOTE
121000         PERFORM 6900-ADD-NOTE THRU 6900-EXIT
121100         MOVE SPACES TO WS-NOTE
121200         STRING 'SCHEDULED THAT NIGHT (LISTED ABOVE):'
121300                              DELIMITED BY SIZE
121400                WS-COUNT-EDIT DELIMITED BY SIZE
121500             INTO WS-NOTE
121600         PERFORM 6900-ADD-NOTE THRU 6900-EXIT
121700     END-IF.
121800
121900 6400-EXIT.
122000     EXIT.
122100*
122200************************************************************
122300*  6900-ADD-NOTE                                              *
122400*  ADDS WS-NOTE TO THE JOB-LEVEL ADVICE LINES.                 *
122500************************************************************
122600 6900-ADD-NOTE.
122700
122800     IF WS-NOTE-COUNT < 20
122900         ADD 1 TO WS-NOTE-COUNT
123000         SET NOTE-IDX TO WS-NOTE-COUNT
123100         MOVE WS-NOTE TO NOTE-TEXT (NOTE-IDX)
123200     END-IF.
123300     MOVE SPACES TO WS-NOTE.
123400
123500 6900-EXIT.
123600     EXIT.
123700*
123800************************************************************
123900*  7000-PRINT-ADVICE                                          *
124000*  PRINTS THE ADVRPT REPORT - THE RUN, THE STEP RETURN CODES   *
124100*  KEYED, ONE LINE PER SUBSYSTEM AND THE JOB RECOMMENDATION.   *
124200************************************************************
124300 7000-PRINT-ADVICE.
124400
124500     MOVE SPACES TO REPORT-LINE.
124600     STRING 'RESTART ADVICE - ' DELIMITED BY SIZE
124700            WS-JOB-NAME         DELIMITED BY SIZE
124800            ' WINDOW RUN '      DELIMITED BY SIZE
124900            WS-RUN-ID           DELIMITED BY SIZE
125000         INTO REPORT-LINE.
125100     WRITE REPORT-LINE.
125200
125300     MOVE SPACES TO REPORT-LINE.
125400     STRING 'RUN ID TAKEN FROM THE ' DELIMITED BY SIZE
125500            WS-RUN-ID-SOURCE         DELIMITED BY SPACE
125600            ', ADVISED ON '          DELIMITED BY SIZE
125700            WS-TODAY                 DELIMITED BY SIZE
125800         INTO REPORT-LINE.
125900     WRITE REPORT-LINE.
126000
126100     MOVE SPACES TO REPORT-LINE.
126200     WRITE REPORT-LINE.
126300     MOVE 'STEP RETURN CODES KEYED' TO REPORT-LINE.
126400     WRITE REPORT-LINE.
126500     IF WS-STEP-COUNT > ZERO
126600         PERFORM 7100-PRINT-STEP-LINE THRU 7100-EXIT
126700             VARYING STP-IDX FROM 1 BY 1
126800             UNTIL STP-IDX > WS-STEP-COUNT
126900     ELSE
127000         MOVE SPACES TO REPORT-LINE
127100         MOVE '  NONE - ADVICE IS FROM THE FILES ALONE'
127200             TO REPORT-LINE
127300         WRITE REPORT-LINE
127400     END-IF.
127500
127600     MOVE SPACES TO REPORT-LINE.
127700     WRITE REPORT-LINE.
127800     MOVE 'SUBSYS   CONNECTION  READ PASS     WRITE PASS'
127900         TO REPORT-LINE.
128000     MOVE 'ADVICE' TO REPORT-LINE (50:6).
128100     WRITE REPORT-LINE.
128200
128300     IF WS-ENTRY-COUNT > ZERO
128400         PERFORM 7200-PRINT-SUBSYS-LINE THRU 7200-EXIT
128500             VARYING ADV-IDX FROM 1 BY 1
128600             UNTIL ADV-IDX > WS-ENTRY-COUNT
128700     ELSE
128800         MOVE SPACES TO REPORT-LINE
128900         MOVE 'NO SUBSYSTEM ACTIVITY FOR THIS WINDOW RUN'
129000             TO REPORT-LINE
129100         WRITE REPORT-LINE
129200     END-IF.
129300
129400     MOVE SPACES TO REPORT-LINE.
129500     WRITE REPORT-LINE.
129600     MOVE SPACES TO REPORT-LINE.
129700     STRING 'RECOMMENDATION: ' DELIMITED BY SIZE
129800            WS-HEADLINE        DELIMITED BY SIZE
129900         INTO REPORT-LINE.
130000     WRITE REPORT-LINE.
130100     IF WS-NOTE-COUNT > ZERO
130200         PERFORM 7300-PRINT-NOTE-LINE THRU 7300-EXIT
130300             VARYING NOTE-IDX FROM 1 BY 1
130400             UNTIL NOTE-IDX > WS-NOTE-COUNT
130500     END-IF.
130600     IF DRAINCMD-STILL-SET AND WS-RESTART-MODE NOT = 'DRAIN'
130700      AND WS-RESTART-STEP NOT = SPACES
130800         MOVE SPACES TO REPORT-LINE
130900         MOVE '  *** DRAINCMD STILL REQUESTS A DRAIN - CLEAR IT'
131000             TO REPORT-LINE
131100         MOVE 'FIRST ***' TO REPORT-LINE (50:9)
131200         WRITE REPORT-LINE
131300     END-IF.
131400     IF WS-RESTART-STEP NOT = SPACES
131500         MOVE SPACES TO REPORT-LINE
131600         WRITE REPORT-LINE
131700         MOVE 'RESTART STATEMENTS (ALSO ON RSTCARDS):'
131800             TO REPORT-LINE
131900         WRITE REPORT-LINE
132000     END-IF.
132100
132200 7000-EXIT.
132300     EXIT.
132400*
132500************************************************************
132600*  7100-PRINT-STEP-LINE                                       *
132700*  PRINTS ONE KEYED STEP RETURN CODE.                          *
132800************************************************************
132900 7100-PRINT-STEP-LINE.
133000
133100     MOVE STP-NAME (STP-IDX) TO WS-S-NAME.
133200     MOVE STP-RC (STP-IDX) TO WS-S-RC.
133300     MOVE WS-STEP-LINE TO REPORT-LINE.
133400     WRITE REPORT-LINE.
133500
133600 7100-EXIT.
133700     EXIT.
133800*
133900************************************************************
134000*  7200-PRINT-SUBSYS-LINE                                     *
134100*  FORMATS AND PRINTS ONE SUBSYSTEM'S LINE.                    *
134200************************************************************
134300 7200-PRINT-SUBSYS-LINE.
134400
134500     MOVE SPACES TO WS-DETAIL-LINE.
134600     MOVE ADV-DB-NAME (ADV-IDX) TO WS-D-DB-NAME.
134700     EVALUATE TRUE
134800         WHEN ADV-CHK-CONNECTED (ADV-IDX)
134900             MOVE 'STILL OPEN' TO WS-D-CONNECTION
135000         WHEN ADV-CHK-FAILED-OVER (ADV-IDX)
135100          OR ADV-FAILED-OVER (ADV-IDX)
135200             MOVE 'FAILED OVER' TO WS-D-CONNECTION
135300         WHEN ADV-DRAINED (ADV-IDX)
135400             MOVE 'DRAINED' TO WS-D-CONNECTION
135500         WHEN ADV-CHK-DISCONNECTED (ADV-IDX)
135600          OR ADV-DISCONNECTED (ADV-IDX)
135700             MOVE 'CLOSED' TO WS-D-CONNECTION
135800         WHEN ADV-SKIPPED (ADV-IDX)
135900          AND NOT ADV-CONNECTED-IN-RUN (ADV-IDX)
136000             MOVE 'SKIPPED' TO WS-D-CONNECTION
136100         WHEN ADV-CONNECT-FAILED (ADV-IDX)
136200          AND NOT ADV-CONNECTED-IN-RUN (ADV-IDX)
136300             MOVE 'FAILED' TO WS-D-CONNECTION
136400         WHEN OTHER
136500             MOVE 'NOT OPEN' TO WS-D-CONNECTION
136600     END-EVALUATE.
136700
136800     EVALUATE TRUE
136900         WHEN ADV-RDR-COMPLETE (ADV-IDX)
137000             MOVE 'COMPLETE' TO WS-D-READ
137100         WHEN ADV-RDR-PARTIAL (ADV-IDX)
137200             MOVE 'AT' TO WS-P-LABEL
137300             MOVE ADV-RDR-POS (ADV-IDX) TO WS-P-POS
137400             MOVE WS-PASS-TEXT TO WS-D-READ
137500         WHEN OTHER
137600             MOVE 'NOT STARTED' TO WS-D-READ
137700     END-EVALUATE.
137800
137900     EVALUATE TRUE
138000         WHEN ADV-WTR-COMPLETE (ADV-IDX)
138100             MOVE 'COMPLETE' TO WS-D-WRITE
138200         WHEN ADV-WTR-PARTIAL (ADV-IDX)
138300             MOVE 'AT' TO WS-P-LABEL
138400             MOVE ADV-WTR-POS (ADV-IDX) TO WS-P-POS
138500             MOVE WS-PASS-TEXT TO WS-D-WRITE
138600         WHEN OTHER
138700             MOVE 'NOT STARTED' TO WS-D-WRITE
138800     END-EVALUATE.
138900
139000     MOVE ADV-ADVICE (ADV-IDX) TO WS-D-ADVICE.
139100     MOVE WS-DETAIL-LINE TO REPORT-LINE.
139200     WRITE REPORT-LINE.
139300
139400 7200-EXIT.
139500     EXIT.
139600*
139700************************************************************
139800*  7300-PRINT-NOTE-LINE                                       *
139900*  PRINTS ONE LINE OF THE JOB RECOMMENDATION.                  *
140000************************************************************
140100 7300-PRINT-NOTE-LINE.
140200
140300     MOVE SPACES TO REPORT-LINE.
140400     MOVE NOTE-TEXT (NOTE-IDX) TO REPORT-LINE (3:76).
140500     WRITE REPORT-LINE.
140600
140700 7300-EXIT.
140800     EXIT.
140900*
141000************************************************************
141100*  7500-FIND-OR-ADD-ENTRY                                     *
141200*  LOCATES THE TABLE ENTRY FOR WS-WORK-DB-NAME, ADDING A NEW   *
141300*  BLANK ENTRY IF ONE DOES NOT ALREADY EXIST.  SETS ADV-IDX    *
141400*  TO THE ENTRY LOCATED OR ADDED.  ABENDS IF THE TABLE IS      *
141500*  ALREADY FULL.                                               *
141600************************************************************
141700 7500-FIND-OR-ADD-ENTRY.
141800
141900     SET WS-FOUND-SW TO 'N'.
142000     SET ADV-IDX TO 1.
142100     SEARCH ADV-ENTRY
142200         AT END
142300             SET WS-FOUND-SW TO 'N'
142400         WHEN ADV-DB-NAME (ADV-IDX) = WS-WORK-DB-NAME
142500             SET ADV-ENTRY-FOUND TO TRUE
142600     END-SEARCH.
142700
142800     IF NOT ADV-ENTRY-FOUND
142900         IF WS-ENTRY-COUNT = 100
143000             DISPLAY 'RSTRTADV - SUBSYSTEM TABLE IS FULL - '
143100                 'CANNOT ADD ' WS-WORK-DB-NAME
143200             MOVE 16 TO RETURN-CODE
143300             PERFORM 9000-TERMINATE THRU 9000-EXIT
143400             STOP RUN
143500         END-IF
143600         ADD 1 TO WS-ENTRY-COUNT
143700         SET ADV-IDX TO WS-ENTRY-COUNT
143800         MOVE WS-WORK-DB-NAME TO ADV-DB-NAME (ADV-IDX)
143900         MOVE SPACE  TO ADV-CHK-STATUS (ADV-IDX)
144000         MOVE 'N'    TO ADV-CONN-OK-SW (ADV-IDX)
144100         MOVE 'N'    TO ADV-CONN-FAIL-SW (ADV-IDX)
144200         MOVE 'N'    TO ADV-DISC-OK-SW (ADV-IDX)
144300         MOVE 'N'    TO ADV-DISC-FAIL-SW (ADV-IDX)
144400         MOVE 'N'    TO ADV-SKIPPED-SW (ADV-IDX)
144500         MOVE 'N'    TO ADV-FAILOVER-SW (ADV-IDX)
144600         MOVE 'N'    TO ADV-DRAIN-SW (ADV-IDX)
144700         MOVE SPACE  TO ADV-RDR-STATUS (ADV-IDX)
144800         MOVE ZERO   TO ADV-RDR-POS (ADV-IDX)
144900         MOVE SPACE  TO ADV-WTR-STATUS (ADV-IDX)
145000         MOVE ZERO   TO ADV-WTR-POS (ADV-IDX)
145100         MOVE 'N'    TO ADV-CTL-RDR-SW (ADV-IDX)
145200         MOVE 'N'    TO ADV-CTL-WTR-SW (ADV-IDX)
145300         MOVE ZERO   TO ADV-CTL-RDR-ROWS (ADV-IDX)
145400         MOVE ZERO   TO ADV-CTL-WTR-ROWS (ADV-IDX)
145500         MOVE ZERO   TO ADV-CTL-RDR-HASH (ADV-IDX)
145600         MOVE ZERO   TO ADV-CTL-WTR-HASH (ADV-IDX)
145700         MOVE SPACES TO ADV-ADVICE (ADV-IDX)
145800     END-IF.
145900
146000 7500-EXIT.
146100     EXIT.
146200*
146300************************************************************
146400*  8000-WRITE-CARDS                                           *
146500*  WRITES THE RESTART STATEMENTS TO RSTCARDS, AND ECHOES THEM  *
146600*  ON ADVRPT: COMMENT CARDS NAMING THE RUN AND THE RESTART     *
146700*  STEP, THE GENERATION NOTE WHERE THE CHECKPOINT NUMBERS      *
146800*  MOVE, AND THE EXEC STATEMENT WITH THE PARM.  WITH NO        *
146900*  RESTART ADVISED A SINGLE COMMENT CARD SAYS WHY.             *
147000************************************************************
147100 8000-WRITE-CARDS.
147200
147300     MOVE SPACES TO CARD-LINE.
147400     STRING '//*  RESTART ADVICE FOR ' DELIMITED BY SIZE
147500            WS-JOB-NAME                DELIMITED BY SIZE
147600            ' WINDOW RUN '             DELIMITED BY SIZE
147700            WS-RUN-ID                  DELIMITED BY SIZE
147800         INTO CARD-LINE.
147900     PERFORM 8900-PUT-CARD THRU 8900-EXIT.
148000
148100     IF WS-RESTART-STEP = SPACES
148200         MOVE SPACES TO CARD-LINE
148300         STRING '//*  NO RESTART - ' DELIMITED BY SIZE
148400                WS-HEADLINE          DELIMITED BY SIZE
148500             INTO CARD-LINE
148600         PERFORM 8900-PUT-CARD THRU 8900-EXIT
148700         GO TO 8000-EXIT
148800     END-IF.
148900
149000     MOVE SPACES TO CARD-LINE.
149100     STRING '//*  CODE RESTART=' DELIMITED BY SIZE
149200            WS-RESTART-STEP      DELIMITED BY SPACE
149300            ' ON THE JOB STATEMENT' DELIMITED BY SIZE
149400         INTO CARD-LINE.
149500     PERFORM 8900-PUT-CARD THRU 8900-EXIT.
149600
149700     IF GDG-ADJUST-NEEDED
149800         MOVE '//*  ON THE STEPS RERUN, CODE EACH CHECKPOINT'
149900             TO CARD-LINE
150000         PERFORM 8900-PUT-CARD THRU 8900-EXIT
150100         MOVE '//*  GENERATION (+1) AS (0) AND (+2) AS (+1)'
150200             TO CARD-LINE
150300         PERFORM 8900-PUT-CARD THRU 8900-EXIT
150400     END-IF.
150500
150600     IF DRAINCMD-STILL-SET AND WS-RESTART-MODE NOT = 'DRAIN'
150700         MOVE '//*  CLEAR THE DRAINCMD FILE BEFORE RESUBMITTING'
150800             TO CARD-LINE
150900         PERFORM 8900-PUT-CARD THRU 8900-EXIT
151000     END-IF.
151100
151200*
151300*    ONLY THE OUALPREC LEGS TAKE A PARM WORTH REPLACING - A
151400*    RESTART AT READDATA OR BALANCE RUNS THE JOB'S OWN CARDS.
151500*
151600     IF WS-RESTART-MODE = SPACES
151700         GO TO 8000-EXIT
151800     END-IF.
151900
152000     MOVE WS-RESTART-STEP TO WS-X-STEP.
152100     MOVE WS-EXEC-CARD TO CARD-LINE.
152200     PERFORM 8900-PUT-CARD THRU 8900-EXIT.
152300
152400     MOVE WS-RESTART-MODE TO WS-X-MODE.
152500     MOVE WS-JOB-NAME TO WS-X-JOB-NAME.
152600     IF FORCE-NEEDED
152700         MOVE 'F' TO WS-X-FORCE
152800     ELSE
152900         MOVE SPACE TO WS-X-FORCE
153000     END-IF.
153100     MOVE WS-GROUP-CODE TO WS-X-GROUP.
153200     IF RESUME-RUN-ID
153300         MOVE WS-RUN-ID TO WS-X-RUN-ID
153400     ELSE
153500         MOVE SPACES TO WS-X-RUN-ID
153600     END-IF.
153700     EVALUATE TRUE
153800         WHEN WS-X-RUN-ID NOT = SPACES
153900             MOVE 36 TO WS-PARM-LEN
154000         WHEN WS-X-GROUP NOT = SPACE
154100             MOVE 20 TO WS-PARM-LEN
154200         WHEN WS-X-FORCE NOT = SPACE
154300             MOVE 19 TO WS-PARM-LEN
154400         WHEN OTHER
154500             MOVE 18 TO WS-PARM-LEN
154600     END-EVALUATE.
154700     MOVE SPACES TO CARD-LINE.
154800     MOVE '//         PARM=' TO CARD-LINE (1:16).
154900     MOVE QUOTE TO CARD-LINE (17:1).
155000     MOVE WS-PARM-VALUE (1:WS-PARM-LEN)
155100         TO CARD-LINE (18:WS-PARM-LEN).
155200     MOVE QUOTE TO CARD-LINE (18 + WS-PARM-LEN:1).
155300     IF WS-RESTART-STEP = 'DISCONN'
155400         MOVE ',' TO CARD-LINE (19 + WS-PARM-LEN:1)
155500     END-IF.
155600     PERFORM 8900-PUT-CARD THRU 8900-EXIT.
155700
155800     IF WS-RESTART-STEP = 'DISCONN'
155900         MOVE WS-COND-CARD TO CARD-LINE
156000         PERFORM 8900-PUT-CARD THRU 8900-EXIT
156100     END-IF.
156200
156300 8000-EXIT.
156400     EXIT.
156500*
156600************************************************************
156700*  8900-PUT-CARD                                              *
156800*  WRITES ONE RESTART STATEMENT AND ECHOES IT ON ADVRPT.       *
156900************************************************************
157000 8900-PUT-CARD.
157100
157200     WRITE CARD-LINE.
157300     ADD 1 TO WS-CARD-COUNT.
157400     MOVE CARD-LINE TO REPORT-LINE.
157500     WRITE REPORT-LINE.
157600
157700 8900-EXIT.
157800     EXIT.
157900*
158000************************************************************
158100*  9000-TERMINATE                                             *
158200*  CLOSES ALL OPEN FILES BEFORE THE PROGRAM ENDS.              *
158300************************************************************
158400 9000-TERMINATE.
158500
158600     CLOSE AUDIT-FILE.
158700     CLOSE REPORT-FILE.
158800     CLOSE CARD-FILE.
158900     IF RDR-RST-FILE-OPEN
159000         CLOSE RDR-RST-FILE
159100     END-IF.
159200     IF WTR-RST-FILE-OPEN
159300         CLOSE WTR-RST-FILE
159400     END-IF.
159500     IF CTLTOT-FILE-OPEN
159600         CLOSE CTLTOT-FILE
159700     END-IF.
159800     IF STEPRC-FILE-OPEN
159900         CLOSE STEPRC-FILE
160000     END-IF.
160100
160200 9000-EXIT.
160300     EXIT.
