000100************************************************************
000200*                                                              *
000300*  CAPFCST                                                     *
000400*  MONTHLY BATCH-WINDOW CAPACITY FORECAST.  TRENDRPT SHOWS     *
000500*  HOW OFTEN CONNECTIONS FAIL; THIS REPORT SHOWS WHERE EACH    *
000600*  SUBSYSTEM'S NIGHTLY WINDOW IS HEADING.  FOR EVERY CONNPARM  *
000700*  ENTRY IT FITS A STRAIGHT-LINE TREND TO THE CONNECTED        *
000800*  SECONDS ON CONNHIST (MAINTAINED BY CONNREPORT), THE ROWS    *
000900*  MOVED AND AMOUNT HASH ON CTLHIST (MAINTAINED BY CTLBALAN)   *
001000*  AND THE FIRST-CONNECT TIME ON SLAHIST (MAINTAINED BY        *
001100*  SLAMON), AND PROJECTS THE CONNECT-TO-DISCONNECT DURATION    *
001200*  FOR THE NEXT 30, 60 AND 90 DAYS.  THE DURATION PROJECTED    *
001300*  IS THE LONGER OF THE TIME TREND ITSELF AND TODAY'S          *
001400*  DURATION SCALED BY THE ROW OR AMOUNT GROWTH, SO A VOLUME    *
001500*  RISE IS SEEN BEFORE IT SHOWS IN THE ELAPSED TIME.  THE      *
001600*  BASIS COLUMN SAYS WHICH OF THE THREE GOVERNED.              *
001700*                                                              *
001800*  FOR A SUBSYSTEM WITH A SLAPARM ENTRY THE PROJECTED CONNECT  *
001900*  TIME IS HELD AGAINST SLA-OPEN-DEADLINE AND THE PROJECTED    *
002000*  DISCONNECT TIME (CONNECT TIME PLUS DURATION) AGAINST        *
002100*  SLA-CLOSE-DEADLINE, DAY BY DAY, AND THE FIRST DEADLINE      *
002200*  CROSSED IS LISTED WITH THE MONTH IT WILL BE CROSSED IN -    *
002300*  WARNING ENOUGH TO REBALANCE A GROUP OR RENEGOTIATE A        *
002400*  CUTOFF BEFORE SLAMON STARTS RETURNING RC 630.  WHERE        *
002500*  SLAHIST DOES NOT YET HOLD ENOUGH NIGHTS, THE CONNECT TIME   *
002600*  IS TAKEN AS THE OPEN DEADLINE ITSELF.                       *
002700*                                                              *
002800*  EACH PARALLEL GROUP (DB-GROUP-CODE) IS ALSO SUMMED - ITS    *
002900*  COMBINED ROWS AND ITS LONGEST MEMBER WINDOW NOW AND IN 90   *
003000*  DAYS - AND FLAGGED WHEN THAT WINDOW IS DRIFTING LATER BY    *
003100*  THE THRESHOLD OR MORE, OR WHEN A MEMBER WILL BREACH.        *
003200*  ENTRIES WITH NO GROUP CODE ARE NOT A PARALLEL GROUP AND     *
003300*  ARE NOT SUMMED.                                             *
003400*                                                              *
003500*  PARM                                                        *
003600*      POSITIONS  1-3   DAYS OF HISTORY TO FIT THE TRENDS TO   *
003700*                       (030-365, DEFAULT 180)                 *
003800*      POSITIONS  4-6   GROUP DRIFT THRESHOLD IN MINUTES       *
003900*                       (DEFAULT 015)                          *
004000*                                                              *
004100*  RETURN-CODE VALUES                                          *
004200*      0   =  NO BREACH OR GROUP DRIFT FORECAST                *
004300*      4   =  A SUBSYSTEM IS FORECAST TO BREACH ITS SLA, OR A  *
004400*             GROUP IS DRIFTING LATE - SEE FCSTRPT             *
004500*      12  =  A REQUIRED FILE COULD NOT BE OPENED              *
004600*      16  =  THE SUBSYSTEM OR GROUP TABLE OVERFLOWED          *
004700*                                                              *
004800************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID.    CapacityForecast.
005100 AUTHOR.        R. KOWALCZYK.
005200 INSTALLATION.  DATABASE SERVICES - BATCH SUPPORT.
005300 DATE-WRITTEN.  2026-10-15.
005400 DATE-COMPILED.
005500*
005600************************************************************
005700*  MODIFICATION HISTORY.                                      *
005800*      2026-10-15  RJK  ORIGINAL.                              *
005900************************************************************
006000
006100 ENVIRONMENT DIVISION.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT CONNPARM-FILE ASSIGN TO CONNPARM
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-CONNPARM-STATUS.
006700
006800     SELECT SLAPARM-FILE ASSIGN TO SLAPARM
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-SLAPARM-STATUS.
007100
007200     SELECT CONNHIST-FILE ASSIGN TO CONNHIST
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS CH-HIST-KEY
007600         FILE STATUS IS WS-CONNHIST-STATUS.
007700
007800     SELECT CTLHIST-FILE ASSIGN TO CTLHIST
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS CTH-HIST-KEY
008200         FILE STATUS IS WS-CTLHIST-STATUS.
008300
008400     SELECT SLAHIST-FILE ASSIGN TO SLAHIST
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS DYNAMIC
008700         RECORD KEY IS SLH-HIST-KEY
008800         FILE STATUS IS WS-SLAHIST-STATUS.
008900
009000     SELECT REPORT-FILE ASSIGN TO FCSTRPT
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS WS-REPORT-STATUS.
009300
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  CONNPARM-FILE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  CONNPARM-REC.
010000     COPY DB2PARM
010100         REPLACING DB-NAME            BY CP-DB-NAME
010200                   DB-USER            BY CP-DB-USER
010300                   DB-PASSWORD        BY CP-DB-PASSWORD
010400                   DB-MAX-RETRIES     BY CP-MAX-RETRIES
010500                   DB-RETRY-DELAY-SECS BY CP-RETRY-DELAY-SECS
010600                   DB-GROUP-CODE       BY CP-GROUP-CODE.
010700
010800 FD  SLAPARM-FILE
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD.
011100 01  SLAPARM-REC.
011200     COPY SLAPARM.
011300
011400 FD  CONNHIST-FILE
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE STANDARD.
011700 01  CONNHIST-REC.
011800     COPY CONNHIST.
011900
012000 FD  CTLHIST-FILE
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300 01  CTLHIST-REC.
012400     COPY CTLHIST.
012500
012600 FD  SLAHIST-FILE
012700     RECORDING MODE IS F
012800     LABEL RECORDS ARE STANDARD.
012900 01  SLAHIST-REC.
013000     COPY SLAHIST.
013100
013200 FD  REPORT-FILE
013300     RECORDING MODE IS F
013400     LABEL RECORDS ARE STANDARD.
013500 01  REPORT-LINE                  PIC X(80).
013600
013700 WORKING-STORAGE SECTION.
013800*
013900************************************************************
014000*  SWITCHES AND COUNTERS                                      *
014100************************************************************
014200 77  WS-CONNPARM-STATUS        PIC X(02)      VALUE SPACES.
014300     88  CONNPARM-OK                          VALUE '00'.
014400     88  CONNPARM-EOF                         VALUE '10'.
014500
014600 77  WS-SLAPARM-STATUS         PIC X(02)      VALUE SPACES.
014700     88  SLAPARM-OK                           VALUE '00'.
014800     88  SLAPARM-EOF                          VALUE '10'.
014900
015000 77  WS-CONNHIST-STATUS        PIC X(02)      VALUE SPACES.
015100     88  CONNHIST-OK                          VALUE '00'.
015200     88  CONNHIST-EOF                         VALUE '10'.
015300
015400 77  WS-CTLHIST-STATUS         PIC X(02)      VALUE SPACES.
015500     88  CTLHIST-OK                           VALUE '00'.
015600     88  CTLHIST-EOF                          VALUE '10'.
015700
015800 77  WS-SLAHIST-STATUS         PIC X(02)      VALUE SPACES.
015900     88  SLAHIST-OK                           VALUE '00'.
016000     88  SLAHIST-EOF                          VALUE '10'.
016100
016200 77  WS-REPORT-STATUS          PIC X(02)      VALUE SPACES.
016300     88  REPORT-OK                            VALUE '00'.
016400
016500 77  WS-SLAHIST-OPEN-SW        PIC X(01)      VALUE 'N'.
016600     88  SLAHIST-FILE-OPEN                    VALUE 'Y'.
016700
016800 77  WS-ENTRY-COUNT            PIC 9(04) COMP VALUE ZERO.
016900 77  WS-GROUP-COUNT            PIC 9(04) COMP VALUE ZERO.
017000 77  WS-BREACH-COUNT           PIC 9(04) COMP VALUE ZERO.
017100 77  WS-DRIFT-COUNT            PIC 9(04) COMP VALUE ZERO.
017200 77  WS-ASSUMED-COUNT          PIC 9(04) COMP VALUE ZERO.
017300 77  WS-UNKNOWN-COUNT          PIC 9(07) COMP VALUE ZERO.
017400
017500 77  WS-FOUND-SW               PIC X(01)      VALUE 'N'.
017600     88  FC-ENTRY-FOUND                       VALUE 'Y'.
017700
017800 77  WS-GRP-FOUND-SW           PIC X(01)      VALUE 'N'.
017900     88  GRP-ENTRY-FOUND                      VALUE 'Y'.
018000
018100*
018200*    A TREND NEEDS THIS MANY NIGHTS BEHIND IT BEFORE IT IS
018300*    TRUSTED - FEWER AND ONE BAD NIGHT SWINGS THE WHOLE LINE.
018400*
018500 77  WS-MIN-NIGHTS             PIC 9(04) COMP VALUE 14.
018600 77  WS-MIN-CONNECT-NIGHTS     PIC 9(04) COMP VALUE 7.
018700
018800************************************************************
018900*  PARM-DRIVEN LIMITS                                         *
019000************************************************************
019100 77  WS-HISTORY-DAYS           PIC 9(03)      VALUE 180.
019200 77  WS-DRIFT-MINUTES          PIC 9(03)      VALUE 15.
019300
019400************************************************************
019500*  RUN DATE AND DAY ARITHMETIC WORK AREAS.  EVERY HISTORY     *
019600*  NIGHT IS PLACED ON A DAY AXIS COUNTED FROM THE START OF    *
019700*  THE HISTORY PERIOD, SO THE RUN DATE IS DAY                 *
019800*  WS-HISTORY-DAYS AND 90 DAYS AHEAD IS THAT PLUS 90.         *
019900*  THE CALENDAR DISTANCES ARE TAKEN VIA INTEGER-OF-DATE.      *
020000************************************************************
020100 77  WS-RUN-DATE               PIC X(08)      VALUE SPACES.
020200 77  WS-RUN-DATE-9             PIC 9(08)      VALUE ZERO.
020300 77  WS-RUN-DAY-INT            PIC S9(09) COMP VALUE ZERO.
020400 77  WS-BASE-DAY-INT           PIC S9(09) COMP VALUE ZERO.
020500 77  WS-REC-DATE-9             PIC 9(08)      VALUE ZERO.
020600 77  WS-REC-DAY-INT            PIC S9(09) COMP VALUE ZERO.
020700 77  WS-STAMP-DAY-INT          PIC S9(09) COMP VALUE ZERO.
020800 77  WS-DAY-X                  PIC S9(09) COMP VALUE ZERO.
020900 77  WS-DAY-T                  PIC S9(09) COMP VALUE ZERO.
021000 77  WS-AHEAD-DAYS             PIC S9(04) COMP VALUE ZERO.
021100 77  WS-CROSS-DATE-9           PIC 9(08)      VALUE ZERO.
021200
021300************************************************************
021400*  ONE FORECAST ENTRY PER CONNPARM SUBSYSTEM.  EACH CARRIES   *
021500*  FOUR LEAST-SQUARES SERIES AGAINST THE DAY AXIS -           *
021600*      1 = CONNECTED SECONDS (CONNHIST)                       *
021700*      2 = ROWS MOVED (CTLHIST)                               *
021800*      3 = AMOUNT HASH IN THOUSANDS (CTLHIST)                 *
021900*      4 = FIRST CONNECT, SECONDS FROM WINDOW-DATE MIDNIGHT - *
022000*          NEGATIVE FOR AN EVENING START (SLAHIST)            *
022100*  - AND, ONCE FITTED, THE PROJECTED FIGURES REPORTED.        *
022200************************************************************
022300 01  FC-TABLE.
022400     05  FC-ENTRY OCCURS 1 TO 100 TIMES
022500             DEPENDING ON WS-ENTRY-COUNT
022600             INDEXED BY FC-IDX.
022700         10  FC-DB-NAME            PIC X(08).
022800         10  FC-GROUP-CODE         PIC X(01).
022900         10  FC-SLA-SW             PIC X(01).
023000             88  FC-HAS-SLA                   VALUE 'Y'.
023100         10  FC-OPEN-DL            PIC X(08).
023200         10  FC-CLOSE-DL           PIC X(08).
023300         10  FC-OPEN-DL-SECS       PIC S9(07) COMP.
023400         10  FC-CLOSE-DL-SECS      PIC S9(07) COMP.
023500         10  FC-SERIES OCCURS 4 TIMES
023600                 INDEXED BY SER-IDX.
023700             15  FC-N              PIC 9(05) COMP.
023800             15  FC-SUM-X          PIC S9(18) COMP-3.
023900             15  FC-SUM-Y          PIC S9(18) COMP-3.
024000             15  FC-SUM-XY         PIC S9(18) COMP-3.
024100             15  FC-SUM-XX         PIC S9(18) COMP-3.
024200             15  FC-A              PIC S9(13)V9(04) COMP-3.
024300             15  FC-B              PIC S9(13)V9(04) COMP-3.
024400         10  FC-FORECAST-SW        PIC X(01).
024500             88  FC-FORECAST-MADE             VALUE 'Y'.
024600         10  FC-ASSUMED-SW         PIC X(01).
024700             88  FC-CONNECT-ASSUMED           VALUE 'Y'.
024800         10  FC-DUR-NOW            PIC S9(07) COMP.
024900         10  FC-DUR-30             PIC S9(07) COMP.
025000         10  FC-DUR-60             PIC S9(07) COMP.
025100         10  FC-DUR-90             PIC S9(07) COMP.
025200         10  FC-CLOSE-90           PIC S9(07) COMP.
025300         10  FC-ROWS-NOW           PIC S9(11) COMP-3.
025400         10  FC-ROWS-90            PIC S9(11) COMP-3.
025500         10  FC-BASIS-90           PIC X(06).
025600*            OPEN OR CLOSE - THE DEADLINE FORECAST TO BE CROSSED,
025700*            SPACES IF NONE WITHIN 90 DAYS.
025800         10  FC-BREACH-LIMIT       PIC X(05).
025900         10  FC-BREACH-DAYS        PIC S9(04) COMP.
026000         10  FC-BREACH-BASIS       PIC X(06).
026100
026200************************************************************
026300*  ONE ENTRY PER PARALLEL GROUP CODE                          *
026400************************************************************
026500 01  GRP-TABLE.
026600     05  GRP-ENTRY OCCURS 1 TO 40 TIMES
026700             DEPENDING ON WS-GROUP-COUNT
026800             INDEXED BY GRP-IDX.
026900         10  GRP-CODE              PIC X(01).
027000         10  GRP-MEMBERS           PIC 9(04) COMP.
027100         10  GRP-FORECASTS         PIC 9(04) COMP.
027200         10  GRP-BREACHES          PIC 9(04) COMP.
027300         10  GRP-ROWS-NOW          PIC S9(11) COMP-3.
027400         10  GRP-ROWS-90           PIC S9(11) COMP-3.
027500         10  GRP-WINDOW-NOW        PIC S9(07) COMP.
027600         10  GRP-WINDOW-90         PIC S9(07) COMP.
027700
027800************************************************************
027900*  FITTING AND PROJECTION WORK AREAS                          *
028000************************************************************
028100 77  WS-POINT-Y                PIC S9(13) COMP-3 VALUE ZERO.
028200 77  WS-DENOM                  PIC S9(18) COMP-3 VALUE ZERO.
028300 77  WS-FIT-VALUE              PIC S9(13)V9(04) COMP-3
028400                                              VALUE ZERO.
028500 77  WS-DUR-BASE               PIC S9(13)V9(04) COMP-3
028600                                              VALUE ZERO.
028700 77  WS-VOL-BASE               PIC S9(13)V9(04) COMP-3
028800                                              VALUE ZERO.
028900 77  WS-VOL-DUR                PIC S9(13)V9(04) COMP-3
029000                                              VALUE ZERO.
029100 77  WS-PROJ-DUR               PIC S9(07) COMP VALUE ZERO.
029200 77  WS-PROJ-CONNECT           PIC S9(07) COMP VALUE ZERO.
029300 77  WS-PROJ-CLOSE             PIC S9(07) COMP VALUE ZERO.
029400 77  WS-PROJ-ROWS              PIC S9(11) COMP-3 VALUE ZERO.
029500 77  WS-PROJ-BASIS             PIC X(06)      VALUE SPACES.
029600 77  WS-GROWTH-PCT             PIC S9(05)V9   VALUE ZERO.
029700 77  WS-DRIFT-SECS             PIC S9(07) COMP VALUE ZERO.
029800 77  WS-DRIFT-MIN              PIC S9(05)     VALUE ZERO.
029900
030000 01  WS-DEADLINE-TIME.
030100     05  WS-DT-HH                 PIC 9(02).
030200     05  WS-DT-MM                 PIC 9(02).
030300     05  WS-DT-SS                 PIC 9(02).
030400     05  WS-DT-HU                 PIC 9(02).
030500 77  WS-TIME-SECS              PIC S9(07) COMP VALUE ZERO.
030600
030700************************************************************
030800*  HH:MM EDITING.  A DURATION IS SHOWN AS IT STANDS; A CLOCK  *
030900*  TIME IS FIRST BROUGHT INTO 00:00-23:59.                    *
031000************************************************************
031100 77  WS-FMT-SECS               PIC S9(07) COMP VALUE ZERO.
031200 77  WS-FMT-HHMM               PIC X(05)      VALUE SPACES.
031300 01  WS-ELAPSED-BREAKDOWN.
031400     05  WS-EL-HH                 PIC 9(02).
031500     05  WS-EL-MM                 PIC 9(02).
031600
031700************************************************************
031800*  REPORT-LINE DETAIL FIELDS                                  *
031900************************************************************
032000 01  WS-DETAIL-LINE.
032100     05  WS-D-DB-NAME             PIC X(08).
032200     05  FILLER                   PIC X(01) VALUE SPACES.
032300     05  WS-D-GROUP               PIC X(01).
032400     05  FILLER                   PIC X(01) VALUE SPACES.
032500     05  WS-D-NIGHTS              PIC ZZZ9.
032600     05  FILLER                   PIC X(02) VALUE SPACES.
032700     05  WS-D-DUR-NOW             PIC X(05).
032800     05  FILLER                   PIC X(01) VALUE SPACES.
032900     05  WS-D-DUR-30              PIC X(05).
033000     05  FILLER                   PIC X(01) VALUE SPACES.
033100     05  WS-D-DUR-60              PIC X(05).
033200     05  FILLER                   PIC X(01) VALUE SPACES.
033300     05  WS-D-DUR-90              PIC X(05).
033400     05  FILLER                   PIC X(02) VALUE SPACES.
033500     05  WS-D-CLOSE-90            PIC X(05).
033600     05  WS-D-ASSUMED             PIC X(01).
033700     05  FILLER                   PIC X(01) VALUE SPACES.
033800     05  WS-D-CLOSE-DL            PIC X(05).
033900     05  FILLER                   PIC X(02) VALUE SPACES.
034000     05  WS-D-BREACH              PIC X(07).
034100     05  FILLER                   PIC X(01) VALUE SPACES.
034200     05  WS-D-BASIS               PIC X(06).
034300     05  FILLER                   PIC X(01) VALUE SPACES.
034400     05  WS-D-LIMIT               PIC X(05).
034500     05  FILLER                   PIC X(04) VALUE SPACES.
034600
034700 01  WS-GROUP-LINE.
034800     05  FILLER                   PIC X(02) VALUE SPACES.
034900     05  WS-G-CODE                PIC X(01).
035000     05  FILLER                   PIC X(03) VALUE SPACES.
035100     05  WS-G-MEMBERS             PIC ZZZ9.
035200     05  FILLER                   PIC X(01) VALUE SPACES.
035300     05  WS-G-ROWS-NOW            PIC ZZZ,ZZZ,ZZ9.
035400     05  FILLER                   PIC X(01) VALUE SPACES.
035500     05  WS-G-ROWS-90             PIC ZZZ,ZZZ,ZZ9.
035600     05  FILLER                   PIC X(01) VALUE SPACES.
035700     05  WS-G-GROWTH              PIC -ZZZ9.9.
035800     05  FILLER                   PIC X(02) VALUE SPACES.
035900     05  WS-G-WINDOW-NOW          PIC X(05).
036000     05  FILLER                   PIC X(01) VALUE SPACES.
036100     05  WS-G-WINDOW-90           PIC X(05).
036200     05  FILLER                   PIC X(01) VALUE SPACES.
036300     05  WS-G-DRIFT               PIC -ZZZ9.
036400     05  FILLER                   PIC X(02) VALUE SPACES.
036500     05  WS-G-FLAG                PIC X(15).
036600     05  FILLER                   PIC X(02) VALUE SPACES.
036700
036800 77  WS-E-DAYS                 PIC ZZ9.
036900 77  WS-E-COUNT                PIC ZZZ,ZZ9.
037000
037100 LINKAGE SECTION.
037200 01  LS-PARM.
037300     05  LS-PARM-LEN           PIC S9(04) COMP.
037400     05  LS-PARM-DATA.
037500         10  LS-HISTORY-DAYS   PIC X(03).
037600         10  LS-DRIFT-MINUTES  PIC X(03).
037700
037800 PROCEDURE DIVISION USING LS-PARM.
037900*
038000************************************************************
038100*  0000-MAINLINE                                              *
038200************************************************************
038300 0000-MAINLINE.
038400
038500     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
038600     PERFORM 2000-FOLD-CONNHIST   THRU 2000-EXIT
038700         UNTIL CONNHIST-EOF.
038800     PERFORM 2500-FOLD-CTLHIST    THRU 2500-EXIT
038900         UNTIL CTLHIST-EOF.
039000     IF SLAHIST-FILE-OPEN
039100         PERFORM 3000-FOLD-SLAHIST THRU 3000-EXIT
039200             UNTIL SLAHIST-EOF
039300     END-IF.
039400     IF WS-ENTRY-COUNT > ZERO
039500         PERFORM 5000-FORECAST-ENTRY THRU 5000-EXIT
039600             VARYING FC-IDX FROM 1 BY 1
039700             UNTIL FC-IDX > WS-ENTRY-COUNT
039800     END-IF.
039900     PERFORM 7000-PRINT-REPORT    THRU 7000-EXIT.
040000     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
040100
040200     STOP RUN.
040300*
040400************************************************************
040500*  1000-INITIALIZE                                            *
040600*  TAKES THE PARM, ESTABLISHES THE DAY AXIS, OPENS THE FILES   *
040700*  AND LOADS ONE FORECAST ENTRY PER CONNPARM SUBSYSTEM, WITH   *
040800*  ITS SLAPARM DEADLINES WHERE IT HAS THEM.  SLAHIST IS        *
040900*  OPTIONAL - WITHOUT IT EVERY CONNECT TIME IS TAKEN AS THE    *
041000*  OPEN DEADLINE.                                              *
041100************************************************************
041200 1000-INITIALIZE.
041300
041400     IF LS-PARM-LEN >= 3 AND LS-HISTORY-DAYS IS NUMERIC
041500         MOVE LS-HISTORY-DAYS TO WS-HISTORY-DAYS
041600         IF WS-HISTORY-DAYS < 30 OR WS-HISTORY-DAYS > 365
041700             DISPLAY 'CAPFCST - HISTORY DAYS ' LS-HISTORY-DAYS
041800                 ' OUT OF RANGE - 180 USED'
041900             MOVE 180 TO WS-HISTORY-DAYS
042000         END-IF
042100     END-IF.
042200     IF LS-PARM-LEN >= 6 AND LS-DRIFT-MINUTES IS NUMERIC
042300         MOVE LS-DRIFT-MINUTES TO WS-DRIFT-MINUTES
042400     END-IF.
042500
042600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
042700     MOVE WS-RUN-DATE TO WS-RUN-DATE-9.
042800     COMPUTE WS-RUN-DAY-INT =
042900         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-9).
043000     COMPUTE WS-BASE-DAY-INT = WS-RUN-DAY-INT - WS-HISTORY-DAYS.
043100
043200     OPEN INPUT CONNPARM-FILE.
043300     IF NOT CONNPARM-OK
043400         DISPLAY 'CAPFCST - UNABLE TO OPEN CONNPARM FILE'
043500         DISPLAY 'CAPFCST - FILE STATUS IS ' WS-CONNPARM-STATUS
043600         MOVE 12 TO RETURN-CODE
043700         STOP RUN
043800     END-IF.
043900
044000     OPEN INPUT SLAPARM-FILE.
044100     IF NOT SLAPARM-OK
044200         DISPLAY 'CAPFCST - UNABLE TO OPEN SLAPARM FILE'
044300         DISPLAY 'CAPFCST - FILE STATUS IS ' WS-SLAPARM-STATUS
044400         MOVE 12 TO RETURN-CODE
044500         STOP RUN
044600     END-IF.
044700
044800     OPEN INPUT CONNHIST-FILE.
044900     IF NOT CONNHIST-OK
045000         DISPLAY 'CAPFCST - UNABLE TO OPEN CONNHIST FILE'
045100         DISPLAY 'CAPFCST - FILE STATUS IS ' WS-CONNHIST-STATUS
045200         MOVE 12 TO RETURN-CODE
045300         STOP RUN
045400     END-IF.
045500
045600     OPEN INPUT CTLHIST-FILE.
045700     IF NOT CTLHIST-OK
045800         DISPLAY 'CAPFCST - UNABLE TO OPEN CTLHIST FILE'
045900         DISPLAY 'CAPFCST - FILE STATUS IS ' WS-CTLHIST-STATUS
046000         MOVE 12 TO RETURN-CODE
046100         STOP RUN
046200     END-IF.
046300
046400     OPEN INPUT SLAHIST-FILE.
046500     IF SLAHIST-OK
046600         SET SLAHIST-FILE-OPEN TO TRUE
046700     ELSE
046800         DISPLAY 'CAPFCST - NO SLAHIST FILE - CONNECT TIMES '
046900             'TAKEN AS THE OPEN DEADLINES'
047000     END-IF.
047100
047200     OPEN OUTPUT REPORT-FILE.
047300     IF NOT REPORT-OK
047400         DISPLAY 'CAPFCST - UNABLE TO OPEN FCSTRPT FILE'
047500         DISPLAY 'CAPFCST - FILE STATUS IS ' WS-REPORT-STATUS
047600         MOVE 12 TO RETURN-CODE
047700         STOP RUN
047800     END-IF.
047900
048000     PERFORM 1100-READ-CONNPARM THRU 1100-EXIT.
048100     PERFORM 1200-LOAD-SUBSYSTEM THRU 1200-EXIT
048200         UNTIL CONNPARM-EOF.
048300     CLOSE CONNPARM-FILE.
048400
048500     PERFORM 1300-READ-SLAPARM THRU 1300-EXIT.
048600     PERFORM 1400-LOAD-DEADLINES THRU 1400-EXIT
048700         UNTIL SLAPARM-EOF.
048800     CLOSE SLAPARM-FILE.
048900
049000     MOVE LOW-VALUES TO CH-HIST-KEY.
049100     START CONNHIST-FILE KEY NOT < CH-HIST-KEY
049200         INVALID KEY
049300             SET CONNHIST-EOF TO TRUE
049400     END-START.
049500
049600     MOVE LOW-VALUES TO CTH-HIST-KEY.
049700     START CTLHIST-FILE KEY NOT < CTH-HIST-KEY
049800         INVALID KEY
049900             SET CTLHIST-EOF TO TRUE
050000     END-START.
050100
050200     IF SLAHIST-FILE-OPEN
050300         MOVE LOW-VALUES TO SLH-HIST-KEY
050400         START SLAHIST-FILE KEY NOT < SLH-HIST-KEY
050500             INVALID KEY
050600                 SET SLAHIST-EOF TO TRUE
050700         END-START
050800     END-IF.
050900
051000 1000-EXIT.
051100     EXIT.
051200*
051300************************************************************
051400*  1100-READ-CONNPARM                                         *
051500*  READS THE NEXT CONNECTION PARAMETER ENTRY.                  *
051600************************************************************
051700 1100-READ-CONNPARM.
051800
051900     READ CONNPARM-FILE
052000         AT END
052100             SET CONNPARM-EOF TO TRUE
052200     END-READ.
052300
052400 1100-EXIT.
052500     EXIT.
052600*
052700************************************************************
052800*  1200-LOAD-SUBSYSTEM                                        *
052900*  ADDS A FORECAST ENTRY FOR THE CONNPARM SUBSYSTEM JUST       *
053000*  READ.  A DUPLICATE ENTRY IS LOADED ONCE.                    *
053100************************************************************
053200 1200-LOAD-SUBSYSTEM.
053300
053400     MOVE CP-DB-NAME TO CH-DB-NAME.
053500     PERFORM 4000-FIND-ENTRY THRU 4000-EXIT.
053600
053700     IF NOT FC-ENTRY-FOUND
053800         IF WS-ENTRY-COUNT = 100
053900             DISPLAY 'CAPFCST - SUBSYSTEM TABLE IS FULL - '
054000                 'CANNOT ADD ' CP-DB-NAME
054100             MOVE 16 TO RETURN-CODE
054200             PERFORM 9000-TERMINATE THRU 9000-EXIT
054300             STOP RUN
054400         END-IF
054500         ADD 1 TO WS-ENTRY-COUNT
054600         SET FC-IDX TO WS-ENTRY-COUNT
054700         MOVE CP-DB-NAME    TO FC-DB-NAME (FC-IDX)
054800         MOVE CP-GROUP-CODE TO FC-GROUP-CODE (FC-IDX)
054900         MOVE 'N'           TO FC-SLA-SW (FC-IDX)
055000         MOVE SPACES        TO FC-OPEN-DL (FC-IDX)
055100         MOVE SPACES        TO FC-CLOSE-DL (FC-IDX)
055200         MOVE ZERO          TO FC-OPEN-DL-SECS (FC-IDX)
055300         MOVE ZERO          TO FC-CLOSE-DL-SECS (FC-IDX)
055400         PERFORM 1250-CLEAR-SERIES THRU 1250-EXIT
055500             VARYING SER-IDX FROM 1 BY 1
055600             UNTIL SER-IDX > 4
055700         MOVE 'N'           TO FC-FORECAST-SW (FC-IDX)
055800         MOVE 'N'           TO FC-ASSUMED-SW (FC-IDX)
055900         MOVE ZERO          TO FC-DUR-NOW (FC-IDX)
056000         MOVE ZERO          TO FC-DUR-30 (FC-IDX)
056100         MOVE ZERO          TO FC-DUR-60 (FC-IDX)
056200         MOVE ZERO          TO FC-DUR-90 (FC-IDX)
056300         MOVE ZERO          TO FC-CLOSE-90 (FC-IDX)
056400         MOVE ZERO          TO FC-ROWS-NOW (FC-IDX)
056500         MOVE ZERO          TO FC-ROWS-90 (FC-IDX)
056600         MOVE SPACES        TO FC-BASIS-90 (FC-IDX)
056700         MOVE SPACES        TO FC-BREACH-LIMIT (FC-IDX)
056800         MOVE ZERO          TO FC-BREACH-DAYS (FC-IDX)
056900         MOVE SPACES        TO FC-BREACH-BASIS (FC-IDX)
057000     END-IF.
057100
057200     PERFORM 1100-READ-CONNPARM THRU 1100-EXIT.
057300
057400 1200-EXIT.
057500     EXIT.
057600*
057700************************************************************
057800*  1250-CLEAR-SERIES                                          *
057900*  ZEROES ONE TREND SERIES OF A NEW FORECAST ENTRY.            *
058000************************************************************
058100 1250-CLEAR-SERIES.
058200
058300     MOVE ZERO TO FC-N (FC-IDX SER-IDX).
058400     MOVE ZERO TO FC-SUM-X (FC-IDX SER-IDX).
058500     MOVE ZERO TO FC-SUM-Y (FC-IDX SER-IDX).
058600     MOVE ZERO TO FC-SUM-XY (FC-IDX SER-IDX).
058700     MOVE ZERO TO FC-SUM-XX (FC-IDX SER-IDX).
058800     MOVE ZERO TO FC-A (FC-IDX SER-IDX).
058900     MOVE ZERO TO FC-B (FC-IDX SER-IDX).
059000
059100 1250-EXIT.
059200     EXIT.
059300*
059400************************************************************
059500*  1300-READ-SLAPARM                                          *
059600*  READS THE NEXT SLA PARAMETER ENTRY.                         *
059700************************************************************
059800 1300-READ-SLAPARM.
059900
060000     READ SLAPARM-FILE
060100         AT END
060200             SET SLAPARM-EOF TO TRUE
060300     END-READ.
060400
060500 1300-EXIT.
060600     EXIT.
060700*
060800************************************************************
060900*  1400-LOAD-DEADLINES                                        *
061000*  ATTACHES AN SLAPARM ENTRY'S DEADLINES, IN SECONDS FROM      *
061100*  WINDOW-DATE MIDNIGHT, TO ITS FORECAST ENTRY.  AN ENTRY      *
061200*  FOR A SUBSYSTEM NOT ON CONNPARM, OR WITH A DEADLINE THAT    *
061300*  IS NOT A TIME, IS REPORTED AND LEFT OUT.                    *
061400************************************************************
061500 1400-LOAD-DEADLINES.
061600
061700     MOVE SLA-DB-NAME TO CH-DB-NAME.
061800     PERFORM 4000-FIND-ENTRY THRU 4000-EXIT.
061900
062000     IF NOT FC-ENTRY-FOUND
062100         DISPLAY 'CAPFCST - SLAPARM ENTRY ' SLA-DB-NAME
062200             ' IS NOT ON CONNPARM - IGNORED'
062300         PERFORM 1300-READ-SLAPARM THRU 1300-EXIT
062400         GO TO 1400-EXIT
062500     END-IF.
062600
062700     IF SLA-OPEN-DEADLINE (1:6) NOT NUMERIC
062800      OR SLA-CLOSE-DEADLINE (1:6) NOT NUMERIC
062900         DISPLAY 'CAPFCST - SLAPARM DEADLINE FOR ' SLA-DB-NAME
063000             ' IS NOT A TIME - IGNORED'
063100         PERFORM 1300-READ-SLAPARM THRU 1300-EXIT
063200         GO TO 1400-EXIT
063300     END-IF.
063400
063500     SET FC-HAS-SLA (FC-IDX) TO TRUE.
063600     MOVE SLA-OPEN-DEADLINE  TO FC-OPEN-DL (FC-IDX).
063700     MOVE SLA-CLOSE-DEADLINE TO FC-CLOSE-DL (FC-IDX).
063800     MOVE SLA-OPEN-DEADLINE  TO WS-DEADLINE-TIME.
063900     PERFORM 8200-TIME-TO-SECS THRU 8200-EXIT.
064000     MOVE WS-TIME-SECS TO FC-OPEN-DL-SECS (FC-IDX).
064100     MOVE SLA-CLOSE-DEADLINE TO WS-DEADLINE-TIME.
064200     PERFORM 8200-TIME-TO-SECS THRU 8200-EXIT.
064300     MOVE WS-TIME-SECS TO FC-CLOSE-DL-SECS (FC-IDX).
064400
064500     PERFORM 1300-READ-SLAPARM THRU 1300-EXIT.
064600
064700 1400-EXIT.
064800     EXIT.
064900*
065000************************************************************
065100*  2000-FOLD-CONNHIST                                         *
065200*  READS THE NEXT CONNHIST RECORD AND ADDS ITS CONNECTED       *
065300*  SECONDS TO SERIES 1 OF ITS SUBSYSTEM.  A NIGHT WITH NO      *
065400*  CONNECTED TIME SAYS NOTHING ABOUT THE WINDOW'S LENGTH AND   *
065500*  IS LEFT OUT, AS ARE RECORDS OUTSIDE THE HISTORY PERIOD.     *
065600************************************************************
065700 2000-FOLD-CONNHIST.
065800
065900     READ CONNHIST-FILE NEXT RECORD
066000         AT END
066100             SET CONNHIST-EOF TO TRUE
066200     END-READ.
066300
066400     IF CONNHIST-EOF
066500         GO TO 2000-EXIT
066600     END-IF.
066700
066800     IF CH-DATE NOT NUMERIC
066900         DISPLAY 'CAPFCST - NON-NUMERIC DATE ON CONNHIST - '
067000             'SKIPPING ' CH-DB-NAME
067100         GO TO 2000-EXIT
067200     END-IF.
067300
067400     IF CH-CONNECTED-SECS = ZERO
067500         GO TO 2000-EXIT
067600     END-IF.
067700
067800     MOVE CH-DATE TO WS-REC-DATE-9.
067900     PERFORM 4100-SET-DAY-X THRU 4100-EXIT.
068000     IF WS-DAY-X < ZERO OR WS-DAY-X > WS-HISTORY-DAYS
068100         GO TO 2000-EXIT
068200     END-IF.
068300
068400     PERFORM 4000-FIND-ENTRY THRU 4000-EXIT.
068500     IF NOT FC-ENTRY-FOUND
068600         ADD 1 TO WS-UNKNOWN-COUNT
068700         GO TO 2000-EXIT
068800     END-IF.
068900
069000     SET SER-IDX TO 1.
069100     MOVE CH-CONNECTED-SECS TO WS-POINT-Y.
069200     PERFORM 4200-ADD-POINT THRU 4200-EXIT.
069300
069400 2000-EXIT.
069500     EXIT.
069600*
069700************************************************************
069800*  2500-FOLD-CTLHIST                                          *
069900*  READS THE NEXT CTLHIST RECORD AND ADDS ITS ROW COUNT TO     *
070000*  SERIES 2 AND ITS AMOUNT HASH, IN WHOLE THOUSANDS AND        *
070100*  WITHOUT SIGN, TO SERIES 3 OF ITS SUBSYSTEM.  A NIGHT THAT   *
070200*  MOVED NO ROWS IS LEFT OUT.                                  *
070300************************************************************
070400 2500-FOLD-CTLHIST.
070500
070600     READ CTLHIST-FILE NEXT RECORD
070700         AT END
070800             SET CTLHIST-EOF TO TRUE
070900     END-READ.
071000
071100     IF CTLHIST-EOF
071200         GO TO 2500-EXIT
071300     END-IF.
071400
071500     IF CTH-DATE NOT NUMERIC
071600         DISPLAY 'CAPFCST - NON-NUMERIC DATE ON CTLHIST - '
071700             'SKIPPING ' CTH-DB-NAME
071800         GO TO 2500-EXIT
071900     END-IF.
072000
072100     IF CTH-ROW-COUNT = ZERO
072200         GO TO 2500-EXIT
072300     END-IF.
072400
072500     MOVE CTH-DATE TO WS-REC-DATE-9.
072600     PERFORM 4100-SET-DAY-X THRU 4100-EXIT.
072700     IF WS-DAY-X < ZERO OR WS-DAY-X > WS-HISTORY-DAYS
072800         GO TO 2500-EXIT
072900     END-IF.
073000
073100     MOVE CTH-DB-NAME TO CH-DB-NAME.
073200     PERFORM 4000-FIND-ENTRY THRU 4000-EXIT.
073300     IF NOT FC-ENTRY-FOUND
073400         ADD 1 TO WS-UNKNOWN-COUNT
073500         GO TO 2500-EXIT
073600     END-IF.
073700
073800     SET SER-IDX TO 2.
073900     MOVE CTH-ROW-COUNT TO WS-POINT-Y.
074000     PERFORM 4200-ADD-POINT THRU 4200-EXIT.
074100
074200     SET SER-IDX TO 3.
074300     COMPUTE WS-POINT-Y = CTH-AMOUNT-HASH / 1000.
074400     IF WS-POINT-Y < ZERO
074500         COMPUTE WS-POINT-Y = ZERO - WS-POINT-Y
074600     END-IF.
074700     PERFORM 4200-ADD-POINT THRU 4200-EXIT.
074800
074900 2500-EXIT.
075000     EXIT.
075100*
075200************************************************************
075300*  3000-FOLD-SLAHIST                                          *
075400*  READS THE NEXT SLAHIST RECORD AND ADDS THE NIGHT'S FIRST    *
075500*  CONNECT TIME, AS SECONDS FROM WINDOW-DATE MIDNIGHT, TO      *
075600*  SERIES 4 OF ITS SUBSYSTEM.  SKIPPED AND NEVER-CONNECTED     *
075700*  NIGHTS CARRY NO CONNECT TIME AND ARE LEFT OUT.              *
075800************************************************************
075900 3000-FOLD-SLAHIST.
076000
076100     READ SLAHIST-FILE NEXT RECORD
076200         AT END
076300             SET SLAHIST-EOF TO TRUE
076400     END-READ.
076500
076600     IF SLAHIST-EOF
076700         GO TO 3000-EXIT
076800     END-IF.
076900
077000     IF SLH-SKIPPED OR SLH-NEVER-CONNECTED
077100         GO TO 3000-EXIT
077200     END-IF.
077300
077400     IF SLH-DATE NOT NUMERIC
077500      OR SLH-FIRST-CONNECT (1:14) NOT NUMERIC
077600         GO TO 3000-EXIT
077700     END-IF.
077800
077900     MOVE SLH-DATE TO WS-REC-DATE-9.
078000     PERFORM 4100-SET-DAY-X THRU 4100-EXIT.
078100     IF WS-DAY-X < ZERO OR WS-DAY-X > WS-HISTORY-DAYS
078200         GO TO 3000-EXIT
078300     END-IF.
078400
078500     MOVE SLH-DB-NAME TO CH-DB-NAME.
078600     PERFORM 4000-FIND-ENTRY THRU 4000-EXIT.
078700     IF NOT FC-ENTRY-FOUND
078800         GO TO 3000-EXIT
078900     END-IF.
079000
079100     MOVE SLH-FIRST-CONNECT (1:8) TO WS-REC-DATE-9.
079200     COMPUTE WS-STAMP-DAY-INT =
079300         FUNCTION INTEGER-OF-DATE (WS-REC-DATE-9).
079400     MOVE SLH-FIRST-CONNECT (9:8) TO WS-DEADLINE-TIME.
079500     PERFORM 8200-TIME-TO-SECS THRU 8200-EXIT.
079600     COMPUTE WS-POINT-Y =
079700         (WS-STAMP-DAY-INT - WS-REC-DAY-INT) * 86400
079800             + WS-TIME-SECS.
079900
080000     SET SER-IDX TO 4.
080100     PERFORM 4200-ADD-POINT THRU 4200-EXIT.
080200
080300 3000-EXIT.
080400     EXIT.
080500*
080600************************************************************
080700*  4000-FIND-ENTRY                                            *
080800*  LOCATES THE FORECAST ENTRY FOR CH-DB-NAME AND SETS FC-IDX   *
080900*  TO IT.  FC-ENTRY-FOUND IS OFF IF THERE IS NONE.             *
081000************************************************************
081100 4000-FIND-ENTRY.
081200
081300     SET WS-FOUND-SW TO 'N'.
081400     IF WS-ENTRY-COUNT = ZERO
081500         GO TO 4000-EXIT
081600     END-IF.
081700     SET FC-IDX TO 1.
081800     SEARCH FC-ENTRY
081900         AT END
082000             SET WS-FOUND-SW TO 'N'
082100         WHEN FC-DB-NAME (FC-IDX) = CH-DB-NAME
082200             SET FC-ENTRY-FOUND TO TRUE
082300     END-SEARCH.
082400
082500 4000-EXIT.
082600     EXIT.
082700*
082800************************************************************
082900*  4100-SET-DAY-X                                             *
083000*  PLACES THE HISTORY DATE IN WS-REC-DATE-9 ON THE DAY AXIS.   *
083100************************************************************
083200 4100-SET-DAY-X.
083300
083400     COMPUTE WS-REC-DAY-INT =
083500         FUNCTION INTEGER-OF-DATE (WS-REC-DATE-9).
083600     COMPUTE WS-DAY-X = WS-REC-DAY-INT - WS-BASE-DAY-INT.
083700
083800 4100-EXIT.
083900     EXIT.
084000*
084100************************************************************
084200*  4200-ADD-POINT                                             *
084300*  ADDS THE POINT (WS-DAY-X, WS-POINT-Y) TO THE LEAST-         *
084400*  SQUARES SUMS OF SERIES SER-IDX OF ENTRY FC-IDX.             *
084500************************************************************
084600 4200-ADD-POINT.
084700
084800     ADD 1          TO FC-N (FC-IDX SER-IDX).
084900     ADD WS-DAY-X   TO FC-SUM-X (FC-IDX SER-IDX).
085000     ADD WS-POINT-Y TO FC-SUM-Y (FC-IDX SER-IDX).
085100     COMPUTE FC-SUM-XY (FC-IDX SER-IDX) =
085200         FC-SUM-XY (FC-IDX SER-IDX) + WS-DAY-X * WS-POINT-Y.
085300     COMPUTE FC-SUM-XX (FC-IDX SER-IDX) =
085400         FC-SUM-XX (FC-IDX SER-IDX) + WS-DAY-X * WS-DAY-X.
085500
085600 4200-EXIT.
085700     EXIT.
085800*
085900************************************************************
086000*  5000-FORECAST-ENTRY                                        *
086100*  FITS THE TREND LINES OF ONE SUBSYSTEM, PROJECTS ITS         *
086200*  WINDOW TO TODAY AND 30, 60 AND 90 DAYS AHEAD, AND FOR AN    *
086300*  SLA SUBSYSTEM FINDS THE FIRST DAY A DEADLINE IS CROSSED.    *
086400*  WITHOUT ENOUGH NIGHTS OF CONNECTED TIME NO FORECAST IS      *
086500*  MADE.                                                       *
086600************************************************************
086700 5000-FORECAST-ENTRY.
086800
086900     IF FC-N (FC-IDX 1) < WS-MIN-NIGHTS
087000         GO TO 5000-EXIT
087100     END-IF.
087200
087300     PERFORM 5100-FIT-SERIES THRU 5100-EXIT
087400         VARYING SER-IDX FROM 1 BY 1
087500         UNTIL SER-IDX > 4.
087600     SET FC-FORECAST-MADE (FC-IDX) TO TRUE.
087700
087800     COMPUTE WS-DUR-BASE = FC-A (FC-IDX 1)
087900         + FC-B (FC-IDX 1) * WS-HISTORY-DAYS.
088000
088100     MOVE ZERO TO WS-AHEAD-DAYS.
088200     PERFORM 5200-PROJECT-DAY THRU 5200-EXIT.
088300     MOVE WS-PROJ-DUR  TO FC-DUR-NOW (FC-IDX).
088400     MOVE WS-PROJ-ROWS TO FC-ROWS-NOW (FC-IDX).
088500
088600     IF FC-HAS-SLA (FC-IDX)
088700         PERFORM 5300-TEST-DEADLINES THRU 5300-EXIT
088800     END-IF.
088900
089000     MOVE 30 TO WS-AHEAD-DAYS.
089100     PERFORM 5200-PROJECT-DAY THRU 5200-EXIT.
089200     MOVE WS-PROJ-DUR TO FC-DUR-30 (FC-IDX).
089300
089400     MOVE 60 TO WS-AHEAD-DAYS.
089500     PERFORM 5200-PROJECT-DAY THRU 5200-EXIT.
089600     MOVE WS-PROJ-DUR TO FC-DUR-60 (FC-IDX).
089700
089800     MOVE 90 TO WS-AHEAD-DAYS.
089900     PERFORM 5200-PROJECT-DAY THRU 5200-EXIT.
090000     MOVE WS-PROJ-DUR   TO FC-DUR-90 (FC-IDX).
090100     MOVE WS-PROJ-CLOSE TO FC-CLOSE-90 (FC-IDX).
090200     MOVE WS-PROJ-ROWS  TO FC-ROWS-90 (FC-IDX).
090300     MOVE WS-PROJ-BASIS TO FC-BASIS-90 (FC-IDX).
090400
090500     IF FC-HAS-SLA (FC-IDX)
090600      AND FC-BREACH-LIMIT (FC-IDX) = SPACES
090700         PERFORM 5400-TEST-AHEAD THRU 5400-EXIT
090800             VARYING WS-AHEAD-DAYS FROM 1 BY 1
090900             UNTIL WS-AHEAD-DAYS > 90
091000                OR FC-BREACH-LIMIT (FC-IDX) NOT = SPACES
091100     END-IF.
091200
091300     IF FC-BREACH-LIMIT (FC-IDX) NOT = SPACES
091400         ADD 1 TO WS-BREACH-COUNT
091500     END-IF.
091600     IF FC-CONNECT-ASSUMED (FC-IDX)
091700         ADD 1 TO WS-ASSUMED-COUNT
091800     END-IF.
091900
092000 5000-EXIT.
092100     EXIT.
092200*
092300************************************************************
092400*  5100-FIT-SERIES                                            *
092500*  FITS THE LEAST-SQUARES LINE Y = A + B * X TO SERIES         *
092600*  SER-IDX.  A SERIES OF ONE NIGHT, OR ALL ON ONE DAY, HAS     *
092700*  NO SLOPE AND IS HELD FLAT AT ITS MEAN.                      *
092800************************************************************
092900 5100-FIT-SERIES.
093000
093100     MOVE ZERO TO FC-A (FC-IDX SER-IDX).
093200     MOVE ZERO TO FC-B (FC-IDX SER-IDX).
093300     IF FC-N (FC-IDX SER-IDX) = ZERO
093400         GO TO 5100-EXIT
093500     END-IF.
093600
093700     COMPUTE WS-DENOM =
093800         FC-N (FC-IDX SER-IDX) * FC-SUM-XX (FC-IDX SER-IDX)
093900             - FC-SUM-X (FC-IDX SER-IDX)
094000                 * FC-SUM-X (FC-IDX SER-IDX).
094100
094200     IF WS-DENOM NOT = ZERO
094300         COMPUTE FC-B (FC-IDX SER-IDX) ROUNDED =
094400             (FC-N (FC-IDX SER-IDX) * FC-SUM-XY (FC-IDX SER-IDX)
094500                 - FC-SUM-X (FC-IDX SER-IDX)
094600                     * FC-SUM-Y (FC-IDX SER-IDX))
094700                 / WS-DENOM
094800     END-IF.
094900
095000     COMPUTE FC-A (FC-IDX SER-IDX) ROUNDED =
095100         (FC-SUM-Y (FC-IDX SER-IDX)
095200             - FC-B (FC-IDX SER-IDX) * FC-SUM-X (FC-IDX SER-IDX))
095300             / FC-N (FC-IDX SER-IDX).
095400
095500 5100-EXIT.
095600     EXIT.
095700*
095800************************************************************
095900*  5200-PROJECT-DAY                                           *
096000*  PROJECTS ENTRY FC-IDX TO WS-AHEAD-DAYS AFTER THE RUN        *
096100*  DATE.  THE DURATION IS THE LONGEST OF THE TIME TREND        *
096200*  AND TODAY'S DURATION SCALED BY THE ROW AND BY THE AMOUNT    *
096300*  TREND; THE CONNECT TIME IS ITS OWN TREND, OR THE OPEN       *
096400*  DEADLINE WHILE SLAHIST HOLDS TOO FEW NIGHTS.                *
096500************************************************************
096600 5200-PROJECT-DAY.
096700
096800     COMPUTE WS-DAY-T = WS-HISTORY-DAYS + WS-AHEAD-DAYS.
096900
097000     SET SER-IDX TO 1.
097100     PERFORM 5900-FIT-VALUE THRU 5900-EXIT.
097200     COMPUTE WS-PROJ-DUR ROUNDED = WS-FIT-VALUE.
097300     MOVE 'TIME' TO WS-PROJ-BASIS.
097400
097500     MOVE ZERO TO WS-PROJ-ROWS.
097600     SET SER-IDX TO 2.
097700     PERFORM 5500-SCALE-BY-VOLUME THRU 5500-EXIT.
097800     IF FC-N (FC-IDX 2) >= WS-MIN-NIGHTS
097900      AND WS-FIT-VALUE > ZERO
098000         COMPUTE WS-PROJ-ROWS ROUNDED = WS-FIT-VALUE
098100     END-IF.
098200     IF WS-VOL-DUR > WS-PROJ-DUR
098300         COMPUTE WS-PROJ-DUR ROUNDED = WS-VOL-DUR
098400         MOVE 'ROWS' TO WS-PROJ-BASIS
098500     END-IF.
098600
098700     SET SER-IDX TO 3.
098800     PERFORM 5500-SCALE-BY-VOLUME THRU 5500-EXIT.
098900     IF WS-VOL-DUR > WS-PROJ-DUR
099000         COMPUTE WS-PROJ-DUR ROUNDED = WS-VOL-DUR
099100         MOVE 'AMOUNT' TO WS-PROJ-BASIS
099200     END-IF.
099300
099400     IF WS-PROJ-DUR < ZERO
099500         MOVE ZERO TO WS-PROJ-DUR
099600     END-IF.
099700
099800     IF FC-N (FC-IDX 4) >= WS-MIN-CONNECT-NIGHTS
099900         SET SER-IDX TO 4
100000         PERFORM 5900-FIT-VALUE THRU 5900-EXIT
100100         COMPUTE WS-PROJ-CONNECT ROUNDED = WS-FIT-VALUE
100200     ELSE
100300         MOVE FC-OPEN-DL-SECS (FC-IDX) TO WS-PROJ-CONNECT
100400         IF FC-HAS-SLA (FC-IDX)
100500             SET FC-CONNECT-ASSUMED (FC-IDX) TO TRUE
100600         END-IF
100700     END-IF.
100800
100900     COMPUTE WS-PROJ-CLOSE = WS-PROJ-CONNECT + WS-PROJ-DUR.
101000
101100 5200-EXIT.
101200     EXIT.
101300*
101400************************************************************
101500*  5300-TEST-DEADLINES                                        *
101600*  HOLDS THE PROJECTION JUST MADE AGAINST THE SUBSYSTEM'S      *
101700*  DEADLINES AND RECORDS THE FIRST ONE CROSSED, AND ON WHAT    *
101800*  DAY.  AN ASSUMED CONNECT TIME CANNOT BE LATE.               *
101900************************************************************
102000 5300-TEST-DEADLINES.
102100
102200     IF WS-PROJ-CONNECT > FC-OPEN-DL-SECS (FC-IDX)
102300         MOVE 'OPEN'         TO FC-BREACH-LIMIT (FC-IDX)
102400         MOVE WS-AHEAD-DAYS  TO FC-BREACH-DAYS (FC-IDX)
102500         MOVE 'TIME'         TO FC-BREACH-BASIS (FC-IDX)
102600         GO TO 5300-EXIT
102700     END-IF.
102800
102900     IF WS-PROJ-CLOSE > FC-CLOSE-DL-SECS (FC-IDX)
103000         MOVE 'CLOSE'        TO FC-BREACH-LIMIT (FC-IDX)
103100         MOVE WS-AHEAD-DAYS  TO FC-BREACH-DAYS (FC-IDX)
103200         MOVE WS-PROJ-BASIS  TO FC-BREACH-BASIS (FC-IDX)
103300     END-IF.
103400
103500 5300-EXIT.
103600     EXIT.
103700*
103800************************************************************
103900*  5400-TEST-AHEAD                                            *
104000*  PROJECTS ONE DAY AHEAD AND HOLDS IT AGAINST THE             *
104100*  DEADLINES.                                                  *
104200************************************************************
104300 5400-TEST-AHEAD.
104400
104500     PERFORM 5200-PROJECT-DAY THRU 5200-EXIT.
104600     PERFORM 5300-TEST-DEADLINES THRU 5300-EXIT.
104700
104800 5400-EXIT.
104900     EXIT.
105000*
105100************************************************************
105200*  5500-SCALE-BY-VOLUME                                       *
105300*  SCALES TODAY'S FITTED DURATION BY THE GROWTH OF VOLUME      *
105400*  SERIES SER-IDX FROM TODAY TO WS-DAY-T, INTO WS-VOL-DUR.     *
105500*  ZERO WHEN THE SERIES IS TOO SHORT OR STANDS AT NOTHING      *
105600*  TODAY.  LEAVES THE DAY-T FITTED VOLUME IN WS-FIT-VALUE.     *
105700************************************************************
105800 5500-SCALE-BY-VOLUME.
105900
106000     MOVE ZERO TO WS-VOL-DUR.
106100     MOVE ZERO TO WS-FIT-VALUE.
106200     IF FC-N (FC-IDX SER-IDX) < WS-MIN-NIGHTS
106300         GO TO 5500-EXIT
106400     END-IF.
106500
106600     COMPUTE WS-VOL-BASE = FC-A (FC-IDX SER-IDX)
106700         + FC-B (FC-IDX SER-IDX) * WS-HISTORY-DAYS.
106800     PERFORM 5900-FIT-VALUE THRU 5900-EXIT.
106900     IF WS-VOL-BASE NOT > ZERO OR WS-DUR-BASE NOT > ZERO
107000         GO TO 5500-EXIT
107100     END-IF.
107200
107300     COMPUTE WS-VOL-DUR ROUNDED =
107400         WS-DUR-BASE * WS-FIT-VALUE / WS-VOL-BASE.
107500
107600 5500-EXIT.
107700     EXIT.
107800*
107900************************************************************
108000*  5900-FIT-VALUE                                             *
108100*  VALUE OF THE FITTED LINE OF SERIES SER-IDX AT WS-DAY-T.     *
108200************************************************************
108300 5900-FIT-VALUE.
108400
108500     COMPUTE WS-FIT-VALUE = FC-A (FC-IDX SER-IDX)
108600         + FC-B (FC-IDX SER-IDX) * WS-DAY-T.
108700
108800 5900-EXIT.
108900     EXIT.
109000*
109100************************************************************
109200*  6000-SUM-GROUP                                             *
109300*  ADDS A FORECAST SUBSYSTEM TO ITS PARALLEL GROUP - THE       *
109400*  GROUP'S ROWS ARE THE MEMBERS' ROWS COMBINED AND ITS         *
109500*  WINDOW IS THE LONGEST MEMBER WINDOW, SINCE THE GROUP        *
109600*  STREAM IS NOT DONE UNTIL ITS LAST MEMBER IS.                *
109700************************************************************
109800 6000-SUM-GROUP.
109900
110000     IF FC-GROUP-CODE (FC-IDX) = SPACE
110100         GO TO 6000-EXIT
110200     END-IF.
110300
110400     PERFORM 6100-FIND-OR-ADD-GROUP THRU 6100-EXIT.
110500
110600     ADD 1 TO GRP-MEMBERS (GRP-IDX).
110700     IF NOT FC-FORECAST-MADE (FC-IDX)
110800         GO TO 6000-EXIT
110900     END-IF.
111000
111100     ADD 1 TO GRP-FORECASTS (GRP-IDX).
111200     ADD FC-ROWS-NOW (FC-IDX) TO GRP-ROWS-NOW (GRP-IDX).
111300     ADD FC-ROWS-90 (FC-IDX)  TO GRP-ROWS-90 (GRP-IDX).
111400     IF FC-DUR-NOW (FC-IDX) > GRP-WINDOW-NOW (GRP-IDX)
111500         MOVE FC-DUR-NOW (FC-IDX) TO GRP-WINDOW-NOW (GRP-IDX)
111600     END-IF.
111700     IF FC-DUR-90 (FC-IDX) > GRP-WINDOW-90 (GRP-IDX)
111800         MOVE FC-DUR-90 (FC-IDX) TO GRP-WINDOW-90 (GRP-IDX)
111900     END-IF.
112000     IF FC-BREACH-LIMIT (FC-IDX) NOT = SPACES
112100         ADD 1 TO GRP-BREACHES (GRP-IDX)
112200     END-IF.
112300
112400 6000-EXIT.
112500     EXIT.
112600*
112700************************************************************
112800*  6100-FIND-OR-ADD-GROUP                                     *
112900*  LOCATES THE GROUP ENTRY FOR FC-GROUP-CODE, ADDING A NEW     *
113000*  ZEROED ENTRY IF ONE DOES NOT ALREADY EXIST.  SETS GRP-IDX   *
113100*  TO THE ENTRY LOCATED OR ADDED.  ABENDS IF THE TABLE IS      *
113200*  ALREADY FULL.                                               *
113300************************************************************
113400 6100-FIND-OR-ADD-GROUP.
113500
113600     SET WS-GRP-FOUND-SW TO 'N'.
113700     IF WS-GROUP-COUNT > ZERO
113800         SET GRP-IDX TO 1
113900         SEARCH GRP-ENTRY
114000             AT END
114100                 SET WS-GRP-FOUND-SW TO 'N'
114200             WHEN GRP-CODE (GRP-IDX) = FC-GROUP-CODE (FC-IDX)
114300                 SET GRP-ENTRY-FOUND TO TRUE
114400         END-SEARCH
114500     END-IF.
114600
114700     IF NOT GRP-ENTRY-FOUND
114800         IF WS-GROUP-COUNT = 40
114900             DISPLAY 'CAPFCST - GROUP TABLE IS FULL - '
115000                 'CANNOT ADD ' FC-GROUP-CODE (FC-IDX)
115100             MOVE 16 TO RETURN-CODE
115200             PERFORM 9000-TERMINATE THRU 9000-EXIT
115300             STOP RUN
115400         END-IF
115500         ADD 1 TO WS-GROUP-COUNT
115600         SET GRP-IDX TO WS-GROUP-COUNT
115700         MOVE FC-GROUP-CODE (FC-IDX) TO GRP-CODE (GRP-IDX)
115800         MOVE ZERO TO GRP-MEMBERS (GRP-IDX)
115900         MOVE ZERO TO GRP-FORECASTS (GRP-IDX)
116000         MOVE ZERO TO GRP-BREACHES (GRP-IDX)
116100         MOVE ZERO TO GRP-ROWS-NOW (GRP-IDX)
116200         MOVE ZERO TO GRP-ROWS-90 (GRP-IDX)
116300         MOVE ZERO TO GRP-WINDOW-NOW (GRP-IDX)
116400         MOVE ZERO TO GRP-WINDOW-90 (GRP-IDX)
116500     END-IF.
116600
116700 6100-EXIT.
116800     EXIT.
116900*
117000************************************************************
117100*  7000-PRINT-REPORT                                          *
117200*  PRINTS THE SUBSYSTEM PROJECTIONS, THE PREDICTED BREACHES    *
117300*  AND THE PARALLEL GROUP SUMMARY, AND SETS THE RETURN CODE.   *
117400************************************************************
117500 7000-PRINT-REPORT.
117600
117700     MOVE WS-HISTORY-DAYS TO WS-E-DAYS.
117800     MOVE SPACES TO REPORT-LINE.
117900     STRING 'CAPACITY FORECAST AS OF ' DELIMITED BY SIZE
118000            WS-RUN-DATE                DELIMITED BY SIZE
118100            ' - TRENDS FITTED TO '     DELIMITED BY SIZE
118200            WS-E-DAYS                  DELIMITED BY SIZE
118300            ' DAYS OF HISTORY'         DELIMITED BY SIZE
118400         INTO REPORT-LINE.
118500     WRITE REPORT-LINE.
118600
118700     MOVE SPACES TO REPORT-LINE.
118800     WRITE REPORT-LINE.
118900     MOVE 'PROJECTED CONNECT-TO-DISCONNECT WINDOW (HH:MM)'
119000         TO REPORT-LINE.
119100     WRITE REPORT-LINE.
119200     MOVE SPACES TO REPORT-LINE.
119300     MOVE 'SUBSYS   G NGTS  NOW   +30D  +60D  +90D'
119400         TO REPORT-LINE.
119500     MOVE 'CLS90  DEADL  BREACH  BASIS  LIMIT'
119600         TO REPORT-LINE (43:34).
119700     WRITE REPORT-LINE.
119800
119900     IF WS-ENTRY-COUNT > ZERO
120000         PERFORM 7100-PRINT-SUBSYSTEM THRU 7100-EXIT
120100             VARYING FC-IDX FROM 1 BY 1
120200             UNTIL FC-IDX > WS-ENTRY-COUNT
120300     ELSE
120400         MOVE SPACES TO REPORT-LINE
120500         MOVE 'NO SUBSYSTEMS ON CONNPARM' TO REPORT-LINE
120600         WRITE REPORT-LINE
120700     END-IF.
120800
120900     IF WS-ASSUMED-COUNT > ZERO
121000         MOVE SPACES TO REPORT-LINE
121100         MOVE '* CONNECT TIME TAKEN AS THE OPEN DEADLINE -'
121200             TO REPORT-LINE
121300         MOVE 'TOO FEW NIGHTS ON SLAHIST' TO REPORT-LINE (45:25)
121400         WRITE REPORT-LINE
121500     END-IF.
121600
121700     MOVE SPACES TO REPORT-LINE.
121800     WRITE REPORT-LINE.
121900     MOVE 'PREDICTED SLA BREACHES WITHIN 90 DAYS' TO REPORT-LINE.
122000     WRITE REPORT-LINE.
122100     IF WS-BREACH-COUNT > ZERO
122200         PERFORM 7200-PRINT-BREACH THRU 7200-EXIT
122300             VARYING FC-IDX FROM 1 BY 1
122400             UNTIL FC-IDX > WS-ENTRY-COUNT
122500     ELSE
122600         MOVE SPACES TO REPORT-LINE
122700         MOVE '  NONE PREDICTED' TO REPORT-LINE
122800         WRITE REPORT-LINE
122900     END-IF.
123000
123100     IF WS-ENTRY-COUNT > ZERO
123200         PERFORM 6000-SUM-GROUP THRU 6000-EXIT
123300             VARYING FC-IDX FROM 1 BY 1
123400             UNTIL FC-IDX > WS-ENTRY-COUNT
123500     END-IF.
123600
123700     MOVE SPACES TO REPORT-LINE.
123800     WRITE REPORT-LINE.
123900     MOVE 'PARALLEL GROUP LOAD - LONGEST MEMBER WINDOW (HH:MM)'
124000         TO REPORT-LINE.
124100     WRITE REPORT-LINE.
124200     MOVE SPACES TO REPORT-LINE.
124300     MOVE 'GROUP MEMB    ROWS NOW   ROWS +90D   GROW%'
124400         TO REPORT-LINE.
124500     MOVE 'NOW   +90D  DRIFT  FLAG' TO REPORT-LINE (45:23).
124600     WRITE REPORT-LINE.
124700     IF WS-GROUP-COUNT > ZERO
124800         PERFORM 7300-PRINT-GROUP THRU 7300-EXIT
124900             VARYING GRP-IDX FROM 1 BY 1
125000             UNTIL GRP-IDX > WS-GROUP-COUNT
125100     ELSE
125200         MOVE SPACES TO REPORT-LINE
125300         MOVE '  NO PARALLEL GROUPS ON CONNPARM' TO REPORT-LINE
125400         WRITE REPORT-LINE
125500     END-IF.
125600
125700     IF WS-UNKNOWN-COUNT > ZERO
125800         MOVE WS-UNKNOWN-COUNT TO WS-E-COUNT
125900         DISPLAY 'CAPFCST - ' WS-E-COUNT ' HISTORY RECORDS FOR '
126000             'SUBSYSTEMS NOT ON CONNPARM WERE IGNORED'
126100     END-IF.
126200
126300     IF WS-BREACH-COUNT > ZERO OR WS-DRIFT-COUNT > ZERO
126400         MOVE 4 TO RETURN-CODE
126500     END-IF.
126600
126700 7000-EXIT.
126800     EXIT.
126900*
127000************************************************************
127100*  7100-PRINT-SUBSYSTEM                                       *
127200*  PRINTS ONE SUBSYSTEM'S PROJECTED WINDOW.  FOR AN SLA        *
127300*  SUBSYSTEM THE PROJECTED DISCONNECT TIME IN 90 DAYS IS       *
127400*  SHOWN AGAINST ITS CLOSE DEADLINE, WITH THE MONTH OF ANY     *
127500*  BREACH FORECAST.                                            *
127600************************************************************
127700 7100-PRINT-SUBSYSTEM.
127800
127900     MOVE SPACES TO WS-DETAIL-LINE.
128000     MOVE FC-DB-NAME (FC-IDX)    TO WS-D-DB-NAME.
128100     MOVE FC-GROUP-CODE (FC-IDX) TO WS-D-GROUP.
128200     MOVE FC-N (FC-IDX 1)        TO WS-D-NIGHTS.
128300
128400     IF NOT FC-FORECAST-MADE (FC-IDX)
128500         MOVE WS-DETAIL-LINE TO REPORT-LINE
128600         MOVE 'TOO FEW NIGHTS OF HISTORY TO FORECAST'
128700             TO REPORT-LINE (18:37)
128800         WRITE REPORT-LINE
128900         GO TO 7100-EXIT
129000     END-IF.
129100
129200     MOVE FC-DUR-NOW (FC-IDX) TO WS-FMT-SECS.
129300     PERFORM 8000-FORMAT-DURATION THRU 8000-EXIT.
129400     MOVE WS-FMT-HHMM TO WS-D-DUR-NOW.
129500     MOVE FC-DUR-30 (FC-IDX) TO WS-FMT-SECS.
129600     PERFORM 8000-FORMAT-DURATION THRU 8000-EXIT.
129700     MOVE WS-FMT-HHMM TO WS-D-DUR-30.
129800     MOVE FC-DUR-60 (FC-IDX) TO WS-FMT-SECS.
129900     PERFORM 8000-FORMAT-DURATION THRU 8000-EXIT.
130000     MOVE WS-FMT-HHMM TO WS-D-DUR-60.
130100     MOVE FC-DUR-90 (FC-IDX) TO WS-FMT-SECS.
130200     PERFORM 8000-FORMAT-DURATION THRU 8000-EXIT.
130300     MOVE WS-FMT-HHMM TO WS-D-DUR-90.
130400     MOVE FC-BASIS-90 (FC-IDX) TO WS-D-BASIS.
130500
130600     IF NOT FC-HAS-SLA (FC-IDX)
130700         MOVE 'NO SLA' TO WS-D-BREACH
130800         MOVE WS-DETAIL-LINE TO REPORT-LINE
130900         WRITE REPORT-LINE
131000         GO TO 7100-EXIT
131100     END-IF.
131200
131300     MOVE FC-CLOSE-90 (FC-IDX) TO WS-FMT-SECS.
131400     PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT.
131500     MOVE WS-FMT-HHMM TO WS-D-CLOSE-90.
131600     IF FC-CONNECT-ASSUMED (FC-IDX)
131700         MOVE '*' TO WS-D-ASSUMED
131800     END-IF.
131900     MOVE FC-CLOSE-DL-SECS (FC-IDX) TO WS-FMT-SECS.
132000     PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT.
132100     MOVE WS-FMT-HHMM TO WS-D-CLOSE-DL.
132200
132300     IF FC-BREACH-LIMIT (FC-IDX) = SPACES
132400         MOVE 'NONE' TO WS-D-BREACH
132500     ELSE
132600         PERFORM 7400-SET-CROSS-DATE THRU 7400-EXIT
132700         MOVE FC-BREACH-LIMIT (FC-IDX) TO WS-D-LIMIT
132800         MOVE FC-BREACH-BASIS (FC-IDX) TO WS-D-BASIS
132900         IF FC-BREACH-DAYS (FC-IDX) = ZERO
133000             MOVE 'ALREADY' TO WS-D-BREACH
133100         ELSE
133200             MOVE WS-CROSS-DATE-9 (1:4) TO WS-D-BREACH (1:4)
133300             MOVE '-'                   TO WS-D-BREACH (5:1)
133400             MOVE WS-CROSS-DATE-9 (5:2) TO WS-D-BREACH (6:2)
133500         END-IF
133600     END-IF.
133700
133800     MOVE WS-DETAIL-LINE TO REPORT-LINE.
133900     WRITE REPORT-LINE.
134000
134100 7100-EXIT.
134200     EXIT.
134300*
134400************************************************************
134500*  7200-PRINT-BREACH                                          *
134600*  LISTS ONE SUBSYSTEM FORECAST TO BREACH - WHICH DEADLINE,    *
134700*  THE DATE AND MONTH IT IS FIRST CROSSED AND WHAT DRIVES      *
134800*  IT.                                                         *
134900************************************************************
135000 7200-PRINT-BREACH.
135100
135200     IF FC-BREACH-LIMIT (FC-IDX) = SPACES
135300         GO TO 7200-EXIT
135400     END-IF.
135500
135600     PERFORM 7400-SET-CROSS-DATE THRU 7400-EXIT.
135700     IF FC-BREACH-LIMIT (FC-IDX) = 'OPEN'
135800         MOVE FC-OPEN-DL-SECS (FC-IDX) TO WS-FMT-SECS
135900     ELSE
136000         MOVE FC-CLOSE-DL-SECS (FC-IDX) TO WS-FMT-SECS
136100     END-IF.
136200     PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT.
136300
136400     MOVE SPACES TO REPORT-LINE.
136500     IF FC-BREACH-DAYS (FC-IDX) = ZERO
136600         STRING '  '                      DELIMITED BY SIZE
136700                FC-DB-NAME (FC-IDX)       DELIMITED BY SIZE
136800                '  '                      DELIMITED BY SIZE
136900                FC-BREACH-LIMIT (FC-IDX)  DELIMITED BY SPACE
137000                ' DEADLINE '              DELIMITED BY SIZE
137100                WS-FMT-HHMM               DELIMITED BY SIZE
137200                ' ALREADY PROJECTED LATE - BY '
137300                                          DELIMITED BY SIZE
137400                FC-BREACH-BASIS (FC-IDX)  DELIMITED BY SPACE
137500             INTO REPORT-LINE
137600     ELSE
137700         STRING '  '                      DELIMITED BY SIZE
137800                FC-DB-NAME (FC-IDX)       DELIMITED BY SIZE
137900                '  '                      DELIMITED BY SIZE
138000                FC-BREACH-LIMIT (FC-IDX)  DELIMITED BY SPACE
138100                ' DEADLINE '              DELIMITED BY SIZE
138200                WS-FMT-HHMM               DELIMITED BY SIZE
138300                ' CROSSED '               DELIMITED BY SIZE
138400                WS-CROSS-DATE-9           DELIMITED BY SIZE
138500                ', MONTH '                DELIMITED BY SIZE
138600                WS-CROSS-DATE-9 (1:4)     DELIMITED BY SIZE
138700                '-'                       DELIMITED BY SIZE
138800                WS-CROSS-DATE-9 (5:2)     DELIMITED BY SIZE
138900                ' - BY '                  DELIMITED BY SIZE
139000                FC-BREACH-BASIS (FC-IDX)  DELIMITED BY SPACE
139100             INTO REPORT-LINE
139200     END-IF.
139300     WRITE REPORT-LINE.
139400
139500 7200-EXIT.
139600     EXIT.
139700*
139800************************************************************
139900*  7300-PRINT-GROUP                                           *
140000*  PRINTS ONE PARALLEL GROUP'S COMBINED LOAD AND FLAGS IT      *
140100*  WHEN ITS WINDOW IS DRIFTING LATER BY THE THRESHOLD OR       *
140200*  MORE, OR WHEN A MEMBER IS FORECAST TO BREACH.               *
140300************************************************************
140400 7300-PRINT-GROUP.
140500
140600     MOVE SPACES TO WS-GROUP-LINE.
140700     MOVE GRP-CODE (GRP-IDX)     TO WS-G-CODE.
140800     MOVE GRP-MEMBERS (GRP-IDX)  TO WS-G-MEMBERS.
140900
141000     IF GRP-FORECASTS (GRP-IDX) = ZERO
141100         MOVE WS-GROUP-LINE TO REPORT-LINE
141200         MOVE 'NO MEMBER HAS ENOUGH HISTORY TO FORECAST'
141300             TO REPORT-LINE (12:40)
141400         WRITE REPORT-LINE
141500         GO TO 7300-EXIT
141600     END-IF.
141700
141800     MOVE GRP-ROWS-NOW (GRP-IDX) TO WS-G-ROWS-NOW.
141900     MOVE GRP-ROWS-90 (GRP-IDX)  TO WS-G-ROWS-90.
142000     MOVE ZERO TO WS-GROWTH-PCT.
142100     IF GRP-ROWS-NOW (GRP-IDX) > ZERO
142200         COMPUTE WS-GROWTH-PCT ROUNDED =
142300             (GRP-ROWS-90 (GRP-IDX) - GRP-ROWS-NOW (GRP-IDX))
142400                 * 100 / GRP-ROWS-NOW (GRP-IDX)
142500             ON SIZE ERROR
142600                 MOVE 9999.9 TO WS-GROWTH-PCT
142700         END-COMPUTE
142800     END-IF.
142900     MOVE WS-GROWTH-PCT TO WS-G-GROWTH.
143000
143100     MOVE GRP-WINDOW-NOW (GRP-IDX) TO WS-FMT-SECS.
143200     PERFORM 8000-FORMAT-DURATION THRU 8000-EXIT.
143300     MOVE WS-FMT-HHMM TO WS-G-WINDOW-NOW.
143400     MOVE GRP-WINDOW-90 (GRP-IDX) TO WS-FMT-SECS.
143500     PERFORM 8000-FORMAT-DURATION THRU 8000-EXIT.
143600     MOVE WS-FMT-HHMM TO WS-G-WINDOW-90.
143700
143800     COMPUTE WS-DRIFT-SECS =
143900         GRP-WINDOW-90 (GRP-IDX) - GRP-WINDOW-NOW (GRP-IDX).
144000     COMPUTE WS-DRIFT-MIN = WS-DRIFT-SECS / 60.
144100     MOVE WS-DRIFT-MIN TO WS-G-DRIFT.
144200
144300     IF WS-DRIFT-MIN >= WS-DRIFT-MINUTES
144400      AND WS-DRIFT-SECS > ZERO
144500         MOVE 'DRIFTING LATE' TO WS-G-FLAG
144600         ADD 1 TO WS-DRIFT-COUNT
144700     ELSE
144800         IF GRP-BREACHES (GRP-IDX) > ZERO
144900             MOVE 'MEMBER BREACHES' TO WS-G-FLAG
145000             ADD 1 TO WS-DRIFT-COUNT
145100         ELSE
145200             MOVE 'STEADY' TO WS-G-FLAG
145300         END-IF
145400     END-IF.
145500
145600     MOVE WS-GROUP-LINE TO REPORT-LINE.
145700     WRITE REPORT-LINE.
145800
145900 7300-EXIT.
146000     EXIT.
146100*
146200************************************************************
146300*  7400-SET-CROSS-DATE                                        *
146400*  TURNS THE DAYS AHEAD OF A FORECAST BREACH INTO ITS          *
146500*  CALENDAR DATE IN WS-CROSS-DATE-9.                           *
146600************************************************************
146700 7400-SET-CROSS-DATE.
146800
146900     COMPUTE WS-STAMP-DAY-INT =
147000         WS-RUN-DAY-INT + FC-BREACH-DAYS (FC-IDX).
147100     COMPUTE WS-CROSS-DATE-9 =
147200         FUNCTION DATE-OF-INTEGER (WS-STAMP-DAY-INT).
147300
147400 7400-EXIT.
147500     EXIT.
147600*
147700************************************************************
147800*  8000-FORMAT-DURATION                                       *
147900*  EDITS WS-FMT-SECS AS HH:MM INTO WS-FMT-HHMM.                *
148000************************************************************
148100 8000-FORMAT-DURATION.
148200
148300     IF WS-FMT-SECS < ZERO
148400         MOVE ZERO TO WS-FMT-SECS
148500     END-IF.
148600     IF WS-FMT-SECS > 359940
148700         MOVE 359940 TO WS-FMT-SECS
148800     END-IF.
148900     COMPUTE WS-EL-HH = WS-FMT-SECS / 3600.
149000     COMPUTE WS-EL-MM = (WS-FMT-SECS / 60) - (WS-EL-HH * 60).
149100     MOVE SPACES TO WS-FMT-HHMM.
149200     STRING WS-EL-HH DELIMITED BY SIZE
149300            ':'      DELIMITED BY SIZE
149400            WS-EL-MM DELIMITED BY SIZE
149500         INTO WS-FMT-HHMM.
149600
149700 8000-EXIT.
149800     EXIT.
149900*
150000************************************************************
150100*  8100-FORMAT-CLOCK                                          *
150200*  EDITS WS-FMT-SECS, SECONDS FROM WINDOW-DATE MIDNIGHT AND    *
150300*  NEGATIVE FOR THE EVENING BEFORE, AS A TIME OF DAY.          *
150400************************************************************
150500 8100-FORMAT-CLOCK.
150600
150700     IF WS-FMT-SECS < ZERO
150800         ADD 86400 TO WS-FMT-SECS
150900     END-IF.
151000     IF WS-FMT-SECS NOT < 86400
151100         SUBTRACT 86400 FROM WS-FMT-SECS
151200     END-IF.
151300     PERFORM 8000-FORMAT-DURATION THRU 8000-EXIT.
151400
151500 8100-EXIT.
151600     EXIT.
151700*
151800************************************************************
151900*  8200-TIME-TO-SECS                                          *
152000*  SECONDS FROM MIDNIGHT OF THE HHMMSSHH TIME IN               *
152100*  WS-DEADLINE-TIME, INTO WS-TIME-SECS.                        *
152200************************************************************
152300 8200-TIME-TO-SECS.
152400
152500     COMPUTE WS-TIME-SECS =
152600         WS-DT-HH * 3600 + WS-DT-MM * 60 + WS-DT-SS.
152700
152800 8200-EXIT.
152900     EXIT.
153000*
153100************************************************************
153200*  9000-TERMINATE                                             *
153300*  CLOSES ALL OPEN FILES BEFORE THE PROGRAM ENDS.              *
153400************************************************************
153500 9000-TERMINATE.
153600
153700     CLOSE CONNHIST-FILE.
153800     CLOSE CTLHIST-FILE.
153900     IF SLAHIST-FILE-OPEN
154000         CLOSE SLAHIST-FILE
154100     END-IF.
154200     CLOSE REPORT-FILE.
154300
154400 9000-EXIT.
154500     EXIT.
