000100************************************************************
000200*                                                              *
000300*  PRMCORR                                                     *
000400*  PARAMETER CHANGE HISTORY AND CHANGE-TO-INCIDENT CORRELATION *
000500*  REPORT.  LISTS EVERY CONNPARM, CALENDAR, FAILOVER, SLAPARM  *
000600*  AND DEPPARM CHANGE ON THE PRMHIST CHANGE-HISTORY FILE FOR   *
000700*  THE REPORTING PERIOD, BY FILE, KEY AND OPERATOR, WITH ITS   *
000800*  BEFORE AND AFTER IMAGES, AND FLAGS ANY CHANGE MADE IN THE   *
000900*  24 HOURS BEFORE THE SAME SUBSYSTEM HAD AN INCIDENT:         *
001000*      - A FAILED CONNECT OR A FAILOVER ON THE AUDITLOG TRAIL  *
001100*      - AN SLA EXCEPTION ON THE SLAHIST OUTCOME HISTORY       *
001200*      - AN OUT-OF-BALANCE NIGHT ON THE CTLHIST HISTORY        *
001300*  EACH FLAGGED CHANGE IS FOLLOWED BY THE INCIDENTS BEHIND THE *
001400*  FLAG.  AN SLA OR BALANCING INCIDENT IS KNOWN ONLY BY ITS    *
001500*  WINDOW DATE, SO IT IS TAKEN TO COVER THE WHOLE OF THAT DAY. *
001600*  THE CHANGE FILE IS SORTED BY THE JOB ON FILE, KEY, OPERATOR *
001700*  AND TIME OF CHANGE BEFORE THIS STEP READS IT.               *
001710*  EACH CHANGE ALSO SHOWS THE SECOND OPERATOR WHO APPROVED IT, *
001720*  OR THAT IT WAS APPLIED UNDER THE EMERGENCY OVERRIDE.        *
001730*  A FAILOVER IS WRITTEN TO THE TRAIL UNDER THE ALTERNATE THAT *
001740*  CARRIED THE WINDOW, SO THE FAILOVER-PAIRS FILE IS READ TO   *
001750*  CHARGE IT TO THE PRIMARY THAT FAILED OVER.  ONLY THE LIVE   *
001760*  AUDIT TRAILS ARE READ - WHEN THEY START AFTER THE FROM DATE *
001770*  THE HEADING SAYS SO, AS A FAILED CONNECT OR FAILOVER ON A   *
001780*  NIGHT ALREADY MOVED TO THE AUDARCH GENERATIONS IS NOT SEEN. *
001800*                                                              *
001900*  RETURN-CODE VALUES                                          *
002000*      0   =  NO CHANGE WAS FOLLOWED BY AN INCIDENT            *
002100*      4   =  AT LEAST ONE CHANGE WAS FOLLOWED BY AN INCIDENT  *
002200*      12  =  A REQUIRED FILE COULD NOT BE OPENED, OR THE PARM *
002300*             DATES ARE NOT VALID                              *
002400*      16  =  THE INCIDENT TABLE OR THE FAILOVER-PAIRS TABLE   *
002410*             OVERFLOWED                                       *
002500*                                                              *
002600************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.    ParmCorrelate.
002900 AUTHOR.        R. KOWALCZYK.
003000 INSTALLATION.  DATABASE SERVICES - BATCH SUPPORT.
003100 DATE-WRITTEN.  2026-10-15.
003200 DATE-COMPILED.
003300*
003400************************************************************
003500*  MODIFICATION HISTORY.                                      *
003600*      2026-10-15  RJK  ORIGINAL.                              *
003610*      2026-10-15  RJK  EACH CHANGE NOW SHOWS WHO APPROVED IT, *
003620*                       OR THAT IT WAS APPLIED UNDER THE       *
003630*                       EMERGENCY OVERRIDE.                    *
003640*      2026-10-15  RJK  NAMES DEPPARM CHANGES (FILE CODE D).   *
003650*      2026-10-15  RJK  A FAILOVER IS CHARGED TO THE PRIMARY   *
003660*                       THAT FAILED OVER, FROM THE FAILOVER-   *
003670*                       PAIRS FILE, NOT TO THE ALTERNATE IT IS *
003680*                       WRITTEN UNDER.  THE HEADING NOW SAYS   *
003690*                       WHEN THE AUDIT TRAILS START AFTER THE  *
003695*                       FROM DATE.                             *
003700************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CHANGE-FILE ASSIGN TO CHGSORT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-CHANGE-STATUS.
004500
004600     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-AUDIT-STATUS.
004810
004820     SELECT FAILOVER-FILE ASSIGN TO FAILOVER
004830         ORGANIZATION IS SEQUENTIAL
004840         FILE STATUS IS WS-FAILOVER-STATUS.
004900
005000     SELECT SLAHIST-FILE ASSIGN TO SLAHIST
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS SLH-HIST-KEY
005400         FILE STATUS IS WS-SLAHIST-STATUS.
005500
005600     SELECT CTLHIST-FILE ASSIGN TO CTLHIST
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS CTH-HIST-KEY
006000         FILE STATUS IS WS-CTLHIST-STATUS.
006100
006200     SELECT REPORT-FILE ASSIGN TO CORRRPT
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-REPORT-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CHANGE-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  CHANGE-REC.
007200     COPY PRMHIST.
007300
007400 FD  AUDIT-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700 01  AUDIT-REC.
007800     COPY AUDITREC.
007810
007820 FD  FAILOVER-FILE
007830     RECORDING MODE IS F
007840     LABEL RECORDS ARE STANDARD.
007850 01  FAILOVER-REC.
007860     COPY FAILPAIR.
007900
008000 FD  SLAHIST-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  SLAHIST-REC.
008400     COPY SLAHIST.
008500
008600 FD  CTLHIST-FILE
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 01  CTLHIST-REC.
009000     COPY CTLHIST.
009100
009200 FD  REPORT-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  REPORT-LINE                  PIC X(80).
009600
009700 WORKING-STORAGE SECTION.
009800*
009900************************************************************
010000*  SWITCHES AND COUNTERS                                      *
010100************************************************************
010200 77  WS-CHANGE-STATUS          PIC X(02)      VALUE SPACES.
010300     88  CHANGE-OK                            VALUE '00'.
010400     88  CHANGE-EOF                           VALUE '10'.
010500
010600 77  WS-AUDIT-STATUS           PIC X(02)      VALUE SPACES.
010700     88  AUDIT-OK                             VALUE '00'.
010800     88  AUDIT-EOF                            VALUE '10'.
010810
010820 77  WS-FAILOVER-STATUS        PIC X(02)      VALUE SPACES.
010830     88  FAILOVER-OK                          VALUE '00'.
010840     88  FAILOVER-EOF                         VALUE '10'.
010900
011000 77  WS-SLAHIST-STATUS         PIC X(02)      VALUE SPACES.
011100     88  SLAHIST-OK                           VALUE '00'.
011200     88  SLAHIST-EOF                          VALUE '10'.
011300
011400 77  WS-CTLHIST-STATUS         PIC X(02)      VALUE SPACES.
011500     88  CTLHIST-OK                           VALUE '00'.
011600     88  CTLHIST-EOF                          VALUE '10'.
011700
011800 77  WS-REPORT-STATUS          PIC X(02)      VALUE SPACES.
011900     88  REPORT-OK                            VALUE '00'.
012000
012100 77  WS-INC-COUNT              PIC 9(04) COMP VALUE ZERO.
012200 77  WS-LISTED-COUNT           PIC 9(07) COMP VALUE ZERO.
012300 77  WS-FLAGGED-COUNT          PIC 9(07) COMP VALUE ZERO.
012400 77  WS-HIT-COUNT              PIC 9(04) COMP VALUE ZERO.
012500
012600 77  WS-HIT-SW                 PIC X(01)      VALUE 'N'.
012700     88  INCIDENT-FOLLOWED                    VALUE 'Y'.
012710
012720 77  WS-FO-CHARGED-SW          PIC X(01)      VALUE 'N'.
012730     88  FAILOVER-CHARGED                     VALUE 'Y'.
012800
012900 77  WS-PREV-FILE-ID           PIC X(01)      VALUE LOW-VALUES.
013000 77  WS-FILE-NAME              PIC X(08)      VALUE SPACES.
013100
013200************************************************************
013300*  REPORTING PERIOD.  A CHANGE IS LISTED WHEN IT WAS MADE ON  *
013400*  OR BETWEEN THE FROM AND TO DATES; INCIDENTS ARE GATHERED   *
013500*  THROUGH THE DAY AFTER THE TO DATE, SO A CHANGE ON THE LAST *
013600*  DAY IS STILL HELD AGAINST THAT NIGHT'S WINDOW.  DATE       *
013700*  ARITHMETIC IS DONE VIA INTEGER-OF-DATE - ORDINARY VERBS    *
013800*  CANNOT CROSS MONTH AND YEAR BOUNDARIES CORRECTLY.          *
013900************************************************************
014000 77  WS-FROM-DATE              PIC X(08)      VALUE SPACES.
014100 77  WS-TO-DATE                PIC X(08)      VALUE SPACES.
014200 77  WS-LAST-INC-DATE          PIC X(08)      VALUE SPACES.
014300 77  WS-WORK-DATE-9            PIC 9(08)      VALUE ZERO.
014400 77  WS-WORK-DAY-INT           PIC S9(09) COMP VALUE ZERO.
014500 77  WS-DEFAULT-DAYS           PIC 9(03)      VALUE 30.
014600
014700*    WHEN THE CHANGE BEING LISTED WAS MADE, AS PRH-DATE +
014800*    PRH-TIME - THE SAME LAYOUT AS AN AUDIT TIMESTAMP.
014900 77  WS-CHANGE-TS              PIC X(16)      VALUE SPACES.
014910
014920*    THE EARLIEST DATE ON THE AUDIT TRAILS READ.  THE MONTHLY
014930*    HOUSEKEEPING MOVES OLDER NIGHTS TO THE AUDARCH GENERATIONS.
014940 77  WS-FIRST-AUD-DATE         PIC X(08)      VALUE HIGH-VALUES.
015000
015100************************************************************
015200*  THE INCIDENT BEING ADDED TO THE TABLE BY 7000-ADD-INCIDENT *
015300************************************************************
015400 01  WS-NEW-INCIDENT.
015500     05  WS-NI-DB-NAME             PIC X(08).
015600     05  WS-NI-FROM-TS             PIC X(16).
015700     05  WS-NI-TO-TS               PIC X(16).
015800     05  WS-NI-DESC                PIC X(20).
015900
016000************************************************************
016100*  EVERY INCIDENT IN THE PERIOD.  AN AUDITLOG INCIDENT HAS   *
016200*  ONE STAMP (FROM = TO); AN SLA OR BALANCING INCIDENT COVERS *
016300*  ITS WHOLE WINDOW DATE.  THE LOOKBACK STAMP IS 24 HOURS     *
016400*  BEFORE THE FROM STAMP - A CHANGE MADE ON OR AFTER IT, AND  *
016500*  NO LATER THAN THE TO STAMP, PRECEDED THE INCIDENT BY 24    *
016600*  HOURS OR LESS.                                             *
016700************************************************************
016800 01  INC-TABLE.
016900     05  INC-ENTRY OCCURS 1 TO 2000 TIMES
017000             DEPENDING ON WS-INC-COUNT
017100             INDEXED BY INC-IDX.
017200         10  INC-DB-NAME           PIC X(08).
017300         10  INC-FROM-TS           PIC X(16).
017400         10  INC-TO-TS             PIC X(16).
017500         10  INC-LOOKBACK-TS       PIC X(16).
017600         10  INC-DESC              PIC X(20).
017610
017620************************************************************
017630*  FAILOVER-PAIRS TABLE - LOADED FROM THE FAILOVER FILE AT    *
017640*  STARTUP.  A FAILOVER EVENT IS WRITTEN UNDER THE ALTERNATE  *
017650*  THAT CARRIED THE WINDOW, SO IT IS CHARGED TO THE PRIMARY   *
017660*  THAT NAMES THAT ALTERNATE.                                 *
017670************************************************************
017680 77  WS-FO-COUNT               PIC 9(04) COMP VALUE ZERO.
017690 01  FO-TABLE.
017691     05  FO-ENTRY OCCURS 1 TO 50 TIMES
017692             DEPENDING ON WS-FO-COUNT
017693             INDEXED BY FO-IDX.
017694         10  FO-TBL-PRIMARY        PIC X(08).
017695         10  FO-TBL-ALTERNATE      PIC X(08).
017700
017800************************************************************
017900*  REPORT-LINE DETAIL FIELDS                                  *
018000************************************************************
018100 01  WS-DETAIL-LINE.
018200     05  WS-D-FILE                PIC X(08).
018300     05  FILLER                   PIC X(02) VALUE SPACES.
018400     05  WS-D-KEY                 PIC X(08).
018500     05  FILLER                   PIC X(02) VALUE SPACES.
018600     05  WS-D-INITIALS            PIC X(03).
018700     05  FILLER                   PIC X(01) VALUE SPACES.
018800     05  WS-D-TERMINAL            PIC X(04).
018900     05  FILLER                   PIC X(02) VALUE SPACES.
019000     05  WS-D-DATE                PIC X(08).
019100     05  FILLER                   PIC X(01) VALUE SPACES.
019200     05  WS-D-TIME                PIC X(08).
019300     05  FILLER                   PIC X(02) VALUE SPACES.
019400     05  WS-D-ACTION              PIC X(06).
019500     05  FILLER                   PIC X(02) VALUE SPACES.
019600     05  WS-D-FLAG                PIC X(23).
019700
019800 01  WS-IMAGE-LINE.
019900     05  FILLER                   PIC X(10) VALUE SPACES.
020000     05  WS-IM-LABEL              PIC X(07).
020100     05  WS-IM-DATA               PIC X(60).
020200     05  FILLER                   PIC X(03) VALUE SPACES.
020300
020400 01  WS-INCIDENT-LINE.
020500     05  FILLER                   PIC X(10) VALUE SPACES.
020600     05  FILLER                   PIC X(03) VALUE '>> '.
020700     05  WS-IL-DESC               PIC X(20).
020800     05  FILLER                   PIC X(01) VALUE SPACES.
020900     05  WS-IL-WHEN               PIC X(30).
021000     05  FILLER                   PIC X(16) VALUE SPACES.
021100
021200 01  WS-COUNT-EDIT                PIC Z,ZZZ,ZZ9.
021300
021400************************************************************
021500*  EXECUTE PARM RECEIVED FROM THE JCL EXEC STATEMENT.         *
021600*  FORMAT:  POSITIONS  1-8   FROM DATE, YYYYMMDD.             *
021700*           POSITIONS  9-16  TO DATE, YYYYMMDD.               *
021800*  BOTH OPTIONAL - THE DEFAULT PERIOD IS THE 30 DAYS ENDING   *
021900*  ON THE RUN DATE.                                           *
022000************************************************************
022100 LINKAGE SECTION.
022200 01  LS-PARM.
022300     05  LS-PARM-LEN           PIC S9(04) COMP.
022400     05  LS-PARM-DATA.
022500         10  LS-FROM-DATE      PIC X(08).
022600         10  LS-TO-DATE        PIC X(08).
022700
022800 PROCEDURE DIVISION USING LS-PARM.
022900*
023000************************************************************
023100*  0000-MAINLINE                                              *
023200************************************************************
023300 0000-MAINLINE.
023400
023500     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
023600     PERFORM 1200-LOAD-AUDIT       THRU 1200-EXIT
023700         UNTIL AUDIT-EOF.
023800     PERFORM 1300-LOAD-SLAHIST     THRU 1300-EXIT
023900         UNTIL SLAHIST-EOF.
024000     PERFORM 1400-LOAD-CTLHIST     THRU 1400-EXIT
024100         UNTIL CTLHIST-EOF.
024200     PERFORM 1500-PRINT-HEADINGS   THRU 1500-EXIT.
024300     PERFORM 2000-LIST-CHANGE      THRU 2000-EXIT
024400         UNTIL CHANGE-EOF.
024500     PERFORM 3000-PRINT-SUMMARY    THRU 3000-EXIT.
024600     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
024700
024800     IF WS-FLAGGED-COUNT > ZERO
024900         MOVE 4 TO RETURN-CODE
025000     END-IF.
025100
025200     STOP RUN.
025300*
025400************************************************************
025500*  1000-INITIALIZE                                            *
025600*  SETTLES THE REPORTING PERIOD, OPENS EVERY FILE AND READS   *
025700*  THE FIRST RECORD OF EACH.                                  *
025800************************************************************
025900 1000-INITIALIZE.
026000
026100     PERFORM 1100-SET-PERIOD THRU 1100-EXIT.
026200
026300     OPEN INPUT CHANGE-FILE.
026400     IF NOT CHANGE-OK
026500         DISPLAY 'PRMCORR - UNABLE TO OPEN CHGSORT FILE'
026600         DISPLAY 'PRMCORR - FILE STATUS IS ' WS-CHANGE-STATUS
026700         MOVE 12 TO RETURN-CODE
026800         STOP RUN
026900     END-IF.
027000
027100     OPEN INPUT AUDIT-FILE.
027200     IF NOT AUDIT-OK
027300         DISPLAY 'PRMCORR - UNABLE TO OPEN AUDITLOG FILE'
027400         DISPLAY 'PRMCORR - FILE STATUS IS ' WS-AUDIT-STATUS
027500         MOVE 12 TO RETURN-CODE
027600         STOP RUN
027700     END-IF.
027800
027900     OPEN INPUT SLAHIST-FILE.
028000     IF NOT SLAHIST-OK
028100         DISPLAY 'PRMCORR - UNABLE TO OPEN SLAHIST FILE'
028200         DISPLAY 'PRMCORR - FILE STATUS IS ' WS-SLAHIST-STATUS
028300         MOVE 12 TO RETURN-CODE
028400         STOP RUN
028500     END-IF.
028600
028700     OPEN INPUT CTLHIST-FILE.
028800     IF NOT CTLHIST-OK
028900         DISPLAY 'PRMCORR - UNABLE TO OPEN CTLHIST FILE'
029000         DISPLAY 'PRMCORR - FILE STATUS IS ' WS-CTLHIST-STATUS
029100         MOVE 12 TO RETURN-CODE
029200         STOP RUN
029300     END-IF.
029310
029320*
029330*    THE FAILOVER-PAIRS FILE IS OPTIONAL - WITHOUT IT A
029340*    FAILOVER STAYS WITH THE ALTERNATE IT WAS WRITTEN UNDER.
029350*
029360     OPEN INPUT FAILOVER-FILE.
029370     IF FAILOVER-OK
029380         PERFORM 1150-LOAD-FAILOVER THRU 1150-EXIT
029390             UNTIL FAILOVER-EOF
029391         CLOSE FAILOVER-FILE
029392     ELSE
029393         DISPLAY 'PRMCORR - NO FAILOVER FILE - A FAILOVER IS '
029394             'CHARGED TO ITS ALTERNATE'
029395     END-IF.
029400
029500     OPEN OUTPUT REPORT-FILE.
029600     IF NOT REPORT-OK
029700         DISPLAY 'PRMCORR - UNABLE TO OPEN CORRRPT FILE'
029800         DISPLAY 'PRMCORR - FILE STATUS IS ' WS-REPORT-STATUS
029900         MOVE 12 TO RETURN-CODE
030000         STOP RUN
030100     END-IF.
030200
030300     PERFORM 2100-READ-CHANGE  THRU 2100-EXIT.
030400     PERFORM 1250-READ-AUDIT   THRU 1250-EXIT.
030500     PERFORM 1350-READ-SLAHIST THRU 1350-EXIT.
030600     PERFORM 1450-READ-CTLHIST THRU 1450-EXIT.
030700
030800 1000-EXIT.
030900     EXIT.
031000*
031100************************************************************
031200*  1100-SET-PERIOD                                            *
031300*  TAKES THE FROM AND TO DATES FROM THE PARM, DEFAULTING TO   *
031400*  THE 30 DAYS ENDING ON THE RUN DATE, AND DERIVES THE DAY    *
031500*  AFTER THE TO DATE, THE LAST DAY AN INCIDENT IS GATHERED.   *
031600************************************************************
031700 1100-SET-PERIOD.
031800
031900     IF LS-PARM-LEN >= 16 AND LS-TO-DATE NOT = SPACES
032000         MOVE LS-TO-DATE TO WS-TO-DATE
032100     ELSE
032200         ACCEPT WS-TO-DATE FROM DATE YYYYMMDD
032300     END-IF.
032400     IF WS-TO-DATE NOT NUMERIC
032500         DISPLAY 'PRMCORR - TO DATE ' WS-TO-DATE ' IS NOT VALID'
032600         MOVE 12 TO RETURN-CODE
032700         STOP RUN
032800     END-IF.
032900     MOVE WS-TO-DATE TO WS-WORK-DATE-9.
033000     COMPUTE WS-WORK-DAY-INT =
033100         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-9).
033200
033300     IF LS-PARM-LEN >= 8 AND LS-FROM-DATE NOT = SPACES
033400         MOVE LS-FROM-DATE TO WS-FROM-DATE
033500     ELSE
033600         COMPUTE WS-WORK-DATE-9 = FUNCTION DATE-OF-INTEGER
033700             (WS-WORK-DAY-INT - WS-DEFAULT-DAYS + 1)
033800         MOVE WS-WORK-DATE-9 TO WS-FROM-DATE
033900     END-IF.
034000     IF WS-FROM-DATE NOT NUMERIC
034100      OR WS-FROM-DATE > WS-TO-DATE
034200         DISPLAY 'PRMCORR - FROM DATE ' WS-FROM-DATE
034300             ' IS NOT VALID'
034400         MOVE 12 TO RETURN-CODE
034500         STOP RUN
034600     END-IF.
034700
034800     COMPUTE WS-WORK-DATE-9 =
034900         FUNCTION DATE-OF-INTEGER (WS-WORK-DAY-INT + 1).
035000     MOVE WS-WORK-DATE-9 TO WS-LAST-INC-DATE.
035100
035200     DISPLAY 'PRMCORR - REPORTING CHANGES FROM ' WS-FROM-DATE
035300         ' TO ' WS-TO-DATE.
035400
035500 1100-EXIT.
035600     EXIT.
035700*
035710************************************************************
035720*  1150-LOAD-FAILOVER                                         *
035730*  LOADS ONE ENTRY FROM THE FAILOVER FILE INTO THE FAILOVER-  *
035740*  PAIRS TABLE.  ABENDS IF THE FILE CARRIES MORE ENTRIES THAN *
035750*  THE TABLE HOLDS.                                           *
035760************************************************************
035770 1150-LOAD-FAILOVER.
035771
035772     READ FAILOVER-FILE
035773         AT END
035774             SET FAILOVER-EOF TO TRUE
035775     END-READ.
035776
035777     IF NOT FAILOVER-EOF
035778         IF WS-FO-COUNT = 50
035779             DISPLAY 'PRMCORR - FAILOVER TABLE IS FULL - '
035780                 'CANNOT LOAD ALL FAILOVER ENTRIES'
035781             MOVE 16 TO RETURN-CODE
035782             CLOSE FAILOVER-FILE
035783             PERFORM 9000-TERMINATE THRU 9000-EXIT
035784             STOP RUN
035785         END-IF
035786         ADD 1 TO WS-FO-COUNT
035787         MOVE FP-PRIMARY   TO FO-TBL-PRIMARY (WS-FO-COUNT)
035788         MOVE FP-ALTERNATE TO FO-TBL-ALTERNATE (WS-FO-COUNT)
035789     END-IF.
035790
035791 1150-EXIT.
035792     EXIT.
035793*
035800************************************************************
035900*  1200-LOAD-AUDIT                                            *
036000*  ADDS A FAILED CONNECT OR A FAILOVER FROM THE AUDIT TRAIL   *
036100*  TO THE INCIDENT TABLE, THEN READS THE NEXT AUDIT RECORD.   *
036200************************************************************
036300 1200-LOAD-AUDIT.
036400
036410     IF AUD-DATE NUMERIC
036420      AND AUD-DATE < WS-FIRST-AUD-DATE
036430         MOVE AUD-DATE TO WS-FIRST-AUD-DATE
036440     END-IF.
036450
036500     IF AUD-DATE < WS-FROM-DATE
036600      OR AUD-DATE > WS-LAST-INC-DATE
036700         GO TO 1200-NEXT
036800     END-IF.
036900
037000     MOVE SPACES TO WS-NI-DESC.
037100     IF AUD-EVENT-CONNECT AND AUD-OUTCOME-FAILURE
037200         MOVE 'CONNECT FAILURE' TO WS-NI-DESC
037300     END-IF.
037400     IF AUD-EVENT-FAILOVER
037500         MOVE 'FAILOVER' TO WS-NI-DESC
037600     END-IF.
037700     IF WS-NI-DESC = SPACES
037800         GO TO 1200-NEXT
037900     END-IF.
038000
038010*
038020*    A FAILOVER IS CHARGED TO THE PRIMARY THAT NAMES THIS
038030*    ALTERNATE.  ONE WITH NO PAIR ON FILE STAYS WITH THE
038040*    ALTERNATE IT WAS WRITTEN UNDER.
038050*
038060     MOVE AUD-TIMESTAMP TO WS-NI-FROM-TS.
038070     MOVE AUD-TIMESTAMP TO WS-NI-TO-TS.
038080     IF AUD-EVENT-FAILOVER
038090         MOVE 'N' TO WS-FO-CHARGED-SW
038091         PERFORM 1210-CHARGE-PRIMARY THRU 1210-EXIT
038092             VARYING FO-IDX FROM 1 BY 1
038093             UNTIL FO-IDX > WS-FO-COUNT
038094         IF FAILOVER-CHARGED
038095             GO TO 1200-NEXT
038096         END-IF
038097     END-IF.
038098
038100     MOVE AUD-DB-NAME   TO WS-NI-DB-NAME.
038400     PERFORM 7000-ADD-INCIDENT THRU 7000-EXIT.
038500
038600 1200-NEXT.
038700
038800     PERFORM 1250-READ-AUDIT THRU 1250-EXIT.
038900
039000 1200-EXIT.
039100     EXIT.
039200*
039210************************************************************
039220*  1210-CHARGE-PRIMARY                                        *
039230*  ADDS THE FAILOVER AS AN INCIDENT ON THE PRIMARY AT FO-IDX  *
039240*  WHEN THE ALTERNATE IT WAS WRITTEN UNDER IS THAT PRIMARY'S. *
039250************************************************************
039260 1210-CHARGE-PRIMARY.
039261
039262     IF FO-TBL-ALTERNATE (FO-IDX) NOT = AUD-DB-NAME
039263         GO TO 1210-EXIT
039264     END-IF.
039265
039266     MOVE FO-TBL-PRIMARY (FO-IDX) TO WS-NI-DB-NAME.
039267     MOVE SPACES TO WS-NI-DESC.
039268     STRING 'FAILOVER TO ' DELIMITED BY SIZE
039269            AUD-DB-NAME    DELIMITED BY SPACE
039270         INTO WS-NI-DESC.
039271     PERFORM 7000-ADD-INCIDENT THRU 7000-EXIT.
039272     SET FAILOVER-CHARGED TO TRUE.
039273
039274 1210-EXIT.
039275     EXIT.
039276*
039300************************************************************
039400*  1250-READ-AUDIT                                            *
039500*  READS THE NEXT AUDIT-TRAIL RECORD.                         *
039600************************************************************
039700 1250-READ-AUDIT.
039800
039900     READ AUDIT-FILE
040000         AT END
040100             SET AUDIT-EOF TO TRUE
040200     END-READ.
040300
040400 1250-EXIT.
040500     EXIT.
040600*
040700************************************************************
040800*  1300-LOAD-SLAHIST                                          *
040900*  ADDS AN SLA EXCEPTION FROM THE OUTCOME HISTORY TO THE      *
041000*  INCIDENT TABLE, THEN READS THE NEXT HISTORY RECORD.        *
041100************************************************************
041200 1300-LOAD-SLAHIST.
041300
041400     IF NOT SLH-BREACHED
041500      OR SLH-DATE < WS-FROM-DATE
041600      OR SLH-DATE > WS-LAST-INC-DATE
041700         GO TO 1300-NEXT
041800     END-IF.
041900
042000     EVALUATE TRUE
042100         WHEN SLH-LATE-CONNECT
042200             MOVE 'SLA - LATE CONNECT' TO WS-NI-DESC
042300         WHEN SLH-OVERRUN-DISCONNECT
042400             MOVE 'SLA - OVERRUN' TO WS-NI-DESC
042500         WHEN OTHER
042600             MOVE 'SLA - NEVER CONNECTED' TO WS-NI-DESC
042700     END-EVALUATE.
042800
042900     MOVE SLH-DB-NAME TO WS-NI-DB-NAME.
043000     MOVE SLH-DATE    TO WS-NI-FROM-TS (1:8).
043100     MOVE '00000000'  TO WS-NI-FROM-TS (9:8).
043200     MOVE SLH-DATE    TO WS-NI-TO-TS (1:8).
043300     MOVE '23595999'  TO WS-NI-TO-TS (9:8).
043400     PERFORM 7000-ADD-INCIDENT THRU 7000-EXIT.
043500
043600 1300-NEXT.
043700
043800     PERFORM 1350-READ-SLAHIST THRU 1350-EXIT.
043900
044000 1300-EXIT.
044100     EXIT.
044200*
044300************************************************************
044400*  1350-READ-SLAHIST                                          *
044500*  READS THE NEXT SLA OUTCOME HISTORY RECORD.                 *
044600************************************************************
044700 1350-READ-SLAHIST.
044800
044900     READ SLAHIST-FILE NEXT RECORD
045000         AT END
045100             SET SLAHIST-EOF TO TRUE
045200     END-READ.
045300
045400 1350-EXIT.
045500     EXIT.
045600*
045700************************************************************
045800*  1400-LOAD-CTLHIST                                          *
045900*  ADDS AN OUT-OF-BALANCE NIGHT FROM THE CONTROL-TOTAL        *
046000*  HISTORY TO THE INCIDENT TABLE, THEN READS THE NEXT         *
046100*  HISTORY RECORD.                                            *
046200************************************************************
046300 1400-LOAD-CTLHIST.
046400
046500     IF NOT CTH-OUT-OF-BALANCE
046600      OR CTH-DATE < WS-FROM-DATE
046700      OR CTH-DATE > WS-LAST-INC-DATE
046800         GO TO 1400-NEXT
046900     END-IF.
047000
047100     MOVE 'OUT OF BALANCE' TO WS-NI-DESC.
047200     MOVE CTH-DB-NAME TO WS-NI-DB-NAME.
047300     MOVE CTH-DATE    TO WS-NI-FROM-TS (1:8).
047400     MOVE '00000000'  TO WS-NI-FROM-TS (9:8).
047500     MOVE CTH-DATE    TO WS-NI-TO-TS (1:8).
047600     MOVE '23595999'  TO WS-NI-TO-TS (9:8).
047700     PERFORM 7000-ADD-INCIDENT THRU 7000-EXIT.
047800
047900 1400-NEXT.
048000
048100     PERFORM 1450-READ-CTLHIST THRU 1450-EXIT.
048200
048300 1400-EXIT.
048400     EXIT.
048500*
048600************************************************************
048700*  1450-READ-CTLHIST                                          *
048800*  READS THE NEXT CONTROL-TOTAL HISTORY RECORD.               *
048900************************************************************
049000 1450-READ-CTLHIST.
049100
049200     READ CTLHIST-FILE NEXT RECORD
049300         AT END
049400             SET CTLHIST-EOF TO TRUE
049500     END-READ.
049600
049700 1450-EXIT.
049800     EXIT.
049900*
050000************************************************************
050100*  1500-PRINT-HEADINGS                                        *
050200*  PRINTS THE REPORT TITLE AND COLUMN HEADINGS.               *
050300************************************************************
050400 1500-PRINT-HEADINGS.
050500
050600     MOVE SPACES TO REPORT-LINE.
050700     STRING 'PARAMETER CHANGES ' DELIMITED BY SIZE
050800            WS-FROM-DATE         DELIMITED BY SIZE
050900            ' TO '               DELIMITED BY SIZE
051000            WS-TO-DATE           DELIMITED BY SIZE
051100            ' AND THE INCIDENTS THAT FOLLOWED THEM'
051200                                 DELIMITED BY SIZE
051300         INTO REPORT-LINE.
051400     WRITE REPORT-LINE.
051410
051420*
051430*    NIGHTS BEFORE THE FIRST AUDIT DATE READ ARE ON THE AUDARCH
051440*    GENERATIONS, SO THEIR FAILED CONNECTS AND FAILOVERS ARE
051450*    MISSING FROM THE REPORT WHEN THE PERIOD REACHES BACK THAT
051460*    FAR.
051470*
051480     IF WS-FIRST-AUD-DATE > WS-FROM-DATE
051481         MOVE SPACES TO REPORT-LINE
051482         IF WS-FIRST-AUD-DATE = HIGH-VALUES
051483             STRING 'NO AUDIT TRAIL RECORDS WERE READ - '
051484                                         DELIMITED BY SIZE
051485                    'NO FAILED CONNECT OR FAILOVER IS SEEN'
051486                                         DELIMITED BY SIZE
051487                 INTO REPORT-LINE
051488         ELSE
051489             STRING 'AUDIT TRAILS START ' DELIMITED BY SIZE
051490                    WS-FIRST-AUD-DATE    DELIMITED BY SIZE
051491                    ' - EARLIER FAILED CONNECTS/FAILOVERS ARE ON '
051492                                         DELIMITED BY SIZE
051493                    'AUDARCH'            DELIMITED BY SIZE
051494                 INTO REPORT-LINE
051495         END-IF
051496         WRITE REPORT-LINE
051497     END-IF.
051500
051600     MOVE SPACES TO REPORT-LINE.
051700     WRITE REPORT-LINE.
051800     MOVE 'FILE      KEY       OPR TERM  DATE     TIME'
051900         TO REPORT-LINE.
052000     MOVE 'ACTION  INCIDENT WITHIN 24 HRS' TO REPORT-LINE (50:30).
052100     WRITE REPORT-LINE.
052200
052300 1500-EXIT.
052400     EXIT.
052500*
052600************************************************************
052700*  2000-LIST-CHANGE                                           *
052800*  LISTS ONE CHANGE IN THE PERIOD WITH ITS BEFORE AND AFTER   *
052900*  IMAGES, FLAGS IT WHEN AN INCIDENT ON THE SAME SUBSYSTEM    *
053000*  FOLLOWED IT WITHIN 24 HOURS, AND LISTS THOSE INCIDENTS     *
053100*  UNDER IT.  A NEW FILE STARTS WITH ITS OWN SUB-HEADING.     *
053200************************************************************
053300 2000-LIST-CHANGE.
053400
053500     IF PRH-DATE < WS-FROM-DATE
053600      OR PRH-DATE > WS-TO-DATE
053700         GO TO 2000-NEXT
053800     END-IF.
053900
054000     IF PRH-FILE-ID NOT = WS-PREV-FILE-ID
054100         PERFORM 2400-PRINT-FILE-HEADING THRU 2400-EXIT
054200     END-IF.
054300
054400     MOVE PRH-DATE TO WS-CHANGE-TS (1:8).
054500     MOVE PRH-TIME TO WS-CHANGE-TS (9:8).
054600     MOVE ZERO TO WS-HIT-COUNT.
054700     IF WS-INC-COUNT > ZERO
054800         PERFORM 2210-COUNT-INCIDENT THRU 2210-EXIT
054900             VARYING INC-IDX FROM 1 BY 1
055000             UNTIL INC-IDX > WS-INC-COUNT
055100     END-IF.
055200
055300     MOVE SPACES TO WS-DETAIL-LINE.
055400     MOVE WS-FILE-NAME     TO WS-D-FILE.
055500     MOVE PRH-KEY          TO WS-D-KEY.
055600     MOVE PRH-INITIALS     TO WS-D-INITIALS.
055700     MOVE PRH-TERMINAL     TO WS-D-TERMINAL.
055800     MOVE PRH-DATE         TO WS-D-DATE.
055900     MOVE PRH-TIME (1:2)   TO WS-D-TIME (1:2).
056000     MOVE ':'              TO WS-D-TIME (3:1).
056100     MOVE PRH-TIME (3:2)   TO WS-D-TIME (4:2).
056200     MOVE ':'              TO WS-D-TIME (6:1).
056300     MOVE PRH-TIME (5:2)   TO WS-D-TIME (7:2).
056400     EVALUATE PRH-ACTION
056500         WHEN 'A'
056600             MOVE 'ADD'    TO WS-D-ACTION
056700         WHEN 'C'
056800             MOVE 'CHANGE' TO WS-D-ACTION
056900         WHEN 'D'
057000             MOVE 'DELETE' TO WS-D-ACTION
057100         WHEN OTHER
057200             MOVE PRH-ACTION TO WS-D-ACTION
057300     END-EVALUATE.
057400     IF WS-HIT-COUNT > ZERO
057500         MOVE '*** INCIDENT FOLLOWED' TO WS-D-FLAG
057600         ADD 1 TO WS-FLAGGED-COUNT
057700     END-IF.
057800     MOVE WS-DETAIL-LINE TO REPORT-LINE.
057900     WRITE REPORT-LINE.
058000     ADD 1 TO WS-LISTED-COUNT.
058100
058110*    CHANGES KEYED BEFORE THE APPROVAL FLOW CARRY NEITHER.
058120     MOVE SPACES TO WS-IM-DATA.
058130     IF PRH-EMERGENCY-OVERRIDE
058140         MOVE 'EMERGENCY OVERRIDE - APPLIED WITHOUT APPROVAL'
058150             TO WS-IM-DATA
058160     ELSE
058170         IF PRH-APPROVER NOT = SPACES
058180             MOVE 'APPROVED BY' TO WS-IM-DATA
058190             MOVE PRH-APPROVER TO WS-IM-DATA (13:3)
058191         END-IF
058192     END-IF.
058193     IF WS-IM-DATA NOT = SPACES
058194         MOVE 'SIGNED' TO WS-IM-LABEL
058195         MOVE WS-IMAGE-LINE TO REPORT-LINE
058196         WRITE REPORT-LINE
058197     END-IF.
058198
058200     IF PRH-BEFORE-IMAGE NOT = SPACES
058300         MOVE 'BEFORE' TO WS-IM-LABEL
058400         MOVE PRH-BEFORE-IMAGE TO WS-IM-DATA
058500         MOVE WS-IMAGE-LINE TO REPORT-LINE
058600         WRITE REPORT-LINE
058700     END-IF.
058800     IF PRH-AFTER-IMAGE NOT = SPACES
058900      AND PRH-ACTION NOT = 'D'
059000         MOVE 'AFTER' TO WS-IM-LABEL
059100         MOVE PRH-AFTER-IMAGE TO WS-IM-DATA
059200         MOVE WS-IMAGE-LINE TO REPORT-LINE
059300         WRITE REPORT-LINE
059400     END-IF.
059500
059600     IF WS-HIT-COUNT > ZERO
059700         PERFORM 2300-PRINT-INCIDENT THRU 2300-EXIT
059800             VARYING INC-IDX FROM 1 BY 1
059900             UNTIL INC-IDX > WS-INC-COUNT
060000     END-IF.
060100
060200 2000-NEXT.
060300
060400     PERFORM 2100-READ-CHANGE THRU 2100-EXIT.
060500
060600 2000-EXIT.
060700     EXIT.
060800*
060900************************************************************
061000*  2100-READ-CHANGE                                           *
061100*  READS THE NEXT CHANGE-HISTORY RECORD.                      *
061200************************************************************
061300 2100-READ-CHANGE.
061400
061500     READ CHANGE-FILE
061600         AT END
061700             SET CHANGE-EOF TO TRUE
061800     END-READ.
061900
062000 2100-EXIT.
062100     EXIT.
062200*
062300************************************************************
062400*  2200-TEST-INCIDENT                                         *
062500*  SETS INCIDENT-FOLLOWED WHEN INCIDENT INC-IDX IS ON THE     *
062600*  CHANGED SUBSYSTEM AND THE CHANGE WAS MADE NO MORE THAN 24  *
062700*  HOURS BEFORE IT.                                           *
062800************************************************************
062900 2200-TEST-INCIDENT.
063000
063100     MOVE 'N' TO WS-HIT-SW.
063200     IF INC-DB-NAME (INC-IDX) = PRH-KEY
063300      AND WS-CHANGE-TS NOT > INC-TO-TS (INC-IDX)
063400      AND WS-CHANGE-TS NOT < INC-LOOKBACK-TS (INC-IDX)
063500         SET INCIDENT-FOLLOWED TO TRUE
063600     END-IF.
063700
063800 2200-EXIT.
063900     EXIT.
064000*
064100************************************************************
064200*  2210-COUNT-INCIDENT                                        *
064300*  COUNTS INCIDENT INC-IDX WHEN IT FOLLOWED THE CHANGE.       *
064400************************************************************
064500 2210-COUNT-INCIDENT.
064600
064700     PERFORM 2200-TEST-INCIDENT THRU 2200-EXIT.
064800     IF INCIDENT-FOLLOWED
064900         ADD 1 TO WS-HIT-COUNT
065000     END-IF.
065100
065200 2210-EXIT.
065300     EXIT.
065400*
065500************************************************************
065600*  2300-PRINT-INCIDENT                                        *
065700*  PRINTS INCIDENT INC-IDX UNDER THE CHANGE WHEN IT FOLLOWED  *
065800*  IT - WITH ITS TIME WHEN THE AUDIT TRAIL GAVE ONE, OTHERWISE*
065900*  WITH ITS WINDOW DATE.                                      *
066000************************************************************
066100 2300-PRINT-INCIDENT.
066200
066300     PERFORM 2200-TEST-INCIDENT THRU 2200-EXIT.
066400     IF NOT INCIDENT-FOLLOWED
066500         GO TO 2300-EXIT
066600     END-IF.
066700
066800     MOVE INC-DESC (INC-IDX) TO WS-IL-DESC.
066900     MOVE SPACES TO WS-IL-WHEN.
067000     IF INC-FROM-TS (INC-IDX) = INC-TO-TS (INC-IDX)
067100         STRING 'AT '                        DELIMITED BY SIZE
067200                INC-FROM-TS (INC-IDX) (1:8)  DELIMITED BY SIZE
067300                ' '                          DELIMITED BY SIZE
067400                INC-FROM-TS (INC-IDX) (9:2)  DELIMITED BY SIZE
067500                ':'                          DELIMITED BY SIZE
067600                INC-FROM-TS (INC-IDX) (11:2) DELIMITED BY SIZE
067700                ':'                          DELIMITED BY SIZE
067800                INC-FROM-TS (INC-IDX) (13:2) DELIMITED BY SIZE
067900             INTO WS-IL-WHEN
068000     ELSE
068100         STRING 'WINDOW DATE '               DELIMITED BY SIZE
068200                INC-FROM-TS (INC-IDX) (1:8)  DELIMITED BY SIZE
068300             INTO WS-IL-WHEN
068400     END-IF.
068500     MOVE WS-INCIDENT-LINE TO REPORT-LINE.
068600     WRITE REPORT-LINE.
068700
068800 2300-EXIT.
068900     EXIT.
069000*
069100************************************************************
069200*  2400-PRINT-FILE-HEADING                                    *
069300*  NAMES THE PARAMETER FILE THE NEXT CHANGES BELONG TO AND    *
069400*  PRINTS IT AS A SUB-HEADING.                                *
069500************************************************************
069600 2400-PRINT-FILE-HEADING.
069700
069800     MOVE PRH-FILE-ID TO WS-PREV-FILE-ID.
069900     EVALUATE PRH-FILE-ID
070000         WHEN 'C'
070100             MOVE 'CONNPARM' TO WS-FILE-NAME
070200         WHEN 'L'
070300             MOVE 'CALENDAR' TO WS-FILE-NAME
070400         WHEN 'F'
070500             MOVE 'FAILOVER' TO WS-FILE-NAME
070600         WHEN 'S'
070700             MOVE 'SLAPARM'  TO WS-FILE-NAME
070710         WHEN 'D'
070720             MOVE 'DEPPARM'  TO WS-FILE-NAME
070800         WHEN OTHER
070900             MOVE PRH-FILE-ID TO WS-FILE-NAME
071000     END-EVALUATE.
071100
071200     MOVE SPACES TO REPORT-LINE.
071300     WRITE REPORT-LINE.
071310     MOVE SPACES TO REPORT-LINE.
071400     STRING 'CHANGES TO ' DELIMITED BY SIZE
071500            WS-FILE-NAME DELIMITED BY SPACE
071600         INTO REPORT-LINE.
071700     WRITE REPORT-LINE.
071800
071900 2400-EXIT.
072000     EXIT.
072100*
072200************************************************************
072300*  3000-PRINT-SUMMARY                                         *
072400*  PRINTS THE CLOSING COUNTS.                                 *
072500************************************************************
072600 3000-PRINT-SUMMARY.
072700
072800     MOVE SPACES TO REPORT-LINE.
072900     WRITE REPORT-LINE.
073000     IF WS-LISTED-COUNT = ZERO
073100         MOVE 'NO PARAMETER CHANGES IN THE PERIOD' TO REPORT-LINE
073200         WRITE REPORT-LINE
073300         GO TO 3000-EXIT
073400     END-IF.
073500
073510     MOVE SPACES TO REPORT-LINE.
073600     MOVE WS-LISTED-COUNT TO WS-COUNT-EDIT.
073700     STRING 'CHANGES LISTED                     '
073710                DELIMITED BY SIZE
073800            WS-COUNT-EDIT DELIMITED BY SIZE
073900         INTO REPORT-LINE.
074000     WRITE REPORT-LINE.
074100     MOVE SPACES TO REPORT-LINE.
074200     MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT.
074300     STRING 'CHANGES FOLLOWED BY AN INCIDENT    '
074310                DELIMITED BY SIZE
074400            WS-COUNT-EDIT DELIMITED BY SIZE
074500         INTO REPORT-LINE.
074600     WRITE REPORT-LINE.
074700
074800 3000-EXIT.
074900     EXIT.
075000*
075100************************************************************
075200*  7000-ADD-INCIDENT                                          *
075300*  ADDS WS-NEW-INCIDENT TO THE INCIDENT TABLE WITH ITS        *
075400*  LOOKBACK STAMP - THE SAME TIME OF DAY ON THE DAY BEFORE    *
075500*  ITS FROM STAMP.  ABENDS IF THE TABLE IS ALREADY FULL.      *
075600************************************************************
075700 7000-ADD-INCIDENT.
075800
075900     IF WS-NI-FROM-TS (1:8) NOT NUMERIC
076000         GO TO 7000-EXIT
076100     END-IF.
076200
076300     IF WS-INC-COUNT = 2000
076400         DISPLAY 'PRMCORR - INCIDENT TABLE IS FULL - CANNOT ADD '
076500             WS-NI-DB-NAME ' ' WS-NI-FROM-TS
076600         MOVE 16 TO RETURN-CODE
076700         PERFORM 9000-TERMINATE THRU 9000-EXIT
076800         STOP RUN
076900     END-IF.
077000
077100     ADD 1 TO WS-INC-COUNT.
077200     SET INC-IDX TO WS-INC-COUNT.
077300     MOVE WS-NI-DB-NAME TO INC-DB-NAME (INC-IDX).
077400     MOVE WS-NI-FROM-TS TO INC-FROM-TS (INC-IDX).
077500     MOVE WS-NI-TO-TS   TO INC-TO-TS (INC-IDX).
077600     MOVE WS-NI-DESC    TO INC-DESC (INC-IDX).
077700
077800     MOVE WS-NI-FROM-TS (1:8) TO WS-WORK-DATE-9.
077900     COMPUTE WS-WORK-DAY-INT =
078000         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-9) - 1.
078100     COMPUTE WS-WORK-DATE-9 =
078200         FUNCTION DATE-OF-INTEGER (WS-WORK-DAY-INT).
078300     MOVE WS-WORK-DATE-9 TO INC-LOOKBACK-TS (INC-IDX) (1:8).
078400     MOVE WS-NI-FROM-TS (9:8)
078500         TO INC-LOOKBACK-TS (INC-IDX) (9:8).
078600
078700 7000-EXIT.
078800     EXIT.
078900*
079000************************************************************
079100*  9000-TERMINATE                                             *
079200*  CLOSES ALL OPEN FILES BEFORE THE PROGRAM ENDS.             *
079300************************************************************
079400 9000-TERMINATE.
079500
079600     CLOSE CHANGE-FILE.
079700     CLOSE AUDIT-FILE.
079800     CLOSE SLAHIST-FILE.
079900     CLOSE CTLHIST-FILE.
080000     CLOSE REPORT-FILE.
080100
080200 9000-EXIT.
080300     EXIT.
