000100************************************************************
000200*                                                              *
000300*  HISTINQ                                                     *
000400*  SUBSYSTEM HISTORY INQUIRY TRANSACTION (TRANID HINQ).  THE   *
000500*  OPERATOR KEYS A DB-NAME AND A DATE RANGE AND PAGES          *
000600*  THROUGH ONE LINE PER NIGHT: ATTEMPTS, SUCCESSES, FAILURES,  *
000700*  DISCONNECT FAILURES AND CONNECTED TIME FROM THE CONNHIST    *
000800*  CONNECTION HISTORY, AND ROWS MOVED AND AMOUNT HASH FROM     *
000900*  THE CTLHIST CONTROL-TOTAL HISTORY, WITH A MARKER ON EACH    *
001000*  NIGHT THAT WENT OUT OF BALANCE (OB), ON WHICH THE           *
001100*  SUBSYSTEM FAILED OVER TO ITS ALTERNATE (FO), OR ON WHICH    *
001200*  IT CARRIED ANOTHER SUBSYSTEM'S WINDOW AS THE ALTERNATE      *
001300*  (AL).  ANSWERS THE DAYTIME "WHAT HAPPENED LAST TUESDAY"     *
001400*  QUESTION WITHOUT A TRENDRPT RUN OR A DUMP OF THE KSDS.      *
001500*                                                              *
001600*  PSEUDO-CONVERSATIONAL, MODELLED ON PRMAPPR.  ENTER STARTS   *
001700*  (OR RESTARTS) THE LIST FROM THE KEYED FIELDS - A BLANK TO   *
001800*  DATE IS TODAY AND A BLANK FROM DATE 30 DAYS BEFORE IT.      *
001900*  PF8/PF7 PAGE THROUGH THE NIGHTS.  THE OPERATOR KEYS A ROW   *
002000*  NUMBER AND PRESSES PF5 TO SEE THAT NIGHT'S AUDIT EVENTS IN  *
002100*  THE SAME ROWS, PAGED THE SAME WAY, AND PF12 RETURNS TO THE  *
002200*  PAGE OF NIGHTS.  PF3 OR CLEAR ENDS THE TRANSACTION.         *
002300*                                                              *
002400*  THE AUDIT EVENTS COME FROM AUDINQ, THE KEYED ONLINE COPY    *
002500*  OF THE AUDIT TRAILS THAT THE AUDINQLD JOB REBUILDS EACH     *
002600*  MORNING - A NIGHT ALREADY ARCHIVED BY AUDARCH HAS NO        *
002700*  EVENTS ON LINE.  NOTHING IS EVER UPDATED.                   *
002800*                                                              *
002900************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.    HistInq.
003200 AUTHOR.        R. KOWALCZYK.
003300 INSTALLATION.  DATABASE SERVICES - BATCH SUPPORT.
003400 DATE-WRITTEN.  2026-10-15.
003500 DATE-COMPILED.
003600*
003700************************************************************
003800*  MODIFICATION HISTORY.                                      *
003900*      2026-10-15  RJK  ORIGINAL.                              *
004000************************************************************
004100
004200 DATA DIVISION.
004300 WORKING-STORAGE SECTION.
004400*
004500************************************************************
004600*  MAP AND MAPSET NAMES                                       *
004700************************************************************
004800 77  WS-MAPSET                 PIC X(08)      VALUE 'HISTMAP'.
004900 77  WS-MAP                    PIC X(08)      VALUE 'HISTMAP1'.
005000 77  WS-TRANID                 PIC X(04)      VALUE 'HINQ'.
005100
005200 COPY HISTMAP.
005300
005400************************************************************
005500*  RESPONSE-CODE WORK AREA FOR CICS COMMAND RESPONSES         *
005600************************************************************
005700 77  WS-RESP                   PIC S9(08) COMP VALUE ZERO.
005800 77  WS-AUX-RESP               PIC S9(08) COMP VALUE ZERO.
005900
006000************************************************************
006100*  HISTORY RECORDS AND THEIR BROWSE KEYS.  EACH FILE IS       *
006200*  BROWSED FROM THE PAGE'S START DATE AND THE TWO ARE MERGED  *
006300*  ON DATE - A NIGHT MAY BE ON EITHER FILE OR ON BOTH.        *
006400*  A BROWSE PAST THE SUBSYSTEM OR THE TO DATE HOLDS           *
006500*  HIGH-VALUES AS ITS CURRENT DATE.                           *
006600************************************************************
006700 01  CH-RECORD.
006800     COPY CONNHIST.
006900 01  CTH-RECORD.
007000     COPY CTLHIST.
007100 01  WS-CH-KEY.
007200     05  WS-CH-KEY-DB-NAME     PIC X(08).
007300     05  WS-CH-KEY-DATE        PIC X(08).
007400 01  WS-CTH-KEY.
007500     05  WS-CTH-KEY-DB-NAME    PIC X(08).
007600     05  WS-CTH-KEY-DATE       PIC X(08).
007700 77  WS-CH-CUR-DATE            PIC X(08)      VALUE SPACES.
007800 77  WS-CTH-CUR-DATE           PIC X(08)      VALUE SPACES.
007900 77  WS-NIGHT-DATE             PIC X(08)      VALUE SPACES.
008000 77  WS-START-DATE             PIC X(08)      VALUE SPACES.
008100 77  WS-AFTER-DATE             PIC X(08)      VALUE SPACES.
008200 77  WS-CH-BROWSE-SW           PIC X(01)      VALUE 'N'.
008300     88  CH-BROWSE-OPEN                       VALUE 'Y'.
008400 77  WS-CTH-BROWSE-SW          PIC X(01)      VALUE 'N'.
008500     88  CTH-BROWSE-OPEN                      VALUE 'Y'.
008600
008700************************************************************
008800*  ONLINE AUDIT-EVENT COPY.  AUDINQLD PREFIXES EACH AUDITREC  *
008900*  WITH THE SUBSYSTEM, THE EVENT STAMP AND A SEQUENCE NUMBER  *
009000*  THAT KEEPS EVENTS OF THE SAME SECOND APART.                *
009100************************************************************
009200 01  AI-RECORD.
009300     05  AI-KEY.
009400         10  AI-DB-NAME        PIC X(08).
009500         10  AI-STAMP.
009600             15  AI-DATE       PIC X(08).
009700             15  AI-TIME       PIC X(08).
009800         10  AI-SEQ            PIC 9(04).
009900     COPY AUDITREC.
010000 01  WS-AI-KEY                 PIC X(28).
010100 01  WS-AI-START.
010200     05  WS-AI-START-DB-NAME   PIC X(08).
010300     05  WS-AI-START-DATE      PIC X(08).
010400     05  WS-AI-START-REST      PIC X(12).
010500 77  WS-AI-AFTER-KEY           PIC X(28)      VALUE SPACES.
010600
010700************************************************************
010800*  FAILOVER MARKERS.  A PRIMARY'S FAILOVER EVENT IS WRITTEN   *
010900*  UNDER THE ALTERNATE THAT CARRIED ITS WINDOW, SO THE PAIR   *
011000*  IS LOOKED UP ONCE PER PAGE AND THE ALTERNATE'S EVENTS ARE  *
011100*  SEARCHED FOR THE NIGHT.                                    *
011200************************************************************
011300 01  FP-RECORD.
011400     COPY FAILPAIR.
011500 77  WS-ALT-DB-NAME            PIC X(08)      VALUE SPACES.
011600 77  WS-FO-DB-NAME             PIC X(08)      VALUE SPACES.
011700 77  WS-FO-FOUND-SW            PIC X(01)      VALUE 'N'.
011800     88  FAILOVER-EVENT-FOUND                 VALUE 'Y'.
011900 77  WS-FO-DONE-SW             PIC X(01)      VALUE 'N'.
012000     88  FAILOVER-SCAN-DONE                   VALUE 'Y'.
012100
012200************************************************************
012300*  DISPLAY LINES AND EDIT WORK AREAS                          *
012400************************************************************
012500 77  WS-ROW-SUB                PIC 9(02) COMP VALUE ZERO.
012600 77  WS-ROW-COUNT              PIC 9(02) COMP VALUE ZERO.
012700 77  WS-SEL-NO                 PIC 9(02)      VALUE ZERO.
012800 77  WS-STACK-SUB              PIC 9(02) COMP VALUE ZERO.
012900 77  WS-HOURS                  PIC 9(05)      VALUE ZERO.
013000 77  WS-MINUTES                PIC 9(02)      VALUE ZERO.
013100 77  WS-SECONDS                PIC 9(02)      VALUE ZERO.
013200 77  WS-REM-SECS               PIC 9(09)      VALUE ZERO.
013300 01  WS-NIGHT-TEXT.
013400     05  WS-N-ROW-NO           PIC Z9.
013500     05  FILLER                PIC X(01) VALUE SPACES.
013600     05  WS-N-DATE             PIC X(08).
013700     05  FILLER                PIC X(01) VALUE SPACES.
013800     05  WS-N-ATTEMPTS         PIC ZZZZ9.
013900     05  FILLER                PIC X(01) VALUE SPACES.
014000     05  WS-N-SUCCESSES        PIC ZZZZ9.
014100     05  FILLER                PIC X(01) VALUE SPACES.
014200     05  WS-N-FAILURES         PIC ZZZZ9.
014300     05  FILLER                PIC X(01) VALUE SPACES.
014400     05  WS-N-DISC-FAILURES    PIC ZZZZ9.
014500     05  FILLER                PIC X(01) VALUE SPACES.
014600     05  WS-N-CONN-TIME.
014700         10  WS-N-CONN-HH      PIC 99.
014800         10  FILLER            PIC X(01) VALUE ':'.
014900         10  WS-N-CONN-MM      PIC 99.
015000         10  FILLER            PIC X(01) VALUE ':'.
015100         10  WS-N-CONN-SS      PIC 99.
015200     05  FILLER                PIC X(01) VALUE SPACES.
015300     05  WS-N-ROWS             PIC ZZZZZZZZ9.
015400     05  FILLER                PIC X(01) VALUE SPACES.
015500     05  WS-N-HASH             PIC -ZZZZZZZZZZZZ9.99.
015600     05  FILLER                PIC X(01) VALUE SPACES.
015700     05  WS-N-BAL-MARK         PIC X(02).
015800     05  FILLER                PIC X(01) VALUE SPACES.
015900     05  WS-N-FO-MARK          PIC X(02).
016000     05  FILLER                PIC X(01) VALUE SPACES.
016100 01  WS-EVENT-TEXT.
016200     05  WS-E-TIME             PIC X(08).
016300     05  FILLER                PIC X(01) VALUE SPACES.
016400     05  WS-E-EVENT            PIC X(10).
016500     05  FILLER                PIC X(01) VALUE SPACES.
016600     05  WS-E-OUTCOME          PIC X(07).
016700     05  FILLER                PIC X(01) VALUE SPACES.
016800     05  WS-E-JOB-NAME         PIC X(08).
016900     05  FILLER                PIC X(01) VALUE SPACES.
017000     05  WS-E-DB-USER          PIC X(08).
017100     05  FILLER                PIC X(01) VALUE SPACES.
017200     05  WS-E-RUN-ID           PIC X(16).
017300     05  FILLER                PIC X(17) VALUE SPACES.
017400
017500************************************************************
017600*  DATE-RANGE EDIT AREAS                                      *
017700************************************************************
017800 01  WS-TODAY                  PIC X(08).
017900 01  WS-EDIT-DATE              PIC X(08).
018000 01  WS-EDIT-DATE-9 REDEFINES WS-EDIT-DATE
018100                               PIC 9(08).
018200 77  WS-DATE-INT               PIC S9(09) COMP VALUE ZERO.
018300 77  WS-DATE-OK-SW             PIC X(01)      VALUE 'N'.
018400     88  DATE-RANGE-OK                        VALUE 'Y'.
018500
018600************************************************************
018700*  DATA PASSED FORWARD BETWEEN PSEUDO-CONVERSATIONAL TURNS -  *
018800*  THE INQUIRY IN FORCE, WHICH DISPLAY IS UP (N = NIGHTS,     *
018900*  E = EVENTS), THE NIGHT BEHIND EACH ROW, AND A STACK OF     *
019000*  PAGE-START KEYS FOR EACH DISPLAY SO PF7 CAN STEP BACK.     *
019100*  THE MAP FIELDS RESET EVERY SEND (FRSET), SO THE INQUIRY    *
019200*  LIVES HERE AND A NONBLANK MAP FIELD REPLACES IT.           *
019300************************************************************
019400 01  WS-COMMAREA.
019500     05  CA-MODE               PIC X(01).
019600         88  CA-NIGHTS-SHOWN                  VALUE 'N'.
019700         88  CA-EVENTS-SHOWN                  VALUE 'E'.
019800     05  CA-DB-NAME            PIC X(08).
019900     05  CA-FROM-DATE          PIC X(08).
020000     05  CA-TO-DATE            PIC X(08).
020100     05  CA-ROW-DATE-COUNT     PIC 9(02).
020200     05  CA-ROW-DATE           PIC X(08) OCCURS 12 TIMES.
020300     05  CA-LAST-DATE          PIC X(08).
020400     05  CA-MORE-NIGHTS-SW     PIC X(01).
020500         88  CA-MORE-NIGHTS                   VALUE 'Y'.
020600     05  CA-NIGHT-PAGE         PIC 9(02).
020700     05  CA-NIGHT-TOP          PIC X(08) OCCURS 20 TIMES.
020800     05  CA-EVENT-DATE         PIC X(08).
020900     05  CA-LAST-EVENT-KEY     PIC X(28).
021000     05  CA-MORE-EVENTS-SW     PIC X(01).
021100         88  CA-MORE-EVENTS                   VALUE 'Y'.
021200     05  CA-EVENT-PAGE         PIC 9(02).
021300     05  CA-EVENT-TOP          PIC X(28) OCCURS 10 TIMES.
021400
021500 LINKAGE SECTION.
021600 01  DFHCOMMAREA               PIC X(613).
021700
021800 PROCEDURE DIVISION.
021900*
022000************************************************************
022100*  0000-MAINLINE                                              *
022200************************************************************
022300 0000-MAINLINE.
022400
022500     IF EIBCALEN = ZERO
022600         PERFORM 1000-INITIAL-ENTRY THRU 1000-EXIT
022700     ELSE
022800         MOVE DFHCOMMAREA TO WS-COMMAREA
022900         PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
023000     END-IF.
023100
023200     EXEC CICS RETURN
023300         TRANSID(WS-TRANID)
023400         COMMAREA(WS-COMMAREA)
023500     END-EXEC.
023600*
023700************************************************************
023800*  1000-INITIAL-ENTRY                                         *
023900*  FIRST ENTRY TO THE TRANSACTION.  SENDS THE EMPTY INQUIRY    *
024000*  SCREEN WITH THE NIGHTS HEADING.                             *
024100************************************************************
024200 1000-INITIAL-ENTRY.
024300
024400     MOVE LOW-VALUES TO HISTMAP1I.
024500     MOVE SPACES     TO WS-COMMAREA.
024600     MOVE ZERO       TO CA-ROW-DATE-COUNT CA-NIGHT-PAGE
024700                        CA-EVENT-PAGE.
024800     SET CA-NIGHTS-SHOWN TO TRUE.
024900     PERFORM 1050-CLEAR-ROWS THRU 1050-EXIT
025000         VARYING WS-ROW-SUB FROM 1 BY 1
025100         UNTIL WS-ROW-SUB > 12.
025200     MOVE 'KEY A DB-NAME AND DATE RANGE AND PRESS ENTER' TO MSGI.
025300
025400     PERFORM 2800-SEND-MAP THRU 2800-EXIT.
025500
025600 1000-EXIT.
025700     EXIT.
025800*
025900************************************************************
026000*  1050-CLEAR-ROWS                                            *
026100*  BLANKS ONE DISPLAY LINE.                                    *
026200************************************************************
026300 1050-CLEAR-ROWS.
026400
026500     MOVE SPACES TO ROWI (WS-ROW-SUB).
026600
026700 1050-EXIT.
026800     EXIT.
026900*
027000************************************************************
027100*  1100-LOAD-NIGHTS                                           *
027200*  BUILDS ONE PAGE OF NIGHTS FOR CA-DB-NAME, STARTING AT       *
027300*  WS-START-DATE AND PASSING OVER ANY NIGHT NOT AFTER          *
027400*  WS-AFTER-DATE (THE LAST NIGHT OF THE PAGE BEFORE A PF8),    *
027500*  UP TO THE 12 ROWS THE MAP CAN SHOW OR THE TO DATE.  SAVES   *
027600*  EACH ROW'S DATE AND WHETHER MORE NIGHTS FOLLOW.             *
027700************************************************************
027800 1100-LOAD-NIGHTS.
027900
028000     PERFORM 1050-CLEAR-ROWS THRU 1050-EXIT
028100         VARYING WS-ROW-SUB FROM 1 BY 1
028200         UNTIL WS-ROW-SUB > 12.
028300     MOVE ZERO TO WS-ROW-COUNT CA-ROW-DATE-COUNT.
028400     MOVE 'N'  TO CA-MORE-NIGHTS-SW.
028500     MOVE HIGH-VALUES TO WS-CH-CUR-DATE WS-CTH-CUR-DATE.
028600     MOVE 'N'  TO WS-CH-BROWSE-SW WS-CTH-BROWSE-SW.
028700
028800*
028900*    THE FAILOVER PAIR IS LOOKED UP ONCE - A SUBSYSTEM WITH NO
029000*    ALTERNATE CANNOT HAVE FAILED OVER.
029100*
029200     MOVE SPACES     TO WS-ALT-DB-NAME.
029300     MOVE CA-DB-NAME TO FP-PRIMARY.
029400     EXEC CICS READ FILE('FAILOVER')
029500         INTO(FP-RECORD)
029600         RIDFLD(FP-PRIMARY)
029700         RESP(WS-AUX-RESP)
029800     END-EXEC.
029900     IF WS-AUX-RESP = DFHRESP(NORMAL)
030000         MOVE FP-ALTERNATE TO WS-ALT-DB-NAME
030100     END-IF.
030200
030300     MOVE CA-DB-NAME    TO WS-CH-KEY-DB-NAME.
030400     MOVE WS-START-DATE TO WS-CH-KEY-DATE.
030500     EXEC CICS STARTBR FILE('CONNHIST')
030600         RIDFLD(WS-CH-KEY) GTEQ
030700         RESP(WS-RESP)
030800     END-EXEC.
030900     IF WS-RESP = DFHRESP(NORMAL)
031000         SET CH-BROWSE-OPEN TO TRUE
031100         PERFORM 1200-NEXT-CONNHIST THRU 1200-EXIT
031200     END-IF.
031300
031400     MOVE CA-DB-NAME    TO WS-CTH-KEY-DB-NAME.
031500     MOVE WS-START-DATE TO WS-CTH-KEY-DATE.
031600     EXEC CICS STARTBR FILE('CTLHIST')
031700         RIDFLD(WS-CTH-KEY) GTEQ
031800         RESP(WS-RESP)
031900     END-EXEC.
032000     IF WS-RESP = DFHRESP(NORMAL)
032100         SET CTH-BROWSE-OPEN TO TRUE
032200         PERFORM 1250-NEXT-CTLHIST THRU 1250-EXIT
032300     END-IF.
032400
032500     PERFORM 1150-BUILD-NIGHT THRU 1150-EXIT
032600         UNTIL WS-ROW-COUNT = 12
032700            OR (WS-CH-CUR-DATE  = HIGH-VALUES
032800            AND WS-CTH-CUR-DATE = HIGH-VALUES).
032900
033000     IF WS-CH-CUR-DATE  NOT = HIGH-VALUES
033100      OR WS-CTH-CUR-DATE NOT = HIGH-VALUES
033200         SET CA-MORE-NIGHTS TO TRUE
033300     END-IF.
033400
033500     IF CH-BROWSE-OPEN
033600         EXEC CICS ENDBR FILE('CONNHIST') END-EXEC
033700     END-IF.
033800     IF CTH-BROWSE-OPEN
033900         EXEC CICS ENDBR FILE('CTLHIST') END-EXEC
034000     END-IF.
034100
034200     MOVE WS-ROW-COUNT TO CA-ROW-DATE-COUNT.
034300
034400 1100-EXIT.
034500     EXIT.
034600*
034700************************************************************
034800*  1150-BUILD-NIGHT                                           *
034900*  TAKES THE EARLIER OF THE TWO BROWSES' CURRENT DATES AS THE  *
035000*  NEXT NIGHT, FORMATS IT FROM WHICHEVER FILES HAVE IT, AND    *
035100*  MOVES THOSE BROWSES ON.                                     *
035200************************************************************
035300 1150-BUILD-NIGHT.
035400
035500     IF WS-CH-CUR-DATE < WS-CTH-CUR-DATE
035600         MOVE WS-CH-CUR-DATE  TO WS-NIGHT-DATE
035700     ELSE
035800         MOVE WS-CTH-CUR-DATE TO WS-NIGHT-DATE
035900     END-IF.
036000
036100     IF WS-NIGHT-DATE NOT > WS-AFTER-DATE
036200         GO TO 1150-NEXT
036300     END-IF.
036400
036500     ADD 1 TO WS-ROW-COUNT.
036600     MOVE SPACES        TO WS-NIGHT-TEXT.
036700     MOVE WS-ROW-COUNT  TO WS-N-ROW-NO.
036800     MOVE WS-NIGHT-DATE TO WS-N-DATE.
036900
037000     IF WS-CH-CUR-DATE = WS-NIGHT-DATE
037100         MOVE CH-ATTEMPTS      TO WS-N-ATTEMPTS
037200         MOVE CH-SUCCESSES     TO WS-N-SUCCESSES
037300         MOVE CH-FAILURES      TO WS-N-FAILURES
037400         MOVE CH-DISC-FAILURES TO WS-N-DISC-FAILURES
037500         PERFORM 1300-FORMAT-CONN-TIME THRU 1300-EXIT
037600     END-IF.
037700
037800     IF WS-CTH-CUR-DATE = WS-NIGHT-DATE
037900         MOVE CTH-ROW-COUNT    TO WS-N-ROWS
038000         MOVE CTH-AMOUNT-HASH  TO WS-N-HASH
038100         IF CTH-OUT-OF-BALANCE
038200             MOVE 'OB' TO WS-N-BAL-MARK
038300         END-IF
038400     END-IF.
038500
038600*
038700*    FO - THIS SUBSYSTEM'S ALTERNATE RECORDED A FAILOVER THAT
038800*    NIGHT.  AL - THIS SUBSYSTEM ITSELF CARRIED A FAILED-OVER
038900*    PRIMARY'S WINDOW.
039000*
039100     IF WS-ALT-DB-NAME NOT = SPACES
039200         MOVE WS-ALT-DB-NAME TO WS-FO-DB-NAME
039300         PERFORM 1400-FIND-FAILOVER THRU 1400-EXIT
039400         IF FAILOVER-EVENT-FOUND
039500             MOVE 'FO' TO WS-N-FO-MARK
039600         END-IF
039700     END-IF.
039800     IF WS-N-FO-MARK = SPACES
039900         MOVE CA-DB-NAME TO WS-FO-DB-NAME
040000         PERFORM 1400-FIND-FAILOVER THRU 1400-EXIT
040100         IF FAILOVER-EVENT-FOUND
040200             MOVE 'AL' TO WS-N-FO-MARK
040300         END-IF
040400     END-IF.
040500
040600     MOVE WS-NIGHT-TEXT TO ROWI (WS-ROW-COUNT).
040700     MOVE WS-NIGHT-DATE TO CA-ROW-DATE (WS-ROW-COUNT).
040800     MOVE WS-NIGHT-DATE TO CA-LAST-DATE.
040900
041000 1150-NEXT.
041100
041200     IF WS-CH-CUR-DATE = WS-NIGHT-DATE
041300         PERFORM 1200-NEXT-CONNHIST THRU 1200-EXIT
041400     END-IF.
041500     IF WS-CTH-CUR-DATE = WS-NIGHT-DATE
041600         PERFORM 1250-NEXT-CTLHIST THRU 1250-EXIT
041700     END-IF.
041800
041900 1150-EXIT.
042000     EXIT.
042100*
042200************************************************************
042300*  1200-NEXT-CONNHIST                                         *
042400*  READS THE NEXT CONNECTION-HISTORY RECORD.  PAST THE         *
042500*  SUBSYSTEM OR THE TO DATE, THE BROWSE IS AT ITS END.         *
042600************************************************************
042700 1200-NEXT-CONNHIST.
042800
042900     MOVE HIGH-VALUES TO WS-CH-CUR-DATE.
043000     EXEC CICS READNEXT FILE('CONNHIST')
043100         INTO(CH-RECORD)
043200         RIDFLD(WS-CH-KEY)
043300         RESP(WS-RESP)
043400     END-EXEC.
043500
043600     IF WS-RESP = DFHRESP(NORMAL)
043700      AND CH-DB-NAME = CA-DB-NAME
043800      AND CH-DATE NOT > CA-TO-DATE
043900         MOVE CH-DATE TO WS-CH-CUR-DATE
044000     END-IF.
044100
044200 1200-EXIT.
044300     EXIT.
044400*
044500************************************************************
044600*  1250-NEXT-CTLHIST                                          *
044700*  READS THE NEXT CONTROL-TOTAL HISTORY RECORD.  PAST THE      *
044800*  SUBSYSTEM OR THE TO DATE, THE BROWSE IS AT ITS END.         *
044900************************************************************
045000 1250-NEXT-CTLHIST.
045100
045200     MOVE HIGH-VALUES TO WS-CTH-CUR-DATE.
045300     EXEC CICS READNEXT FILE('CTLHIST')
045400         INTO(CTH-RECORD)
045500         RIDFLD(WS-CTH-KEY)
045600         RESP(WS-RESP)
045700     END-EXEC.
045800
045900     IF WS-RESP = DFHRESP(NORMAL)
046000      AND CTH-DB-NAME = CA-DB-NAME
046100      AND CTH-DATE NOT > CA-TO-DATE
046200         MOVE CTH-DATE TO WS-CTH-CUR-DATE
046300     END-IF.
046400
046500 1250-EXIT.
046600     EXIT.
046700*
046800************************************************************
046900*  1300-FORMAT-CONN-TIME                                      *
047000*  SHOWS THE NIGHT'S CONNECTED SECONDS AS HH:MM:SS.            *
047100************************************************************
047200 1300-FORMAT-CONN-TIME.
047300
047400     DIVIDE CH-CONNECTED-SECS BY 3600
047500         GIVING WS-HOURS REMAINDER WS-REM-SECS.
047600     DIVIDE WS-REM-SECS BY 60
047700         GIVING WS-MINUTES REMAINDER WS-SECONDS.
047800     IF WS-HOURS > 99
047900         MOVE 99 TO WS-HOURS
048000     END-IF.
048100     MOVE WS-HOURS   TO WS-N-CONN-HH.
048200     MOVE WS-MINUTES TO WS-N-CONN-MM.
048300     MOVE WS-SECONDS TO WS-N-CONN-SS.
048400
048500 1300-EXIT.
048600     EXIT.
048700*
048800************************************************************
048900*  1400-FIND-FAILOVER                                         *
049000*  LOOKS FOR A FAILOVER EVENT UNDER WS-FO-DB-NAME ON THE       *
049100*  NIGHT IN WS-NIGHT-DATE.  WITHOUT THE AUDINQ FILE NOTHING    *
049200*  IS FOUND AND NO MARKER IS SHOWN.                            *
049300************************************************************
049400 1400-FIND-FAILOVER.
049500
049600     MOVE 'N' TO WS-FO-FOUND-SW WS-FO-DONE-SW.
049700     MOVE LOW-VALUES    TO WS-AI-START.
049800     MOVE WS-FO-DB-NAME TO WS-AI-START-DB-NAME.
049900     MOVE WS-NIGHT-DATE TO WS-AI-START-DATE.
050000     MOVE WS-AI-START   TO WS-AI-KEY.
050100
050200     EXEC CICS STARTBR FILE('AUDINQ')
050300         RIDFLD(WS-AI-KEY) GTEQ
050400         RESP(WS-AUX-RESP)
050500     END-EXEC.
050600     IF WS-AUX-RESP NOT = DFHRESP(NORMAL)
050700         GO TO 1400-EXIT
050800     END-IF.
050900
051000     PERFORM 1450-SCAN-FAILOVER THRU 1450-EXIT
051100         UNTIL FAILOVER-EVENT-FOUND OR FAILOVER-SCAN-DONE.
051200     EXEC CICS ENDBR FILE('AUDINQ') END-EXEC.
051300
051400 1400-EXIT.
051500     EXIT.
051600*
051700************************************************************
051800*  1450-SCAN-FAILOVER                                         *
051900*  READS ONE AUDIT EVENT OF THE NIGHT, STOPPING AT THE FIRST   *
052000*  FAILOVER OR THE END OF THAT SUBSYSTEM'S NIGHT.              *
052100************************************************************
052200 1450-SCAN-FAILOVER.
052300
052400     EXEC CICS READNEXT FILE('AUDINQ')
052500         INTO(AI-RECORD)
052600         RIDFLD(WS-AI-KEY)
052700         RESP(WS-AUX-RESP)
052800     END-EXEC.
052900
053000     IF WS-AUX-RESP NOT = DFHRESP(NORMAL)
053100      OR AI-DB-NAME NOT = WS-FO-DB-NAME
053200      OR AI-DATE NOT = WS-NIGHT-DATE
053300         SET FAILOVER-SCAN-DONE TO TRUE
053400         GO TO 1450-EXIT
053500     END-IF.
053600
053700     IF AUD-EVENT-FAILOVER AND AUD-OUTCOME-SUCCESS
053800         SET FAILOVER-EVENT-FOUND TO TRUE
053900     END-IF.
054000
054100 1450-EXIT.
054200     EXIT.
054300*
054400************************************************************
054500*  1500-LOAD-EVENTS                                           *
054600*  BUILDS ONE PAGE OF AUDIT EVENTS FOR CA-DB-NAME ON           *
054700*  CA-EVENT-DATE, STARTING AT THE KEY IN WS-AI-START AND       *
054800*  PASSING OVER ANY EVENT NOT AFTER WS-AI-AFTER-KEY, UP TO     *
054900*  THE 12 ROWS THE MAP CAN SHOW.                               *
055000************************************************************
055100 1500-LOAD-EVENTS.
055200
055300     PERFORM 1050-CLEAR-ROWS THRU 1050-EXIT
055400         VARYING WS-ROW-SUB FROM 1 BY 1
055500         UNTIL WS-ROW-SUB > 12.
055600     MOVE ZERO TO WS-ROW-COUNT.
055700     MOVE 'N'  TO CA-MORE-EVENTS-SW WS-FO-DONE-SW.
055800     MOVE WS-AI-START TO WS-AI-KEY.
055900
056000     EXEC CICS STARTBR FILE('AUDINQ')
056100         RIDFLD(WS-AI-KEY) GTEQ
056200         RESP(WS-RESP)
056300     END-EXEC.
056400     IF WS-RESP = DFHRESP(NOTFND) OR WS-RESP = DFHRESP(ENDFILE)
056500         GO TO 1500-EXIT
056600     END-IF.
056700     IF WS-RESP NOT = DFHRESP(NORMAL)
056800         MOVE 'AUDIT EVENT FILE AUDINQ IS NOT AVAILABLE' TO MSGI
056900         GO TO 1500-EXIT
057000     END-IF.
057100
057200     PERFORM 1550-READ-EVENT THRU 1550-EXIT
057300         UNTIL WS-ROW-COUNT = 12 OR FAILOVER-SCAN-DONE.
057400
057500*
057600*    A FULL PAGE MAY BE FOLLOWED BY MORE OF THE NIGHT - ONE MORE
057700*    READ TELLS.
057800*
057900     IF WS-ROW-COUNT = 12
058000         PERFORM 1550-READ-EVENT THRU 1550-EXIT
058100         IF NOT FAILOVER-SCAN-DONE
058200             SET CA-MORE-EVENTS TO TRUE
058300             SUBTRACT 1 FROM WS-ROW-COUNT
058400         END-IF
058500     END-IF.
058600
058700     EXEC CICS ENDBR FILE('AUDINQ') END-EXEC.
058800
058900 1500-EXIT.
059000     EXIT.
059100*
059200************************************************************
059300*  1550-READ-EVENT                                            *
059400*  READS ONE AUDIT EVENT AND, IF IT BELONGS TO THE NIGHT,      *
059500*  FORMATS IT INTO THE NEXT MAP LINE.                          *
059600************************************************************
059700 1550-READ-EVENT.
059800
059900     EXEC CICS READNEXT FILE('AUDINQ')
060000         INTO(AI-RECORD)
060100         RIDFLD(WS-AI-KEY)
060200         RESP(WS-RESP)
060300     END-EXEC.
060400
060500     IF WS-RESP NOT = DFHRESP(NORMAL)
060600      OR AI-DB-NAME NOT = CA-DB-NAME
060700      OR AI-DATE NOT = CA-EVENT-DATE
060800         SET FAILOVER-SCAN-DONE TO TRUE
060900         GO TO 1550-EXIT
061000     END-IF.
061100
061200     IF AI-KEY NOT > WS-AI-AFTER-KEY
061300         GO TO 1550-EXIT
061400     END-IF.
061500
061600     ADD 1 TO WS-ROW-COUNT.
061700     IF WS-ROW-COUNT > 12
061800         GO TO 1550-EXIT
061900     END-IF.
062000     MOVE SPACES       TO WS-EVENT-TEXT.
062100     MOVE AUD-TIME     TO WS-E-TIME.
062200     MOVE AUD-EVENT    TO WS-E-EVENT.
062300     MOVE AUD-OUTCOME  TO WS-E-OUTCOME.
062400     MOVE AUD-JOB-NAME TO WS-E-JOB-NAME.
062500     MOVE AUD-DB-USER  TO WS-E-DB-USER.
062600     MOVE AUD-RUN-ID   TO WS-E-RUN-ID.
062700     MOVE WS-EVENT-TEXT TO ROWI (WS-ROW-COUNT).
062800     IF WS-ROW-COUNT = 1
062900         MOVE AI-KEY TO CA-EVENT-TOP (CA-EVENT-PAGE)
063000     END-IF.
063100     MOVE AI-KEY TO CA-LAST-EVENT-KEY.
063200
063300 1550-EXIT.
063400     EXIT.
063500*
063600************************************************************
063700*  2000-PROCESS-INPUT                                         *
063800*  HANDLES THE OPERATOR'S RESPONSE ON A SUBSEQUENT TURN.       *
063900************************************************************
064000 2000-PROCESS-INPUT.
064100
064200     EXEC CICS HANDLE AID
064300         CLEAR(2900-END-SESSION)
064400         PF3(2900-END-SESSION)
064500     END-EXEC.
064600
064700     EXEC CICS RECEIVE MAP(WS-MAP) MAPSET(WS-MAPSET)
064800         INTO(HISTMAP1I)
064900         RESP(WS-RESP)
065000     END-EXEC.
065100
065200     MOVE SPACES TO MSGI INFOI.
065300     EVALUATE TRUE
065400         WHEN EIBAID = DFHPF5
065500             PERFORM 2500-SHOW-EVENTS THRU 2500-EXIT
065600         WHEN EIBAID = DFHPF8 AND CA-EVENTS-SHOWN
065700             PERFORM 2650-EVENTS-FORWARD THRU 2650-EXIT
065800         WHEN EIBAID = DFHPF7 AND CA-EVENTS-SHOWN
065900             PERFORM 2660-EVENTS-BACK THRU 2660-EXIT
066000         WHEN EIBAID = DFHPF8
066100             PERFORM 2300-NIGHTS-FORWARD THRU 2300-EXIT
066200         WHEN EIBAID = DFHPF7
066300             PERFORM 2350-NIGHTS-BACK THRU 2350-EXIT
066400         WHEN EIBAID = DFHPF12
066500             PERFORM 2400-RETURN-TO-NIGHTS THRU 2400-EXIT
066600         WHEN OTHER
066700             PERFORM 2100-START-INQUIRY THRU 2100-EXIT
066800     END-EVALUATE.
066900
067000     PERFORM 2800-SEND-MAP THRU 2800-EXIT.
067100
067200 2000-EXIT.
067300     EXIT.
067400*
067500************************************************************
067600*  2100-START-INQUIRY                                         *
067700*  MERGES THE KEYED FIELDS INTO THE INQUIRY, EDITS THE DATE    *
067800*  RANGE, AND LISTS THE FIRST PAGE OF NIGHTS.                  *
067900************************************************************
068000 2100-START-INQUIRY.
068100
068200     IF DBNAMEI NOT = SPACES AND DBNAMEI NOT = LOW-VALUES
068300         MOVE DBNAMEI TO CA-DB-NAME
068400     END-IF.
068500     IF FROMDTI NOT = SPACES AND FROMDTI NOT = LOW-VALUES
068600         MOVE FROMDTI TO CA-FROM-DATE
068700     END-IF.
068800     IF TODTI NOT = SPACES AND TODTI NOT = LOW-VALUES
068900         MOVE TODTI TO CA-TO-DATE
069000     END-IF.
069100
069200     IF CA-DB-NAME = SPACES
069300         MOVE 'ENTER THE DB-NAME OF THE SUBSYSTEM TO LIST' TO MSGI
069400         GO TO 2100-EXIT
069500     END-IF.
069600
069700     PERFORM 2150-EDIT-DATE-RANGE THRU 2150-EXIT.
069800     IF NOT DATE-RANGE-OK
069900         GO TO 2100-EXIT
070000     END-IF.
070100
070200     SET CA-NIGHTS-SHOWN TO TRUE.
070300     MOVE 1            TO CA-NIGHT-PAGE.
070400     MOVE CA-FROM-DATE TO CA-NIGHT-TOP (1).
070500     MOVE CA-FROM-DATE TO WS-START-DATE.
070600     MOVE LOW-VALUES   TO WS-AFTER-DATE.
070700     PERFORM 1100-LOAD-NIGHTS THRU 1100-EXIT.
070800     PERFORM 2200-NIGHTS-MESSAGE THRU 2200-EXIT.
070900
071000 2100-EXIT.
071100     EXIT.
071200*
071300************************************************************
071400*  2150-EDIT-DATE-RANGE                                       *
071500*  DEFAULTS A BLANK TO DATE TO TODAY AND A BLANK FROM DATE TO  *
071600*  30 DAYS BEFORE THE TO DATE, THEN CHECKS BOTH ARE NUMERIC    *
071700*  YYYYMMDD AND IN ORDER.                                      *
071800************************************************************
071900 2150-EDIT-DATE-RANGE.
072000
072100     MOVE 'N' TO WS-DATE-OK-SW.
072200
072300     IF CA-TO-DATE = SPACES
072400         ACCEPT WS-TODAY FROM DATE YYYYMMDD
072500         MOVE WS-TODAY TO CA-TO-DATE
072600     END-IF.
072700     MOVE CA-TO-DATE TO WS-EDIT-DATE.
072800     IF WS-EDIT-DATE-9 NOT NUMERIC
072900      OR WS-EDIT-DATE (5:2) < '01' OR WS-EDIT-DATE (5:2) > '12'
073000      OR WS-EDIT-DATE (7:2) < '01' OR WS-EDIT-DATE (7:2) > '31'
073100         MOVE 'TO DATE MUST BE YYYYMMDD' TO MSGI
073200         GO TO 2150-EXIT
073300     END-IF.
073400
073500     IF CA-FROM-DATE = SPACES
073600         COMPUTE WS-DATE-INT =
073700             FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9) - 30
073800         COMPUTE WS-EDIT-DATE-9 =
073900             FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
074000         MOVE WS-EDIT-DATE TO CA-FROM-DATE
074100     END-IF.
074200     MOVE CA-FROM-DATE TO WS-EDIT-DATE.
074300     IF WS-EDIT-DATE-9 NOT NUMERIC
074400      OR WS-EDIT-DATE (5:2) < '01' OR WS-EDIT-DATE (5:2) > '12'
074500      OR WS-EDIT-DATE (7:2) < '01' OR WS-EDIT-DATE (7:2) > '31'
074600         MOVE 'FROM DATE MUST BE YYYYMMDD' TO MSGI
074700         GO TO 2150-EXIT
074800     END-IF.
074900
075000     IF CA-FROM-DATE > CA-TO-DATE
075100         MOVE 'FROM DATE IS AFTER THE TO DATE' TO MSGI
075200         GO TO 2150-EXIT
075300     END-IF.
075400
075500     SET DATE-RANGE-OK TO TRUE.
075600
075700 2150-EXIT.
075800     EXIT.
075900*
076000************************************************************
076100*  2200-NIGHTS-MESSAGE                                        *
076200*  SETS THE MESSAGE LINE FOR A PAGE OF NIGHTS.                 *
076300************************************************************
076400 2200-NIGHTS-MESSAGE.
076500
076600     IF WS-ROW-COUNT = ZERO
076700         STRING 'NO HISTORY FOR ' DELIMITED BY SIZE
076800                CA-DB-NAME        DELIMITED BY SPACE
076900                ' IN THAT DATE RANGE' DELIMITED BY SIZE
077000             INTO MSGI
077100         GO TO 2200-EXIT
077200     END-IF.
077300
077400     IF CA-MORE-NIGHTS
077500         MOVE 'KEY A ROW NO AND PF5 FOR ITS EVENTS - PF8 FOR MORE'
077600             TO MSGI
077700     ELSE
077800         MOVE 'KEY A ROW NO AND PF5 FOR ITS EVENTS - LAST PAGE'
077900             TO MSGI
078000     END-IF.
078100
078200 2200-EXIT.
078300     EXIT.
078400*
078500************************************************************
078600*  2300-NIGHTS-FORWARD                                        *
078700*  PF8 ON THE NIGHTS - LISTS THE NIGHTS AFTER THE LAST ONE     *
078800*  SHOWN AND STACKS THE NEW PAGE'S FIRST NIGHT FOR PF7.  THE   *
078900*  STACK KEEPS THE LATEST 20 PAGES.                            *
079000************************************************************
079100 2300-NIGHTS-FORWARD.
079200
079300     IF CA-DB-NAME = SPACES
079400         MOVE 'KEY A DB-NAME AND DATE RANGE AND PRESS ENTER'
079500             TO MSGI
079600         GO TO 2300-EXIT
079700     END-IF.
079800     IF NOT CA-MORE-NIGHTS
079900         MOVE CA-NIGHT-TOP (CA-NIGHT-PAGE) TO WS-START-DATE
080000         MOVE LOW-VALUES TO WS-AFTER-DATE
080100         PERFORM 1100-LOAD-NIGHTS THRU 1100-EXIT
080200         MOVE 'NO MORE NIGHTS IN THE DATE RANGE - PF7 PAGES BACK'
080300             TO MSGI
080400         GO TO 2300-EXIT
080500     END-IF.
080600
080700     MOVE CA-LAST-DATE TO WS-START-DATE WS-AFTER-DATE.
080800     PERFORM 1100-LOAD-NIGHTS THRU 1100-EXIT.
080900
081000     IF CA-NIGHT-PAGE = 20
081100         PERFORM 2310-SHIFT-NIGHT-STACK THRU 2310-EXIT
081200             VARYING WS-STACK-SUB FROM 1 BY 1
081300             UNTIL WS-STACK-SUB > 19
081400     ELSE
081500         ADD 1 TO CA-NIGHT-PAGE
081600     END-IF.
081700     MOVE CA-ROW-DATE (1) TO CA-NIGHT-TOP (CA-NIGHT-PAGE).
081800     PERFORM 2200-NIGHTS-MESSAGE THRU 2200-EXIT.
081900
082000 2300-EXIT.
082100     EXIT.
082200*
082300************************************************************
082400*  2310-SHIFT-NIGHT-STACK                                     *
082500*  DROPS THE OLDEST PAGE FROM A FULL NIGHTS STACK.             *
082600************************************************************
082700 2310-SHIFT-NIGHT-STACK.
082800
082900     MOVE CA-NIGHT-TOP (WS-STACK-SUB + 1)
083000         TO CA-NIGHT-TOP (WS-STACK-SUB).
083100
083200 2310-EXIT.
083300     EXIT.
083400*
083500************************************************************
083600*  2350-NIGHTS-BACK                                           *
083700*  PF7 ON THE NIGHTS - RELISTS THE PAGE BEFORE THE ONE SHOWN.  *
083800************************************************************
083900 2350-NIGHTS-BACK.
084000
084100     IF CA-DB-NAME = SPACES
084200         MOVE 'KEY A DB-NAME AND DATE RANGE AND PRESS ENTER'
084300             TO MSGI
084400         GO TO 2350-EXIT
084500     END-IF.
084600     IF CA-NIGHT-PAGE > 1
084700         SUBTRACT 1 FROM CA-NIGHT-PAGE
084800     END-IF.
084900
085000     MOVE CA-NIGHT-TOP (CA-NIGHT-PAGE) TO WS-START-DATE.
085100     MOVE LOW-VALUES TO WS-AFTER-DATE.
085200     PERFORM 1100-LOAD-NIGHTS THRU 1100-EXIT.
085300     PERFORM 2200-NIGHTS-MESSAGE THRU 2200-EXIT.
085400
085500 2350-EXIT.
085600     EXIT.
085700*
085800************************************************************
085900*  2400-RETURN-TO-NIGHTS                                      *
086000*  PF12 - RELISTS THE PAGE OF NIGHTS THE EVENTS WERE TAKEN     *
086100*  FROM.                                                       *
086200************************************************************
086300 2400-RETURN-TO-NIGHTS.
086400
086500     IF CA-DB-NAME = SPACES
086600         MOVE 'KEY A DB-NAME AND DATE RANGE AND PRESS ENTER'
086700             TO MSGI
086800         GO TO 2400-EXIT
086900     END-IF.
087000
087100     SET CA-NIGHTS-SHOWN TO TRUE.
087200     MOVE CA-NIGHT-TOP (CA-NIGHT-PAGE) TO WS-START-DATE.
087300     MOVE LOW-VALUES TO WS-AFTER-DATE.
087400     PERFORM 1100-LOAD-NIGHTS THRU 1100-EXIT.
087500     PERFORM 2200-NIGHTS-MESSAGE THRU 2200-EXIT.
087600
087700 2400-EXIT.
087800     EXIT.
087900*
088000************************************************************
088100*  2500-SHOW-EVENTS                                           *
088200*  PF5 - CHECKS THE ROW NUMBER AGAINST THE NIGHTS ON THE       *
088300*  SCREEN AND LISTS THE FIRST PAGE OF THAT NIGHT'S AUDIT       *
088400*  EVENTS.  A FAILED-OVER NIGHT NAMES THE ALTERNATE, WHOSE     *
088500*  EVENTS CARRY THE REST OF THE WINDOW.                        *
088600************************************************************
088700 2500-SHOW-EVENTS.
088800
088900     IF NOT CA-NIGHTS-SHOWN
089000         PERFORM 2400-RETURN-TO-NIGHTS THRU 2400-EXIT
089100         MOVE 'BACK ON THE NIGHTS - KEY A ROW NO AND PRESS PF5'
089200             TO MSGI
089300         GO TO 2500-EXIT
089400     END-IF.
089500
089600     MOVE CA-NIGHT-TOP (CA-NIGHT-PAGE) TO WS-START-DATE.
089700     MOVE LOW-VALUES TO WS-AFTER-DATE.
089800     IF SELNOI NOT NUMERIC OR SELNOI = SPACES
089900         PERFORM 1100-LOAD-NIGHTS THRU 1100-EXIT
090000         MOVE 'ENTER THE ROW NUMBER OF THE NIGHT TO SHOW' TO MSGI
090100         GO TO 2500-EXIT
090200     END-IF.
090300     MOVE SELNOI TO WS-SEL-NO.
090400     IF WS-SEL-NO < 1 OR WS-SEL-NO > CA-ROW-DATE-COUNT
090500         PERFORM 1100-LOAD-NIGHTS THRU 1100-EXIT
090600         MOVE 'ROW NUMBER IS NOT ON THE SCREEN' TO MSGI
090700         GO TO 2500-EXIT
090800     END-IF.
090900
091000     SET CA-EVENTS-SHOWN TO TRUE.
091100     MOVE CA-ROW-DATE (WS-SEL-NO) TO CA-EVENT-DATE.
091200     MOVE 1 TO CA-EVENT-PAGE.
091300     MOVE LOW-VALUES    TO WS-AI-START WS-AI-AFTER-KEY.
091400     MOVE CA-DB-NAME    TO WS-AI-START-DB-NAME.
091500     MOVE CA-EVENT-DATE TO WS-AI-START-DATE.
091600     PERFORM 1500-LOAD-EVENTS THRU 1500-EXIT.
091700     PERFORM 2600-EVENTS-MESSAGE THRU 2600-EXIT.
091800
091900 2500-EXIT.
092000     EXIT.
092100*
092200************************************************************
092300*  2600-EVENTS-MESSAGE                                        *
092400*  SETS THE INFORMATION AND MESSAGE LINES FOR A PAGE OF        *
092500*  EVENTS.                                                     *
092600************************************************************
092700 2600-EVENTS-MESSAGE.
092800
092900     MOVE CA-EVENT-DATE TO WS-NIGHT-DATE.
093000     MOVE SPACES TO WS-FO-DB-NAME.
093100     MOVE 'N'    TO WS-FO-FOUND-SW.
093200     MOVE CA-DB-NAME TO FP-PRIMARY.
093300     EXEC CICS READ FILE('FAILOVER')
093400         INTO(FP-RECORD)
093500         RIDFLD(FP-PRIMARY)
093600         RESP(WS-AUX-RESP)
093700     END-EXEC.
093800     IF WS-AUX-RESP = DFHRESP(NORMAL)
093900         MOVE FP-ALTERNATE TO WS-FO-DB-NAME
094000         PERFORM 1400-FIND-FAILOVER THRU 1400-EXIT
094100     END-IF.
094200
094300     IF FAILOVER-EVENT-FOUND
094400         STRING 'EVENTS FOR '     DELIMITED BY SIZE
094500                CA-DB-NAME        DELIMITED BY SPACE
094600                ' ON '            DELIMITED BY SIZE
094700                CA-EVENT-DATE     DELIMITED BY SIZE
094800                ' - FAILED OVER TO ' DELIMITED BY SIZE
094900                WS-FO-DB-NAME     DELIMITED BY SPACE
095000             INTO INFOI
095100     ELSE
095200         STRING 'EVENTS FOR '     DELIMITED BY SIZE
095300                CA-DB-NAME        DELIMITED BY SPACE
095400                ' ON '            DELIMITED BY SIZE
095500                CA-EVENT-DATE     DELIMITED BY SIZE
095600             INTO INFOI
095700     END-IF.
095800
095900     IF MSGI NOT = SPACES
096000         GO TO 2600-EXIT
096100     END-IF.
096200     IF WS-ROW-COUNT = ZERO
096300         MOVE 'NO AUDIT EVENTS ON LINE FOR THIS NIGHT - SEE THE'
096400             TO MSGI
096500         MOVE 'AUDARCH GENERATIONS' TO MSGI (50:19)
096600         GO TO 2600-EXIT
096700     END-IF.
096800     IF CA-MORE-EVENTS
096900         MOVE 'PF8 FOR MORE EVENTS - PF12 RETURNS TO THE NIGHTS'
097000             TO MSGI
097100     ELSE
097200         MOVE 'LAST PAGE OF EVENTS - PF12 RETURNS TO THE NIGHTS'
097300             TO MSGI
097400     END-IF.
097500
097600 2600-EXIT.
097700     EXIT.
097800*
097900************************************************************
098000*  2650-EVENTS-FORWARD                                        *
098100*  PF8 ON THE EVENTS - LISTS THE EVENTS AFTER THE LAST ONE     *
098200*  SHOWN.  THE STACK KEEPS THE FIRST 10 PAGES OF A NIGHT.      *
098300************************************************************
098400 2650-EVENTS-FORWARD.
098500
098600     IF CA-MORE-EVENTS AND CA-EVENT-PAGE < 10
098700         ADD 1 TO CA-EVENT-PAGE
098800         MOVE CA-LAST-EVENT-KEY TO WS-AI-START WS-AI-AFTER-KEY
098900         PERFORM 1500-LOAD-EVENTS THRU 1500-EXIT
099000     ELSE
099100         MOVE CA-EVENT-TOP (CA-EVENT-PAGE) TO WS-AI-START
099200         MOVE LOW-VALUES TO WS-AI-AFTER-KEY
099300         PERFORM 1500-LOAD-EVENTS THRU 1500-EXIT
099400         MOVE 'NO MORE EVENTS TO SHOW - PF7 PAGES BACK'
099500             TO MSGI
099600     END-IF.
099700     PERFORM 2600-EVENTS-MESSAGE THRU 2600-EXIT.
099800
099900 2650-EXIT.
100000     EXIT.
100100*
100200************************************************************
100300*  2660-EVENTS-BACK                                           *
100400*  PF7 ON THE EVENTS - RELISTS THE PAGE BEFORE THE ONE SHOWN.  *
100500************************************************************
100600 2660-EVENTS-BACK.
100700
100800     IF CA-EVENT-PAGE > 1
100900         SUBTRACT 1 FROM CA-EVENT-PAGE
101000     END-IF.
101100     MOVE CA-EVENT-TOP (CA-EVENT-PAGE) TO WS-AI-START.
101200     MOVE LOW-VALUES TO WS-AI-AFTER-KEY.
101300     PERFORM 1500-LOAD-EVENTS THRU 1500-EXIT.
101400     PERFORM 2600-EVENTS-MESSAGE THRU 2600-EXIT.
101500
101600 2660-EXIT.
101700     EXIT.
101800*
101900************************************************************
102000*  2800-SEND-MAP                                              *
102100*  REDISPLAYS THE INQUIRY IN FORCE AND THE HEADING FOR THE     *
102200*  DISPLAY THAT IS UP, AND SENDS THE MAP.                      *
102300************************************************************
102400 2800-SEND-MAP.
102500
102600     MOVE CA-DB-NAME   TO DBNAMEI.
102700     MOVE CA-FROM-DATE TO FROMDTI.
102800     MOVE CA-TO-DATE   TO TODTI.
102900     MOVE SPACES       TO SELNOI HDGI.
103000     IF CA-EVENTS-SHOWN
103100         MOVE 'TIME     EVENT      OUTCOME JOB' TO HDGI
103200         MOVE 'USER     WINDOW RUN ID' TO HDGI (38:22)
103300     ELSE
103400         MOVE 'NO DATE     ATMPT  SUCC  FAIL DFAIL ' TO HDGI
103500         MOVE 'CONNECTD      ROWS       AMOUNT HASH MARKS'
103600             TO HDGI (37:42)
103700     END-IF.
103800
103900     EXEC CICS SEND MAP(WS-MAP) MAPSET(WS-MAPSET)
104000         FROM(HISTMAP1I) ERASE
104100     END-EXEC.
104200
104300 2800-EXIT.
104400     EXIT.
104500*
104600************************************************************
104700*  2900-END-SESSION                                           *
104800*  ENDS THE TRANSACTION WHEN THE OPERATOR PRESSES PF3 OR       *
104900*  CLEAR.                                                      *
105000************************************************************
105100 2900-END-SESSION.
105200
105300     EXEC CICS SEND TEXT
105400         FROM('HISTINQ - SESSION ENDED')
105500         ERASE FREEKB
105600     END-EXEC.
105700
105800     EXEC CICS RETURN END-EXEC.
