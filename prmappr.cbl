000100************************************************************
000200*                                                              *
000300*  PRMAPPR                                                     *
000400*  PARAMETER-CHANGE APPROVAL TRANSACTION (TRANID PAPR).  THE   *
000500*  SECOND HALF OF THE FOUR-EYES CONTROL ON THE CONNPARM,       *
000600*  CALENDAR, FAILOVER, SLAPARM AND DEPPARM FILES: PARMMNT      *
000610*  QUEUES EVERY ADD, CHANGE AND DELETE ON THE PENDCHG          *
000700*  PENDING-CHANGE FILE, AND NOTHING REACHES THE ONLINE MASTER  *
000800*  - OR, THROUGH THE EVENING CONNEDIT REFRESH, THE BATCH       *
000900*  DATASETS - UNTIL A SECOND OPERATOR WITH DIFFERENT INITIALS  *
001000*  HAS LOOKED AT THE BEFORE AND AFTER IMAGES HERE AND APPROVED *
001100*  IT.                                                         *
001200*                                                              *
001300*  PSEUDO-CONVERSATIONAL, MODELLED ON ALRTMNT.  EACH TURN      *
001400*  LISTS UP TO 8 CHANGES WAITING FOR REVIEW ON THE PAPRMAP1    *
001500*  MAP, SAVING EACH ROW'S PENDCHG KEY IN THE COMMAREA.  THE    *
001600*  OPERATOR KEYS A ROW NUMBER AND PRESSES PF5 WITH THE         *
001700*  DECISION BLANK TO SEE THAT CHANGE'S IMAGES, THEN KEYS A     *
001800*  (APPROVE) OR R (REJECT) AND THEIR INITIALS AND PRESSES PF5  *
001900*  AGAIN.  A DECISION IS ONLY TAKEN ON THE CHANGE LAST SHOWN,  *
002000*  AND ONLY IF IT HAS NOT BEEN REPLACED SINCE.                 *
002100*                                                              *
002200*  APPROVING A PENDING CHANGE APPLIES IT TO THE MASTER -       *
002300*  PROVIDED THE ENTRY STILL MATCHES THE BEFORE IMAGE IT WAS    *
002400*  KEYED AGAINST - AND WRITES THE PRMAUDIT CHANGE-AUDIT        *
002500*  RECORD TO THE PAUD QUEUE WITH THE APPROVER'S INITIALS.      *
002600*  APPROVING AN EMERGENCY CHANGE, ALREADY APPLIED UNDER THE    *
002700*  PARMMNT OVERRIDE, COUNTERSIGNS IT.  REJECTING A PENDING     *
002800*  CHANGE LEAVES THE MASTER ALONE; THE OPERATOR WHO KEYED IT   *
002900*  MAY REJECT IT TO WITHDRAW IT.  AN EMERGENCY CHANGE IS       *
003000*  ALREADY IN FORCE AND CANNOT BE REJECTED - IT IS             *
003100*  COUNTERSIGNED AND THEN REVERSED BY A NEW CHANGE.            *
003200*                                                              *
003300************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.    ParmApprove.
003600 AUTHOR.        R. KOWALCZYK.
003700 INSTALLATION.  DATABASE SERVICES - BATCH SUPPORT.
003800 DATE-WRITTEN.  2026-10-15.
003900 DATE-COMPILED.
004000*
004100************************************************************
004200*  MODIFICATION HISTORY.                                      *
004300*      2026-10-15  RJK  ORIGINAL.                              *
004310*      2026-10-15  RJK  DEPPARM DEPENDENCY FILE (CODE D), WITH *
004320*                       THE LOOP CHECK REPEATED ON APPROVAL.   *
004400************************************************************
004500
004600 DATA DIVISION.
004700 WORKING-STORAGE SECTION.
004800*
004900************************************************************
005000*  MAP AND MAPSET NAMES                                        *
005100************************************************************
005200 77  WS-MAPSET                 PIC X(08)      VALUE 'PAPRMAP'.
005300 77  WS-MAP                    PIC X(08)      VALUE 'PAPRMAP1'.
005400 77  WS-TRANID                 PIC X(04)      VALUE 'PAPR'.
005500
005600 COPY PAPRMAP.
005700
005800************************************************************
005900*  RESPONSE-CODE WORK AREA FOR CICS COMMAND RESPONSES          *
006000************************************************************
006100 77  WS-RESP                   PIC S9(08) COMP VALUE ZERO.
006200
006300************************************************************
006400*  PENDCHG BROWSE AND UPDATE WORK AREAS                        *
006500************************************************************
006600 01  WS-BROWSE-KEY             PIC X(09).
006700 01  WS-PENDCHG-REC.
006800     COPY PENDCHG.
006900 01  WS-REQ-STAMP.
007000     05  WS-REQ-DATE           PIC X(08).
007100     05  WS-REQ-TIME           PIC X(08).
007200
007300 77  WS-ROW-SUB                PIC 9(02) COMP VALUE ZERO.
007400 77  WS-ROW-COUNT              PIC 9(02) COMP VALUE ZERO.
007500 77  WS-SEL-NO                 PIC 9(02)      VALUE ZERO.
007600 01  WS-ROW-TEXT.
007700     05  WS-ROW-NO             PIC 9(02).
007800     05  FILLER                PIC X(01) VALUE SPACES.
007900     05  WS-ROW-FILE-ID        PIC X(01).
008000     05  FILLER                PIC X(01) VALUE SPACES.
008100     05  WS-ROW-DB-NAME        PIC X(08).
008200     05  FILLER                PIC X(01) VALUE SPACES.
008300     05  WS-ROW-ACTION         PIC X(06).
008400     05  FILLER                PIC X(01) VALUE SPACES.
008500     05  WS-ROW-STATUS         PIC X(09).
008600     05  FILLER                PIC X(01) VALUE SPACES.
008700     05  WS-ROW-INITIALS       PIC X(03).
008800     05  FILLER                PIC X(01) VALUE SPACES.
008900     05  WS-ROW-TERMINAL       PIC X(04).
009000     05  FILLER                PIC X(01) VALUE SPACES.
009100     05  WS-ROW-DATE           PIC X(08).
009200     05  FILLER                PIC X(01) VALUE SPACES.
009300     05  WS-ROW-TIME           PIC X(08).
009400
009500 77  WS-ACTION-DESC            PIC X(06)      VALUE SPACES.
009600 77  WS-STATUS-DESC            PIC X(09)      VALUE SPACES.
009700
009800************************************************************
009900*  FILE SELECTION AND RECORD BUFFERS FOR APPLYING A CHANGE -   *
010000*  THE SAME FILE CODES AND RECORD LENGTHS PARMMNT USES.  THE   *
010100*  CURRENT MASTER ENTRY IS READ INTO A SPACE-FILLED BUFFER SO  *
010200*  IT COMPARES WITH THE BEFORE IMAGE PARMMNT SAVED THE SAME    *
010300*  WAY.                                                        *
010400************************************************************
010500 77  WS-FILE-NAME              PIC X(08)      VALUE SPACES.
010600 77  WS-REC-LEN                PIC S9(04) COMP VALUE ZERO.
010700 77  WS-MASTER-KEY             PIC X(08)      VALUE SPACES.
010800 01  WS-RECORD.
010900     05  WS-REC-KEY            PIC X(08).
011000     05  WS-REC-DATA           PIC X(60).
011010 01  WS-DEPPARM-VIEW REDEFINES WS-RECORD.
011020     COPY DEPPARM.
011100 01  WS-CUR-RECORD.
011200     05  WS-CUR-KEY            PIC X(08).
011300     05  WS-CUR-DATA           PIC X(60).
011303
011304*    DEPENDENCY-LOOP RECHECK - TWO CHANGES EACH PASSED BY
011305*    PARMMNT ON THEIR OWN CAN CLOSE A LOOP BETWEEN THEM, SO THE
011306*    CHAIN IS WALKED AGAIN AGAINST THE MASTER AS IT STANDS NOW.
011307 01  WS-CHAIN-REC.
011308     COPY DEPPARM
011309         REPLACING DEP-DB-NAME BY CHN-DB-NAME
011310                   DEP-PREREQ-NAME BY CHN-PREREQ-NAME
011311                   DEP-HOLD-MINUTES-X BY CHN-HOLD-MINUTES-X
011312                   DEP-HOLD-MINUTES BY CHN-HOLD-MINUTES.
011313 77  WS-CHAIN-KEY              PIC X(08)      VALUE SPACES.
011314 77  WS-CHAIN-DEPTH            PIC 9(02) COMP VALUE ZERO.
011315 77  WS-DEP-LOOP-SW            PIC X(01)      VALUE 'N'.
011316     88  DEP-LOOP-FOUND                       VALUE 'Y'.
011400
011500 77  WS-APPLY-FAIL-SW          PIC X(01)      VALUE 'N'.
011600     88  APPLY-FAILED                         VALUE 'Y'.
011700 77  WS-REVIEW-OK-SW           PIC X(01)      VALUE 'N'.
011800     88  REVIEW-OK                            VALUE 'Y'.
011900
012000************************************************************
012100*  CHANGE-AUDIT RECORD, WRITTEN TO THE PAUD TD QUEUE           *
012200************************************************************
012300 01  WS-PRMAUDIT-REC.
012400     COPY PRMAUDIT.
012500 77  WS-PRMAUDIT-LEN           PIC S9(04) COMP VALUE 157.
012600
012700 01  WS-STAMP.
012800     05  WS-STAMP-DATE         PIC X(08).
012900     05  WS-STAMP-TIME         PIC X(08).
013000
013100************************************************************
013200*  DATA PASSED FORWARD BETWEEN PSEUDO-CONVERSATIONAL TURNS -   *
013300*  THE PENDCHG KEY BEHIND EACH DISPLAYED ROW, AND THE KEY AND  *
013400*  REQUEST STAMP OF THE CHANGE WHOSE IMAGES WERE LAST SHOWN,   *
013500*  SO A DECISION IS ONLY EVER TAKEN ON WHAT THE OPERATOR SAW.  *
013600************************************************************
013700 01  WS-COMMAREA.
013800     05  CA-KEY-COUNT          PIC 9(02).
013900     05  CA-ROW-KEY            PIC X(09) OCCURS 8 TIMES.
014000     05  CA-SHOWN-KEY          PIC X(09).
014100     05  CA-SHOWN-STAMP        PIC X(16).
014200
014300 LINKAGE SECTION.
014400 01  DFHCOMMAREA               PIC X(99).
014500
014600 PROCEDURE DIVISION.
014700*
014800************************************************************
014900*  0000-MAINLINE                                              *
015000************************************************************
015100 0000-MAINLINE.
015200
015300     IF EIBCALEN = ZERO
015400         PERFORM 1000-INITIAL-ENTRY THRU 1000-EXIT
015500     ELSE
015600         MOVE DFHCOMMAREA TO WS-COMMAREA
015700         PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
015800     END-IF.
015900
016000     EXEC CICS RETURN
016100         TRANSID(WS-TRANID)
016200         COMMAREA(WS-COMMAREA)
016300     END-EXEC.
016400*
016500************************************************************
016600*  1000-INITIAL-ENTRY                                          *
016700*  FIRST ENTRY TO THE TRANSACTION.  BUILDS AND SENDS THE LIST   *
016800*  OF CHANGES WAITING FOR REVIEW.                               *
016900************************************************************
017000 1000-INITIAL-ENTRY.
017100
017200     MOVE LOW-VALUES TO PAPRMAP1I.
017300     MOVE SPACES     TO MSGI SELNOI DECISNI INITSI
017400                        CHGINFI BEFOREI AFTERI.
017500     MOVE SPACES     TO CA-SHOWN-KEY CA-SHOWN-STAMP.
017600     PERFORM 1100-LOAD-CHANGE-ROWS THRU 1100-EXIT.
017700     IF WS-ROW-COUNT = ZERO
017800         MOVE 'NO PARAMETER CHANGES ARE WAITING FOR REVIEW'
017900             TO MSGI
018000     ELSE
018100         MOVE 'KEY A ROW NO AND PRESS PF5 TO SEE THE CHANGE'
018200             TO MSGI
018300     END-IF.
018400
018500     EXEC CICS SEND MAP(WS-MAP) MAPSET(WS-MAPSET)
018600         FROM(PAPRMAP1I) ERASE
018700     END-EXEC.
018800
018900 1000-EXIT.
019000     EXIT.
019100*
019200************************************************************
019300*  1100-LOAD-CHANGE-ROWS                                       *
019400*  BROWSES PENDCHG AND FORMATS ONE DISPLAY LINE PER CHANGE      *
019500*  STILL WAITING FOR REVIEW - PENDING, OR AN EMERGENCY CHANGE   *
019600*  NOT YET COUNTERSIGNED - UP TO THE 8 ROWS THE MAP CAN SHOW,   *
019700*  SAVING EACH ROW'S RECORD KEY IN THE COMMAREA.                *
019800************************************************************
019900 1100-LOAD-CHANGE-ROWS.
020000
020100     PERFORM 1050-CLEAR-ROWS THRU 1050-EXIT
020200         VARYING WS-ROW-SUB FROM 1 BY 1
020300         UNTIL WS-ROW-SUB > 8.
020400
020500     MOVE ZERO TO WS-ROW-COUNT.
020600     MOVE ZERO TO CA-KEY-COUNT.
020700     MOVE LOW-VALUES TO WS-BROWSE-KEY.
020800
020900     EXEC CICS STARTBR FILE('PENDCHG')
021000         RIDFLD(WS-BROWSE-KEY) GTEQ
021100         RESP(WS-RESP)
021200     END-EXEC.
021300
021400     IF WS-RESP = DFHRESP(NORMAL)
021500         PERFORM 1150-READ-CHANGE-ROW THRU 1150-EXIT
021600             UNTIL WS-RESP NOT = DFHRESP(NORMAL)
021700                OR WS-ROW-COUNT = 8
021800         EXEC CICS ENDBR FILE('PENDCHG') END-EXEC
021900     END-IF.
022000
022100     MOVE WS-ROW-COUNT TO CA-KEY-COUNT.
022200
022300 1100-EXIT.
022400     EXIT.
022500*
022600************************************************************
022700*  1050-CLEAR-ROWS                                             *
022800*  BLANKS ONE LIST DISPLAY LINE.                                *
022900************************************************************
023000 1050-CLEAR-ROWS.
023100
023200     MOVE SPACES TO ROWI (WS-ROW-SUB).
023300
023400 1050-EXIT.
023500     EXIT.
023600*
023700************************************************************
023800*  1150-READ-CHANGE-ROW                                        *
023900*  READS ONE PENDCHG RECORD AND, IF IT IS STILL WAITING FOR     *
024000*  REVIEW, MOVES IT INTO THE NEXT MAP LINE AND SAVES ITS KEY.   *
024100************************************************************
024200 1150-READ-CHANGE-ROW.
024300
024400     EXEC CICS READNEXT FILE('PENDCHG')
024500         INTO(WS-PENDCHG-REC)
024600         RIDFLD(WS-BROWSE-KEY)
024700         RESP(WS-RESP)
024800     END-EXEC.
024900
025000     IF WS-RESP = DFHRESP(NORMAL) AND PND-AWAITING-REVIEW
025100         PERFORM 2160-DESCRIBE-CHANGE THRU 2160-EXIT
025200         ADD 1 TO WS-ROW-COUNT
025300         MOVE SPACES TO WS-ROW-TEXT
025400         MOVE WS-ROW-COUNT     TO WS-ROW-NO
025500         MOVE PND-FILE-ID      TO WS-ROW-FILE-ID
025600         MOVE PND-REC-KEY      TO WS-ROW-DB-NAME
025700         MOVE WS-ACTION-DESC   TO WS-ROW-ACTION
025800         MOVE WS-STATUS-DESC   TO WS-ROW-STATUS
025900         MOVE PND-REQ-INITIALS TO WS-ROW-INITIALS
026000         MOVE PND-REQ-TERMINAL TO WS-ROW-TERMINAL
026100         MOVE PND-REQ-DATE     TO WS-ROW-DATE
026200         MOVE PND-REQ-TIME     TO WS-ROW-TIME
026300         MOVE WS-ROW-TEXT TO ROWI (WS-ROW-COUNT)
026400         MOVE PND-CHG-KEY TO CA-ROW-KEY (WS-ROW-COUNT)
026500     END-IF.
026600
026700 1150-EXIT.
026800     EXIT.
026900*
027000************************************************************
027100*  2000-PROCESS-INPUT                                          *
027200*  HANDLES THE OPERATOR'S RESPONSE ON A SUBSEQUENT TURN.  THE   *
027300*  IMAGES OF THE CHANGE LAST SHOWN STAY ON THE SCREEN UNTIL A   *
027400*  DECISION IS TAKEN ON IT OR IT STOPS WAITING FOR REVIEW.      *
027500************************************************************
027600 2000-PROCESS-INPUT.
027700
027800     EXEC CICS HANDLE AID
027900         CLEAR(2900-END-SESSION)
028000         PF3(2900-END-SESSION)
028100     END-EXEC.
028200
028300     EXEC CICS RECEIVE MAP(WS-MAP) MAPSET(WS-MAPSET)
028400         INTO(PAPRMAP1I)
028500         RESP(WS-RESP)
028600     END-EXEC.
028700
028800     MOVE SPACES TO CHGINFI BEFOREI AFTERI.
028900     IF EIBAID = DFHPF5
029000         PERFORM 2100-EXECUTE-DECISION THRU 2100-EXIT
029100     ELSE
029200         MOVE 'PRESS PF5 TO EXECUTE, PF3 TO END' TO MSGI
029300     END-IF.
029400
029500     IF CA-SHOWN-KEY NOT = SPACES
029600         PERFORM 2300-REDISPLAY-SHOWN THRU 2300-EXIT
029700     END-IF.
029800     PERFORM 1100-LOAD-CHANGE-ROWS THRU 1100-EXIT.
029900
030000     EXEC CICS SEND MAP(WS-MAP) MAPSET(WS-MAPSET)
030100         FROM(PAPRMAP1I) ERASE
030200     END-EXEC.
030300
030400 2000-EXIT.
030500     EXIT.
030600*
030700************************************************************
030800*  2100-EXECUTE-DECISION                                       *
030900*  CHECKS THE ROW NUMBER AND ROUTES THE REQUEST: A BLANK        *
031000*  DECISION SHOWS THE CHANGE, A APPROVES IT, R REJECTS IT.      *
031100*  A DECISION NEEDS THE REVIEWER'S INITIALS AND MUST BE ON THE  *
031200*  CHANGE WHOSE IMAGES ARE ON THE SCREEN.                       *
031300************************************************************
031400 2100-EXECUTE-DECISION.
031500
031600     IF SELNOI NOT NUMERIC OR SELNOI = SPACES
031700         MOVE 'ENTER THE ROW NUMBER OF THE CHANGE TO REVIEW'
031800             TO MSGI
031900         GO TO 2100-EXIT
032000     END-IF.
032100     MOVE SELNOI TO WS-SEL-NO.
032200     IF WS-SEL-NO < 1 OR WS-SEL-NO > CA-KEY-COUNT
032300         MOVE 'ROW NUMBER IS NOT ON THE SCREEN' TO MSGI
032400         GO TO 2100-EXIT
032500     END-IF.
032600
032700     IF DECISNI = SPACE OR DECISNI = LOW-VALUE
032800         PERFORM 2200-SHOW-CHANGE THRU 2200-EXIT
032900         GO TO 2100-EXIT
033000     END-IF.
033100
033200     IF DECISNI NOT = 'A' AND DECISNI NOT = 'R'
033300         MOVE 'DECISION MUST BE A, R OR BLANK' TO MSGI
033400         GO TO 2100-EXIT
033500     END-IF.
033600     IF CA-ROW-KEY (WS-SEL-NO) NOT = CA-SHOWN-KEY
033700         MOVE 'SHOW THE CHANGE FIRST - PF5 WITH DECISION BLANK'
033800             TO MSGI
033900         GO TO 2100-EXIT
034000     END-IF.
034100     IF INITSI = SPACES OR INITSI = LOW-VALUES
034200         MOVE 'ENTER YOUR INITIALS BEFORE PRESSING PF5' TO MSGI
034300         GO TO 2100-EXIT
034400     END-IF.
034500
034600     PERFORM 2350-READ-FOR-REVIEW THRU 2350-EXIT.
034700     IF NOT REVIEW-OK
034800         GO TO 2100-EXIT
034900     END-IF.
035000
035100     IF DECISNI = 'A'
035200         PERFORM 2400-APPROVE-CHANGE THRU 2400-EXIT
035300     ELSE
035400         PERFORM 2600-REJECT-CHANGE THRU 2600-EXIT
035500     END-IF.
035600
035700 2100-EXIT.
035800     EXIT.
035900*
036000************************************************************
036100*  2150-SET-FILE                                               *
036200*  RESOLVES THE CHANGE'S FILE CODE TO THE ONLINE FILE NAME AND  *
036300*  ITS RECORD LENGTH, AS PARMMNT DOES.                          *
036400************************************************************
036500 2150-SET-FILE.
036600
036700     EVALUATE PND-FILE-ID
036800         WHEN 'C'
036900             MOVE 'CONNPARM' TO WS-FILE-NAME
037000             MOVE 29 TO WS-REC-LEN
037100         WHEN 'L'
037200             MOVE 'CALPARM'  TO WS-FILE-NAME
037300             MOVE 58 TO WS-REC-LEN
037400         WHEN 'F'
037500             MOVE 'FAILOVER' TO WS-FILE-NAME
037600             MOVE 16 TO WS-REC-LEN
037700         WHEN 'S'
037800             MOVE 'SLAPARM'  TO WS-FILE-NAME
037900             MOVE 24 TO WS-REC-LEN
037910         WHEN 'D'
037920             MOVE 'DEPPARM'  TO WS-FILE-NAME
037930             MOVE 24 TO WS-REC-LEN
038000         WHEN OTHER
038100             MOVE SPACES TO WS-FILE-NAME
038200     END-EVALUATE.
038300
038400 2150-EXIT.
038500     EXIT.
038600*
038700************************************************************
038800*  2160-DESCRIBE-CHANGE                                        *
038900*  SETS THE ACTION AND STATUS WORDS SHOWN FOR A CHANGE.         *
039000************************************************************
039100 2160-DESCRIBE-CHANGE.
039200
039300     EVALUATE PND-ACTION
039400         WHEN 'A'
039500             MOVE 'ADD'    TO WS-ACTION-DESC
039600         WHEN 'C'
039700             MOVE 'CHANGE' TO WS-ACTION-DESC
039800         WHEN 'D'
039900             MOVE 'DELETE' TO WS-ACTION-DESC
040000         WHEN OTHER
040100             MOVE PND-ACTION TO WS-ACTION-DESC
040200     END-EVALUATE.
040300
040400     IF PND-EMERGENCY
040500         MOVE 'EMERGENCY' TO WS-STATUS-DESC
040600     ELSE
040700         MOVE 'PENDING'   TO WS-STATUS-DESC
040800     END-IF.
040900
041000 2160-EXIT.
041100     EXIT.
041200*
041300************************************************************
041400*  2200-SHOW-CHANGE                                            *
041500*  READS THE SELECTED CHANGE, PUTS ITS BEFORE AND AFTER         *
041600*  IMAGES ON THE SCREEN, AND REMEMBERS ITS KEY AND REQUEST      *
041700*  STAMP SO THE DECISION THAT FOLLOWS CAN BE CHECKED AGAINST    *
041800*  WHAT WAS SHOWN.                                              *
041900************************************************************
042000 2200-SHOW-CHANGE.
042100
042200     MOVE SPACES TO CA-SHOWN-KEY CA-SHOWN-STAMP.
042300     MOVE CA-ROW-KEY (WS-SEL-NO) TO WS-BROWSE-KEY.
042400     EXEC CICS READ FILE('PENDCHG')
042500         INTO(WS-PENDCHG-REC)
042600         RIDFLD(WS-BROWSE-KEY)
042700         RESP(WS-RESP)
042800     END-EXEC.
042900     IF WS-RESP NOT = DFHRESP(NORMAL) OR NOT PND-AWAITING-REVIEW
043000         MOVE 'CHANGE IS NO LONGER WAITING - LIST REFRESHED'
043100             TO MSGI
043200         GO TO 2200-EXIT
043300     END-IF.
043400
043500     MOVE PND-CHG-KEY      TO CA-SHOWN-KEY.
043600     MOVE PND-REQ-DATE     TO WS-REQ-DATE.
043700     MOVE PND-REQ-TIME     TO WS-REQ-TIME.
043800     MOVE WS-REQ-STAMP     TO CA-SHOWN-STAMP.
043900     IF PND-EMERGENCY
044000         MOVE 'EMERGENCY CHANGE IN FORCE - A TO COUNTERSIGN, PF5'
044100             TO MSGI
044200     ELSE
044300         MOVE 'KEY A OR R AND YOUR INITIALS, THEN PRESS PF5'
044400             TO MSGI
044500     END-IF.
044600
044700 2200-EXIT.
044800     EXIT.
044900*
045000************************************************************
045100*  2250-FORMAT-CHANGE                                          *
045200*  PUTS THE CHANGE IN WS-PENDCHG-REC ON THE CHANGE, BEFORE AND  *
045300*  AFTER LINES OF THE SCREEN.                                   *
045400************************************************************
045500 2250-FORMAT-CHANGE.
045600
045700     PERFORM 2150-SET-FILE THRU 2150-EXIT.
045800     PERFORM 2160-DESCRIBE-CHANGE THRU 2160-EXIT.
045900     MOVE SPACES TO CHGINFI.
046000     STRING WS-ACTION-DESC   DELIMITED BY SPACE
046100            ' '              DELIMITED BY SIZE
046200            WS-FILE-NAME     DELIMITED BY SPACE
046300            ' '              DELIMITED BY SIZE
046400            PND-REC-KEY      DELIMITED BY SPACE
046500            ' KEYED BY '     DELIMITED BY SIZE
046600            PND-REQ-INITIALS DELIMITED BY SIZE
046700            ' AT '           DELIMITED BY SIZE
046800            PND-REQ-TERMINAL DELIMITED BY SIZE
046900            ' - '            DELIMITED BY SIZE
047000            WS-STATUS-DESC   DELIMITED BY SPACE
047100         INTO CHGINFI.
047200     MOVE PND-BEFORE-IMAGE TO BEFOREI.
047300     MOVE PND-AFTER-IMAGE  TO AFTERI.
047400
047500 2250-EXIT.
047600     EXIT.
047700*
047800************************************************************
047900*  2300-REDISPLAY-SHOWN                                        *
048000*  PUTS THE CHANGE LAST SHOWN BACK ON THE SCREEN IF IT IS       *
048100*  STILL WAITING FOR REVIEW UNCHANGED; OTHERWISE FORGETS IT.    *
048200************************************************************
048300 2300-REDISPLAY-SHOWN.
048400
048500     MOVE CA-SHOWN-KEY TO WS-BROWSE-KEY.
048600     EXEC CICS READ FILE('PENDCHG')
048700         INTO(WS-PENDCHG-REC)
048800         RIDFLD(WS-BROWSE-KEY)
048900         RESP(WS-RESP)
049000     END-EXEC.
049100     MOVE PND-REQ-DATE TO WS-REQ-DATE.
049200     MOVE PND-REQ-TIME TO WS-REQ-TIME.
049300     IF WS-RESP = DFHRESP(NORMAL) AND PND-AWAITING-REVIEW
049400        AND WS-REQ-STAMP = CA-SHOWN-STAMP
049500         PERFORM 2250-FORMAT-CHANGE THRU 2250-EXIT
049600     ELSE
049700         MOVE SPACES TO CA-SHOWN-KEY CA-SHOWN-STAMP
049800     END-IF.
049900
050000 2300-EXIT.
050100     EXIT.
050200*
050300************************************************************
050400*  2350-READ-FOR-REVIEW                                        *
050500*  READS THE CHANGE SHOWN FOR UPDATE AND CONFIRMS IT IS STILL   *
050600*  WAITING FOR REVIEW AND HAS NOT BEEN REPLACED SINCE IT WAS    *
050700*  SHOWN.  SETS REVIEW-OK, HOLDING THE RECORD, WHEN IT IS.      *
050800************************************************************
050900 2350-READ-FOR-REVIEW.
051000
051100     MOVE 'N' TO WS-REVIEW-OK-SW.
051200     MOVE CA-SHOWN-KEY TO WS-BROWSE-KEY.
051300     EXEC CICS READ FILE('PENDCHG')
051400         INTO(WS-PENDCHG-REC)
051500         RIDFLD(WS-BROWSE-KEY)
051600         UPDATE
051700         RESP(WS-RESP)
051800     END-EXEC.
051900     IF WS-RESP NOT = DFHRESP(NORMAL)
052000         MOVE 'CHANGE NO LONGER ON FILE - LIST REFRESHED' TO MSGI
052100         GO TO 2350-EXIT
052200     END-IF.
052300
052400     MOVE PND-REQ-DATE TO WS-REQ-DATE.
052500     MOVE PND-REQ-TIME TO WS-REQ-TIME.
052600     IF NOT PND-AWAITING-REVIEW
052700        OR WS-REQ-STAMP NOT = CA-SHOWN-STAMP
052800         EXEC CICS UNLOCK FILE('PENDCHG') END-EXEC
052900         MOVE 'CHANGE WAS REVIEWED OR REPLACED - LIST REFRESHED'
053000             TO MSGI
053100         GO TO 2350-EXIT
053200     END-IF.
053300
053400     SET REVIEW-OK TO TRUE.
053500
053600 2350-EXIT.
053700     EXIT.
053800*
053900************************************************************
054000*  2400-APPROVE-CHANGE                                         *
054100*  APPROVES THE CHANGE HELD BY 2350-READ-FOR-REVIEW.  THE       *
054200*  REVIEWER MUST NOT BE THE OPERATOR WHO KEYED IT.  A PENDING   *
054300*  CHANGE IS APPLIED TO THE MASTER AND AUDITED FIRST; AN        *
054400*  EMERGENCY CHANGE IS ALREADY IN FORCE AND IS COUNTERSIGNED.   *
054500************************************************************
054600 2400-APPROVE-CHANGE.
054700
054800     IF INITSI = PND-REQ-INITIALS
054900         EXEC CICS UNLOCK FILE('PENDCHG') END-EXEC
055000         MOVE 'A SECOND OPERATOR MUST APPROVE - NOT THE REQUESTER'
055100             TO MSGI
055200         GO TO 2400-EXIT
055300     END-IF.
055400
055500     IF PND-PENDING
055600         PERFORM 2500-APPLY-CHANGE THRU 2500-EXIT
055700         IF APPLY-FAILED
055800             EXEC CICS UNLOCK FILE('PENDCHG') END-EXEC
055900             GO TO 2400-EXIT
056000         END-IF
056100         PERFORM 2550-WRITE-CHANGE-AUDIT THRU 2550-EXIT
056200     END-IF.
056300
056400     MOVE 'A' TO PND-STATUS.
056500     PERFORM 2700-STAMP-REVIEW THRU 2700-EXIT.
056600     EXEC CICS REWRITE FILE('PENDCHG')
056700         FROM(WS-PENDCHG-REC)
056800         RESP(WS-RESP)
056900     END-EXEC.
057000
057100     MOVE SPACES TO MSGI.
057200     EVALUATE TRUE
057300         WHEN WS-RESP NOT = DFHRESP(NORMAL)
057400             MOVE 'WARNING - APPROVAL NOT RECORDED ON PENDCHG'
057500                 TO MSGI
057600         WHEN PND-EMERGENCY-OVERRIDE
057700             STRING 'EMERGENCY CHANGE TO ' DELIMITED BY SIZE
057800                    PND-REC-KEY DELIMITED BY SIZE
057900                    ' COUNTERSIGNED BY ' DELIMITED BY SIZE
058000                    INITSI DELIMITED BY SIZE
058100                 INTO MSGI
058200         WHEN OTHER
058300             STRING 'CHANGE TO ' DELIMITED BY SIZE
058400                    PND-REC-KEY DELIMITED BY SIZE
058500                    ' APPROVED AND APPLIED BY ' DELIMITED BY SIZE
058600                    INITSI DELIMITED BY SIZE
058700                 INTO MSGI
058800     END-EVALUATE.
058900     MOVE SPACES TO CA-SHOWN-KEY CA-SHOWN-STAMP DECISNI.
059000
059100 2400-EXIT.
059200     EXIT.
059300*
059400************************************************************
059500*  2500-APPLY-CHANGE                                           *
059600*  APPLIES THE APPROVED CHANGE TO THE MASTER.  A CHANGE OR      *
059700*  DELETE IS ONLY APPLIED WHILE THE ENTRY STILL MATCHES THE     *
059800*  BEFORE IMAGE IT WAS KEYED AGAINST, AND AN ADD ONLY WHILE THE *
059900*  KEY IS STILL FREE; OTHERWISE THE REVIEWER IS TOLD TO REJECT  *
060000*  IT AND HAVE IT KEYED AGAIN.  SETS APPLY-FAILED, WITH THE     *
060100*  REASON ON THE MESSAGE LINE, WHEN NOTHING WAS APPLIED.        *
060200************************************************************
060300 2500-APPLY-CHANGE.
060400
060500     MOVE 'Y' TO WS-APPLY-FAIL-SW.
060600     PERFORM 2150-SET-FILE THRU 2150-EXIT.
060700     IF WS-FILE-NAME = SPACES
060800         MOVE 'CHANGE HAS AN UNKNOWN FILE CODE - REJECT IT'
060900             TO MSGI
061000         GO TO 2500-EXIT
061100     END-IF.
061200     MOVE PND-REC-KEY     TO WS-REC-KEY WS-MASTER-KEY.
061300     MOVE PND-AFTER-IMAGE TO WS-REC-DATA.
061310     IF PND-FILE-ID = 'D'
061320      AND PND-ACTION NOT = 'D'
061330         PERFORM 2520-CHECK-DEP-LOOP THRU 2520-EXIT
061340         IF DEP-LOOP-FOUND
061350             GO TO 2500-EXIT
061360         END-IF
061370     END-IF.
061400
061500     IF PND-ACTION = 'A'
061600         EXEC CICS WRITE FILE(WS-FILE-NAME)
061700             FROM(WS-RECORD)
061800             RIDFLD(WS-REC-KEY)
061900             LENGTH(WS-REC-LEN)
062000             RESP(WS-RESP)
062100         END-EXEC
062200         EVALUATE TRUE
062300             WHEN WS-RESP = DFHRESP(NORMAL)
062400                 MOVE 'N' TO WS-APPLY-FAIL-SW
062500             WHEN WS-RESP = DFHRESP(DUPREC)
062600                 MOVE 'ENTRY ADDED SINCE IT WAS KEYED - REJECT IT'
062700                     TO MSGI
062800             WHEN OTHER
062900                 MOVE 'APPROVAL FAILED - FILE ERROR' TO MSGI
063000         END-EVALUATE
063100         GO TO 2500-EXIT
063200     END-IF.
063300
063400     MOVE SPACES TO WS-CUR-RECORD.
063500     EXEC CICS READ FILE(WS-FILE-NAME)
063600         INTO(WS-CUR-RECORD)
063700         RIDFLD(WS-MASTER-KEY)
063800         UPDATE
063900         RESP(WS-RESP)
064000     END-EXEC.
064100     IF WS-RESP NOT = DFHRESP(NORMAL)
064200         MOVE 'ENTRY NO LONGER ON FILE - REJECT IT' TO MSGI
064300         GO TO 2500-EXIT
064400     END-IF.
064500     IF WS-CUR-DATA NOT = PND-BEFORE-IMAGE
064600         EXEC CICS UNLOCK FILE(WS-FILE-NAME) END-EXEC
064700         MOVE 'ENTRY CHANGED SINCE IT WAS KEYED - REJECT IT'
064800             TO MSGI
064900         GO TO 2500-EXIT
065000     END-IF.
065100
065200     IF PND-ACTION = 'D'
065300         EXEC CICS DELETE FILE(WS-FILE-NAME)
065400             RESP(WS-RESP)
065500         END-EXEC
065600     ELSE
065700         EXEC CICS REWRITE FILE(WS-FILE-NAME)
065800             FROM(WS-RECORD)
065900             LENGTH(WS-REC-LEN)
066000             RESP(WS-RESP)
066100         END-EXEC
066200     END-IF.
066300     IF WS-RESP = DFHRESP(NORMAL)
066400         MOVE 'N' TO WS-APPLY-FAIL-SW
066500     ELSE
066600         MOVE 'APPROVAL FAILED - FILE ERROR' TO MSGI
066700     END-IF.
066800
066900 2500-EXIT.
067000     EXIT.
067100*
067101************************************************************
067102*  2520-CHECK-DEP-LOOP                                         *
067103*  A DEPPARM ADD OR CHANGE MUST NOT CLOSE A LOOP WITH AN ENTRY  *
067104*  APPROVED SINCE IT WAS KEYED.  FOLLOWS THE PREREQUISITE       *
067105*  CHAIN ON THE MASTER FROM THE NEW PREREQUISITE AND SETS       *
067106*  DEP-LOOP-FOUND, WITH THE REASON ON THE MESSAGE LINE, IF IT   *
067107*  LEADS BACK TO THE DEPENDENT.                                 *
067108************************************************************
067109 2520-CHECK-DEP-LOOP.
067110
067111     MOVE 'N' TO WS-DEP-LOOP-SW.
067112     MOVE DEP-PREREQ-NAME TO WS-CHAIN-KEY.
067113     MOVE ZERO TO WS-CHAIN-DEPTH.
067114     PERFORM 2530-WALK-DEP-CHAIN THRU 2530-EXIT
067115         UNTIL WS-CHAIN-KEY = SPACES
067116            OR DEP-LOOP-FOUND.
067117
067118 2520-EXIT.
067119     EXIT.
067120*
067121************************************************************
067122*  2530-WALK-DEP-CHAIN                                         *
067123*  FOLLOWS ONE LINK OF THE CHAIN, AS 4560-WALK-DEP-CHAIN DOES   *
067124*  IN PARMMNT.                                                  *
067125************************************************************
067126 2530-WALK-DEP-CHAIN.
067127
067128     IF WS-CHAIN-KEY = DEP-DB-NAME
067129         MOVE SPACES TO MSGI
067130         STRING 'DEPENDENCY LOOP VIA '
067131                                     DELIMITED BY SIZE
067132                DEP-PREREQ-NAME      DELIMITED BY SPACE
067133                ' - REJECT IT'       DELIMITED BY SIZE
067134             INTO MSGI
067135         SET DEP-LOOP-FOUND TO TRUE
067136         GO TO 2530-EXIT
067137     END-IF.
067138
067139     ADD 1 TO WS-CHAIN-DEPTH.
067140     IF WS-CHAIN-DEPTH > 20
067141         MOVE 'PREREQUISITE CHAIN TOO LONG - REJECT IT' TO MSGI
067142         SET DEP-LOOP-FOUND TO TRUE
067143         GO TO 2530-EXIT
067144     END-IF.
067145
067146     EXEC CICS READ FILE(WS-FILE-NAME)
067147         INTO(WS-CHAIN-REC)
067148         RIDFLD(WS-CHAIN-KEY)
067149         RESP(WS-RESP)
067150     END-EXEC.
067151     IF WS-RESP = DFHRESP(NORMAL)
067152         MOVE CHN-PREREQ-NAME TO WS-CHAIN-KEY
067153     ELSE
067154         MOVE SPACES TO WS-CHAIN-KEY
067155     END-IF.
067156
067157 2530-EXIT.
067158     EXIT.
067159*
067200************************************************************
067300*  2550-WRITE-CHANGE-AUDIT                                     *
067400*  WRITES THE WHO/WHEN/BEFORE-AFTER CHANGE-AUDIT RECORD FOR     *
067500*  THE CHANGE JUST APPLIED TO THE PAUD TRANSIENT-DATA QUEUE.    *
067600*  THE INITIALS AND TERMINAL ARE THOSE OF THE OPERATOR WHO      *
067700*  KEYED THE CHANGE; THE REVIEWER GOES IN AS THE APPROVER.      *
067800************************************************************
067900 2550-WRITE-CHANGE-AUDIT.
068000
068100     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
068200     ACCEPT WS-STAMP-TIME FROM TIME.
068300     MOVE WS-STAMP-DATE    TO PAU-DATE.
068400     MOVE WS-STAMP-TIME    TO PAU-TIME.
068500     MOVE PND-REQ-INITIALS TO PAU-INITIALS.
068600     MOVE PND-REQ-TERMINAL TO PAU-TERMINAL.
068700     MOVE PND-FILE-ID      TO PAU-FILE-ID.
068800     MOVE PND-ACTION       TO PAU-ACTION.
068900     MOVE PND-REC-KEY      TO PAU-KEY.
069000     MOVE PND-BEFORE-IMAGE TO PAU-BEFORE-IMAGE.
069100     MOVE PND-AFTER-IMAGE  TO PAU-AFTER-IMAGE.
069200     MOVE INITSI           TO PAU-APPROVER.
069300     MOVE 'N'              TO PAU-OVERRIDE-SW.
069400
069500     EXEC CICS WRITEQ TD QUEUE('PAUD')
069600         FROM(WS-PRMAUDIT-REC)
069700         LENGTH(WS-PRMAUDIT-LEN)
069800         RESP(WS-RESP)
069900     END-EXEC.
070000
070100 2550-EXIT.
070200     EXIT.
070300*
070400************************************************************
070500*  2600-REJECT-CHANGE                                          *
070600*  REJECTS THE PENDING CHANGE HELD BY 2350-READ-FOR-REVIEW.     *
070700*  THE MASTER IS NOT TOUCHED.  ANYONE MAY REJECT, SO THE        *
070800*  REQUESTER CAN WITHDRAW A CHANGE.  AN EMERGENCY CHANGE IS     *
070900*  ALREADY IN FORCE - IT MUST BE COUNTERSIGNED, AND THEN        *
071000*  REVERSED BY A NEW CHANGE IF IT WAS WRONG.                    *
071100************************************************************
071200 2600-REJECT-CHANGE.
071300
071400     IF PND-EMERGENCY
071500         EXEC CICS UNLOCK FILE('PENDCHG') END-EXEC
071600         MOVE 'IN FORCE - COUNTERSIGN IT, THEN UNDO IT'
071700             TO MSGI
071800         GO TO 2600-EXIT
071900     END-IF.
072000
072100     MOVE 'R' TO PND-STATUS.
072200     PERFORM 2700-STAMP-REVIEW THRU 2700-EXIT.
072300     EXEC CICS REWRITE FILE('PENDCHG')
072400         FROM(WS-PENDCHG-REC)
072500         RESP(WS-RESP)
072600     END-EXEC.
072700
072800     MOVE SPACES TO MSGI.
072900     IF WS-RESP = DFHRESP(NORMAL)
073000         STRING 'CHANGE TO ' DELIMITED BY SIZE
073100                PND-REC-KEY DELIMITED BY SIZE
073200                ' REJECTED BY ' DELIMITED BY SIZE
073300                INITSI DELIMITED BY SIZE
073400             INTO MSGI
073500         MOVE SPACES TO CA-SHOWN-KEY CA-SHOWN-STAMP DECISNI
073600     ELSE
073700         MOVE 'REJECT FAILED - CHANGE LEFT WAITING' TO MSGI
073800     END-IF.
073900
074000 2600-EXIT.
074100     EXIT.
074200*
074300************************************************************
074400*  2700-STAMP-REVIEW                                           *
074500*  STAMPS THE REVIEWER'S INITIALS, TERMINAL AND THE TIME ON     *
074600*  THE PENDCHG RECORD.                                          *
074700************************************************************
074800 2700-STAMP-REVIEW.
074900
075000     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
075100     ACCEPT WS-STAMP-TIME FROM TIME.
075200     MOVE WS-STAMP-DATE TO PND-REV-DATE.
075300     MOVE WS-STAMP-TIME TO PND-REV-TIME.
075400     MOVE INITSI        TO PND-REV-INITIALS.
075500     MOVE EIBTRMID      TO PND-REV-TERMINAL.
075600
075700 2700-EXIT.
075800     EXIT.
075900*
076000************************************************************
076100*  2900-END-SESSION                                            *
076200*  ENDS THE TRANSACTION WHEN THE OPERATOR PRESSES PF3 OR CLEAR. *
076300************************************************************
076400 2900-END-SESSION.
076500
076600     EXEC CICS SEND TEXT
076700         FROM('PRMAPPR - SESSION ENDED')
076800         ERASE FREEKB
076900     END-EXEC.
077000
077100     EXEC CICS RETURN END-EXEC.
