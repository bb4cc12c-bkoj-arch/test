001100*  CALENDAR-SKIPPED SUBSYSTEM IS NEVER CALLED AND A FAILED-    *
001200*  OVER PRIMARY IS WORKED UNDER ITS ALTERNATE'S NAME - THE     *
001300*  CONNECTION THAT ACTUALLY EXISTS.                            *
001310*                                                              *
001320*  A SUBSYSTEM WITH A PREREQUISITE ON THE DEPPARM FILE WAITS   *
001330*  FOR THE PREREQUISITE'S READ PASS TO COMPLETE FOR THE SAME   *
001340*  WINDOW - IN THIS OR ANOTHER GROUP STREAM - AND IS BYPASSED, *
001350*  WITH AN AUDIT EVENT, WHEN IT NEVER WILL.                    *
001400*                                                              *
001500************************************************************
001600 IDENTIFICATION DIVISION.
004015*                       RESTART RECORDS, SO CTLBALAN BALANCES  *
004016*                       ON AMOUNTS AND CATEGORIES AS WELL AS   *
004017*                       THE ROW COUNT.                         *
004018*      2026-10-15  RJK  OPTIONAL ROW EXTRACT.  WHEN A ROWXTRCT *
004019*                       FILE IS ALLOCATED THE DBREAD SERVICE   *
004020*                       HANDS BACK THE KEY, AMOUNT AND         *
004021*                       CATEGORY OF EVERY ROW READ, 500 ROWS   *
004022*                       PER CALL RESUMED FROM THE ROW IT       *
004023*                       REACHED, AND THE PASS WRITES THEM TO   *
004024*                       THE EXTRACT SO ROWMATCH CAN NAME THE   *
004025*                       ROWS BEHIND AN OUT-OF-BALANCE NIGHT.   *
004026*                       A STEP RESTART EXTENDS THE PRIOR       *
004027*                       ATTEMPT'S EXTRACT.                     *
004028*      2026-10-15  RJK  DEPENDENCY HOLD.  A SUBSYSTEM NAMED AS *
004029*                       A DEPENDENT ON THE NEW DEPPARM FILE IS *
004030*                       NOT WORKED UNTIL ITS PREREQUISITE'S    *
004031*                       DBREADER RESTART RECORD FOR THE SAME   *
004032*                       WINDOW SHOWS COMPLETE - FROM THIS      *
004033*                       PASS, OR FROM ANOTHER GROUP STREAM'S   *
004034*                       RESTART FILE READ ON DEPRSTRT.  A      *
004035*                       DEPENDENT WHOSE PREREQUISITE IS NOT    *
004036*                       YET SETTLED IS HELD WHILE THE REST OF  *
004037*                       THE PASS IS WORKED, THEN RE-CHECKED    *
004038*                       UNTIL IT SETTLES OR ITS HOLD TIME RUNS *
004039*                       OUT.  ONE WHOSE PREREQUISITE FAILED,   *
004040*                       WAS DRAINED, WAS NOT WORKED TONIGHT OR *
004041*                       WAS ITSELF BYPASSED - OR WHOSE HOLD    *
004042*                       TIME RAN OUT - IS BYPASSED WITH A      *
004043*                       BYPASSED RESTART RECORD AND AN         *
004044*                       RDRBYPASS EVENT ON THE AUDIT TRAIL.    *
004045*                       EVERY CHECKPOINT ENTRY NOW LEAVES A    *
004046*                       RESTART RECORD (NOT WORKED, DRAINED OR *
004047*                       BYPASSED WHERE IT WAS NOT WORKED), AND *
004048*                       THE RESTART FILE IS CLOSED AND         *
004049*                       REOPENED AFTER EACH RECORD SO THE      *
004050*                       OTHER STREAMS SEE PROGRESS AS IT IS    *
004051*                       MADE.                                  *
004052*      2026-10-15  RJK  WITH NO DEPRSTRT FILE ALLOCATED A      *
004053*                       PREREQUISITE THAT LEFT NO RESTART      *
004054*                       RECORD BY THE END OF THE CHECKPOINT    *
004055*                       WAS NOT RUN TONIGHT AND ITS DEPENDENTS *
004056*                       ARE BYPASSED AT ONCE; THE HOLD TIME    *
004057*                       ONLY RUNS WHILE THE PREREQUISITE MAY   *
004058*                       STILL BE WORKED.                       *
004090************************************************************
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
005191     SELECT RSTRT-OUT-FILE ASSIGN TO RSTRTOUT
005192         ORGANIZATION IS SEQUENTIAL
005193         FILE STATUS IS WS-RSTRT-OUT-STATUS.
005194
005195     SELECT ROWX-FILE ASSIGN TO ROWXTRCT
005196         ORGANIZATION IS SEQUENTIAL
005197         FILE STATUS IS WS-ROWX-STATUS.
005198
005199     SELECT DEP-FILE ASSIGN TO DEPPARM
005200         ORGANIZATION IS SEQUENTIAL
005201         FILE STATUS IS WS-DEP-STATUS.
005202
005203     SELECT DEP-RSTRT-FILE ASSIGN TO DEPRSTRT
005204         ORGANIZATION IS SEQUENTIAL
005205         FILE STATUS IS WS-DEP-RSTRT-STATUS.
005206
005207     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
005208         ORGANIZATION IS SEQUENTIAL
005209         FILE STATUS IS WS-AUDIT-STATUS.
005210
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CHKPT-IN-FILE
006587                   RST-AMOUNT-HASH BY RST-OUT-AMOUNT-HASH
006588                   RST-CAT-COUNTS BY RST-OUT-CAT-COUNTS
006589                   RST-CAT-COUNT BY RST-OUT-CAT-COUNT.
006590
006591 FD  ROWX-FILE
006592     RECORDING MODE IS F
006593     LABEL RECORDS ARE STANDARD.
006594 01  ROWX-REC.
006595     COPY ROWXREC.
006596
006597 FD  DEP-FILE
006598     RECORDING MODE IS F
006599     LABEL RECORDS ARE STANDARD.
006600 01  DEP-REC.
006601     COPY DEPPARM.
006602
006603*    THE OTHER GROUP STREAMS' RESTART FILES, CONCATENATED.
006604 FD  DEP-RSTRT-FILE
006605     RECORDING MODE IS F
006606     LABEL RECORDS ARE STANDARD.
006607 01  DEP-RSTRT-REC.
006608     COPY RSTRTREC
006609         REPLACING RST-PROGRAM BY RST-DEP-PROGRAM
006610                   RST-DB-NAME BY RST-DEP-DB-NAME
006611                   RST-STATUS BY RST-DEP-STATUS
006612                   RST-RESUME-POS BY RST-DEP-RESUME-POS
006613                   RST-ROW-COUNT BY RST-DEP-ROW-COUNT
006614                   RST-RUN-ID BY RST-DEP-RUN-ID
006615                   RST-AMOUNT-HASH BY RST-DEP-AMOUNT-HASH
006616                   RST-CAT-COUNTS BY RST-DEP-CAT-COUNTS
006617                   RST-CAT-COUNT BY RST-DEP-CAT-COUNT.
006618
006619 FD  AUDIT-FILE
006620     RECORDING MODE IS F
006621     LABEL RECORDS ARE STANDARD.
006622 01  AUDIT-REC.
006623     COPY AUDITREC.
006624
006700 WORKING-STORAGE SECTION.
006800*
006900************************************************************
008215 77  WS-RST-FOUND-SW           PIC X(01)      VALUE 'N'.
008216     88  RST-ENTRY-FOUND                      VALUE 'Y'.
008217
008218*    OPTIONAL ROW EXTRACT FOR ROWMATCH, AND THE AREA THE
008219*    SERVICE HANDS THE ROWS BACK IN.  THE CHUNK ROW COUNT AND
008220*    TOTALS COVER ONE SERVICE CALL.
008221 77  WS-ROWX-STATUS            PIC X(02)      VALUE SPACES.
008222     88  ROWX-OK                              VALUE '00'.
008223 77  WS-ROWX-OPEN-SW           PIC X(01)      VALUE 'N'.
008224     88  ROWX-FILE-OPEN                       VALUE 'Y'.
008225 77  WS-ROW-SUB                PIC 9(04) COMP VALUE ZERO.
008226 77  WS-CHUNK-ROWS             PIC S9(09) COMP VALUE ZERO.
008227 01  WS-CHUNK-TOTALS.
008228     COPY PASSTOTL
008229         REPLACING PT-AMOUNT-HASH BY CK-AMOUNT-HASH
008230                   PT-CAT-COUNTS BY CK-CAT-COUNTS
008231                   PT-CAT-COUNT BY CK-CAT-COUNT.
008232 01  WS-ROW-EXTRACT.
008233     COPY ROWXAREA.
008234
008300 01  WS-CURRENT-TIMESTAMP.
008400     05  WS-CURRENT-DATE       PIC X(08).
008500     05  WS-CURRENT-TIME       PIC X(08).
008730*    CONNECT STEP WROTE, SO EVERY CONTROL-TOTAL RECORD THIS
008740*    PASS WRITES BELONGS TO THE SAME WINDOW RUN.
008750 77  WS-RUN-ID                 PIC X(16)      VALUE SPACES.
008751
008752*    THE SUBSYSTEM BEING WORKED - TAKEN FROM THE CHECKPOINT ENTRY,
008753*    OR FROM THE HOLD TABLE WHEN A HELD SUBSYSTEM IS RELEASED.
008754 77  WS-DB-NAME                PIC X(08)      VALUE SPACES.
008755*
008756************************************************************
008757*  PROCESSING DEPENDENCIES - THE DEPPARM FILE, LOADED AT      *
008758*  STARTUP.  A SUBSYSTEM NAMED HERE IS NOT WORKED UNTIL ITS   *
008759*  PREREQUISITE'S DBREADER RESTART RECORD FOR THE SAME        *
008760*  WINDOW SHOWS COMPLETE.                                     *
008761************************************************************
008762 77  WS-DEP-STATUS             PIC X(02)      VALUE SPACES.
008763     88  DEP-FILE-OK                          VALUE '00'.
008764     88  DEP-FILE-EOF                         VALUE '10'.
008765 77  WS-DEP-RSTRT-STATUS       PIC X(02)      VALUE SPACES.
008766     88  DEP-RSTRT-OK                         VALUE '00'.
008767     88  DEP-RSTRT-EOF                        VALUE '10'.
008768 77  WS-OTHER-STREAMS-SW       PIC X(01)      VALUE 'N'.
008769     88  OTHER-STREAMS-ALLOCATED              VALUE 'Y'.
008770 77  WS-DEFAULT-HOLD-MINUTES   PIC 9(03)      VALUE 60.
008771 77  WS-DEP-COUNT              PIC 9(04) COMP VALUE ZERO.
008772 01  DEP-TABLE.
008773     05  DEP-ENTRY OCCURS 1 TO 100 TIMES
008774             DEPENDING ON WS-DEP-COUNT
008775             INDEXED BY DEP-IDX.
008776         10  DEP-TBL-DB-NAME   PIC X(08).
008777         10  DEP-TBL-PREREQ    PIC X(08).
008778         10  DEP-TBL-HOLD-MINUTES PIC 9(03).
008779
008780*    THE OUTCOME OF THE CHECK FOR THE SUBSYSTEM IN HAND.
008781 77  WS-DEP-VERDICT            PIC X(01)      VALUE 'W'.
008782     88  DEP-WORK                             VALUE 'W'.
008783     88  DEP-HOLD                             VALUE 'H'.
008784     88  DEP-BYPASS                           VALUE 'B'.
008785 77  WS-PREREQ-NAME            PIC X(08)      VALUE SPACES.
008786 77  WS-PREREQ-STATUS          PIC X(01)      VALUE SPACE.
008787 77  WS-HOLD-MINUTES           PIC 9(03)      VALUE ZERO.
008788 77  WS-BYPASS-REASON          PIC X(07)      VALUE SPACES.
008789
008790*    RESTART STATUS OF EVERY SUBSYSTEM THIS EXECUTION HAS
008791*    RECORDED, SO A PREREQUISITE IN THIS STREAM IS SEEN AT ONCE.
008792 77  WS-OUT-COUNT              PIC 9(04) COMP VALUE ZERO.
008793 01  OUT-TABLE.
008794     05  OUT-ENTRY OCCURS 1 TO 100 TIMES
008795             DEPENDING ON WS-OUT-COUNT
008796             INDEXED BY OUT-IDX.
008797         10  OUT-TBL-DB-NAME   PIC X(08).
008798         10  OUT-TBL-STATUS    PIC X(01).
008799 77  WS-OUT-FOUND-SW           PIC X(01)      VALUE 'N'.
008800     88  OUT-ENTRY-FOUND                      VALUE 'Y'.
008801
008802*    SUBSYSTEMS HELD FOR A PREREQUISITE, RE-CHECKED ONCE THE
008803*    REST OF THE PASS IS WORKED.  THE DEADLINE IS A MINUTE
008804*    NUMBER (DAY NUMBER * 1440 + MINUTE OF THE DAY).
008805 77  WS-HELD-COUNT             PIC 9(04) COMP VALUE ZERO.
008806 77  WS-HELD-WAITING           PIC 9(04) COMP VALUE ZERO.
008807 77  WS-HELD-RELEASED          PIC 9(04) COMP VALUE ZERO.
008808 01  HLD-TABLE.
008809     05  HLD-ENTRY OCCURS 1 TO 50 TIMES
008810             DEPENDING ON WS-HELD-COUNT
008811             INDEXED BY HLD-IDX HLD-PRQ-IDX.
008812         10  HLD-DB-NAME       PIC X(08).
008813         10  HLD-PREREQ        PIC X(08).
008814         10  HLD-DEADLINE      PIC 9(09) COMP.
008815         10  HLD-STATE         PIC X(01).
008816             88  HLD-WAITING            VALUE 'W'.
008817             88  HLD-SETTLED            VALUE 'S'.
008818 77  WS-HOLD-POLL-SECS         PIC 9(04) COMP VALUE 60.
008819 77  WS-NOW-MINUTE             PIC 9(09) COMP VALUE ZERO.
008820 77  WS-NOW-HH                 PIC 9(02)      VALUE ZERO.
008821 77  WS-NOW-MM                 PIC 9(02)      VALUE ZERO.
008822 77  WS-DATE-9                 PIC 9(08)      VALUE ZERO.
008823 77  WS-DAY-INT                PIC S9(09) COMP VALUE ZERO.
008824
008825*    THE WINDOW A RUN BELONGS TO IS THE DATE ITS RUN ID WAS
008826*    MINTED, OR THE NEXT DAY FOR A RUN STARTED AT OR AFTER NOON,
008827*    SO STREAMS STARTED EITHER SIDE OF MIDNIGHT STILL MATCH.
008828 77  WS-WINDOW-DATE            PIC X(08)      VALUE SPACES.
008829 01  WS-WORK-RUN-ID.
008830     05  WS-WORK-RUN-DATE      PIC X(08).
008831     05  WS-WORK-RUN-TIME      PIC X(08).
008832 77  WS-WORK-WINDOW-DATE       PIC X(08)      VALUE SPACES.
008833
008834*    PARAMETER AREAS FOR THE CEE3DLY CALLABLE SERVICE.
008835 01  WS-DLY-PARM.
008836     05  WS-DLY-TIME           PIC S9(09) COMP VALUE ZERO.
008837 01  WS-DLY-FC.
008838     05  WS-DLY-FC-SEVERITY    PIC S9(09) COMP VALUE ZERO.
008839     05  WS-DLY-FC-MSG-NO      PIC S9(09) COMP VALUE ZERO.
008840     05  WS-DLY-FC-CASE        PIC S9(09) COMP VALUE ZERO.
008841*
008842************************************************************
008843*  AUDIT TRAIL - WRITTEN ONLY WHEN A DEPENDENT IS BYPASSED.   *
008844*  THE SEQUENCE NUMBER AND CHAIN VALUE CONTINUE THE CHAIN     *
008845*  OF THE LAST RECORD ON AUDITLOG.                            *
008846************************************************************
008847 77  WS-AUDIT-STATUS           PIC X(02)      VALUE SPACES.
008848     88  AUDIT-OK                             VALUE '00'.
008849     88  AUDIT-EOF                            VALUE '10'.
008850 77  WS-AUDIT-OPEN-SW          PIC X(01)      VALUE 'N'.
008851     88  AUDIT-FILE-OPEN                      VALUE 'Y'.
008852 77  WS-AUD-SEQ-NO             PIC 9(09)      VALUE ZERO.
008853 77  WS-AUD-CHAIN-VALUE        PIC 9(10)      VALUE ZERO.
008854
008900************************************************************
009000*  EXECUTE PARM RECEIVED FROM THE JCL EXEC STATEMENT.         *
009100*  FORMAT:  POSITIONS  1-8   JOB NAME, STAMPED ON EVERY       *
010400*  CONTROLS OVERALL FLOW OF THE PROGRAM.  ONE RUN WORKS THE    *
010500*  READ PASS OVER EVERY SUBSYSTEM THE CHECKPOINT SHOWS         *
010600*  CONNECTED.                                                  *
010610*  SUBSYSTEMS HELD FOR A PREREQUISITE ARE RE-CHECKED ONCE THE  *
010620*  REST OF THE PASS IS WORKED, UNTIL EACH IS WORKED OR         *
010630*  BYPASSED.  A DRAIN LEAVES A DRAINED RESTART RECORD FOR      *
010640*  EVERY SUBSYSTEM NOT YET WORKED.                             *
010700************************************************************
010800 0000-MAINLINE.
010900
011100     PERFORM 2000-PROCESS-SUBSYSTEM THRU 2000-EXIT
011200         UNTIL CHKPT-IN-EOF
011210            OR DRAIN-REQUESTED.
011211     PERFORM 3000-RELEASE-HELD      THRU 3000-EXIT
011212         UNTIL WS-HELD-WAITING = ZERO
011213            OR DRAIN-REQUESTED.
011214     IF DRAIN-REQUESTED
011215         PERFORM 3500-DRAIN-REMAINING THRU 3500-EXIT
011216             UNTIL CHKPT-IN-EOF
011217         PERFORM 3600-DRAIN-HELD THRU 3600-EXIT
011218             VARYING HLD-IDX FROM 1 BY 1
011219             UNTIL HLD-IDX > WS-HELD-COUNT
011220     END-IF.
011300     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
011400
011410*    A DRAINED PASS ENDS WITH ITS OWN RETURN CODE - THE
014706             'PROTECTION'
014707     END-IF.
014708
014709*
014710*    THE ROW EXTRACT IS OPTIONAL - IT IS WRITTEN ONLY WHEN A
014711*    ROWXTRCT FILE IS ALLOCATED TO THE STEP.  A STEP RESTART OF
014712*    THE SAME WINDOW RUN EXTENDS THE PRIOR ATTEMPT'S EXTRACT SO
014713*    THE ROWS OF THE SUBSYSTEMS IT ALREADY WORKED ARE KEPT.
014714*
014715     MOVE 'N' TO RXA-REQUEST-SW.
014716     IF WS-RST-COUNT > ZERO
014717         OPEN EXTEND ROWX-FILE
014718     ELSE
014719         OPEN OUTPUT ROWX-FILE
014720     END-IF.
014721     IF ROWX-OK
014722         SET ROWX-FILE-OPEN TO TRUE
014723         SET RXA-EXTRACT-WANTED TO TRUE
014724     ELSE
014725         DISPLAY 'DBREADER - NO ROWXTRCT FILE - NO ROW EXTRACT '
014726             'THIS RUN'
014727     END-IF.
014728
014729*
014730*    THE DEPENDENCY FILE IS OPTIONAL - WITHOUT IT EVERY
014731*    CONNECTED SUBSYSTEM IS WORKED IN CHECKPOINT ORDER, AS
014732*    BEFORE.  THE AUDIT TRAIL IS ONLY OPENED WHEN THERE ARE
014733*    DEPENDENCIES, SINCE ONLY A BYPASS IS AUDITED HERE.
014734*
014735     OPEN INPUT DEP-FILE.
014736     IF DEP-FILE-OK
014737         PERFORM 1300-LOAD-DEPPARM THRU 1300-EXIT
014738             UNTIL DEP-FILE-EOF
014739         CLOSE DEP-FILE
014740     ELSE
014741         DISPLAY 'DBREADER - NO DEPPARM FILE - NO PROCESSING '
014742             'DEPENDENCIES ENFORCED'
014743     END-IF.
014744
014745     IF WS-DEP-COUNT > ZERO
014746         MOVE WS-RUN-ID TO WS-WORK-RUN-ID
014747         PERFORM 2450-SET-RUN-WINDOW THRU 2450-EXIT
014748         MOVE WS-WORK-WINDOW-DATE TO WS-WINDOW-DATE
014749*        WITHOUT A DEPRSTRT ALLOCATION THIS IS THE ONLY STREAM,
014750*        SO A PREREQUISITE IT NEVER RECORDS WAS NOT RUN.
014751         OPEN INPUT DEP-RSTRT-FILE
014752         IF DEP-RSTRT-OK
014753             SET OTHER-STREAMS-ALLOCATED TO TRUE
014754             CLOSE DEP-RSTRT-FILE
014755         ELSE
014756             DISPLAY 'DBREADER - NO DEPRSTRT FILE - '
014757                 'PREREQUISITES LOOKED FOR IN THIS STREAM ONLY'
014758         END-IF
014759         PERFORM 1400-FIND-AUDIT-CHAIN THRU 1400-EXIT
014760         OPEN OUTPUT AUDIT-FILE
014761         IF AUDIT-OK
014762             SET AUDIT-FILE-OPEN TO TRUE
014763         ELSE
014764             DISPLAY 'DBREADER - UNABLE TO OPEN AUDITLOG FILE'
014765             DISPLAY 'DBREADER - FILE STATUS IS ' WS-AUDIT-STATUS
014766             DISPLAY 'DBREADER - BYPASSED SUBSYSTEMS WILL NOT BE '
014767                 'AUDITED'
014768         END-IF
014769     END-IF.
014770
014800 1000-EXIT.
014900     EXIT.
014910*
015027 1200-EXIT.
015028     EXIT.
015029*
015030************************************************************
015031*  1300-LOAD-DEPPARM                                         *
015032*  LOADS ONE DEPENDENCY INTO THE DEPENDENCY TABLE.  A BLANK   *
015033*  ENTRY IS LEFT OUT, AND A HOLD TIME THAT IS ZERO OR NOT     *
015034*  NUMERIC BECOMES THE DEFAULT.  ABENDS IF THE TABLE IS       *
015035*  ALREADY FULL.                                              *
015036************************************************************
015037 1300-LOAD-DEPPARM.
015038
015039     READ DEP-FILE
015040         AT END
015041             SET DEP-FILE-EOF TO TRUE
015042     END-READ.
015043
015044     IF DEP-FILE-EOF
015045      OR DEP-DB-NAME = SPACES
015046      OR DEP-PREREQ-NAME = SPACES
015047         GO TO 1300-EXIT
015048     END-IF.
015049
015050     IF WS-DEP-COUNT = 100
015051         DISPLAY 'DBREADER - DEPENDENCY TABLE IS FULL - '
015052             'CANNOT LOAD ALL DEPPARM ENTRIES'
015053         MOVE 16 TO RETURN-CODE
015054         PERFORM 9000-TERMINATE THRU 9000-EXIT
015055         STOP RUN
015056     END-IF.
015057
015058     ADD 1 TO WS-DEP-COUNT.
015059     MOVE DEP-DB-NAME     TO DEP-TBL-DB-NAME (WS-DEP-COUNT).
015060     MOVE DEP-PREREQ-NAME TO DEP-TBL-PREREQ (WS-DEP-COUNT).
015061     IF DEP-HOLD-MINUTES NUMERIC AND DEP-HOLD-MINUTES > ZERO
015062         MOVE DEP-HOLD-MINUTES TO
015063             DEP-TBL-HOLD-MINUTES (WS-DEP-COUNT)
015064     ELSE
015065         MOVE WS-DEFAULT-HOLD-MINUTES TO
015066             DEP-TBL-HOLD-MINUTES (WS-DEP-COUNT)
015067     END-IF.
015068
015069 1300-EXIT.
015070     EXIT.
015071*
015072************************************************************
015073*  1400-FIND-AUDIT-CHAIN                                     *
015074*  READS THE AUDIT TRAIL THROUGH BEFORE IT IS OPENED FOR      *
015075*  APPEND AND KEEPS THE SEQUENCE NUMBER AND CHAIN VALUE OF    *
015076*  THE LAST SEQUENCED RECORD, SO A BYPASS EVENT CONTINUES     *
015077*  THE SAME CHAIN AS THE CONNECT STEP'S RECORDS.              *
015078************************************************************
015079 1400-FIND-AUDIT-CHAIN.
015080
015081     MOVE ZERO TO WS-AUD-SEQ-NO WS-AUD-CHAIN-VALUE.
015082
015083     OPEN INPUT AUDIT-FILE.
015084     IF NOT AUDIT-OK
015085         GO TO 1400-EXIT
015086     END-IF.
015087
015088     PERFORM 1410-READ-AUDIT-TAIL THRU 1410-EXIT
015089         UNTIL NOT AUDIT-OK.
015090     CLOSE AUDIT-FILE.
015091
015092 1400-EXIT.
015093     EXIT.
015094*
015095************************************************************
015096*  1410-READ-AUDIT-TAIL                                      *
015097*  READS ONE AUDIT RECORD AND REMEMBERS ITS CHAIN POSITION    *
015098*  IF IT CARRIES ONE.                                         *
015099************************************************************
015100 1410-READ-AUDIT-TAIL.
015101
015102     READ AUDIT-FILE
015103         AT END
015104             SET AUDIT-EOF TO TRUE
015105     END-READ.
015106
015107     IF AUDIT-OK
015108      AND AUD-SEQ-NO NUMERIC AND AUD-SEQ-NO > ZERO
015109      AND AUD-CHAIN-VALUE NUMERIC
015110         MOVE AUD-SEQ-NO      TO WS-AUD-SEQ-NO
015111         MOVE AUD-CHAIN-VALUE TO WS-AUD-CHAIN-VALUE
015112     END-IF.
015113
015114 1410-EXIT.
015115     EXIT.
015116*
015117************************************************************
015200*  2000-PROCESS-SUBSYSTEM                                     *
015300*  RUNS THE READ PASS FOR ONE CHECKPOINTED SUBSYSTEM, WRITES   *
015400*  ITS CONTROL-TOTAL RECORD, AND READS THE NEXT ENTRY.  AN     *
015500*  ENTRY NOT CHECKPOINTED AS CONNECTED - A CALENDAR SKIP, A    *
015600*  FAILED CONNECT, OR A PRIMARY WHOSE ALTERNATE CARRIES THE    *
015610*  CONNECTION - IS NOT WORKED, ONLY RECORDED AS NOT WORKED ON  *
015620*  THE RESTART FILE.  A SUBSYSTEM WHOSE PREREQUISITE HAS NOT   *
015630*  YET COMPLETED IS HELD, AND ONE WHOSE PREREQUISITE NEVER     *
015640*  WILL IS BYPASSED.                                           *
016000************************************************************
016100 2000-PROCESS-SUBSYSTEM.
016200
016280         GO TO 2000-EXIT
016290     END-IF.
016295
016300     MOVE CHK-DB-NAME TO WS-DB-NAME.
016310
016320*    AN ENTRY NOT CONNECTED IS STILL RECORDED ON THE RESTART
016330*    FILE, SO A SUBSYSTEM WAITING ON IT - IN THIS STREAM OR
016340*    ANOTHER - IS BYPASSED AT ONCE INSTEAD OF HELD.
016350     IF NOT CHK-CONNECTED
016360         MOVE 'N' TO WS-RST-STATUS
016370         PERFORM 2030-WRITE-STATUS-REC THRU 2030-EXIT
016400         PERFORM 2100-READ-CHECKPOINT THRU 2100-EXIT
016500         GO TO 2000-EXIT
016600     END-IF.
016700
016701*    A SUBSYSTEM THE PRIOR ATTEMPT COMPLETED IS NOT HELD AGAIN.
016702     PERFORM 2150-CHECK-RESTART THRU 2150-EXIT.
016703     IF RST-ENTRY-FOUND AND RST-TBL-COMPLETE (RST-IDX)
016704         SET DEP-WORK TO TRUE
016705     ELSE
016706         PERFORM 2400-CHECK-DEPENDENCY THRU 2400-EXIT
016707     END-IF.
016708
016709     EVALUATE TRUE
016710         WHEN DEP-HOLD
016711             PERFORM 2500-HOLD-SUBSYSTEM THRU 2500-EXIT
016712         WHEN DEP-BYPASS
016713             PERFORM 2600-BYPASS-SUBSYSTEM THRU 2600-EXIT
016714         WHEN OTHER
016715             PERFORM 2010-WORK-SUBSYSTEM THRU 2010-EXIT
016716     END-EVALUATE.
016717
016718     PERFORM 2100-READ-CHECKPOINT THRU 2100-EXIT.
016719
016720 2000-EXIT.
016721     EXIT.
016722*
016723************************************************************
016724*  2010-WORK-SUBSYSTEM                                       *
016725*  RUNS THE READ PASS FOR THE SUBSYSTEM IN WS-DB-NAME AND     *
016726*  WRITES ITS CONTROL-TOTAL AND RESTART RECORDS.  A FAILED    *
016727*  READ PASS ABENDS WITH A DISTINCT RETURN CODE AFTER THE     *
016728*  CONTROL RECORD IS WRITTEN, SO CTLBALAN STILL SEES HOW FAR  *
016729*  THE PASS GOT.                                              *
016730************************************************************
016731 2010-WORK-SUBSYSTEM.
016732
016733     PERFORM 2150-CHECK-RESTART THRU 2150-EXIT.
016734
016735*
016736*    A SUBSYSTEM THE PRIOR ATTEMPT ALREADY COMPLETED IS NOT
016740*    RE-DRIVEN.  ITS SAVED CONTROL TOTAL IS REPUBLISHED - THE
016750*    CTLTOTAL DATASET MAY BE FRESH ON A STEP RESTART - SO
016760*    CTLBALAN STILL SEES EVERY SUBSYSTEM.
016770*
016780     IF RST-ENTRY-FOUND AND RST-TBL-COMPLETE (RST-IDX)
016781         DISPLAY 'DBREADER - ' WS-DB-NAME ' ALREADY COMPLETE '
016782             'PER RESTART FILE - SKIPPING'
016783         MOVE RST-TBL-ROW-COUNT (RST-IDX) TO WS-ROWS-READ
016784         MOVE RST-TBL-AMOUNT-HASH (RST-IDX) TO PT-AMOUNT-HASH
016787         MOVE 'C'  TO WS-RST-STATUS
016788         MOVE ZERO TO WS-RESUME-POS
016789         PERFORM 7100-WRITE-RESTART-REC THRU 7100-EXIT
016792         GO TO 2010-EXIT
016793     END-IF.
016800
016810     MOVE ZERO TO WS-RESUME-POS WS-ROWS-PRIOR.
016840         MOVE RST-TBL-ROW-COUNT (RST-IDX)  TO WS-ROWS-PRIOR
016841         MOVE RST-TBL-AMOUNT-HASH (RST-IDX) TO PR-AMOUNT-HASH
016842         MOVE RST-TBL-CAT-CTRS (RST-IDX)   TO PR-CAT-COUNTS
016850         DISPLAY 'DBREADER - RESUMING ' WS-DB-NAME
016860             ' AT ROW ' WS-RESUME-POS ' PER RESTART FILE'
016870     END-IF.
016880
016893*    ATTEMPT'S SHARE IS ADDED BACK BELOW.
016900     MOVE ZERO TO WS-ROWS-READ.
016901     INITIALIZE WS-PASS-TOTALS.
016902*    WHEN A ROW EXTRACT IS BEING WRITTEN THE SERVICE HANDS THE
016903*    ROWS BACK 500 AT A TIME AND IS CALLED AGAIN FROM THE
016904*    RESUME POSITION UNTIL IT HAS NO MORE.  WITHOUT AN EXTRACT
016905*    THE FIRST CALL WORKS THE WHOLE SUBSYSTEM, AS BEFORE.
016906     SET RXA-MORE-ROWS TO TRUE.
016907     PERFORM 2200-CALL-READ-SERVICE THRU 2200-EXIT
016908         UNTIL NOT RXA-MORE-ROWS.
016930     ADD WS-ROWS-PRIOR TO WS-ROWS-READ.
016940     ADD PR-AMOUNT-HASH TO PT-AMOUNT-HASH.
016950     PERFORM 2160-ADD-PRIOR-CATEGORY THRU 2160-EXIT
017100     PERFORM 7000-WRITE-CONTROL-REC THRU 7000-EXIT.
017200
017300     IF NOT READ-PASS-SUCCESSFUL
017400         DISPLAY 'DBREADER - READ PASS FAILED FOR ' WS-DB-NAME
017500         DISPLAY 'DBREADER - DBREAD RETURN CODE IS ' WS-READ-RC
017510         MOVE 'P' TO WS-RST-STATUS
017520         PERFORM 7100-WRITE-RESTART-REC THRU 7100-EXIT
017930     MOVE ZERO TO WS-RESUME-POS.
017940     PERFORM 7100-WRITE-RESTART-REC THRU 7100-EXIT.
018000
018300 2010-EXIT.
018400     EXIT.
018410*
018411************************************************************
018412*  2030-WRITE-STATUS-REC                                     *
018413*  RECORDS A SUBSYSTEM THAT WAS NOT WORKED - NOT CONNECTED,   *
018414*  DRAINED OR BYPASSED, PER WS-RST-STATUS - ON THE RESTART    *
018415*  FILE WITH NO ROWS AND NO RESUME POSITION.                  *
018416************************************************************
018417 2030-WRITE-STATUS-REC.
018418
018419     MOVE ZERO TO WS-ROWS-READ WS-RESUME-POS.
018420     INITIALIZE WS-PASS-TOTALS.
018421     PERFORM 7100-WRITE-RESTART-REC THRU 7100-EXIT.
018422
018423 2030-EXIT.
018424     EXIT.
018425*
018426************************************************************
018430*  2060-CHECK-DRAIN                                          *
018440*  LOOKS FOR AN OPERATOR DRAIN REQUEST - A RECORD STARTING    *
018450*  'DRAIN' ON THE OPTIONAL DRAINCMD COMMAND FILE.  THE FILE   *
019895     SEARCH RST-ENTRY
019896         AT END
019897             SET WS-RST-FOUND-SW TO 'N'
019898         WHEN RST-TBL-DB-NAME (RST-IDX) = WS-DB-NAME
019899             SET RST-ENTRY-FOUND TO TRUE
019901     END-SEARCH.
019902
019918 2160-EXIT.
019919     EXIT.
019921*
019922************************************************************
019923*  2170-ADD-CHUNK-CATEGORY                                   *
019924*  ADDS ONE CATEGORY SLOT OF A SINGLE SERVICE CALL'S TOTALS   *
019925*  INTO THE SUBSYSTEM'S RUNNING TOTALS.                       *
019926************************************************************
019927 2170-ADD-CHUNK-CATEGORY.
019928
019929     ADD CK-CAT-COUNT (WS-CAT-SUB)
019930         TO PT-CAT-COUNT (WS-CAT-SUB).
019931
019932 2170-EXIT.
019933     EXIT.
019934*
019935************************************************************
019936*  2200-CALL-READ-SERVICE                                    *
019937*  ONE CALL OF THE DBREAD SERVICE FOR THE CURRENT SUBSYSTEM.  *
019938*  THE ROWS AND TOTALS THE CALL RETURNS ARE ADDED INTO THE    *
019939*  SUBSYSTEM'S RUNNING TOTALS AND ANY EXTRACT ROWS ARE        *
019940*  WRITTEN AWAY.  A FAILED CALL ENDS THE LOOP - THE CALLER    *
019941*  ACTS ON THE RETURN CODE.                                  *
019942************************************************************
019943 2200-CALL-READ-SERVICE.
019944
019945     MOVE 'N'  TO RXA-MORE-SW.
019946     MOVE ZERO TO RXA-ROW-COUNT WS-CHUNK-ROWS.
019947     INITIALIZE WS-CHUNK-TOTALS.
019948     CALL 'DBREAD' USING WS-DB-NAME, WS-RESUME-POS,
019949                         WS-CHUNK-ROWS, WS-CHUNK-TOTALS,
019950                         WS-READ-RC, WS-ROW-EXTRACT.
019951     ADD WS-CHUNK-ROWS  TO WS-ROWS-READ.
019952     ADD CK-AMOUNT-HASH TO PT-AMOUNT-HASH.
019953     PERFORM 2170-ADD-CHUNK-CATEGORY THRU 2170-EXIT
019954         VARYING WS-CAT-SUB FROM 1 BY 1
019955         UNTIL WS-CAT-SUB > 4.
019956
019957     IF RXA-EXTRACT-WANTED
019958         PERFORM 7200-WRITE-EXTRACT-ROW THRU 7200-EXIT
019959             VARYING WS-ROW-SUB FROM 1 BY 1
019960             UNTIL WS-ROW-SUB > RXA-ROW-COUNT
019961     END-IF.
019962
019963     IF NOT READ-PASS-SUCCESSFUL
019964         MOVE 'N' TO RXA-MORE-SW
019965     END-IF.
019966
019967 2200-EXIT.
019968     EXIT.
019969*
019970************************************************************
019971*  2400-CHECK-DEPENDENCY                                     *
019972*  DECIDES WHETHER THE SUBSYSTEM IN WS-DB-NAME CAN BE WORKED  *
019973*  NOW.  ONE WITH NO PREREQUISITE, OR WHOSE PREREQUISITE'S    *
019974*  READ PASS IS COMPLETE FOR THIS WINDOW, IS WORKED.  ONE     *
019975*  WHOSE PREREQUISITE FAILED, WAS NOT WORKED (NOT CONNECTED   *
019976*  OR CALENDAR-SKIPPED), WAS DRAINED OR WAS ITSELF BYPASSED   *
019977*  IS BYPASSED.  THIS EXECUTION'S OWN OUTCOMES ARE LOOKED AT  *
019978*  FIRST, THEN THE OTHER STREAMS' RESTART FILES.  A           *
019979*  PREREQUISITE FOUND IN NEITHER IS HELD FOR - EXCEPT THAT    *
019980*  WITH NO OTHER STREAMS ALLOCATED, ONCE THE CHECKPOINT HAS   *
019981*  BEEN READ TO THE END AND THE PREREQUISITE IS NOT ITSELF    *
019982*  HELD, IT WAS NOT RUN.                                      *
019983************************************************************
019984 2400-CHECK-DEPENDENCY.
019985
019986     SET DEP-WORK TO TRUE.
019987     MOVE SPACES TO WS-PREREQ-NAME WS-PREREQ-STATUS
019988                    WS-BYPASS-REASON.
019989     IF WS-DEP-COUNT = ZERO
019990         GO TO 2400-EXIT
019991     END-IF.
019992
019993     SET DEP-IDX TO 1.
019994     SEARCH DEP-ENTRY
019995         AT END
019996             CONTINUE
019997         WHEN DEP-TBL-DB-NAME (DEP-IDX) = WS-DB-NAME
019998             MOVE DEP-TBL-PREREQ (DEP-IDX) TO WS-PREREQ-NAME
019999             MOVE DEP-TBL-HOLD-MINUTES (DEP-IDX)
020000                 TO WS-HOLD-MINUTES
020001     END-SEARCH.
020002     IF WS-PREREQ-NAME = SPACES
020003         GO TO 2400-EXIT
020004     END-IF.
020005
020006     PERFORM 2410-FIND-OWN-OUTCOME THRU 2410-EXIT.
020007     IF WS-PREREQ-STATUS = SPACE
020008         PERFORM 2420-SCAN-OTHER-STREAMS THRU 2420-EXIT
020009     END-IF.
020010
020011     EVALUATE WS-PREREQ-STATUS
020012         WHEN 'C'
020013             SET DEP-WORK TO TRUE
020014         WHEN 'P'
020015             MOVE 'FAILED'  TO WS-BYPASS-REASON
020016             SET DEP-BYPASS TO TRUE
020017         WHEN 'N'
020018             MOVE 'NOTRUN'  TO WS-BYPASS-REASON
020019             SET DEP-BYPASS TO TRUE
020020         WHEN 'D'
020021             MOVE 'DRAINED' TO WS-BYPASS-REASON
020022             SET DEP-BYPASS TO TRUE
020023         WHEN 'B'
020024             MOVE 'BYPASSD' TO WS-BYPASS-REASON
020025             SET DEP-BYPASS TO TRUE
020026         WHEN SPACE
020027             SET DEP-HOLD TO TRUE
020028             IF CHKPT-IN-EOF
020029              AND NOT OTHER-STREAMS-ALLOCATED
020030                 PERFORM 2440-CHECK-PREREQ-HELD THRU 2440-EXIT
020031             END-IF
020032         WHEN OTHER
020033             SET DEP-HOLD TO TRUE
020034     END-EVALUATE.
020035
020036 2400-EXIT.
020037     EXIT.
020038*
020039************************************************************
020040*  2410-FIND-OWN-OUTCOME                                     *
020041*  LOOKS FOR THE PREREQUISITE AMONG THE SUBSYSTEMS THIS       *
020042*  EXECUTION HAS ALREADY RECORDED.                            *
020043************************************************************
020044 2410-FIND-OWN-OUTCOME.
020045
020046     IF WS-OUT-COUNT = ZERO
020047         GO TO 2410-EXIT
020048     END-IF.
020049     SET OUT-IDX TO 1.
020050     SEARCH OUT-ENTRY
020051         AT END
020052             CONTINUE
020053         WHEN OUT-TBL-DB-NAME (OUT-IDX) = WS-PREREQ-NAME
020054             MOVE OUT-TBL-STATUS (OUT-IDX) TO WS-PREREQ-STATUS
020055     END-SEARCH.
020056
020057 2410-EXIT.
020058     EXIT.
020059*
020060************************************************************
020061*  2420-SCAN-OTHER-STREAMS                                   *
020062*  READS THE OTHER GROUP STREAMS' RESTART FILES (DEPRSTRT)    *
020063*  FOR THE PREREQUISITE'S DBREADER RECORD FOR THIS WINDOW.    *
020064*  THE FILES ARE OPENED FRESH ON EVERY CHECK SO PROGRESS      *
020065*  MADE SINCE THE LAST CHECK IS SEEN.  WITHOUT A DEPRSTRT     *
020066*  ALLOCATION NOTHING IS FOUND HERE.                          *
020067************************************************************
020068 2420-SCAN-OTHER-STREAMS.
020069
020070     IF WS-WINDOW-DATE = SPACES
020071         GO TO 2420-EXIT
020072     END-IF.
020073
020074     OPEN INPUT DEP-RSTRT-FILE.
020075     IF NOT DEP-RSTRT-OK
020076         GO TO 2420-EXIT
020077     END-IF.
020078
020079     PERFORM 2430-READ-OTHER-STREAM THRU 2430-EXIT
020080         UNTIL NOT DEP-RSTRT-OK.
020081     CLOSE DEP-RSTRT-FILE.
020082
020083 2420-EXIT.
020084     EXIT.
020085*
020086************************************************************
020087*  2430-READ-OTHER-STREAM                                    *
020088*  READS ONE OTHER-STREAM RESTART RECORD.  A DBREADER RECORD  *
020089*  FOR THE PREREQUISITE IN THIS WINDOW GIVES ITS STATUS -     *
020090*  THE LAST ONE ON THE FILE IS THE LATEST.                    *
020091************************************************************
020092 2430-READ-OTHER-STREAM.
020093
020094     READ DEP-RSTRT-FILE
020095         AT END
020096             SET DEP-RSTRT-EOF TO TRUE
020097     END-READ.
020098
020099     IF NOT DEP-RSTRT-OK
020100      OR RST-DEP-PROGRAM NOT = 'DBREADER'
020101      OR RST-DEP-DB-NAME NOT = WS-PREREQ-NAME
020102         GO TO 2430-EXIT
020103     END-IF.
020104
020105     MOVE RST-DEP-RUN-ID TO WS-WORK-RUN-ID.
020106     PERFORM 2450-SET-RUN-WINDOW THRU 2450-EXIT.
020107     IF WS-WORK-WINDOW-DATE = WS-WINDOW-DATE
020108         MOVE RST-DEP-STATUS TO WS-PREREQ-STATUS
020109     END-IF.
020110
020111 2430-EXIT.
020112     EXIT.
020113*
020114************************************************************
020115*  2440-CHECK-PREREQ-HELD                                     *
020116*  THE PREREQUISITE HAS NO OUTCOME IN A SINGLE-STREAM RUN     *
020117*  WHOSE CHECKPOINT IS READ TO THE END.  IF IT IS NOT WAITING *
020118*  ON THE HOLD TABLE ITSELF IT WAS NOT RUN THIS WINDOW, AND   *
020119*  THE SUBSYSTEM IS BYPASSED WITHOUT WAITING OUT ITS HOLD.    *
020120************************************************************
020121 2440-CHECK-PREREQ-HELD.
020122
020123     IF WS-HELD-COUNT > ZERO
020124         SET HLD-PRQ-IDX TO 1
020125         SEARCH HLD-ENTRY VARYING HLD-PRQ-IDX
020126             AT END
020127                 CONTINUE
020128             WHEN HLD-DB-NAME (HLD-PRQ-IDX) = WS-PREREQ-NAME
020129              AND HLD-WAITING (HLD-PRQ-IDX)
020130                 GO TO 2440-EXIT
020131         END-SEARCH
020132     END-IF.
020133
020134     MOVE 'NOTRUN' TO WS-BYPASS-REASON.
020135     SET DEP-BYPASS TO TRUE.
020136
020137 2440-EXIT.
020138     EXIT.
020139*
020140************************************************************
020141*  2450-SET-RUN-WINDOW                                       *
020142*  WORKS OUT THE WINDOW DATE OF THE RUN ID IN WS-WORK-RUN-ID  *
020143*  INTO WS-WORK-WINDOW-DATE - THE DATE THE ID WAS MINTED, OR  *
020144*  THE NEXT DAY WHEN IT WAS MINTED AT OR AFTER NOON.  SPACES  *
020145*  IF THE ID HAS NO DATE.                                     *
020146************************************************************
020147 2450-SET-RUN-WINDOW.
020148
020149     MOVE SPACES TO WS-WORK-WINDOW-DATE.
020150     IF WS-WORK-RUN-DATE NOT NUMERIC
020151         GO TO 2450-EXIT
020152     END-IF.
020153
020154     MOVE WS-WORK-RUN-DATE TO WS-WORK-WINDOW-DATE.
020155     IF WS-WORK-RUN-TIME NOT < '12000000'
020156         MOVE WS-WORK-RUN-DATE TO WS-DATE-9
020157         COMPUTE WS-DAY-INT =
020158             FUNCTION INTEGER-OF-DATE (WS-DATE-9) + 1
020159         COMPUTE WS-DATE-9 =
020160             FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
020161         MOVE WS-DATE-9 TO WS-WORK-WINDOW-DATE
020162     END-IF.
020163
020164 2450-EXIT.
020165     EXIT.
020166*
020167************************************************************
020168*  2460-SET-NOW-MINUTE                                       *
020169*  SETS WS-NOW-MINUTE TO THE CURRENT MINUTE NUMBER, THE SCALE *
020170*  A HOLD DEADLINE IS KEPT IN.                                *
020171************************************************************
020172 2460-SET-NOW-MINUTE.
020173
020174     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
020175     ACCEPT WS-CURRENT-TIME FROM TIME.
020176     MOVE WS-CURRENT-DATE       TO WS-DATE-9.
020177     MOVE WS-CURRENT-TIME (1:2) TO WS-NOW-HH.
020178     MOVE WS-CURRENT-TIME (3:2) TO WS-NOW-MM.
020179     COMPUTE WS-NOW-MINUTE =
020180         FUNCTION INTEGER-OF-DATE (WS-DATE-9) * 1440
020181         + WS-NOW-HH * 60 + WS-NOW-MM.
020182
020183 2460-EXIT.
020184     EXIT.
020185*
020186************************************************************
020187*  2500-HOLD-SUBSYSTEM                                       *
020188*  PUTS THE SUBSYSTEM IN WS-DB-NAME ON THE HOLD TABLE UNTIL   *
020189*  ITS PREREQUISITE SETTLES OR ITS HOLD TIME RUNS OUT.        *
020190*  ABENDS IF THE TABLE IS ALREADY FULL.                       *
020191************************************************************
020192 2500-HOLD-SUBSYSTEM.
020193
020194     IF WS-HELD-COUNT = 50
020195         DISPLAY 'DBREADER - HOLD TABLE IS FULL - CANNOT HOLD '
020196             WS-DB-NAME
020197         MOVE 16 TO RETURN-CODE
020198         PERFORM 9000-TERMINATE THRU 9000-EXIT
020199         STOP RUN
020200     END-IF.
020201
020202     PERFORM 2460-SET-NOW-MINUTE THRU 2460-EXIT.
020203     ADD 1 TO WS-HELD-COUNT WS-HELD-WAITING.
020204     MOVE WS-DB-NAME     TO HLD-DB-NAME (WS-HELD-COUNT).
020205     MOVE WS-PREREQ-NAME TO HLD-PREREQ (WS-HELD-COUNT).
020206     COMPUTE HLD-DEADLINE (WS-HELD-COUNT) =
020207         WS-NOW-MINUTE + WS-HOLD-MINUTES.
020208     SET HLD-WAITING (WS-HELD-COUNT) TO TRUE.
020209     DISPLAY 'DBREADER - ' WS-DB-NAME ' HELD - WAITING FOR '
020210         WS-PREREQ-NAME ' UP TO ' WS-HOLD-MINUTES ' MINUTES'.
020211
020212 2500-EXIT.
020213     EXIT.
020214*
020215************************************************************
020216*  2600-BYPASS-SUBSYSTEM                                     *
020217*  BYPASSES THE SUBSYSTEM IN WS-DB-NAME - ITS PREREQUISITE    *
020218*  WILL NOT COMPLETE THIS WINDOW.  IT IS RECORDED AS          *
020219*  BYPASSED ON THE RESTART FILE, SO ANYTHING WAITING ON IT    *
020220*  IS BYPASSED IN TURN, AND AN RDRBYPASS EVENT NAMING THE     *
020221*  PREREQUISITE AND THE REASON GOES TO THE AUDIT TRAIL.       *
020222************************************************************
020223 2600-BYPASS-SUBSYSTEM.
020224
020225     DISPLAY 'DBREADER - ' WS-DB-NAME ' BYPASSED - PREREQUISITE '
020226         WS-PREREQ-NAME ' ' WS-BYPASS-REASON.
020227     MOVE 'B' TO WS-RST-STATUS.
020228     PERFORM 2030-WRITE-STATUS-REC THRU 2030-EXIT.
020229     PERFORM 7300-WRITE-AUDIT-REC THRU 7300-EXIT.
020230
020231 2600-EXIT.
020232     EXIT.
020233*
020234************************************************************
020235*  3000-RELEASE-HELD                                         *
020236*  ONE SWEEP OF THE HOLD TABLE.  WHEN A SWEEP SETTLES         *
020237*  NOTHING, WAITS BEFORE THE NEXT ONE.                        *
020238************************************************************
020239 3000-RELEASE-HELD.
020240
020241     MOVE ZERO TO WS-HELD-RELEASED.
020242     PERFORM 3100-TRY-HELD THRU 3100-EXIT
020243         VARYING HLD-IDX FROM 1 BY 1
020244         UNTIL HLD-IDX > WS-HELD-COUNT
020245            OR DRAIN-REQUESTED.
020246
020247     IF WS-HELD-WAITING > ZERO
020248      AND WS-HELD-RELEASED = ZERO
020249      AND NOT DRAIN-REQUESTED
020250         PERFORM 3200-DELAY-HOLD-POLL THRU 3200-EXIT
020251     END-IF.
020252
020253 3000-EXIT.
020254     EXIT.
020255*
020256************************************************************
020257*  3100-TRY-HELD                                             *
020258*  RE-CHECKS ONE HELD SUBSYSTEM.  IT IS WORKED ONCE ITS       *
020259*  PREREQUISITE IS COMPLETE, BYPASSED IF THE PREREQUISITE     *
020260*  WILL NOT COMPLETE OR ITS HOLD TIME HAS RUN OUT, AND LEFT   *
020261*  WAITING OTHERWISE.  A DRAIN REQUEST IS HONOURED BEFORE     *
020262*  EACH ONE.                                                  *
020263************************************************************
020264 3100-TRY-HELD.
020265
020266     IF NOT HLD-WAITING (HLD-IDX)
020267         GO TO 3100-EXIT
020268     END-IF.
020269
020270     PERFORM 2060-CHECK-DRAIN THRU 2060-EXIT.
020271     IF DRAIN-REQUESTED
020272         DISPLAY 'DBREADER - DRAIN REQUESTED - ENDING THE PASS'
020273         GO TO 3100-EXIT
020274     END-IF.
020275
020276     MOVE HLD-DB-NAME (HLD-IDX) TO WS-DB-NAME.
020277     PERFORM 2400-CHECK-DEPENDENCY THRU 2400-EXIT.
020278     IF DEP-HOLD
020279         PERFORM 2460-SET-NOW-MINUTE THRU 2460-EXIT
020280         IF WS-NOW-MINUTE < HLD-DEADLINE (HLD-IDX)
020281             GO TO 3100-EXIT
020282         END-IF
020283*        THE PREREQUISITE IS STILL IN PROGRESS, OR MAY YET BE
020284*        WORKED IN ANOTHER STREAM.
020285         MOVE 'EXPIRED' TO WS-BYPASS-REASON
020286         SET DEP-BYPASS TO TRUE
020287     END-IF.
020288
020289     SET HLD-SETTLED (HLD-IDX) TO TRUE.
020290     SUBTRACT 1 FROM WS-HELD-WAITING.
020291     ADD 1 TO WS-HELD-RELEASED.
020292
020293     IF DEP-BYPASS
020294         PERFORM 2600-BYPASS-SUBSYSTEM THRU 2600-EXIT
020295     ELSE
020296         DISPLAY 'DBREADER - ' WS-DB-NAME ' RELEASED - '
020297             WS-PREREQ-NAME ' IS COMPLETE'
020298         PERFORM 2010-WORK-SUBSYSTEM THRU 2010-EXIT
020299     END-IF.
020300
020301 3100-EXIT.
020302     EXIT.
020303*
020304************************************************************
020305*  3200-DELAY-HOLD-POLL                                      *
020306*  PAUSES WS-HOLD-POLL-SECS SECONDS BETWEEN SWEEPS OF THE     *
020307*  HOLD TABLE, USING THE LANGUAGE ENVIRONMENT CALLABLE        *
020308*  SERVICE CEE3DLY (DELAY TIME IN HUNDREDTHS OF A SECOND).    *
020309************************************************************
020310 3200-DELAY-HOLD-POLL.
020311
020312     COMPUTE WS-DLY-TIME = WS-HOLD-POLL-SECS * 100.
020313     CALL 'CEE3DLY' USING WS-DLY-PARM, WS-DLY-FC.
020314
020315 3200-EXIT.
020316     EXIT.
020317*
020318************************************************************
020319*  3500-DRAIN-REMAINING                                      *
020320*  AFTER A DRAIN, RECORDS THE CURRENT CHECKPOINT ENTRY ON     *
020321*  THE RESTART FILE WITHOUT WORKING IT, AND READS THE NEXT.   *
020322************************************************************
020323 3500-DRAIN-REMAINING.
020324
020325     MOVE CHK-DB-NAME TO WS-DB-NAME.
020326     IF CHK-CONNECTED
020327         PERFORM 3510-RECORD-DRAINED THRU 3510-EXIT
020328     ELSE
020329         MOVE 'N' TO WS-RST-STATUS
020330         PERFORM 2030-WRITE-STATUS-REC THRU 2030-EXIT
020331     END-IF.
020332
020333     PERFORM 2100-READ-CHECKPOINT THRU 2100-EXIT.
020334
020335 3500-EXIT.
020336     EXIT.
020337*
020338************************************************************
020339*  3510-RECORD-DRAINED                                       *
020340*  RECORDS THE CONNECTED SUBSYSTEM IN WS-DB-NAME, LEFT        *
020341*  UNWORKED BY A DRAIN, AS DRAINED - UNLESS THE PRIOR         *
020342*  ATTEMPT GOT FURTHER, WHOSE PROGRESS IS CARRIED FORWARD SO  *
020343*  A RERUN STILL SKIPS OR RESUMES IT.                         *
020344************************************************************
020345 3510-RECORD-DRAINED.
020346
020347     PERFORM 2150-CHECK-RESTART THRU 2150-EXIT.
020348     IF RST-ENTRY-FOUND
020349      AND (RST-TBL-COMPLETE (RST-IDX)
020350       OR RST-TBL-IN-PROGRESS (RST-IDX))
020351         MOVE RST-TBL-STATUS (RST-IDX)      TO WS-RST-STATUS
020352         MOVE RST-TBL-RESUME-POS (RST-IDX)  TO WS-RESUME-POS
020353         MOVE RST-TBL-ROW-COUNT (RST-IDX)   TO WS-ROWS-READ
020354         MOVE RST-TBL-AMOUNT-HASH (RST-IDX) TO PT-AMOUNT-HASH
020355         MOVE RST-TBL-CAT-CTRS (RST-IDX)    TO PT-CAT-COUNTS
020356         PERFORM 7100-WRITE-RESTART-REC THRU 7100-EXIT
020357     ELSE
020358         MOVE 'D' TO WS-RST-STATUS
020359         PERFORM 2030-WRITE-STATUS-REC THRU 2030-EXIT
020360     END-IF.
020361
020362 3510-EXIT.
020363     EXIT.
020364*
020365************************************************************
020366*  3600-DRAIN-HELD                                           *
020367*  AFTER A DRAIN, RECORDS A SUBSYSTEM STILL ON THE HOLD       *
020368*  TABLE AS DRAINED.                                          *
020369************************************************************
020370 3600-DRAIN-HELD.
020371
020372     IF NOT HLD-WAITING (HLD-IDX)
020373         GO TO 3600-EXIT
020374     END-IF.
020375
020376     SET HLD-SETTLED (HLD-IDX) TO TRUE.
020377     SUBTRACT 1 FROM WS-HELD-WAITING.
020378     MOVE HLD-DB-NAME (HLD-IDX) TO WS-DB-NAME.
020379     DISPLAY 'DBREADER - ' WS-DB-NAME ' WAS HELD - DRAINED'.
020380     PERFORM 3510-RECORD-DRAINED THRU 3510-EXIT.
020381
020382 3600-EXIT.
020383     EXIT.
020384*
020385************************************************************
020386*  7000-WRITE-CONTROL-REC                                     *
020387*  WRITES THE CONTROL-TOTAL RECORD FOR THE CURRENT SUBSYSTEM - *
020388*  THE ROWS-READ COUNT CTLBALAN MATCHES AGAINST DBWRITER'S     *
020400*  ROWS-WRITTEN COUNT.                                         *
020500************************************************************
020600 7000-WRITE-CONTROL-REC.
021200     MOVE WS-CURRENT-TIME  TO CTL-RUN-TIME.
021300     MOVE WS-JOB-NAME      TO CTL-JOB-NAME.
021400     MOVE 'DBREADER'       TO CTL-PROGRAM.
021500     MOVE WS-DB-NAME       TO CTL-DB-NAME.
021600     MOVE WS-ROWS-READ     TO CTL-ROW-COUNT.
021610     MOVE WS-RUN-ID        TO CTL-RUN-ID.
021620     MOVE PT-AMOUNT-HASH   TO CTL-AMOUNT-HASH.
022150*  FILE - STATUS AND RESUME POSITION COME FROM WS-RST-STATUS  *
022160*  AND WS-RESUME-POS, THE ROW COUNT FROM WS-ROWS-READ.  DOES  *
022170*  NOTHING IF RSTRTOUT COULD NOT BE OPENED AT STARTUP.        *
022171*  WHEN DEPENDENCIES ARE IN USE THE FILE IS CLOSED AND        *
022172*  REOPENED AFTER THE WRITE SO ANOTHER STREAM WAITING ON      *
022173*  THIS SUBSYSTEM SEES THE RECORD AT ONCE.  THE STATUS IS     *
022174*  ALSO KEPT FOR THIS EXECUTION'S OWN DEPENDENCY CHECKS.      *
022180************************************************************
022190 7100-WRITE-RESTART-REC.
022191
022192     IF RSTRT-OUT-FILE-OPEN
022193         MOVE 'DBREADER'    TO RST-OUT-PROGRAM
022194         MOVE WS-DB-NAME    TO RST-OUT-DB-NAME
022195         MOVE WS-RST-STATUS TO RST-OUT-STATUS
022196         MOVE WS-RESUME-POS TO RST-OUT-RESUME-POS
022197         MOVE WS-ROWS-READ  TO RST-OUT-ROW-COUNT
022199         MOVE PT-AMOUNT-HASH TO RST-OUT-AMOUNT-HASH
022211         MOVE PT-CAT-COUNTS TO RST-OUT-CAT-COUNTS
022212         WRITE RSTRT-OUT-REC
022213         IF WS-DEP-COUNT > ZERO
022214             CLOSE RSTRT-OUT-FILE
022215             OPEN EXTEND RSTRT-OUT-FILE
022216             IF NOT RSTRT-OUT-OK
022217                 DISPLAY 'DBREADER - UNABLE TO REOPEN RSTRTOUT '
022218                     'FILE'
022219                 DISPLAY 'DBREADER - FILE STATUS IS '
022220                     WS-RSTRT-OUT-STATUS
022221                 MOVE 'N' TO WS-RSTRT-OUT-OPEN-SW
022222             END-IF
022223         END-IF
022224     END-IF.
022225
022226     PERFORM 7150-RECORD-OUTCOME THRU 7150-EXIT.
022227
022228 7100-EXIT.
022229     EXIT.
022230*
022231************************************************************
022232*  7150-RECORD-OUTCOME                                       *
022233*  KEEPS THE RESTART STATUS JUST RECORDED FOR WS-DB-NAME IN   *
022234*  THE OUTCOME TABLE.  ABENDS IF THE TABLE IS ALREADY FULL.   *
022235************************************************************
022236 7150-RECORD-OUTCOME.
022237
022238     MOVE 'N' TO WS-OUT-FOUND-SW.
022239     IF WS-OUT-COUNT > ZERO
022240         SET OUT-IDX TO 1
022241         SEARCH OUT-ENTRY
022242             AT END
022243                 CONTINUE
022244             WHEN OUT-TBL-DB-NAME (OUT-IDX) = WS-DB-NAME
022245                 SET OUT-ENTRY-FOUND TO TRUE
022246         END-SEARCH
022247     END-IF.
022248
022249     IF NOT OUT-ENTRY-FOUND
022250         IF WS-OUT-COUNT = 100
022251             DISPLAY 'DBREADER - OUTCOME TABLE IS FULL - '
022252                 'CANNOT RECORD ' WS-DB-NAME
022253             MOVE 16 TO RETURN-CODE
022254             PERFORM 9000-TERMINATE THRU 9000-EXIT
022255             STOP RUN
022256         END-IF
022257         ADD 1 TO WS-OUT-COUNT
022258         SET OUT-IDX TO WS-OUT-COUNT
022259         MOVE WS-DB-NAME TO OUT-TBL-DB-NAME (OUT-IDX)
022260     END-IF.
022261     MOVE WS-RST-STATUS TO OUT-TBL-STATUS (OUT-IDX).
022262
022263 7150-EXIT.
022264     EXIT.
022265*
022266************************************************************
022267*  7200-WRITE-EXTRACT-ROW                                    *
022268*  WRITES ONE ROW THE SERVICE HANDED BACK (ENTRY WS-ROW-SUB   *
022269*  OF THE ROW-EXTRACT AREA) TO THE ROWXTRCT EXTRACT.          *
022270************************************************************
022271 7200-WRITE-EXTRACT-ROW.
022272
022273     MOVE WS-RUN-ID       TO RX-RUN-ID.
022274     MOVE 'DBREADER'      TO RX-PROGRAM.
022275     MOVE WS-DB-NAME      TO RX-DB-NAME.
022276     MOVE RXA-ROW-KEY (WS-ROW-SUB)  TO RX-ROW-KEY.
022277     MOVE RXA-AMOUNT (WS-ROW-SUB)   TO RX-AMOUNT.
022278     MOVE RXA-CATEGORY (WS-ROW-SUB) TO RX-CATEGORY.
022279     WRITE ROWX-REC.
022280
022281 7200-EXIT.
022282     EXIT.
022283*
022284************************************************************
022285*  7300-WRITE-AUDIT-REC                                      *
022286*  WRITES THE RDRBYPASS AUDIT EVENT FOR THE SUBSYSTEM IN      *
022287*  WS-DB-NAME.  THE PREREQUISITE IS CARRIED IN AUD-DB-USER    *
022288*  AND THE REASON IN AUD-OUTCOME.  DOES NOTHING IF AUDITLOG   *
022289*  COULD NOT BE OPENED AT STARTUP.                            *
022290************************************************************
022291 7300-WRITE-AUDIT-REC.
022292
022293     IF NOT AUDIT-FILE-OPEN
022294         GO TO 7300-EXIT
022295     END-IF.
022296
022297     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
022298     ACCEPT WS-CURRENT-TIME FROM TIME.
022299
022300     MOVE WS-CURRENT-DATE  TO AUD-DATE.
022301     MOVE WS-CURRENT-TIME  TO AUD-TIME.
022302     MOVE WS-DB-NAME       TO AUD-DB-NAME.
022303     MOVE WS-PREREQ-NAME   TO AUD-DB-USER.
022304     MOVE WS-JOB-NAME      TO AUD-JOB-NAME.
022305     MOVE 'RDRBYPASS'      TO AUD-EVENT.
022306     MOVE WS-BYPASS-REASON TO AUD-OUTCOME.
022307     MOVE WS-RUN-ID        TO AUD-RUN-ID.
022308
022309     ADD 1 TO WS-AUD-SEQ-NO.
022310     MOVE WS-AUD-SEQ-NO    TO AUD-SEQ-NO.
022311     CALL 'AUDCHAIN' USING WS-AUD-CHAIN-VALUE, AUDIT-REC.
022312     MOVE AUD-CHAIN-VALUE  TO WS-AUD-CHAIN-VALUE.
022313
022314     WRITE AUDIT-REC.
022315
022316 7300-EXIT.
022317     EXIT.
022318*
022319************************************************************
022400*  9000-TERMINATE                                             *
022500*  CLOSES ALL OPEN FILES BEFORE THE PROGRAM ENDS.              *
022600************************************************************
023010     IF RSTRT-OUT-FILE-OPEN
023020         CLOSE RSTRT-OUT-FILE
023030     END-IF.
023040     IF ROWX-FILE-OPEN
023050         CLOSE ROWX-FILE
023060     END-IF.
023070     IF AUDIT-FILE-OPEN
023080         CLOSE AUDIT-FILE
023090     END-IF.
023100
023200 9000-EXIT.
023300     EXIT.
