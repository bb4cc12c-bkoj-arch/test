001100*  CHECKPOINT MEANS A CALENDAR-SKIPPED SUBSYSTEM IS NEVER      *
001200*  CALLED AND A FAILED-OVER PRIMARY IS WORKED UNDER ITS        *
001300*  ALTERNATE'S NAME - THE CONNECTION THAT ACTUALLY EXISTS.     *
001310*                                                              *
001320*  A SUBSYSTEM WITH A PREREQUISITE ON THE DEPPARM FILE WAITS   *
001330*  FOR THE PREREQUISITE'S WRITE PASS TO COMPLETE FOR THE SAME  *
001340*  WINDOW - IN THIS OR ANOTHER GROUP STREAM - AND IS BYPASSED, *
001350*  WITH AN AUDIT EVENT, WHEN IT NEVER WILL.                    *
001400*                                                              *
001500************************************************************
001600 IDENTIFICATION DIVISION.
004015*                       RESTART RECORDS, SO CTLBALAN BALANCES  *
004016*                       ON AMOUNTS AND CATEGORIES AS WELL AS   *
004017*                       THE ROW COUNT.                         *
004018*      2026-10-15  RJK  OPTIONAL ROW EXTRACT.  WHEN A ROWXTRCT *
004019*                       FILE IS ALLOCATED THE DBWRITE SERVICE  *
004020*                       HANDS BACK THE KEY, AMOUNT AND         *
004021*                       CATEGORY OF EVERY ROW WRITTEN, 500     *
004022*                       ROWS PER CALL RESUMED FROM THE ROW IT  *
004023*                       REACHED, AND THE PASS WRITES THEM TO   *
004024*                       THE EXTRACT FOR ROWMATCH.  A STEP      *
004025*                       RESTART EXTENDS THE PRIOR ATTEMPT'S    *
004026*                       EXTRACT.                               *
004027*      2026-10-15  RJK  SUSPENSE RE-DRIVE.  THE ROWS ROWMATCH  *
004028*                       LEFT ON THE OPTIONAL SUSPIN FILE ARE   *
004029*                       RE-DRIVEN THROUGH THE DBREDRV SERVICE  *
004030*                       ONCE THEIR SUBSYSTEM'S WRITE PASS HAS  *
004031*                       COMPLETED, AND THE FILE IS REWRITTEN   *
004032*                       ON SUSPOUT WITH ONLY THE ROWS NOT RE-  *
004033*                       DRIVEN.  RE-DRIVEN ROWS ARE KEPT OUT   *
004034*                       OF THE CONTROL TOTALS AND THE EXTRACT  *
004035*                       - THE READ PASS DID NOT READ THEM      *
004036*                       TONIGHT.                               *
004037*      2026-10-15  RJK  DEPENDENCY HOLD.  A SUBSYSTEM NAMED AS *
004038*                       A DEPENDENT ON THE NEW DEPPARM FILE IS *
004039*                       NOT WORKED UNTIL ITS PREREQUISITE'S    *
004040*                       DBWRITER RESTART RECORD FOR THE SAME   *
004041*                       WINDOW SHOWS COMPLETE - FROM THIS      *
004042*                       PASS, OR FROM ANOTHER GROUP STREAM'S   *
004043*                       RESTART FILE READ ON DEPRSTRT.  A      *
004044*                       DEPENDENT WHOSE PREREQUISITE IS NOT    *
004045*                       YET SETTLED IS HELD WHILE THE REST OF  *
004046*                       THE PASS IS WORKED, THEN RE-CHECKED    *
004047*                       UNTIL IT SETTLES OR ITS HOLD TIME RUNS *
004048*                       OUT.  ONE WHOSE PREREQUISITE FAILED,   *
004049*                       WAS DRAINED, WAS NOT WORKED TONIGHT OR *
004050*                       WAS ITSELF BYPASSED - OR WHOSE HOLD    *
004051*                       TIME RAN OUT - IS BYPASSED WITH A      *
004052*                       BYPASSED RESTART RECORD AND A          *
004053*                       WTRBYPASS EVENT ON THE AUDIT TRAIL.    *
004054*                       EVERY CHECKPOINT ENTRY NOW LEAVES A    *
004055*                       RESTART RECORD (NOT WORKED, DRAINED OR *
004056*                       BYPASSED WHERE IT WAS NOT WORKED), AND *
004057*                       THE RESTART FILE IS CLOSED AND         *
004058*                       REOPENED AFTER EACH RECORD SO THE      *
004059*                       OTHER STREAMS SEE PROGRESS AS IT IS    *
004060*                       MADE.  SUSPENSE ROWS OF A BYPASSED     *
004061*                       SUBSYSTEM STAY IN SUSPENSE.            *
004062*      2026-10-15  RJK  A DEPENDENT WHOSE OWN READ PASS WAS    *
004063*                       BYPASSED (ITS DBREADER RECORD ON THE   *
004064*                       OPTIONAL RDRRSTRT FILE) IS BYPASSED    *
004065*                       HERE TOO, WITHOUT WAITING.  WITH NO    *
004066*                       DEPRSTRT FILE ALLOCATED A PREREQUISITE *
004067*                       THAT LEFT NO RESTART RECORD BY THE END *
004068*                       OF THE CHECKPOINT WAS NOT RUN TONIGHT  *
004069*                       AND ITS DEPENDENTS ARE BYPASSED AT     *
004070*                       ONCE; THE HOLD TIME ONLY RUNS WHILE    *
004071*                       THE PREREQUISITE MAY STILL BE WORKED.  *
004072*                       THE SUSPENSE FILE IS NO LONGER         *
004073*                       REWRITTEN WHEN IT DID NOT FIT THE      *
004074*                       SUSPENSE TABLE.                        *
004075*      2026-10-15  RJK  PAST 500 SUSPENSE ROWS THE PASS NO     *
004076*                       LONGER ABENDS - THE REST ARE SPILLED   *
004077*                       TO SUSPOVR, CARRIED FORWARD UNTRIED    *
004078*                       AND THE PASS ENDS WITH RC 4.  A ROW    *
004079*                       REPEATED IN SUSPIN (SAME SUBSYSTEM AND *
004080*                       ROW KEY) REPLACES THE ONE LOADED, SO A *
004081*                       ROWMATCH RERUN NEVER HAS A ROW RE-     *
004082*                       DRIVEN TWICE.  A SUBSYSTEM ALREADY     *
004083*                       COMPLETE ON A RESTART STILL RE-DRIVES  *
004084*                       ITS SUSPENSE ROWS.                     *
004090************************************************************
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
005192         ORGANIZATION IS SEQUENTIAL
005193         FILE STATUS IS WS-RSTRT-OUT-STATUS.
005200
005201     SELECT ROWX-FILE ASSIGN TO ROWXTRCT
005202         ORGANIZATION IS SEQUENTIAL
005203         FILE STATUS IS WS-ROWX-STATUS.
005204
005205     SELECT SUSP-IN-FILE ASSIGN TO SUSPIN
005206         ORGANIZATION IS SEQUENTIAL
005207         FILE STATUS IS WS-SUSP-IN-STATUS.
005208
005209     SELECT SUSP-OUT-FILE ASSIGN TO SUSPOUT
005210         ORGANIZATION IS SEQUENTIAL
005211         FILE STATUS IS WS-SUSP-OUT-STATUS.
005212
005213     SELECT DEP-FILE ASSIGN TO DEPPARM
005214         ORGANIZATION IS SEQUENTIAL
005215         FILE STATUS IS WS-DEP-STATUS.
005216
005217     SELECT DEP-RSTRT-FILE ASSIGN TO DEPRSTRT
005218         ORGANIZATION IS SEQUENTIAL
005219         FILE STATUS IS WS-DEP-RSTRT-STATUS.
005220
005221     SELECT RDR-RSTRT-FILE ASSIGN TO RDRRSTRT
005222         ORGANIZATION IS SEQUENTIAL
005223         FILE STATUS IS WS-RDR-RSTRT-STATUS.
005224
005225     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
005226         ORGANIZATION IS SEQUENTIAL
005227         FILE STATUS IS WS-AUDIT-STATUS.
005228
005229     SELECT SUSP-OVR-FILE ASSIGN TO SUSPOVR
005230         ORGANIZATION IS SEQUENTIAL
005231         FILE STATUS IS WS-SUSP-OVR-STATUS.
005232
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
006597 FD  SUSP-IN-FILE
006598     RECORDING MODE IS F
006599     LABEL RECORDS ARE STANDARD.
006600 01  SUSP-IN-REC.
006601     COPY SUSPREC.
006602
006603 FD  SUSP-OUT-FILE
006604     RECORDING MODE IS F
006605     LABEL RECORDS ARE STANDARD.
006606 01  SUSP-OUT-REC                 PIC X(69).
006607
006608 FD  DEP-FILE
006609     RECORDING MODE IS F
006610     LABEL RECORDS ARE STANDARD.
006611 01  DEP-REC.
006612     COPY DEPPARM.
006613
006614*    THE OTHER GROUP STREAMS' RESTART FILES, CONCATENATED.
006615 FD  DEP-RSTRT-FILE
006616     RECORDING MODE IS F
006617     LABEL RECORDS ARE STANDARD.
006618 01  DEP-RSTRT-REC.
006619     COPY RSTRTREC
006620         REPLACING RST-PROGRAM BY RST-DEP-PROGRAM
006621                   RST-DB-NAME BY RST-DEP-DB-NAME
006622                   RST-STATUS BY RST-DEP-STATUS
006623                   RST-RESUME-POS BY RST-DEP-RESUME-POS
006624                   RST-ROW-COUNT BY RST-DEP-ROW-COUNT
006625                   RST-RUN-ID BY RST-DEP-RUN-ID
006626                   RST-AMOUNT-HASH BY RST-DEP-AMOUNT-HASH
006627                   RST-CAT-COUNTS BY RST-DEP-CAT-COUNTS
006628                   RST-CAT-COUNT BY RST-DEP-CAT-COUNT.
006629
006630*    THIS STREAM'S OWN DBREADER RESTART FILE.
006631 FD  RDR-RSTRT-FILE
006632     RECORDING MODE IS F
006633     LABEL RECORDS ARE STANDARD.
006634 01  RDR-RSTRT-REC.
006635     COPY RSTRTREC
006636         REPLACING RST-PROGRAM BY RST-RDR-PROGRAM
006637                   RST-DB-NAME BY RST-RDR-DB-NAME
006638                   RST-STATUS BY RST-RDR-STATUS
006639                   RST-RESUME-POS BY RST-RDR-RESUME-POS
006640                   RST-ROW-COUNT BY RST-RDR-ROW-COUNT
006641                   RST-RUN-ID BY RST-RDR-RUN-ID
006642                   RST-AMOUNT-HASH BY RST-RDR-AMOUNT-HASH
006643                   RST-CAT-COUNTS BY RST-RDR-CAT-COUNTS
006644                   RST-CAT-COUNT BY RST-RDR-CAT-COUNT.
006645
006646 FD  AUDIT-FILE
006647     RECORDING MODE IS F
006648     LABEL RECORDS ARE STANDARD.
006649 01  AUDIT-REC.
006650     COPY AUDITREC.
006651
006652 FD  SUSP-OVR-FILE
006653     RECORDING MODE IS F
006654     LABEL RECORDS ARE STANDARD.
006655 01  SUSP-OVR-REC                 PIC X(69).
006656
006700 WORKING-STORAGE SECTION.
006800*
006900************************************************************
008219 77  WS-RST-FOUND-SW           PIC X(01)      VALUE 'N'.
008220     88  RST-ENTRY-FOUND                      VALUE 'Y'.
008221
008222*    OPTIONAL ROW EXTRACT FOR ROWMATCH, AND THE AREA THE
008223*    SERVICE HANDS THE ROWS BACK IN.  THE CHUNK ROW COUNT AND
008224*    TOTALS COVER ONE SERVICE CALL.
008225 77  WS-ROWX-STATUS            PIC X(02)      VALUE SPACES.
008226     88  ROWX-OK                              VALUE '00'.
008227 77  WS-ROWX-OPEN-SW           PIC X(01)      VALUE 'N'.
008228     88  ROWX-FILE-OPEN                       VALUE 'Y'.
008229 77  WS-ROW-SUB                PIC 9(04) COMP VALUE ZERO.
008230 77  WS-CHUNK-ROWS             PIC S9(09) COMP VALUE ZERO.
008231 01  WS-CHUNK-TOTALS.
008232     COPY PASSTOTL
008233         REPLACING PT-AMOUNT-HASH BY CK-AMOUNT-HASH
008234                   PT-CAT-COUNTS BY CK-CAT-COUNTS
008235                   PT-CAT-COUNT BY CK-CAT-COUNT.
008236 01  WS-ROW-EXTRACT.
008237     COPY ROWXAREA.
008238
008239************************************************************
008240*  SUSPENSE TABLE - THE ROWS ROWMATCH FOUND THE WRITE PASS    *
008241*  MISSED OR GOT WRONG ON AN EARLIER NIGHT, LOADED FROM       *
008242*  SUSPIN AT STARTUP.  AN ENTRY IS MARKED DRIVEN ONCE THE     *
008243*  DBREDRV SERVICE HAS REWRITTEN THE ROW - ONLY THE ENTRIES   *
008244*  NOT DRIVEN ARE WRITTEN BACK TO SUSPOUT AT THE END.         *
008245************************************************************
008246 77  WS-SUSP-IN-STATUS         PIC X(02)      VALUE SPACES.
008247     88  SUSP-IN-OK                           VALUE '00'.
008248     88  SUSP-IN-EOF                          VALUE '10'.
008249 77  WS-SUSP-OUT-STATUS        PIC X(02)      VALUE SPACES.
008250     88  SUSP-OUT-OK                          VALUE '00'.
008251 77  WS-SUSP-LOADED-SW         PIC X(01)      VALUE 'N'.
008252     88  SUSPENSE-LOADED                      VALUE 'Y'.
008253 77  WS-REDRIVE-RC             PIC S9(04) COMP VALUE ZERO.
008254     88  REDRIVE-SUCCESSFUL                   VALUE ZERO.
008255 77  WS-REDRIVEN-COUNT         PIC 9(04) COMP VALUE ZERO.
008256 77  WS-CARRIED-COUNT          PIC 9(07) COMP VALUE ZERO.
008257 77  WS-SUS-SUB                PIC 9(04) COMP VALUE ZERO.
008258 77  WS-SUS-COUNT              PIC 9(04) COMP VALUE ZERO.
008259 01  SUS-TABLE.
008260     05  SUS-ENTRY OCCURS 1 TO 500 TIMES
008261             DEPENDING ON WS-SUS-COUNT.
008262         10  SUS-TBL-IMAGE     PIC X(69).
008263         10  FILLER REDEFINES SUS-TBL-IMAGE.
008264             15  FILLER            PIC X(24).
008265             15  SUS-TBL-DB-NAME   PIC X(08).
008266             15  SUS-TBL-ROW-KEY   PIC X(20).
008267             15  SUS-TBL-AMOUNT    PIC S9(13)V99.
008268             15  SUS-TBL-CATEGORY  PIC 9(01).
008269             15  FILLER            PIC X(01).
008270         10  SUS-TBL-DRIVEN-SW PIC X(01).
008271             88  SUS-TBL-DRIVEN         VALUE 'Y'.
008272
008273*
008274*    ROWS PAST THE 500 THE TABLE HOLDS ARE SPILLED, UNTOUCHED,
008275*    TO THE SUSPOVR WORK FILE AS SUSPIN IS READ AND COPIED
008276*    BEHIND THE TABLE'S ROWS WHEN SUSPOUT IS REWRITTEN.  A ROW
008277*    REPEATED IN SUSPIN REPLACES THE ENTRY ALREADY LOADED.
008278*
008279 77  WS-SUSP-OVR-STATUS        PIC X(02)      VALUE SPACES.
008280     88  SUSP-OVR-OK                          VALUE '00'.
008281     88  SUSP-OVR-EOF                         VALUE '10'.
008282 77  WS-SUS-SPILL-COUNT        PIC 9(07) COMP VALUE ZERO.
008283 77  WS-SUS-DUP-SUB            PIC 9(04) COMP VALUE ZERO.
008284 77  WS-SUS-DUP-COUNT          PIC 9(04) COMP VALUE ZERO.
008285
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
008759*  PREREQUISITE'S DBWRITER RESTART RECORD FOR THE SAME        *
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
008802*    DEPENDENTS WHOSE OWN READ PASS THIS WINDOW RUN WAS
008803*    BYPASSED, FROM THE RDRRSTRT FILE.
008804 77  WS-RDR-RSTRT-STATUS       PIC X(02)      VALUE SPACES.
008805     88  RDR-RSTRT-OK                         VALUE '00'.
008806     88  RDR-RSTRT-EOF                        VALUE '10'.
008807 77  WS-RBY-COUNT              PIC 9(04) COMP VALUE ZERO.
008808 01  RBY-TABLE.
008809     05  RBY-ENTRY OCCURS 1 TO 100 TIMES
008810             DEPENDING ON WS-RBY-COUNT
008811             INDEXED BY RBY-IDX.
008812         10  RBY-DB-NAME       PIC X(08).
008813         10  RBY-STATUS        PIC X(01).
008814             88  RBY-BYPASSED           VALUE 'B'.
008815
008816*    SUBSYSTEMS HELD FOR A PREREQUISITE, RE-CHECKED ONCE THE
008817*    REST OF THE PASS IS WORKED.  THE DEADLINE IS A MINUTE
008818*    NUMBER (DAY NUMBER * 1440 + MINUTE OF THE DAY).
008819 77  WS-HELD-COUNT             PIC 9(04) COMP VALUE ZERO.
008820 77  WS-HELD-WAITING           PIC 9(04) COMP VALUE ZERO.
008821 77  WS-HELD-RELEASED          PIC 9(04) COMP VALUE ZERO.
008822 01  HLD-TABLE.
008823     05  HLD-ENTRY OCCURS 1 TO 50 TIMES
008824             DEPENDING ON WS-HELD-COUNT
008825             INDEXED BY HLD-IDX HLD-PRQ-IDX.
008826         10  HLD-DB-NAME       PIC X(08).
008827         10  HLD-PREREQ        PIC X(08).
008828         10  HLD-DEADLINE      PIC 9(09) COMP.
008829         10  HLD-STATE         PIC X(01).
008830             88  HLD-WAITING            VALUE 'W'.
008831             88  HLD-SETTLED            VALUE 'S'.
008832 77  WS-HOLD-POLL-SECS         PIC 9(04) COMP VALUE 60.
008833 77  WS-NOW-MINUTE             PIC 9(09) COMP VALUE ZERO.
008834 77  WS-NOW-HH                 PIC 9(02)      VALUE ZERO.
008835 77  WS-NOW-MM                 PIC 9(02)      VALUE ZERO.
008836 77  WS-DATE-9                 PIC 9(08)      VALUE ZERO.
008837 77  WS-DAY-INT                PIC S9(09) COMP VALUE ZERO.
008838
008839*    THE WINDOW A RUN BELONGS TO IS THE DATE ITS RUN ID WAS
008840*    MINTED, OR THE NEXT DAY FOR A RUN STARTED AT OR AFTER NOON,
008841*    SO STREAMS STARTED EITHER SIDE OF MIDNIGHT STILL MATCH.
008842 77  WS-WINDOW-DATE            PIC X(08)      VALUE SPACES.
008843 01  WS-WORK-RUN-ID.
008844     05  WS-WORK-RUN-DATE      PIC X(08).
008845     05  WS-WORK-RUN-TIME      PIC X(08).
008846 77  WS-WORK-WINDOW-DATE       PIC X(08)      VALUE SPACES.
008847
008848*    PARAMETER AREAS FOR THE CEE3DLY CALLABLE SERVICE.
008849 01  WS-DLY-PARM.
008850     05  WS-DLY-TIME           PIC S9(09) COMP VALUE ZERO.
008851 01  WS-DLY-FC.
008852     05  WS-DLY-FC-SEVERITY    PIC S9(09) COMP VALUE ZERO.
008853     05  WS-DLY-FC-MSG-NO      PIC S9(09) COMP VALUE ZERO.
008854     05  WS-DLY-FC-CASE        PIC S9(09) COMP VALUE ZERO.
008855*
008856************************************************************
008857*  AUDIT TRAIL - WRITTEN ONLY WHEN A DEPENDENT IS BYPASSED.   *
008858*  THE SEQUENCE NUMBER AND CHAIN VALUE CONTINUE THE CHAIN     *
008859*  OF THE LAST RECORD ON AUDITLOG.                            *
008860************************************************************
008861 77  WS-AUDIT-STATUS           PIC X(02)      VALUE SPACES.
008862     88  AUDIT-OK                             VALUE '00'.
008863     88  AUDIT-EOF                            VALUE '10'.
008864 77  WS-AUDIT-OPEN-SW          PIC X(01)      VALUE 'N'.
008865     88  AUDIT-FILE-OPEN                      VALUE 'Y'.
008866 77  WS-AUD-SEQ-NO             PIC 9(09)      VALUE ZERO.
008867 77  WS-AUD-CHAIN-VALUE        PIC 9(10)      VALUE ZERO.
008868
008900************************************************************
009000*  EXECUTE PARM RECEIVED FROM THE JCL EXEC STATEMENT.         *
009100*  FORMAT:  POSITIONS  1-8   JOB NAME, STAMPED ON EVERY       *
010400*  CONTROLS OVERALL FLOW OF THE PROGRAM.  ONE RUN WORKS THE    *
010500*  WRITE PASS OVER EVERY SUBSYSTEM THE CHECKPOINT SHOWS        *
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
011401*    SUSPENSE ROWS SPILLED PAST THE TABLE WAIT FOR ANOTHER
011402*    NIGHT - A WARNING, NOT A FAILURE.
011403     IF WS-SUS-SPILL-COUNT > ZERO
011404        AND RETURN-CODE < 4
011405         MOVE 4 TO RETURN-CODE
011406     END-IF.
011407
011410*    A DRAINED PASS ENDS WITH ITS OWN RETURN CODE - THE
011420*    CONTROL TOTALS FOR THE SUBSYSTEMS ALREADY WORKED ARE
011430*    WRITTEN, AND THE DISCONNECT LEG CLOSES THE WINDOW.
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
014725         DISPLAY 'DBWRITER - NO ROWXTRCT FILE - NO ROW EXTRACT '
014726             'THIS RUN'
014727     END-IF.
014728
014729*
014730*    THE SUSPENSE FILE IS OPTIONAL TOO.  IT IS READ WHOLE HERE
014731*    AND ONLY REWRITTEN (ON SUSPOUT, THE SAME DATASET) AT THE
014732*    END OF THE PASS, SO AN ABEND NEVER LEAVES IT HALF-WRITTEN.
014733*
014734     OPEN INPUT SUSP-IN-FILE.
014735     IF SUSP-IN-OK
014736         PERFORM 1300-LOAD-SUSPENSE THRU 1300-EXIT
014737             UNTIL SUSP-IN-EOF
014738         CLOSE SUSP-IN-FILE
014739         SET SUSPENSE-LOADED TO TRUE
014740         PERFORM 1350-END-SUSPENSE-LOAD THRU 1350-EXIT
014742     ELSE
014743         DISPLAY 'DBWRITER - NO SUSPENSE FILE - NOTHING TO '
014744             'RE-DRIVE'
014745     END-IF.
014746
014747*
014748*    THE DEPENDENCY FILE IS OPTIONAL - WITHOUT IT EVERY
014749*    CONNECTED SUBSYSTEM IS WORKED IN CHECKPOINT ORDER, AS
014750*    BEFORE.  THE AUDIT TRAIL IS ONLY OPENED WHEN THERE ARE
014751*    DEPENDENCIES, SINCE ONLY A BYPASS IS AUDITED HERE.
014752*
014753     OPEN INPUT DEP-FILE.
014754     IF DEP-FILE-OK
014755         PERFORM 1400-LOAD-DEPPARM THRU 1400-EXIT
014756             UNTIL DEP-FILE-EOF
014757         CLOSE DEP-FILE
014758     ELSE
014759         DISPLAY 'DBWRITER - NO DEPPARM FILE - NO PROCESSING '
014760             'DEPENDENCIES ENFORCED'
014761     END-IF.
014762
014763     IF WS-DEP-COUNT > ZERO
014764         MOVE WS-RUN-ID TO WS-WORK-RUN-ID
014765         PERFORM 2450-SET-RUN-WINDOW THRU 2450-EXIT
014766         MOVE WS-WORK-WINDOW-DATE TO WS-WINDOW-DATE
014767*        WITHOUT A DEPRSTRT ALLOCATION THIS IS THE ONLY STREAM,
014768*        SO A PREREQUISITE IT NEVER RECORDS WAS NOT RUN.
014769         OPEN INPUT DEP-RSTRT-FILE
014770         IF DEP-RSTRT-OK
014771             SET OTHER-STREAMS-ALLOCATED TO TRUE
014772             CLOSE DEP-RSTRT-FILE
014773         ELSE
014774             DISPLAY 'DBWRITER - NO DEPRSTRT FILE - '
014775                 'PREREQUISITES LOOKED FOR IN THIS STREAM ONLY'
014776         END-IF
014777         OPEN INPUT RDR-RSTRT-FILE
014778         IF RDR-RSTRT-OK
014779             PERFORM 1600-LOAD-READ-OUTCOME THRU 1600-EXIT
014780                 UNTIL RDR-RSTRT-EOF
014781             CLOSE RDR-RSTRT-FILE
014782         ELSE
014783             DISPLAY 'DBWRITER - NO RDRRSTRT FILE - READ-PASS '
014784                 'BYPASSES NOT SEEN'
014785         END-IF
014786         PERFORM 1500-FIND-AUDIT-CHAIN THRU 1500-EXIT
014787         OPEN OUTPUT AUDIT-FILE
014788         IF AUDIT-OK
014789             SET AUDIT-FILE-OPEN TO TRUE
014790         ELSE
014791             DISPLAY 'DBWRITER - UNABLE TO OPEN AUDITLOG FILE'
014792             DISPLAY 'DBWRITER - FILE STATUS IS ' WS-AUDIT-STATUS
014793             DISPLAY 'DBWRITER - BYPASSED SUBSYSTEMS WILL NOT BE '
014794                 'AUDITED'
014795         END-IF
014796     END-IF.
014797
014800 1000-EXIT.
014900     EXIT.
014910*
015027 1200-EXIT.
015028     EXIT.
015029*
015030************************************************************
015031*  1300-LOAD-SUSPENSE                                        *
015032*  LOADS ONE SUSPENSE ROW.  A REPEATED ROW REPLACES THE       *
015033*  ENTRY LOADED; PAST 500 ROWS THE REST GO TO SUSPOVR.        *
015034************************************************************
015035 1300-LOAD-SUSPENSE.
015036
015037     READ SUSP-IN-FILE
015038         AT END
015039             SET SUSP-IN-EOF TO TRUE
015040             GO TO 1300-EXIT
015041     END-READ.
015042     PERFORM 1310-FIND-SUSPENSE-ROW THRU 1310-EXIT.
015043     EVALUATE TRUE
015044         WHEN WS-SUS-DUP-SUB > ZERO
015045             MOVE SUSP-IN-REC TO SUS-TBL-IMAGE (WS-SUS-DUP-SUB)
015046             ADD 1 TO WS-SUS-DUP-COUNT
015047         WHEN WS-SUS-COUNT = 500
015048             PERFORM 1330-SPILL-SUSPENSE-ROW THRU 1330-EXIT
015049         WHEN OTHER
015050             ADD 1 TO WS-SUS-COUNT
015051             MOVE SUSP-IN-REC TO SUS-TBL-IMAGE (WS-SUS-COUNT)
015052             MOVE 'N' TO SUS-TBL-DRIVEN-SW (WS-SUS-COUNT)
015053     END-EVALUATE.
015054
015055 1300-EXIT.
015056     EXIT.
015057*
015058************************************************************
015059*  1400-LOAD-DEPPARM                                         *
015060*  LOADS ONE DEPENDENCY INTO THE DEPENDENCY TABLE.  A BLANK   *
015061*  ENTRY IS LEFT OUT, AND A HOLD TIME THAT IS ZERO OR NOT     *
015062*  NUMERIC BECOMES THE DEFAULT.  ABENDS IF THE TABLE IS       *
015063*  ALREADY FULL.                                              *
015064************************************************************
015065 1400-LOAD-DEPPARM.
015066
015067     READ DEP-FILE
015068         AT END
015069             SET DEP-FILE-EOF TO TRUE
015070     END-READ.
015071
015072     IF DEP-FILE-EOF
015073      OR DEP-DB-NAME = SPACES
015074      OR DEP-PREREQ-NAME = SPACES
015075         GO TO 1400-EXIT
015076     END-IF.
015077
015078     IF WS-DEP-COUNT = 100
015079         DISPLAY 'DBWRITER - DEPENDENCY TABLE IS FULL - '
015080             'CANNOT LOAD ALL DEPPARM ENTRIES'
015081         MOVE 16 TO RETURN-CODE
015082         PERFORM 9000-TERMINATE THRU 9000-EXIT
015083         STOP RUN
015084     END-IF.
015085
015086     ADD 1 TO WS-DEP-COUNT.
015087     MOVE DEP-DB-NAME     TO DEP-TBL-DB-NAME (WS-DEP-COUNT).
015088     MOVE DEP-PREREQ-NAME TO DEP-TBL-PREREQ (WS-DEP-COUNT).
015089     IF DEP-HOLD-MINUTES NUMERIC AND DEP-HOLD-MINUTES > ZERO
015090         MOVE DEP-HOLD-MINUTES TO
015091             DEP-TBL-HOLD-MINUTES (WS-DEP-COUNT)
015092     ELSE
015093         MOVE WS-DEFAULT-HOLD-MINUTES TO
015094             DEP-TBL-HOLD-MINUTES (WS-DEP-COUNT)
015095     END-IF.
015096
015097 1400-EXIT.
015098     EXIT.
015099*
015100************************************************************
015101*  1500-FIND-AUDIT-CHAIN                                     *
015102*  READS THE AUDIT TRAIL THROUGH BEFORE IT IS OPENED FOR      *
015103*  APPEND AND KEEPS THE SEQUENCE NUMBER AND CHAIN VALUE OF    *
015104*  THE LAST SEQUENCED RECORD, SO A BYPASS EVENT CONTINUES     *
015105*  THE SAME CHAIN AS THE CONNECT STEP'S RECORDS.              *
015106************************************************************
015107 1500-FIND-AUDIT-CHAIN.
015108
015109     MOVE ZERO TO WS-AUD-SEQ-NO WS-AUD-CHAIN-VALUE.
015110
015111     OPEN INPUT AUDIT-FILE.
015112     IF NOT AUDIT-OK
015113         GO TO 1500-EXIT
015114     END-IF.
015115
015116     PERFORM 1510-READ-AUDIT-TAIL THRU 1510-EXIT
015117         UNTIL NOT AUDIT-OK.
015118     CLOSE AUDIT-FILE.
015119
015120 1500-EXIT.
015121     EXIT.
015122*
015123************************************************************
015124*  1510-READ-AUDIT-TAIL                                      *
015125*  READS ONE AUDIT RECORD AND REMEMBERS ITS CHAIN POSITION    *
015126*  IF IT CARRIES ONE.                                         *
015127************************************************************
015128 1510-READ-AUDIT-TAIL.
015129
015130     READ AUDIT-FILE
015131         AT END
015132             SET AUDIT-EOF TO TRUE
015133     END-READ.
015134
015135     IF AUDIT-OK
015136      AND AUD-SEQ-NO NUMERIC AND AUD-SEQ-NO > ZERO
015137      AND AUD-CHAIN-VALUE NUMERIC
015138         MOVE AUD-SEQ-NO      TO WS-AUD-SEQ-NO
015139         MOVE AUD-CHAIN-VALUE TO WS-AUD-CHAIN-VALUE
015140     END-IF.
015141
015142 1510-EXIT.
015143     EXIT.
015144*
015145************************************************************
015146*  1600-LOAD-READ-OUTCOME                                     *
015147*  READS ONE RECORD OF THIS STREAM'S DBREADER RESTART FILE    *
015148*  AND KEEPS ITS STATUS FOR THE SUBSYSTEM - THE LAST RECORD   *
015149*  FOR A SUBSYSTEM IN THIS WINDOW RUN IS THE LATEST.  ABENDS  *
015150*  IF THE TABLE IS ALREADY FULL.                              *
015151************************************************************
015152 1600-LOAD-READ-OUTCOME.
015153
015154     READ RDR-RSTRT-FILE
015155         AT END
015156             SET RDR-RSTRT-EOF TO TRUE
015157     END-READ.
015158
015159     IF RDR-RSTRT-EOF
015160      OR RST-RDR-PROGRAM NOT = 'DBREADER'
015161      OR RST-RDR-RUN-ID NOT = WS-RUN-ID
015162         GO TO 1600-EXIT
015163     END-IF.
015164
015165     IF WS-RBY-COUNT > ZERO
015166         SET RBY-IDX TO 1
015167         SEARCH RBY-ENTRY
015168             AT END
015169                 CONTINUE
015170             WHEN RBY-DB-NAME (RBY-IDX) = RST-RDR-DB-NAME
015171                 MOVE RST-RDR-STATUS TO RBY-STATUS (RBY-IDX)
015172                 GO TO 1600-EXIT
015173         END-SEARCH
015174     END-IF.
015175
015176     IF WS-RBY-COUNT = 100
015177         DISPLAY 'DBWRITER - READ OUTCOME TABLE IS FULL - '
015178             'CANNOT LOAD ALL RDRRSTRT ENTRIES'
015179         MOVE 16 TO RETURN-CODE
015180         PERFORM 9000-TERMINATE THRU 9000-EXIT
015181         STOP RUN
015182     END-IF.
015183     ADD 1 TO WS-RBY-COUNT.
015184     MOVE RST-RDR-DB-NAME TO RBY-DB-NAME (WS-RBY-COUNT).
015185     MOVE RST-RDR-STATUS  TO RBY-STATUS (WS-RBY-COUNT).
015186
015187 1600-EXIT.
015188     EXIT.
015189*
015190************************************************************
015200*  2000-PROCESS-SUBSYSTEM                                     *
015300*  RUNS THE WRITE PASS FOR ONE CHECKPOINTED SUBSYSTEM, WRITES  *
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
016725*  RUNS THE WRITE PASS FOR THE SUBSYSTEM IN WS-DB-NAME,       *
016726*  WRITES ITS CONTROL-TOTAL AND RESTART RECORDS AND RE-       *
016727*  DRIVES ITS SUSPENSE ROWS.  A FAILED WRITE PASS ABENDS      *
016728*  WITH A DISTINCT RETURN CODE AFTER THE CONTROL RECORD IS    *
016729*  WRITTEN, SO CTLBALAN STILL SEES HOW FAR THE PASS GOT.      *
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
016761*    ITS SUSPENSE ROWS ARE STILL RE-DRIVEN.  THE ROWS A FAILED
016762*    ATTEMPT DROVE WERE LEFT OUT OF SUSPOUT WHEN IT ENDED, SO
016763*    NONE IS DRIVEN TWICE.
016770*
016780     IF RST-ENTRY-FOUND AND RST-TBL-COMPLETE (RST-IDX)
016790         DISPLAY 'DBWRITER - ' WS-DB-NAME ' ALREADY COMPLETE '
016791             'PER RESTART FILE - SKIPPING'
016792         MOVE RST-TBL-ROW-COUNT (RST-IDX) TO WS-ROWS-WRITTEN
016793         MOVE RST-TBL-AMOUNT-HASH (RST-IDX) TO PT-AMOUNT-HASH
016796         MOVE 'C'  TO WS-RST-STATUS
016797         MOVE ZERO TO WS-RESUME-POS
016798         PERFORM 7100-WRITE-RESTART-REC THRU 7100-EXIT
016799         PERFORM 2290-REDRIVE-SUBSYSTEM THRU 2290-EXIT
016801         GO TO 2010-EXIT
016802     END-IF.
016803
016810     MOVE ZERO TO WS-RESUME-POS WS-ROWS-PRIOR.
016840         MOVE RST-TBL-ROW-COUNT (RST-IDX)  TO WS-ROWS-PRIOR
016841         MOVE RST-TBL-AMOUNT-HASH (RST-IDX) TO PR-AMOUNT-HASH
016842         MOVE RST-TBL-CAT-CTRS (RST-IDX)   TO PR-CAT-COUNTS
016850         DISPLAY 'DBWRITER - RESUMING ' WS-DB-NAME
016860             ' AT ROW ' WS-RESUME-POS ' PER RESTART FILE'
016870     END-IF.
016880
016893*    ATTEMPT'S SHARE IS ADDED BACK BELOW.
016900     MOVE ZERO TO WS-ROWS-WRITTEN.
016901     INITIALIZE WS-PASS-TOTALS.
016910*    WHEN A ROW EXTRACT IS BEING WRITTEN THE SERVICE HANDS THE
016920*    ROWS BACK 500 AT A TIME AND IS CALLED AGAIN FROM THE
016930*    RESUME POSITION UNTIL IT HAS NO MORE.  WITHOUT AN EXTRACT
016940*    THE FIRST CALL WORKS THE WHOLE SUBSYSTEM, AS BEFORE.
016950     SET RXA-MORE-ROWS TO TRUE.
016960     PERFORM 2200-CALL-WRITE-SERVICE THRU 2200-EXIT
016970         UNTIL NOT RXA-MORE-ROWS.
017010     ADD WS-ROWS-PRIOR TO WS-ROWS-WRITTEN.
017020     ADD PR-AMOUNT-HASH TO PT-AMOUNT-HASH.
017030     PERFORM 2160-ADD-PRIOR-CATEGORY THRU 2160-EXIT
017200     PERFORM 7000-WRITE-CONTROL-REC THRU 7000-EXIT.
017300
017400     IF NOT WRITE-PASS-SUCCESSFUL
017500         DISPLAY 'DBWRITER - WRITE PASS FAILED FOR ' WS-DB-NAME
017600         DISPLAY 'DBWRITER - DBWRITE RETURN CODE IS ' WS-WRITE-RC
017610         MOVE 'P' TO WS-RST-STATUS
017620         PERFORM 7100-WRITE-RESTART-REC THRU 7100-EXIT
018020     MOVE 'C'  TO WS-RST-STATUS.
018030     MOVE ZERO TO WS-RESUME-POS.
018040     PERFORM 7100-WRITE-RESTART-REC THRU 7100-EXIT.
018041
018042*    ROWS ROWMATCH LEFT IN SUSPENSE FOR THIS SUBSYSTEM ARE
018043*    RE-DRIVEN ONLY ONCE TONIGHT'S OWN WRITE PASS IS COMPLETE.
018044     PERFORM 2290-REDRIVE-SUBSYSTEM THRU 2290-EXIT.
018100
018400 2010-EXIT.
018500     EXIT.
018510*
018511************************************************************
018512*  2030-WRITE-STATUS-REC                                     *
018513*  RECORDS A SUBSYSTEM THAT WAS NOT WORKED - NOT CONNECTED,   *
018514*  DRAINED OR BYPASSED, PER WS-RST-STATUS - ON THE RESTART    *
018515*  FILE WITH NO ROWS AND NO RESUME POSITION.                  *
018516************************************************************
018517 2030-WRITE-STATUS-REC.
018518
018519     MOVE ZERO TO WS-ROWS-WRITTEN WS-RESUME-POS.
018520     INITIALIZE WS-PASS-TOTALS.
018521     PERFORM 7100-WRITE-RESTART-REC THRU 7100-EXIT.
018522
018523 2030-EXIT.
018524     EXIT.
018525*
018526************************************************************
018530*  2060-CHECK-DRAIN                                          *
018540*  LOOKS FOR AN OPERATOR DRAIN REQUEST - A RECORD STARTING    *
018550*  'DRAIN' ON THE OPTIONAL DRAINCMD COMMAND FILE.  THE FILE   *
019995     SEARCH RST-ENTRY
019996         AT END
019997             SET WS-RST-FOUND-SW TO 'N'
019998         WHEN RST-TBL-DB-NAME (RST-IDX) = WS-DB-NAME
019999             SET RST-ENTRY-FOUND TO TRUE
020001     END-SEARCH.
020002
020018 2160-EXIT.
020019     EXIT.
020021*
020022************************************************************
020023*  2170-ADD-CHUNK-CATEGORY                                   *
020024*  ADDS ONE CATEGORY SLOT OF A SINGLE SERVICE CALL'S TOTALS   *
020025*  INTO THE SUBSYSTEM'S RUNNING TOTALS.                       *
020026************************************************************
020027 2170-ADD-CHUNK-CATEGORY.
020028
020029     ADD CK-CAT-COUNT (WS-CAT-SUB)
020030         TO PT-CAT-COUNT (WS-CAT-SUB).
020031
020032 2170-EXIT.
020033     EXIT.
020034*
020035************************************************************
020036*  2200-CALL-WRITE-SERVICE                                   *
020037*  ONE CALL OF THE DBWRITE SERVICE FOR THE CURRENT SUBSYSTEM. *
020038*  THE ROWS AND TOTALS THE CALL RETURNS ARE ADDED INTO THE    *
020039*  SUBSYSTEM'S RUNNING TOTALS AND ANY EXTRACT ROWS ARE        *
020040*  WRITTEN AWAY.  A FAILED CALL ENDS THE LOOP - THE CALLER    *
020041*  ACTS ON THE RETURN CODE.                                  *
020042************************************************************
020043 2200-CALL-WRITE-SERVICE.
020044
020045     MOVE 'N'  TO RXA-MORE-SW.
020046     MOVE ZERO TO RXA-ROW-COUNT WS-CHUNK-ROWS.
020047     INITIALIZE WS-CHUNK-TOTALS.
020048     CALL 'DBWRITE' USING WS-DB-NAME, WS-RESUME-POS,
020049                          WS-CHUNK-ROWS, WS-CHUNK-TOTALS,
020050                          WS-WRITE-RC, WS-ROW-EXTRACT.
020051     ADD WS-CHUNK-ROWS  TO WS-ROWS-WRITTEN.
020052     ADD CK-AMOUNT-HASH TO PT-AMOUNT-HASH.
020053     PERFORM 2170-ADD-CHUNK-CATEGORY THRU 2170-EXIT
020054         VARYING WS-CAT-SUB FROM 1 BY 1
020055         UNTIL WS-CAT-SUB > 4.
020056
020057     IF RXA-EXTRACT-WANTED
020058         PERFORM 7200-WRITE-EXTRACT-ROW THRU 7200-EXIT
020059             VARYING WS-ROW-SUB FROM 1 BY 1
020060             UNTIL WS-ROW-SUB > RXA-ROW-COUNT
020061     END-IF.
020062
020063     IF NOT WRITE-PASS-SUCCESSFUL
020064         MOVE 'N' TO RXA-MORE-SW
020065     END-IF.
020066
020067 2200-EXIT.
020068     EXIT.
020069*
020070************************************************************
020071*  2300-REDRIVE-SUSPENSE                                     *
020072*  RE-DRIVES SUSPENSE ENTRY WS-SUS-SUB THROUGH THE DBREDRV    *
020073*  SERVICE IF IT BELONGS TO THE CURRENT SUBSYSTEM.  THE       *
020074*  SERVICE REWRITES THE TARGET ROW BY KEY FROM THE SOURCE, SO *
020075*  A ROW RE-DRIVEN TWICE IS HARMLESS.  A FAILED RE-DRIVE IS   *
020076*  REPORTED AND THE ROW STAYS IN SUSPENSE FOR THE NEXT NIGHT. *
020077************************************************************
020078 2300-REDRIVE-SUSPENSE.
020079
020080     IF SUS-TBL-DB-NAME (WS-SUS-SUB) NOT = WS-DB-NAME
020081      OR SUS-TBL-DRIVEN (WS-SUS-SUB)
020082         GO TO 2300-EXIT
020083     END-IF.
020084
020085     CALL 'DBREDRV' USING WS-DB-NAME,
020086                          SUS-TBL-ROW-KEY (WS-SUS-SUB),
020087                          SUS-TBL-AMOUNT (WS-SUS-SUB),
020088                          SUS-TBL-CATEGORY (WS-SUS-SUB),
020089                          WS-REDRIVE-RC.
020090
020091     IF REDRIVE-SUCCESSFUL
020092         SET SUS-TBL-DRIVEN (WS-SUS-SUB) TO TRUE
020093         ADD 1 TO WS-REDRIVEN-COUNT
020094     ELSE
020095         DISPLAY 'DBWRITER - RE-DRIVE FAILED FOR ' WS-DB-NAME
020096             ' ROW ' SUS-TBL-ROW-KEY (WS-SUS-SUB)
020097         DISPLAY 'DBWRITER - DBREDRV RETURN CODE IS '
020098             WS-REDRIVE-RC
020099     END-IF.
020100
020101 2300-EXIT.
020102     EXIT.
020103*
020104************************************************************
020105*  2400-CHECK-DEPENDENCY                                     *
020106*  DECIDES WHETHER THE SUBSYSTEM IN WS-DB-NAME CAN BE WORKED  *
020107*  NOW.  ONE WITH NO PREREQUISITE, OR WHOSE PREREQUISITE'S    *
020108*  WRITE PASS IS COMPLETE FOR THIS WINDOW, IS WORKED.  ONE    *
020109*  WHOSE PREREQUISITE FAILED, WAS NOT WORKED (NOT CONNECTED   *
020110*  OR CALENDAR-SKIPPED), WAS DRAINED OR WAS ITSELF BYPASSED   *
020111*  IS BYPASSED, AS IS ONE WHOSE OWN READ PASS WAS BYPASSED.   *
020112*  THIS EXECUTION'S OWN OUTCOMES ARE LOOKED AT FIRST, THEN    *
020113*  THE OTHER STREAMS' RESTART FILES.  A PREREQUISITE FOUND    *
020114*  IN NEITHER IS HELD FOR - EXCEPT THAT WITH NO OTHER STREAMS *
020115*  ALLOCATED, ONCE THE CHECKPOINT HAS BEEN READ TO THE END    *
020116*  AND THE PREREQUISITE IS NOT ITSELF HELD, IT WAS NOT RUN.   *
020117************************************************************
020118 2400-CHECK-DEPENDENCY.
020119
020120     SET DEP-WORK TO TRUE.
020121     MOVE SPACES TO WS-PREREQ-NAME WS-PREREQ-STATUS
020122                    WS-BYPASS-REASON.
020123     IF WS-DEP-COUNT = ZERO
020124         GO TO 2400-EXIT
020125     END-IF.
020126
020127     SET DEP-IDX TO 1.
020128     SEARCH DEP-ENTRY
020129         AT END
020130             CONTINUE
020131         WHEN DEP-TBL-DB-NAME (DEP-IDX) = WS-DB-NAME
020132             MOVE DEP-TBL-PREREQ (DEP-IDX) TO WS-PREREQ-NAME
020133             MOVE DEP-TBL-HOLD-MINUTES (DEP-IDX)
020134                 TO WS-HOLD-MINUTES
020135     END-SEARCH.
020136     IF WS-PREREQ-NAME = SPACES
020137         GO TO 2400-EXIT
020138     END-IF.
020139
020140     IF WS-RBY-COUNT > ZERO
020141         SET RBY-IDX TO 1
020142         SEARCH RBY-ENTRY
020143             AT END
020144                 CONTINUE
020145             WHEN RBY-DB-NAME (RBY-IDX) = WS-DB-NAME
020146              AND RBY-BYPASSED (RBY-IDX)
020147                 MOVE 'RDRBYPD' TO WS-BYPASS-REASON
020148                 SET DEP-BYPASS TO TRUE
020149         END-SEARCH
020150         IF DEP-BYPASS
020151             GO TO 2400-EXIT
020152         END-IF
020153     END-IF.
020154
020155     PERFORM 2410-FIND-OWN-OUTCOME THRU 2410-EXIT.
020156     IF WS-PREREQ-STATUS = SPACE
020157         PERFORM 2420-SCAN-OTHER-STREAMS THRU 2420-EXIT
020158     END-IF.
020159
020160     EVALUATE WS-PREREQ-STATUS
020161         WHEN 'C'
020162             SET DEP-WORK TO TRUE
020163         WHEN 'P'
020164             MOVE 'FAILED'  TO WS-BYPASS-REASON
020165             SET DEP-BYPASS TO TRUE
020166         WHEN 'N'
020167             MOVE 'NOTRUN'  TO WS-BYPASS-REASON
020168             SET DEP-BYPASS TO TRUE
020169         WHEN 'D'
020170             MOVE 'DRAINED' TO WS-BYPASS-REASON
020171             SET DEP-BYPASS TO TRUE
020172         WHEN 'B'
020173             MOVE 'BYPASSD' TO WS-BYPASS-REASON
020174             SET DEP-BYPASS TO TRUE
020175         WHEN SPACE
020176             SET DEP-HOLD TO TRUE
020177             IF CHKPT-IN-EOF
020178              AND NOT OTHER-STREAMS-ALLOCATED
020179                 PERFORM 2440-CHECK-PREREQ-HELD THRU 2440-EXIT
020180             END-IF
020181         WHEN OTHER
020182             SET DEP-HOLD TO TRUE
020183     END-EVALUATE.
020184
020185 2400-EXIT.
020186     EXIT.
020187*
020188************************************************************
020189*  2410-FIND-OWN-OUTCOME                                     *
020190*  LOOKS FOR THE PREREQUISITE AMONG THE SUBSYSTEMS THIS       *
020191*  EXECUTION HAS ALREADY RECORDED.                            *
020192************************************************************
020193 2410-FIND-OWN-OUTCOME.
020194
020195     IF WS-OUT-COUNT = ZERO
020196         GO TO 2410-EXIT
020197     END-IF.
020198     SET OUT-IDX TO 1.
020199     SEARCH OUT-ENTRY
020200         AT END
020201             CONTINUE
020202         WHEN OUT-TBL-DB-NAME (OUT-IDX) = WS-PREREQ-NAME
020203             MOVE OUT-TBL-STATUS (OUT-IDX) TO WS-PREREQ-STATUS
020204     END-SEARCH.
020205
020206 2410-EXIT.
020207     EXIT.
020208*
020209************************************************************
020210*  2420-SCAN-OTHER-STREAMS                                   *
020211*  READS THE OTHER GROUP STREAMS' RESTART FILES (DEPRSTRT)    *
020212*  FOR THE PREREQUISITE'S DBWRITER RECORD FOR THIS WINDOW.    *
020213*  THE FILES ARE OPENED FRESH ON EVERY CHECK SO PROGRESS      *
020214*  MADE SINCE THE LAST CHECK IS SEEN.  WITHOUT A DEPRSTRT     *
020215*  ALLOCATION NOTHING IS FOUND HERE.                          *
020216************************************************************
020217 2420-SCAN-OTHER-STREAMS.
020218
020219     IF WS-WINDOW-DATE = SPACES
020220         GO TO 2420-EXIT
020221     END-IF.
020222
020223     OPEN INPUT DEP-RSTRT-FILE.
020224     IF NOT DEP-RSTRT-OK
020225         GO TO 2420-EXIT
020226     END-IF.
020227
020228     PERFORM 2430-READ-OTHER-STREAM THRU 2430-EXIT
020229         UNTIL NOT DEP-RSTRT-OK.
020230     CLOSE DEP-RSTRT-FILE.
020231
020232 2420-EXIT.
020233     EXIT.
020234*
020235************************************************************
020236*  2430-READ-OTHER-STREAM                                    *
020237*  READS ONE OTHER-STREAM RESTART RECORD.  A DBWRITER RECORD  *
020238*  FOR THE PREREQUISITE IN THIS WINDOW GIVES ITS STATUS -     *
020239*  THE LAST ONE ON THE FILE IS THE LATEST.                    *
020240************************************************************
020241 2430-READ-OTHER-STREAM.
020242
020243     READ DEP-RSTRT-FILE
020244         AT END
020245             SET DEP-RSTRT-EOF TO TRUE
020246     END-READ.
020247
020248     IF NOT DEP-RSTRT-OK
020249      OR RST-DEP-PROGRAM NOT = 'DBWRITER'
020250      OR RST-DEP-DB-NAME NOT = WS-PREREQ-NAME
020251         GO TO 2430-EXIT
020252     END-IF.
020253
020254     MOVE RST-DEP-RUN-ID TO WS-WORK-RUN-ID.
020255     PERFORM 2450-SET-RUN-WINDOW THRU 2450-EXIT.
020256     IF WS-WORK-WINDOW-DATE = WS-WINDOW-DATE
020257         MOVE RST-DEP-STATUS TO WS-PREREQ-STATUS
020258     END-IF.
020259
020260 2430-EXIT.
020261     EXIT.
020262*
020263************************************************************
020264*  2440-CHECK-PREREQ-HELD                                     *
020265*  THE PREREQUISITE HAS NO OUTCOME IN A SINGLE-STREAM RUN     *
020266*  WHOSE CHECKPOINT IS READ TO THE END.  IF IT IS NOT WAITING *
020267*  ON THE HOLD TABLE ITSELF IT WAS NOT RUN THIS WINDOW, AND   *
020268*  THE SUBSYSTEM IS BYPASSED WITHOUT WAITING OUT ITS HOLD.    *
020269************************************************************
020270 2440-CHECK-PREREQ-HELD.
020271
020272     IF WS-HELD-COUNT > ZERO
020273         SET HLD-PRQ-IDX TO 1
020274         SEARCH HLD-ENTRY VARYING HLD-PRQ-IDX
020275             AT END
020276                 CONTINUE
020277             WHEN HLD-DB-NAME (HLD-PRQ-IDX) = WS-PREREQ-NAME
020278              AND HLD-WAITING (HLD-PRQ-IDX)
020279                 GO TO 2440-EXIT
020280         END-SEARCH
020281     END-IF.
020282
020283     MOVE 'NOTRUN' TO WS-BYPASS-REASON.
020284     SET DEP-BYPASS TO TRUE.
020285
020286 2440-EXIT.
020287     EXIT.
020288*
020289************************************************************
020290*  2450-SET-RUN-WINDOW                                       *
020291*  WORKS OUT THE WINDOW DATE OF THE RUN ID IN WS-WORK-RUN-ID  *
020292*  INTO WS-WORK-WINDOW-DATE - THE DATE THE ID WAS MINTED, OR  *
020293*  THE NEXT DAY WHEN IT WAS MINTED AT OR AFTER NOON.  SPACES  *
020294*  IF THE ID HAS NO DATE.                                     *
020295************************************************************
020296 2450-SET-RUN-WINDOW.
020297
020298     MOVE SPACES TO WS-WORK-WINDOW-DATE.
020299     IF WS-WORK-RUN-DATE NOT NUMERIC
020300         GO TO 2450-EXIT
020301     END-IF.
020302
020303     MOVE WS-WORK-RUN-DATE TO WS-WORK-WINDOW-DATE.
020304     IF WS-WORK-RUN-TIME NOT < '12000000'
020305         MOVE WS-WORK-RUN-DATE TO WS-DATE-9
020306         COMPUTE WS-DAY-INT =
020307             FUNCTION INTEGER-OF-DATE (WS-DATE-9) + 1
020308         COMPUTE WS-DATE-9 =
020309             FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
020310         MOVE WS-DATE-9 TO WS-WORK-WINDOW-DATE
020311     END-IF.
020312
020313 2450-EXIT.
020314     EXIT.
020315*
020316************************************************************
020317*  2460-SET-NOW-MINUTE                                       *
020318*  SETS WS-NOW-MINUTE TO THE CURRENT MINUTE NUMBER, THE SCALE *
020319*  A HOLD DEADLINE IS KEPT IN.                                *
020320************************************************************
020321 2460-SET-NOW-MINUTE.
020322
020323     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
020324     ACCEPT WS-CURRENT-TIME FROM TIME.
020325     MOVE WS-CURRENT-DATE       TO WS-DATE-9.
020326     MOVE WS-CURRENT-TIME (1:2) TO WS-NOW-HH.
020327     MOVE WS-CURRENT-TIME (3:2) TO WS-NOW-MM.
020328     COMPUTE WS-NOW-MINUTE =
020329         FUNCTION INTEGER-OF-DATE (WS-DATE-9) * 1440
020330         + WS-NOW-HH * 60 + WS-NOW-MM.
020331
020332 2460-EXIT.
020333     EXIT.
020334*
020335************************************************************
020336*  2500-HOLD-SUBSYSTEM                                       *
020337*  PUTS THE SUBSYSTEM IN WS-DB-NAME ON THE HOLD TABLE UNTIL   *
020338*  ITS PREREQUISITE SETTLES OR ITS HOLD TIME RUNS OUT.        *
020339*  ABENDS IF THE TABLE IS ALREADY FULL.                       *
020340************************************************************
020341 2500-HOLD-SUBSYSTEM.
020342
020343     IF WS-HELD-COUNT = 50
020344         DISPLAY 'DBWRITER - HOLD TABLE IS FULL - CANNOT HOLD '
020345             WS-DB-NAME
020346         MOVE 16 TO RETURN-CODE
020347         PERFORM 9000-TERMINATE THRU 9000-EXIT
020348         STOP RUN
020349     END-IF.
020350
020351     PERFORM 2460-SET-NOW-MINUTE THRU 2460-EXIT.
020352     ADD 1 TO WS-HELD-COUNT WS-HELD-WAITING.
020353     MOVE WS-DB-NAME     TO HLD-DB-NAME (WS-HELD-COUNT).
020354     MOVE WS-PREREQ-NAME TO HLD-PREREQ (WS-HELD-COUNT).
020355     COMPUTE HLD-DEADLINE (WS-HELD-COUNT) =
020356         WS-NOW-MINUTE + WS-HOLD-MINUTES.
020357     SET HLD-WAITING (WS-HELD-COUNT) TO TRUE.
020358     DISPLAY 'DBWRITER - ' WS-DB-NAME ' HELD - WAITING FOR '
020359         WS-PREREQ-NAME ' UP TO ' WS-HOLD-MINUTES ' MINUTES'.
020360
020361 2500-EXIT.
020362     EXIT.
020363*
020364************************************************************
020365*  2600-BYPASS-SUBSYSTEM                                     *
020366*  BYPASSES THE SUBSYSTEM IN WS-DB-NAME - ITS PREREQUISITE    *
020367*  WILL NOT COMPLETE THIS WINDOW.  IT IS RECORDED AS          *
020368*  BYPASSED ON THE RESTART FILE, SO ANYTHING WAITING ON IT    *
020369*  IS BYPASSED IN TURN, AND AN WTRBYPASS EVENT NAMING THE     *
020370*  PREREQUISITE AND THE REASON GOES TO THE AUDIT TRAIL.       *
020371************************************************************
020372 2600-BYPASS-SUBSYSTEM.
020373
020374     DISPLAY 'DBWRITER - ' WS-DB-NAME ' BYPASSED - PREREQUISITE '
020375         WS-PREREQ-NAME ' ' WS-BYPASS-REASON.
020376     MOVE 'B' TO WS-RST-STATUS.
020377     PERFORM 2030-WRITE-STATUS-REC THRU 2030-EXIT.
020378     PERFORM 7400-WRITE-AUDIT-REC THRU 7400-EXIT.
020379
020380 2600-EXIT.
020381     EXIT.
020382*
020383************************************************************
020384*  3000-RELEASE-HELD                                         *
020385*  ONE SWEEP OF THE HOLD TABLE.  WHEN A SWEEP SETTLES         *
020386*  NOTHING, WAITS BEFORE THE NEXT ONE.                        *
020387************************************************************
020388 3000-RELEASE-HELD.
020389
020390     MOVE ZERO TO WS-HELD-RELEASED.
020391     PERFORM 3100-TRY-HELD THRU 3100-EXIT
020392         VARYING HLD-IDX FROM 1 BY 1
020393         UNTIL HLD-IDX > WS-HELD-COUNT
020394            OR DRAIN-REQUESTED.
020395
020396     IF WS-HELD-WAITING > ZERO
020397      AND WS-HELD-RELEASED = ZERO
020398      AND NOT DRAIN-REQUESTED
020399         PERFORM 3200-DELAY-HOLD-POLL THRU 3200-EXIT
020400     END-IF.
020401
020402 3000-EXIT.
020403     EXIT.
020404*
020405************************************************************
020406*  3100-TRY-HELD                                             *
020407*  RE-CHECKS ONE HELD SUBSYSTEM.  IT IS WORKED ONCE ITS       *
020408*  PREREQUISITE IS COMPLETE, BYPASSED IF THE PREREQUISITE     *
020409*  WILL NOT COMPLETE OR ITS HOLD TIME HAS RUN OUT, AND LEFT   *
020410*  WAITING OTHERWISE.  A DRAIN REQUEST IS HONOURED BEFORE     *
020411*  EACH ONE.                                                  *
020412************************************************************
020413 3100-TRY-HELD.
020414
020415     IF NOT HLD-WAITING (HLD-IDX)
020416         GO TO 3100-EXIT
020417     END-IF.
020418
020419     PERFORM 2060-CHECK-DRAIN THRU 2060-EXIT.
020420     IF DRAIN-REQUESTED
020421         DISPLAY 'DBWRITER - DRAIN REQUESTED - ENDING THE PASS'
020422         GO TO 3100-EXIT
020423     END-IF.
020424
020425     MOVE HLD-DB-NAME (HLD-IDX) TO WS-DB-NAME.
020426     PERFORM 2400-CHECK-DEPENDENCY THRU 2400-EXIT.
020427     IF DEP-HOLD
020428         PERFORM 2460-SET-NOW-MINUTE THRU 2460-EXIT
020429         IF WS-NOW-MINUTE < HLD-DEADLINE (HLD-IDX)
020430             GO TO 3100-EXIT
020431         END-IF
020432*        THE PREREQUISITE IS STILL IN PROGRESS, OR MAY YET BE
020433*        WORKED IN ANOTHER STREAM.
020434         MOVE 'EXPIRED' TO WS-BYPASS-REASON
020435         SET DEP-BYPASS TO TRUE
020436     END-IF.
020437
020438     SET HLD-SETTLED (HLD-IDX) TO TRUE.
020439     SUBTRACT 1 FROM WS-HELD-WAITING.
020440     ADD 1 TO WS-HELD-RELEASED.
020441
020442     IF DEP-BYPASS
020443         PERFORM 2600-BYPASS-SUBSYSTEM THRU 2600-EXIT
020444     ELSE
020445         DISPLAY 'DBWRITER - ' WS-DB-NAME ' RELEASED - '
020446             WS-PREREQ-NAME ' IS COMPLETE'
020447         PERFORM 2010-WORK-SUBSYSTEM THRU 2010-EXIT
020448     END-IF.
020449
020450 3100-EXIT.
020451     EXIT.
020452*
020453************************************************************
020454*  3200-DELAY-HOLD-POLL                                      *
020455*  PAUSES WS-HOLD-POLL-SECS SECONDS BETWEEN SWEEPS OF THE     *
020456*  HOLD TABLE, USING THE LANGUAGE ENVIRONMENT CALLABLE        *
020457*  SERVICE CEE3DLY (DELAY TIME IN HUNDREDTHS OF A SECOND).    *
020458************************************************************
020459 3200-DELAY-HOLD-POLL.
020460
020461     COMPUTE WS-DLY-TIME = WS-HOLD-POLL-SECS * 100.
020462     CALL 'CEE3DLY' USING WS-DLY-PARM, WS-DLY-FC.
020463
020464 3200-EXIT.
020465     EXIT.
020466*
020467************************************************************
020468*  3500-DRAIN-REMAINING                                      *
020469*  AFTER A DRAIN, RECORDS THE CURRENT CHECKPOINT ENTRY ON     *
020470*  THE RESTART FILE WITHOUT WORKING IT, AND READS THE NEXT.   *
020471************************************************************
020472 3500-DRAIN-REMAINING.
020473
020474     MOVE CHK-DB-NAME TO WS-DB-NAME.
020475     IF CHK-CONNECTED
020476         PERFORM 3510-RECORD-DRAINED THRU 3510-EXIT
020477     ELSE
020478         MOVE 'N' TO WS-RST-STATUS
020479         PERFORM 2030-WRITE-STATUS-REC THRU 2030-EXIT
020480     END-IF.
020481
020482     PERFORM 2100-READ-CHECKPOINT THRU 2100-EXIT.
020483
020484 3500-EXIT.
020485     EXIT.
020486*
020487************************************************************
020488*  3510-RECORD-DRAINED                                       *
020489*  RECORDS THE CONNECTED SUBSYSTEM IN WS-DB-NAME, LEFT        *
020490*  UNWORKED BY A DRAIN, AS DRAINED - UNLESS THE PRIOR         *
020491*  ATTEMPT GOT FURTHER, WHOSE PROGRESS IS CARRIED FORWARD SO  *
020492*  A RERUN STILL SKIPS OR RESUMES IT.                         *
020493************************************************************
020494 3510-RECORD-DRAINED.
020495
020496     PERFORM 2150-CHECK-RESTART THRU 2150-EXIT.
020497     IF RST-ENTRY-FOUND
020498      AND (RST-TBL-COMPLETE (RST-IDX)
020499       OR RST-TBL-IN-PROGRESS (RST-IDX))
020500         MOVE RST-TBL-STATUS (RST-IDX)      TO WS-RST-STATUS
020501         MOVE RST-TBL-RESUME-POS (RST-IDX)  TO WS-RESUME-POS
020502         MOVE RST-TBL-ROW-COUNT (RST-IDX)   TO WS-ROWS-WRITTEN
020503         MOVE RST-TBL-AMOUNT-HASH (RST-IDX) TO PT-AMOUNT-HASH
020504         MOVE RST-TBL-CAT-CTRS (RST-IDX)    TO PT-CAT-COUNTS
020505         PERFORM 7100-WRITE-RESTART-REC THRU 7100-EXIT
020506     ELSE
020507         MOVE 'D' TO WS-RST-STATUS
020508         PERFORM 2030-WRITE-STATUS-REC THRU 2030-EXIT
020509     END-IF.
020510
020511 3510-EXIT.
020512     EXIT.
020513*
020514************************************************************
020515*  3600-DRAIN-HELD                                           *
020516*  AFTER A DRAIN, RECORDS A SUBSYSTEM STILL ON THE HOLD       *
020517*  TABLE AS DRAINED.                                          *
020518************************************************************
020519 3600-DRAIN-HELD.
020520
020521     IF NOT HLD-WAITING (HLD-IDX)
020522         GO TO 3600-EXIT
020523     END-IF.
020524
020525     SET HLD-SETTLED (HLD-IDX) TO TRUE.
020526     SUBTRACT 1 FROM WS-HELD-WAITING.
020527     MOVE HLD-DB-NAME (HLD-IDX) TO WS-DB-NAME.
020528     DISPLAY 'DBWRITER - ' WS-DB-NAME ' WAS HELD - DRAINED'.
020529     PERFORM 3510-RECORD-DRAINED THRU 3510-EXIT.
020530
020531 3600-EXIT.
020532     EXIT.
020533*
020534************************************************************
020535*  7000-WRITE-CONTROL-REC                                     *
020536*  WRITES THE CONTROL-TOTAL RECORD FOR THE CURRENT SUBSYSTEM - *
020537*  THE ROWS-WRITTEN COUNT CTLBALAN MATCHES AGAINST DBREADER'S  *
020538*  ROWS-READ COUNT.                                            *
020539************************************************************
020700 7000-WRITE-CONTROL-REC.
020800
020900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
021300     MOVE WS-CURRENT-TIME  TO CTL-RUN-TIME.
021400     MOVE WS-JOB-NAME      TO CTL-JOB-NAME.
021500     MOVE 'DBWRITER'       TO CTL-PROGRAM.
021600     MOVE WS-DB-NAME       TO CTL-DB-NAME.
021700     MOVE WS-ROWS-WRITTEN  TO CTL-ROW-COUNT.
021710     MOVE WS-RUN-ID        TO CTL-RUN-ID.
021720     MOVE PT-AMOUNT-HASH   TO CTL-AMOUNT-HASH.
022250*  FILE - STATUS AND RESUME POSITION COME FROM WS-RST-STATUS  *
022260*  AND WS-RESUME-POS, THE ROW COUNT FROM WS-ROWS-WRITTEN.     *
022270*  DOES NOTHING IF RSTRTOUT COULD NOT BE OPENED AT STARTUP.   *
022271*  WHEN DEPENDENCIES ARE IN USE THE FILE IS CLOSED AND        *
022272*  REOPENED AFTER THE WRITE SO ANOTHER STREAM WAITING ON      *
022273*  THIS SUBSYSTEM SEES THE RECORD AT ONCE.  THE STATUS IS     *
022274*  ALSO KEPT FOR THIS EXECUTION'S OWN DEPENDENCY CHECKS.      *
022280************************************************************
022290 7100-WRITE-RESTART-REC.
022291
022292     IF RSTRT-OUT-FILE-OPEN
022293         MOVE 'DBWRITER'      TO RST-OUT-PROGRAM
022294         MOVE WS-DB-NAME      TO RST-OUT-DB-NAME
022295         MOVE WS-RST-STATUS   TO RST-OUT-STATUS
022296         MOVE WS-RESUME-POS   TO RST-OUT-RESUME-POS
022297         MOVE WS-ROWS-WRITTEN TO RST-OUT-ROW-COUNT
022299         MOVE PT-AMOUNT-HASH  TO RST-OUT-AMOUNT-HASH
022311         MOVE PT-CAT-COUNTS   TO RST-OUT-CAT-COUNTS
022312         WRITE RSTRT-OUT-REC
022313         IF WS-DEP-COUNT > ZERO
022314             CLOSE RSTRT-OUT-FILE
022315             OPEN EXTEND RSTRT-OUT-FILE
022316             IF NOT RSTRT-OUT-OK
022317                 DISPLAY 'DBWRITER - UNABLE TO REOPEN RSTRTOUT '
022318                     'FILE'
022319                 DISPLAY 'DBWRITER - FILE STATUS IS '
022320                     WS-RSTRT-OUT-STATUS
022321                 MOVE 'N' TO WS-RSTRT-OUT-OPEN-SW
022322             END-IF
022323         END-IF
022324     END-IF.
022325
022326     PERFORM 7150-RECORD-OUTCOME THRU 7150-EXIT.
022327
022328 7100-EXIT.
022329     EXIT.
022330*
022331************************************************************
022332*  7150-RECORD-OUTCOME                                       *
022333*  KEEPS THE RESTART STATUS JUST RECORDED FOR WS-DB-NAME IN   *
022334*  THE OUTCOME TABLE.  ABENDS IF THE TABLE IS ALREADY FULL.   *
022335************************************************************
022336 7150-RECORD-OUTCOME.
022337
022338     MOVE 'N' TO WS-OUT-FOUND-SW.
022339     IF WS-OUT-COUNT > ZERO
022340         SET OUT-IDX TO 1
022341         SEARCH OUT-ENTRY
022342             AT END
022343                 CONTINUE
022344             WHEN OUT-TBL-DB-NAME (OUT-IDX) = WS-DB-NAME
022345                 SET OUT-ENTRY-FOUND TO TRUE
022346         END-SEARCH
022347     END-IF.
022348
022349     IF NOT OUT-ENTRY-FOUND
022350         IF WS-OUT-COUNT = 100
022351             DISPLAY 'DBWRITER - OUTCOME TABLE IS FULL - '
022352                 'CANNOT RECORD ' WS-DB-NAME
022353             MOVE 16 TO RETURN-CODE
022354             PERFORM 9000-TERMINATE THRU 9000-EXIT
022355             STOP RUN
022356         END-IF
022357         ADD 1 TO WS-OUT-COUNT
022358         SET OUT-IDX TO WS-OUT-COUNT
022359         MOVE WS-DB-NAME TO OUT-TBL-DB-NAME (OUT-IDX)
022360     END-IF.
022361     MOVE WS-RST-STATUS TO OUT-TBL-STATUS (OUT-IDX).
022362
022363 7150-EXIT.
022364     EXIT.
022365*
022366************************************************************
022367*  7200-WRITE-EXTRACT-ROW                                    *
022368*  WRITES ONE ROW THE SERVICE HANDED BACK (ENTRY WS-ROW-SUB   *
022369*  OF THE ROW-EXTRACT AREA) TO THE ROWXTRCT EXTRACT.          *
022370************************************************************
022371 7200-WRITE-EXTRACT-ROW.
022372
022373     MOVE WS-RUN-ID       TO RX-RUN-ID.
022374     MOVE 'DBWRITER'      TO RX-PROGRAM.
022375     MOVE WS-DB-NAME      TO RX-DB-NAME.
022376     MOVE RXA-ROW-KEY (WS-ROW-SUB)  TO RX-ROW-KEY.
022377     MOVE RXA-AMOUNT (WS-ROW-SUB)   TO RX-AMOUNT.
022378     MOVE RXA-CATEGORY (WS-ROW-SUB) TO RX-CATEGORY.
022379     WRITE ROWX-REC.
022380
022381 7200-EXIT.
022382     EXIT.
022383*
022384************************************************************
022385*  7300-WRITE-SUSPENSE-ROW                                   *
022386*  WRITES SUSPENSE ENTRY WS-SUS-SUB BACK TO SUSPOUT UNLESS IT  *
022387*  WAS RE-DRIVEN THIS PASS.                                   *
022388************************************************************
022389 7300-WRITE-SUSPENSE-ROW.
022390
022391     IF NOT SUS-TBL-DRIVEN (WS-SUS-SUB)
022392         WRITE SUSP-OUT-REC FROM SUS-TBL-IMAGE (WS-SUS-SUB)
022393         ADD 1 TO WS-CARRIED-COUNT
022394     END-IF.
022395
022396 7300-EXIT.
022397     EXIT.
022398*
022399************************************************************
022400*  7400-WRITE-AUDIT-REC                                      *
022401*  WRITES THE WTRBYPASS AUDIT EVENT FOR THE SUBSYSTEM IN      *
022402*  WS-DB-NAME.  THE PREREQUISITE IS CARRIED IN AUD-DB-USER    *
022403*  AND THE REASON IN AUD-OUTCOME.  DOES NOTHING IF AUDITLOG   *
022404*  COULD NOT BE OPENED AT STARTUP.                            *
022405************************************************************
022406 7400-WRITE-AUDIT-REC.
022407
022408     IF NOT AUDIT-FILE-OPEN
022409         GO TO 7400-EXIT
022410     END-IF.
022411
022412     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
022413     ACCEPT WS-CURRENT-TIME FROM TIME.
022414
022415     MOVE WS-CURRENT-DATE  TO AUD-DATE.
022416     MOVE WS-CURRENT-TIME  TO AUD-TIME.
022417     MOVE WS-DB-NAME       TO AUD-DB-NAME.
022418     MOVE WS-PREREQ-NAME   TO AUD-DB-USER.
022419     MOVE WS-JOB-NAME      TO AUD-JOB-NAME.
022420     MOVE 'WTRBYPASS'      TO AUD-EVENT.
022421     MOVE WS-BYPASS-REASON TO AUD-OUTCOME.
022422     MOVE WS-RUN-ID        TO AUD-RUN-ID.
022423
022424     ADD 1 TO WS-AUD-SEQ-NO.
022425     MOVE WS-AUD-SEQ-NO    TO AUD-SEQ-NO.
022426     CALL 'AUDCHAIN' USING WS-AUD-CHAIN-VALUE, AUDIT-REC.
022427     MOVE AUD-CHAIN-VALUE  TO WS-AUD-CHAIN-VALUE.
022428
022429     WRITE AUDIT-REC.
022430
022431 7400-EXIT.
022432     EXIT.
022433*
022434************************************************************
022500*  9000-TERMINATE                                             *
022600*  CLOSES ALL OPEN FILES BEFORE THE PROGRAM ENDS.              *
022700************************************************************
023110     IF RSTRT-OUT-FILE-OPEN
023120         CLOSE RSTRT-OUT-FILE
023130     END-IF.
023131     IF ROWX-FILE-OPEN
023132         CLOSE ROWX-FILE
023133     END-IF.
023134     IF AUDIT-FILE-OPEN
023135         CLOSE AUDIT-FILE
023136     END-IF.
023137
023138*    THE SUSPENSE FILE IS REWRITTEN WITH THE ROWS NOT
023139*    RE-DRIVEN - ALSO ON THE FAILED-PASS PATH, SO ROWS ALREADY
023140*    RE-DRIVEN ARE NOT RE-DRIVEN AGAIN ON THE RESTART.  ROWS
023141*    SPILLED TO SUSPOVR FOLLOW THEM UNCHANGED.  SUSPOVR IS
023142*    OPENED FIRST, SO SUSPOUT IS NEVER EMPTIED OF ROWS THAT
023143*    COULD NOT BE COPIED BACK.
023144     IF SUSPENSE-LOADED AND WS-SUS-SPILL-COUNT > ZERO
023145         OPEN INPUT SUSP-OVR-FILE
023146         IF NOT SUSP-OVR-OK
023147             DISPLAY 'DBWRITER - UNABLE TO REOPEN SUSPOVR FILE'
023148             DISPLAY 'DBWRITER - FILE STATUS IS '
023149                 WS-SUSP-OVR-STATUS
023150             DISPLAY 'DBWRITER - SUSPENSE FILE NOT REWRITTEN - '
023151                 'RE-DRIVEN ROWS WILL BE RE-DRIVEN AGAIN'
023152             MOVE 'N' TO WS-SUSP-LOADED-SW
023153         END-IF
023154     END-IF.
023155     IF SUSPENSE-LOADED
023156         OPEN OUTPUT SUSP-OUT-FILE
023157         IF SUSP-OUT-OK
023158             MOVE ZERO TO WS-CARRIED-COUNT
023159             PERFORM 7300-WRITE-SUSPENSE-ROW THRU 7300-EXIT
023160                 VARYING WS-SUS-SUB FROM 1 BY 1
023161                 UNTIL WS-SUS-SUB > WS-SUS-COUNT
023162             IF WS-SUS-SPILL-COUNT > ZERO
023163                 PERFORM 7310-COPY-SPILL-ROW THRU 7310-EXIT
023164                     UNTIL NOT SUSP-OVR-OK
023165                 IF NOT SUSP-OVR-EOF
023166                     DISPLAY 'DBWRITER - SUSPOVR READ FAILED - '
023167                         'FILE STATUS IS ' WS-SUSP-OVR-STATUS
023168                 END-IF
023169             END-IF
023170             CLOSE SUSP-OUT-FILE
023171             DISPLAY 'DBWRITER - ' WS-REDRIVEN-COUNT
023172                 ' SUSPENSE ROWS RE-DRIVEN, ' WS-CARRIED-COUNT
023173                 ' CARRIED FORWARD'
023174         ELSE
023175             DISPLAY 'DBWRITER - UNABLE TO OPEN SUSPOUT FILE'
023176             DISPLAY 'DBWRITER - FILE STATUS IS '
023177                 WS-SUSP-OUT-STATUS
023178             DISPLAY 'DBWRITER - SUSPENSE FILE NOT REWRITTEN - '
023179                 'RE-DRIVEN ROWS WILL BE RE-DRIVEN AGAIN'
023180         END-IF
023181         IF WS-SUS-SPILL-COUNT > ZERO
023182             CLOSE SUSP-OVR-FILE
023183         END-IF
023184     END-IF.
023200
023300 9000-EXIT.
023400     EXIT.
023500*
023600************************************************************
023700*  1310-FIND-SUSPENSE-ROW                                     *
023800*  LOOKS IN THE SUSPENSE TABLE FOR THE SUBSYSTEM AND ROW      *
023900*  KEY OF THE ROW JUST READ.  WS-SUS-DUP-SUB IS LEFT AT THE   *
024000*  ENTRY HOLDING THEM, OR ZERO IF THERE IS NONE.              *
024100************************************************************
024200 1310-FIND-SUSPENSE-ROW.
024300
024400     MOVE ZERO TO WS-SUS-DUP-SUB.
024500     PERFORM 1320-MATCH-SUSPENSE-ROW THRU 1320-EXIT
024600         VARYING WS-SUS-SUB FROM 1 BY 1
024700         UNTIL WS-SUS-SUB > WS-SUS-COUNT
024800            OR WS-SUS-DUP-SUB > ZERO.
024900
025000 1310-EXIT.
025100     EXIT.
025200*
025300************************************************************
025400*  1320-MATCH-SUSPENSE-ROW                                    *
025500*  NOTES SUSPENSE ENTRY WS-SUS-SUB IN WS-SUS-DUP-SUB IF IT    *
025600*  HOLDS THE SUBSYSTEM AND ROW KEY OF THE ROW JUST READ.      *
025700************************************************************
025800 1320-MATCH-SUSPENSE-ROW.
025900
026000     IF SUS-TBL-DB-NAME (WS-SUS-SUB) = SUS-DB-NAME
026100        AND SUS-TBL-ROW-KEY (WS-SUS-SUB) = SUS-ROW-KEY
026200         MOVE WS-SUS-SUB TO WS-SUS-DUP-SUB
026300     END-IF.
026400
026500 1320-EXIT.
026600     EXIT.
026700*
026800************************************************************
026900*  1330-SPILL-SUSPENSE-ROW                                    *
027000*  WRITES THE ROW JUST READ, UNCHANGED, TO THE SUSPOVR        *
027100*  SPILL FILE, OPENING IT FOR THE FIRST ROW.  IF SUSPOVR      *
027200*  CANNOT BE OPENED THE PASS ABENDS BEFORE ANY SUBSYSTEM      *
027300*  IS WORKED, LEAVING SUSPIN AS IT WAS.                       *
027400************************************************************
027500 1330-SPILL-SUSPENSE-ROW.
027600
027700     IF WS-SUS-SPILL-COUNT = ZERO
027800         OPEN OUTPUT SUSP-OVR-FILE
027900         IF NOT SUSP-OVR-OK
028000             DISPLAY 'DBWRITER - SUSPENSE TABLE IS FULL AND '
028100                 'SUSPOVR CANNOT BE OPENED'
028200             DISPLAY 'DBWRITER - FILE STATUS IS '
028300                 WS-SUSP-OVR-STATUS
028400             DISPLAY 'DBWRITER - SUSPIN LEFT AS IT WAS'
028500             MOVE 16 TO RETURN-CODE
028600             PERFORM 9000-TERMINATE THRU 9000-EXIT
028700             STOP RUN
028800         END-IF
028900     END-IF.
029000
029100     WRITE SUSP-OVR-REC FROM SUSP-IN-REC.
029200     ADD 1 TO WS-SUS-SPILL-COUNT.
029300
029400 1330-EXIT.
029500     EXIT.
029600*
029700************************************************************
029800*  1350-END-SUSPENSE-LOAD                                     *
029900*  REPORTS WHAT THE SUSPENSE LOAD FOUND AND CLOSES THE        *
030000*  SUSPOVR SPILL FILE IF ANY ROW WAS SPILLED TO IT.           *
030100************************************************************
030200 1350-END-SUSPENSE-LOAD.
030300
030400     DISPLAY 'DBWRITER - ' WS-SUS-COUNT
030500         ' SUSPENSE ROWS AWAITING RE-DRIVE'.
030600     IF WS-SUS-DUP-COUNT > ZERO
030700         DISPLAY 'DBWRITER - ' WS-SUS-DUP-COUNT
030800             ' REPEATED SUSPENSE ROWS REPLACED BY THE LATER ROW'
030900     END-IF.
031000     IF WS-SUS-SPILL-COUNT > ZERO
031100         CLOSE SUSP-OVR-FILE
031200         DISPLAY 'DBWRITER - WARNING - SUSPENSE TABLE FULL - '
031300             WS-SUS-SPILL-COUNT ' ROWS SPILLED TO SUSPOVR'
031400         DISPLAY 'DBWRITER - SPILLED ROWS ARE CARRIED FORWARD '
031500             'UNTRIED - THE PASS ENDS WITH RC 4'
031600     END-IF.
031700
031800 1350-EXIT.
031900     EXIT.
032000*
032100************************************************************
032200*  2290-REDRIVE-SUBSYSTEM                                     *
032300*  RE-DRIVES EVERY SUSPENSE ROW OF THE SUBSYSTEM IN           *
032400*  WS-DB-NAME NOT ALREADY DRIVEN.                             *
032500************************************************************
032600 2290-REDRIVE-SUBSYSTEM.
032700
032800     PERFORM 2300-REDRIVE-SUSPENSE THRU 2300-EXIT
032900         VARYING WS-SUS-SUB FROM 1 BY 1
033000         UNTIL WS-SUS-SUB > WS-SUS-COUNT.
033100
033200 2290-EXIT.
033300     EXIT.
033400*
033500************************************************************
033600*  7310-COPY-SPILL-ROW                                        *
033700*  COPIES ONE ROW SPILLED TO SUSPOVR AT STARTUP BACK TO       *
033800*  SUSPOUT, UNCHANGED, BEHIND THE SUSPENSE TABLE'S ROWS.      *
033900************************************************************
034000 7310-COPY-SPILL-ROW.
034100
034200     READ SUSP-OVR-FILE.
034300     IF SUSP-OVR-OK
034400         WRITE SUSP-OUT-REC FROM SUSP-OVR-REC
034500         ADD 1 TO WS-CARRIED-COUNT
034600     END-IF.
034700
034800 7310-EXIT.
034900     EXIT.
