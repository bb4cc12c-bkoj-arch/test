010766*                       SCHEDULER BYPASSES THE DISCONNECT LEG   *
010767*                       ON RC 650 - THE DRAINED STEP MUST       *
010768*                       LEAVE NOTHING OPEN ITSELF.              *
010769*      2026-10-15  RJK  RERUN RESUME.  A WINDOW-RUN ID IN PARM  *
010770*                       POSITIONS 21-36 NAMES THE RUN A         *
010771*                       CONNECT/BOTH RERUN CARRIES ON, SO A     *
010772*                       WINDOW THE DISCONNECT LEG ALREADY       *
010773*                       CLOSED AFTER A FAILED WORK PASS CAN BE  *
010774*                       RESTARTED FROM CONNECT WITHOUT RE-      *
010775*                       DRIVING THE SUBSYSTEMS ITS RESTART      *
010776*                       FILES SHOW COMPLETE.  THE RSTRTADV      *
010777*                       RESTART ADVISOR WRITES THE PARM.        *
010778*      2026-10-15  RJK  TAMPER-EVIDENT AUDIT TRAIL.  AT START-  *
010779*                       UP THE AUDITLOG IS READ THROUGH FOR THE *
010780*                       SEQUENCE NUMBER AND CHAIN VALUE OF ITS  *
010781*                       LAST RECORD (1050-FIND-AUDIT-CHAIN),    *
010782*                       AND EVERY RECORD WRITTEN CARRIES THE    *
010783*                       NEXT SEQUENCE NUMBER AND A CHAIN VALUE  *
010784*                       FROM THE AUDCHAIN ROUTINE, SO THE       *
010785*                       AUDVERFY STEP CAN PROVE THE LOG INTACT. *
010786*      2026-10-15  RJK  DEPENDENCY CHAINS IN PLAN MODE.  A PLAN *
010787*                       RUN READS THE OPTIONAL DEPPARM FILE     *
010788*                       AND, UNDER THE PLAN LINE OF EVERY       *
010789*                       SUBSYSTEM NAMED THERE AS A DEPENDENT,   *
010790*                       PRINTS ITS CHAIN OF PREREQUISITES AND   *
010791*                       EITHER HOW LONG DBREADER AND DBWRITER   *
010792*                       WILL HOLD IT OR, WHEN A PREREQUISITE IN *
010793*                       THE CHAIN IS NOT SCHEDULED TONIGHT,     *
010794*                       THAT IT WILL BE BYPASSED.               *
010795*      2026-10-15  RJK  A PARM RUN ID IS TAKEN ONLY WHEN ALL    *
010796*                       16 BYTES ARE PASSED, AND ONE NOT        *
010797*                       STARTING WITH A DATE ENDS THE RUN       *
010798*                       WITH RC 12 RATHER THAN BEING ADOPTED.   *
010799************************************************************
010800
010900 ENVIRONMENT DIVISION.
011000 INPUT-OUTPUT SECTION.
014493     SELECT PLAN-FILE ASSIGN TO PLANRPT
014494         ORGANIZATION IS SEQUENTIAL
014495         FILE STATUS IS WS-PLAN-STATUS.
014496
014497     SELECT DEP-FILE ASSIGN TO DEPPARM
014498         ORGANIZATION IS SEQUENTIAL
014499         FILE STATUS IS WS-DEP-STATUS.
014500
014600 DATA DIVISION.
014700 FILE SECTION.
021151     LABEL RECORDS ARE STANDARD.
021152 01  PLAN-LINE                    PIC X(80).
021153
021154 FD  DEP-FILE
021155     RECORDING MODE IS F
021156     LABEL RECORDS ARE STANDARD.
021157 01  DEP-REC.
021158     COPY DEPPARM.
021159
021200 WORKING-STORAGE SECTION.
021300*
021400************************************************************
022000
022100 77  WS-AUDIT-STATUS           PIC X(02)      VALUE SPACES.
022200     88  AUDIT-OK                             VALUE '00'.
022210     88  AUDIT-EOF                            VALUE '10'.
022220
022230************************************************************
022240*  AUDIT-TRAIL CHAIN - THE SEQUENCE NUMBER AND CHAIN VALUE    *
022250*  OF THE LAST RECORD ON AUDITLOG, CARRIED FORWARD ONTO       *
022260*  EACH RECORD THIS RUN WRITES.                               *
022270************************************************************
022280 77  WS-AUD-SEQ-NO             PIC 9(09)      VALUE ZERO.
022290 77  WS-AUD-CHAIN-VALUE        PIC 9(10)      VALUE ZERO.
022300
022400 77  WS-CHKPT-IN-STATUS        PIC X(02)      VALUE SPACES.
022500     88  CHKPT-IN-OK                          VALUE '00'.
025181     88  PLAN-FILE-OK                         VALUE '00'.
025182 77  WS-PLAN-OPEN-SW           PIC X(01)      VALUE 'N'.
025183     88  PLAN-FILE-OPEN                       VALUE 'Y'.
025184 77  WS-DEP-STATUS             PIC X(02)      VALUE SPACES.
025185     88  DEP-FILE-OK                          VALUE '00'.
025186     88  DEP-FILE-EOF                         VALUE '10'.
025187
025188*    SUBSCRIPT FOR THE POST-LOOP DRAIN SWEEP OVER THE IN-MEMORY
025189*    CHECKPOINT TABLE - 2150'S SEARCH OWNS CHKPT-IDX, SO THE
025190*    SWEEP WALKS THE TABLE WITH ITS OWN SUBSCRIPT.
025191 77  WS-SWEEP-SUB              PIC 9(04) COMP VALUE ZERO.
025192
025193*    THE RUN ID CARRIED ON THE CHKPTIN GENERATION, HELD ASIDE
025194*    UNTIL 1150-SET-RUN-ID DECIDES WHETHER THIS EXECUTION IS
025195*    THE SAME WINDOW RUN OR A FRESH NIGHT.
025196 77  WS-CHKPT-RUN-ID           PIC X(16)      VALUE SPACES.
025197 77  WS-SCAN-SUB               PIC 9(04) COMP VALUE ZERO.
025198 77  WS-OPEN-ENTRY-SW          PIC X(01)      VALUE 'N'.
025199     88  OPEN-ENTRY-FOUND                     VALUE 'Y'.
025200
025300 77  WS-CONNECT-RC             PIC S9(04) COMP VALUE ZERO.
025400     88  CONNECT-SUCCESSFUL                   VALUE ZERO.
027200
027300*    SPACE MEANS NO FILTER - EVERY CONNPARM ENTRY IS PROCESSED.
027400 77  WS-GROUP-FILTER           PIC X(01)      VALUE SPACE.
027410
027420*    WINDOW-RUN ID AN OPERATOR RERUN CARRIES ON - SPACES MEANS
027430*    THE ID IS ADOPTED OR MINTED BY 1150-SET-RUN-ID AS USUAL.
027440 77  WS-RESUME-RUN-ID          PIC X(16)      VALUE SPACES.
027500
027600************************************************************
027700*  DB2 CONNECTION PARAMETERS FOR THE SUBSYSTEM CURRENTLY      *
035694     05  FILLER                PIC X(05) VALUE ' ALT '.
035695     05  WS-P-ALTERNATE        PIC X(08).
035696     05  FILLER                PIC X(16) VALUE SPACES.
035697
035698*    DEPPARM DEPENDENCY TABLE, LOADED FOR THE PLAN LISTING ONLY -
035699*    DBREADER AND DBWRITER ARE THE STEPS THAT ENFORCE IT.  AN
035700*    ABSENT OR ZERO HOLD TIME IS THE SAME 60-MINUTE DEFAULT
035701*    THOSE STEPS APPLY.
035702 77  WS-DEFAULT-HOLD-MINUTES   PIC 9(03)      VALUE 60.
035703 77  WS-DEP-COUNT              PIC 9(04) COMP VALUE ZERO.
035704 01  DEP-TABLE.
035705     05  DEP-ENTRY OCCURS 1 TO 100 TIMES
035706             DEPENDING ON WS-DEP-COUNT
035707             INDEXED BY DEP-IDX.
035708         10  DEP-TBL-DB-NAME   PIC X(08).
035709         10  DEP-TBL-PREREQ    PIC X(08).
035710         10  DEP-TBL-HOLD-MINUTES PIC 9(03).
035711 77  WS-PLAN-PREREQ-NAME       PIC X(08)      VALUE SPACES.
035712 77  WS-PLAN-LINK-NAME         PIC X(08)      VALUE SPACES.
035713 77  WS-PLAN-UNSCHED-NAME      PIC X(08)      VALUE SPACES.
035714 77  WS-PLAN-HOLD-MINUTES      PIC 9(03)      VALUE ZERO.
035715 77  WS-PLAN-CHAIN-PTR         PIC 9(04) COMP VALUE ZERO.
035716 77  WS-PLAN-CHAIN-LEVEL       PIC 9(04) COMP VALUE ZERO.
035717 77  WS-PLAN-CHAIN-SW          PIC X(01)      VALUE 'N'.
035718     88  PLAN-CHAIN-OPEN                      VALUE 'Y'.
035719     88  PLAN-CHAIN-ENDED                     VALUE 'N'.
035720
035800************************************************************
035900*  CALENDAR DAY-ARITHMETIC WORK AREAS.  MONTH-END IS TESTED  *
036000*  BY ASKING WHETHER TOMORROW FALLS IN A DIFFERENT MONTH -   *
040000*                            DB-GROUP-CODE, SO EACH GROUP     *
040100*                            RUNS AS ITS OWN PARALLEL STREAM. *
040200*                            SPACE (OR OMITTED) MEANS ALL.    *
040210*           POSITIONS 21-36  WINDOW-RUN ID TO RESUME - A      *
040211*                            CONNECT OR BOTH RERUN CARRIES ON *
040212*                            THIS RUN INSTEAD OF MINTING ITS  *
040213*                            OWN, SO THE WORK PASSES RESUME   *
040214*                            FROM ITS RESTART FILES.  WRITTEN *
040215*                            BY THE RSTRTADV RESTART ADVISOR. *
040300************************************************************
040400 LINKAGE SECTION.
040500 01  LS-PARM.
040900         10  LS-JOB-NAME       PIC X(08).
041000         10  LS-FORCE-FLAG     PIC X(01).
041100         10  LS-GROUP-CODE     PIC X(01).
041110         10  LS-RESUME-RUN-ID  PIC X(16).
041200
041300 PROCEDURE DIVISION USING LS-PARM.
041400*
045300             DISPLAY 'OUALPREC - PROCESSING GROUP '
045400                 WS-GROUP-FILTER ' ONLY'
045500         END-IF
045510         IF LS-PARM-LEN > 35 AND LS-RESUME-RUN-ID NOT = SPACES
045520             IF LS-RESUME-RUN-ID (1:8) NOT NUMERIC
045530                 DISPLAY 'OUALPREC - PARM RUN ID '
045540                     LS-RESUME-RUN-ID ' IS NOT A WINDOW-RUN ID'
045550                 MOVE 12 TO RETURN-CODE
045560                 STOP RUN
045570             END-IF
045580             MOVE LS-RESUME-RUN-ID TO WS-RESUME-RUN-ID
045590         END-IF
045600     END-IF.
045610*
045620*    AN OPERATOR RERUN OF A WINDOW THE DISCONNECT LEG ALREADY
045630*    CLOSED NAMES THE RUN TO CARRY ON IN THE PARM, SO THE WORK
045640*    PASSES HONOUR THAT RUN'S RESTART FILES INSTEAD OF RE-
045650*    DRIVING EVERY SUBSYSTEM UNDER A NEWLY MINTED ID.  THE
045660*    DISCONNECT AND DRAIN LEGS ALWAYS CARRY CHKPTIN'S RUN ON,
045670*    AND 1150-SET-RUN-ID LEAVES AN ID SET HERE AS IT IS.
045680*
045690     IF WS-RESUME-RUN-ID NOT = SPACES
045691      AND NOT RUN-MODE-DISCONNECT-ONLY
045692      AND NOT RUN-MODE-DRAIN
045693         MOVE WS-RESUME-RUN-ID TO WS-RUN-ID
045694         DISPLAY 'OUALPREC - RESUMING THE WINDOW RUN NAMED IN '
045695             'THE PARM'
045696     END-IF.
045700
045800     OPEN INPUT CONNPARM-FILE.
045900     IF NOT CONNPARM-OK
046300         STOP RUN
046400     END-IF.
046500
046510     PERFORM 1050-FIND-AUDIT-CHAIN THRU 1050-EXIT.
046520
046600     OPEN OUTPUT AUDIT-FILE.
046700     IF NOT AUDIT-OK
046800         DISPLAY 'OUALPREC - UNABLE TO OPEN AUDITLOG FILE'
053815         END-IF
053816     END-IF.
053817
053818*
053819*    THE DEPENDENCY FILE IS OPTIONAL AND ONLY LISTED IN PLAN
053820*    MODE - WITHOUT IT THE PLAN SHOWS NO DEPENDENCY CHAINS.
053821*
053822     IF RUN-MODE-PLAN
053823         OPEN INPUT DEP-FILE
053824         IF DEP-FILE-OK
053825             PERFORM 1450-LOAD-DEPPARM THRU 1450-EXIT
053826                 UNTIL DEP-FILE-EOF
053827             CLOSE DEP-FILE
053828         ELSE
053829             DISPLAY 'OUALPREC - NO DEPPARM FILE - NO DEPENDENCY '
053830                 'CHAINS LISTED'
053831         END-IF
053832     END-IF.
053833
053900     PERFORM 2100-READ-CONNPARM THRU 2100-EXIT.
054000
054100 1000-EXIT.
054200     EXIT.
054300*
054301************************************************************
054302*  1050-FIND-AUDIT-CHAIN                                      *
054303*  READS THE AUDIT TRAIL THROUGH BEFORE IT IS OPENED FOR       *
054304*  APPEND AND KEEPS THE SEQUENCE NUMBER AND CHAIN VALUE OF THE *
054305*  LAST SEQUENCED RECORD, SO THIS RUN'S RECORDS CONTINUE THE   *
054306*  SAME CHAIN.  AN EMPTY LOG (OR ONE HOLDING ONLY RECORDS FROM *
054307*  BEFORE THE CHAIN) STARTS A NEW CHAIN AT SEQUENCE 1.         *
054308*  AUDARCH ALWAYS LEAVES THE NEWEST RECORD ON THE LOG, SO A    *
054309*  MONTHLY ROLL-OFF NEVER RESTARTS THE CHAIN.                  *
054310************************************************************
054311 1050-FIND-AUDIT-CHAIN.
054312
054313     MOVE ZERO TO WS-AUD-SEQ-NO WS-AUD-CHAIN-VALUE.
054314
054315     OPEN INPUT AUDIT-FILE.
054316     IF NOT AUDIT-OK
054317         GO TO 1050-EXIT
054318     END-IF.
054319
054320     PERFORM 1060-READ-AUDIT-TAIL THRU 1060-EXIT
054321         UNTIL NOT AUDIT-OK.
054322     CLOSE AUDIT-FILE.
054323
054324 1050-EXIT.
054325     EXIT.
054326*
054327************************************************************
054328*  1060-READ-AUDIT-TAIL                                       *
054329*  READS ONE AUDIT RECORD AND REMEMBERS ITS CHAIN POSITION IF  *
054330*  IT CARRIES ONE.                                             *
054331************************************************************
054332 1060-READ-AUDIT-TAIL.
054333
054334     READ AUDIT-FILE
054335         AT END
054336             SET AUDIT-EOF TO TRUE
054337     END-READ.
054338
054339     IF AUDIT-OK
054340      AND AUD-SEQ-NO NUMERIC AND AUD-SEQ-NO > ZERO
054341      AND AUD-CHAIN-VALUE NUMERIC
054342         MOVE AUD-SEQ-NO      TO WS-AUD-SEQ-NO
054343         MOVE AUD-CHAIN-VALUE TO WS-AUD-CHAIN-VALUE
054344     END-IF.
054345
054346 1060-EXIT.
054347     EXIT.
054348*
054400************************************************************
054500*  1100-LOAD-CHECKPOINT                                       *
054600*  LOADS ONE ENTRY FROM CHKPTIN INTO THE CHECKPOINT TABLE.     *
057197 1150-SET-RUN-ID.
057198
057199     IF WS-CHKPT-RUN-ID = SPACES
057200      OR WS-RUN-ID NOT = SPACES
057201         GO TO 1150-MINT
057202     END-IF.
057203
064705 1400-EXIT.
064706     EXIT.
064707*
064708************************************************************
064709*  1450-LOAD-DEPPARM                                         *
064710*  LOADS ONE ENTRY FROM THE DEPPARM FILE INTO THE DEPENDENCY  *
064711*  TABLE (PLAN MODE ONLY).  ABENDS IF THE FILE CARRIES MORE   *
064712*  ENTRIES THAN THE TABLE HOLDS.                              *
064713************************************************************
064714 1450-LOAD-DEPPARM.
064715
064716     READ DEP-FILE
064717         AT END
064718             SET DEP-FILE-EOF TO TRUE
064719     END-READ.
064720
064721     IF DEP-FILE-EOF
064722      OR DEP-DB-NAME = SPACES
064723      OR DEP-PREREQ-NAME = SPACES
064724         GO TO 1450-EXIT
064725     END-IF.
064726
064727     IF WS-DEP-COUNT = 100
064728         DISPLAY 'OUALPREC - DEPENDENCY TABLE IS FULL - '
064729             'CANNOT LOAD ALL DEPPARM ENTRIES'
064730         MOVE 16 TO RETURN-CODE
064731         PERFORM 9000-TERMINATE THRU 9000-EXIT
064732         STOP RUN
064733     END-IF.
064734
064735     ADD 1 TO WS-DEP-COUNT.
064736     MOVE DEP-DB-NAME     TO DEP-TBL-DB-NAME (WS-DEP-COUNT).
064737     MOVE DEP-PREREQ-NAME TO DEP-TBL-PREREQ (WS-DEP-COUNT).
064738     IF DEP-HOLD-MINUTES NUMERIC AND DEP-HOLD-MINUTES > ZERO
064739         MOVE DEP-HOLD-MINUTES TO
064740             DEP-TBL-HOLD-MINUTES (WS-DEP-COUNT)
064741     ELSE
064742         MOVE WS-DEFAULT-HOLD-MINUTES TO
064743             DEP-TBL-HOLD-MINUTES (WS-DEP-COUNT)
064744     END-IF.
064745
064746 1450-EXIT.
064747     EXIT.
064748*
064800************************************************************
064900*  2000-PROCESS-SUBSYSTEM                                     *
065000*  CARRIES ONE SUBSYSTEM ENTRY THROUGH CONNECT, THE DB2 WORK   *
116845     MOVE WS-PLAN-ALTERNATE TO WS-P-ALTERNATE.
116846     MOVE WS-PLAN-DETAIL-LINE TO PLAN-LINE.
116847     WRITE PLAN-LINE.
116848     PERFORM 2550-PLAN-DEPENDENCY THRU 2550-EXIT.
116849
116850 2500-EXIT.
116851     EXIT.
116852*
116853************************************************************
116854*  2550-PLAN-DEPENDENCY                                      *
116855*  PRINTS THE DEPENDENCY CHAIN UNDER THE PLAN LINE OF A       *
116856*  SUBSYSTEM THAT HAS A PREREQUISITE ON DEPPARM, THEN EITHER  *
116857*  THE HOLD TIME ON ITS IMMEDIATE PREREQUISITE OR, WHEN ANY   *
116858*  PREREQUISITE IN THE CHAIN IS NOT SCHEDULED TONIGHT, THAT   *
116859*  DBREADER AND DBWRITER WILL BYPASS IT.                      *
116860************************************************************
116861 2550-PLAN-DEPENDENCY.
116862
116863     IF WS-DEP-COUNT = ZERO
116864         GO TO 2550-EXIT
116865     END-IF.
116866
116867     SET DEP-IDX TO 1.
116868     SEARCH DEP-ENTRY
116869         AT END
116870             GO TO 2550-EXIT
116871         WHEN DEP-TBL-DB-NAME (DEP-IDX) = DB-NAME
116872             CONTINUE
116873     END-SEARCH.
116874
116875     MOVE DB-NAME TO WS-SAVED-DB-NAME.
116876     MOVE DEP-TBL-PREREQ (DEP-IDX)       TO WS-PLAN-PREREQ-NAME.
116877     MOVE WS-PLAN-PREREQ-NAME            TO WS-PLAN-LINK-NAME.
116878     MOVE DEP-TBL-HOLD-MINUTES (DEP-IDX) TO WS-PLAN-HOLD-MINUTES.
116879     MOVE SPACES TO WS-PLAN-UNSCHED-NAME.
116880     MOVE ZERO   TO WS-PLAN-CHAIN-LEVEL.
116881     SET PLAN-CHAIN-OPEN TO TRUE.
116882
116883     MOVE SPACES TO PLAN-LINE.
116884     MOVE 1 TO WS-PLAN-CHAIN-PTR.
116885     STRING '           WAITS FOR ' DELIMITED BY SIZE
116886         INTO PLAN-LINE WITH POINTER WS-PLAN-CHAIN-PTR.
116887     PERFORM 2560-PLAN-DEP-LINK THRU 2560-EXIT
116888         UNTIL PLAN-CHAIN-ENDED.
116889     WRITE PLAN-LINE.
116890
116891     MOVE WS-SAVED-DB-NAME TO DB-NAME.
116892     MOVE SPACES TO PLAN-LINE.
116893     IF WS-PLAN-UNSCHED-NAME NOT = SPACES
116894         STRING '           WILL BE BYPASSED - ' DELIMITED BY SIZE
116895                WS-PLAN-UNSCHED-NAME DELIMITED BY SPACE
116896                ' IS NOT SCHEDULED TONIGHT' DELIMITED BY SIZE
116897             INTO PLAN-LINE
116898     ELSE
116899         STRING '           HOLD UP TO ' DELIMITED BY SIZE
116900                WS-PLAN-HOLD-MINUTES    DELIMITED BY SIZE
116901                ' MIN FOR '             DELIMITED BY SIZE
116902                WS-PLAN-PREREQ-NAME     DELIMITED BY SPACE
116903                ' - BYPASSED IF IT DOES NOT COMPLETE'
116904                                        DELIMITED BY SIZE
116905             INTO PLAN-LINE
116906     END-IF.
116907     WRITE PLAN-LINE.
116908
116909 2550-EXIT.
116910     EXIT.
116911*
116912************************************************************
116913*  2560-PLAN-DEP-LINK                                        *
116914*  ADDS ONE PREREQUISITE TO THE CHAIN LINE, CHECKS IT AGAINST *
116915*  TONIGHT'S CALENDAR, AND STEPS TO ITS OWN PREREQUISITE.     *
116916*  THE CHAIN ENDS AT A SUBSYSTEM WITH NO PREREQUISITE, AT A   *
116917*  LOOP BACK TO THE DEPENDENT, OR AFTER FOUR LINKS.           *
116918************************************************************
116919 2560-PLAN-DEP-LINK.
116920
116921     ADD 1 TO WS-PLAN-CHAIN-LEVEL.
116922     IF WS-PLAN-CHAIN-LEVEL > 1
116923         STRING ' <- ' DELIMITED BY SIZE
116924             INTO PLAN-LINE WITH POINTER WS-PLAN-CHAIN-PTR
116925     END-IF.
116926     STRING WS-PLAN-LINK-NAME DELIMITED BY SPACE
116927         INTO PLAN-LINE WITH POINTER WS-PLAN-CHAIN-PTR.
116928
116929     IF WS-PLAN-LINK-NAME = WS-SAVED-DB-NAME
116930         STRING ' (LOOP)' DELIMITED BY SIZE
116931             INTO PLAN-LINE WITH POINTER WS-PLAN-CHAIN-PTR
116932         SET PLAN-CHAIN-ENDED TO TRUE
116933         GO TO 2560-EXIT
116934     END-IF.
116935
116936*
116937*    THE SAME CALENDAR DECISION THE REAL RUN MAKES - A
116938*    PREREQUISITE SKIPPED TONIGHT NEVER COMPLETES, SO EVERY
116939*    SUBSYSTEM BEHIND IT IN THE CHAIN IS BYPASSED.
116940*
116941     IF NOT RUN-FORCED AND WS-PLAN-UNSCHED-NAME = SPACES
116942         MOVE WS-PLAN-LINK-NAME TO DB-NAME
116943         PERFORM 2080-CHECK-CALENDAR THRU 2080-EXIT
116944         IF NOT SCHEDULED-TONIGHT
116945             MOVE WS-PLAN-LINK-NAME TO WS-PLAN-UNSCHED-NAME
116946         END-IF
116947     END-IF.
116948
116949     SET DEP-IDX TO 1.
116950     SEARCH DEP-ENTRY
116951         AT END
116952             SET PLAN-CHAIN-ENDED TO TRUE
116953             GO TO 2560-EXIT
116954         WHEN DEP-TBL-DB-NAME (DEP-IDX) = WS-PLAN-LINK-NAME
116955             MOVE DEP-TBL-PREREQ (DEP-IDX) TO WS-PLAN-LINK-NAME
116956     END-SEARCH.
116957
116958     IF WS-PLAN-CHAIN-LEVEL = 4
116959         STRING ' <- ...' DELIMITED BY SIZE
116960             INTO PLAN-LINE WITH POINTER WS-PLAN-CHAIN-PTR
116961         SET PLAN-CHAIN-ENDED TO TRUE
116962     END-IF.
116963
116964 2560-EXIT.
116965     EXIT.
116966*
116967************************************************************
116968*  2900-MARK-CHECKPOINT                                       *
117000*  RECORDS THE CURRENT SUBSYSTEM AS CONNECTED ON THE           *
117100*  CHECKPOINT TABLE, ADDING A NEW ENTRY IF ONE DID NOT ALREADY *
117200*  EXIST.  ABENDS IF THE TABLE IS ALREADY FULL.                *
124200*  7000-WRITE-AUDIT-REC                                       *
124300*  WRITES ONE AUDIT-TRAIL RECORD.  AUD-EVENT AND AUD-OUTCOME   *
124400*  ARE SET BY THE CALLER BEFORE THIS PARAGRAPH IS PERFORMED.   *
124410*  THE RECORD TAKES THE NEXT SEQUENCE NUMBER ON THE LOG AND IS *
124420*  CHAINED TO THE RECORD BEFORE IT.                            *
124500************************************************************
124600 7000-WRITE-AUDIT-REC.
124700
125400     MOVE DB-USER          TO AUD-DB-USER.
125500     MOVE WS-JOB-NAME      TO AUD-JOB-NAME.
125510     MOVE WS-RUN-ID        TO AUD-RUN-ID.
125520
125530     ADD 1 TO WS-AUD-SEQ-NO.
125540     MOVE WS-AUD-SEQ-NO    TO AUD-SEQ-NO.
125550     CALL 'AUDCHAIN' USING WS-AUD-CHAIN-VALUE, AUDIT-REC.
125560     MOVE AUD-CHAIN-VALUE  TO WS-AUD-CHAIN-VALUE.
125600
125700     WRITE AUDIT-REC.
125800
