000200*                                                              *
000300*  PARMMNT                                                     *
000400*  PARAMETER-MAINTENANCE TRANSACTION (TRANID PARM) FOR THE     *
000500*  CONNPARM, CALENDAR, FAILOVER, SLAPARM AND DEPPARM FILES,    *
000600*  ALONGSIDE CONNMAINT.  BROWSES, ADDS, CHANGES AND DELETES    *
000700*  ENTRIES ONLINE, APPLYING THE SAME EDITS THE EVENING         *
000800*  CONNEDIT PASS APPLIES - APPROVED-SUBSYSTEM CHECK, NUMERIC   *
000900*  RETRY FIELDS, DUPLICATE DB-NAME, CREDENTIAL-VAULT FETCH     *
001000*  TEST - AT ENTRY TIME, SO A TYPO IS REJECTED AT THE TERMINAL *
001100*  INSTEAD OF BEING CAUGHT (OR MISSED) AT 18:00.  EVERY UPDATE *
001200*  WRITES A WHO/WHEN/BEFORE-AFTER CHANGE-AUDIT RECORD          *
001300*  (PRMAUDIT) TO THE PAUD TRANSIENT-DATA QUEUE, SO AN          *
001400*  OVERNIGHT SURPRISE CAN BE TRACED TO THE CHANGE THAT CAUSED  *
001410*  IT.                                                         *
001500*                                                              *
001600*  PSEUDO-CONVERSATIONAL, MODELLED ON CONNMAINT.  THE OPERATOR *
001700*  KEYS FILE (C=CONNPARM, L=CALENDAR, F=FAILOVER, S=SLAPARM,   *
001800*  D=DEPPARM), ACTION (B=BROWSE, A=ADD, C=CHANGE, D=DELETE),   *
001900*  THE DB-NAME KEY, THE RECORD BODY IN THE DATA FIELD, AND     *
002000*  THEIR INITIALS, THEN PRESSES PF5.  PF3 OR CLEAR ENDS THE    *
002100*  TRANSACTION.  THE ONLINE FILES ARE THE KSDS COPIES OF THE   *
002200*  BATCH PARAMETER DATASETS, KEYED ON THE LEADING DB-NAME.     *
002210*  THE KSDS COPIES ARE THE MASTERS FOR OPERATOR CHANGES - THE  *
002220*  EVENING CONNEDIT JOB'S REFRESH STEP REPROS THEM INTO THE    *
002230*  SEQUENTIAL DATASETS THE BATCH JOBS READ, SO A CHANGE        *
002240*  APPLIED TO THEM BEFORE THE REFRESH IS IN FORCE (AND PRE-    *
002242*  FLIGHT EDITED) TONIGHT.                                     *
002244*                                                              *
002246*  ADD, CHANGE AND DELETE DO NOT UPDATE THE MASTER THEMSELVES. *
002248*  THE EDITED CHANGE IS WRITTEN TO THE PENDCHG PENDING-CHANGE  *
002250*  FILE, WITH THE ENTRY'S CURRENT IMAGE AS ITS BEFORE IMAGE,   *
002252*  AND REACHES THE MASTER ONLY WHEN A SECOND OPERATOR WITH     *
002254*  DIFFERENT INITIALS APPROVES IT ON THE PAPR TRANSACTION      *
002256*  (PRMAPPR).  KEYING Y IN THE EMERGENCY FIELD APPLIES THE     *
002258*  CHANGE AT ONCE INSTEAD AND RECORDS IT ON PENDCHG AS AN      *
002260*  EMERGENCY CHANGE AWAITING COUNTERSIGNATURE; CONNEDIT'S      *
002262*  EDITRPT AND THE MORNING TURNOVER PAGE REPORT IT UNTIL A     *
002264*  SECOND OPERATOR COUNTERSIGNS IT ON PAPR.                    *
002266*                                                              *
002268*  ON THE DEPPARM FILE THE KEY IS THE DEPENDENT SUBSYSTEM AND  *
002270*  THE DATA FIELD CARRIES ITS PREREQUISITE AND AN OPTIONAL     *
002272*  HOLD TIME IN MINUTES (BLANK FOR THE 60-MINUTE DEFAULT).     *
002274*  THE PREREQUISITE MUST BE AN APPROVED SUBSYSTEM OTHER THAN   *
002276*  THE DEPENDENT, AND AN ENTRY THAT WOULD CLOSE A LOOP IN THE  *
002278*  CHAIN OF PREREQUISITES IS REJECTED - THE WORK PASSES WOULD  *
002280*  OTHERWISE HOLD EVERY SUBSYSTEM IN THE LOOP UNTIL ITS HOLD   *
002282*  TIME RAN OUT.                                               *
002300*                                                              *
002400************************************************************
002500 IDENTIFICATION DIVISION.
003450*                       SUBSCRIPT.  NOTED THE CONNEDIT REFRESH *
003460*                       LEG THAT CARRIES ONLINE CHANGES TO THE *
003470*                       BATCH DATASETS.                        *
003471*      2026-10-15  RJK  UPDATES NOW GO TO THE PENDCHG PENDING- *
003472*                       CHANGE FILE FOR A SECOND OPERATOR'S    *
003473*                       APPROVAL ON THE NEW PAPR TRANSACTION   *
003474*                       INSTEAD OF THE MASTER.  THE NEW        *
003475*                       EMERGENCY FIELD APPLIES A CHANGE AT    *
003476*                       ONCE AND RECORDS IT FOR                *
003477*                       COUNTERSIGNATURE.  ONLY THOSE CHANGES  *
003478*                       WRITE A PAUD RECORD HERE NOW, FLAGGED  *
003479*                       AS OVERRIDES - PAPR WRITES THE REST AS *
003480*                       IT APPLIES THEM.                       *
003481*      2026-10-15  RJK  DEPPARM PROCESSING-DEPENDENCY FILE     *
003482*                       (FILE CODE D) ADDED, WITH ITS ENTRY    *
003483*                       EDITS - APPROVED PREREQUISITE, NUMERIC *
003484*                       HOLD TIME, AND A WALK OF THE           *
003485*                       PREREQUISITE CHAIN THAT REJECTS AN     *
003486*                       ENTRY CLOSING A LOOP.                  *
003500************************************************************
003600
003700 DATA DIVISION.
005200 77  WS-RESP                   PIC S9(08) COMP VALUE ZERO.
005300
005400************************************************************
005500*  FILE SELECTION - THE FIVE PARAMETER FILES SHARE ONE SET    *
005600*  OF GENERIC READ/WRITE PATHS, KEYED ON THE LEADING DB-NAME. *
005700************************************************************
005800 77  WS-FILE-NAME              PIC X(08)      VALUE SPACES.
007500     COPY FAILPAIR.
007600 01  WS-SLAPARM-VIEW REDEFINES WS-RECORD.
007700     COPY SLAPARM.
007710 01  WS-DEPPARM-VIEW REDEFINES WS-RECORD.
007720     COPY DEPPARM.
007800
007900 01  WS-OLD-RECORD.
008000     05  WS-OLD-KEY            PIC X(08).
008500 77  WS-APPROVED-SW            PIC X(01)      VALUE 'N'.
008600     88  NAME-IS-APPROVED                     VALUE 'Y'.
008700 77  WS-CHECK-NAME             PIC X(08)      VALUE SPACES.
008710 77  WS-OVERRIDE-SW            PIC X(01)      VALUE 'N'.
008720     88  EMERGENCY-OVERRIDE                   VALUE 'Y'.
008721
008722*    DEPENDENCY-LOOP CHECK - ONE PREREQUISITE ENTRY AT A TIME
008723*    IS READ INTO ITS OWN AREA SO THE ENTRY BEING KEYED STAYS
008724*    INTACT IN WS-RECORD.
008725 01  WS-CHAIN-REC.
008726     COPY DEPPARM
008727         REPLACING DEP-DB-NAME BY CHN-DB-NAME
008728                   DEP-PREREQ-NAME BY CHN-PREREQ-NAME
008729                   DEP-HOLD-MINUTES-X BY CHN-HOLD-MINUTES-X
008730                   DEP-HOLD-MINUTES BY CHN-HOLD-MINUTES.
008731 77  WS-CHAIN-KEY              PIC X(08)      VALUE SPACES.
008732 77  WS-CHAIN-DEPTH            PIC 9(02) COMP VALUE ZERO.
008800
008900************************************************************
009000*  CREDENTIAL-VAULT TEST WORK AREAS - THE SAME CALL CONNEDIT  *
010600************************************************************
010700 01  WS-PRMAUDIT-REC.
010800     COPY PRMAUDIT.
010900 77  WS-PRMAUDIT-LEN           PIC S9(04) COMP VALUE 157.
011000
011100 01  WS-STAMP.
011200     05  WS-STAMP-DATE         PIC X(08).
011300     05  WS-STAMP-TIME         PIC X(08).
011301
011302************************************************************
011303*  PENDING-CHANGE RECORD - EVERY ADD, CHANGE AND DELETE IS   *
011304*  QUEUED ON PENDCHG FOR A SECOND OPERATOR'S APPROVAL, OR     *
011305*  RECORDED THERE FOR COUNTERSIGNATURE WHEN IT WAS APPLIED    *
011306*  UNDER THE EMERGENCY OVERRIDE.                              *
011307************************************************************
011308 01  WS-PENDCHG-REC.
011309     COPY PENDCHG.
011310 01  WS-PEND-KEY.
011311     05  WS-PEND-FILE-ID       PIC X(01).
011312     05  WS-PEND-REC-KEY       PIC X(08).
011313 77  WS-PEND-ON-FILE-SW        PIC X(01)      VALUE 'N'.
011314     88  PEND-ON-FILE                         VALUE 'Y'.
011315 77  WS-PEND-NEW-STATUS        PIC X(01)      VALUE SPACES.
011400
011500************************************************************
011600*  DATA PASSED FORWARD BETWEEN PSEUDO-CONVERSATIONAL TURNS     *
014700
014800     MOVE LOW-VALUES TO PARMMAP1I.
014900     MOVE SPACES     TO MSGI FILEIDI ACTIONI RKEYI INITSI
015000                        EMERGI RDATAI.
015100     MOVE 'ENTER FILE, ACTION, DB-NAME AND DATA, THEN PF5'
015200         TO MSGI.
015300
019800         GO TO 2100-EXIT
019900     END-IF.
020000
020010     MOVE 'N' TO WS-OVERRIDE-SW.
020020     IF EMERGI = 'Y'
020030         SET EMERGENCY-OVERRIDE TO TRUE
020040     END-IF.
020050
020100     EVALUATE ACTIONI
020200         WHEN 'B'
020300             PERFORM 3000-BROWSE-FILE THRU 3000-EXIT
023400         WHEN 'S'
023500             MOVE 'SLAPARM'  TO WS-FILE-NAME
023600             MOVE 24 TO WS-REC-LEN
023610         WHEN 'D'
023620             MOVE 'DEPPARM'  TO WS-FILE-NAME
023630             MOVE 24 TO WS-REC-LEN
023700         WHEN OTHER
023800             MOVE SPACES TO WS-FILE-NAME
023900             MOVE 'FILE MUST BE C, L, F, S OR D' TO MSGI
024000     END-EVALUATE.
024100
024200 2150-EXIT.
031600************************************************************
031700*  4000-ADD-ENTRY                                              *
031800*  ADDS ONE ENTRY AFTER THE FULL SET OF ENTRY-TIME EDITS.  A    *
031900*  KEY ALREADY ON FILE IS THE DUPLICATE-DB-NAME DEFECT CONNEDIT *
032000*  CATCHES IN THE EVENING - REJECTED HERE AT ONCE.  THE ADD IS  *
032010*  QUEUED FOR APPROVAL UNLESS THE EMERGENCY OVERRIDE IS KEYED.  *
032100************************************************************
032200 4000-ADD-ENTRY.
032300
032400     PERFORM 4500-EDIT-ENTRY THRU 4500-EXIT.
032410     IF EDIT-FAILED
032420         GO TO 4000-EXIT
032430     END-IF.
032440     PERFORM 7400-CHECK-PENDING THRU 7400-EXIT.
032500     IF EDIT-FAILED
032600         GO TO 4000-EXIT
032700     END-IF.
033800         GO TO 4000-EXIT
033900     END-IF.
034000
034010     MOVE SPACES TO WS-OLD-DATA.
034020     IF NOT EMERGENCY-OVERRIDE
034030         PERFORM 7700-QUEUE-FOR-APPROVAL THRU 7700-EXIT
034040         GO TO 4000-EXIT
034050     END-IF.
034060
034100     EXEC CICS WRITE FILE(WS-FILE-NAME)
034200         FROM(WS-RECORD)
034300         RIDFLD(WS-REC-KEY)
034500         RESP(WS-RESP)
034600     END-EXEC.
034700     IF WS-RESP = DFHRESP(NORMAL)
034800         PERFORM 7600-RECORD-EMERGENCY THRU 7600-EXIT
034900         PERFORM 7000-WRITE-CHANGE-AUDIT THRU 7000-EXIT
035100     ELSE
035200         MOVE 'ADD FAILED - FILE ERROR' TO MSGI
035300     END-IF.
035800************************************************************
035900*  5000-CHANGE-ENTRY                                           *
036000*  REPLACES ONE ENTRY'S BODY AFTER THE FULL SET OF ENTRY-TIME   *
036100*  EDITS, KEEPING THE BEFORE IMAGE FOR THE CHANGE AUDIT.  THE   *
036110*  CHANGE IS QUEUED FOR APPROVAL UNLESS THE EMERGENCY OVERRIDE  *
036120*  IS KEYED.                                                    *
036200************************************************************
036300 5000-CHANGE-ENTRY.
036400
036600     IF EDIT-FAILED
036700         GO TO 5000-EXIT
036800     END-IF.
036810     PERFORM 7400-CHECK-PENDING THRU 7400-EXIT.
036820     IF EDIT-FAILED
036830         GO TO 5000-EXIT
036840     END-IF.
036900
037000     MOVE RKEYI TO WS-BROWSE-KEY.
037005     MOVE SPACES TO WS-OLD-RECORD.
037010     IF NOT EMERGENCY-OVERRIDE
037015         EXEC CICS READ FILE(WS-FILE-NAME)
037020             INTO(WS-OLD-RECORD)
037025             RIDFLD(WS-BROWSE-KEY)
037030             RESP(WS-RESP)
037035         END-EXEC
037040         IF WS-RESP = DFHRESP(NORMAL)
037045             PERFORM 7700-QUEUE-FOR-APPROVAL THRU 7700-EXIT
037050         ELSE
037055             MOVE 'ENTRY NOT ON FILE - NOTHING CHANGED' TO MSGI
037060         END-IF
037065         GO TO 5000-EXIT
037070     END-IF.
037075
037100     EXEC CICS READ FILE(WS-FILE-NAME)
037200         INTO(WS-OLD-RECORD)
037300         RIDFLD(WS-BROWSE-KEY)
038500         RESP(WS-RESP)
038600     END-EXEC.
038700     IF WS-RESP = DFHRESP(NORMAL)
038710         PERFORM 7600-RECORD-EMERGENCY THRU 7600-EXIT
038800         PERFORM 7000-WRITE-CHANGE-AUDIT THRU 7000-EXIT
039000     ELSE
039100         MOVE 'CHANGE FAILED - FILE ERROR' TO MSGI
039200     END-IF.
039700************************************************************
039800*  6000-DELETE-ENTRY                                           *
039900*  DELETES ONE ENTRY, KEEPING THE BEFORE IMAGE FOR THE CHANGE   *
040000*  AUDIT.  ONLY THE KEY AND INITIALS ARE NEEDED.  THE DELETE IS *
040010*  QUEUED FOR APPROVAL UNLESS THE EMERGENCY OVERRIDE IS KEYED.  *
040100************************************************************
040200 6000-DELETE-ENTRY.
040300
041000             TO MSGI
041100         GO TO 6000-EXIT
041200     END-IF.
041210     MOVE 'N' TO WS-EDIT-FAIL-SW.
041220     PERFORM 7400-CHECK-PENDING THRU 7400-EXIT.
041230     IF EDIT-FAILED
041240         GO TO 6000-EXIT
041250     END-IF.
041300
041400     MOVE RKEYI TO WS-BROWSE-KEY.
041405     MOVE SPACES TO WS-OLD-RECORD.
041410     IF NOT EMERGENCY-OVERRIDE
041415         EXEC CICS READ FILE(WS-FILE-NAME)
041420             INTO(WS-OLD-RECORD)
041425             RIDFLD(WS-BROWSE-KEY)
041430             RESP(WS-RESP)
041435         END-EXEC
041440         IF WS-RESP = DFHRESP(NORMAL)
041445             MOVE SPACES TO WS-REC-DATA
041450             MOVE RKEYI  TO WS-REC-KEY
041455             PERFORM 7700-QUEUE-FOR-APPROVAL THRU 7700-EXIT
041460         ELSE
041465             MOVE 'ENTRY NOT ON FILE - NOTHING DELETED' TO MSGI
041470         END-IF
041475         GO TO 6000-EXIT
041480     END-IF.
041485
041500     EXEC CICS READ FILE(WS-FILE-NAME)
041600         INTO(WS-OLD-RECORD)
041700         RIDFLD(WS-BROWSE-KEY)
042900     IF WS-RESP = DFHRESP(NORMAL)
043000         MOVE SPACES TO WS-REC-DATA
043100         MOVE RKEYI  TO WS-REC-KEY
043110         PERFORM 7600-RECORD-EMERGENCY THRU 7600-EXIT
043200         PERFORM 7000-WRITE-CHANGE-AUDIT THRU 7000-EXIT
043400     ELSE
043500         MOVE 'DELETE FAILED - FILE ERROR' TO MSGI
043600     END-IF.
048100             PERFORM 4530-EDIT-FAILPAIR THRU 4530-EXIT
048200         WHEN 'S'
048300             PERFORM 4540-EDIT-SLAPARM THRU 4540-EXIT
048310         WHEN 'D'
048320             PERFORM 4550-EDIT-DEPPARM THRU 4550-EXIT
048400         WHEN OTHER
048500             CONTINUE
048600     END-EVALUATE.
058700     EXIT.
058800*
058900************************************************************
058901*  4550-EDIT-DEPPARM                                           *
058902*  THE DEPENDENCY ENTRY EDITS - THE PREREQUISITE MUST BE AN     *
058903*  APPROVED SUBSYSTEM OTHER THAN THE DEPENDENT, THE HOLD TIME   *
058904*  BLANK OR NUMERIC, AND THE CHAIN OF PREREQUISITES ALREADY ON  *
058905*  FILE MUST NOT LEAD BACK TO THE DEPENDENT.                    *
058906************************************************************
058907 4550-EDIT-DEPPARM.
058908
058909     IF DEP-PREREQ-NAME = SPACES
058910         MOVE 'PREREQUISITE IS BLANK' TO MSGI
058911         SET EDIT-FAILED TO TRUE
058912         GO TO 4550-EXIT
058913     END-IF.
058914     IF DEP-PREREQ-NAME = RKEYI
058915         MOVE 'A SUBSYSTEM CANNOT BE ITS OWN PREREQUISITE' TO MSGI
058916         SET EDIT-FAILED TO TRUE
058917         GO TO 4550-EXIT
058918     END-IF.
058919     MOVE DEP-PREREQ-NAME TO WS-CHECK-NAME.
058920     PERFORM 4600-CHECK-APPROVED THRU 4600-EXIT.
058921     IF NOT NAME-IS-APPROVED
058922         MOVE 'PREREQUISITE IS NOT AN APPROVED SUBSYSTEM' TO MSGI
058923         SET EDIT-FAILED TO TRUE
058924         GO TO 4550-EXIT
058925     END-IF.
058926     IF DEP-HOLD-MINUTES-X NOT = SPACES
058927      AND DEP-HOLD-MINUTES NOT NUMERIC
058928         MOVE 'HOLD MINUTES ARE NOT NUMERIC' TO MSGI
058929         SET EDIT-FAILED TO TRUE
058930         GO TO 4550-EXIT
058931     END-IF.
058932
058933     MOVE DEP-PREREQ-NAME TO WS-CHAIN-KEY.
058934     MOVE ZERO TO WS-CHAIN-DEPTH.
058935     PERFORM 4560-WALK-DEP-CHAIN THRU 4560-EXIT
058936         UNTIL WS-CHAIN-KEY = SPACES
058937            OR EDIT-FAILED.
058938
058939 4550-EXIT.
058940     EXIT.
058941*
058942************************************************************
058943*  4560-WALK-DEP-CHAIN                                         *
058944*  FOLLOWS ONE LINK OF THE PREREQUISITE CHAIN ON THE DEPPARM    *
058945*  KSDS.  REACHING THE DEPENDENT BEING KEYED IS A LOOP; A CHAIN *
058946*  LONGER THAN 20 LINKS CAN ONLY BE A LOOP ALREADY ON FILE.     *
058947************************************************************
058948 4560-WALK-DEP-CHAIN.
058949
058950     IF WS-CHAIN-KEY = RKEYI
058951         MOVE SPACES TO MSGI
058952         STRING 'DEPENDENCY LOOP - CHAIN LEADS BACK TO '
058953                                     DELIMITED BY SIZE
058954                RKEYI                DELIMITED BY SPACE
058955             INTO MSGI
058956         SET EDIT-FAILED TO TRUE
058957         GO TO 4560-EXIT
058958     END-IF.
058959
058960     ADD 1 TO WS-CHAIN-DEPTH.
058961     IF WS-CHAIN-DEPTH > 20
058962         MOVE 'PREREQUISITE CHAIN TOO LONG - LOOP ON DEPPARM'
058963             TO MSGI
058964         SET EDIT-FAILED TO TRUE
058965         GO TO 4560-EXIT
058966     END-IF.
058967
058968     EXEC CICS READ FILE(WS-FILE-NAME)
058969         INTO(WS-CHAIN-REC)
058970         RIDFLD(WS-CHAIN-KEY)
058971         RESP(WS-RESP)
058972     END-EXEC.
058973     IF WS-RESP = DFHRESP(NORMAL)
058974         MOVE CHN-PREREQ-NAME TO WS-CHAIN-KEY
058975     ELSE
058976         MOVE SPACES TO WS-CHAIN-KEY
058977     END-IF.
058978
058979 4560-EXIT.
058980     EXIT.
058981*
058982************************************************************
059000*  4600-CHECK-APPROVED                                         *
059100*  TESTS WS-CHECK-NAME AGAINST THE APPROVED-SUBSYSTEMS LIST.    *
059200************************************************************
061000*  WRITES THE WHO/WHEN/BEFORE-AFTER CHANGE-AUDIT RECORD TO      *
061100*  THE PAUD TRANSIENT-DATA QUEUE.  THE BEFORE IMAGE COMES       *
061200*  FROM WS-OLD-DATA, THE AFTER IMAGE FROM THE RECORD JUST       *
061300*  WRITTEN.  THIS TRANSACTION ONLY APPLIES A CHANGE ITSELF      *
061310*  UNDER THE EMERGENCY OVERRIDE, SO THE RECORD IS FLAGGED AS AN *
061320*  OVERRIDE WITH NO APPROVER; PAPR WRITES THE RECORD FOR AN     *
061330*  APPROVED CHANGE.                                             *
061400************************************************************
061500 7000-WRITE-CHANGE-AUDIT.
061600
062500     MOVE RKEYI         TO PAU-KEY.
062600     MOVE WS-OLD-DATA   TO PAU-BEFORE-IMAGE.
062700     MOVE WS-REC-DATA   TO PAU-AFTER-IMAGE.
062710     MOVE SPACES        TO PAU-APPROVER.
062720     MOVE 'Y'           TO PAU-OVERRIDE-SW.
062800
062900     EXEC CICS WRITEQ TD QUEUE('PAUD')
063000         FROM(WS-PRMAUDIT-REC)
065100     END-EXEC.
065200
065300     EXEC CICS RETURN END-EXEC.
080200*
080300************************************************************
080400*  7400-CHECK-PENDING                                          *
080500*  LOOKS FOR A CHANGE TO THE SAME ENTRY ALREADY ON PENDCHG.     *
080600*  ONE STILL WAITING FOR REVIEW - PENDING, OR AN EMERGENCY      *
080700*  CHANGE NOT YET COUNTERSIGNED - FAILS THE REQUEST, SO A       *
080800*  REVIEWER NEVER APPROVES A CHANGE THAT HAS BEEN SILENTLY      *
080900*  REPLACED.  A REVIEWED ONE IS REPLACED BY 7500-WRITE-PENDING. *
081000************************************************************
081100 7400-CHECK-PENDING.
081200
081300     MOVE 'N' TO WS-PEND-ON-FILE-SW.
081400     MOVE FILEIDI TO WS-PEND-FILE-ID.
081500     MOVE RKEYI   TO WS-PEND-REC-KEY.
081600     EXEC CICS READ FILE('PENDCHG')
081700         INTO(WS-PENDCHG-REC)
081800         RIDFLD(WS-PEND-KEY)
081900         RESP(WS-RESP)
082000     END-EXEC.
082100
082200     IF WS-RESP = DFHRESP(NORMAL)
082300         SET PEND-ON-FILE TO TRUE
082400         IF PND-AWAITING-REVIEW
082500             MOVE SPACES TO MSGI
082600             STRING 'A CHANGE KEYED BY ' DELIMITED BY SIZE
082700                    PND-REQ-INITIALS DELIMITED BY SIZE
082800                    ' IS STILL WAITING FOR REVIEW'
082900                        DELIMITED BY SIZE
083000                 INTO MSGI
083100             SET EDIT-FAILED TO TRUE
083200         END-IF
083300     ELSE
083400         IF WS-RESP NOT = DFHRESP(NOTFND)
083500             MOVE 'PENDCHG FILE UNAVAILABLE - NOTHING CHANGED'
083600                 TO MSGI
083700             SET EDIT-FAILED TO TRUE
083800         END-IF
083900     END-IF.
084000
084100 7400-EXIT.
084200     EXIT.
084300*
084400************************************************************
084500*  7500-WRITE-PENDING                                          *
084600*  WRITES THE CHANGE ON THE SCREEN TO PENDCHG WITH THE STATUS   *
084700*  IN WS-PEND-NEW-STATUS, REPLACING A REVIEWED RECORD FOR THE   *
084800*  SAME ENTRY.  THE BEFORE IMAGE COMES FROM WS-OLD-DATA, THE    *
084900*  AFTER IMAGE FROM WS-REC-DATA.  WS-RESP IS LEFT FOR THE       *
085000*  CALLER; DUPREC MEANS ANOTHER CHANGE TO THE ENTRY ARRIVED     *
085100*  FIRST.                                                       *
085200************************************************************
085300 7500-WRITE-PENDING.
085400
085500     IF PEND-ON-FILE
085600         EXEC CICS READ FILE('PENDCHG')
085700             INTO(WS-PENDCHG-REC)
085800             RIDFLD(WS-PEND-KEY)
085900             UPDATE
086000             RESP(WS-RESP)
086100         END-EXEC
086200         IF WS-RESP NOT = DFHRESP(NORMAL)
086300             GO TO 7500-EXIT
086400         END-IF
086500         IF PND-AWAITING-REVIEW
086600             EXEC CICS UNLOCK FILE('PENDCHG') END-EXEC
086700             MOVE DFHRESP(DUPREC) TO WS-RESP
086800             GO TO 7500-EXIT
086900         END-IF
087000     END-IF.
087100
087200     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
087300     ACCEPT WS-STAMP-TIME FROM TIME.
087400     MOVE SPACES             TO WS-PENDCHG-REC.
087500     MOVE FILEIDI            TO PND-FILE-ID.
087600     MOVE RKEYI              TO PND-REC-KEY.
087700     MOVE ACTIONI            TO PND-ACTION.
087800     MOVE WS-PEND-NEW-STATUS TO PND-STATUS.
087900     IF PND-EMERGENCY
088000         SET PND-EMERGENCY-OVERRIDE TO TRUE
088100     ELSE
088200         MOVE 'N' TO PND-OVERRIDE-SW
088300     END-IF.
088400     MOVE WS-STAMP-DATE      TO PND-REQ-DATE.
088500     MOVE WS-STAMP-TIME      TO PND-REQ-TIME.
088600     MOVE INITSI             TO PND-REQ-INITIALS.
088700     MOVE EIBTRMID           TO PND-REQ-TERMINAL.
088800     MOVE WS-OLD-DATA        TO PND-BEFORE-IMAGE.
088900     MOVE WS-REC-DATA        TO PND-AFTER-IMAGE.
089000
089100     IF PEND-ON-FILE
089200         EXEC CICS REWRITE FILE('PENDCHG')
089300             FROM(WS-PENDCHG-REC)
089400             RESP(WS-RESP)
089500         END-EXEC
089600     ELSE
089700         EXEC CICS WRITE FILE('PENDCHG')
089800             FROM(WS-PENDCHG-REC)
089900             RIDFLD(PND-CHG-KEY)
090000             RESP(WS-RESP)
090100         END-EXEC
090200     END-IF.
090300
090400 7500-EXIT.
090500     EXIT.
090600*
090700************************************************************
090800*  7600-RECORD-EMERGENCY                                       *
090900*  RECORDS A CHANGE JUST APPLIED UNDER THE EMERGENCY OVERRIDE   *
091000*  ON PENDCHG, WHERE IT WAITS FOR A SECOND OPERATOR'S           *
091100*  COUNTERSIGNATURE AND IS REPORTED UNTIL IT GETS ONE.          *
091200************************************************************
091300 7600-RECORD-EMERGENCY.
091400
091500     MOVE 'E' TO WS-PEND-NEW-STATUS.
091600     PERFORM 7500-WRITE-PENDING THRU 7500-EXIT.
091700     IF WS-RESP = DFHRESP(NORMAL)
091800         MOVE 'EMERGENCY CHANGE APPLIED - COUNTERSIGN ON PAPR'
091900             TO MSGI
092000     ELSE
092100         MOVE 'WARNING - APPLIED BUT NOT LOGGED FOR COUNTERSIGN'
092200             TO MSGI
092300     END-IF.
092400
092500 7600-EXIT.
092600     EXIT.
092700*
092800************************************************************
092900*  7700-QUEUE-FOR-APPROVAL                                     *
093000*  QUEUES THE CHANGE ON THE SCREEN ON PENDCHG FOR A SECOND      *
093100*  OPERATOR'S APPROVAL.  THE MASTER IS NOT TOUCHED.             *
093200************************************************************
093300 7700-QUEUE-FOR-APPROVAL.
093400
093500     MOVE 'P' TO WS-PEND-NEW-STATUS.
093600     PERFORM 7500-WRITE-PENDING THRU 7500-EXIT.
093700     EVALUATE TRUE
093800         WHEN WS-RESP = DFHRESP(NORMAL)
093900             MOVE 'QUEUED - APPROVAL BY A SECOND OPERATOR NEEDED'
094000                 TO MSGI
094100         WHEN WS-RESP = DFHRESP(DUPREC)
094200             MOVE 'ANOTHER CHANGE TO THIS ENTRY AWAITS REVIEW'
094300                 TO MSGI
094400         WHEN OTHER
094500             MOVE 'NOTHING QUEUED - PENDCHG FILE ERROR' TO MSGI
094600     END-EVALUATE.
094700
094800 7700-EXIT.
094900     EXIT.
