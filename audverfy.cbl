000100************************************************************
000200*                                                              *
000300*  AUDVERFY                                                    *
000400*  AUDIT-TRAIL CHAIN VERIFICATION.  READS THE AUDARCH ARCHIVE  *
000500*  GENERATIONS (OLDEST FIRST) AND THEN AUDITLOG AS ONE         *
000600*  SEQUENCE AND PROVES THE CHAIN EVERY AUDIT WRITER BUILDS -   *
000700*  EACH RECORD'S AUD-SEQ-NO MUST BE ONE MORE THAN THE RECORD   *
000800*  BEFORE IT, AND ITS AUD-CHAIN-VALUE MUST BE THE VALUE        *
000900*  AUDCHAIN COMPUTES FROM THE PREVIOUS RECORD'S VALUE AND      *
001000*  THIS RECORD'S CONTENT.  EVERY EXCEPTION IS LISTED ON        *
001100*  VERIFRPT:                                                   *
001200*      SEQUENCE GAP  - RECORDS ARE MISSING BEFORE THIS ONE     *
001300*                      (DELETED, OR A GENERATION LEFT OUT)     *
001400*      OUT OF ORDER  - A SEQUENCE NUMBER AT OR BELOW ONE       *
001500*                      ALREADY SEEN (MOVED OR INSERTED)        *
001600*      CHAIN BROKEN  - THE RECORD (OR ITS CHAIN VALUE) WAS     *
001700*                      CHANGED AFTER IT WAS WRITTEN            *
001800*      UNSEQUENCED   - A RECORD WITH NO SEQUENCE NUMBER        *
001900*                      INSIDE THE CHAIN (INSERTED)             *
002000*                                                              *
002100*  RECORDS WRITTEN BEFORE THE CHAIN EXISTED CARRY A ZERO       *
002200*  SEQUENCE NUMBER AND ARE COUNTED, NOT CHECKED.  WHEN THE     *
002300*  OLDEST ARCHIVE GENERATION HAS ROLLED OFF THE GDG, THE       *
002400*  FIRST RECORD SEEN IS TAKEN AS THE START OF THE CHAIN, SO A  *
002500*  CLEAN ROLL-OFF STILL VERIFIES.  THE AUDARCH FILE IS         *
002600*  OPTIONAL - WITHOUT IT ONLY AUDITLOG IS VERIFIED.  A GROUP-  *
002700*  STREAM LOG (AUDITLOGA, ...) IS ITS OWN CHAIN AND IS         *
002800*  VERIFIED BY A RUN AGAINST THAT LOG AND ITS OWN ARCHIVES.    *
002900*                                                              *
003000*  RETURN-CODE VALUES                                          *
003100*      0   =  THE CHAIN IS INTACT (OR THERE IS NO CHAIN YET)   *
003200*      12  =  AUDITLOG OR VERIFRPT COULD NOT BE OPENED         *
003300*      670 =  AT LEAST ONE GAP, BREAK OR OUT-OF-ORDER RECORD   *
003400*                                                              *
003500************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.    AudVerify.
003800 AUTHOR.        R. KOWALCZYK.
003900 INSTALLATION.  DATABASE SERVICES - BATCH SUPPORT.
004000 DATE-WRITTEN.  2026-10-15.
004100 DATE-COMPILED.
004200*
004300************************************************************
004400*  MODIFICATION HISTORY.                                      *
004500*      2026-10-15  RJK  ORIGINAL.                              *
004600************************************************************
004700
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT ARCH-FILE ASSIGN TO AUDARCH
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-ARCH-STATUS.
005400
005500     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-AUDIT-STATUS.
005800
005900     SELECT REPORT-FILE ASSIGN TO VERIFRPT
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-REPORT-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  ARCH-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 01  ARCH-REC                     PIC X(92).
006900
007000 FD  AUDIT-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  AUDIT-REC                    PIC X(92).
007400
007500 FD  REPORT-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 01  REPORT-LINE                  PIC X(80).
007900
008000 WORKING-STORAGE SECTION.
008100*
008200************************************************************
008300*  SWITCHES AND COUNTERS                                      *
008400************************************************************
008500 77  WS-ARCH-STATUS            PIC X(02)      VALUE SPACES.
008600     88  ARCH-OK                              VALUE '00'.
008700     88  ARCH-EOF                             VALUE '10'.
008800
008900 77  WS-AUDIT-STATUS           PIC X(02)      VALUE SPACES.
009000     88  AUDIT-OK                             VALUE '00'.
009100     88  AUDIT-EOF                            VALUE '10'.
009200
009300 77  WS-REPORT-STATUS          PIC X(02)      VALUE SPACES.
009400     88  REPORT-OK                            VALUE '00'.
009500
009600 77  WS-ARCH-OPEN-SW           PIC X(01)      VALUE 'N'.
009700     88  ARCH-FILE-OPEN                       VALUE 'Y'.
009800
009900 77  WS-ARCH-READ              PIC 9(09) COMP VALUE ZERO.
010000 77  WS-AUDIT-READ             PIC 9(09) COMP VALUE ZERO.
010100 77  WS-PRECHAIN-COUNT         PIC 9(09) COMP VALUE ZERO.
010200 77  WS-EXCEPTION-COUNT        PIC 9(09) COMP VALUE ZERO.
010300
010400************************************************************
010500*  CHAIN STATE - THE LAST RECORD ACCEPTED INTO THE CHAIN.     *
010600*  A RECORD OUT OF ORDER IS REPORTED AND PASSED OVER, SO THE  *
010700*  RECORDS AFTER IT ARE STILL CHECKED AGAINST THE RIGHT       *
010800*  PREDECESSOR.  ANY OTHER RECORD BECOMES THE PREDECESSOR,    *
010900*  EVEN ONE REPORTED, SO ONE DAMAGED RECORD IS ONE EXCEPTION  *
011000*  AND NOT A CASCADE.                                         *
011100************************************************************
011200 77  WS-CHAIN-SW               PIC X(01)      VALUE 'N'.
011300     88  CHAIN-STARTED                        VALUE 'Y'.
011400 77  WS-FIRST-SEQ              PIC 9(09)      VALUE ZERO.
011500 77  WS-LAST-SEQ               PIC 9(09)      VALUE ZERO.
011600 77  WS-EXPECTED-SEQ           PIC 9(09)      VALUE ZERO.
011700 77  WS-PREV-CHAIN             PIC 9(10)      VALUE ZERO.
011800
011900************************************************************
012000*  THE RECORD BEING CHECKED, AND A COPY OF IT FOR AUDCHAIN TO *
012100*  STAMP WITH THE CHAIN VALUE IT SHOULD CARRY.                *
012200************************************************************
012300 01  WS-AUDIT-REC.
012400     COPY AUDITREC.
012500 01  WS-CHECK-REC.
012600     05  WS-CHECK-SEALED          PIC X(82).
012700     05  WS-CHECK-CHAIN           PIC X(10).
012800
012900************************************************************
013000*  WHERE THE RECORD CAME FROM, FOR THE EXCEPTION LINE         *
013100************************************************************
013200 77  WS-CUR-FILE               PIC X(08)      VALUE SPACES.
013300 77  WS-CUR-REC-NO             PIC 9(09) COMP VALUE ZERO.
013400 77  WS-PROBLEM                PIC X(16)      VALUE SPACES.
013500
013600************************************************************
013700*  REPORT-LINE DETAIL FIELDS                                  *
013800************************************************************
013900 01  WS-DETAIL-LINE.
014000     05  WS-D-FILE                PIC X(08).
014100     05  FILLER                   PIC X(01) VALUE SPACES.
014200     05  WS-D-REC-NO              PIC ZZZZZZZZ9.
014300     05  FILLER                   PIC X(01) VALUE SPACES.
014400     05  WS-D-SEQ                 PIC ZZZZZZZZ9.
014500     05  FILLER                   PIC X(01) VALUE SPACES.
014600     05  WS-D-EXPECTED            PIC ZZZZZZZZ9.
014700     05  FILLER                   PIC X(01) VALUE SPACES.
014800     05  WS-D-DATE                PIC X(08).
014900     05  FILLER                   PIC X(01) VALUE SPACES.
015000     05  WS-D-TIME                PIC X(06).
015100     05  FILLER                   PIC X(01) VALUE SPACES.
015200     05  WS-D-DB-NAME             PIC X(08).
015300     05  FILLER                   PIC X(01) VALUE SPACES.
015400     05  WS-D-PROBLEM             PIC X(16).
015500
015600 01  WS-COUNT-LINE.
015700     05  WS-C-LABEL               PIC X(40).
015800     05  WS-C-VALUE               PIC ZZZ,ZZZ,ZZ9.
015900     05  FILLER                   PIC X(29) VALUE SPACES.
016000
016100 PROCEDURE DIVISION.
016200*
016300************************************************************
016400*  0000-MAINLINE                                              *
016500************************************************************
016600 0000-MAINLINE.
016700
016800     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
016900     IF ARCH-FILE-OPEN
017000         PERFORM 2000-VERIFY-ARCHIVE THRU 2000-EXIT
017100             UNTIL ARCH-EOF
017200     END-IF.
017300     PERFORM 2100-VERIFY-AUDITLOG  THRU 2100-EXIT
017400         UNTIL AUDIT-EOF.
017500     PERFORM 3000-PRINT-SUMMARY    THRU 3000-EXIT.
017600     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
017700
017800     IF WS-EXCEPTION-COUNT > ZERO
017900         DISPLAY 'AUDVERFY - AUDIT CHAIN BROKEN - '
018000             WS-EXCEPTION-COUNT ' EXCEPTION(S) - SEE VERIFRPT'
018100         MOVE 670 TO RETURN-CODE
018200     END-IF.
018300
018400     STOP RUN.
018500*
018600************************************************************
018700*  1000-INITIALIZE                                            *
018800*  OPENS THE FILES, PRINTS THE REPORT HEADINGS, AND READS THE  *
018900*  FIRST RECORD OF EACH LOG.                                   *
019000************************************************************
019100 1000-INITIALIZE.
019200
019300     OPEN INPUT AUDIT-FILE.
019400     IF NOT AUDIT-OK
019500         DISPLAY 'AUDVERFY - UNABLE TO OPEN AUDITLOG FILE'
019600         DISPLAY 'AUDVERFY - FILE STATUS IS ' WS-AUDIT-STATUS
019700         MOVE 12 TO RETURN-CODE
019800         STOP RUN
019900     END-IF.
020000
020100     OPEN OUTPUT REPORT-FILE.
020200     IF NOT REPORT-OK
020300         DISPLAY 'AUDVERFY - UNABLE TO OPEN VERIFRPT FILE'
020400         DISPLAY 'AUDVERFY - FILE STATUS IS ' WS-REPORT-STATUS
020500         MOVE 12 TO RETURN-CODE
020600         STOP RUN
020700     END-IF.
020800
020900     OPEN INPUT ARCH-FILE.
021000     IF ARCH-OK
021100         SET ARCH-FILE-OPEN TO TRUE
021200         PERFORM 2050-READ-ARCHIVE THRU 2050-EXIT
021300     ELSE
021400         DISPLAY 'AUDVERFY - NO AUDARCH FILE - '
021500             'VERIFYING AUDITLOG ONLY'
021600     END-IF.
021700
021800     MOVE SPACES TO REPORT-LINE.
021900     MOVE 'AUDIT-TRAIL CHAIN VERIFICATION' TO REPORT-LINE.
022000     WRITE REPORT-LINE.
022100
022200     MOVE SPACES TO REPORT-LINE.
022300     MOVE 'FILE        RECORD  SEQUENCE  EXPECTED' TO REPORT-LINE.
022400     MOVE 'DATE     TIME   SUBSYS   EXCEPTION'
022500         TO REPORT-LINE (40:34).
022600     WRITE REPORT-LINE.
022700
022800     PERFORM 2150-READ-AUDITLOG THRU 2150-EXIT.
022900
023000 1000-EXIT.
023100     EXIT.
023200*
023300************************************************************
023400*  2000-VERIFY-ARCHIVE                                        *
023500*  CHECKS ONE ARCHIVED RECORD AND READS THE NEXT.              *
023600************************************************************
023700 2000-VERIFY-ARCHIVE.
023800
023900     ADD 1 TO WS-ARCH-READ.
024000     MOVE 'AUDARCH'    TO WS-CUR-FILE.
024100     MOVE WS-ARCH-READ TO WS-CUR-REC-NO.
024200     MOVE ARCH-REC     TO WS-AUDIT-REC.
024300     PERFORM 2500-CHECK-RECORD THRU 2500-EXIT.
024400
024500     PERFORM 2050-READ-ARCHIVE THRU 2050-EXIT.
024600
024700 2000-EXIT.
024800     EXIT.
024900*
025000************************************************************
025100*  2050-READ-ARCHIVE                                          *
025200*  READS THE NEXT ARCHIVED AUDIT RECORD.                       *
025300************************************************************
025400 2050-READ-ARCHIVE.
025500
025600     READ ARCH-FILE
025700         AT END
025800             SET ARCH-EOF TO TRUE
025900     END-READ.
026000
026100 2050-EXIT.
026200     EXIT.
026300*
026400************************************************************
026500*  2100-VERIFY-AUDITLOG                                       *
026600*  CHECKS ONE CURRENT AUDIT RECORD AND READS THE NEXT.         *
026700************************************************************
026800 2100-VERIFY-AUDITLOG.
026900
027000     ADD 1 TO WS-AUDIT-READ.
027100     MOVE 'AUDITLOG'    TO WS-CUR-FILE.
027200     MOVE WS-AUDIT-READ TO WS-CUR-REC-NO.
027300     MOVE AUDIT-REC     TO WS-AUDIT-REC.
027400     PERFORM 2500-CHECK-RECORD THRU 2500-EXIT.
027500
027600     PERFORM 2150-READ-AUDITLOG THRU 2150-EXIT.
027700
027800 2100-EXIT.
027900     EXIT.
028000*
028100************************************************************
028200*  2150-READ-AUDITLOG                                         *
028300*  READS THE NEXT CURRENT AUDIT RECORD.                        *
028400************************************************************
028500 2150-READ-AUDITLOG.
028600
028700     READ AUDIT-FILE
028800         AT END
028900             SET AUDIT-EOF TO TRUE
029000     END-READ.
029100
029200 2150-EXIT.
029300     EXIT.
029400*
029500************************************************************
029600*  2500-CHECK-RECORD                                          *
029700*  HOLDS ONE RECORD AGAINST THE CHAIN SO FAR.  THE FIRST       *
029800*  SEQUENCED RECORD STARTS THE CHAIN - IT CAN ONLY BE CHECKED  *
029900*  ITSELF WHEN IT IS SEQUENCE 1, WHOSE PREDECESSOR VALUE IS    *
030000*  ZERO BY DEFINITION.                                         *
030100************************************************************
030200 2500-CHECK-RECORD.
030300
030400     IF AUD-SEQ-NO NOT NUMERIC OR AUD-SEQ-NO = ZERO
030500         IF CHAIN-STARTED
030600             COMPUTE WS-EXPECTED-SEQ = WS-LAST-SEQ + 1
030700             MOVE 'UNSEQUENCED' TO WS-PROBLEM
030800             PERFORM 2600-NOTE-EXCEPTION THRU 2600-EXIT
030900         ELSE
031000             ADD 1 TO WS-PRECHAIN-COUNT
031100         END-IF
031200         GO TO 2500-EXIT
031300     END-IF.
031400
031500     IF NOT CHAIN-STARTED
031600         SET CHAIN-STARTED TO TRUE
031700         MOVE AUD-SEQ-NO TO WS-FIRST-SEQ WS-EXPECTED-SEQ
031800         MOVE ZERO       TO WS-PREV-CHAIN
031900         IF AUD-SEQ-NO = 1
032000             PERFORM 2550-CHECK-CHAIN-VALUE THRU 2550-EXIT
032100         END-IF
032200         GO TO 2500-ACCEPT
032300     END-IF.
032400
032500     COMPUTE WS-EXPECTED-SEQ = WS-LAST-SEQ + 1.
032600
032700     IF AUD-SEQ-NO < WS-EXPECTED-SEQ
032800         MOVE 'OUT OF ORDER' TO WS-PROBLEM
032900         PERFORM 2600-NOTE-EXCEPTION THRU 2600-EXIT
033000         GO TO 2500-EXIT
033100     END-IF.
033200
033300*
033400*    A GAP IS REPORTED ON ITS OWN - THE CHAIN VALUE CANNOT
033500*    MATCH ACROSS MISSING RECORDS, SO A SECOND EXCEPTION FOR
033600*    THE SAME RECORD WOULD ADD NOTHING.
033700*
033800     IF AUD-SEQ-NO > WS-EXPECTED-SEQ
033900         MOVE 'SEQUENCE GAP' TO WS-PROBLEM
034000         PERFORM 2600-NOTE-EXCEPTION THRU 2600-EXIT
034100         GO TO 2500-ACCEPT
034200     END-IF.
034300
034400     PERFORM 2550-CHECK-CHAIN-VALUE THRU 2550-EXIT.
034500
034600 2500-ACCEPT.
034700
034800     MOVE AUD-SEQ-NO TO WS-LAST-SEQ.
034900     IF AUD-CHAIN-VALUE NUMERIC
035000         MOVE AUD-CHAIN-VALUE TO WS-PREV-CHAIN
035100     ELSE
035200         MOVE ZERO TO WS-PREV-CHAIN
035300     END-IF.
035400
035500 2500-EXIT.
035600     EXIT.
035700*
035800************************************************************
035900*  2550-CHECK-CHAIN-VALUE                                     *
036000*  RECOMPUTES THE CHAIN VALUE THE RECORD SHOULD CARRY FROM     *
036100*  ITS PREDECESSOR'S VALUE AND COMPARES IT WITH THE ONE IT     *
036200*  DOES CARRY.                                                 *
036300************************************************************
036400 2550-CHECK-CHAIN-VALUE.
036500
036600     MOVE WS-AUDIT-REC TO WS-CHECK-REC.
036700     CALL 'AUDCHAIN' USING WS-PREV-CHAIN, WS-CHECK-REC.
036800
036900     IF WS-CHECK-CHAIN NOT = WS-AUDIT-REC (83:10)
037000         MOVE 'CHAIN BROKEN' TO WS-PROBLEM
037100         PERFORM 2600-NOTE-EXCEPTION THRU 2600-EXIT
037200     END-IF.
037300
037400 2550-EXIT.
037500     EXIT.
037600*
037700************************************************************
037800*  2600-NOTE-EXCEPTION                                        *
037900*  PRINTS ONE EXCEPTION LINE FOR THE RECORD BEING CHECKED.     *
038000************************************************************
038100 2600-NOTE-EXCEPTION.
038200
038300     ADD 1 TO WS-EXCEPTION-COUNT.
038400
038500     MOVE SPACES          TO WS-DETAIL-LINE.
038600     MOVE WS-CUR-FILE     TO WS-D-FILE.
038700     MOVE WS-CUR-REC-NO   TO WS-D-REC-NO.
038800     IF AUD-SEQ-NO NUMERIC
038900         MOVE AUD-SEQ-NO  TO WS-D-SEQ
039000     ELSE
039100         MOVE ZERO        TO WS-D-SEQ
039200     END-IF.
039300     MOVE WS-EXPECTED-SEQ TO WS-D-EXPECTED.
039400     MOVE AUD-DATE        TO WS-D-DATE.
039500     MOVE AUD-TIME (1:6)  TO WS-D-TIME.
039600     MOVE AUD-DB-NAME     TO WS-D-DB-NAME.
039700     MOVE WS-PROBLEM      TO WS-D-PROBLEM.
039800
039900     MOVE WS-DETAIL-LINE  TO REPORT-LINE.
040000     WRITE REPORT-LINE.
040100
040200 2600-EXIT.
040300     EXIT.
040400*
040500************************************************************
040600*  3000-PRINT-SUMMARY                                         *
040700*  PRINTS THE RECORD COUNTS, WHERE THE CHAIN STARTS AND ENDS,  *
040800*  AND THE VERDICT.                                            *
040900************************************************************
041000 3000-PRINT-SUMMARY.
041100
041200     MOVE SPACES TO REPORT-LINE.
041300     WRITE REPORT-LINE.
041400
041500     MOVE SPACES TO WS-COUNT-LINE.
041600     MOVE 'AUDARCH RECORDS READ' TO WS-C-LABEL.
041700     MOVE WS-ARCH-READ           TO WS-C-VALUE.
041800     MOVE WS-COUNT-LINE          TO REPORT-LINE.
041900     WRITE REPORT-LINE.
042000
042100     MOVE 'AUDITLOG RECORDS READ' TO WS-C-LABEL.
042200     MOVE WS-AUDIT-READ           TO WS-C-VALUE.
042300     MOVE WS-COUNT-LINE           TO REPORT-LINE.
042400     WRITE REPORT-LINE.
042500
042600     MOVE 'RECORDS FROM BEFORE THE CHAIN' TO WS-C-LABEL.
042700     MOVE WS-PRECHAIN-COUNT       TO WS-C-VALUE.
042800     MOVE WS-COUNT-LINE           TO REPORT-LINE.
042900     WRITE REPORT-LINE.
043000
043100     MOVE 'CHAIN STARTS AT SEQUENCE NUMBER' TO WS-C-LABEL.
043200     MOVE WS-FIRST-SEQ            TO WS-C-VALUE.
043300     MOVE WS-COUNT-LINE           TO REPORT-LINE.
043400     WRITE REPORT-LINE.
043500
043600     MOVE 'LAST SEQUENCE NUMBER'  TO WS-C-LABEL.
043700     MOVE WS-LAST-SEQ             TO WS-C-VALUE.
043800     MOVE WS-COUNT-LINE           TO REPORT-LINE.
043900     WRITE REPORT-LINE.
044000
044100     MOVE 'EXCEPTIONS'            TO WS-C-LABEL.
044200     MOVE WS-EXCEPTION-COUNT      TO WS-C-VALUE.
044300     MOVE WS-COUNT-LINE           TO REPORT-LINE.
044400     WRITE REPORT-LINE.
044500
044600     IF WS-FIRST-SEQ > 1
044700         MOVE SPACES TO REPORT-LINE
044800         MOVE 'EARLIER RECORDS ARE NO LONGER ON FILE -'
044900             TO REPORT-LINE
045000         MOVE 'THE CHAIN IS CHECKED FROM ITS'
045100             TO REPORT-LINE (41:29)
045200         WRITE REPORT-LINE
045300         MOVE SPACES TO REPORT-LINE
045400         MOVE 'OLDEST SURVIVING RECORD' TO REPORT-LINE
045500         WRITE REPORT-LINE
045600     END-IF.
045700
045800     MOVE SPACES TO REPORT-LINE.
045900     EVALUATE TRUE
046000         WHEN WS-EXCEPTION-COUNT > ZERO
046100             MOVE 'AUDIT CHAIN BROKEN - SEE THE EXCEPTIONS ABOVE'
046200                 TO REPORT-LINE
046300         WHEN NOT CHAIN-STARTED
046400             MOVE 'NO SEQUENCED AUDIT RECORDS TO VERIFY'
046500                 TO REPORT-LINE
046600         WHEN OTHER
046700             MOVE 'AUDIT CHAIN VERIFIED - NO GAP, BREAK OR'
046800                 TO REPORT-LINE
046900             MOVE 'OUT-OF-' TO REPORT-LINE (41:7)
047000             MOVE 'ORDER RECORD' TO REPORT-LINE (48:12)
047100     END-EVALUATE.
047200     WRITE REPORT-LINE.
047300
047400 3000-EXIT.
047500     EXIT.
047600*
047700************************************************************
047800*  9000-TERMINATE                                             *
047900*  CLOSES ALL OPEN FILES BEFORE THE PROGRAM ENDS.              *
048000************************************************************
048100 9000-TERMINATE.
048200
048300     IF ARCH-FILE-OPEN
048400         CLOSE ARCH-FILE
048500     END-IF.
048600     CLOSE AUDIT-FILE.
048700     CLOSE REPORT-FILE.
048800
048900 9000-EXIT.
049000     EXIT.
