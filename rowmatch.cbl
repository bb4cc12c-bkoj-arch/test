000100************************************************************
000200*                                                              *
000300*  ROWMATCH                                                    *
000400*  ROW-LEVEL MATCH OF THE READ AND WRITE PASSES.  RUNS AFTER   *
000500*  CTLBALAN AND COMPARES THE ROW EXTRACTS DBREADER AND         *
000600*  DBWRITER WROTE FOR THE WINDOW RUN, BOTH SORTED ON SUBSYSTEM *
000700*  AND ROW KEY, SO AN OUT-OF-BALANCE NIGHT NAMES THE ROWS      *
000800*  BEHIND IT - READ BUT NOT WRITTEN, WRITTEN BUT NOT READ,     *
000900*  DUPLICATED, OR WRITTEN WITH A DIFFERENT AMOUNT OR CATEGORY  *
001000*  - INSTEAD OF ONLY THE LEVEL THAT BROKE.  EVERY ROW THE      *
001100*  WRITE PASS MISSED OR GOT WRONG IS APPENDED TO THE SUSPENSE  *
001200*  FILE, WHICH THE NEXT NIGHT'S DBWRITER PASS RE-DRIVES.       *
001210*  A SUBSYSTEM WHOSE WRITE PASS WAS BYPASSED FOR A PROCESSING  *
001220*  DEPENDENCY (ITS LAST DBWRITER RECORD FOR THE RUN ON THE     *
001230*  OPTIONAL WTRRSTRT FILE IS BYPASSED) IS NOT MATCHED - ITS    *
001240*  ROWS ARE COUNTED AND THE SUMMARY LINE MARKED BYPASS, BUT NO *
001250*  EXCEPTION IS PRINTED AND NOTHING GOES TO SUSPENSE, SINCE    *
001260*  THE WHOLE SUBSYSTEM IS WORKED AGAIN IN A LATER WINDOW.      *
001300*                                                              *
001400*  RETURN-CODE VALUES                                          *
001500*      0   =  EVERY ROW MATCHED                                *
001600*      12  =  A REQUIRED FILE COULD NOT BE OPENED, OR AN       *
001700*             EXTRACT WAS NOT IN SUBSYSTEM/ROW-KEY ORDER       *
001800*      16  =  THE SUBSYSTEM TABLE OVERFLOWED                   *
001900*      660 =  AT LEAST ONE ROW DID NOT MATCH                   *
002000*                                                              *
002100************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.    RowMatch.
002400 AUTHOR.        R. KOWALCZYK.
002500 INSTALLATION.  DATABASE SERVICES - BATCH SUPPORT.
002600 DATE-WRITTEN.  2026-10-15.
002700 DATE-COMPILED.
002800*
002900************************************************************
003000*  MODIFICATION HISTORY.                                      *
003100*      2026-10-15  RJK  ORIGINAL.                              *
003110*      2026-10-15  RJK  A SUBSYSTEM BYPASSED BY THE WRITE PASS *
003120*                       IS REPORTED AS BYPASSED, NOT           *
003130*                       UNMATCHED, AND SENDS NOTHING TO        *
003140*                       SUSPENSE.                              *
003200************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CHKPT-IN-FILE ASSIGN TO CHKPTIN
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-CHKPT-IN-STATUS.
004000
004100     SELECT RDR-FILE ASSIGN TO RDRXTRCT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-RDR-STATUS.
004400
004500     SELECT WTR-FILE ASSIGN TO WTRXTRCT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-WTR-STATUS.
004800
004900     SELECT SUSP-FILE ASSIGN TO SUSPOUT
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-SUSP-STATUS.
005200
005300     SELECT REPORT-FILE ASSIGN TO MATCHRPT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-REPORT-STATUS.
005510
005520     SELECT WTR-RSTRT-FILE ASSIGN TO WTRRSTRT
005530         ORGANIZATION IS SEQUENTIAL
005540         FILE STATUS IS WS-WTR-RSTRT-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CHKPT-IN-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  CHKPT-IN-REC.
006300     COPY CHKPTREC.
006400
006500 FD  RDR-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 01  RDR-REC.
006900     COPY ROWXREC
007000         REPLACING RX-RUN-ID BY RR-RUN-ID
007100                   RX-PROGRAM BY RR-PROGRAM
007200                   RX-FROM-READER BY RR-FROM-READER
007300                   RX-FROM-WRITER BY RR-FROM-WRITER
007400                   RX-DB-NAME BY RR-DB-NAME
007500                   RX-ROW-KEY BY RR-ROW-KEY
007600                   RX-AMOUNT BY RR-AMOUNT
007700                   RX-CATEGORY BY RR-CATEGORY.
007800
007900 FD  WTR-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  WTR-REC.
008300     COPY ROWXREC
008400         REPLACING RX-RUN-ID BY RW-RUN-ID
008500                   RX-PROGRAM BY RW-PROGRAM
008600                   RX-FROM-READER BY RW-FROM-READER
008700                   RX-FROM-WRITER BY RW-FROM-WRITER
008800                   RX-DB-NAME BY RW-DB-NAME
008900                   RX-ROW-KEY BY RW-ROW-KEY
009000                   RX-AMOUNT BY RW-AMOUNT
009100                   RX-CATEGORY BY RW-CATEGORY.
009200
009300 FD  SUSP-FILE
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600 01  SUSP-REC.
009700     COPY SUSPREC.
009800
009900 FD  REPORT-FILE
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200 01  REPORT-LINE                  PIC X(80).
010210
010220 FD  WTR-RSTRT-FILE
010230     RECORDING MODE IS F
010240     LABEL RECORDS ARE STANDARD.
010250 01  WTR-RSTRT-REC.
010260     COPY RSTRTREC.
010300
010400 WORKING-STORAGE SECTION.
010500*
010600************************************************************
010700*  SWITCHES AND COUNTERS                                      *
010800************************************************************
010900 77  WS-CHKPT-IN-STATUS        PIC X(02)      VALUE SPACES.
011000     88  CHKPT-IN-OK                          VALUE '00'.
011100     88  CHKPT-IN-EOF                         VALUE '10'.
011200
011300 77  WS-RDR-STATUS             PIC X(02)      VALUE SPACES.
011400     88  RDR-OK                               VALUE '00'.
011500     88  RDR-EOF                              VALUE '10'.
011600
011700 77  WS-WTR-STATUS             PIC X(02)      VALUE SPACES.
011800     88  WTR-OK                               VALUE '00'.
011900     88  WTR-EOF                              VALUE '10'.
012000
012100 77  WS-SUSP-STATUS            PIC X(02)      VALUE SPACES.
012200     88  SUSP-OK                              VALUE '00'.
012300
012400 77  WS-REPORT-STATUS          PIC X(02)      VALUE SPACES.
012500     88  REPORT-OK                            VALUE '00'.
012510
012520 77  WS-WTR-RSTRT-STATUS       PIC X(02)      VALUE SPACES.
012530     88  WTR-RSTRT-OK                         VALUE '00'.
012540     88  WTR-RSTRT-EOF                        VALUE '10'.
012600
012700 77  WS-SUB-COUNT              PIC 9(04) COMP VALUE ZERO.
012800 77  WS-EXCEPTION-COUNT        PIC 9(09) COMP VALUE ZERO.
012900 77  WS-SUSPENSE-COUNT         PIC 9(09) COMP VALUE ZERO.
013000 77  WS-OTHER-RUN-COUNT        PIC 9(09) COMP VALUE ZERO.
013010 77  WS-BYPASSED-COUNT         PIC 9(04) COMP VALUE ZERO.
013100
013200*    ROWS CARRYING THE CURRENT KEY IN EACH EXTRACT, AND THE
013300*    AMOUNT AND CATEGORY OF THE FIRST OF THEM.
013400 77  WS-R-DUP-COUNT            PIC 9(04) COMP VALUE ZERO.
013500 77  WS-W-DUP-COUNT            PIC 9(04) COMP VALUE ZERO.
013600 77  WS-R-AMOUNT               PIC S9(13)V99  VALUE ZERO.
013700 77  WS-W-AMOUNT               PIC S9(13)V99  VALUE ZERO.
013800 77  WS-R-CATEGORY             PIC 9(01)      VALUE ZERO.
013900 77  WS-W-CATEGORY             PIC 9(01)      VALUE ZERO.
014000
014100 77  WS-FOUND-SW               PIC X(01)      VALUE 'N'.
014200     88  SUB-ENTRY-FOUND                      VALUE 'Y'.
014300
014400 77  WS-SUSP-REASON            PIC X(01)      VALUE SPACE.
014500 77  WS-REMARK                 PIC X(18)      VALUE SPACES.
014600
014700*    WINDOW-RUN IDENTIFIER ADOPTED FROM THE CHKPTIN GENERATION.
014800*    EXTRACT ROWS FROM ANY OTHER RUN ARE LEFT OUT OF THE MATCH.
014900 77  WS-RUN-ID                 PIC X(16)      VALUE SPACES.
015000
015100 01  WS-CURRENT-DATE           PIC X(08)      VALUE SPACES.
015200
015300************************************************************
015400*  MATCH KEYS - SUBSYSTEM AND ROW KEY.  AN EXTRACT AT END OF  *
015500*  FILE HOLDS HIGH-VALUES SO THE OTHER ONE DRAINS PAST IT.    *
015600*  THE PREVIOUS KEY OF EACH EXTRACT PROVES ITS SORT ORDER.    *
015700************************************************************
015800 01  WS-R-KEY.
015900     05  WS-R-DB-NAME          PIC X(08).
016000     05  WS-R-ROW-KEY          PIC X(20).
016100 01  WS-W-KEY.
016200     05  WS-W-DB-NAME          PIC X(08).
016300     05  WS-W-ROW-KEY          PIC X(20).
016400 01  WS-MATCH-KEY.
016500     05  WS-M-DB-NAME          PIC X(08).
016600     05  WS-M-ROW-KEY          PIC X(20).
016700 01  WS-R-PREV-KEY             PIC X(28)      VALUE LOW-VALUES.
016800 01  WS-W-PREV-KEY             PIC X(28)      VALUE LOW-VALUES.
016900
016901************************************************************
016902*  LAST DBWRITER RESTART STATUS OF EACH SUBSYSTEM FOR THIS    *
016903*  WINDOW RUN, FROM THE WTRRSTRT FILE.                        *
016904************************************************************
016905 77  WS-WST-COUNT              PIC 9(04) COMP VALUE ZERO.
016906 01  WST-TABLE.
016907     05  WST-ENTRY OCCURS 1 TO 100 TIMES
016908             DEPENDING ON WS-WST-COUNT
016909             INDEXED BY WST-IDX.
016910         10  WST-DB-NAME           PIC X(08).
016911         10  WST-STATUS            PIC X(01).
016912             88  WST-BYPASSED               VALUE 'B'.
016913
017000************************************************************
017100*  ONE SUMMARY ENTRY PER SUBSYSTEM SEEN IN EITHER EXTRACT.    *
017200************************************************************
017300 01  SUB-TABLE.
017400     05  SUB-ENTRY OCCURS 1 TO 100 TIMES
017500             DEPENDING ON WS-SUB-COUNT
017600             INDEXED BY SUB-IDX.
017700         10  SUB-DB-NAME           PIC X(08).
017800         10  SUB-ROWS-READ         PIC 9(09) COMP.
017900         10  SUB-ROWS-WRITTEN      PIC 9(09) COMP.
018000         10  SUB-NOT-WRITTEN       PIC 9(07) COMP.
018100         10  SUB-NOT-READ          PIC 9(07) COMP.
018200         10  SUB-DUPLICATES        PIC 9(07) COMP.
018300         10  SUB-MISMATCHES        PIC 9(07) COMP.
018310         10  SUB-BYPASS-SW         PIC X(01).
018320             88  SUB-BYPASSED               VALUE 'Y'.
018400
018500************************************************************
018600*  REPORT-LINE DETAIL FIELDS                                  *
018700************************************************************
018800 01  WS-DETAIL-LINE.
018900     05  WS-D-DB-NAME             PIC X(08).
019000     05  FILLER                   PIC X(02) VALUE SPACES.
019100     05  WS-D-ROW-KEY             PIC X(20).
019200     05  FILLER                   PIC X(02) VALUE SPACES.
019300     05  WS-D-RD-AMOUNT           PIC -(10)9.99.
019400     05  FILLER                   PIC X(01) VALUE SPACES.
019500     05  WS-D-WR-AMOUNT           PIC -(10)9.99.
019600     05  FILLER                   PIC X(01) VALUE SPACES.
019700     05  WS-D-REMARK              PIC X(18).
019800
019900 01  WS-SUMMARY-LINE.
020000     05  WS-S-DB-NAME             PIC X(08).
020100     05  FILLER                   PIC X(02) VALUE SPACES.
020200     05  WS-S-ROWS-READ           PIC ZZZ,ZZZ,ZZ9.
020300     05  FILLER                   PIC X(02) VALUE SPACES.
020400     05  WS-S-ROWS-WRITTEN        PIC ZZZ,ZZZ,ZZ9.
020500     05  FILLER                   PIC X(02) VALUE SPACES.
020600     05  WS-S-NOT-WRITTEN         PIC Z,ZZZ,ZZ9.
020700     05  FILLER                   PIC X(01) VALUE SPACES.
020800     05  WS-S-NOT-READ            PIC Z,ZZZ,ZZ9.
020900     05  FILLER                   PIC X(01) VALUE SPACES.
021000     05  WS-S-DUPLICATES          PIC ZZZ,ZZ9.
021100     05  FILLER                   PIC X(01) VALUE SPACES.
021200     05  WS-S-MISMATCHES          PIC Z,ZZZ,ZZ9.
021300     05  FILLER                   PIC X(01) VALUE SPACES.
021310     05  WS-S-REMARK              PIC X(06) VALUE SPACES.
021400
021500 PROCEDURE DIVISION.
021600*
021700************************************************************
021800*  0000-MAINLINE                                              *
021900************************************************************
022000 0000-MAINLINE.
022100
022200     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
022300     PERFORM 2000-MATCH-KEY        THRU 2000-EXIT
022400         UNTIL WS-R-KEY = HIGH-VALUES
022500           AND WS-W-KEY = HIGH-VALUES.
022600     PERFORM 3000-PRINT-SUMMARY    THRU 3000-EXIT.
022700     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
022800
022900     IF WS-EXCEPTION-COUNT > ZERO
023000         MOVE 660 TO RETURN-CODE
023100     END-IF.
023200
023300     STOP RUN.
023400*
023500************************************************************
023600*  1000-INITIALIZE                                            *
023700*  OPENS EVERY FILE, ADOPTS THE WINDOW-RUN ID FROM THE        *
023800*  CHECKPOINT, PRINTS THE HEADINGS AND READS THE FIRST ROW OF *
023900*  EACH EXTRACT.  THE SUSPENSE FILE IS OPENED FOR EXTEND - IT *
024000*  STILL HOLDS ANY ROWS THE LAST DBWRITER PASS COULD NOT      *
024100*  RE-DRIVE.                                                  *
024200************************************************************
024300 1000-INITIALIZE.
024400
024500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
024600
024700     OPEN INPUT CHKPT-IN-FILE.
024800     IF NOT CHKPT-IN-OK
024900         DISPLAY 'ROWMATCH - UNABLE TO OPEN CHKPTIN FILE'
025000         DISPLAY 'ROWMATCH - FILE STATUS IS ' WS-CHKPT-IN-STATUS
025100         MOVE 12 TO RETURN-CODE
025200         STOP RUN
025300     END-IF.
025400     PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT
025500         UNTIL CHKPT-IN-EOF
025600            OR WS-RUN-ID NOT = SPACES.
025700     CLOSE CHKPT-IN-FILE.
025800
025900     OPEN INPUT RDR-FILE.
026000     IF NOT RDR-OK
026100         DISPLAY 'ROWMATCH - UNABLE TO OPEN RDRXTRCT FILE'
026200         DISPLAY 'ROWMATCH - FILE STATUS IS ' WS-RDR-STATUS
026300         MOVE 12 TO RETURN-CODE
026400         STOP RUN
026500     END-IF.
026600
026700     OPEN INPUT WTR-FILE.
026800     IF NOT WTR-OK
026900         DISPLAY 'ROWMATCH - UNABLE TO OPEN WTRXTRCT FILE'
027000         DISPLAY 'ROWMATCH - FILE STATUS IS ' WS-WTR-STATUS
027100         MOVE 12 TO RETURN-CODE
027200         STOP RUN
027300     END-IF.
027400
027500     OPEN EXTEND SUSP-FILE.
027600     IF NOT SUSP-OK
027700         DISPLAY 'ROWMATCH - UNABLE TO OPEN SUSPOUT FILE'
027800         DISPLAY 'ROWMATCH - FILE STATUS IS ' WS-SUSP-STATUS
027900         MOVE 12 TO RETURN-CODE
028000         STOP RUN
028100     END-IF.
028200
028300     OPEN OUTPUT REPORT-FILE.
028400     IF NOT REPORT-OK
028500         DISPLAY 'ROWMATCH - UNABLE TO OPEN MATCHRPT FILE'
028600         DISPLAY 'ROWMATCH - FILE STATUS IS ' WS-REPORT-STATUS
028700         MOVE 12 TO RETURN-CODE
028800         STOP RUN
028900     END-IF.
029000
029100     MOVE SPACES TO REPORT-LINE.
029200     STRING 'READ/WRITE ROW MATCH FOR WINDOW RUN '
029300            WS-RUN-ID DELIMITED BY SIZE
029400         INTO REPORT-LINE.
029500     WRITE REPORT-LINE.
029600     MOVE SPACES TO REPORT-LINE.
029700     WRITE REPORT-LINE.
029800     MOVE 'SUBSYS    ROW KEY' TO REPORT-LINE.
029900     MOVE 'READ AMOUNT'  TO REPORT-LINE (36:11).
030000     MOVE 'WRITE AMOUNT' TO REPORT-LINE (50:12).
030100     MOVE 'REMARK'       TO REPORT-LINE (63:6).
030200     WRITE REPORT-LINE.
030300
030301*    THE WRITER RESTART FILE IS OPTIONAL - WITHOUT IT NO
030302*    SUBSYSTEM IS TAKEN AS BYPASSED.
030303     OPEN INPUT WTR-RSTRT-FILE.
030304     IF WTR-RSTRT-OK
030305         PERFORM 1200-LOAD-WRITER-STATUS THRU 1200-EXIT
030306             UNTIL WTR-RSTRT-EOF
030307         CLOSE WTR-RSTRT-FILE
030308     ELSE
030309         DISPLAY 'ROWMATCH - NO WTRRSTRT FILE - BYPASSED '
030310             'SUBSYSTEMS NOT RECOGNISED'
030311     END-IF.
030312
030400     PERFORM 2500-NEXT-READ-ROW  THRU 2500-EXIT.
030500     PERFORM 2600-NEXT-WRITE-ROW THRU 2600-EXIT.
030600
030700 1000-EXIT.
030800     EXIT.
030900*
031000************************************************************
031100*  1100-READ-CHECKPOINT                                       *
031200*  READS ONE CHECKPOINT ENTRY - THE FIRST ONE CARRYING A RUN  *
031300*  ID NAMES THE WINDOW RUN BEING MATCHED.  A GENERATION       *
031400*  WITHOUT A RUN ID MATCHES EVERY EXTRACT ROW.                *
031500************************************************************
031600 1100-READ-CHECKPOINT.
031700
031800     READ CHKPT-IN-FILE
031900         AT END
032000             SET CHKPT-IN-EOF TO TRUE
032100     END-READ.
032200
032300     IF NOT CHKPT-IN-EOF AND CHK-RUN-ID NOT = SPACES
032400         MOVE CHK-RUN-ID TO WS-RUN-ID
032500     END-IF.
032600
032700 1100-EXIT.
032800     EXIT.
032900*
032901************************************************************
032902*  1200-LOAD-WRITER-STATUS                                    *
032903*  READS ONE WRITER RESTART RECORD AND KEEPS ITS STATUS FOR   *
032904*  THE SUBSYSTEM - THE LAST DBWRITER RECORD FOR A SUBSYSTEM   *
032905*  IN THIS WINDOW RUN IS THE LATEST.  ABENDS IF THE TABLE IS  *
032906*  ALREADY FULL.                                              *
032907************************************************************
032908 1200-LOAD-WRITER-STATUS.
032909
032910     READ WTR-RSTRT-FILE
032911         AT END
032912             SET WTR-RSTRT-EOF TO TRUE
032913     END-READ.
032914
032915     IF WTR-RSTRT-EOF
032916      OR RST-PROGRAM NOT = 'DBWRITER'
032917         GO TO 1200-EXIT
032918     END-IF.
032919     IF WS-RUN-ID NOT = SPACES
032920      AND RST-RUN-ID NOT = WS-RUN-ID
032921         GO TO 1200-EXIT
032922     END-IF.
032923
032924     IF WS-WST-COUNT > ZERO
032925         SET WST-IDX TO 1
032926         SEARCH WST-ENTRY
032927             AT END
032928                 CONTINUE
032929             WHEN WST-DB-NAME (WST-IDX) = RST-DB-NAME
032930                 MOVE RST-STATUS TO WST-STATUS (WST-IDX)
032931                 GO TO 1200-EXIT
032932         END-SEARCH
032933     END-IF.
032934
032935     IF WS-WST-COUNT = 100
032936         DISPLAY 'ROWMATCH - WRITER STATUS TABLE IS FULL - '
032937             'CANNOT LOAD ALL WTRRSTRT ENTRIES'
032938         MOVE 16 TO RETURN-CODE
032939         PERFORM 9000-TERMINATE THRU 9000-EXIT
032940         STOP RUN
032941     END-IF.
032942     ADD 1 TO WS-WST-COUNT.
032943     MOVE RST-DB-NAME TO WST-DB-NAME (WS-WST-COUNT).
032944     MOVE RST-STATUS  TO WST-STATUS (WS-WST-COUNT).
032945
032946 1200-EXIT.
032947     EXIT.
032948*
033000************************************************************
033100*  2000-MATCH-KEY                                             *
033200*  TAKES THE LOWER OF THE TWO CURRENT KEYS, GATHERS EVERY ROW  *
033300*  CARRYING IT FROM BOTH EXTRACTS, AND CLASSIFIES THE KEY.    *
033400************************************************************
033500 2000-MATCH-KEY.
033600
033700     IF WS-R-KEY < WS-W-KEY
033800         MOVE WS-R-KEY TO WS-MATCH-KEY
033900     ELSE
034000         MOVE WS-W-KEY TO WS-MATCH-KEY
034100     END-IF.
034200
034300     MOVE ZERO TO WS-R-DUP-COUNT WS-W-DUP-COUNT.
034400     MOVE ZERO TO WS-R-AMOUNT WS-W-AMOUNT.
034500     MOVE ZERO TO WS-R-CATEGORY WS-W-CATEGORY.
034600     PERFORM 2100-TAKE-READ-ROW  THRU 2100-EXIT
034700         UNTIL WS-R-KEY NOT = WS-MATCH-KEY.
034800     PERFORM 2200-TAKE-WRITE-ROW THRU 2200-EXIT
034900         UNTIL WS-W-KEY NOT = WS-MATCH-KEY.
035000
035100     PERFORM 2300-CLASSIFY-KEY   THRU 2300-EXIT.
035200
035300 2000-EXIT.
035400     EXIT.
035500*
035600************************************************************
035700*  2100-TAKE-READ-ROW                                         *
035800*  COUNTS ONE READ-EXTRACT ROW FOR THE CURRENT KEY AND READS  *
035900*  THE NEXT.                                                  *
036000************************************************************
036100 2100-TAKE-READ-ROW.
036200
036300     ADD 1 TO WS-R-DUP-COUNT.
036400     IF WS-R-DUP-COUNT = 1
036500         MOVE RR-AMOUNT   TO WS-R-AMOUNT
036600         MOVE RR-CATEGORY TO WS-R-CATEGORY
036700     END-IF.
036800     PERFORM 2500-NEXT-READ-ROW THRU 2500-EXIT.
036900
037000 2100-EXIT.
037100     EXIT.
037200*
037300************************************************************
037400*  2200-TAKE-WRITE-ROW                                        *
037500*  COUNTS ONE WRITE-EXTRACT ROW FOR THE CURRENT KEY AND READS *
037600*  THE NEXT.                                                  *
037700************************************************************
037800 2200-TAKE-WRITE-ROW.
037900
038000     ADD 1 TO WS-W-DUP-COUNT.
038100     IF WS-W-DUP-COUNT = 1
038200         MOVE RW-AMOUNT   TO WS-W-AMOUNT
038300         MOVE RW-CATEGORY TO WS-W-CATEGORY
038400     END-IF.
038500     PERFORM 2600-NEXT-WRITE-ROW THRU 2600-EXIT.
038600
038700 2200-EXIT.
038800     EXIT.
038900*
039000************************************************************
039100*  2300-CLASSIFY-KEY                                          *
039200*  HOLDS THE READ ROWS FOR THE CURRENT KEY AGAINST THE        *
039300*  WRITTEN ROWS.  A KEY CAN PRINT MORE THAN ONE LINE - A ROW  *
039400*  WRITTEN TWICE WITH THE WRONG AMOUNT IS BOTH A DUPLICATE    *
039500*  AND A MISMATCH.  A ROW READ BUT NOT WRITTEN, OR WRITTEN    *
039600*  WITH THE WRONG AMOUNT OR CATEGORY, GOES TO SUSPENSE WITH   *
039700*  THE READ PASS'S VALUES.  A ROW WRITTEN BUT NEVER READ IS   *
039800*  REPORTED ONLY - RE-DRIVING A WRITE CANNOT UNDO IT.  THE    *
039810*  ROWS OF A SUBSYSTEM THE WRITE PASS BYPASSED ARE ONLY       *
039820*  COUNTED.                                                   *
039900************************************************************
040000 2300-CLASSIFY-KEY.
040100
040200     MOVE WS-M-DB-NAME TO WS-S-DB-NAME.
040300     PERFORM 7000-FIND-OR-ADD-ENTRY THRU 7000-EXIT.
040400     ADD WS-R-DUP-COUNT TO SUB-ROWS-READ (SUB-IDX).
040500     ADD WS-W-DUP-COUNT TO SUB-ROWS-WRITTEN (SUB-IDX).
040600
040610     IF SUB-BYPASSED (SUB-IDX)
040620         GO TO 2300-EXIT
040630     END-IF.
040640
040700     IF WS-R-DUP-COUNT > 1
040800         MOVE 'DUPLICATE READ' TO WS-REMARK
040900         ADD 1 TO SUB-DUPLICATES (SUB-IDX)
041000         PERFORM 2400-PRINT-EXCEPTION THRU 2400-EXIT
041100     END-IF.
041200
041300     IF WS-W-DUP-COUNT > 1
041400         MOVE 'DUPLICATE WRITE' TO WS-REMARK
041500         ADD 1 TO SUB-DUPLICATES (SUB-IDX)
041600         PERFORM 2400-PRINT-EXCEPTION THRU 2400-EXIT
041700     END-IF.
041800
041900     IF WS-R-DUP-COUNT > ZERO AND WS-W-DUP-COUNT = ZERO
042000         MOVE 'READ NOT WRITTEN' TO WS-REMARK
042100         ADD 1 TO SUB-NOT-WRITTEN (SUB-IDX)
042200         PERFORM 2400-PRINT-EXCEPTION THRU 2400-EXIT
042300         MOVE 'M' TO WS-SUSP-REASON
042400         PERFORM 7100-WRITE-SUSPENSE THRU 7100-EXIT
042500         GO TO 2300-EXIT
042600     END-IF.
042700
042800     IF WS-R-DUP-COUNT = ZERO AND WS-W-DUP-COUNT > ZERO
042900         MOVE 'WRITTEN NOT READ' TO WS-REMARK
043000         ADD 1 TO SUB-NOT-READ (SUB-IDX)
043100         PERFORM 2400-PRINT-EXCEPTION THRU 2400-EXIT
043200         GO TO 2300-EXIT
043300     END-IF.
043400
043500     IF WS-R-AMOUNT NOT = WS-W-AMOUNT
043600         MOVE 'AMOUNT MISMATCH' TO WS-REMARK
043700         ADD 1 TO SUB-MISMATCHES (SUB-IDX)
043800         PERFORM 2400-PRINT-EXCEPTION THRU 2400-EXIT
043900         MOVE 'A' TO WS-SUSP-REASON
044000         PERFORM 7100-WRITE-SUSPENSE THRU 7100-EXIT
044100         GO TO 2300-EXIT
044200     END-IF.
044300
044400     IF WS-R-CATEGORY NOT = WS-W-CATEGORY
044500         MOVE 'CATEGORY MISMATCH' TO WS-REMARK
044600         ADD 1 TO SUB-MISMATCHES (SUB-IDX)
044700         PERFORM 2400-PRINT-EXCEPTION THRU 2400-EXIT
044800         MOVE 'C' TO WS-SUSP-REASON
044900         PERFORM 7100-WRITE-SUSPENSE THRU 7100-EXIT
045000     END-IF.
045100
045200 2300-EXIT.
045300     EXIT.
045400*
045500************************************************************
045600*  2400-PRINT-EXCEPTION                                       *
045700*  PRINTS ONE EXCEPTION LINE FOR THE CURRENT KEY WITH THE     *
045800*  REMARK IN WS-REMARK, AND COUNTS IT.  AN AMOUNT IS SHOWN    *
045900*  ONLY FOR AN EXTRACT THAT CARRIED THE KEY.                  *
046000************************************************************
046100 2400-PRINT-EXCEPTION.
046200
046300     MOVE SPACES TO WS-DETAIL-LINE.
046400     MOVE WS-M-DB-NAME TO WS-D-DB-NAME.
046500     MOVE WS-M-ROW-KEY TO WS-D-ROW-KEY.
046600     IF WS-R-DUP-COUNT > ZERO
046700         MOVE WS-R-AMOUNT TO WS-D-RD-AMOUNT
046800     END-IF.
046900     IF WS-W-DUP-COUNT > ZERO
047000         MOVE WS-W-AMOUNT TO WS-D-WR-AMOUNT
047100     END-IF.
047200     MOVE WS-REMARK TO WS-D-REMARK.
047300     MOVE WS-DETAIL-LINE TO REPORT-LINE.
047400     WRITE REPORT-LINE.
047500     ADD 1 TO WS-EXCEPTION-COUNT.
047600
047700 2400-EXIT.
047800     EXIT.
047900*
048000************************************************************
048100*  2500-NEXT-READ-ROW                                         *
048200*  ADVANCES THE READ EXTRACT TO ITS NEXT ROW OF THIS WINDOW   *
048300*  RUN AND SETS WS-R-KEY - HIGH-VALUES AT END OF FILE.  ABENDS*
048400*  IF THE EXTRACT IS OUT OF SUBSYSTEM/ROW-KEY ORDER.          *
048500************************************************************
048600 2500-NEXT-READ-ROW.
048700
048800     PERFORM 2510-READ-RDR-EXTRACT THRU 2510-EXIT.
048900     PERFORM 2510-READ-RDR-EXTRACT THRU 2510-EXIT
049000         UNTIL RDR-EOF
049100            OR WS-RUN-ID = SPACES
049200            OR RR-RUN-ID = WS-RUN-ID.
049300
049400     IF RDR-EOF
049500         MOVE HIGH-VALUES TO WS-R-KEY
049600         GO TO 2500-EXIT
049700     END-IF.
049800
049900     MOVE RR-DB-NAME TO WS-R-DB-NAME.
050000     MOVE RR-ROW-KEY TO WS-R-ROW-KEY.
050100     IF WS-R-KEY < WS-R-PREV-KEY
050200         DISPLAY 'ROWMATCH - RDRXTRCT IS NOT IN SUBSYSTEM/ROW-'
050300             'KEY ORDER AT ' WS-R-DB-NAME ' ' WS-R-ROW-KEY
050400         MOVE 12 TO RETURN-CODE
050500         PERFORM 9000-TERMINATE THRU 9000-EXIT
050600         STOP RUN
050700     END-IF.
050800     MOVE WS-R-KEY TO WS-R-PREV-KEY.
050900
051000 2500-EXIT.
051100     EXIT.
051200*
051300************************************************************
051400*  2510-READ-RDR-EXTRACT                                      *
051500*  READS THE NEXT READ-EXTRACT RECORD, COUNTING ONE FROM      *
051600*  ANOTHER WINDOW RUN.                                        *
051700************************************************************
051800 2510-READ-RDR-EXTRACT.
051900
052000     READ RDR-FILE
052100         AT END
052200             SET RDR-EOF TO TRUE
052300     END-READ.
052400
052500     IF NOT RDR-EOF
052600      AND WS-RUN-ID NOT = SPACES
052700      AND RR-RUN-ID NOT = WS-RUN-ID
052800         ADD 1 TO WS-OTHER-RUN-COUNT
052900     END-IF.
053000
053100 2510-EXIT.
053200     EXIT.
053300*
053400************************************************************
053500*  2600-NEXT-WRITE-ROW                                        *
053600*  ADVANCES THE WRITE EXTRACT TO ITS NEXT ROW OF THIS WINDOW  *
053700*  RUN AND SETS WS-W-KEY - HIGH-VALUES AT END OF FILE.       *
053800*  ABENDS IF THE EXTRACT IS OUT OF SUBSYSTEM/ROW-KEY ORDER.   *
053900************************************************************
054000 2600-NEXT-WRITE-ROW.
054100
054200     PERFORM 2610-READ-WTR-EXTRACT THRU 2610-EXIT.
054300     PERFORM 2610-READ-WTR-EXTRACT THRU 2610-EXIT
054400         UNTIL WTR-EOF
054500            OR WS-RUN-ID = SPACES
054600            OR RW-RUN-ID = WS-RUN-ID.
054700
054800     IF WTR-EOF
054900         MOVE HIGH-VALUES TO WS-W-KEY
055000         GO TO 2600-EXIT
055100     END-IF.
055200
055300     MOVE RW-DB-NAME TO WS-W-DB-NAME.
055400     MOVE RW-ROW-KEY TO WS-W-ROW-KEY.
055500     IF WS-W-KEY < WS-W-PREV-KEY
055600         DISPLAY 'ROWMATCH - WTRXTRCT IS NOT IN SUBSYSTEM/ROW-'
055700             'KEY ORDER AT ' WS-W-DB-NAME ' ' WS-W-ROW-KEY
055800         MOVE 12 TO RETURN-CODE
055900         PERFORM 9000-TERMINATE THRU 9000-EXIT
056000         STOP RUN
056100     END-IF.
056200     MOVE WS-W-KEY TO WS-W-PREV-KEY.
056300
056400 2600-EXIT.
056500     EXIT.
056600*
056700************************************************************
056800*  2610-READ-WTR-EXTRACT                                      *
056900*  READS THE NEXT WRITE-EXTRACT RECORD, COUNTING ONE FROM     *
057000*  ANOTHER WINDOW RUN.                                        *
057100************************************************************
057200 2610-READ-WTR-EXTRACT.
057300
057400     READ WTR-FILE
057500         AT END
057600             SET WTR-EOF TO TRUE
057700     END-READ.
057800
057900     IF NOT WTR-EOF
058000      AND WS-RUN-ID NOT = SPACES
058100      AND RW-RUN-ID NOT = WS-RUN-ID
058200         ADD 1 TO WS-OTHER-RUN-COUNT
058300     END-IF.
058400
058500 2610-EXIT.
058600     EXIT.
058700*
058800************************************************************
058900*  3000-PRINT-SUMMARY                                         *
059000*  PRINTS ONE SUMMARY LINE PER SUBSYSTEM AND THE CLOSING      *
059100*  VERDICT.                                                   *
059200************************************************************
059300 3000-PRINT-SUMMARY.
059400
059500     IF WS-EXCEPTION-COUNT = ZERO
059600         MOVE SPACES TO REPORT-LINE
059700         MOVE 'NO UNMATCHED ROWS' TO REPORT-LINE
059800         WRITE REPORT-LINE
059900     END-IF.
060000
060100     MOVE SPACES TO REPORT-LINE.
060200     WRITE REPORT-LINE.
060300     MOVE 'SUBSYS      ROWS READ  ROWS WRITTEN' TO REPORT-LINE.
060400     MOVE 'NOT WRTN  NOT READ   DUPS  MISMATCH'
060500         TO REPORT-LINE (39:34).
060600     WRITE REPORT-LINE.
060700
060800     IF WS-SUB-COUNT > ZERO
060900         PERFORM 3100-PRINT-SUBSYS-LINE THRU 3100-EXIT
061000             VARYING SUB-IDX FROM 1 BY 1
061100             UNTIL SUB-IDX > WS-SUB-COUNT
061200     END-IF.
061300
061400     MOVE SPACES TO REPORT-LINE.
061500     WRITE REPORT-LINE.
061600     IF WS-EXCEPTION-COUNT = ZERO
061700         MOVE 'EVERY ROW READ WAS WRITTEN ONCE, UNCHANGED'
061800             TO REPORT-LINE
061900     ELSE
062000         MOVE 'ROWS DO NOT MATCH - SEE DETAIL ABOVE'
062050             TO REPORT-LINE
062100     END-IF.
062200     WRITE REPORT-LINE.
062300
062301     IF WS-BYPASSED-COUNT > ZERO
062302         MOVE SPACES TO REPORT-LINE
062303         MOVE WS-BYPASSED-COUNT TO WS-S-DUPLICATES
062304         STRING WS-S-DUPLICATES DELIMITED BY SIZE
062305                ' SUBSYSTEMS BYPASSED BY THE WRITE PASS -'
062306                ' ROWS NOT MATCHED'
062307                DELIMITED BY SIZE
062308             INTO REPORT-LINE
062309         WRITE REPORT-LINE
062310     END-IF.
062311
062400     IF WS-SUSPENSE-COUNT > ZERO
062500         MOVE SPACES TO REPORT-LINE
062600         MOVE WS-SUSPENSE-COUNT TO WS-S-ROWS-READ
062700         STRING WS-S-ROWS-READ DELIMITED BY SIZE
062800                ' ROWS PLACED IN SUSPENSE FOR RE-DRIVE'
062900                DELIMITED BY SIZE
063000             INTO REPORT-LINE
063100         WRITE REPORT-LINE
063200     END-IF.
063300
063400     IF WS-OTHER-RUN-COUNT > ZERO
063500         DISPLAY 'ROWMATCH - ' WS-OTHER-RUN-COUNT
063600             ' EXTRACT ROWS FROM OTHER WINDOW RUNS IGNORED'
063700     END-IF.
063800
063900 3000-EXIT.
064000     EXIT.
064100*
064200************************************************************
064300*  3100-PRINT-SUBSYS-LINE                                     *
064400*  PRINTS THE SUMMARY LINE FOR SUBSYSTEM SUB-IDX.             *
064500************************************************************
064600 3100-PRINT-SUBSYS-LINE.
064700
064800     MOVE SPACES TO WS-SUMMARY-LINE.
064900     MOVE SUB-DB-NAME (SUB-IDX)      TO WS-S-DB-NAME.
065000     MOVE SUB-ROWS-READ (SUB-IDX)    TO WS-S-ROWS-READ.
065100     MOVE SUB-ROWS-WRITTEN (SUB-IDX) TO WS-S-ROWS-WRITTEN.
065200     MOVE SUB-NOT-WRITTEN (SUB-IDX)  TO WS-S-NOT-WRITTEN.
065300     MOVE SUB-NOT-READ (SUB-IDX)     TO WS-S-NOT-READ.
065400     MOVE SUB-DUPLICATES (SUB-IDX)   TO WS-S-DUPLICATES.
065500     MOVE SUB-MISMATCHES (SUB-IDX)   TO WS-S-MISMATCHES.
065510     IF SUB-BYPASSED (SUB-IDX)
065520         MOVE 'BYPASS' TO WS-S-REMARK
065530     END-IF.
065600     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
065700     WRITE REPORT-LINE.
065800
065900 3100-EXIT.
066000     EXIT.
066100*
066200************************************************************
066300*  7000-FIND-OR-ADD-ENTRY                                     *
066400*  LOCATES THE SUMMARY ENTRY FOR WS-M-DB-NAME, ADDING A NEW   *
066500*  ZEROED ENTRY IF ONE DOES NOT ALREADY EXIST - MARKED        *
066600*  BYPASSED IF THE WRITE PASS BYPASSED THE SUBSYSTEM.  SETS   *
066610*  SUB-IDX.  ABENDS IF THE TABLE IS ALREADY FULL.             *
066700************************************************************
066800 7000-FIND-OR-ADD-ENTRY.
066900
067000     SET WS-FOUND-SW TO 'N'.
067100     IF WS-SUB-COUNT > ZERO
067200         SET SUB-IDX TO 1
067300         SEARCH SUB-ENTRY
067400             AT END
067500                 SET WS-FOUND-SW TO 'N'
067600             WHEN SUB-DB-NAME (SUB-IDX) = WS-M-DB-NAME
067700                 SET SUB-ENTRY-FOUND TO TRUE
067800         END-SEARCH
067900     END-IF.
068000
068100     IF NOT SUB-ENTRY-FOUND
068200         IF WS-SUB-COUNT = 100
068300             DISPLAY 'ROWMATCH - SUBSYSTEM TABLE IS FULL - '
068400                 'CANNOT ADD ' WS-M-DB-NAME
068500             MOVE 16 TO RETURN-CODE
068600             PERFORM 9000-TERMINATE THRU 9000-EXIT
068700             STOP RUN
068800         END-IF
068900         ADD 1 TO WS-SUB-COUNT
069000         SET SUB-IDX TO WS-SUB-COUNT
069100         MOVE WS-M-DB-NAME TO SUB-DB-NAME (SUB-IDX)
069200         MOVE ZERO TO SUB-ROWS-READ (SUB-IDX)
069300         MOVE ZERO TO SUB-ROWS-WRITTEN (SUB-IDX)
069400         MOVE ZERO TO SUB-NOT-WRITTEN (SUB-IDX)
069500         MOVE ZERO TO SUB-NOT-READ (SUB-IDX)
069600         MOVE ZERO TO SUB-DUPLICATES (SUB-IDX)
069700         MOVE ZERO TO SUB-MISMATCHES (SUB-IDX)
069701         MOVE 'N'  TO SUB-BYPASS-SW (SUB-IDX)
069702         IF WS-WST-COUNT > ZERO
069703             SET WST-IDX TO 1
069704             SEARCH WST-ENTRY
069705                 AT END
069706                     CONTINUE
069707                 WHEN WST-DB-NAME (WST-IDX) = WS-M-DB-NAME
069708                  AND WST-BYPASSED (WST-IDX)
069709                     SET SUB-BYPASSED (SUB-IDX) TO TRUE
069710                     ADD 1 TO WS-BYPASSED-COUNT
069711             END-SEARCH
069712         END-IF
069800     END-IF.
069900
070000 7000-EXIT.
070100     EXIT.
070200*
070300************************************************************
070400*  7100-WRITE-SUSPENSE                                        *
070500*  APPENDS THE CURRENT KEY TO THE SUSPENSE FILE WITH THE READ *
070600*  PASS'S AMOUNT AND CATEGORY AND THE REASON IN               *
070700*  WS-SUSP-REASON.                                            *
070800************************************************************
070900 7100-WRITE-SUSPENSE.
071000
071100     MOVE WS-RUN-ID       TO SUS-RUN-ID.
071200     MOVE WS-CURRENT-DATE TO SUS-FOUND-DATE.
071300     MOVE WS-M-DB-NAME    TO SUS-DB-NAME.
071400     MOVE WS-M-ROW-KEY    TO SUS-ROW-KEY.
071500     MOVE WS-R-AMOUNT     TO SUS-AMOUNT.
071600     MOVE WS-R-CATEGORY   TO SUS-CATEGORY.
071700     MOVE WS-SUSP-REASON  TO SUS-REASON.
071800     WRITE SUSP-REC.
071900     ADD 1 TO WS-SUSPENSE-COUNT.
072000
072100 7100-EXIT.
072200     EXIT.
072300*
072400************************************************************
072500*  9000-TERMINATE                                             *
072600*  CLOSES ALL OPEN FILES BEFORE THE PROGRAM ENDS.             *
072700************************************************************
072800 9000-TERMINATE.
072900
073000     CLOSE RDR-FILE.
073100     CLOSE WTR-FILE.
073200     CLOSE SUSP-FILE.
073300     CLOSE REPORT-FILE.
073400
073500 9000-EXIT.
073600     EXIT.
