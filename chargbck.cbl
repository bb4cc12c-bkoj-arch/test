001300*  FIXED-FORMAT INTERFACE FEED (BILLOUT) WITH HEADER AND       *
001400*  TRAILER CONTROL RECORDS SO THE CORPORATE BILLING SYSTEM     *
001500*  CAN BALANCE WHAT IT RECEIVED.                               *
001510*                                                              *
001520*  NIGHTS SLAMON RECORDED AS AN SLA BREACH ON THE SLAHIST      *
001530*  OUTCOME HISTORY (LATE CONNECT, OVERRUN DISCONNECT OR NEVER  *
001540*  CONNECTED - A PRIMARY FAILED OVER TO ITS ALTERNATE NEVER    *
001550*  CONNECTED) EARN THE SUBSYSTEM'S OWNER A SERVICE CREDIT: THE *
001560*  RATETAB CREDIT PERCENTAGE OF THE MONTH'S GROSS CHARGE FOR   *
001570*  EACH BREACHED NIGHT, NEVER MORE THAN THE GROSS.  THE        *
001580*  INVOICE SHOWS GROSS, CREDIT AND NET, AND THE FEED CARRIES   *
001590*  THE CREDIT ON EACH DETAIL.                                  *
001600*                                                              *
001700*  RETURN-CODE VALUES                                          *
001800*      0   =  INVOICES AND FEED PRODUCED                       *
003300************************************************************
003400*  MODIFICATION HISTORY.                                      *
003500*      2026-09-02  RJK  ORIGINAL.                              *
003501*      2026-10-15  RJK  EACH SLA-BREACHED NIGHT ON THE SLAHIST *
003502*                       OUTCOME HISTORY NOW EARNS THE          *
003503*                       SUBSYSTEM'S OWNER THE NEW RATETAB      *
003504*                       CREDIT PERCENTAGE OF THE MONTH'S GROSS *
003505*                       CHARGE, CAPPED AT THE GROSS.  BILLRPT  *
003506*                       SHOWS THE MISSED NIGHTS, GROSS, CREDIT *
003507*                       AND NET PER SUBSYSTEM; THE BILLOUT     *
003508*                       DETAIL CARRIES THE CREDIT AND THE      *
003509*                       TRAILER THE CREDIT AND NET TOTALS.     *
003510*                       WITHOUT SLAHIST NO CREDITS ARE APPLIED *
003511*                       AND THE INVOICE SAYS SO.               *
003600************************************************************
003700
003800 ENVIRONMENT DIVISION.
005300     SELECT RATETAB-FILE ASSIGN TO RATETAB
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-RATETAB-STATUS.
005510
005520     SELECT SLAHIST-FILE ASSIGN TO SLAHIST
005530         ORGANIZATION IS INDEXED
005540         ACCESS MODE IS DYNAMIC
005550         RECORD KEY IS SLH-HIST-KEY
005560         FILE STATUS IS WS-SLAHIST-STATUS.
005600
005700     SELECT REPORT-FILE ASSIGN TO BILLRPT
005800         ORGANIZATION IS SEQUENTIAL
008100     LABEL RECORDS ARE STANDARD.
008200 01  RATETAB-REC.
008300     COPY RATETAB.
008310
008320 FD  SLAHIST-FILE
008330     RECORDING MODE IS F
008340     LABEL RECORDS ARE STANDARD.
008350 01  SLAHIST-REC.
008360     COPY SLAHIST.
008400
008500 FD  REPORT-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008710*    THE INVOICE LINE CARRIES FIVE 14-CHARACTER MONEY COLUMNS
008720*    AND DOES NOT FIT AN 80-BYTE PRINT LINE - THE REPORT USES
008730*    THE FULL 132-POSITION PRINT WIDTH.
008800 01  REPORT-LINE                  PIC X(132).
010900 77  WS-RATETAB-STATUS         PIC X(02)      VALUE SPACES.
011000     88  RATETAB-OK                           VALUE '00'.
011100     88  RATETAB-EOF                          VALUE '10'.
011110
011120 77  WS-SLAHIST-STATUS         PIC X(02)      VALUE SPACES.
011130     88  SLAHIST-OK                           VALUE '00'.
011140     88  SLAHIST-EOF                          VALUE '10'.
011150 77  WS-SLAHIST-OPEN-SW        PIC X(01)      VALUE 'N'.
011160     88  SLAHIST-FILE-OPEN                    VALUE 'Y'.
011200
011300 77  WS-REPORT-STATUS          PIC X(02)      VALUE SPACES.
011400     88  REPORT-OK                            VALUE '00'.
013600         10  USE-CONN-SECS         PIC 9(12) COMP.
013700         10  USE-ATTEMPTS          PIC 9(09) COMP.
013800         10  USE-ROWS-MOVED        PIC 9(12) COMP.
013810         10  USE-BREACHED-NIGHTS   PIC 9(04) COMP.
013900
014000 77  WS-FOUND-SW               PIC X(01)      VALUE 'N'.
014100     88  USE-ENTRY-FOUND                      VALUE 'Y'.
015100         10  RATE-DB-NAME          PIC X(08).
015200         10  RATE-PER-HOUR         PIC 9(05)V99.
015300         10  RATE-PER-KROW         PIC 9(05)V99.
015310         10  RATE-CREDIT-PCT       PIC 9(03)V99.
015400
015500************************************************************
015600*  CHARGE COMPUTATION WORK AREAS                              *
016100 77  WS-ROW-CHARGE             PIC 9(09)V99   VALUE ZERO.
016200 77  WS-TOTAL-CHARGE           PIC 9(11)V99   VALUE ZERO.
016300 77  WS-FEED-TOTAL             PIC 9(13)V99   VALUE ZERO.
016310 77  WS-CREDIT-PCT             PIC 9(07)V99   VALUE ZERO.
016320 77  WS-CREDIT                 PIC 9(11)V99   VALUE ZERO.
016330 77  WS-NET-CHARGE             PIC 9(11)V99   VALUE ZERO.
016340 77  WS-CREDIT-TOTAL           PIC 9(13)V99   VALUE ZERO.
016350 77  WS-NET-TOTAL              PIC 9(13)V99   VALUE ZERO.
016400
016500************************************************************
016600*  REPORT-LINE DETAIL FIELDS                                  *
017700     05  WS-D-ROW-CHG             PIC ZZZ,ZZZ,ZZ9.99.
017800     05  FILLER                   PIC X(02) VALUE SPACES.
017900     05  WS-D-TOTAL               PIC ZZZ,ZZZ,ZZ9.99.
017910     05  FILLER                   PIC X(02) VALUE SPACES.
017920     05  WS-D-MISSED              PIC ZZZZZ9.
017930     05  FILLER                   PIC X(02) VALUE SPACES.
017940     05  WS-D-CREDIT              PIC ZZZ,ZZZ,ZZ9.99.
017950     05  FILLER                   PIC X(04) VALUE SPACES.
017960     05  WS-D-NET                 PIC ZZZ,ZZZ,ZZ9.99.
018000
018100 01  WS-TOTAL-LINE.
018200     05  FILLER                   PIC X(10) VALUE 'TOTAL'.
018300     05  FILLER                   PIC X(51) VALUE SPACES.
018400     05  WS-T-TOTAL               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
018410     05  FILLER                   PIC X(11) VALUE SPACES.
018420     05  WS-T-CREDIT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
018430     05  FILLER                   PIC X(01) VALUE SPACES.
018440     05  WS-T-NET                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
018500
018600************************************************************
018700*  EXECUTE PARM RECEIVED FROM THE JCL EXEC STATEMENT.         *
020900         UNTIL CONNHIST-EOF.
021000     PERFORM 3000-FOLD-CTLHIST     THRU 3000-EXIT
021100         UNTIL CTLHIST-EOF.
021110     IF SLAHIST-FILE-OPEN
021120         PERFORM 3500-FOLD-SLAHIST THRU 3500-EXIT
021130             UNTIL SLAHIST-EOF
021140     END-IF.
021200     PERFORM 4000-PRODUCE-OUTPUT   THRU 4000-EXIT.
021300     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
021400
028000     PERFORM 1100-LOAD-RATE-ENTRY THRU 1100-EXIT
028100         UNTIL RATETAB-EOF.
028200     CLOSE RATETAB-FILE.
028201*
028202*    SLAHIST IS THE PERMANENT SLA OUTCOME HISTORY SLAMON KEEPS.
028203*    WITHOUT IT THE MONTH IS BILLED GROSS, AND THE INVOICE SAYS
028204*    THAT NO CREDITS WERE APPLIED RATHER THAN SHOWING ZEROES.
028205*
028206     OPEN INPUT SLAHIST-FILE.
028207     IF SLAHIST-OK
028208         SET SLAHIST-FILE-OPEN TO TRUE
028209         MOVE LOW-VALUES TO SLH-HIST-KEY
028210         START SLAHIST-FILE KEY NOT < SLH-HIST-KEY
028211             INVALID KEY
028212                 SET SLAHIST-EOF TO TRUE
028213         END-START
028214     ELSE
028215         DISPLAY 'CHARGBCK - NO SLAHIST FILE - NO SLA CREDITS '
028216             'APPLIED THIS RUN'
028217     END-IF.
028300
028400     MOVE LOW-VALUES TO CH-HIST-KEY.
028500     START CONNHIST-FILE KEY NOT < CH-HIST-KEY
032100     MOVE RT-DB-NAME       TO RATE-DB-NAME (RATE-IDX).
032200     MOVE RT-RATE-PER-HOUR TO RATE-PER-HOUR (RATE-IDX).
032300     MOVE RT-RATE-PER-KROW TO RATE-PER-KROW (RATE-IDX).
032310*    AN ENTRY NOT YET GIVEN A CREDIT PERCENTAGE EARNS NO CREDIT.
032320     IF RT-CREDIT-PCT NUMERIC
032330         MOVE RT-CREDIT-PCT TO RATE-CREDIT-PCT (RATE-IDX)
032340     ELSE
032350         MOVE ZERO          TO RATE-CREDIT-PCT (RATE-IDX)
032360     END-IF.
032400
032500 1100-EXIT.
032600     EXIT.
037300
037400 3000-EXIT.
037500     EXIT.
037501*
037502************************************************************
037503*  3500-FOLD-SLAHIST                                          *
037504*  COUNTS ONE SLA-BREACHED NIGHT OF THE BILLING MONTH AGAINST  *
037505*  ITS SUBSYSTEM'S USAGE ENTRY.  A MET OR CALENDAR-SKIPPED     *
037506*  NIGHT EARNS NOTHING, AND A BREACH FOR A SUBSYSTEM WITH NO   *
037507*  USAGE THIS MONTH HAS NO CHARGE TO CREDIT - IT IS NOT ADDED. *
037508************************************************************
037509 3500-FOLD-SLAHIST.
037510
037511     READ SLAHIST-FILE NEXT RECORD
037512         AT END
037513             SET SLAHIST-EOF TO TRUE
037514             GO TO 3500-EXIT
037515     END-READ.
037516
037517     IF SLH-DATE (1:6) NOT = WS-BILL-MONTH
037518      OR NOT SLH-BREACHED
037519         GO TO 3500-EXIT
037520     END-IF.
037521
037522     SET USE-IDX TO 1.
037523     SEARCH USE-ENTRY
037524         AT END
037525             GO TO 3500-EXIT
037526         WHEN USE-DB-NAME (USE-IDX) = SLH-DB-NAME
037527             ADD 1 TO USE-BREACHED-NIGHTS (USE-IDX)
037528     END-SEARCH.
037529
037530 3500-EXIT.
037531     EXIT.
037600*
037700************************************************************
037800*  4000-PRODUCE-OUTPUT                                        *
039500         INTO REPORT-LINE.
039600     WRITE REPORT-LINE.
039700
039710     IF NOT SLAHIST-FILE-OPEN
039720         MOVE SPACES TO REPORT-LINE
039730         MOVE 'SLA HISTORY NOT AVAILABLE - NO SERVICE CREDITS'
039740             TO REPORT-LINE
039750         MOVE 'APPLIED, ALL CHARGES BILLED GROSS'
039760             TO REPORT-LINE (48:33)
039770         WRITE REPORT-LINE
039780     END-IF.
039790
039800     MOVE SPACES TO REPORT-LINE.
039900     MOVE 'SUBSYS      CONN HRS       ROWS MOVED' TO REPORT-LINE.
040000     MOVE 'HOUR CHG        ROW CHG          GROSS'
040100         TO REPORT-LINE (40:39).
040110     MOVE 'MISSED  CREDIT            NET'
040120         TO REPORT-LINE (88:29).
040200     WRITE REPORT-LINE.
040300
040400     IF WS-ENTRY-COUNT > ZERO
041200         WRITE REPORT-LINE
041300     END-IF.
041400
041500     MOVE WS-FEED-TOTAL   TO WS-T-TOTAL.
041510     MOVE WS-CREDIT-TOTAL TO WS-T-CREDIT.
041520     MOVE WS-NET-TOTAL    TO WS-T-NET.
041600     MOVE WS-TOTAL-LINE TO REPORT-LINE.
041700     WRITE REPORT-LINE.
041800
042000     MOVE '9'             TO BIL-RECORD-TYPE.
042100     MOVE WS-DETAIL-COUNT TO BIL-TRL-DETAIL-COUNT.
042200     MOVE WS-FEED-TOTAL   TO BIL-TRL-TOTAL-CHARGE.
042210     MOVE WS-CREDIT-TOTAL TO BIL-TRL-TOTAL-CREDIT.
042220     MOVE WS-NET-TOTAL    TO BIL-TRL-TOTAL-NET.
042300     WRITE BILLOUT-REC.
042400
042500 4000-EXIT.
046000     COMPUTE WS-TOTAL-CHARGE =
046100         WS-HOUR-CHARGE + WS-ROW-CHARGE.
046200     ADD WS-TOTAL-CHARGE TO WS-FEED-TOTAL.
046201*
046202*    EACH BREACHED NIGHT EARNS THE SUBSYSTEM'S CREDIT
046203*    PERCENTAGE OF THE MONTH'S GROSS.  A BAD ENOUGH MONTH CAN
046204*    CREDIT THE WHOLE CHARGE BUT NEVER MORE - THE FEED CARRIES
046205*    NO NEGATIVE AMOUNTS.
046206*
046207     COMPUTE WS-CREDIT-PCT =
046208         RATE-CREDIT-PCT (RATE-IDX) *
046209         USE-BREACHED-NIGHTS (USE-IDX).
046210     IF WS-CREDIT-PCT > 100
046211         MOVE 100 TO WS-CREDIT-PCT
046212     END-IF.
046213     COMPUTE WS-CREDIT ROUNDED =
046214         WS-TOTAL-CHARGE * WS-CREDIT-PCT / 100.
046215     COMPUTE WS-NET-CHARGE =
046216         WS-TOTAL-CHARGE - WS-CREDIT.
046217     ADD WS-CREDIT     TO WS-CREDIT-TOTAL.
046218     ADD WS-NET-CHARGE TO WS-NET-TOTAL.
046300
046400     MOVE SPACES TO WS-DETAIL-LINE.
046500     MOVE USE-DB-NAME (USE-IDX)    TO WS-D-DB-NAME.
046800     MOVE WS-HOUR-CHARGE           TO WS-D-HOUR-CHG.
046900     MOVE WS-ROW-CHARGE            TO WS-D-ROW-CHG.
047000     MOVE WS-TOTAL-CHARGE          TO WS-D-TOTAL.
047010     MOVE USE-BREACHED-NIGHTS (USE-IDX) TO WS-D-MISSED.
047020     MOVE WS-CREDIT                TO WS-D-CREDIT.
047030     MOVE WS-NET-CHARGE            TO WS-D-NET.
047100     MOVE WS-DETAIL-LINE TO REPORT-LINE.
047200     WRITE REPORT-LINE.
047300
048000     MOVE WS-HOUR-CHARGE           TO BIL-DTL-HOUR-CHARGE.
048100     MOVE WS-ROW-CHARGE            TO BIL-DTL-ROW-CHARGE.
048200     MOVE WS-TOTAL-CHARGE          TO BIL-DTL-TOTAL-CHARGE.
048210     MOVE WS-CREDIT                TO BIL-DTL-CREDIT.
048300     WRITE BILLOUT-REC.
048400     ADD 1 TO WS-DETAIL-COUNT.
048500
051700         MOVE ZERO TO USE-CONN-SECS (USE-IDX)
051800         MOVE ZERO TO USE-ATTEMPTS (USE-IDX)
051900         MOVE ZERO TO USE-ROWS-MOVED (USE-IDX)
051910         MOVE ZERO TO USE-BREACHED-NIGHTS (USE-IDX)
052000     END-IF.
052100
052200 7000-EXIT.
053000
053100     CLOSE CONNHIST-FILE.
053200     CLOSE CTLHIST-FILE.
053210     IF SLAHIST-FILE-OPEN
053220         CLOSE SLAHIST-FILE
053230     END-IF.
053300     CLOSE REPORT-FILE.
053400     CLOSE BILLOUT-FILE.
053500
