000100************************************************************
000200*                                                              *
000300*  PRMDRAIN                                                    *
000400*  DRAINS THE PAUD PARAMETER CHANGE-AUDIT QUEUE INTO THE       *
000500*  PERMANENT PRMHIST CHANGE-HISTORY FILE.  THE PARM AND PAPR   *
000600*  TRANSACTIONS WRITE A PRMAUDIT WHO/WHEN/BEFORE-AFTER RECORD  *
000700*  TO THE EXTRAPARTITION PAUD QUEUE FOR EVERY CONNPARM,        *
000800*  CALENDAR, FAILOVER AND SLAPARM CHANGE THEY APPLY; THIS STEP *
000900*  COPIES EACH ONE TO PRMHIST, STAMPED WITH THE DATE IT WAS    *
001000*  DRAINED, AND THEN EMPTIES THE QUEUE DATASET.  PRMHIST IS    *
001100*  KEYED ON WHEN AND WHERE THE CHANGE WAS KEYED, SO A RECORD   *
001200*  ALREADY HELD IS SKIPPED - A RERUN AFTER A FAILURE BEFORE    *
001300*  THE QUEUE WAS EMPTIED CANNOT HOLD A CHANGE TWICE.           *
001400*                                                              *
001500*  RETURN-CODE VALUES                                          *
001600*      0   =  THE QUEUE WAS DRAINED AND EMPTIED                *
001700*      4   =  DRAINED, BUT THE QUEUE DATASET COULD NOT BE      *
001800*             EMPTIED - THE NEXT RUN SKIPS WHAT IS ALREADY     *
001900*             HELD                                             *
002000*      12  =  A REQUIRED FILE COULD NOT BE OPENED, OR A CHANGE *
002100*             COULD NOT BE WRITTEN TO PRMHIST                  *
002200*                                                              *
002300************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.    ParmDrain.
002600 AUTHOR.        R. KOWALCZYK.
002700 INSTALLATION.  DATABASE SERVICES - BATCH SUPPORT.
002800 DATE-WRITTEN.  2026-10-15.
002900 DATE-COMPILED.
003000*
003100************************************************************
003200*  MODIFICATION HISTORY.                                      *
003300*      2026-10-15  RJK  ORIGINAL.                              *
003310*      2026-10-15  RJK  QUEUE RECORD LENGTH 153 TO 157 -       *
003320*                       PRMAUDIT NOW CARRIES THE APPROVER      *
003330*                       INITIALS AND THE EMERGENCY-OVERRIDE    *
003340*                       FLAG.                                  *
003400************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT PAUD-IN-FILE ASSIGN TO PAUDIN
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-PAUD-IN-STATUS.
004200
004300     SELECT PAUD-OUT-FILE ASSIGN TO PAUDOUT
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-PAUD-OUT-STATUS.
004600
004700     SELECT PRMHIST-FILE ASSIGN TO PRMHIST
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS PRH-HIST-KEY
005100         FILE STATUS IS WS-PRMHIST-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  PAUD-IN-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  PAUD-IN-REC.
005900     COPY PRMAUDIT.
006000
006100 FD  PAUD-OUT-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 01  PAUD-OUT-REC                 PIC X(157).
006500
006600 FD  PRMHIST-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  PRMHIST-REC.
007000     COPY PRMHIST.
007100
007200 WORKING-STORAGE SECTION.
007300*
007400************************************************************
007500*  SWITCHES AND COUNTERS                                      *
007600************************************************************
007700 77  WS-PAUD-IN-STATUS         PIC X(02)      VALUE SPACES.
007800     88  PAUD-IN-OK                           VALUE '00'.
007900     88  PAUD-IN-EOF                          VALUE '10'.
008000
008100 77  WS-PAUD-OUT-STATUS        PIC X(02)      VALUE SPACES.
008200     88  PAUD-OUT-OK                          VALUE '00'.
008300
008400 77  WS-PRMHIST-STATUS         PIC X(02)      VALUE SPACES.
008500     88  PRMHIST-OK                           VALUE '00'.
008600     88  PRMHIST-DUPLICATE                    VALUE '22'.
008700
008800 77  WS-DRAINED-COUNT          PIC 9(07) COMP VALUE ZERO.
008900 77  WS-HELD-COUNT             PIC 9(07) COMP VALUE ZERO.
009000
009100 01  WS-CURRENT-DATE           PIC X(08)      VALUE SPACES.
009200
009300 PROCEDURE DIVISION.
009400*
009500************************************************************
009600*  0000-MAINLINE                                              *
009700************************************************************
009800 0000-MAINLINE.
009900
010000     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
010100     PERFORM 2000-DRAIN-CHANGE     THRU 2000-EXIT
010200         UNTIL PAUD-IN-EOF.
010300     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
010400     PERFORM 3000-EMPTY-QUEUE      THRU 3000-EXIT.
010500
010600     DISPLAY 'PRMDRAIN - ' WS-DRAINED-COUNT
010700         ' CHANGES DRAINED TO PRMHIST'.
010800     IF WS-HELD-COUNT > ZERO
010900         DISPLAY 'PRMDRAIN - ' WS-HELD-COUNT
011000             ' CHANGES WERE ALREADY HELD - SKIPPED'
011100     END-IF.
011200
011300     STOP RUN.
011400*
011500************************************************************
011600*  1000-INITIALIZE                                            *
011700*  OPENS THE QUEUE DATASET AND THE HISTORY FILE AND READS THE *
011800*  FIRST QUEUED CHANGE.                                       *
011900************************************************************
012000 1000-INITIALIZE.
012100
012200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
012300
012400     OPEN INPUT PAUD-IN-FILE.
012500     IF NOT PAUD-IN-OK
012600         DISPLAY 'PRMDRAIN - UNABLE TO OPEN PAUDIN FILE'
012700         DISPLAY 'PRMDRAIN - FILE STATUS IS ' WS-PAUD-IN-STATUS
012800         MOVE 12 TO RETURN-CODE
012900         STOP RUN
013000     END-IF.
013100
013200     OPEN I-O PRMHIST-FILE.
013300     IF NOT PRMHIST-OK
013400         DISPLAY 'PRMDRAIN - UNABLE TO OPEN PRMHIST FILE'
013500         DISPLAY 'PRMDRAIN - FILE STATUS IS ' WS-PRMHIST-STATUS
013600         MOVE 12 TO RETURN-CODE
013700         STOP RUN
013800     END-IF.
013900
014000     PERFORM 2100-READ-QUEUE THRU 2100-EXIT.
014100
014200 1000-EXIT.
014300     EXIT.
014400*
014500************************************************************
014600*  2000-DRAIN-CHANGE                                          *
014700*  COPIES ONE QUEUED CHANGE TO PRMHIST AND READS THE NEXT.    *
014800*  A CHANGE ALREADY HELD UNDER THE SAME KEY WAS DRAINED BY AN *
014900*  EARLIER RUN THAT NEVER EMPTIED THE QUEUE, AND IS SKIPPED.  *
015000*  ANY OTHER WRITE FAILURE ENDS THE RUN WITH THE QUEUE LEFT   *
015100*  INTACT, SO NOTHING IS LOST.                                *
015200************************************************************
015300 2000-DRAIN-CHANGE.
015400
015500     MOVE PAUD-IN-REC     TO PRH-CHANGE.
015600     MOVE WS-CURRENT-DATE TO PRH-DRAIN-DATE.
015700
015800     WRITE PRMHIST-REC
015900         INVALID KEY
016000             CONTINUE
016100     END-WRITE.
016200
016300     IF PRMHIST-OK
016400         ADD 1 TO WS-DRAINED-COUNT
016500     ELSE
016600         IF PRMHIST-DUPLICATE
016700             ADD 1 TO WS-HELD-COUNT
016800         ELSE
016900             DISPLAY 'PRMDRAIN - UNABLE TO WRITE PRMHIST FOR '
017000                 PRH-KEY ' CHANGED ' PRH-DATE ' ' PRH-TIME
017100             DISPLAY 'PRMDRAIN - FILE STATUS IS '
017200                 WS-PRMHIST-STATUS
017300             DISPLAY 'PRMDRAIN - QUEUE LEFT INTACT'
017400             MOVE 12 TO RETURN-CODE
017500             PERFORM 9000-TERMINATE THRU 9000-EXIT
017600             STOP RUN
017700         END-IF
017800     END-IF.
017900
018000     PERFORM 2100-READ-QUEUE THRU 2100-EXIT.
018100
018200 2000-EXIT.
018300     EXIT.
018400*
018500************************************************************
018600*  2100-READ-QUEUE                                            *
018700*  READS THE NEXT QUEUED CHANGE.                              *
018800************************************************************
018900 2100-READ-QUEUE.
019000
019100     READ PAUD-IN-FILE
019200         AT END
019300             SET PAUD-IN-EOF TO TRUE
019400     END-READ.
019500
019600 2100-EXIT.
019700     EXIT.
019800*
019900************************************************************
020000*  3000-EMPTY-QUEUE                                           *
020100*  EMPTIES THE QUEUE DATASET NOW THAT EVERY CHANGE ON IT IS   *
020200*  HELD ON PRMHIST.  PAUDOUT IS THE SAME DATASET AS PAUDIN.   *
020300*  A FAILURE HERE LOSES NOTHING - THE NEXT RUN SKIPS THE      *
020400*  CHANGES ALREADY HELD.                                      *
020500************************************************************
020600 3000-EMPTY-QUEUE.
020700
020800     OPEN OUTPUT PAUD-OUT-FILE.
020900     IF NOT PAUD-OUT-OK
021000         DISPLAY 'PRMDRAIN - UNABLE TO OPEN PAUDOUT FILE'
021100         DISPLAY 'PRMDRAIN - FILE STATUS IS ' WS-PAUD-OUT-STATUS
021200         DISPLAY 'PRMDRAIN - QUEUE DATASET NOT EMPTIED'
021300         MOVE 4 TO RETURN-CODE
021400         GO TO 3000-EXIT
021500     END-IF.
021600     CLOSE PAUD-OUT-FILE.
021700
021800 3000-EXIT.
021900     EXIT.
022000*
022100************************************************************
022200*  9000-TERMINATE                                             *
022300*  CLOSES ALL OPEN FILES BEFORE THE PROGRAM ENDS.             *
022400************************************************************
022500 9000-TERMINATE.
022600
022700     CLOSE PAUD-IN-FILE.
022800     CLOSE PRMHIST-FILE.
022900
023000 9000-EXIT.
023100     EXIT.
