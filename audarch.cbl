001000*  RECONCILIATION SUMMARY (RECORDS IN = RECORDS ARCHIVED +     *
001100*  RECORDS RETAINED, BY DATE AND SUBSYSTEM) MUST BALANCE       *
001200*  BEFORE THE JOB IS ALLOWED TO REPLACE THE OLD FILE.          *
001201*                                                              *
001202*  THE SPLIT CARRIES THE AUDIT CHAIN (AUD-SEQ-NO AND AUD-      *
001203*  CHAIN-VALUE) ACROSS UNBROKEN: THE ARCHIVE TAKES THE OLDEST  *
001204*  RECORDS UP TO THE FIRST ONE DATED ON OR AFTER THE CUTOFF,   *
001205*  AND EVERYTHING FROM THAT RECORD ON IS RETAINED - EVEN A     *
001206*  LATER RECORD DATED BEFORE THE CUTOFF (A FORCED RERUN FOR AN *
001207*  EARLIER DATE) - SO THE ARCHIVE GENERATION FOLLOWED BY THE   *
001208*  NEW AUDITLOG IS THE ORIGINAL SEQUENCE.  THE NEWEST RECORD   *
001209*  IS ALWAYS RETAINED, WHATEVER ITS DATE, SO THE NEXT RUN TO   *
001210*  WRITE THE LOG HAS THE END OF THE CHAIN TO EXTEND.  RECORDS  *
001211*  WITHIN A GENERATION ARE NEVER REWRITTEN.                    *
001300*                                                              *
001400*  RETURN-CODE VALUES                                          *
001500*      0   =  BALANCED - THE JOB MAY REPLACE AUDITLOG          *
003210*      2026-09-02  RJK  AUDITREC GREW BY THE 16-BYTE WINDOW-   *
003220*                       RUN ID (LRECL 57 TO 73) - THE ARCHIVE  *
003230*                       AND RETAINED RECORDS RESIZED TO MATCH. *
003231*      2026-10-15  RJK  AUDITREC GREW BY THE SEQUENCE NUMBER   *
003232*                       AND CHAIN VALUE (LRECL 73 TO 92).  THE *
003233*                       SPLIT IS NOW A CLEAN BREAK IN FILE     *
003234*                       ORDER AT THE FIRST RECORD ON OR AFTER  *
003235*                       THE CUTOFF, AND THE NEWEST RECORD IS   *
003236*                       ALWAYS RETAINED (A NEW COUNTING PASS,  *
003237*                       1050-COUNT-AUDIT, FINDS IT), SO THE    *
003238*                       CHAIN CARRIES ACROSS THE ARCHIVE AND   *
003239*                       AUDVERFY STILL VERIFIES AFTER A ROLL-  *
003240*                       OFF.  ARCHRPT SHOWS THE SEQUENCE       *
003241*                       NUMBERS EITHER SIDE OF THE SPLIT.      *
003300************************************************************
003400
003500 ENVIRONMENT DIVISION.
006200 FD  ARCH-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  ARCH-REC                     PIC X(92).
006600
006700 FD  KEEP-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  KEEP-REC                     PIC X(92).
007100
007200 FD  REPORT-FILE
007300     RECORDING MODE IS F
009700 77  WS-TOT-ARCHIVED           PIC 9(09) COMP VALUE ZERO.
009800 77  WS-TOT-RETAINED           PIC 9(09) COMP VALUE ZERO.
009900 77  WS-OOB-COUNT              PIC 9(04) COMP VALUE ZERO.
009901
009902************************************************************
009903*  AUDIT-CHAIN SPLIT.  ONCE A RECORD IS RETAINED, EVERY       *
009904*  RECORD AFTER IT IS RETAINED TOO, AND THE LAST RECORD ON    *
009905*  THE FILE (WS-REC-COUNT, FROM THE COUNTING PASS) ALWAYS     *
009906*  IS.                                                        *
009907************************************************************
009908 77  WS-REC-COUNT              PIC 9(09) COMP VALUE ZERO.
009909 77  WS-HELD-COUNT             PIC 9(09) COMP VALUE ZERO.
009910 77  WS-LAST-ARCH-SEQ          PIC 9(09)      VALUE ZERO.
009911 77  WS-FIRST-KEEP-SEQ         PIC 9(09)      VALUE ZERO.
009912 77  WS-RETAIN-SW              PIC X(01)      VALUE 'N'.
009913     88  RETAINING-REST                       VALUE 'Y'.
010000
010100************************************************************
010200*  RETENTION CUTOFF - RECORDS DATED BEFORE THIS DATE ARE      *
014600     05  FILLER                   PIC X(02) VALUE SPACES.
014700     05  WS-T-RETAINED            PIC ZZZ,ZZZ,ZZ9.
014800     05  FILLER                   PIC X(23) VALUE SPACES.
014810
014820 01  WS-CHAIN-LINE.
014830     05  WS-C-LABEL               PIC X(40).
014840     05  WS-C-VALUE               PIC ZZZ,ZZZ,ZZ9.
014850     05  FILLER                   PIC X(29) VALUE SPACES.
014900
015000************************************************************
015100*  EXECUTE PARM RECEIVED FROM THE JCL EXEC STATEMENT.         *
019600     END-IF.
019700     MOVE LS-CUTOFF-DATE TO WS-CUTOFF-DATE.
019800
019810     PERFORM 1050-COUNT-AUDIT THRU 1050-EXIT.
019820
019900     OPEN INPUT AUDIT-FILE.
020000     IF NOT AUDIT-OK
020100         DISPLAY 'AUDARCH - UNABLE TO OPEN AUDITLOG FILE'
023300 1000-EXIT.
023400     EXIT.
023500*
023501************************************************************
023502*  1050-COUNT-AUDIT                                           *
023503*  COUNTS THE RECORDS ON THE AUDIT TRAIL SO THE SPLIT CAN      *
023504*  RECOGNISE THE NEWEST ONE.  AN UNREADABLE FILE IS LEFT FOR   *
023505*  THE OPEN THAT FOLLOWS TO REPORT.                            *
023506************************************************************
023507 1050-COUNT-AUDIT.
023508
023509     MOVE ZERO TO WS-REC-COUNT.
023510     OPEN INPUT AUDIT-FILE.
023511     IF NOT AUDIT-OK
023512         GO TO 1050-EXIT
023513     END-IF.
023514
023515     PERFORM 1060-COUNT-ONE THRU 1060-EXIT
023516         UNTIL NOT AUDIT-OK.
023517     CLOSE AUDIT-FILE.
023518
023519 1050-EXIT.
023520     EXIT.
023521*
023522************************************************************
023523*  1060-COUNT-ONE                                             *
023524*  READS AND COUNTS ONE AUDIT-TRAIL RECORD.                    *
023525************************************************************
023526 1060-COUNT-ONE.
023527
023528     READ AUDIT-FILE
023529         AT END
023530             SET AUDIT-EOF TO TRUE
023531     END-READ.
023532     IF AUDIT-OK
023533         ADD 1 TO WS-REC-COUNT
023534     END-IF.
023535
023536 1060-EXIT.
023537     EXIT.
023538*
023600************************************************************
023700*  2000-SPLIT-AUDIT-REC                                       *
023800*  ROUTES ONE AUDIT RECORD TO THE ARCHIVE OR THE RETAINED      *
024000*  THE NEXT RECORD.  THE WRITE IS COUNTED ONLY WHEN THE FILE   *
024100*  STATUS SAYS IT LANDED, SO A SHORT WRITE SHOWS UP AS AN      *
024200*  OUT-OF-BALANCE LINE INSTEAD OF PASSING SILENTLY.            *
024210*  A RECORD IS ARCHIVED ONLY WHILE NOTHING HAS YET BEEN        *
024220*  RETAINED AND IT IS NOT THE NEWEST RECORD ON THE FILE - SEE  *
024230*  THE PROGRAM HEADER FOR WHY THE CHAIN NEEDS BOTH.            *
024300************************************************************
024400 2000-SPLIT-AUDIT-REC.
024500
024800     ADD 1 TO SUM-IN-COUNT (SUM-IDX).
024900     ADD 1 TO WS-TOT-IN.
025000
025010     IF AUD-DATE < WS-CUTOFF-DATE
025020      AND NOT RETAINING-REST
025030      AND WS-TOT-IN < WS-REC-COUNT
025200         WRITE ARCH-REC FROM AUDIT-REC
025300         IF ARCH-OK
025400             ADD 1 TO SUM-ARCH-COUNT (SUM-IDX)
025500             ADD 1 TO WS-TOT-ARCHIVED
025510             IF AUD-SEQ-NO NUMERIC
025520                 MOVE AUD-SEQ-NO TO WS-LAST-ARCH-SEQ
025530             END-IF
025600         ELSE
025700             DISPLAY 'AUDARCH - ARCHIVE WRITE FAILED - STATUS '
025800                 WS-ARCH-STATUS
025900         END-IF
026000     ELSE
026010         IF NOT RETAINING-REST
026020             SET RETAINING-REST TO TRUE
026030             IF AUD-SEQ-NO NUMERIC
026040                 MOVE AUD-SEQ-NO TO WS-FIRST-KEEP-SEQ
026050             END-IF
026060         END-IF
026070         IF AUD-DATE < WS-CUTOFF-DATE
026080             ADD 1 TO WS-HELD-COUNT
026090         END-IF
026100         WRITE KEEP-REC FROM AUDIT-REC
026200         IF KEEP-OK
026300             ADD 1 TO SUM-KEEP-COUNT (SUM-IDX)
035800     MOVE WS-TOTAL-LINE   TO REPORT-LINE.
035900     WRITE REPORT-LINE.
036000
036010     PERFORM 3200-PRINT-CHAIN-LINES THRU 3200-EXIT.
036020
036100     IF WS-TOT-IN NOT = WS-TOT-ARCHIVED + WS-TOT-RETAINED
036200         ADD 1 TO WS-OOB-COUNT
036300     END-IF.
040300 3100-EXIT.
040400     EXIT.
040500*
040501************************************************************
040502*  3200-PRINT-CHAIN-LINES                                     *
040503*  SHOWS WHERE THE AUDIT CHAIN WAS SPLIT - THE LAST SEQUENCE   *
040504*  NUMBER ARCHIVED AND THE FIRST RETAINED, WHICH FOLLOW ON     *
040505*  WHEN THE LOG WAS INTACT - AND HOW MANY RECORDS DATED BEFORE *
040506*  THE CUTOFF WERE KEPT TO HOLD THE CHAIN TOGETHER.            *
040507************************************************************
040508 3200-PRINT-CHAIN-LINES.
040509
040510     MOVE SPACES                    TO WS-CHAIN-LINE.
040511     MOVE 'LAST SEQUENCE NUMBER ARCHIVED' TO WS-C-LABEL.
040512     MOVE WS-LAST-ARCH-SEQ          TO WS-C-VALUE.
040513     MOVE WS-CHAIN-LINE             TO REPORT-LINE.
040514     WRITE REPORT-LINE.
040515
040516     MOVE 'FIRST SEQUENCE NUMBER RETAINED' TO WS-C-LABEL.
040517     MOVE WS-FIRST-KEEP-SEQ         TO WS-C-VALUE.
040518     MOVE WS-CHAIN-LINE             TO REPORT-LINE.
040519     WRITE REPORT-LINE.
040520
040521     MOVE 'RECORDS BEFORE THE CUTOFF RETAINED' TO WS-C-LABEL.
040522     MOVE WS-HELD-COUNT             TO WS-C-VALUE.
040523     MOVE WS-CHAIN-LINE             TO REPORT-LINE.
040524     WRITE REPORT-LINE.
040525
040526 3200-EXIT.
040527     EXIT.
040528*
040600************************************************************
040700*  9000-TERMINATE                                             *
040800*  CLOSES ALL OPEN FILES BEFORE THE PROGRAM ENDS.              *
