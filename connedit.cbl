001000*  LIST, BLANK NAME OR USER, AND A CREDENTIAL-VAULT FETCH      *
001100*  TEST PER DB-NAME/DB-USER PAIR - THEN ENDS NON-ZERO SO THE   *
001200*  SCHEDULER HOLDS THE WINDOW.                                 *
001201*                                                              *
001202*  AFTER THE EDIT RESULT IT LISTS THE PARAMETER CHANGES ON THE *
001203*  PENDCHG FILE THAT THE REVIEWER SHOULD KNOW ABOUT: ANY       *
001204*  EMERGENCY-OVERRIDE CHANGE STILL AWAITING A SECOND           *
001205*  OPERATOR'S COUNTERSIGNATURE (BOXED, AT THE TOP - THESE ARE  *
001206*  IN FORCE TONIGHT WITHOUT APPROVAL), THE CHANGES STILL       *
001207*  PENDING APPROVAL (NOT IN FORCE - THE REFRESH STEP ONLY      *
001208*  CARRIES WHAT PAPR HAS APPLIED TO THE KSDS MASTERS), AND THE *
001209*  CHANGES REJECTED IN THE LAST 7 DAYS.  THESE SECTIONS DO NOT *
001210*  AFFECT THE RETURN CODE.  A MISSING PENDCHG FILE IS NOTED ON *
001211*  THE REPORT AND THE SECTIONS ARE LEFT OUT.                   *
001300*                                                              *
001400*  RETURN-CODE VALUES                                          *
001500*      0   =  CONNPARM IS CLEAN - RELEASE THE WINDOW           *
002800************************************************************
002900*  MODIFICATION HISTORY.                                      *
003000*      2026-08-22  RJK  ORIGINAL.                              *
003010*      2026-10-15  RJK  LISTS EMERGENCY-OVERRIDE, PENDING AND  *
003020*                       RECENTLY REJECTED PARAMETER CHANGES    *
003030*                       FROM THE NEW PENDCHG FILE AFTER THE    *
003040*                       EDIT RESULT.                           *
003050*      2026-10-15  RJK  NAMES DEPPARM CHANGES (FILE CODE D).   *
003100************************************************************
003200
003300 ENVIRONMENT DIVISION.
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-CONNPARM-STATUS.
003900
003910     SELECT PENDCHG-FILE ASSIGN TO PENDCHG
003920         ORGANIZATION IS INDEXED
003930         ACCESS MODE IS DYNAMIC
003940         RECORD KEY IS PND-CHG-KEY
003950         FILE STATUS IS WS-PENDCHG-STATUS.
003960
004000     SELECT REPORT-FILE ASSIGN TO EDITRPT
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-REPORT-STATUS.
005500                   DB-RETRY-DELAY-SECS BY CP-RETRY-DELAY-SECS
005510                   DB-GROUP-CODE       BY CP-GROUP-CODE.
005600
005610 FD  PENDCHG-FILE
005620     RECORDING MODE IS F
005630     LABEL RECORDS ARE STANDARD.
005640 01  PENDCHG-REC.
005650     COPY PENDCHG.
005660
005700 FD  REPORT-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
007000
007100 77  WS-REPORT-STATUS          PIC X(02)      VALUE SPACES.
007200     88  REPORT-OK                            VALUE '00'.
007210
007220 77  WS-PENDCHG-STATUS         PIC X(02)      VALUE SPACES.
007230     88  PENDCHG-OK                           VALUE '00'.
007240     88  PENDCHG-EOF                          VALUE '10'.
007250 77  WS-PENDCHG-OPEN-SW        PIC X(01)      VALUE 'N'.
007260     88  PENDCHG-FILE-OPEN                    VALUE 'Y'.
007300
007400 77  WS-RECORD-NO              PIC 9(04) COMP VALUE ZERO.
007500 77  WS-DEFECT-COUNT           PIC 9(04) COMP VALUE ZERO.
011400     05  FILLER                   PIC X(02) VALUE SPACES.
011500     05  WS-D-MESSAGE             PIC X(45).
011600     05  FILLER                   PIC X(12) VALUE SPACES.
011601
011602************************************************************
011603*  PARAMETER-CHANGE SECTIONS - THE SECTION BEING PRINTED, ITS *
011604*  LINE COUNT, AND THE 7-DAY CUTOFF FOR REJECTED CHANGES.     *
011605************************************************************
011606 77  WS-CHG-SECTION            PIC X(01)      VALUE SPACES.
011607     88  SECTION-EMERGENCY                    VALUE 'E'.
011608     88  SECTION-PENDING                      VALUE 'P'.
011609     88  SECTION-REJECTED                     VALUE 'R'.
011610 77  WS-CHG-COUNT              PIC 9(04) COMP VALUE ZERO.
011611 77  WS-TODAY                  PIC X(08)      VALUE SPACES.
011612 77  WS-DATE-9                 PIC 9(08)      VALUE ZERO.
011613 77  WS-CUTOFF-DAY-INT         PIC S9(09) COMP VALUE ZERO.
011614 77  WS-REV-DAY-INT            PIC S9(09) COMP VALUE ZERO.
011615 77  WS-SHOW-SW                PIC X(01)      VALUE 'N'.
011616     88  SHOW-CHANGE                          VALUE 'Y'.
011617
011618 01  WS-CHANGE-LINE.
011619     05  WS-C-FLAG                PIC X(04).
011620     05  WS-C-FILE                PIC X(08).
011621     05  FILLER                   PIC X(01) VALUE SPACES.
011622     05  WS-C-DB-NAME             PIC X(08).
011623     05  FILLER                   PIC X(01) VALUE SPACES.
011624     05  WS-C-ACTION              PIC X(06).
011625     05  FILLER                   PIC X(07) VALUE ' KEYED '.
011626     05  WS-C-REQ-DATE            PIC X(08).
011627     05  FILLER                   PIC X(01) VALUE SPACES.
011628     05  WS-C-REQ-INITIALS        PIC X(03).
011629     05  FILLER                   PIC X(04) VALUE ' AT '.
011630     05  WS-C-REQ-TERMINAL        PIC X(04).
011631     05  FILLER                   PIC X(01) VALUE SPACES.
011632     05  WS-C-REVIEW              PIC X(24).
011633
011634 01  WS-IMAGE-LINE.
011635     05  WS-I-FLAG                PIC X(04).
011636     05  WS-I-LABEL               PIC X(08).
011637     05  WS-I-IMAGE               PIC X(60).
011638     05  FILLER                   PIC X(08) VALUE SPACES.
011639
011640 01  WS-EMERGENCY-RULE            PIC X(64) VALUE ALL '*'.
011700
011800 PROCEDURE DIVISION.
011900*
012600     PERFORM 2000-EDIT-ENTRY      THRU 2000-EXIT
012700         UNTIL CONNPARM-EOF.
012800     PERFORM 3000-PRINT-SUMMARY   THRU 3000-EXIT.
012810     PERFORM 4000-PRINT-CHANGES   THRU 4000-EXIT.
012900     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
013000
013100     IF WS-DEFECT-COUNT > ZERO
013700************************************************************
013800*  1000-INITIALIZE                                            *
013900*  OPENS THE PARAMETER AND REPORT FILES AND READS THE FIRST    *
014000*  ENTRY.  A MISSING PENDCHG FILE IS REPORTED BUT DOES NOT     *
014010*  STOP THE EDIT - ONLY THE PARAMETER-CHANGE SECTIONS ARE LEFT *
014020*  OUT.                                                        *
014100************************************************************
014200 1000-INITIALIZE.
014300
015600         MOVE 12 TO RETURN-CODE
015700         STOP RUN
015800     END-IF.
015810
015820     OPEN INPUT PENDCHG-FILE.
015830     IF PENDCHG-OK
015840         SET PENDCHG-FILE-OPEN TO TRUE
015850     ELSE
015860         DISPLAY 'CONNEDIT - UNABLE TO OPEN PENDCHG FILE'
015870         DISPLAY 'CONNEDIT - FILE STATUS IS ' WS-PENDCHG-STATUS
015880         DISPLAY 'CONNEDIT - PARAMETER CHANGES NOT LISTED'
015890     END-IF.
015900
016000     MOVE SPACES TO REPORT-LINE.
016100     MOVE 'CONNPARM PRE-FLIGHT EDIT' TO REPORT-LINE.
034000 9000-TERMINATE.
034100
034200     CLOSE CONNPARM-FILE.
034210     IF PENDCHG-FILE-OPEN
034220         CLOSE PENDCHG-FILE
034230     END-IF.
034300     CLOSE REPORT-FILE.
034400
034500 9000-EXIT.
034600     EXIT.
034700*
034800************************************************************
034900*  4000-PRINT-CHANGES                                         *
035000*  LISTS THE PARAMETER CHANGES ON PENDCHG IN THREE SECTIONS -  *
035100*  EMERGENCY-OVERRIDE CHANGES AWAITING COUNTERSIGNATURE, BOXED *
035200*  SO THE REVIEWER CANNOT MISS THEM, THEN PENDING CHANGES,     *
035300*  THEN CHANGES REJECTED IN THE LAST 7 DAYS.                   *
035400************************************************************
035500 4000-PRINT-CHANGES.
035600
035700     MOVE SPACES TO REPORT-LINE.
035800     WRITE REPORT-LINE.
035900     IF NOT PENDCHG-FILE-OPEN
036000         MOVE 'PENDCHG FILE NOT AVAILABLE - CHANGES NOT LISTED'
036100             TO REPORT-LINE
036200         WRITE REPORT-LINE
036300         GO TO 4000-EXIT
036400     END-IF.
036500
036600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
036700     MOVE WS-TODAY TO WS-DATE-9.
036800     COMPUTE WS-CUTOFF-DAY-INT =
036900         FUNCTION INTEGER-OF-DATE (WS-DATE-9) - 7.
037000
037100     MOVE WS-EMERGENCY-RULE TO REPORT-LINE.
037200     WRITE REPORT-LINE.
037300     MOVE '***  EMERGENCY OVERRIDE CHANGES - IN FORCE'
037400         TO REPORT-LINE.
037500     MOVE ' WITHOUT APPROVAL  ***' TO REPORT-LINE (43:22).
037600     WRITE REPORT-LINE.
037700     MOVE WS-EMERGENCY-RULE TO REPORT-LINE.
037800     WRITE REPORT-LINE.
037900     SET SECTION-EMERGENCY TO TRUE.
038000     PERFORM 4100-PRINT-SECTION THRU 4100-EXIT.
038100     MOVE WS-EMERGENCY-RULE TO REPORT-LINE.
038200     WRITE REPORT-LINE.
038300
038400     MOVE SPACES TO REPORT-LINE.
038500     WRITE REPORT-LINE.
038600     MOVE 'PENDING CHANGES - NOT IN FORCE UNTIL APPROVED'
038700         TO REPORT-LINE.
038800     WRITE REPORT-LINE.
038900     SET SECTION-PENDING TO TRUE.
039000     PERFORM 4100-PRINT-SECTION THRU 4100-EXIT.
039100
039200     MOVE SPACES TO REPORT-LINE.
039300     WRITE REPORT-LINE.
039400     MOVE 'CHANGES REJECTED IN THE LAST 7 DAYS' TO REPORT-LINE.
039500     WRITE REPORT-LINE.
039600     SET SECTION-REJECTED TO TRUE.
039700     PERFORM 4100-PRINT-SECTION THRU 4100-EXIT.
039800
039900 4000-EXIT.
040000     EXIT.
040100*
040200************************************************************
040300*  4100-PRINT-SECTION                                         *
040400*  READS PENDCHG FROM THE TOP AND PRINTS EVERY CHANGE THAT     *
040500*  BELONGS IN THE SECTION IN WS-CHG-SECTION, OR NONE.          *
040600************************************************************
040700 4100-PRINT-SECTION.
040800
040900     MOVE ZERO TO WS-CHG-COUNT.
041000     MOVE SPACES TO WS-PENDCHG-STATUS.
041100     MOVE LOW-VALUES TO PND-CHG-KEY.
041200     START PENDCHG-FILE KEY NOT < PND-CHG-KEY
041300         INVALID KEY
041400             SET PENDCHG-EOF TO TRUE
041500     END-START.
041600
041700     PERFORM 4200-READ-CHANGE THRU 4200-EXIT
041800         UNTIL PENDCHG-EOF.
041900
042000     IF WS-CHG-COUNT = ZERO
042100         MOVE SPACES TO REPORT-LINE
042200         IF SECTION-EMERGENCY
042300             MOVE '***' TO REPORT-LINE
042400         END-IF
042500         MOVE 'NONE' TO REPORT-LINE (5:4)
042600         WRITE REPORT-LINE
042700     END-IF.
042800
042900 4100-EXIT.
043000     EXIT.
043100*
043200************************************************************
043300*  4200-READ-CHANGE                                           *
043400*  READS THE NEXT PENDCHG RECORD AND PRINTS IT IF IT BELONGS   *
043500*  IN THE CURRENT SECTION.  A REJECTED CHANGE IS ONLY PRINTED  *
043600*  IF IT WAS REJECTED ON OR AFTER THE CUTOFF DATE.             *
043700************************************************************
043800 4200-READ-CHANGE.
043900
044000     READ PENDCHG-FILE NEXT RECORD
044100         AT END
044200             SET PENDCHG-EOF TO TRUE
044300     END-READ.
044400     IF PENDCHG-EOF
044500         GO TO 4200-EXIT
044600     END-IF.
044700
044800     MOVE 'N' TO WS-SHOW-SW.
044900     IF PND-STATUS = WS-CHG-SECTION
045000         SET SHOW-CHANGE TO TRUE
045100     END-IF.
045200     IF SHOW-CHANGE AND SECTION-REJECTED
045300         MOVE 'N' TO WS-SHOW-SW
045400         IF PND-REV-DATE NUMERIC
045500             MOVE PND-REV-DATE TO WS-DATE-9
045600             COMPUTE WS-REV-DAY-INT =
045700                 FUNCTION INTEGER-OF-DATE (WS-DATE-9)
045800             IF WS-REV-DAY-INT NOT < WS-CUTOFF-DAY-INT
045900                 SET SHOW-CHANGE TO TRUE
046000             END-IF
046100         END-IF
046200     END-IF.
046300
046400     IF SHOW-CHANGE
046500         PERFORM 4300-PRINT-CHANGE THRU 4300-EXIT
046600     END-IF.
046700
046800 4200-EXIT.
046900     EXIT.
047000*
047100************************************************************
047200*  4300-PRINT-CHANGE                                          *
047300*  PRINTS ONE CHANGE - WHAT, WHO AND WHEN, AND FOR A REJECTED  *
047400*  CHANGE WHO REJECTED IT - FOLLOWED BY ITS BEFORE AND AFTER   *
047500*  IMAGES.  EMERGENCY CHANGES ARE FLAGGED WITH ASTERISKS.      *
047600************************************************************
047700 4300-PRINT-CHANGE.
047800
047900     ADD 1 TO WS-CHG-COUNT.
048000     MOVE SPACES TO WS-C-FLAG WS-C-REVIEW WS-I-FLAG.
048100     IF SECTION-EMERGENCY
048200         MOVE '*** ' TO WS-C-FLAG WS-I-FLAG
048300     END-IF.
048400
048500     EVALUATE PND-FILE-ID
048600         WHEN 'C'
048700             MOVE 'CONNPARM' TO WS-C-FILE
048800         WHEN 'L'
048900             MOVE 'CALENDAR' TO WS-C-FILE
049000         WHEN 'F'
049100             MOVE 'FAILOVER' TO WS-C-FILE
049200         WHEN 'S'
049300             MOVE 'SLAPARM'  TO WS-C-FILE
049400         WHEN 'D'
049500             MOVE 'DEPPARM'  TO WS-C-FILE
049600         WHEN OTHER
049700             MOVE PND-FILE-ID TO WS-C-FILE
049800     END-EVALUATE.
049900
050000     EVALUATE PND-ACTION
050100         WHEN 'A'
050200             MOVE 'ADD'    TO WS-C-ACTION
050300         WHEN 'C'
050400             MOVE 'CHANGE' TO WS-C-ACTION
050500         WHEN 'D'
050600             MOVE 'DELETE' TO WS-C-ACTION
050700         WHEN OTHER
050800             MOVE PND-ACTION TO WS-C-ACTION
050900     END-EVALUATE.
051000
051100     MOVE PND-REC-KEY      TO WS-C-DB-NAME.
051200     MOVE PND-REQ-DATE     TO WS-C-REQ-DATE.
051300     MOVE PND-REQ-INITIALS TO WS-C-REQ-INITIALS.
051400     MOVE PND-REQ-TERMINAL TO WS-C-REQ-TERMINAL.
051500     IF SECTION-REJECTED
051600         STRING 'REJECTED ' DELIMITED BY SIZE
051700                PND-REV-DATE DELIMITED BY SIZE
051800                ' BY ' DELIMITED BY SIZE
051900                PND-REV-INITIALS DELIMITED BY SIZE
052000             INTO WS-C-REVIEW
052100     END-IF.
052200     MOVE WS-CHANGE-LINE TO REPORT-LINE.
052300     WRITE REPORT-LINE.
052400
052500     MOVE 'BEFORE: '       TO WS-I-LABEL.
052600     MOVE PND-BEFORE-IMAGE TO WS-I-IMAGE.
052700     MOVE WS-IMAGE-LINE TO REPORT-LINE.
052800     WRITE REPORT-LINE.
052900     MOVE 'AFTER:  '       TO WS-I-LABEL.
053000     MOVE PND-AFTER-IMAGE  TO WS-I-IMAGE.
053100     MOVE WS-IMAGE-LINE TO REPORT-LINE.
053200     WRITE REPORT-LINE.
053300
053400 4300-EXIT.
053500     EXIT.
