000100************************************************************
000200*                                                              *
000300*  HISTMAP.CPY                                                 *
000400*                                                              *
000500*  SYMBOLIC MAP FOR MAPSET HISTMAP, MAP HISTMAP1, DEFINED IN   *
000600*  BMS/HISTMAP.BMS.  THE ROW1-ROW12 FIELDS THE TRANSLATOR      *
000700*  GENERATES FROM THAT SOURCE HAVE BEEN HAND-FOLDED HERE INTO  *
000800*  THE ROWI/ROWL/ROWF OCCURS 12 TABLES, THE SAME WAY           *
000900*  PAPRMAP.CPY FOLDS PAPRMAP1.  USED BY HISTINQ TO LIST ONE    *
001000*  SUBSYSTEM'S NIGHTS FROM CONNHIST AND CTLHIST AND THE AUDIT  *
001100*  EVENTS OF A SELECTED NIGHT.                                 *
001200*                                                              *
001300*  MODIFICATION HISTORY.                                       *
001400*      2026-10-15  RJK  ORIGINAL.                              *
001500*                                                              *
001600************************************************************
001700 01  HISTMAP1I.
001800     02  FILLER                    PIC X(12).
001900     02  MSGL                      COMP PIC S9(4).
002000     02  MSGF                      PICTURE X.
002100     02  FILLER REDEFINES MSGF.
002200         03  MSGA                  PICTURE X.
002300     02  MSGI                      PIC X(79).
002400     02  DBNAMEL                   COMP PIC S9(4).
002500     02  DBNAMEF                   PICTURE X.
002600     02  FILLER REDEFINES DBNAMEF.
002700         03  DBNAMEA               PICTURE X.
002800     02  DBNAMEI                   PIC X(08).
002900     02  FROMDTL                   COMP PIC S9(4).
003000     02  FROMDTF                   PICTURE X.
003100     02  FILLER REDEFINES FROMDTF.
003200         03  FROMDTA               PICTURE X.
003300     02  FROMDTI                   PIC X(08).
003400     02  TODTL                     COMP PIC S9(4).
003500     02  TODTF                     PICTURE X.
003600     02  FILLER REDEFINES TODTF.
003700         03  TODTA                 PICTURE X.
003800     02  TODTI                     PIC X(08).
003900     02  SELNOL                    COMP PIC S9(4).
004000     02  SELNOF                    PICTURE X.
004100     02  FILLER REDEFINES SELNOF.
004200         03  SELNOA                PICTURE X.
004300     02  SELNOI                    PIC X(02).
004400     02  INFOL                     COMP PIC S9(4).
004500     02  INFOF                     PICTURE X.
004600     02  FILLER REDEFINES INFOF.
004700         03  INFOA                 PICTURE X.
004800     02  INFOI                     PIC X(64).
004900     02  HDGL                      COMP PIC S9(4).
005000     02  HDGF                      PICTURE X.
005100     02  FILLER REDEFINES HDGF.
005200         03  HDGA                  PICTURE X.
005300     02  HDGI                      PIC X(79).
005400     02  ROWL OCCURS 12 TIMES      COMP PIC S9(4).
005500     02  ROWF OCCURS 12 TIMES      PICTURE X.
005600     02  FILLER OCCURS 12 TIMES REDEFINES ROWF.
005700         03  ROWA                  PICTURE X.
005800     02  ROWI  OCCURS 12 TIMES     PIC X(79).
005900*
006000************************************************************
006100*  ROWI LAYS OUT ONE NIGHT PER DISPLAY LINE AS:               *
006200*      ROW NO (02)  DATE (08)  ATTEMPTS (05)  SUCCESSES (05)  *
006300*      FAILURES (05)  DISCONNECT FAILURES (05)                *
006400*      CONNECTED TIME HH:MM:SS (08)  ROWS MOVED (09)          *
006500*      AMOUNT HASH (17)  MARKERS (05)                         *
006600*  OR, ON THE EVENTS DISPLAY, ONE AUDIT EVENT PER LINE AS:    *
006700*      TIME (08)  EVENT (10)  OUTCOME (07)  JOB (08)          *
006800*      USER (08)  WINDOW-RUN ID (16)                          *
006900************************************************************
007000 01  HISTMAP1O REDEFINES HISTMAP1I.
007100     02  FILLER                    PIC X(12).
007200     02  FILLER                    PIC X(03).
007300     02  MSGO                      PIC X(79).
007400     02  FILLER                    PIC X(03).
007500     02  DBNAMEO                   PIC X(08).
007600     02  FILLER                    PIC X(03).
007700     02  FROMDTO                   PIC X(08).
007800     02  FILLER                    PIC X(03).
007900     02  TODTO                     PIC X(08).
008000     02  FILLER                    PIC X(03).
008100     02  SELNOO                    PIC X(02).
008200     02  FILLER                    PIC X(03).
008300     02  INFOO                     PIC X(64).
008400     02  FILLER                    PIC X(03).
008500     02  HDGO                      PIC X(79).
008600     02  FILLER OCCURS 12 TIMES    PIC X(03).
008700     02  ROWO  OCCURS 12 TIMES     PIC X(79).
