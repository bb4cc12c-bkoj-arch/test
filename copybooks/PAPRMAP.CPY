000100************************************************************
000200*                                                              *
000300*  PAPRMAP.CPY                                                 *
000400*                                                              *
000500*  SYMBOLIC MAP FOR MAPSET PAPRMAP, MAP PAPRMAP1, DEFINED IN   *
000600*  BMS/PAPRMAP.BMS.  THE ROW1-ROW8 FIELDS THE TRANSLATOR       *
000700*  GENERATES FROM THAT SOURCE HAVE BEEN HAND-FOLDED HERE INTO  *
000800*  THE ROWI/ROWL/ROWF OCCURS 8 TABLES, THE SAME WAY            *
000900*  ALRTMAP.CPY FOLDS ALRTMAP1.  USED BY PRMAPPR TO LIST THE    *
001000*  PARAMETER CHANGES WAITING FOR A SECOND OPERATOR, SHOW THE   *
001100*  BEFORE AND AFTER IMAGES OF ONE, AND ACCEPT AN APPROVE OR    *
001200*  REJECT DECISION WITH THE REVIEWER'S INITIALS.               *
001300*                                                              *
001400*  MODIFICATION HISTORY.                                       *
001500*      2026-10-15  RJK  ORIGINAL.                              *
001600*                                                              *
001700************************************************************
001800 01  PAPRMAP1I.
001900     02  FILLER                    PIC X(12).
002000     02  MSGL                      COMP PIC S9(4).
002100     02  MSGF                      PICTURE X.
002200     02  FILLER REDEFINES MSGF.
002300         03  MSGA                  PICTURE X.
002400     02  MSGI                      PIC X(60).
002500     02  SELNOL                    COMP PIC S9(4).
002600     02  SELNOF                    PICTURE X.
002700     02  FILLER REDEFINES SELNOF.
002800         03  SELNOA                PICTURE X.
002900     02  SELNOI                    PIC X(02).
003000     02  DECISNL                   COMP PIC S9(4).
003100     02  DECISNF                   PICTURE X.
003200     02  FILLER REDEFINES DECISNF.
003300         03  DECISNA               PICTURE X.
003400     02  DECISNI                   PIC X(01).
003500     02  INITSL                    COMP PIC S9(4).
003600     02  INITSF                    PICTURE X.
003700     02  FILLER REDEFINES INITSF.
003800         03  INITSA                PICTURE X.
003900     02  INITSI                    PIC X(03).
004000     02  CHGINFL                   COMP PIC S9(4).
004100     02  CHGINFF                   PICTURE X.
004200     02  FILLER REDEFINES CHGINFF.
004300         03  CHGINFA               PICTURE X.
004400     02  CHGINFI                   PIC X(60).
004500     02  BEFOREL                   COMP PIC S9(4).
004600     02  BEFOREF                   PICTURE X.
004700     02  FILLER REDEFINES BEFOREF.
004800         03  BEFOREA               PICTURE X.
004900     02  BEFOREI                   PIC X(60).
005000     02  AFTERL                    COMP PIC S9(4).
005100     02  AFTERF                    PICTURE X.
005200     02  FILLER REDEFINES AFTERF.
005300         03  AFTERA                PICTURE X.
005400     02  AFTERI                    PIC X(60).
005500     02  ROWL OCCURS 8 TIMES       COMP PIC S9(4).
005600     02  ROWF OCCURS 8 TIMES       PICTURE X.
005700     02  FILLER OCCURS 8 TIMES REDEFINES ROWF.
005800         03  ROWA                  PICTURE X.
005900     02  ROWI  OCCURS 8 TIMES      PIC X(57).
006000*
006100************************************************************
006200*  ROWI LAYS OUT ONE WAITING CHANGE PER DISPLAY LINE AS:      *
006300*      ROW NO (02)  FILE (01)  DB-NAME (08)  ACTION (06)      *
006400*      STATUS (09)  KEYED BY (03)  TERMINAL (04)              *
006500*      DATE (08)  TIME (08)                                   *
006600************************************************************
006700 01  PAPRMAP1O REDEFINES PAPRMAP1I.
006800     02  FILLER                    PIC X(12).
006900     02  FILLER                    PIC X(03).
007000     02  MSGO                      PIC X(60).
007100     02  FILLER                    PIC X(03).
007200     02  SELNOO                    PIC X(02).
007300     02  FILLER                    PIC X(03).
007400     02  DECISNO                   PIC X(01).
007500     02  FILLER                    PIC X(03).
007600     02  INITSO                    PIC X(03).
007700     02  FILLER                    PIC X(03).
007800     02  CHGINFO                   PIC X(60).
007900     02  FILLER                    PIC X(03).
008000     02  BEFOREO                   PIC X(60).
008100     02  FILLER                    PIC X(03).
008200     02  AFTERO                    PIC X(60).
008300     02  FILLER OCCURS 8 TIMES     PIC X(03).
008400     02  ROWO  OCCURS 8 TIMES      PIC X(57).
