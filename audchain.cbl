000100************************************************************
000200*                                                              *
000300*  AUDCHAIN                                                    *
000400*  AUDIT-TRAIL CHAIN VALUE.  COMPUTES THE CHECK VALUE FOR ONE  *
000500*  AUDITREC RECORD FROM THE CHECK VALUE OF THE RECORD BEFORE   *
000600*  IT ON THE SAME LOG AND EVERY BYTE OF THIS RECORD EXCEPT     *
000700*  THE CHECK VALUE ITSELF (SEQUENCE NUMBER INCLUDED), AND      *
000800*  STORES IT IN AUD-CHAIN-VALUE.  CALLED BY EVERY PROGRAM      *
000900*  THAT WRITES AN AUDIT RECORD, JUST BEFORE THE WRITE, AND BY  *
001000*  AUDVERFY TO RECOMPUTE THE VALUE A RECORD SHOULD CARRY - SO  *
001100*  THE TWO CAN NEVER DISAGREE ABOUT THE ARITHMETIC.            *
001200*                                                              *
001300*  THE VALUE IS A POLYNOMIAL REMAINDER MODULO THE PRIME        *
001400*  2147483647.  ANY CHANGE TO A RECORD CHANGES ITS VALUE, AND  *
001500*  THROUGH THE CHAIN THE VALUE OF EVERY LATER RECORD CHECKED   *
001600*  AGAINST IT.  IT IS NOT A CRYPTOGRAPHIC SEAL - THE DATASET   *
001700*  PROTECTION ON THE LOGS REMAINS THE ACCESS CONTROL.          *
001800*                                                              *
001900************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.    AudChain.
002200 AUTHOR.        R. KOWALCZYK.
002300 INSTALLATION.  DATABASE SERVICES - BATCH SUPPORT.
002400 DATE-WRITTEN.  2026-10-15.
002500 DATE-COMPILED.
002600*
002700************************************************************
002800*  MODIFICATION HISTORY.                                      *
002900*      2026-10-15  RJK  ORIGINAL.                              *
003000************************************************************
003100
003200 DATA DIVISION.
003300 WORKING-STORAGE SECTION.
003400*
003500************************************************************
003600*  CHAIN ARITHMETIC.  THE SEALED PART OF THE RECORD IS        *
003700*  EVERYTHING AHEAD OF AUD-CHAIN-VALUE (TIMESTAMP THROUGH     *
003800*  AUD-SEQ-NO).                                               *
003900************************************************************
004000 77  WS-SEALED-LEN             PIC 9(04) COMP VALUE 82.
004100 77  WS-BYTE-POS               PIC 9(04) COMP VALUE ZERO.
004200 77  WS-CHAIN-MODULUS          PIC 9(10) COMP VALUE 2147483647.
004300 77  WS-CHAIN-MULTIPLIER       PIC 9(04) COMP VALUE 257.
004400 77  WS-CHAIN-WORK             PIC 9(18) COMP VALUE ZERO.
004500 77  WS-CHAIN-QUOTIENT         PIC 9(18) COMP VALUE ZERO.
004600 77  WS-CHAIN-ACCUM            PIC 9(10) COMP VALUE ZERO.
004700
004800 LINKAGE SECTION.
004900 01  AC-PREV-CHAIN             PIC 9(10).
005000 01  AC-AUDIT-REC.
005100     COPY AUDITREC.
005200
005300 PROCEDURE DIVISION USING AC-PREV-CHAIN, AC-AUDIT-REC.
005400*
005500************************************************************
005600*  0000-MAINLINE                                              *
005700************************************************************
005800 0000-MAINLINE.
005900
006000     PERFORM 1000-COMPUTE-CHAIN THRU 1000-EXIT.
006100     GOBACK.
006200*
006300************************************************************
006400*  1000-COMPUTE-CHAIN                                         *
006500*  STARTS FROM THE PREVIOUS RECORD'S VALUE (ZERO FOR THE       *
006600*  FIRST RECORD OF A CHAIN), FOLDS IN EACH SEALED BYTE, AND    *
006700*  STORES THE RESULT IN THE RECORD.                            *
006800************************************************************
006900 1000-COMPUTE-CHAIN.
007000
007100     IF AC-PREV-CHAIN NUMERIC
007200         MOVE AC-PREV-CHAIN TO WS-CHAIN-ACCUM
007300     ELSE
007400         MOVE ZERO TO WS-CHAIN-ACCUM
007500     END-IF.
007600
007700     PERFORM 1100-FOLD-BYTE THRU 1100-EXIT
007800         VARYING WS-BYTE-POS FROM 1 BY 1
007900         UNTIL WS-BYTE-POS > WS-SEALED-LEN.
008000
008100     MOVE WS-CHAIN-ACCUM TO AUD-CHAIN-VALUE.
008200
008300 1000-EXIT.
008400     EXIT.
008500*
008600************************************************************
008700*  1100-FOLD-BYTE                                             *
008800*  FOLDS ONE BYTE OF THE RECORD INTO THE RUNNING VALUE.        *
008900************************************************************
009000 1100-FOLD-BYTE.
009100
009200     COMPUTE WS-CHAIN-WORK =
009300         WS-CHAIN-ACCUM * WS-CHAIN-MULTIPLIER
009400         + FUNCTION ORD (AC-AUDIT-REC (WS-BYTE-POS:1)).
009500     DIVIDE WS-CHAIN-WORK BY WS-CHAIN-MODULUS
009600         GIVING WS-CHAIN-QUOTIENT REMAINDER WS-CHAIN-ACCUM.
009700
009800 1100-EXIT.
009900     EXIT.
