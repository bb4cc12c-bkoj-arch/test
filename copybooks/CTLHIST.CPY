001500*                                                              *
001600*  MODIFICATION HISTORY.                                       *
001700*      2026-09-02  RJK  ORIGINAL.                              *
001710*      2026-10-15  RJK  ADDED CTH-BALANCE-SW - WHETHER THE     *
001720*                       NIGHT BALANCED - SO THE OUT-OF-BALANCE *
001730*                       NIGHTS CAN BE FOUND LONG AFTER BALRPT  *
001740*                       HAS GONE.                              *
001800*                                                              *
001900************************************************************
002000    05  CTH-HIST-KEY.
002200        10  CTH-DATE                  PIC X(08).
002300    05  CTH-ROW-COUNT                 PIC 9(09).
002400    05  CTH-AMOUNT-HASH               PIC S9(13)V99.
002500*    B = READ AND WRITE AGREED AT EVERY LEVEL, O = OUT OF
002600*    BALANCE.  SPACE ON A RECORD WRITTEN BEFORE THE FLAG EXISTED.
002700    05  CTH-BALANCE-SW                PIC X(01).
002800        88  CTH-BALANCED                    VALUE 'B'.
002900        88  CTH-OUT-OF-BALANCE              VALUE 'O'.
