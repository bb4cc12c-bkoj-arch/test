001200*                                                              *
001300*  MODIFICATION HISTORY.                                       *
001400*      2026-09-02  RJK  ORIGINAL.                              *
001410*      2026-10-15  RJK  ADDED RT-CREDIT-PCT, THE SERVICE       *
001420*                       CREDIT PER SLA-BREACHED NIGHT, AS A    *
001430*                       PERCENTAGE OF THE MONTH'S GROSS        *
001440*                       CHARGE.  RECORD LENGTH IS NOW 27.      *
001500*                                                              *
001600************************************************************
001700    05  RT-DB-NAME                    PIC X(08).
001800    05  RT-RATE-PER-HOUR              PIC 9(05)V99.
001900    05  RT-RATE-PER-KROW              PIC 9(05)V99.
002000*    PERCENT OF THE MONTH'S GROSS CHARGE CREDITED FOR EACH NIGHT
002100*    SLAHIST RECORDS AS AN SLA BREACH - 00250 IS 2.5 PER CENT.
002200*    ZERO (OR NOT YET SET) MEANS THE SUBSYSTEM EARNS NO CREDIT.
002300    05  RT-CREDIT-PCT                 PIC 9(03)V99.
