001200*                                                              *
001300*  MODIFICATION HISTORY.                                       *
001400*      2026-09-02  RJK  ORIGINAL.                              *
001410*      2026-10-15  RJK  EMERGENCY-OVERRIDE FIELD (EMERG) ADDED *
001420*                       AFTER INITS.                           *
001500*                                                              *
001600************************************************************
001700 01  PARMMAP1I.
004100     02  FILLER REDEFINES INITSF.
004200         03  INITSA                PICTURE X.
004300     02  INITSI                    PIC X(03).
004310     02  EMERGL                    COMP PIC S9(4).
004320     02  EMERGF                    PICTURE X.
004330     02  FILLER REDEFINES EMERGF.
004340         03  EMERGA                PICTURE X.
004350     02  EMERGI                    PIC X(01).
004400     02  RDATAL                    COMP PIC S9(4).
004500     02  RDATAF                    PICTURE X.
004600     02  FILLER REDEFINES RDATAF.
006800     02  RKEYO                     PIC X(08).
006900     02  FILLER                    PIC X(03).
007000     02  INITSO                    PIC X(03).
007010     02  FILLER                    PIC X(03).
007020     02  EMERGO                    PIC X(01).
007100     02  FILLER                    PIC X(03).
007200     02  RDATAO                    PIC X(60).
007300     02  FILLER OCCURS 8 TIMES     PIC X(03).
