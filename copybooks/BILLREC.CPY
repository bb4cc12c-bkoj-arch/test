001200*                                                              *
001300*  MODIFICATION HISTORY.                                       *
001400*      2026-09-02  RJK  ORIGINAL.                              *
001410*      2026-10-15  RJK  THE DETAIL NOW CARRIES THE SLA SERVICE *
001420*                       CREDIT IN WHAT WAS FILLER, AND THE     *
001430*                       TRAILER THE CREDIT AND NET TOTALS.     *
001440*                       BIL-DTL-TOTAL-CHARGE AND               *
001450*                       BIL-TRL-TOTAL-CHARGE ARE STILL THE     *
001460*                       GROSS, SO THE FEED BALANCES AS BEFORE; *
001470*                       THE AMOUNT DUE IS TOTAL LESS CREDIT.   *
001500*                                                              *
001600************************************************************
001700    05  BIL-RECORD-TYPE               PIC X(01).
003200        10  BIL-DTL-HOUR-CHARGE       PIC 9(09)V99.
003300        10  BIL-DTL-ROW-CHARGE        PIC 9(09)V99.
003400        10  BIL-DTL-TOTAL-CHARGE      PIC 9(11)V99.
003500        10  BIL-DTL-CREDIT            PIC 9(08)V99.
003600    05  BIL-TRAILER REDEFINES BIL-BODY.
003700        10  BIL-TRL-DETAIL-COUNT      PIC 9(07).
003800        10  BIL-TRL-TOTAL-CHARGE      PIC 9(13)V99.
003900        10  BIL-TRL-TOTAL-CREDIT      PIC 9(13)V99.
004000        10  BIL-TRL-TOTAL-NET         PIC 9(13)V99.
004100        10  FILLER                    PIC X(27).
