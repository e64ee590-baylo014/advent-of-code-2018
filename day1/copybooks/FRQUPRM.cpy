000100*----------------------------------------------------------------*
000110*    FRQUPRM -  CONTROL-CARD LAYOUT FOR THE 01U MONTH-END        *
000120*               CHARGE-BACK (FILE-ID CHRGPARM).  UPRM-MONTH      *
000130*               (YYYYMM) IS THE CALENDAR MONTH TO CHARGE; BLANK  *
000140*               TAKES THE MONTH BEFORE THE RUN DATE - THE NORMAL *
000150*               CASE, RUN JUST AFTER THE MONTH CLOSES.           *
000160*----------------------------------------------------------------*
000170 05  UPRM-MONTH                  PIC X(06).
