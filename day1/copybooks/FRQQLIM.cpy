000100*----------------------------------------------------------------*
000110*    FRQQLIM -  CONTROL-CARD LAYOUT FOR THE AUTOMATIC QUARANTINE *
000120*               LIMITS (FILE-ID QUARPARM), READ BY 01B AND 01D.  *
000130*               A DEVICE IS QUARANTINED WHEN QLIM-BREACH-LIMIT   *
000140*               BAND AND DRIFT BREACHES FALL WITHIN              *
000150*               QLIM-WINDOW-DAYS DAYS OF THE RUN DATE (SEE       *
000160*               FRQQLOG).  NO CARD, A FIELD THAT IS NOT NUMERIC  *
000170*               OR A ZERO WINDOW TAKES THE HOUSE DEFAULT OF 3    *
000180*               BREACHES IN 30 DAYS; A ZERO LIMIT STILL LOGS THE *
000190*               BREACHES BUT QUARANTINES NOTHING.                *
000200*----------------------------------------------------------------*
000210 05  QLIM-BREACH-LIMIT           PIC 9(03).
000220 05  QLIM-WINDOW-DAYS            PIC 9(03).
