000100*----------------------------------------------------------------*
000110*    FRQNPRM -  CONTROL-CARD LAYOUT FOR THE 01N NON-REPORTING    *
000120*               DEVICE REPORT (FILE-ID SILPARM).  NPRM-RUN-DATE  *
000130*               IS THE CYCLE DATE THE NIGHT'S DEVLIST BELONGS TO *
000140*               (BLANK TAKES THE SYSTEM DATE - THE NORMAL        *
000150*               NIGHTLY CASE).  NPRM-SILENT-DAYS IS THE MOST RUN *
000160*               DATES AN ACTIVE DEVICE MAY MISS - COUNTED IN     *
000170*               HISTMST RUN DATES, NOT CALENDAR DAYS - BEFORE    *
000180*               THE STEP ENDS RC 8.  A SILENT DEVICE IS AN       *
000185*               UNCALIBRATED DEVICE STILL IN SERVICE.            *
000190*----------------------------------------------------------------*
000200 05  NPRM-RUN-DATE               PIC X(08).
000210 05  NPRM-SILENT-DAYS            PIC 9(03).
