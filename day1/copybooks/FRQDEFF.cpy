000100*----------------------------------------------------------------*
000110*    FRQDEFF -  DEVICE ATTRIBUTE HISTORY RECORD (FILE-ID         *
000120*               DEVEFF).  ONE RECORD PER DATED VERSION OF A      *
000130*               DEVICE'S RATED EXCURSION BAND, DRIFT TOLERANCE   *
000140*               AND RUN MODE, KEYED BY DEFF-KEY (DEVICE ID +     *
000150*               EFFECTIVE DATE).  A VERSION TAKES EFFECT ON ITS  *
000160*               EFFECTIVE DATE, SO A CHANGE CAN BE KEYED TODAY   *
000170*               FOR THE 1ST OF NEXT MONTH AND A RERUN FOR AN     *
000180*               OLDER DATE IS JUDGED BY THE VALUES THAT APPLIED  *
000190*               ON THAT DATE.  A CHG VERSION CARRIES ONLY THE    *
000200*               FIELDS ITS TRANSACTION SET - ZERO OR BLANK MEANS *
000210*               UNCHANGED, AS ON DEVMST - SO THE VALUES IN FORCE *
000220*               ARE THE DEVICE'S FIRST VERSION WITH EVERY LATER  *
000230*               VERSION UP TO THE DATE LAID OVER IT (FRQEFFP).   *
000240*               WRITTEN BY 01M FOR EVERY ADD AND CHG; THE FIRST  *
000250*               CHG OF A DEVICE WITH NO VERSIONS YET FIRST       *
000260*               RECORDS THE VALUES IT REPLACES UNDER EFFECTIVE   *
000270*               DATE 00000000 (SOURCE BAS) SO THE OLDER RUNS     *
000280*               KEEP THEIR RULES.  READ BY 01B AND 01D THROUGH   *
000290*               THE SHARED FRQEFFP LOOKUP, AND LISTED BY THE 01E *
000300*               INQUIRY.  A DEVICE WITH NO VERSION IN FORCE ON A *
000310*               DATE IS JUDGED BY ITS DEVMST VALUES.             *
000320*----------------------------------------------------------------*
000330 05  DEFF-KEY.
000340     10  DEFF-DEVICE-ID          PIC X(10).
000350     10  DEFF-EFFECTIVE-DATE     PIC X(08).
000360 05  DEFF-EXCURSION-LIMIT        PIC 9(18).
000370 05  DEFF-DRIFT-TOLERANCE        PIC 9(18).
000380 05  DEFF-RUN-MODE               PIC X(01).
000390 05  DEFF-ENTERED-DATE           PIC X(08).
000400 05  DEFF-SOURCE                 PIC X(03).
000410     88  DEFF-FROM-ADD            VALUE "ADD".
000420     88  DEFF-FROM-CHANGE         VALUE "CHG".
000430     88  DEFF-FROM-BASELINE       VALUE "BAS".
