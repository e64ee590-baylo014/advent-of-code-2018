000100*----------------------------------------------------------------*
000110*    FRQYREG -  CYCLE REGISTER RECORD (FILE-ID CYCLREG), KEYED   *
000120*               BY CYCLE DATE + STEP + ATTEMPT.  01Y WRITES ONE  *
000130*               RECORD EACH TIME IT RELEASES A STEP, STAMPED     *
000140*               WITH THE START DATE AND TIME, AND COMPLETES IT   *
000150*               WITH THE END DATE, TIME AND RETURN CODE WHEN THE *
000160*               STEP REPORTS BACK.  A RECORD LEFT STARTED NEVER  *
000170*               REPORTED BACK - THE STEP ABENDED OR WAS          *
000180*               CANCELLED.  EVERY ATTEMPT IS KEPT, SO THE        *
000190*               REGISTER SHOWS EACH RERUN OF A CYCLE AS WELL AS  *
000200*               THE FINAL OUTCOME.                               *
000210*----------------------------------------------------------------*
000220 05  YREG-KEY.
000230     10  YREG-CYCLE-DATE         PIC X(08).
000240     10  YREG-STEP               PIC X(03).
000250     10  YREG-ATTEMPT            PIC 9(03).
000260 05  YREG-STATE                  PIC X(01).
000270     88  YREG-STARTED             VALUE "S".
000280     88  YREG-ENDED               VALUE "E".
000290 05  YREG-START-DATE             PIC X(08).
000300 05  YREG-START-TIME             PIC X(08).
000310 05  YREG-END-DATE               PIC X(08).
000320 05  YREG-END-TIME               PIC X(08).
000330 05  YREG-RETURN-CODE            PIC 9(03).
