000170*               EXCEPTION-ONLY BY DESIGN.  FORMATTED IN          *
000180*               WORKING-STORAGE AND MOVED TO THE FD RECORD       *
000190*               BEFORE EACH WRITE.                               *
000193*               A DEVICE ITS DRIFT BREACH HAS JUST QUARANTINED   *
000196*               (SEE FRQQTNP) GETS A QUARANTINED LINE UNDER ITS  *
000199*               DETAIL LINE, AND THE SUMMARY COUNTS THEM.        *
000200*----------------------------------------------------------------*
000210 01  WS-DRF-DTL-LINE.
000220     05  FILLER                  PIC X(08) VALUE "DEVICE: ".
000490     05  FILLER                  PIC X(03) VALUE SPACES.
000500     05  FILLER                  PIC X(09) VALUE "FLAGGED: ".
000510     05  DRPT-FLAGGED-COUNT      PIC ZZZZZZ9.
000520     05  FILLER                  PIC X(03) VALUE SPACES.
000530     05  FILLER              PIC X(13) VALUE "QUARANTINED: ".
000540     05  DRPT-QTN-COUNT          PIC ZZZZZZ9.
000550 01  WS-DRF-QTN-LINE.
000560     05  FILLER                  PIC X(08) VALUE "DEVICE: ".
000570     05  DRPT-QTN-DEVICE-ID      PIC X(20).
000580     05  FILLER                  PIC X(03) VALUE SPACES.
000590     05  FILLER              PIC X(13) VALUE "QUARANTINED: ".
000600     05  DRPT-QTN-RUN-DATE       PIC X(08).
000610     05  FILLER                  PIC X(03) VALUE SPACES.
000620     05  FILLER                  PIC X(10) VALUE "BREACHES: ".
000630     05  DRPT-QTN-BREACHES       PIC ZZ9.
000640     05  FILLER                  PIC X(04) VALUE " IN ".
000650     05  DRPT-QTN-DAYS           PIC ZZ9.
000660     05  FILLER                  PIC X(05) VALUE " DAYS".
