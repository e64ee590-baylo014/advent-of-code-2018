000100*----------------------------------------------------------------*
000110*    FRQNRPT -  NON-REPORTING DEVICE REPORT LINES (FILE-ID       *
000120*               SILRPT).  ONE DETAIL LINE PER ACTIVE DEVMST      *
000130*               DEVICE THAT IS MISSING FROM THE NIGHT'S DEVLIST  *
000140*               - ITS LATEST HISTMST RUN DATE, THE NUMBER OF     *
000150*               CONSECUTIVE RUN DATES SINCE THEN WITH NO HISTMST *
000160*               RECORD, AND WHETHER THAT IS OVER THE SILPARM     *
000170*               LIMIT - PLUS A TRAILING SUMMARY OF THE COUNTS.   *
000180*               FORMATTED IN WORKING-STORAGE AND MOVED TO THE    *
000190*               FD RECORD BEFORE EACH WRITE.                     *
000200*----------------------------------------------------------------*
000210 01  WS-NRP-DTL-LINE.
000220     05  FILLER        PIC X(15) VALUE "NOT REPORTED - ".
000230     05  FILLER                  PIC X(08) VALUE "DEVICE: ".
000240     05  NRPT-DEVICE-ID          PIC X(10).
000250     05  FILLER                  PIC X(03) VALUE SPACES.
000260     05  FILLER                  PIC X(10) VALUE "LAST RUN: ".
000270     05  NRPT-LAST-RUN-DATE      PIC X(08).
000280     05  FILLER                  PIC X(03) VALUE SPACES.
000290     05  FILLER                  PIC X(13) VALUE "RUNS SILENT: ".
000300     05  NRPT-SILENT-RUNS        PIC ZZZZ9.
000310     05  FILLER                  PIC X(03) VALUE SPACES.
000320     05  FILLER                  PIC X(08) VALUE "STATUS: ".
000330     05  NRPT-STATUS             PIC X(12).
000340 01  WS-NRP-SUM-LINE.
000350     05  FILLER        PIC X(16) VALUE "NON-REPORTING - ".
000360     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000370     05  NRPT-RUN-DATE           PIC X(08).
000380     05  FILLER                  PIC X(03) VALUE SPACES.
000390     05  FILLER                  PIC X(08) VALUE "ACTIVE: ".
000400     05  NRPT-ACTIVE-COUNT       PIC ZZZZZZ9.
000410     05  FILLER                  PIC X(03) VALUE SPACES.
000420     05  FILLER                  PIC X(10) VALUE "REPORTED: ".
000430     05  NRPT-REPORTED-COUNT     PIC ZZZZZZ9.
000440     05  FILLER                  PIC X(03) VALUE SPACES.
000450     05  FILLER                  PIC X(08) VALUE "SILENT: ".
000460     05  NRPT-SILENT-COUNT       PIC ZZZZZZ9.
000470     05  FILLER                  PIC X(03) VALUE SPACES.
000480     05  FILLER                  PIC X(12) VALUE "OVER LIMIT: ".
000490     05  NRPT-OVER-COUNT         PIC ZZZZZZ9.
