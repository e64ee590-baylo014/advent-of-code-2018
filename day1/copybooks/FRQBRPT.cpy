000010*----------------------------------------------------------------*
000020*    FRQBRPT -  BATCH CALIBRATION SUMMARY REPORT LINES (FILE-ID  *
000030*               BATCHRPT).  ONE DETAIL LINE PER DEVICE PLUS A    *
000040*               TRAILING GRAND-TOTAL LINE, THEN ONE RELEASED     *
000050*               LINE FOR EACH HELD RESULT 01M HAS RELEASED THAT  *
000060*               THE RUN SENDS.  FORMATTED IN WORKING-STORAGE AND *
000062*               MOVED TO THE FD RECORD BEFORE EACH WRITE.        *
000070*----------------------------------------------------------------*
000080 01  WS-BATD-LINE.
000090     05  FILLER                  PIC X(08) VALUE "DEVICE: ".
000440     05  FILLER                  PIC X(03) VALUE SPACES.
000450     05  FILLER                  PIC X(11) VALUE "EXCURSION: ".
000460     05  BATD-EXCURSION-FLAG     PIC X(08).
000462     05  FILLER                  PIC X(03) VALUE SPACES.
000464     05  FILLER                  PIC X(08) VALUE "RESULT: ".
000466     05  BATD-RESULT             PIC X(04).
000470 01  WS-BATT-LINE.
000480     05  FILLER              PIC X(14) VALUE "GRAND TOTAL - ".
000482     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
000540     05  FILLER                  PIC X(03) VALUE SPACES.
000550     05  FILLER                  PIC X(09) VALUE "SKIPPED: ".
000560     05  BATT-SKIPPED-COUNT      PIC ZZZZ9.
000570     05  FILLER                  PIC X(03) VALUE SPACES.
000580     05  FILLER                  PIC X(06) VALUE "HELD: ".
000590     05  BATT-HELD-COUNT         PIC ZZZZ9.
000600     05  FILLER                  PIC X(03) VALUE SPACES.
000610     05  FILLER              PIC X(15) VALUE "PRIOR REL/REJ: ".
000620     05  BATT-DISP-COUNT         PIC ZZZZ9.
000630 01  WS-BATR-LINE.
000640     05  FILLER              PIC X(11) VALUE "RELEASED - ".
000650     05  FILLER                  PIC X(08) VALUE "DEVICE: ".
000660     05  BATR-DEVICE-ID          PIC X(10).
000670     05  FILLER                  PIC X(03) VALUE SPACES.
000680     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
000690     05  BATR-RUN-DATE           PIC X(08).
000700     05  FILLER                  PIC X(03) VALUE SPACES.
000710     05  FILLER                  PIC X(07) VALUE "TOTAL: ".
000720     05  BATR-TOTAL              PIC -(17)9.
000730     05  FILLER                  PIC X(03) VALUE SPACES.
000740     05  FILLER              PIC X(13) VALUE "RELEASED BY: ".
000750     05  BATR-RELEASED-BY        PIC X(08).
000760     05  FILLER                  PIC X(04) VALUE " ON ".
000770     05  BATR-RELEASED-DATE      PIC X(08).
