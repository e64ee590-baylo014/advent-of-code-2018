000100*----------------------------------------------------------------*
000110*    FRQGRPT -  CALIBRATION CERTIFICATE LINES (FILE-ID CERTRPT). *
000120*               ONE PAGE PER DEVICE: TITLE AND SERIAL NUMBER,    *
000130*               ISSUE LINE (ORIGINAL, REISSUE OR A RESTATED      *
000140*               ISSUE THAT SUPERSEDES AN EARLIER SERIAL), DEVICE *
000150*               AND RUN DATE, THE CLOSING FREQUENCY FROM HISTMST *
000160*               WITH ITS RESTATEMENT, THE RATED BAND AND DRIFT   *
000170*               TOLERANCE IN FORCE ON THE RUN DATE, THE          *
000180*               EXCURSION EXTREMES AND COMMAND COUNT FROM THE    *
000190*               AUDMST ARCHIVE, THE RECONCILIATION RESULT AND A  *
000200*               SIGNATURE BLOCK.  A MESSAGE LINE NAMES A         *
000210*               REQUESTED DEVICE WITH NO PUBLISHED RESULT, AND A *
000220*               TRAILING COUNT LINE CLOSES THE RUN.  FORMATTED   *
000230*               IN WORKING-STORAGE AND MOVED TO THE FD RECORD    *
000240*               BEFORE EACH WRITE.                               *
000250*----------------------------------------------------------------*
000260 01  WS-CRT-TTL-LINE.
000270     05  FILLER                  PIC X(26)
000280             VALUE "CERTIFICATE OF CALIBRATION".
000290     05  FILLER                  PIC X(30) VALUE SPACES.
000300     05  FILLER                  PIC X(11) VALUE "SERIAL NO: ".
000310     05  GRPT-SERIAL             PIC 9(07).
000320 01  WS-CRT-ORG-LINE.
000330     05  FILLER                  PIC X(26)
000340             VALUE "CALDEV CALIBRATION SYSTEMS".
000350 01  WS-CRT-ISS-LINE.
000360     05  FILLER                  PIC X(07) VALUE "ISSUE: ".
000370     05  GRPT-ISSUE-TYPE         PIC X(08).
000380     05  FILLER                  PIC X(03) VALUE SPACES.
000390     05  FILLER                  PIC X(09) VALUE "PRINTED: ".
000400     05  GRPT-PRINT-DATE         PIC X(08).
000410     05  FILLER                  PIC X(03) VALUE SPACES.
000420     05  FILLER                  PIC X(06) VALUE "COPY: ".
000430     05  GRPT-COPY-NO            PIC ZZZZ9.
000440     05  FILLER                  PIC X(03) VALUE SPACES.
000450     05  FILLER        PIC X(19) VALUE "SUPERSEDES SERIAL: ".
000460     05  GRPT-PRIOR-SERIAL       PIC X(07).
000470 01  WS-CRT-DEV-LINE.
000480     05  FILLER                  PIC X(08) VALUE "DEVICE: ".
000490     05  GRPT-DEVICE-ID          PIC X(20).
000500     05  FILLER                  PIC X(03) VALUE SPACES.
000510     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000520     05  GRPT-RUN-DATE           PIC X(08).
000530 01  WS-CRT-FRQ-LINE.
000540     05  FILLER        PIC X(19) VALUE "CLOSING FREQUENCY: ".
000550     05  GRPT-TOTAL              PIC -(17)9.
000560     05  FILLER                  PIC X(03) VALUE SPACES.
000570     05  FILLER                  PIC X(10) VALUE "OVERFLOW: ".
000580     05  GRPT-OVERFLOW           PIC X(01).
000590     05  FILLER                  PIC X(03) VALUE SPACES.
000600     05  FILLER        PIC X(17) VALUE "RESTATED BY 01C: ".
000610     05  GRPT-RESTATED           PIC X(03).
000620 01  WS-CRT-SUP-LINE.
000630     05  FILLER                  PIC X(30)
000640             VALUE "SUPERSEDED CLOSING FREQUENCY: ".
000650     05  GRPT-SUPERSEDED         PIC -(17)9.
000660 01  WS-CRT-RAT-LINE.
000670     05  FILLER        PIC X(16) VALUE "RATED BAND: +/- ".
000680     05  GRPT-BAND               PIC Z(17)9.
000690     05  FILLER                  PIC X(03) VALUE SPACES.
000700     05  FILLER        PIC X(17) VALUE "DRIFT TOLERANCE: ".
000710     05  GRPT-TOLERANCE          PIC Z(17)9.
000720     05  FILLER                  PIC X(03) VALUE SPACES.
000730     05  FILLER                  PIC X(06) VALUE "MODE: ".
000740     05  GRPT-MODE               PIC X(01).
000750     05  FILLER                  PIC X(03) VALUE SPACES.
000760     05  FILLER        PIC X(15) VALUE "IN FORCE FROM: ".
000770     05  GRPT-IN-FORCE-DATE      PIC X(08).
000780 01  WS-CRT-EXC-LINE.
000790     05  FILLER        PIC X(18) VALUE "COMMANDS APPLIED: ".
000800     05  GRPT-CMD-COUNT          PIC ZZZZZZ9.
000810     05  FILLER                  PIC X(03) VALUE SPACES.
000820     05  FILLER        PIC X(15) VALUE "EXCURSION LOW: ".
000830     05  GRPT-MIN-TOTAL          PIC -(17)9.
000840     05  FILLER                  PIC X(03) VALUE SPACES.
000850     05  FILLER                  PIC X(06) VALUE "HIGH: ".
000860     05  GRPT-MAX-TOTAL          PIC -(17)9.
000870     05  FILLER                  PIC X(03) VALUE SPACES.
000880     05  FILLER                  PIC X(06) VALUE "BAND: ".
000890     05  GRPT-BAND-RESULT        PIC X(13).
000900 01  WS-CRT-RCN-LINE.
000910     05  FILLER                  PIC X(24)
000920             VALUE "TRAILER RECONCILIATION: ".
000930     05  GRPT-RECON              PIC X(50).
000940 01  WS-CRT-ARC-LINE.
000950     05  FILLER        PIC X(15) VALUE "AUDIT ARCHIVE: ".
000960     05  GRPT-ARCHIVE            PIC X(50).
000970 01  WS-CRT-NOTE-LINE.
000980     05  FILLER                  PIC X(06) VALUE "NOTE: ".
000990     05  GRPT-NOTE               PIC X(70).
001000 01  WS-CRT-SIG-LINE.
001010     05  FILLER                  PIC X(22)
001020             VALUE "AUTHORISED SIGNATURE: ".
001030     05  FILLER                  PIC X(30) VALUE ALL "_".
001040     05  FILLER                  PIC X(03) VALUE SPACES.
001050     05  FILLER                  PIC X(06) VALUE "DATE: ".
001060     05  FILLER                  PIC X(10) VALUE ALL "_".
001070 01  WS-CRT-MSG-LINE.
001080     05  FILLER                  PIC X(08) VALUE "RESULT: ".
001090     05  GRPT-MSG-DEVICE-ID      PIC X(20).
001100     05  FILLER                  PIC X(03) VALUE SPACES.
001110     05  GRPT-MSG-TEXT           PIC X(60).
001120 01  WS-CRT-SUM-LINE.
001130     05  FILLER        PIC X(15) VALUE "CERTIFICATES - ".
001140     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001150     05  GRPT-SUM-RUN-DATE       PIC X(08).
001160     05  FILLER                  PIC X(03) VALUE SPACES.
001170     05  FILLER                  PIC X(08) VALUE "ISSUED: ".
001180     05  GRPT-SUM-ISSUED         PIC ZZZZZZ9.
001190     05  FILLER                  PIC X(03) VALUE SPACES.
001200     05  FILLER                  PIC X(10) VALUE "REISSUED: ".
001210     05  GRPT-SUM-REISSUED       PIC ZZZZZZ9.
001220     05  FILLER                  PIC X(03) VALUE SPACES.
001230     05  FILLER                  PIC X(10) VALUE "RESTATED: ".
001240     05  GRPT-SUM-RESTATED       PIC ZZZZZZ9.
001250     05  FILLER                  PIC X(03) VALUE SPACES.
001260     05  FILLER                  PIC X(11) VALUE "NO RESULT: ".
001270     05  GRPT-SUM-NO-RESULT      PIC ZZZZZZ9.
