000140*               AFTER IMAGES (AN ADD SHOWS "NOT ON MASTER" AS     *
000150*               ITS BEFORE IMAGE), ONE REJECT LINE PER            *
000160*               TRANSACTION THAT COULD NOT BE APPLIED, AND A      *
000170*               TRAILING SUMMARY OF THE MAINTENANCE COUNTS.  A    *
000171*               DATED VERSION WRITTEN TO DEVEFF ALSO PRINTS AN    *
000172*               EFFECTIVE LINE - SCHED: FOR A CHANGE NOT YET DUE, *
000173*               DUE: FOR A SCHEDULED CHANGE NOW CARRIED ONTO THE  *
000174*               MASTER.  A REL OR REJ PRINTS ONE RELEASE: OR      *
000175*               REJECT: LINE FOR EACH HELD RESULT IT DISPOSES OF. *
000180*               FORMATTED IN WORKING-STORAGE AND MOVED TO THE     *
000190*               FD RECORD BEFORE EACH WRITE.                      *
000200*----------------------------------------------------------------*
000370     05  FILLER                  PIC X(03) VALUE SPACES.
000380     05  FILLER                  PIC X(08) VALUE "STATUS: ".
000390     05  DMM-IMG-STATUS          PIC X(01).
000391     05  FILLER                  PIC X(03) VALUE SPACES.
000392     05  FILLER                  PIC X(07) VALUE "OWNER: ".
000393     05  DMM-IMG-DEPARTMENT      PIC X(08).
000394     05  FILLER                  PIC X(01) VALUE "/".
000395     05  DMM-IMG-COST-CENTRE     PIC X(10).
000396     05  FILLER                  PIC X(03) VALUE SPACES.
000397     05  FILLER                  PIC X(12) VALUE "QUARANTINE: ".
000398     05  DMM-IMG-QUARANTINE      PIC X(01).
000400 01  WS-DMM-MSG-LINE.
000410     05  DMM-MSG-LABEL           PIC X(08).
000420     05  FILLER                  PIC X(08) VALUE "DEVICE: ".
000690     05  FILLER                  PIC X(03) VALUE SPACES.
000700     05  FILLER                  PIC X(10) VALUE "REJECTED: ".
000710     05  DMM-SUM-REJECTED        PIC ZZZZZZ9.
000720     05  FILLER                  PIC X(03) VALUE SPACES.
000730     05  FILLER                  PIC X(11) VALUE "SCHEDULED: ".
000740     05  DMM-SUM-SCHEDULED       PIC ZZZZZZ9.
000750     05  FILLER                  PIC X(03) VALUE SPACES.
000760     05  FILLER                  PIC X(05) VALUE "DUE: ".
000770     05  DMM-SUM-DUE             PIC ZZZZZZ9.
000780     05  FILLER                  PIC X(03) VALUE SPACES.
000790     05  FILLER                  PIC X(10) VALUE "RELEASED: ".
000800     05  DMM-SUM-RELEASED        PIC ZZZZZZ9.
000810     05  FILLER                  PIC X(03) VALUE SPACES.
000820     05  FILLER                  PIC X(11) VALUE "DISCARDED: ".
000830     05  DMM-SUM-DISCARDED       PIC ZZZZZZ9.
000840 01  WS-DMM-EFF-LINE.
000850     05  DMM-EFF-LABEL           PIC X(08).
000860     05  FILLER                  PIC X(08) VALUE "DEVICE: ".
000870     05  DMM-EFF-DEVICE-ID       PIC X(10).
000880     05  FILLER                  PIC X(03) VALUE SPACES.
000890     05  FILLER                  PIC X(11) VALUE "EFFECTIVE: ".
000900     05  DMM-EFF-DATE            PIC X(08).
000910     05  FILLER                  PIC X(03) VALUE SPACES.
000920     05  FILLER                  PIC X(06) VALUE "BAND: ".
000930     05  DMM-EFF-EXCURSION       PIC Z(17)9.
000940     05  FILLER                  PIC X(03) VALUE SPACES.
000950     05  FILLER                  PIC X(11) VALUE "TOLERANCE: ".
000960     05  DMM-EFF-TOLERANCE       PIC Z(17)9.
000970     05  FILLER                  PIC X(03) VALUE SPACES.
000980     05  FILLER                  PIC X(06) VALUE "MODE: ".
000990     05  DMM-EFF-MODE            PIC X(01).
