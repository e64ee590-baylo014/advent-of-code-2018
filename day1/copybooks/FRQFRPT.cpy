000100*----------------------------------------------------------------*
000110*    FRQFRPT -  COMMAND-PATTERN SCREENING REPORT LINES (FILE-ID  *
000120*               SCRNRPT).  ONE DETAIL LINE PER DEVICE LOG ON THE *
000130*               NIGHT'S CMDAUDIT SETTING THE NIGHT'S PROFILE     *
000140*               (COMMAND COUNT, TYPICAL AND LARGEST DISTANCE     *
000150*               MAGNITUDE, SHARE OF + COMMANDS) BESIDE THE       *
000160*               DEVICE'S OWN AUDMST HISTORY, WITH A FLAG LETTER  *
000170*               FOR EACH TEST FAILED - C COUNT, T TYPICAL        *
000180*               MAGNITUDE, L LARGEST MAGNITUDE, S SIGN SHARE, R  *
000190*               RESEND OF AN EARLIER DATE'S LOG - AND CLEAR,     *
000200*               NEW, ANOMALY OR RESEND.  A TRAILING SUMMARY LINE *
000210*               CARRIES THE COUNTS 01Z GRADES.  FORMATTED IN     *
000220*               WORKING-STORAGE AND MOVED TO THE FD RECORD       *
000230*               BEFORE EACH WRITE.                               *
000240*----------------------------------------------------------------*
000250 01  WS-SCR-HDR-LINE.
000260     05  FILLER                  PIC X(19)
000270             VALUE "SCREENING REPORT - ".
000280     05  FILLER                  PIC X(27)
000290             VALUE "COMMAND PATTERN BY DEVICE  ".
000300 01  WS-SCR-DTL-LINE.
000310     05  FILLER                  PIC X(08) VALUE "DEVICE: ".
000320     05  FRPT-DEVICE-ID          PIC X(10).
000330     05  FILLER                  PIC X(03) VALUE SPACES.
000340     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000350     05  FRPT-RUN-DATE           PIC X(08).
000360     05  FILLER                  PIC X(03) VALUE SPACES.
000370     05  FILLER                  PIC X(06) VALUE "CMDS: ".
000380     05  FRPT-CMD-COUNT          PIC ZZZZZZ9.
000390     05  FILLER                  PIC X(01) VALUE "/".
000400     05  FRPT-HIST-COUNT         PIC ZZZZZZ9.
000410     05  FILLER                  PIC X(03) VALUE SPACES.
000420     05  FILLER                  PIC X(09) VALUE "TYPICAL: ".
000430     05  FRPT-TYPICAL            PIC Z(17)9.
000440     05  FILLER                  PIC X(01) VALUE "/".
000450     05  FRPT-HIST-TYPICAL       PIC Z(17)9.
000460     05  FILLER                  PIC X(03) VALUE SPACES.
000470     05  FILLER                  PIC X(09) VALUE "LARGEST: ".
000480     05  FRPT-LARGEST            PIC Z(17)9.
000490     05  FILLER                  PIC X(01) VALUE "/".
000500     05  FRPT-HIST-LARGEST       PIC Z(17)9.
000510     05  FILLER                  PIC X(03) VALUE SPACES.
000520     05  FILLER                  PIC X(08) VALUE "PLUS %: ".
000530     05  FRPT-PLUS-PCT           PIC ZZ9.
000540     05  FILLER                  PIC X(01) VALUE "/".
000550     05  FRPT-HIST-PLUS-PCT      PIC ZZ9.
000560     05  FILLER                  PIC X(03) VALUE SPACES.
000570     05  FILLER                  PIC X(06) VALUE "DAYS: ".
000580     05  FRPT-HIST-DAYS          PIC ZZZZ9.
000590     05  FILLER                  PIC X(03) VALUE SPACES.
000600     05  FILLER                  PIC X(07) VALUE "FLAGS: ".
000610     05  FRPT-FLAGS              PIC X(05).
000620     05  FILLER                  PIC X(03) VALUE SPACES.
000630     05  FILLER                  PIC X(08) VALUE "STATUS: ".
000640     05  FRPT-STATUS             PIC X(08).
000650     05  FILLER                  PIC X(03) VALUE SPACES.
000660     05  FRPT-REASON             PIC X(40).
000670 01  WS-SCR-SUM-LINE.
000680     05  FILLER        PIC X(12) VALUE "SCREENING - ".
000690     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000700     05  FRPT-SUM-RUN-DATE       PIC X(08).
000710     05  FILLER                  PIC X(03) VALUE SPACES.
000720     05  FILLER                  PIC X(06) VALUE "LOGS: ".
000730     05  FRPT-SUM-LOGS           PIC ZZZZZZ9.
000740     05  FILLER                  PIC X(03) VALUE SPACES.
000750     05  FILLER                  PIC X(07) VALUE "CLEAR: ".
000760     05  FRPT-SUM-CLEAR          PIC ZZZZZZ9.
000770     05  FILLER                  PIC X(03) VALUE SPACES.
000780     05  FILLER                  PIC X(05) VALUE "NEW: ".
000790     05  FRPT-SUM-NEW            PIC ZZZZZZ9.
000800     05  FILLER                  PIC X(03) VALUE SPACES.
000810     05  FILLER                  PIC X(11) VALUE "ANOMALIES: ".
000820     05  FRPT-SUM-ANOMALIES      PIC ZZZZZZ9.
000830     05  FILLER                  PIC X(03) VALUE SPACES.
000840     05  FILLER                  PIC X(09) VALUE "RESENDS: ".
000850     05  FRPT-SUM-RESENDS        PIC ZZZZZZ9.
000860     05  FILLER                  PIC X(03) VALUE SPACES.
000870     05  FILLER                  PIC X(10) VALUE "BAD ROWS: ".
000880     05  FRPT-SUM-BAD-ROWS       PIC ZZZZZZ9.
