000120*               MORNRPT).  ONE PAGE FOR THE OPERATOR ON SHIFT:   *
000130*               A LINE PER NIGHTLY SOURCE (BATCH RUN, DRIFT      *
000140*               CHECK, ACKNOWLEDGMENTS, HISTORY LOAD, COMMAND    *
000150*               REJECTS, NON-REPORTING DEVICES, THREE-WAY        *
000153*               BALANCING, COMMAND-PATTERN SCREEN) AND AN        *
000156*               OVERALL CYCLE GRADE ON ONE                       *
000160*               LINE, SO THE MULTI-FILE MORNING CHECK IS ONE     *
000170*               GLANCE.  A SOURCE WHOSE FILE IS MISSING SHOWS    *
000180*               NOT RUN.  FORMATTED IN WORKING-STORAGE AND       *
000190*               MOVED TO THE FD RECORD BEFORE EACH WRITE.        *
000830     05  ZRPT-GRADE              PIC X(08).
000840     05  FILLER                  PIC X(03) VALUE SPACES.
000850     05  ZRPT-GRADE-REASON       PIC X(60).
000860 01  WS-SUM-SIL-LINE.
000870     05  FILLER        PIC X(14) VALUE "NON-REPORT   -".
000880     05  FILLER                  PIC X(09) VALUE " SILENT: ".
000890     05  ZRPT-SIL-SILENT         PIC ZZZZZZ9.
000900     05  FILLER                  PIC X(03) VALUE SPACES.
000910     05  FILLER                  PIC X(12) VALUE "OVER LIMIT: ".
000920     05  ZRPT-SIL-OVER           PIC ZZZZZZ9.
000930     05  FILLER                  PIC X(03) VALUE SPACES.
000940     05  FILLER                  PIC X(08) VALUE "SOURCE: ".
000950     05  ZRPT-SIL-STATUS         PIC X(08).
000960 01  WS-SUM-BAL-LINE.
000970     05  FILLER        PIC X(14) VALUE "BALANCING    -".
000980     05  FILLER                  PIC X(09) VALUE " BREAKS: ".
000990     05  ZRPT-BAL-BREAKS         PIC ZZZZZZ9.
001000     05  FILLER                  PIC X(03) VALUE SPACES.
001010     05  FILLER                  PIC X(10) VALUE "RESTATED: ".
001020     05  ZRPT-BAL-RESTATED       PIC ZZZZZZ9.
001030     05  FILLER                  PIC X(03) VALUE SPACES.
001040     05  FILLER                  PIC X(08) VALUE "SOURCE: ".
001050     05  ZRPT-BAL-STATUS         PIC X(08).
001060 01  WS-SUM-SCR-LINE.
001070     05  FILLER        PIC X(14) VALUE "SCREENING    -".
001080     05  FILLER                  PIC X(12) VALUE " ANOMALIES: ".
001090     05  ZRPT-SCR-ANOMALIES      PIC ZZZZZZ9.
001100     05  FILLER                  PIC X(03) VALUE SPACES.
001110     05  FILLER                  PIC X(09) VALUE "RESENDS: ".
001120     05  ZRPT-SCR-RESENDS        PIC ZZZZZZ9.
001130     05  FILLER                  PIC X(03) VALUE SPACES.
001140     05  FILLER                  PIC X(08) VALUE "SOURCE: ".
001150     05  ZRPT-SCR-STATUS         PIC X(08).
