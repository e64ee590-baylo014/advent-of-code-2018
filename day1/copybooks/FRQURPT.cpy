000100*----------------------------------------------------------------*
000110*    FRQURPT -  MONTH-END CHARGE-BACK REPORT LINES (FILE-ID      *
000120*               CHRGRPT).  A HEADING LINE FOR THE MONTH, ONE     *
000130*               RATE LINE FOR EACH RATE ON THE CHRGRATE TABLE,   *
000140*               ONE DETAIL LINE PER DEPARTMENT AND COST CENTRE   *
000150*               IN ORDER - DEVICES RUN, CALIBRATION RUNS,        *
000160*               COMMANDS APPLIED, PART-B HUNTS AND THEIR PASSES, *
000170*               AND THE PRICED CHARGE - AND A TRAILING SUMMARY   *
000180*               OF THE MONTH.  FORMATTED IN WORKING-STORAGE AND  *
000190*               MOVED TO THE FD RECORD BEFORE EACH WRITE.        *
000200*----------------------------------------------------------------*
000210 01  WS-CBK-HDR-LINE.
000220     05  FILLER PIC X(26) VALUE "CALIBRATION CHARGE-BACK - ".
000230     05  FILLER                  PIC X(07) VALUE "MONTH: ".
000240     05  URPT-HDR-MONTH          PIC X(06).
000250     05  FILLER                  PIC X(03) VALUE SPACES.
000260     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000270     05  URPT-HDR-RUN-DATE       PIC X(08).
000280 01  WS-CBK-RATE-LINE.
000290     05  FILLER                  PIC X(07) VALUE "RATE - ".
000300     05  FILLER                  PIC X(06) VALUE "CODE: ".
000310     05  URPT-RATE-CODE          PIC X(04).
000320     05  FILLER                  PIC X(03) VALUE SPACES.
000330     05  FILLER                  PIC X(12) VALUE "DEPARTMENT: ".
000340     05  URPT-RATE-DEPARTMENT    PIC X(08).
000350     05  FILLER                  PIC X(03) VALUE SPACES.
000360     05  FILLER                  PIC X(06) VALUE "RATE: ".
000370     05  URPT-RATE               PIC ZZZZ9.9999.
000380 01  WS-CBK-DTL-LINE.
000390     05  FILLER                  PIC X(12) VALUE "DEPARTMENT: ".
000400     05  URPT-DEPARTMENT         PIC X(08).
000410     05  FILLER                  PIC X(03) VALUE SPACES.
000420     05  FILLER                  PIC X(13) VALUE "COST CENTRE: ".
000430     05  URPT-COST-CENTRE        PIC X(10).
000440     05  FILLER                  PIC X(03) VALUE SPACES.
000450     05  FILLER                  PIC X(09) VALUE "DEVICES: ".
000460     05  URPT-DEVICES            PIC ZZZZZZ9.
000470     05  FILLER                  PIC X(03) VALUE SPACES.
000480     05  FILLER                  PIC X(06) VALUE "RUNS: ".
000490     05  URPT-RUNS               PIC ZZZZZZ9.
000500     05  FILLER                  PIC X(03) VALUE SPACES.
000510     05  FILLER                  PIC X(10) VALUE "COMMANDS: ".
000520     05  URPT-COMMANDS           PIC ZZZZZZZZ9.
000530     05  FILLER                  PIC X(03) VALUE SPACES.
000540     05  FILLER                  PIC X(07) VALUE "HUNTS: ".
000550     05  URPT-HUNTS              PIC ZZZZZZ9.
000560     05  FILLER                  PIC X(03) VALUE SPACES.
000570     05  FILLER                  PIC X(08) VALUE "PASSES: ".
000580     05  URPT-PASSES             PIC ZZZZZZZZ9.
000590     05  FILLER                  PIC X(03) VALUE SPACES.
000600     05  FILLER                  PIC X(08) VALUE "CHARGE: ".
000610     05  URPT-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000620 01  WS-CBK-SUM-LINE.
000630     05  FILLER                  PIC X(14) VALUE "CHARGE-BACK - ".
000640     05  FILLER                  PIC X(07) VALUE "MONTH: ".
000650     05  URPT-SUM-MONTH          PIC X(06).
000660     05  FILLER                  PIC X(03) VALUE SPACES.
000670     05  FILLER                  PIC X(13) VALUE "DEPARTMENTS: ".
000680     05  URPT-SUM-LINES          PIC ZZZZ9.
000690     05  FILLER                  PIC X(03) VALUE SPACES.
000700     05  FILLER                  PIC X(09) VALUE "DEVICES: ".
000710     05  URPT-SUM-DEVICES        PIC ZZZZZZ9.
000720     05  FILLER                  PIC X(03) VALUE SPACES.
000730     05  FILLER                  PIC X(06) VALUE "RUNS: ".
000740     05  URPT-SUM-RUNS           PIC ZZZZZZ9.
000750     05  FILLER                  PIC X(03) VALUE SPACES.
000760     05  FILLER                  PIC X(08) VALUE "CHARGE: ".
000770     05  URPT-SUM-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000780     05  FILLER                  PIC X(03) VALUE SPACES.
000790     05  FILLER                  PIC X(10) VALUE "NO OWNER: ".
000800     05  URPT-SUM-UNOWNED        PIC ZZZZ9.
