000100*----------------------------------------------------------------*
000110*    FRQYRPT -  CYCLE CONTROL LOG LINES (FILE-ID CYCLRPT).       *
000120*               EVERY 01Y RUN APPENDS TO THE LOG: A STEP LINE    *
000130*               FOR THE STEP ACTED ON (OR, FOR A SHOW, ONE PER   *
000140*               STEP ON THE TABLE) WITH ITS LATEST ATTEMPT,      *
000150*               START, END, RETURN CODE AND STATUS; A            *
000160*               PREREQUISITE LINE FOR EACH EARLIER STEP A START  *
000170*               WAS GATED ON; AND A CLOSING CONTROL LINE WITH    *
000180*               THE ACTION, ITS RESULT AND THE STEP A RERUN      *
000190*               WOULD RESUME AT.  FORMATTED IN WORKING-STORAGE   *
000200*               AND MOVED TO THE FD RECORD BEFORE EACH WRITE.    *
000210*----------------------------------------------------------------*
000220 01  WS-CYC-STEP-LINE.
000230     05  FILLER                  PIC X(07) VALUE "CYCLE: ".
000240     05  YRPT-CYCLE-DATE         PIC X(08).
000250     05  FILLER                  PIC X(03) VALUE SPACES.
000260     05  FILLER                  PIC X(06) VALUE "STEP: ".
000270     05  YRPT-STEP               PIC X(03).
000280     05  FILLER                  PIC X(03) VALUE SPACES.
000290     05  FILLER                  PIC X(09) VALUE "ATTEMPT: ".
000300     05  YRPT-ATTEMPT            PIC ZZ9.
000310     05  FILLER                  PIC X(03) VALUE SPACES.
000320     05  FILLER                  PIC X(09) VALUE "STARTED: ".
000330     05  YRPT-START-DATE         PIC X(08).
000340     05  FILLER                  PIC X(01) VALUE SPACE.
000350     05  YRPT-START-TIME         PIC X(08).
000360     05  FILLER                  PIC X(03) VALUE SPACES.
000370     05  FILLER                  PIC X(07) VALUE "ENDED: ".
000380     05  YRPT-END-DATE           PIC X(08).
000390     05  FILLER                  PIC X(01) VALUE SPACE.
000400     05  YRPT-END-TIME           PIC X(08).
000410     05  FILLER                  PIC X(03) VALUE SPACES.
000420     05  FILLER                  PIC X(04) VALUE "RC: ".
000430     05  YRPT-RETURN-CODE        PIC X(03).
000440     05  FILLER                  PIC X(03) VALUE SPACES.
000450     05  FILLER                  PIC X(08) VALUE "STATUS: ".
000460     05  YRPT-STATUS             PIC X(30).
000470 01  WS-CYC-PRE-LINE.
000480     05  FILLER                  PIC X(07) VALUE SPACES.
000490     05  FILLER        PIC X(14) VALUE "PREREQUISITE: ".
000500     05  YRPT-PRE-STEP           PIC X(03).
000510     05  FILLER                  PIC X(05) VALUE " FOR ".
000520     05  YRPT-PRE-FOR-STEP       PIC X(03).
000530     05  FILLER                  PIC X(03) VALUE SPACES.
000540     05  FILLER                  PIC X(08) VALUE "MAX RC: ".
000550     05  YRPT-PRE-MAX-RC         PIC Z9.
000560     05  FILLER                  PIC X(03) VALUE SPACES.
000570     05  FILLER                  PIC X(10) VALUE "ENDED RC: ".
000580     05  YRPT-PRE-RC             PIC X(03).
000590     05  FILLER                  PIC X(03) VALUE SPACES.
000600     05  FILLER                  PIC X(08) VALUE "STATUS: ".
000610     05  YRPT-PRE-STATUS         PIC X(30).
000620 01  WS-CYC-SUM-LINE.
000630     05  FILLER        PIC X(16) VALUE "CYCLE CONTROL - ".
000640     05  FILLER                  PIC X(12) VALUE "CYCLE DATE: ".
000650     05  YRPT-SUM-CYCLE-DATE     PIC X(08).
000660     05  FILLER                  PIC X(03) VALUE SPACES.
000670     05  FILLER                  PIC X(08) VALUE "ACTION: ".
000680     05  YRPT-SUM-ACTION         PIC X(05).
000690     05  FILLER                  PIC X(03) VALUE SPACES.
000700     05  FILLER                  PIC X(06) VALUE "STEP: ".
000710     05  YRPT-SUM-STEP           PIC X(03).
000720     05  FILLER                  PIC X(03) VALUE SPACES.
000730     05  FILLER                  PIC X(08) VALUE "RESULT: ".
000740     05  YRPT-SUM-RESULT         PIC X(30).
000750     05  FILLER                  PIC X(03) VALUE SPACES.
000760     05  FILLER                  PIC X(11) VALUE "RESUME AT: ".
000770     05  YRPT-SUM-RESUME         PIC X(04).
