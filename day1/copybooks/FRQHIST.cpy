000220*               FLAG SET, SO A RESTATEMENT IS VISIBLE FOREVER    *
000230*               INSTEAD OF SILENTLY OVERWRITING THE AUDIT        *
000240*               TRAIL.                                           *
000241*               HIST-RUN-MODE AND HIST-PASS-COUNT COME FROM THE  *
000242*               FREQIFC RECORD, SO A MONTH'S PART-B REPEAT HUNTS *
000243*               AND THE PASSES THEY TOOK CAN BE COUNTED BACK OFF *
000244*               THE MASTER; ROWS LOADED BEFORE THEY WERE KEPT    *
000245*               CARRY A BLANK MODE AND ZERO PASSES.              *
000250*----------------------------------------------------------------*
000260 05  HIST-KEY.
000270     10  HIST-DEVICE-ID          PIC X(20).
000310 05  HIST-SUPERSEDED-TOTAL       PIC S9(18).
000320 05  HIST-RESTATED-FLAG          PIC X(01).
000330     88  HIST-RESTATED            VALUE "Y".
000340 05  HIST-RUN-MODE               PIC X(01).
000350     88  HIST-MODE-PART-B         VALUE "B".
000360 05  HIST-PASS-COUNT             PIC 9(05).
