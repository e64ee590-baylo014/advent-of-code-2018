000350 05  BCKP-TOT-RECONF-COUNT       PIC 9(07).
000360 05  BCKP-TOT-CMD-COUNT          PIC 9(07).
000370 05  BCKP-TOT-BAD-COUNT          PIC 9(07).
000380 05  BCKP-HELD-COUNT             PIC 9(05).
000390 05  BCKP-TOT-HELD-COUNT         PIC 9(07).
000400 05  BCKP-TOT-QTN-COUNT          PIC 9(07).
000410 05  BCKP-DISP-COUNT             PIC 9(05).
000420 05  BCKP-TOT-DISP-COUNT         PIC 9(07).
