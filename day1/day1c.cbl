000270*                   A DEVICE/RUN-DATE WITH NO HISTORY RECORD TO  *
000280*                   RESTATE, WITHHOLDS THE CORRECTION AND ENDS   *
000290*                   RC 8 - NOTHING IS HALF-RESTATED.             *
000292*    10/15/26  RLH  THE ADJUSTMENT RECORD NOW CARRIES THE        *
000294*                   CORRECTED LOG'S COMMAND COUNT                *
000296*                   (IFC-CMD-COUNT).                             *
000300*----------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
002530     MOVE 0 TO IFC-PASS-COUNT.
002540     MOVE COR-OLD-TOTAL TO IFC-PRIOR-TOTAL.
002550     MOVE COR-ADJUSTMENT TO IFC-ADJUSTMENT.
002555     MOVE FRQ-TOTAL-CMD-COUNT TO IFC-CMD-COUNT.
002560     OPEN OUTPUT FREQIFC.
002570     WRITE IFC-RECORD.
002580     CLOSE FREQIFC.
