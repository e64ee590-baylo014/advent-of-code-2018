001618*                   ARCHIVE KEYS EACH ROW UNDER THE DATE IT WAS   *
001619*                   RUN FOR, NOT THE DATE IT WAS ARCHIVED.        *
001620*                   CMDAUD-RECORD WIDENED FOR THE LONGER LINE.    *
001621*    10/15/26  RLH  FREQIFC RECORD NOW CARRIES THE COMMAND COUNT *
001622*                   (IFC-CMD-COUNT) FOR THE 01L THREE-WAY        *
001623*                   BALANCING.                                   *
001624*----------------------------------------------------------------*
001625 ENVIRONMENT DIVISION.
001630 INPUT-OUTPUT SECTION.
001640 FILE-CONTROL.
001650     SELECT INPUTFILE ASSIGN TO DYNAMIC FRQ-INPUT-FILE-ID
004930     MOVE FRQ-PASS-COUNT TO IFC-PASS-COUNT.
004932     MOVE 0 TO IFC-PRIOR-TOTAL.
004934     MOVE 0 TO IFC-ADJUSTMENT.
004937     MOVE FRQ-TOTAL-CMD-COUNT TO IFC-CMD-COUNT.
004940     OPEN OUTPUT FREQIFC.
004950     WRITE IFC-RECORD.
004960     CLOSE FREQIFC.
