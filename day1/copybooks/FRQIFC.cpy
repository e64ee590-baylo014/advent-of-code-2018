000172*               ORIGINALLY PUBLISHED AND IFC-ADJUSTMENT THE    *
000173*               DELTA THE DOWNSTREAM SYSTEM MUST APPLY.        *
000174*               ORDINARY RECORDS CARRY ZEROS IN BOTH.          *
000175*               IFC-CMD-COUNT IS THE NUMBER OF COMMANDS THE      *
000176*               RESULT WAS BUILT FROM, SO 01L CAN BALANCE IT     *
000177*               AGAINST THE AUDMST ARCHIVE ROWS; THE GRAND-TOTAL *
000178*               RECORD CARRIES ZERO.                             *
000179*----------------------------------------------------------------*
000180 05  IFC-RUN-DATE                PIC X(08).
000190 05  IFC-DEVICE-ID               PIC X(20).
000200 05  IFC-TOTAL-FREQUENCY         PIC S9(18).
000230 05  IFC-PASS-COUNT              PIC 9(05).
000240 05  IFC-PRIOR-TOTAL             PIC S9(18).
000250 05  IFC-ADJUSTMENT              PIC S9(18).
000260 05  IFC-CMD-COUNT               PIC 9(07).
