000100*----------------------------------------------------------------*
000110*    FRQCREG -  CERTIFICATE REGISTER RECORD (FILE-ID CERTREG).   *
000120*               ONE RECORD PER DEVICE/RUN DATE EVER CERTIFIED BY *
000130*               01G, KEYED BY CREG-KEY THE WAY HISTMST IS KEYED, *
000140*               HOLDING THE SERIAL NUMBER ISSUED, WHEN IT WAS    *
000150*               FIRST AND LAST PRINTED, HOW MANY TIMES, AND THE  *
000160*               CLOSING FREQUENCY IT CERTIFIED.  A SECOND        *
000170*               REQUEST FOR THE SAME DEVICE/RUN DATE REPRINTS    *
000180*               THE SAME SERIAL AS A REISSUE.  IF 01C HAS        *
000190*               RESTATED THE RESULT SINCE, THE OLD SERIAL NO     *
000200*               LONGER CERTIFIES WHAT HISTMST HOLDS - A NEW      *
000210*               SERIAL IS ISSUED AND THE ONE IT SUPERSEDES IS    *
000220*               KEPT IN CREG-PRIOR-SERIAL.  THE RECORD WITH AN   *
000230*               ALL-BLANK KEY IS THE REGISTER CONTROL RECORD;    *
000240*               ITS CREG-SERIAL IS THE LAST SERIAL NUMBER        *
000250*               ISSUED.                                          *
000260*----------------------------------------------------------------*
000270 05  CREG-KEY.
000280     10  CREG-DEVICE-ID          PIC X(20).
000290     10  CREG-RUN-DATE           PIC X(08).
000300 05  CREG-SERIAL                 PIC 9(07).
000310 05  CREG-FIRST-ISSUED           PIC X(08).
000320 05  CREG-LAST-ISSUED            PIC X(08).
000330 05  CREG-ISSUE-COUNT            PIC 9(05).
000340 05  CREG-TOTAL-FREQUENCY        PIC S9(18).
000350 05  CREG-PRIOR-SERIAL           PIC 9(07).
