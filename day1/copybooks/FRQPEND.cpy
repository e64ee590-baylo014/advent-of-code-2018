000100*----------------------------------------------------------------*
000110*    FRQPEND -  PENDING-RELEASE RECORD (FILE-ID PENDREL).  ONE   *
000120*               RECORD PER RESULT 01B HELD BACK FOR A            *
000130*               QUARANTINED DEVICE, KEYED BY PEND-KEY (DEVICE ID *
000140*               + RUN DATE).  PEND-IFC-IMAGE IS THE FREQIFC      *
000150*               RECORD (FRQIFC) EXACTLY AS IT WOULD HAVE GONE    *
000160*               DOWNSTREAM, SO A RELEASE SENDS IT UNCHANGED      *
000170*               UNDER ITS ORIGINAL RUN DATE.  PEND-STATE IS H    *
000180*               WHILE THE RESULT WAITS, THEN R (RELEASED) OR X   *
000190*               (REJECTED) ONCE THE LAB'S 01M REL OR REJ         *
000200*               DISPOSES OF IT, WITH THE DATE AND THE USER WHO   *
000210*               DID.  A RELEASED RESULT GOES OUT ON THE NEXT     *
000220*               01B RUN'S FREQIFC, WHICH STAMPS PEND-SENT-DATE   *
000230*               WITH ITS RUN DATE SO IT IS SENT ONCE ONLY.       *
000240*               DISPOSED RECORDS ARE KEPT SO 01L CAN TELL A      *
000250*               HELD OR REJECTED RESULT FROM A MISSING ONE AND   *
000260*               A LATE RELEASE FROM THE NIGHT'S OWN RESULTS.     *
000270*----------------------------------------------------------------*
000280 05  PEND-KEY.
000290     10  PEND-DEVICE-ID          PIC X(10).
000300     10  PEND-RUN-DATE           PIC X(08).
000310 05  PEND-STATE                  PIC X(01).
000320     88  PEND-HELD                VALUE "H".
000330     88  PEND-RELEASED            VALUE "R".
000340     88  PEND-REJECTED            VALUE "X".
000350 05  PEND-HELD-DATE              PIC X(08).
000360 05  PEND-DISPOSED-DATE          PIC X(08).
000370 05  PEND-DISPOSED-BY            PIC X(08).
000380 05  PEND-SENT-DATE              PIC X(08).
000390 05  PEND-IFC-IMAGE              PIC X(96).
