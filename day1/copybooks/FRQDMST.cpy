000210*               DEVLIST IS FLAGGED, NOT PROCESSED.  MAINTAINED    *
000220*               BY THE 01M BATCH MAINTENANCE PROGRAM; READ BY     *
000230*               01B (BAND, MODE, LOG FILE-ID) AND 01D (DRIFT      *
000240*               TOLERANCE).  THE BAND, TOLERANCE AND RUN MODE     *
000242*               HERE ARE THE VALUES IN FORCE TODAY; THEIR DATED   *
000244*               VERSIONS LIVE ON DEVEFF (FRQDEFF), WHICH 01B AND  *
000246*               01D CONSULT FOR THE RUN DATE THEY ARE JUDGING.    *
000247*               DM-DEPARTMENT AND DM-COST-CENTRE NAME THE OWNER   *
000248*               THE DEVICE'S CALIBRATION IS CHARGED BACK TO BY    *
000249*               THE 01U MONTH-END REPORT; THEY ARE NOT DATED - A  *
000250*               TRANSFER TAKES EFFECT THE DAY 01M APPLIES IT.     *
000251*               DM-QUARANTINE-FLAG Y TAKES A DEVICE OUT OF        *
000252*               SERVICE WITHOUT RETIRING IT - SET BY 01B (BAND)   *
000253*               OR 01D (DRIFT) WHEN IT BREACHES TOO OFTEN (SEE    *
000254*               FRQQLOG), CLEARED ONLY BY A 01M REL OR REJ.       *
000255*               WHILE IT IS SET 01B HOLDS THE DEVICE'S RESULTS ON *
000256*               PENDREL, OFF FREQIFC.  DM-QUARANTINE-DATE IS THE  *
000257*               RUN DATE THAT TRIPPED IT.                         *
000258*-----------------------------------------------------------------*
000260 05  DM-KEY.
000270     10  DM-DEVICE-ID            PIC X(10).
000280 05  DM-EXCURSION-LIMIT          PIC 9(18).
000330 05  DM-STATUS                   PIC X(01).
000340     88  DM-ACTIVE                VALUE "A".
000350     88  DM-RETIRED               VALUE "R".
000360 05  DM-DEPARTMENT               PIC X(08).
000370 05  DM-COST-CENTRE              PIC X(10).
000380 05  DM-QUARANTINE-FLAG          PIC X(01).
000390     88  DM-QUARANTINED           VALUE "Y".
000400 05  DM-QUARANTINE-DATE          PIC X(08).
