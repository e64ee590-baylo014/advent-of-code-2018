000100*----------------------------------------------------------------*
000110*    FRQQLOG -  DEVICE QUARANTINE LOG RECORD (FILE-ID QUARLOG).  *
000120*               ONE RECORD PER EVENT IN A DEVICE'S QUARANTINE    *
000130*               HISTORY, KEYED BY QLOG-KEY (DEVICE ID + EVENT    *
000140*               DATE + SEQUENCE WITHIN THE DATE), SO THE         *
000150*               AUDITORS CAN SEE WHY A DEVICE WAS TAKEN OUT OF   *
000160*               SERVICE AND WHO RETURNED IT.  B AND D ARE A BAND *
000170*               BREACH (WRITTEN BY 01B) AND A DRIFT BREACH (01D) *
000180*               DATED BY THE RUN DATE JUDGED; Q IS THE DEVICE    *
000190*               BEING QUARANTINED WHEN THE BREACHES INSIDE THE   *
000200*               WINDOW REACH THE LIMIT, CARRYING THE COUNT AND   *
000210*               WINDOW THAT TRIPPED IT; R AND X ARE THE LAB'S    *
000220*               01M RELEASE AND REJECT, DATED THE DAY 01M RAN    *
000230*               AND CARRYING THE USER ID, THE REASON KEYED AND   *
000240*               THE NUMBER OF HELD RESULTS DISPOSED OF.  A       *
000250*               BREACH IS COUNTED TOWARD THE LIMIT ONLY IF IT    *
000260*               FALLS INSIDE THE WINDOW AND AFTER THE DEVICE'S   *
000270*               LAST R OR X, SO A RETURNED DEVICE STARTS CLEAN.  *
000280*               ROWS ARE NEVER REWRITTEN OR DELETED.             *
000290*----------------------------------------------------------------*
000300 05  QLOG-KEY.
000310     10  QLOG-DEVICE-ID          PIC X(10).
000320     10  QLOG-EVENT-DATE         PIC X(08).
000330     10  QLOG-SEQ                PIC 9(03).
000340 05  QLOG-EVENT                  PIC X(01).
000350     88  QLOG-BAND-BREACH         VALUE "B".
000360     88  QLOG-DRIFT-BREACH        VALUE "D".
000370     88  QLOG-QUARANTINE          VALUE "Q".
000380     88  QLOG-RELEASE             VALUE "R".
000390     88  QLOG-REJECT              VALUE "X".
000400     88  QLOG-BREACH              VALUE "B" "D".
000410     88  QLOG-CLEARED             VALUE "R" "X".
000420 05  QLOG-PROGRAM                PIC X(03).
000430 05  QLOG-USER-ID                PIC X(08).
000440 05  QLOG-STAMP-DATE             PIC X(08).
000450 05  QLOG-STAMP-TIME             PIC X(08).
000460 05  QLOG-BREACH-COUNT           PIC 9(03).
000470 05  QLOG-WINDOW-DAYS            PIC 9(03).
000480 05  QLOG-HELD-COUNT             PIC 9(05).
000490 05  QLOG-REASON                 PIC X(40).
