000100*----------------------------------------------------------------*
000110*    FRQERPT -  ATTRIBUTE HISTORY INQUIRY REPORT LINES (FILE-ID  *
000120*               EFFRPT).  A HEADER NAMING THE DEVICE AND THE     *
000130*               AS-OF DATE, A LINE WITH THE DEVICE'S CURRENT     *
000140*               DEVMST VALUES, THEN ONE DETAIL LINE PER DATED    *
000150*               VERSION IN EFFECTIVE-DATE ORDER SHOWING THE      *
000160*               VALUES IN FORCE FROM THAT DATE AND WHETHER THE   *
000170*               VERSION IS SUPERSEDED, IN FORCE OR STILL         *
000177*               SCHEDULED, THEN ONE LINE PER QUARLOG QUARANTINE  *
000184*               LOG EVENT FOR THE DEVICE, AND A TRAILING COUNT   *
000191*               LINE.  A MESSAGE LINE REPLACES THE DETAIL WHEN   *
000198*               THE DEVICE HAS NO DATED VERSIONS OR NO           *
000205*               QUARANTINE EVENTS.  FORMATTED IN WORKING-STORAGE *
000212*               AND MOVED TO THE FD RECORD BEFORE EACH WRITE.    *
000220*----------------------------------------------------------------*
000230 01  WS-EIQ-HDR-LINE.
000240     05  FILLER        PIC X(20) VALUE "ATTRIBUTE HISTORY - ".
000250     05  FILLER                  PIC X(08) VALUE "DEVICE: ".
000260     05  ERPT-DEVICE-ID          PIC X(10).
000270     05  FILLER                  PIC X(03) VALUE SPACES.
000280     05  FILLER                  PIC X(07) VALUE "AS OF: ".
000290     05  ERPT-AS-OF-DATE         PIC X(08).
000300 01  WS-EIQ-MST-LINE.
000310     05  FILLER                  PIC X(11) VALUE "ON MASTER: ".
000320     05  FILLER                  PIC X(06) VALUE "BAND: ".
000330     05  ERPT-MST-EXCURSION      PIC Z(17)9.
000340     05  FILLER                  PIC X(03) VALUE SPACES.
000350     05  FILLER                  PIC X(11) VALUE "TOLERANCE: ".
000360     05  ERPT-MST-TOLERANCE      PIC Z(17)9.
000370     05  FILLER                  PIC X(03) VALUE SPACES.
000380     05  FILLER                  PIC X(06) VALUE "MODE: ".
000390     05  ERPT-MST-MODE           PIC X(01).
000400     05  FILLER                  PIC X(03) VALUE SPACES.
000410     05  FILLER                  PIC X(08) VALUE "STATUS: ".
000420     05  ERPT-MST-STATUS         PIC X(01).
000421     05  FILLER                  PIC X(03) VALUE SPACES.
000422     05  FILLER                  PIC X(12) VALUE "QUARANTINE: ".
000423     05  ERPT-MST-QUARANTINE     PIC X(01).
000424     05  FILLER                  PIC X(01) VALUE SPACE.
000425     05  ERPT-MST-QTN-DATE       PIC X(08).
000430 01  WS-EIQ-DTL-LINE.
000440     05  FILLER                  PIC X(06) VALUE "FROM: ".
000450     05  ERPT-EFFECTIVE-DATE     PIC X(08).
000460     05  FILLER                  PIC X(03) VALUE SPACES.
000470     05  FILLER                  PIC X(06) VALUE "BAND: ".
000480     05  ERPT-EXCURSION          PIC Z(17)9.
000490     05  FILLER                  PIC X(03) VALUE SPACES.
000500     05  FILLER                  PIC X(11) VALUE "TOLERANCE: ".
000510     05  ERPT-TOLERANCE          PIC Z(17)9.
000520     05  FILLER                  PIC X(03) VALUE SPACES.
000530     05  FILLER                  PIC X(06) VALUE "MODE: ".
000540     05  ERPT-MODE               PIC X(01).
000550     05  FILLER                  PIC X(03) VALUE SPACES.
000560     05  FILLER                  PIC X(07) VALUE "KEYED: ".
000570     05  ERPT-ENTERED-DATE       PIC X(08).
000580     05  FILLER                  PIC X(03) VALUE SPACES.
000590     05  FILLER                  PIC X(08) VALUE "SOURCE: ".
000600     05  ERPT-SOURCE             PIC X(03).
000610     05  FILLER                  PIC X(03) VALUE SPACES.
000620     05  ERPT-VERSION-STATUS     PIC X(10).
000630 01  WS-EIQ-MSG-LINE.
000640     05  FILLER                  PIC X(08) VALUE "RESULT: ".
000650     05  ERPT-MSG-TEXT           PIC X(60).
000660 01  WS-EIQ-SUM-LINE.
000670     05  FILLER                  PIC X(10) VALUE "VERSIONS: ".
000680     05  ERPT-VERSION-COUNT      PIC ZZZZZZ9.
000690     05  FILLER                  PIC X(03) VALUE SPACES.
000700     05  FILLER                  PIC X(11) VALUE "SCHEDULED: ".
000710     05  ERPT-SCHED-COUNT        PIC ZZZZZZ9.
000720     05  FILLER                  PIC X(03) VALUE SPACES.
000730     05  FILLER        PIC X(19) VALUE "QUARANTINE EVENTS: ".
000740     05  ERPT-QLOG-COUNT         PIC ZZZZZZ9.
000750 01  WS-EIQ-QLG-LINE.
000760     05  FILLER                  PIC X(06) VALUE "QLOG: ".
000770     05  ERPT-QLG-DATE           PIC X(08).
000780     05  FILLER                  PIC X(03) VALUE SPACES.
000790     05  ERPT-QLG-EVENT          PIC X(12).
000800     05  FILLER                  PIC X(03) VALUE SPACES.
000810     05  FILLER                  PIC X(04) VALUE "BY: ".
000820     05  ERPT-QLG-PROGRAM        PIC X(03).
000830     05  FILLER                  PIC X(01) VALUE SPACE.
000840     05  ERPT-QLG-USER-ID        PIC X(08).
000850     05  FILLER                  PIC X(03) VALUE SPACES.
000860     05  FILLER                  PIC X(10) VALUE "BREACHES: ".
000870     05  ERPT-QLG-BREACHES       PIC ZZ9.
000880     05  FILLER                  PIC X(03) VALUE SPACES.
000890     05  FILLER                  PIC X(06) VALUE "HELD: ".
000900     05  ERPT-QLG-HELD           PIC ZZZZ9.
000910     05  FILLER                  PIC X(03) VALUE SPACES.
000920     05  ERPT-QLG-REASON         PIC X(40).
