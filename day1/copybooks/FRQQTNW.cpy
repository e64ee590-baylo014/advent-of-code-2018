000100*----------------------------------------------------------------*
000110*    FRQQTNW -  WORKING-STORAGE FOR THE SHARED QUARANTINE LOGIC  *
000120*               (SEE FRQQTNP).  THE CALLER SETS QTN-DEVICE-ID,   *
000130*               QTN-RUN-DATE, QTN-EVENT, QTN-PROGRAM AND         *
000140*               QTN-REASON (AND QTN-USER-ID AND QTN-HELD-COUNT   *
000150*               FOR A RELEASE OR REJECT); QTN-ENTERED-SW COMES   *
000160*               BACK "Y" WHEN THE BREACH JUST RECORDED           *
000170*               QUARANTINED THE DEVICE.  QTN-BREACH-LIMIT AND    *
000180*               QTN-WINDOW-DAYS HOLD THE HOUSE DEFAULTS UNTIL A  *
000190*               QUARPARM CARD (FRQQLIM) REPLACES THEM.           *
000200*               QTN-QLOG-STATUS IS THE FILE STATUS NAMED ON THE  *
000210*               CALLER'S QUARLOG SELECT.                         *
000220*----------------------------------------------------------------*
000230 01  QTN-QLOG-STATUS             PIC X(02) VALUE SPACES.
000240     88  QTN-QLOG-OK              VALUE "00".
000250     88  QTN-QLOG-CREATED         VALUE "05".
000260 01  QTN-QLIM-STATUS             PIC X(02) VALUE SPACES.
000270     88  QTN-QLIM-OK              VALUE "00".
000280 01  QTN-BREACH-LIMIT            PIC 9(03) VALUE 3.
000290 01  QTN-WINDOW-DAYS             PIC 9(03) VALUE 30.
000300 01  QTN-DEVICE-ID               PIC X(10) VALUE SPACES.
000310 01  QTN-RUN-DATE                PIC X(08) VALUE SPACES.
000320 01  QTN-EVENT                   PIC X(01) VALUE SPACE.
000330 01  QTN-PROGRAM                 PIC X(03) VALUE SPACES.
000340 01  QTN-USER-ID                 PIC X(08) VALUE SPACES.
000350 01  QTN-REASON                  PIC X(40) VALUE SPACES.
000360 01  QTN-HELD-COUNT              PIC 9(05) COMP VALUE 0.
000370 01  QTN-BREACH-COUNT            PIC 9(03) COMP VALUE 0.
000380 01  QTN-NEXT-SEQ                PIC 9(03) COMP VALUE 0.
000390 01  QTN-RUN-SERIAL              PIC S9(09) COMP VALUE 0.
000400 01  QTN-DONE-SW                 PIC 9(01) VALUE 0.
000410     88  QTN-DONE                 VALUE 1.
000420 01  QTN-LOGGED-SW               PIC X(01) VALUE "N".
000430     88  QTN-ALREADY-LOGGED       VALUE "Y".
000440 01  QTN-ENTERED-SW              PIC X(01) VALUE "N".
000450     88  QTN-ENTERED              VALUE "Y".
