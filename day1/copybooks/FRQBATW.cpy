001000 01  FRQ-TOT-BAD-COUNT           PIC 9(07) COMP VALUE 0.
001010 01  FRQ-CKPT-DATE-NO            PIC 9(03) COMP VALUE 1.
001020 01  FRQ-BASE-FILE-ID            PIC X(20) VALUE SPACES.
001030*----------------------------------------------------------------*
001040*    DEVICE QUARANTINE STATE (SEE FRQQTNP).  A PROCESSED DEVICE  *
001050*    QUARANTINED ON DEVMST HAS ITS RESULT HELD ON PENDREL -      *
001060*    FRQ-HOLD-SW MARKS THE DEVICE IN HAND, FRQ-HELD-COUNT AND    *
001070*    FRQ-TOT-HELD-COUNT COUNT THE HELD RESULTS PER DATE AND PER  *
001080*    RUN, AND FRQ-TOT-QTN-COUNT THE DEVICES THIS RUN PUT INTO    *
001090*    QUARANTINE.  A RERUN OF A DATE THE LAB HAS ALREADY RELEASED *
001100*    OR REJECTED ON PENDREL TAKES THE PENDREL STATE INTO         *
001110*    FRQ-HOLD-SW INSTEAD, KEEPS "REL" OR "REJ" IN                *
001120*    FRQ-PRIOR-STATE FOR THE DEVICE LINE, AND IS COUNTED APART   *
001130*    FROM THE HELD RESULTS IN FRQ-DISP-COUNT AND                 *
001140*    FRQ-TOT-DISP-COUNT.  RELEASED RESULTS THE RUN SENDS ON      *
001143*    FREQIFC ARE COUNTED IN FRQ-REL-SENT-COUNT, OUTSIDE ANY      *
001146*    GRAND TOTAL.                                                *
001150*----------------------------------------------------------------*
001160 01  FRQ-PEND-STATUS             PIC X(02) VALUE SPACES.
001170     88  FRQ-PEND-OK              VALUE "00".
001180     88  FRQ-PEND-CREATED         VALUE "05".
001190     88  FRQ-PEND-DUP             VALUE "22".
001200 01  FRQ-HOLD-SW                 PIC X(01) VALUE "N".
001210     88  FRQ-RESULT-HELD          VALUE "Y".
001220     88  FRQ-RESULT-DISPOSED      VALUE "R" "X".
001230 01  FRQ-PRIOR-STATE             PIC X(04) VALUE SPACES.
001240 01  FRQ-HELD-COUNT              PIC 9(05) COMP VALUE 0.
001250 01  FRQ-TOT-HELD-COUNT          PIC 9(07) COMP VALUE 0.
001260 01  FRQ-DISP-COUNT              PIC 9(05) COMP VALUE 0.
001270 01  FRQ-TOT-DISP-COUNT          PIC 9(07) COMP VALUE 0.
001280 01  FRQ-TOT-QTN-COUNT           PIC 9(07) COMP VALUE 0.
001290 01  FRQ-REL-DONE-SW             PIC 9(01) VALUE 0.
001300     88  FRQ-REL-DONE             VALUE 1.
001310 01  FRQ-REL-SENT-COUNT          PIC 9(07) COMP VALUE 0.
