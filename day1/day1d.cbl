000237*                   CARRIES ONLY THE RUN-LEVEL DEFAULT; A DEVICE *
000238*                   NOT ON THE MASTER, OR RETIRED THERE, IS      *
000239*                   FLAGGED ON DRIFTRPT INSTEAD OF CHECKED.      *
000240*    10/15/26  RLH  THE DRIFT TOLERANCE IS NOW TAKEN AS IN FORCE *
000241*                   ON THE FREQIFC RUN DATE (DEVEFF, SHARED      *
000242*                   FRQEFFP LOOKUP), SO A TOLERANCE CHANGE DATED *
000243*                   FOR NEXT MONTH DOES NOT JUDGE TODAY'S RUN,   *
000244*                   AND A RERUN OF AN OLD DATE GETS THAT DATE'S  *
000245*                   TOLERANCE.                                   *
000246*    10/15/26  RLH  A DRIFT EXCEPTION IS LOGGED ON QUARLOG AS A  *
000247*                   BREACH AND QUARANTINES THE DEVICE AT THE     *
000248*                   QUARPARM LIMIT (SHARED FRQQTNP).             *
000249*----------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT DRIFTPRM ASSIGN TO DISK
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS DPRM-FILE-STATUS.
000301     SELECT OPTIONAL DEVEFF ASSIGN TO DISK
000302         ORGANIZATION IS INDEXED
000303         ACCESS MODE IS DYNAMIC
000304         RECORD KEY IS DEFF-KEY
000305         FILE STATUS IS EFF-DEFF-STATUS.
000310     SELECT FREQIFC ASSIGN TO DISK
000320         ORGANIZATION IS LINE SEQUENTIAL.
000322     SELECT OPTIONAL QUARPARM ASSIGN TO DISK
000324         ORGANIZATION IS LINE SEQUENTIAL
000326         FILE STATUS IS QTN-QLIM-STATUS.
000330     SELECT OPTIONAL HISTMST ASSIGN TO DISK
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000379         FILE STATUS IS DRF-DMST-STATUS.
000380     SELECT DRIFTRPT ASSIGN TO DISK
000390         ORGANIZATION IS LINE SEQUENTIAL.
000391     SELECT OPTIONAL QUARLOG ASSIGN TO DISK
000392         ORGANIZATION IS INDEXED
000393         ACCESS MODE IS DYNAMIC
000394         RECORD KEY IS QLOG-KEY
000395         FILE STATUS IS QTN-QLOG-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  DRIFTPRM
000440     DATA RECORD IS DPRM-RECORD.
000450 01  DPRM-RECORD.
000460     COPY FRQDPRM.
000461 FD  DEVEFF
000462     VALUE OF FILE-ID IS "DEVEFF"
000463     DATA RECORD IS DEFF-RECORD.
000464 01  DEFF-RECORD.
000465     COPY FRQDEFF.
000470 FD  FREQIFC
000480     VALUE OF FILE-ID IS "FREQIFC"
000490     DATA RECORD IS IFC-RECORD.
000500 01  IFC-RECORD.
000510     COPY FRQIFC.
000511 FD  QUARPARM
000512     VALUE OF FILE-ID IS "QUARPARM"
000513     DATA RECORD IS QLIM-RECORD.
000514 01  QLIM-RECORD.
000515     COPY FRQQLIM.
000520 FD  HISTMST
000530     VALUE OF FILE-ID IS "HISTMST"
000540     DATA RECORD IS HIST-RECORD.
000580     VALUE OF FILE-ID IS "DRIFTRPT"
000590     DATA RECORD IS DRF-RECORD.
000600 01  DRF-RECORD                  PIC X(200).
000601 FD  QUARLOG
000602     VALUE OF FILE-ID IS "QUARLOG"
000603     DATA RECORD IS QLOG-RECORD.
000604 01  QLOG-RECORD.
000605     COPY FRQQLOG.
000610 WORKING-STORAGE SECTION.
000620 01  DPRM-FILE-STATUS            PIC X(02) VALUE SPACES.
000630     88  DPRM-FILE-OK             VALUE "00".
000656 01  DRF-DMST-FOUND-SW           PIC X(01) VALUE "N".
000658     88  DRF-DMST-FOUND           VALUE "Y".
000660 COPY FRQDRPT.
000665 COPY FRQEFFW.
000670 01  DRF-PRM-DONE-SW             PIC 9(01) VALUE 0.
000680     88  DRF-PRM-DONE             VALUE 1.
000690 01  DRF-IFC-DONE-SW             PIC 9(01) VALUE 0.
000820 01  DRF-EXCP-COUNT              PIC 9(07) COMP VALUE 0.
000830 01  DRF-NOPRIOR-COUNT           PIC 9(07) COMP VALUE 0.
000840 01  DRF-FLAGGED-COUNT           PIC 9(07) COMP VALUE 0.
000850 01  DRF-QTN-COUNT               PIC 9(07) COMP VALUE 0.
000860 COPY FRQQTNW.
000870 COPY FRQDATW.
000950 PROCEDURE DIVISION.
000960*----------------------------------------------------------------*
000970*    0000-MAIN  -  PROGRAM MAINLINE.                             *
001010     PERFORM 2000-CHECK-DEVICE THRU 2000-EXIT
001020         UNTIL DRF-IFC-DONE.
001030     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
001040     CLOSE FREQIFC HISTMST DEVMST DEVEFF DRIFTRPT QUARLOG.
001050     STOP RUN.
001060*----------------------------------------------------------------*
001070*    1000-INITIALIZE  -  LOAD THE TOLERANCES FROM DRIFTPRM AND   *
001290         MOVE 16 TO RETURN-CODE
001300         STOP RUN
001310     END-IF.
001312     OPEN I-O DEVMST.
001314     IF NOT DRF-DMST-OK AND DRF-DMST-STATUS NOT = "05"
001315         DISPLAY "01D ABEND - DEVMST DEVICE MASTER OPEN FAILED "
001316             "- FILE STATUS " DRF-DMST-STATUS
001318         STOP RUN
001319     END-IF.
001320     OPEN OUTPUT DRIFTRPT.
001321     OPEN INPUT DEVEFF.
001322     IF NOT EFF-DEFF-OK AND NOT EFF-DEFF-CREATED
001323         DISPLAY "01D ABEND - DEVEFF ATTRIBUTE HISTORY OPEN "
001324             "FAILED - FILE STATUS " EFF-DEFF-STATUS
001325         MOVE 16 TO RETURN-CODE
001326         STOP RUN
001327     END-IF.
001328     PERFORM 1200-OPEN-QUARANTINE THRU 1200-EXIT.
001330 1000-EXIT.
001340     EXIT.
001350*----------------------------------------------------------------*
001640     END-IF.
001650 1100-EXIT.
001660     EXIT.
001661*----------------------------------------------------------------*
001662*    1200-OPEN-QUARANTINE  -  TAKE THE BREACH LIMIT AND WINDOW   *
001663*                             FROM THE OPTIONAL QUARPARM CARD    *
001664*                             (THE FRQQTNW DEFAULTS STAND        *
001665*                             WITHOUT ONE) AND OPEN THE          *
001666*                             QUARANTINE LOG.                    *
001667*----------------------------------------------------------------*
001668 1200-OPEN-QUARANTINE.
001669     OPEN INPUT QUARPARM.
001670     IF QTN-QLIM-OK
001671         READ QUARPARM
001672             AT END
001673                 CONTINUE
001674         END-READ
001675         IF QTN-QLIM-OK
001676             IF QLIM-BREACH-LIMIT IS NUMERIC
001677                 MOVE QLIM-BREACH-LIMIT TO QTN-BREACH-LIMIT
001678             END-IF
001679             IF QLIM-WINDOW-DAYS IS NUMERIC
001680                     AND QLIM-WINDOW-DAYS > 0
001681                 MOVE QLIM-WINDOW-DAYS TO QTN-WINDOW-DAYS
001682             END-IF
001683         END-IF
001684     END-IF.
001685     CLOSE QUARPARM.
001686     MOVE "01D" TO QTN-PROGRAM.
001687     OPEN I-O QUARLOG.
001688     IF NOT QTN-QLOG-OK AND NOT QTN-QLOG-CREATED
001689         DISPLAY "01D ABEND - QUARLOG QUARANTINE LOG OPEN FAILED "
001690             "- FILE STATUS " QTN-QLOG-STATUS
001691         MOVE 16 TO RETURN-CODE
001692         STOP RUN
001693     END-IF.
001694 1200-EXIT.
001695     EXIT.
001710*----------------------------------------------------------------*
001720*    2000-CHECK-DEVICE  -  ONE FREQIFC RECORD.  THE 01B GRAND-   *
001730*                          TOTAL TRAILER IS NOT A DEVICE AND IS  *
002410*----------------------------------------------------------------*
002420 2300-COMPARE-DRIFT.
002430     MOVE DRF-DFLT-TOLERANCE TO DRF-TOLERANCE.
002431*    JUDGE THE RUN DATE BY THE TOLERANCE IN FORCE ON IT, NOT BY A
002432*    CHANGE KEYED SINCE.
002433     MOVE DM-DEVICE-ID TO EFF-DEVICE-ID.
002434     MOVE IFC-RUN-DATE TO EFF-AS-OF-DATE.
002435     PERFORM 8700-FIND-IN-FORCE THRU 8700-EXIT.
002436     IF EFF-FOUND
002437         MOVE EFF-DRIFT-TOLERANCE TO DM-DRIFT-TOLERANCE
002438     END-IF.
002440     IF DM-DRIFT-TOLERANCE IS NUMERIC
002450             AND DM-DRIFT-TOLERANCE > 0
002460         MOVE DM-DRIFT-TOLERANCE TO DRF-TOLERANCE
002670         MOVE DRF-TOLERANCE TO DRPT-TOLERANCE
002680         MOVE WS-DRF-DTL-LINE TO DRF-RECORD
002690         WRITE DRF-RECORD
002695         PERFORM 6000-RECORD-BREACH THRU 6000-EXIT
002700     END-IF.
002710 2300-EXIT.
002720     EXIT.
002780     MOVE DRF-EXCP-COUNT TO DRPT-EXCP-COUNT.
002790     MOVE DRF-NOPRIOR-COUNT TO DRPT-NOPRIOR-COUNT.
002795     MOVE DRF-FLAGGED-COUNT TO DRPT-FLAGGED-COUNT.
002797     MOVE DRF-QTN-COUNT TO DRPT-QTN-COUNT.
002800     MOVE WS-DRF-SUM-LINE TO DRF-RECORD.
002810     WRITE DRF-RECORD.
002820 5000-EXIT.
002830     EXIT.
002840*----------------------------------------------------------------*
002850*    6000-RECORD-BREACH  -  A DRIFT EXCEPTION IS LOGGED AS A     *
002860*                           DRIFT BREACH, WHICH MAY QUARANTINE   *
002870*                           THE DEVICE (SHARED FRQQTNP); A       *
002880*                           DEVICE IT QUARANTINES IS LISTED      *
002890*                           UNDER ITS DETAIL LINE.               *
002900*----------------------------------------------------------------*
002910 6000-RECORD-BREACH.
002920     MOVE DM-DEVICE-ID TO QTN-DEVICE-ID.
002930     MOVE IFC-RUN-DATE TO QTN-RUN-DATE.
002940     MOVE "D" TO QTN-EVENT.
002950     MOVE "DAY-OVER-DAY DRIFT OVER TOLERANCE" TO QTN-REASON.
002960     PERFORM 8800-RECORD-BREACH THRU 8800-EXIT.
002970     IF QTN-ENTERED
002980         ADD 1 TO DRF-QTN-COUNT
002990         MOVE IFC-DEVICE-ID TO DRPT-QTN-DEVICE-ID
003000         MOVE QTN-RUN-DATE TO DRPT-QTN-RUN-DATE
003010         MOVE QTN-BREACH-COUNT TO DRPT-QTN-BREACHES
003020         MOVE QTN-WINDOW-DAYS TO DRPT-QTN-DAYS
003030         MOVE WS-DRF-QTN-LINE TO DRF-RECORD
003040         WRITE DRF-RECORD
003050     END-IF.
003060 6000-EXIT.
003070     EXIT.
003080 COPY FRQEFFP.
003090 COPY FRQDATP.
003100 COPY FRQQTNP.
