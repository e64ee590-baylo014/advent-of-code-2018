001360*                   RUN FOR - A CATCH-UP RUN'S COMMINGLED DATES  *
001370*                   WERE OTHERWISE INDISTINGUISHABLE.  CMDAUD-   *
001380*                   RECORD WIDENED FOR THE LONGER LINE.          *
001381*    10/15/26  RLH  THE BAND, TOLERANCE AND RUN MODE ARE NOW     *
001382*                   TAKEN AS IN FORCE ON THE DATE BEING RUN      *
001383*                   (DEVEFF, SHARED FRQEFFP LOOKUP), SO A        *
001384*                   CATCH-UP OR RERUN FOR AN OLDER DATE IS NOT   *
001385*                   JUDGED BY A CHANGE KEYED SINCE.              *
001386*    10/15/26  RLH  FREQIFC DEVICE RECORDS NOW CARRY THE COMMAND *
001387*                   COUNT (IFC-CMD-COUNT) SO 01L CAN BALANCE     *
001388*                   THEM AGAINST THE AUDMST ARCHIVE ROWS; THE    *
001389*                   GRAND-TOTAL RECORD CARRIES ZERO.             *
001390*    10/15/26  RLH  THE CATCH-UP HISTMST LOAD NOW ALSO CARRIES   *
001391*                   THE RUN MODE AND PASS COUNT ONTO THE HISTORY *
001392*                   RECORD, AS 01H DOES.                         *
001393*    10/15/26  RLH  BAND BREACHES ARE LOGGED ON QUARLOG; AT THE  *
001394*                   QUARPARM LIMIT THE DEVICE IS QUARANTINED AND *
001395*                   ITS RESULTS HELD ON PENDREL, OFF FREQIFC AND *
001396*                   THE GRAND TOTAL (RC 4), FOR 01M REL/REJ.  A  *
001397*                   RELEASE GOES ON THE NEXT RUN'S FREQIFC; A    *
001398*                   RERUN OF A DISPOSED DATE IS NOT SENT.        *
001399*----------------------------------------------------------------*
001400 ENVIRONMENT DIVISION.
001410 INPUT-OUTPUT SECTION.
001420 FILE-CONTROL.
001470         ACCESS MODE IS RANDOM
001480         RECORD KEY IS DM-KEY
001490         FILE STATUS IS FRQ-DMST-STATUS.
001491     SELECT OPTIONAL DEVEFF ASSIGN TO DISK
001492         ORGANIZATION IS INDEXED
001493         ACCESS MODE IS DYNAMIC
001494         RECORD KEY IS DEFF-KEY
001495         FILE STATUS IS EFF-DEFF-STATUS.
001500     SELECT INPUTFILE ASSIGN TO DYNAMIC FRQ-INPUT-FILE-ID
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS FRQ-INPT-STATUS.
001630     SELECT OPTIONAL BCHKPT ASSIGN TO DISK
001640         ORGANIZATION IS LINE SEQUENTIAL
001650         FILE STATUS IS FRQ-BCKP-STATUS.
001651     SELECT OPTIONAL PENDREL ASSIGN TO DISK
001652         ORGANIZATION IS INDEXED
001653         ACCESS MODE IS DYNAMIC
001654         RECORD KEY IS PEND-KEY
001655         FILE STATUS IS FRQ-PEND-STATUS.
001660     SELECT OPTIONAL BATPARM ASSIGN TO DISK
001670         ORGANIZATION IS LINE SEQUENTIAL
001680         FILE STATUS IS FRQ-BPRM-STATUS.
001682     SELECT OPTIONAL QUARPARM ASSIGN TO DISK
001684         ORGANIZATION IS LINE SEQUENTIAL
001686         FILE STATUS IS QTN-QLIM-STATUS.
001690     SELECT OPTIONAL HISTMST ASSIGN TO DISK
001700         ORGANIZATION IS INDEXED
001710         ACCESS MODE IS DYNAMIC
001720         RECORD KEY IS HIST-KEY
001730         FILE STATUS IS FRQ-HIST-STATUS.
001731     SELECT OPTIONAL QUARLOG ASSIGN TO DISK
001732         ORGANIZATION IS INDEXED
001733         ACCESS MODE IS DYNAMIC
001734         RECORD KEY IS QLOG-KEY
001735         FILE STATUS IS QTN-QLOG-STATUS.
001740 DATA DIVISION.
001750 FILE SECTION.
001760 FD  DEVLIST
001830     DATA RECORD IS DM-RECORD.
001840 01  DM-RECORD.
001850     COPY FRQDMST.
001851 FD  DEVEFF
001852     VALUE OF FILE-ID IS "DEVEFF"
001853     DATA RECORD IS DEFF-RECORD.
001854 01  DEFF-RECORD.
001855     COPY FRQDEFF.
001860 FD  INPUTFILE
001870     DATA RECORD IS INPUT-LINE.
001880 01  INPUT-LINE                  PIC X(30).
002120     DATA RECORD IS BCKP-RECORD.
002130 01  BCKP-RECORD.
002140     COPY FRQBCKP.
002141 FD  PENDREL
002142     VALUE OF FILE-ID IS "PENDREL"
002143     DATA RECORD IS PEND-RECORD.
002144 01  PEND-RECORD.
002145     COPY FRQPEND.
002150 FD  BATPARM
002160     VALUE OF FILE-ID IS "BATPARM"
002170     DATA RECORD IS BPRM-RECORD.
002180 01  BPRM-RECORD.
002190     COPY FRQBPRM.
002191 FD  QUARPARM
002192     VALUE OF FILE-ID IS "QUARPARM"
002193     DATA RECORD IS QLIM-RECORD.
002194 01  QLIM-RECORD.
002195     COPY FRQQLIM.
002200 FD  HISTMST
002210     VALUE OF FILE-ID IS "HISTMST"
002220     DATA RECORD IS HIST-RECORD.
002230 01  HIST-RECORD.
002240     COPY FRQHIST.
002241 FD  QUARLOG
002242     VALUE OF FILE-ID IS "QUARLOG"
002243     DATA RECORD IS QLOG-RECORD.
002244 01  QLOG-RECORD.
002245     COPY FRQQLOG.
002250 WORKING-STORAGE SECTION.
002260 COPY FRQBRPT.
002270 COPY FRQEXCP.
002290 COPY FRQBATW.
002300 COPY FREQWS.
002310 COPY FRQOPSL.
002315 COPY FRQEFFW.
002316 COPY FRQQTNW.
002317 COPY FRQDATW.
002320 PROCEDURE DIVISION.
002330*----------------------------------------------------------------*
002340*    0000-MAIN  -  PROGRAM MAINLINE.                             *
002380     PERFORM 1900-PROCESS-DATE THRU 1900-EXIT
002390         VARYING FRQ-DATE-IX FROM 1 BY 1
002400         UNTIL FRQ-DATE-IX > FRQ-DATE-COUNT.
002405     PERFORM 9400-SEND-RELEASED THRU 9400-EXIT.
002410     PERFORM 2700-CLEAR-CHECKPOINT THRU 2700-EXIT.
002420     CLOSE DEVMST DEVEFF BATCHRPT EXCPRPT CMDAUDIT FREQIFC
002425         QUARLOG PENDREL.
002430     IF FRQ-CATCHUP
002440         CLOSE HISTMST
002450     END-IF.
002480             " HISTORY RECORD(S) ALREADY ON HISTMST - THE FIRST "
002490             "LOAD OF EACH DAY WINS"
002500     END-IF.
002501     IF FRQ-REL-SENT-COUNT > 0
002502         DISPLAY "01B WARNING - " FRQ-REL-SENT-COUNT
002503             " RELEASED RESULT(S) SENT ON FREQIFC OUTSIDE THE "
002504             "GRAND TOTAL - SEE BATCHRPT"
002505     END-IF.
002510     IF FRQ-TOT-SKIPPED-COUNT > 0
002520         DISPLAY "01B WARNING - " FRQ-TOT-SKIPPED-COUNT
002530             " DEVLIST ENTRY(S) SKIPPED - SEE BATCHRPT"
002540     END-IF.
002541     IF FRQ-TOT-QTN-COUNT > 0
002542         DISPLAY "01B WARNING - " FRQ-TOT-QTN-COUNT
002543             " DEVICE(S) QUARANTINED - SEE QUARLOG"
002544     END-IF.
002545     IF FRQ-TOT-HELD-COUNT > 0
002546         DISPLAY "01B WARNING - " FRQ-TOT-HELD-COUNT
002547             " RESULT(S) HELD ON PENDREL FOR RELEASE"
002548     END-IF.
002550     PERFORM 9000-SET-DISPOSITION THRU 9000-EXIT.
002560     PERFORM 8100-WRITE-OPSLOG THRU 8100-EXIT.
002570     MOVE OPS-RC TO RETURN-CODE.
002660     MOVE "01B" TO OPS-PROGRAM-ID.
002670     PERFORM 8000-CAPTURE-START THRU 8000-EXIT.
002680     PERFORM 1100-LOAD-DATES THRU 1100-EXIT.
002690     OPEN I-O DEVMST.
002700     IF NOT FRQ-DMST-OK AND NOT FRQ-DMST-CREATED
002710         DISPLAY "01B ABEND - DEVMST DEVICE MASTER OPEN FAILED "
002720             "- FILE STATUS " FRQ-DMST-STATUS
002730         MOVE 16 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002751     OPEN INPUT DEVEFF.
002752     IF NOT EFF-DEFF-OK AND NOT EFF-DEFF-CREATED
002753         DISPLAY "01B ABEND - DEVEFF ATTRIBUTE HISTORY OPEN "
002754             "FAILED - FILE STATUS " EFF-DEFF-STATUS
002755         MOVE 16 TO RETURN-CODE
002756         STOP RUN
002757     END-IF.
002760     MOVE 0 TO FRQ-GRAND-TOTAL.
002770     MOVE 0 TO FRQ-DEVICE-COUNT.
002780     MOVE 0 TO FRQ-BAD-COUNT.
003010             STOP RUN
003020         END-IF
003030     END-IF.
003035     PERFORM 9100-OPEN-QUARANTINE THRU 9100-EXIT.
003040 1000-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------*
004060             MOVE BCKP-TOT-RECONF-COUNT TO FRQ-TOT-RECONF-COUNT
004070             MOVE BCKP-TOT-CMD-COUNT TO FRQ-TOT-CMD-COUNT
004080             MOVE BCKP-TOT-BAD-COUNT TO FRQ-TOT-BAD-COUNT
004082             MOVE BCKP-HELD-COUNT TO FRQ-HELD-COUNT
004084             MOVE BCKP-TOT-HELD-COUNT TO FRQ-TOT-HELD-COUNT
004086             MOVE BCKP-TOT-QTN-COUNT TO FRQ-TOT-QTN-COUNT
004087             MOVE BCKP-DISP-COUNT TO FRQ-DISP-COUNT
004088             MOVE BCKP-TOT-DISP-COUNT TO FRQ-TOT-DISP-COUNT
004090             MOVE "Y" TO FRQ-BATCH-RESTART-SW
004100         END-IF
004110     END-IF.
004440     ADD FRQ-RECONF-COUNT TO FRQ-TOT-RECONF-COUNT.
004450     ADD FRQ-RUN-CMD-COUNT TO FRQ-TOT-CMD-COUNT.
004460     ADD FRQ-BAD-COUNT TO FRQ-TOT-BAD-COUNT.
004465     ADD FRQ-HELD-COUNT TO FRQ-TOT-HELD-COUNT.
004467     ADD FRQ-DISP-COUNT TO FRQ-TOT-DISP-COUNT.
004470     MOVE 0 TO FRQ-GRAND-TOTAL.
004480     MOVE 0 TO FRQ-DEVICE-COUNT.
004490     MOVE 0 TO FRQ-SKIPPED-COUNT.
004520     MOVE 0 TO FRQ-RECONF-COUNT.
004530     MOVE 0 TO FRQ-RUN-CMD-COUNT.
004540     MOVE 0 TO FRQ-BAD-COUNT.
004545     MOVE 0 TO FRQ-HELD-COUNT.
004547     MOVE 0 TO FRQ-DISP-COUNT.
004550     MOVE 0 TO FRQ-ENTRY-NUMBER.
004560     MOVE 0 TO FRQ-RESUME-ENTRY.
004570*    THE DATE-BOUNDARY CHECKPOINT POINTS AT THE NEXT DATE SET
005050         ELSE
005060             PERFORM 2400-RUN-DEVICE-LOG THRU 2400-EXIT
005070         END-IF
005075         PERFORM 9200-CHECK-QUARANTINE THRU 9200-EXIT
005080         PERFORM 2500-WRITE-DEVICE-LINE THRU 2500-EXIT
005090         ADD FRQ-TOTAL-CMD-COUNT TO FRQ-RUN-CMD-COUNT
005100         IF FRQ-DEVL-PROCESSED
005101             EVALUATE TRUE
005102                 WHEN FRQ-RESULT-HELD
005103                     ADD 1 TO FRQ-HELD-COUNT
005104                 WHEN FRQ-RESULT-DISPOSED
005105                     ADD 1 TO FRQ-DISP-COUNT
005106                 WHEN OTHER
005110                     ADD TOTAL-F TO FRQ-GRAND-TOTAL
005115             END-EVALUATE
005120             ADD 1 TO FRQ-DEVICE-COUNT
005130             IF FRQ-OVERFLOW-FOUND
005140                 ADD 1 TO FRQ-OVERFLOW-COUNT
005750 2360-READ-MASTER.
005760     MOVE "N" TO FRQ-DMST-LOOKUP-SW.
005770     MOVE DEVL-DEVICE-ID TO DM-DEVICE-ID.
005771     MOVE DEVL-DEVICE-ID TO EFF-DEVICE-ID.
005772     MOVE FRQ-RUN-DATE TO EFF-AS-OF-DATE.
005780     READ DEVMST
005790         INVALID KEY
005800             CONTINUE
005810         NOT INVALID KEY
005820             MOVE "Y" TO FRQ-DMST-LOOKUP-SW
005830     END-READ.
005831*        JUDGE THE RUN DATE BY THE BAND AND MODE IN FORCE ON IT.
005832     IF FRQ-DMST-FOUND
005833         PERFORM 8700-FIND-IN-FORCE THRU 8700-EXIT
005834         IF EFF-FOUND
005835             MOVE EFF-EXCURSION-LIMIT TO DM-EXCURSION-LIMIT
005836             MOVE EFF-DRIFT-TOLERANCE TO DM-DRIFT-TOLERANCE
005837             MOVE EFF-RUN-MODE TO DM-RUN-MODE
005838         END-IF
005839     END-IF.
005840 2360-EXIT.
005850     EXIT.
005860*----------------------------------------------------------------*
007590     ELSE
007600         MOVE "OK" TO BATD-EXCURSION-FLAG
007610     END-IF.
007611     MOVE SPACES TO BATD-RESULT.
007612     EVALUATE TRUE
007613         WHEN FRQ-RESULT-HELD
007614             MOVE "HELD" TO BATD-RESULT
007615         WHEN FRQ-RESULT-DISPOSED
007616             MOVE FRQ-PRIOR-STATE TO BATD-RESULT
007617         WHEN FRQ-DEVL-PROCESSED
007618             MOVE "SENT" TO BATD-RESULT
007619     END-EVALUATE.
007620     MOVE WS-BATD-LINE TO BATCH-RPT-RECORD.
007630     WRITE BATCH-RPT-RECORD.
007640     IF FRQ-DEVL-PROCESSED
007700         MOVE FRQ-PASS-COUNT TO IFC-PASS-COUNT
007710         MOVE 0 TO IFC-PRIOR-TOTAL
007720         MOVE 0 TO IFC-ADJUSTMENT
007725         MOVE FRQ-TOTAL-CMD-COUNT TO IFC-CMD-COUNT
007726         EVALUATE TRUE
007727             WHEN FRQ-RESULT-HELD
007728                 PERFORM 9300-HOLD-RESULT THRU 9300-EXIT
007729             WHEN NOT FRQ-RESULT-DISPOSED
007730                 WRITE IFC-RECORD
007740                 IF FRQ-CATCHUP
007750                     PERFORM 2550-LOAD-HISTORY THRU 2550-EXIT
007760                 END-IF
007765         END-EVALUATE
007770     END-IF.
007780 2500-EXIT.
007790     EXIT.
007810*    2550-LOAD-HISTORY  -  CATCH-UP ONLY.  APPLY THE DEVICE'S    *
007820*                          CLOSING FREQUENCY TO HISTMST AS 01H   *
007830*                          WOULD, SO THE NEXT DATE IN THE RUN    *
007840*                          SEEDS FROM IT.  A DUPLICATE KEY MEANS *
007850*                          THE DEVICE/RUN-DATE WAS LOADED BEFORE *
007860*                          - THE FIRST LOAD OF A DAY WINS,       *
007870*                          MATCHING 01H.  THE WRITE ITSELF IS    *
007871*                          2560, SHARED WITH 9410 FOR A RELEASED *
007872*                          RESULT.                               *
007880*----------------------------------------------------------------*
007890 2550-LOAD-HISTORY.
007900     MOVE DEVL-DEVICE-ID TO HIST-DEVICE-ID.
007930     MOVE FRQ-OVERFLOW-SW TO HIST-OVERFLOW-FLAG.
007940     MOVE 0 TO HIST-SUPERSEDED-TOTAL.
007950     MOVE "N" TO HIST-RESTATED-FLAG.
007951     MOVE FRQ-RUN-MODE TO HIST-RUN-MODE.
007952     MOVE FRQ-PASS-COUNT TO HIST-PASS-COUNT.
007953     PERFORM 2560-WRITE-HISTORY THRU 2560-EXIT.
007954 2550-EXIT.
007955     EXIT.
007956 2560-WRITE-HISTORY.
007960     WRITE HIST-RECORD.
007970     IF FRQ-HIST-DUP
007980         ADD 1 TO FRQ-HDUP-COUNT
008000         IF NOT FRQ-HIST-OK
008010             DISPLAY "01B ABEND - HISTMST WRITE FAILED - FILE "
008020                 "STATUS " FRQ-HIST-STATUS " DEVICE "
008030                 HIST-DEVICE-ID
008040             MOVE 16 TO OPS-RC
008050             MOVE "ABEND - HISTMST WRITE" TO OPS-DISPOSITION
008060             MOVE FRQ-DEVICE-COUNT TO OPS-DEVICE-COUNT
008110             STOP RUN
008120         END-IF
008130     END-IF.
008140 2560-EXIT.
008150     EXIT.
008160*----------------------------------------------------------------*
008170*    2600-WRITE-CHECKPOINT  -  SAVE THE ENTRY NUMBER JUST        *
008390     MOVE FRQ-TOT-RECONF-COUNT TO BCKP-TOT-RECONF-COUNT.
008400     MOVE FRQ-TOT-CMD-COUNT TO BCKP-TOT-CMD-COUNT.
008410     MOVE FRQ-TOT-BAD-COUNT TO BCKP-TOT-BAD-COUNT.
008412     MOVE FRQ-HELD-COUNT TO BCKP-HELD-COUNT.
008414     MOVE FRQ-TOT-HELD-COUNT TO BCKP-TOT-HELD-COUNT.
008416     MOVE FRQ-TOT-QTN-COUNT TO BCKP-TOT-QTN-COUNT.
008417     MOVE FRQ-DISP-COUNT TO BCKP-DISP-COUNT.
008418     MOVE FRQ-TOT-DISP-COUNT TO BCKP-TOT-DISP-COUNT.
008420     OPEN OUTPUT BCHKPT.
008430     WRITE BCKP-RECORD.
008440     CLOSE BCHKPT.
008640     MOVE FRQ-DEVICE-COUNT TO BATT-DEVICE-COUNT.
008650     MOVE FRQ-GRAND-TOTAL TO BATT-GRAND-TOTAL.
008660     MOVE FRQ-SKIPPED-COUNT TO BATT-SKIPPED-COUNT.
008665     MOVE FRQ-HELD-COUNT TO BATT-HELD-COUNT.
008667     MOVE FRQ-DISP-COUNT TO BATT-DISP-COUNT.
008670     MOVE WS-BATT-LINE TO BATCH-RPT-RECORD.
008680     WRITE BATCH-RPT-RECORD.
008690     MOVE FRQ-RUN-DATE TO IFC-RUN-DATE.
008740     MOVE 0 TO IFC-PASS-COUNT.
008750     MOVE 0 TO IFC-PRIOR-TOTAL.
008760     MOVE 0 TO IFC-ADJUSTMENT.
008765     MOVE 0 TO IFC-CMD-COUNT.
008770     WRITE IFC-RECORD.
008780 5000-EXIT.
008790     EXIT.
009040         MOVE 4 TO OPS-RC
009050         MOVE "EXCURSION EXCEEDED" TO OPS-DISPOSITION
009060     END-IF.
009062     IF FRQ-TOT-HELD-COUNT > 0
009064         MOVE 4 TO OPS-RC
009066         MOVE "RESULTS HELD" TO OPS-DISPOSITION
009068     END-IF.
009070     IF FRQ-TOT-OVERFLOW-COUNT > 0
009080         MOVE 8 TO OPS-RC
009090         MOVE "OVERFLOW ON TOTAL-F" TO OPS-DISPOSITION
009150 9000-EXIT.
009160     EXIT.
009170 COPY FRQOPSP.
009180*----------------------------------------------------------------*
009190*    9100-OPEN-QUARANTINE  -  TAKE THE BREACH LIMIT AND WINDOW   *
009200*                             FROM THE OPTIONAL QUARPARM CARD    *
009210*                             (THE FRQQTNW DEFAULTS STAND        *
009220*                             WITHOUT ONE) AND OPEN THE          *
009230*                             QUARANTINE LOG AND THE             *
009240*                             PENDING-RELEASE FILE.              *
009250*----------------------------------------------------------------*
009260 9100-OPEN-QUARANTINE.
009270     OPEN INPUT QUARPARM.
009280     IF QTN-QLIM-OK
009290         READ QUARPARM
009300             AT END
009310                 CONTINUE
009320         END-READ
009330         IF QTN-QLIM-OK
009340             IF QLIM-BREACH-LIMIT IS NUMERIC
009350                 MOVE QLIM-BREACH-LIMIT TO QTN-BREACH-LIMIT
009360             END-IF
009370             IF QLIM-WINDOW-DAYS IS NUMERIC
009380                     AND QLIM-WINDOW-DAYS > 0
009390                 MOVE QLIM-WINDOW-DAYS TO QTN-WINDOW-DAYS
009400             END-IF
009410         END-IF
009420     END-IF.
009430     CLOSE QUARPARM.
009440     MOVE "01B" TO QTN-PROGRAM.
009450     OPEN I-O QUARLOG.
009460     IF NOT QTN-QLOG-OK AND NOT QTN-QLOG-CREATED
009470         DISPLAY "01B ABEND - QUARLOG QUARANTINE LOG OPEN FAILED "
009480             "- FILE STATUS " QTN-QLOG-STATUS
009490         MOVE 16 TO RETURN-CODE
009500         STOP RUN
009510     END-IF.
009520     OPEN I-O PENDREL.
009530     IF NOT FRQ-PEND-OK AND NOT FRQ-PEND-CREATED
009540         DISPLAY "01B ABEND - PENDREL PENDING-RELEASE FILE OPEN "
009550             "FAILED - FILE STATUS " FRQ-PEND-STATUS
009560         MOVE 16 TO RETURN-CODE
009570         STOP RUN
009580     END-IF.
009590 9100-EXIT.
009600     EXIT.
009610*----------------------------------------------------------------*
009620*    9200-CHECK-QUARANTINE  -  A PROCESSED DEVICE THAT LEFT ITS  *
009630*                              RATED BAND IS LOGGED AS A BAND    *
009640*                              BREACH, WHICH MAY QUARANTINE IT   *
009650*                              (SHARED FRQQTNP).  A RERUN OF     *
009660*                              A DATE WHOSE HELD RESULT THE LAB  *
009670*                              HAS ALREADY RELEASED OR REJECTED  *
009680*                              IS NEITHER HELD AGAIN NOR SENT -  *
009690*                              THE LAB'S DECISION STANDS AND THE *
009700*                              DEVICE LINE SHOWS IT.  OTHERWISE  *
009710*                              A DEVICE QUARANTINED ON DEVMST -  *
009720*                              BEFORE THIS RUN OR BY THE BREACH  *
009730*                              JUST LOGGED - HAS ITS RESULT      *
009740*                              HELD.                             *
009750*----------------------------------------------------------------*
009760 9200-CHECK-QUARANTINE.
009770     MOVE "N" TO FRQ-HOLD-SW.
009780     IF NOT FRQ-DEVL-PROCESSED
009790         GO TO 9200-EXIT
009800     END-IF.
009810     IF FRQ-EXCURSION-EXCEEDED
009820         MOVE DEVL-DEVICE-ID TO QTN-DEVICE-ID
009830         MOVE FRQ-RUN-DATE TO QTN-RUN-DATE
009840         MOVE "B" TO QTN-EVENT
009850         MOVE "RUNNING TOTAL LEFT THE RATED BAND" TO QTN-REASON
009860         PERFORM 8800-RECORD-BREACH THRU 8800-EXIT
009870         IF QTN-ENTERED
009880             ADD 1 TO FRQ-TOT-QTN-COUNT
009890         END-IF
009900     END-IF.
009910     MOVE DEVL-DEVICE-ID TO PEND-DEVICE-ID.
009920     MOVE FRQ-RUN-DATE TO PEND-RUN-DATE.
009930     READ PENDREL
009940         INVALID KEY
009950             MOVE SPACE TO PEND-STATE
009960     END-READ.
009970     IF PEND-RELEASED OR PEND-REJECTED
009980         MOVE PEND-STATE TO FRQ-HOLD-SW
009990         IF PEND-RELEASED
010000             MOVE "REL" TO FRQ-PRIOR-STATE
010010         ELSE
010020             MOVE "REJ" TO FRQ-PRIOR-STATE
010030         END-IF
010040         DISPLAY "01B WARNING - DEVICE " DEVL-DEVICE-ID
010050             " RUN DATE " FRQ-RUN-DATE " ALREADY RELEASED OR "
010060             "REJECTED ON PENDREL - RERUN RESULT NOT SENT"
010070         GO TO 9200-EXIT
010080     END-IF.
010090     IF DM-QUARANTINED
010100         MOVE "Y" TO FRQ-HOLD-SW
010110     END-IF.
010120 9200-EXIT.
010130     EXIT.
010140*----------------------------------------------------------------*
010150*    9300-HOLD-RESULT  -  PUT A QUARANTINED DEVICE'S FINISHED    *
010160*                         FREQIFC RECORD ON PENDREL INSTEAD OF   *
010170*                         SENDING IT, TO WAIT FOR THE LAB'S 01M  *
010180*                         RELEASE OR REJECT.  A RERUN OF A DATE  *
010190*                         STILL HELD REPLACES THE HELD RESULT;   *
010200*                         ONE ALREADY RELEASED OR REJECTED       *
010210*                         NEVER COMES HERE (9200).               *
010220*----------------------------------------------------------------*
010230 9300-HOLD-RESULT.
010240     MOVE DEVL-DEVICE-ID TO PEND-DEVICE-ID.
010250     MOVE FRQ-RUN-DATE TO PEND-RUN-DATE.
010260     MOVE "H" TO PEND-STATE.
010270     ACCEPT PEND-HELD-DATE FROM DATE YYYYMMDD.
010280     MOVE SPACES TO PEND-DISPOSED-DATE.
010290     MOVE SPACES TO PEND-DISPOSED-BY.
010295     MOVE SPACES TO PEND-SENT-DATE.
010300     MOVE IFC-RECORD TO PEND-IFC-IMAGE.
010310     WRITE PEND-RECORD.
010320     IF FRQ-PEND-DUP
010330         READ PENDREL
010340         ACCEPT PEND-HELD-DATE FROM DATE YYYYMMDD
010350         MOVE IFC-RECORD TO PEND-IFC-IMAGE
010360         REWRITE PEND-RECORD
010370     END-IF.
010380     IF NOT FRQ-PEND-OK
010390         DISPLAY "01B ABEND - PENDREL WRITE FAILED - FILE STATUS "
010400             FRQ-PEND-STATUS " DEVICE " DEVL-DEVICE-ID
010410         MOVE 16 TO OPS-RC
010420         MOVE "ABEND - PENDREL WRITE" TO OPS-DISPOSITION
010430         MOVE FRQ-DEVICE-COUNT TO OPS-DEVICE-COUNT
010440         MOVE FRQ-RUN-CMD-COUNT TO OPS-CMD-COUNT
010450         MOVE FRQ-BAD-COUNT TO OPS-REJECT-COUNT
010460         PERFORM 8100-WRITE-OPSLOG THRU 8100-EXIT
010470         MOVE OPS-RC TO RETURN-CODE
010480         STOP RUN
010490     END-IF.
010500 9300-EXIT.
010510     EXIT.
010520*----------------------------------------------------------------*
010530*    9400-SEND-RELEASED  -  SEND ON FREQIFC EVERY HELD RESULT    *
010540*                           THE LAB HAS RELEASED WITH 01M REL    *
010550*                           SINCE THE LAST RUN, UNCHANGED AND    *
010560*                           UNDER ITS ORIGINAL RUN DATE, AFTER   *
010570*                           THE NIGHT'S OWN GRAND-TOTAL RECORDS. *
010580*                           THE NIGHT IT BELONGS TO IS ALREADY   *
010590*                           CLOSED, SO IT IS NOT ADDED TO ANY    *
010600*                           GRAND TOTAL - EACH IS LISTED ON ITS  *
010610*                           OWN BATCHRPT LINE AND COUNTED APART. *
010620*                           A CATCH-UP RUN, WHICH 01H DOES NOT   *
010630*                           FOLLOW, ALSO LOADS EACH ONE TO       *
010640*                           HISTMST.  PEND-SENT-DATE IS STAMPED  *
010650*                           AS EACH ONE GOES, SO A RERUN OR A    *
010660*                           RESTART NEVER SENDS ONE TWICE.       *
010670*----------------------------------------------------------------*
010680 9400-SEND-RELEASED.
010690     MOVE 0 TO FRQ-REL-DONE-SW.
010700     MOVE LOW-VALUES TO PEND-KEY.
010710     START PENDREL KEY IS NOT LESS THAN PEND-KEY
010720         INVALID KEY
010730             MOVE 1 TO FRQ-REL-DONE-SW
010740     END-START.
010750     PERFORM 9410-SEND-ONE-RELEASED THRU 9410-EXIT
010760         UNTIL FRQ-REL-DONE.
010770 9400-EXIT.
010780     EXIT.
010790*----------------------------------------------------------------*
010800*    9410-SEND-ONE-RELEASED  -  ONE PENDREL RECORD.  ONLY A      *
010810*                               RELEASED RESULT NOT YET SENT     *
010820*                               GOES OUT; ONE STILL HELD,        *
010830*                               REJECTED OR ALREADY SENT IS      *
010840*                               PASSED OVER.                     *
010850*----------------------------------------------------------------*
010860 9410-SEND-ONE-RELEASED.
010870     READ PENDREL NEXT RECORD
010880         AT END
010890             MOVE 1 TO FRQ-REL-DONE-SW
010900             GO TO 9410-EXIT
010910     END-READ.
010920     IF NOT PEND-RELEASED OR PEND-SENT-DATE NOT = SPACES
010930         GO TO 9410-EXIT
010940     END-IF.
010950     MOVE PEND-IFC-IMAGE TO IFC-RECORD.
010960     WRITE IFC-RECORD.
010970     IF FRQ-CATCHUP
010980         MOVE IFC-DEVICE-ID TO HIST-DEVICE-ID
010990         MOVE PEND-RUN-DATE TO HIST-RUN-DATE
011000         MOVE IFC-TOTAL-FREQUENCY TO HIST-TOTAL-FREQUENCY
011010         MOVE IFC-OVERFLOW-FLAG TO HIST-OVERFLOW-FLAG
011020         MOVE 0 TO HIST-SUPERSEDED-TOTAL
011030         MOVE "N" TO HIST-RESTATED-FLAG
011040         MOVE IFC-RUN-MODE TO HIST-RUN-MODE
011050         MOVE IFC-PASS-COUNT TO HIST-PASS-COUNT
011060         PERFORM 2560-WRITE-HISTORY THRU 2560-EXIT
011070     END-IF.
011080     MOVE FRQ-DATE-VALUE(FRQ-DATE-COUNT) TO PEND-SENT-DATE.
011090     REWRITE PEND-RECORD.
011100     IF NOT FRQ-PEND-OK
011110         DISPLAY "01B ABEND - PENDREL REWRITE FAILED - STATUS "
011120             FRQ-PEND-STATUS " DEVICE " PEND-DEVICE-ID
011130         MOVE 16 TO OPS-RC
011140         MOVE "ABEND - PENDREL REWRITE" TO OPS-DISPOSITION
011150         MOVE FRQ-TOT-DEVICE-COUNT TO OPS-DEVICE-COUNT
011160         MOVE FRQ-TOT-CMD-COUNT TO OPS-CMD-COUNT
011170         MOVE FRQ-TOT-BAD-COUNT TO OPS-REJECT-COUNT
011180         PERFORM 8100-WRITE-OPSLOG THRU 8100-EXIT
011190         MOVE OPS-RC TO RETURN-CODE
011200         STOP RUN
011210     END-IF.
011220     ADD 1 TO FRQ-REL-SENT-COUNT.
011230     MOVE PEND-DEVICE-ID TO BATR-DEVICE-ID.
011240     MOVE PEND-RUN-DATE TO BATR-RUN-DATE.
011250     MOVE IFC-TOTAL-FREQUENCY TO BATR-TOTAL.
011260     MOVE PEND-DISPOSED-BY TO BATR-RELEASED-BY.
011270     MOVE PEND-DISPOSED-DATE TO BATR-RELEASED-DATE.
011280     MOVE WS-BATR-LINE TO BATCH-RPT-RECORD.
011290     WRITE BATCH-RPT-RECORD.
011300 9410-EXIT.
011310     EXIT.
011320 COPY FRQEFFP.
011330 COPY FRQDATP.
011340 COPY FRQQTNP.
