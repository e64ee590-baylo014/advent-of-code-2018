000210*                   OTHER LEFT THE REPORTS DISAGREEING FOR       *
000220*                   WEEKS.  A RET KEEPS THE ROW WITH STATUS R    *
000230*                   RATHER THAN DELETING IT.                     *
000231*    10/15/26  RLH  EFFECTIVE-DATED ATTRIBUTES.  A CHG MAY CARRY *
000232*                   AN EFFECTIVE DATE, AND EVERY ADD AND CHG IS  *
000233*                   KEPT AS A DATED VERSION ON DEVEFF SO 01B AND *
000234*                   01D JUDGE A RUN DATE BY THE VALUES THEN IN   *
000235*                   FORCE.  A FUTURE-DATED CHG WAITS ON DEVEFF   *
000236*                   FOR THE FIRST RUN ON OR AFTER ITS DATE; AN   *
000237*                   ADD MAY NOT BE FUTURE-DATED.                 *
000238*    10/15/26  RLH  DEVICE OWNER.  ADD AND CHG NOW CARRY THE     *
000239*                   OWNING DEPARTMENT AND COST CENTRE ONTO       *
000240*                   DEVMST FOR THE 01U CHARGE-BACK, AND THE      *
000241*                   BEFORE/AFTER IMAGES SHOW THEM.  DEVMCTL      *
000242*                   WIDENED FOR THE LONGER IMAGE LINE.           *
000243*    10/15/26  RLH  QUARANTINE RELEASE.  NEW REL AND REJ ACTIONS *
000244*                   CLEAR A QUARANTINED DEVICE AND NAME THE LAB  *
000245*                   USER WHO DID.  REL LEAVES ITS HELD PENDREL   *
000246*                   RESULTS FOR THE NEXT 01B TO SEND ON FREQIFC  *
000247*                   UNDER THEIR ORIGINAL RUN DATES; REJ KEEPS    *
000248*                   THEM OFF.  BOTH ARE LOGGED ON QUARLOG.       *
000249*----------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT DEVTRAN ASSIGN TO DISK
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS DTRN-FILE-STATUS.
000301     SELECT OPTIONAL PENDREL ASSIGN TO DISK
000302         ORGANIZATION IS INDEXED
000303         ACCESS MODE IS DYNAMIC
000304         RECORD KEY IS PEND-KEY
000305         FILE STATUS IS DMM-PEND-STATUS.
000310     SELECT OPTIONAL DEVMST ASSIGN TO DISK
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS DM-KEY
000350         FILE STATUS IS DMM-MST-STATUS.
000351     SELECT OPTIONAL DEVEFF ASSIGN TO DISK
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS DYNAMIC
000354         RECORD KEY IS DEFF-KEY
000355         FILE STATUS IS EFF-DEFF-STATUS.
000360     SELECT DEVMCTL ASSIGN TO DISK
000370         ORGANIZATION IS LINE SEQUENTIAL.
000371     SELECT OPTIONAL QUARLOG ASSIGN TO DISK
000372         ORGANIZATION IS INDEXED
000373         ACCESS MODE IS DYNAMIC
000374         RECORD KEY IS QLOG-KEY
000375         FILE STATUS IS QTN-QLOG-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  DEVTRAN
000420     DATA RECORD IS DTRN-RECORD.
000430 01  DTRN-RECORD.
000440     COPY FRQDTRN.
000441 FD  PENDREL
000442     VALUE OF FILE-ID IS "PENDREL"
000443     DATA RECORD IS PEND-RECORD.
000444 01  PEND-RECORD.
000445     COPY FRQPEND.
000450 FD  DEVMST
000460     VALUE OF FILE-ID IS "DEVMST"
000470     DATA RECORD IS DM-RECORD.
000480 01  DM-RECORD.
000490     COPY FRQDMST.
000491 FD  DEVEFF
000492     VALUE OF FILE-ID IS "DEVEFF"
000493     DATA RECORD IS DEFF-RECORD.
000494 01  DEFF-RECORD.
000495     COPY FRQDEFF.
000500 FD  DEVMCTL
000510     VALUE OF FILE-ID IS "DEVMCTL"
000520     DATA RECORD IS DMCTL-RECORD.
000530 01  DMCTL-RECORD                PIC X(200).
000531 FD  QUARLOG
000532     VALUE OF FILE-ID IS "QUARLOG"
000533     DATA RECORD IS QLOG-RECORD.
000534 01  QLOG-RECORD.
000535     COPY FRQQLOG.
000540 WORKING-STORAGE SECTION.
000550 01  DTRN-FILE-STATUS            PIC X(02) VALUE SPACES.
000560     88  DTRN-FILE-OK             VALUE "00".
000590     88  DMM-MST-CREATED          VALUE "05".
000600     88  DMM-MST-NOT-FOUND        VALUE "23".
000610     88  DMM-MST-DUP              VALUE "22".
000612 01  DMM-PEND-STATUS             PIC X(02) VALUE SPACES.
000614     88  DMM-PEND-OK              VALUE "00".
000616     88  DMM-PEND-CREATED         VALUE "05".
000620 COPY FRQMCTL.
000625 COPY FRQEFFW.
000626 COPY FRQQTNW.
000627 COPY FRQDATW.
000630 01  DMM-TRAN-DONE-SW            PIC 9(01) VALUE 0.
000640     88  DMM-TRAN-DONE            VALUE 1.
000642 01  DMM-SWP-DONE-SW             PIC 9(01) VALUE 0.
000644     88  DMM-SWP-DONE             VALUE 1.
000646 01  DMM-PEND-DONE-SW            PIC 9(01) VALUE 0.
000648     88  DMM-PEND-DONE            VALUE 1.
000650 01  DMM-FOUND-SW                PIC X(01) VALUE "N".
000660     88  DMM-FOUND                VALUE "Y".
000661 01  DMM-VER-FOUND-SW            PIC X(01) VALUE "N".
000662     88  DMM-VER-FOUND            VALUE "Y".
000663 01  DMM-DATED-SW                PIC X(01) VALUE "N".
000664     88  DMM-DATED                VALUE "Y".
000670 01  DMM-READ-COUNT              PIC 9(07) COMP VALUE 0.
000680 01  DMM-ADD-COUNT               PIC 9(07) COMP VALUE 0.
000690 01  DMM-CHG-COUNT               PIC 9(07) COMP VALUE 0.
000700 01  DMM-RET-COUNT               PIC 9(07) COMP VALUE 0.
000710 01  DMM-REJ-COUNT               PIC 9(07) COMP VALUE 0.
000711 01  DMM-SCHED-COUNT             PIC 9(07) COMP VALUE 0.
000712 01  DMM-DUE-COUNT               PIC 9(07) COMP VALUE 0.
000713 01  DMM-HELD-COUNT              PIC 9(05) COMP VALUE 0.
000714 01  DMM-SENT-COUNT              PIC 9(07) COMP VALUE 0.
000715 01  DMM-DISC-COUNT              PIC 9(07) COMP VALUE 0.
000716 01  DMM-RUN-DATE                PIC X(08) VALUE SPACES.
000717 01  DMM-TRAN-EFF-DATE           PIC X(08) VALUE SPACES.
000718 01  DMM-SWP-DEVICE-ID           PIC X(10) VALUE SPACES.
000720 PROCEDURE DIVISION.
000730*----------------------------------------------------------------*
000740*    0000-MAIN  -  PROGRAM MAINLINE.                             *
000770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000780     PERFORM 2000-APPLY-TRAN THRU 2000-EXIT
000790         UNTIL DMM-TRAN-DONE.
000795     PERFORM 6500-APPLY-DUE-CHANGES THRU 6500-EXIT.
000800     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
000810     CLOSE DEVTRAN DEVMST DEVEFF DEVMCTL PENDREL QUARLOG.
000820     IF DMM-REJ-COUNT > 0
000830         MOVE 4 TO RETURN-CODE
000840     END-IF.
000850     STOP RUN.
000860*----------------------------------------------------------------*
000870*    1000-INITIALIZE  -  OPEN THE TRANSACTION FILE, THE DEVICE   *
000880*                        MASTER, ITS DATED ATTRIBUTE HISTORY,    *
000890*                        THE PENDREL HELD RESULTS AND QUARLOG    *
000900*                        QUARANTINE LOG THAT A REL OR REJ WORKS  *
000910*                        ON, AND THE CONTROL REPORT.  THE MASTER *
000912*                        AND QUARANTINE FILES ARE OPTIONAL SO    *
000914*                        THE VERY FIRST MAINTENANCE RUN OF A NEW *
000916*                        INSTALLATION CREATES THEM.              *
000920*----------------------------------------------------------------*
000930 1000-INITIALIZE.
000940     OPEN INPUT DEVTRAN.
000970         MOVE 16 TO RETURN-CODE
000980         STOP RUN
000990     END-IF.
000991     OPEN I-O DEVEFF.
000992     IF NOT EFF-DEFF-OK AND NOT EFF-DEFF-CREATED
000993         DISPLAY "01M ABEND - DEVEFF ATTRIBUTE HISTORY OPEN "
000994             "FAILED - FILE STATUS " EFF-DEFF-STATUS
000995         MOVE 16 TO RETURN-CODE
000996         STOP RUN
000997     END-IF.
001000     OPEN I-O DEVMST.
001010     IF NOT DMM-MST-OK AND NOT DMM-MST-CREATED
001020         DISPLAY "01M ABEND - DEVMST DEVICE MASTER OPEN FAILED - "
001040         MOVE 16 TO RETURN-CODE
001050         STOP RUN
001060     END-IF.
001061     ACCEPT DMM-RUN-DATE FROM DATE YYYYMMDD.
001062     OPEN I-O PENDREL.
001063     IF NOT DMM-PEND-OK AND NOT DMM-PEND-CREATED
001064         DISPLAY "01M ABEND - PENDREL PENDING-RELEASE FILE OPEN "
001065             "FAILED - FILE STATUS " DMM-PEND-STATUS
001066         MOVE 16 TO RETURN-CODE
001067         STOP RUN
001068     END-IF.
001070     OPEN OUTPUT DEVMCTL.
001071     OPEN I-O QUARLOG.
001072     IF NOT QTN-QLOG-OK AND NOT QTN-QLOG-CREATED
001073         DISPLAY "01M ABEND - QUARLOG QUARANTINE LOG OPEN FAILED "
001074             "- FILE STATUS " QTN-QLOG-STATUS
001075         MOVE 16 TO RETURN-CODE
001076         STOP RUN
001077     END-IF.
001080 1000-EXIT.
001090     EXIT.
001100*----------------------------------------------------------------*
001290                 PERFORM 3100-CHANGE-DEVICE THRU 3100-EXIT
001300             WHEN DTRN-RETIRE
001310                 PERFORM 3200-RETIRE-DEVICE THRU 3200-EXIT
001311             WHEN DTRN-RELEASE
001312             WHEN DTRN-REJECT
001313                 PERFORM 7000-DISPOSE-HOLD THRU 7000-EXIT
001320             WHEN OTHER
001330                 MOVE "ACTION IS NOT ADD, CHG, RET, REL OR REJ"
001340                     TO DMM-REJ-REASON
001350                 PERFORM 4000-REJECT-TRAN THRU 4000-EXIT
001360         END-EVALUATE
001710         PERFORM 4000-REJECT-TRAN THRU 4000-EXIT
001720         GO TO 3000-EXIT
001730     END-IF.
001731     PERFORM 6000-SET-EFFECTIVE-DATE THRU 6000-EXIT.
001732     IF DMM-TRAN-EFF-DATE = SPACES
001733         GO TO 3000-EXIT
001734     END-IF.
001735     IF DMM-TRAN-EFF-DATE > DMM-RUN-DATE
001736         MOVE "AN ADD CANNOT BE FUTURE-DATED" TO DMM-REJ-REASON
001737         PERFORM 4000-REJECT-TRAN THRU 4000-EXIT
001738         GO TO 3000-EXIT
001739     END-IF.
001740     PERFORM 4100-WRITE-BEFORE-NONE THRU 4100-EXIT.
001750     MOVE DTRN-DEVICE-ID TO DM-DEVICE-ID.
001760     MOVE DTRN-EXCURSION-LIMIT TO DM-EXCURSION-LIMIT.
001810         MOVE "A" TO DM-RUN-MODE
001820     END-IF.
001830     MOVE DTRN-LOG-FILE-ID TO DM-LOG-FILE-ID.
001833     MOVE DTRN-DEPARTMENT TO DM-DEPARTMENT.
001836     MOVE DTRN-COST-CENTRE TO DM-COST-CENTRE.
001840     MOVE "A" TO DM-STATUS.
001843     MOVE "N" TO DM-QUARANTINE-FLAG.
001846     MOVE SPACES TO DM-QUARANTINE-DATE.
001850     WRITE DM-RECORD.
001860     IF NOT DMM-MST-OK
001870         DISPLAY "01M ABEND - DEVMST WRITE FAILED - FILE STATUS "
001910     END-IF.
001920     ADD 1 TO DMM-ADD-COUNT.
001930     PERFORM 4200-WRITE-AFTER THRU 4200-EXIT.
001935     PERFORM 6300-WRITE-VERSION THRU 6300-EXIT.
001940 3000-EXIT.
001950     EXIT.
001960*----------------------------------------------------------------*
001990*                           MASTER VALUE ALONE, SO A ONE-FIELD   *
002000*                           CHANGE CARD CANNOT WIPE THE REST OF  *
002010*                           THE RECORD.                          *
002012*                           A CHG DATED AFTER TODAY IS ONLY      *
002014*                           SCHEDULED (6100); ONE DATED TODAY OR *
002016*                           EARLIER IS APPLIED NOW AND ALSO KEPT *
002018*                           AS A DATED VERSION.                  *
002020*----------------------------------------------------------------*
002030 3100-CHANGE-DEVICE.
002040     IF NOT DMM-FOUND
002060         PERFORM 4000-REJECT-TRAN THRU 4000-EXIT
002070         GO TO 3100-EXIT
002080     END-IF.
002081     PERFORM 6000-SET-EFFECTIVE-DATE THRU 6000-EXIT.
002082     IF DMM-TRAN-EFF-DATE = SPACES
002083         GO TO 3100-EXIT
002084     END-IF.
002085     IF DMM-TRAN-EFF-DATE > DMM-RUN-DATE
002086         PERFORM 6100-SCHEDULE-CHANGE THRU 6100-EXIT
002087         GO TO 3100-EXIT
002088     END-IF.
002089     PERFORM 6200-RECORD-BASELINE THRU 6200-EXIT.
002090     PERFORM 4150-WRITE-BEFORE THRU 4150-EXIT.
002100     IF DTRN-EXCURSION-LIMIT IS NUMERIC
002110             AND DTRN-EXCURSION-LIMIT > 0
002210     IF DTRN-LOG-FILE-ID NOT = SPACES
002220         MOVE DTRN-LOG-FILE-ID TO DM-LOG-FILE-ID
002230     END-IF.
002231     IF DTRN-DEPARTMENT NOT = SPACES
002232         MOVE DTRN-DEPARTMENT TO DM-DEPARTMENT
002233     END-IF.
002234     IF DTRN-COST-CENTRE NOT = SPACES
002235         MOVE DTRN-COST-CENTRE TO DM-COST-CENTRE
002236     END-IF.
002240*    A CHG TO A RETIRED DEVICE ALSO REINSTATES IT - THE LAB
002250*    SENDS A CHG WHEN A BENCHED DEVICE COMES BACK INTO SERVICE.
002260     MOVE "A" TO DM-STATUS.
002330     END-IF.
002340     ADD 1 TO DMM-CHG-COUNT.
002350     PERFORM 4200-WRITE-AFTER THRU 4200-EXIT.
002355     PERFORM 6300-WRITE-VERSION THRU 6300-EXIT.
002360 3100-EXIT.
002370     EXIT.
002380*----------------------------------------------------------------*
003090     MOVE DM-RUN-MODE TO DMM-IMG-MODE.
003100     MOVE DM-LOG-FILE-ID TO DMM-IMG-LOG-FILE-ID.
003110     MOVE DM-STATUS TO DMM-IMG-STATUS.
003113     MOVE DM-DEPARTMENT TO DMM-IMG-DEPARTMENT.
003116     MOVE DM-COST-CENTRE TO DMM-IMG-COST-CENTRE.
003118     MOVE DM-QUARANTINE-FLAG TO DMM-IMG-QUARANTINE.
003120 4250-EXIT.
003130     EXIT.
003140*----------------------------------------------------------------*
003210     MOVE DMM-CHG-COUNT TO DMM-SUM-CHANGED.
003220     MOVE DMM-RET-COUNT TO DMM-SUM-RETIRED.
003230     MOVE DMM-REJ-COUNT TO DMM-SUM-REJECTED.
003233     MOVE DMM-SCHED-COUNT TO DMM-SUM-SCHEDULED.
003236     MOVE DMM-DUE-COUNT TO DMM-SUM-DUE.
003237     MOVE DMM-SENT-COUNT TO DMM-SUM-RELEASED.
003238     MOVE DMM-DISC-COUNT TO DMM-SUM-DISCARDED.
003240     MOVE WS-DMM-SUM-LINE TO DMCTL-RECORD.
003250     WRITE DMCTL-RECORD.
003260 5000-EXIT.
003270     EXIT.
003280*----------------------------------------------------------------*
003290*    6000-SET-EFFECTIVE-DATE  -  THE DATE AN ADD OR CHG TAKES    *
003300*                                EFFECT - TODAY WHEN THE CARD    *
003310*                                LEAVES IT BLANK.  A DATE THAT   *
003320*                                IS NOT A REAL CALENDAR DATE (IT *
003330*                                MUST SURVIVE THE FRQDATP        *
003340*                                DAY-SERIAL ROUND TRIP) REJECTS  *
003350*                                THE TRANSACTION AND COMES BACK  *
003360*                                BLANK.  ALSO NOTES WHETHER THE  *
003363*                                CARD SETS ANY OF THE DATED      *
003366*                                FIELDS (BAND, TOLERANCE, MODE). *
003370*----------------------------------------------------------------*
003380 6000-SET-EFFECTIVE-DATE.
003390     MOVE "N" TO DMM-DATED-SW.
003400     IF DTRN-EXCURSION-LIMIT IS NUMERIC
003410             AND DTRN-EXCURSION-LIMIT > 0
003420         MOVE "Y" TO DMM-DATED-SW
003430     END-IF.
003440     IF DTRN-DRIFT-TOLERANCE IS NUMERIC
003450             AND DTRN-DRIFT-TOLERANCE > 0
003460         MOVE "Y" TO DMM-DATED-SW
003470     END-IF.
003480     IF DTRN-RUN-MODE = "A" OR DTRN-RUN-MODE = "B"
003490         MOVE "Y" TO DMM-DATED-SW
003500     END-IF.
003510     IF DTRN-EFFECTIVE-DATE = SPACES
003520         MOVE DMM-RUN-DATE TO DMM-TRAN-EFF-DATE
003530         GO TO 6000-EXIT
003540     END-IF.
003541     MOVE 0 TO DAT-DATE-OUT.
003542     IF DTRN-EFFECTIVE-DATE IS NUMERIC
003543         MOVE DTRN-EFFECTIVE-DATE TO DAT-DATE-IN
003544         IF DAT-IN-MM > 0 AND DAT-IN-MM NOT > 12 AND DAT-IN-DD > 0
003545             PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT
003546             PERFORM 8600-SERIAL-TO-DATE THRU 8600-EXIT
003547         END-IF
003548     END-IF.
003550     IF DTRN-EFFECTIVE-DATE IS NOT NUMERIC
003560             OR DTRN-EFFECTIVE-DATE = ZEROS
003565             OR DAT-DATE-OUT NOT = DTRN-EFFECTIVE-DATE
003570         MOVE SPACES TO DMM-TRAN-EFF-DATE
003580         MOVE "EFFECTIVE DATE IS NOT A VALID DATE"
003590             TO DMM-REJ-REASON
003600         PERFORM 4000-REJECT-TRAN THRU 4000-EXIT
003610         GO TO 6000-EXIT
003620     END-IF.
003630     MOVE DTRN-EFFECTIVE-DATE TO DMM-TRAN-EFF-DATE.
003640 6000-EXIT.
003650     EXIT.
003660*----------------------------------------------------------------*
003670*    6100-SCHEDULE-CHANGE  -  A CHG DATED AFTER TODAY.  DEVMST   *
003680*                             IS LEFT AS IT IS; THE CHANGE WAITS *
003690*                             ON DEVEFF UNTIL THE FIRST          *
003700*                             MAINTENANCE RUN ON OR AFTER ITS    *
003710*                             DATE CARRIES IT ONTO THE MASTER    *
003720*                             (6500).  ONLY THE BAND, TOLERANCE  *
003728*                             AND MODE ARE DATED - A LOG         *
003736*                             FILE-ID, AN OWNER OR A             *
003744*                             REINSTATEMENT TAKES EFFECT THE DAY *
003752*                             IT IS KEYED, SO A FUTURE-DATED CHG *
003760*                             CANNOT CARRY ONE.                  *
003770*----------------------------------------------------------------*
003780 6100-SCHEDULE-CHANGE.
003790     IF NOT DMM-DATED
003800         MOVE "NO BAND, TOLERANCE OR MODE TO SCHEDULE"
003810             TO DMM-REJ-REASON
003820         PERFORM 4000-REJECT-TRAN THRU 4000-EXIT
003830         GO TO 6100-EXIT
003840     END-IF.
003850     IF DTRN-LOG-FILE-ID NOT = SPACES
003860         MOVE "LOG FILE-ID CANNOT BE FUTURE-DATED"
003870             TO DMM-REJ-REASON
003880         PERFORM 4000-REJECT-TRAN THRU 4000-EXIT
003890         GO TO 6100-EXIT
003900     END-IF.
003901     IF DTRN-DEPARTMENT NOT = SPACES
003902             OR DTRN-COST-CENTRE NOT = SPACES
003903         MOVE "OWNER CANNOT BE FUTURE-DATED" TO DMM-REJ-REASON
003904         PERFORM 4000-REJECT-TRAN THRU 4000-EXIT
003905         GO TO 6100-EXIT
003906     END-IF.
003910     IF DM-RETIRED
003920         MOVE "DEVICE RETIRED - REINSTATE BEFORE DATING"
003930             TO DMM-REJ-REASON
003940         PERFORM 4000-REJECT-TRAN THRU 4000-EXIT
003950         GO TO 6100-EXIT
003960     END-IF.
003970     PERFORM 4150-WRITE-BEFORE THRU 4150-EXIT.
003980     PERFORM 6200-RECORD-BASELINE THRU 6200-EXIT.
003990     PERFORM 6300-WRITE-VERSION THRU 6300-EXIT.
004000     ADD 1 TO DMM-SCHED-COUNT.
004010     MOVE DTRN-DEVICE-ID TO EFF-DEVICE-ID.
004020     MOVE DMM-TRAN-EFF-DATE TO EFF-AS-OF-DATE.
004030     PERFORM 8700-FIND-IN-FORCE THRU 8700-EXIT.
004040     MOVE "SCHED:  " TO DMM-EFF-LABEL.
004050     PERFORM 6400-WRITE-EFF-LINE THRU 6400-EXIT.
004060 6100-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------*
004090*    6200-RECORD-BASELINE  -  A CHG DATED WHEN NO VERSION OF THE *
004100*                             DEVICE IS YET IN FORCE (A DEVICE   *
004110*                             ADDED BEFORE DEVEFF WAS KEPT, OR A *
004120*                             CHG DATED BEFORE THE DEVICE'S      *
004130*                             FIRST VERSION) FIRST RECORDS THE   *
004140*                             VALUES IT IS ABOUT TO REPLACE,     *
004150*                             DATED 00000000, SO THE CHG IS      *
004160*                             NEVER THE FIRST VERSION IN FORCE   *
004170*                             AND RUN DATES BEFORE THE CHANGE    *
004171*                             ARE STILL JUDGED BY THEM.          *
004172*                             DM-RECORD STILL HOLDS THE BEFORE   *
004173*                             IMAGE WHEN THIS IS PERFORMED.      *
004180*----------------------------------------------------------------*
004190 6200-RECORD-BASELINE.
004200     MOVE DTRN-DEVICE-ID TO EFF-DEVICE-ID.
004210     MOVE DMM-TRAN-EFF-DATE TO EFF-AS-OF-DATE.
004220     PERFORM 8700-FIND-IN-FORCE THRU 8700-EXIT.
004230     IF EFF-FOUND
004240         GO TO 6200-EXIT
004250     END-IF.
004260     MOVE DTRN-DEVICE-ID TO DEFF-DEVICE-ID.
004270     MOVE ZEROS TO DEFF-EFFECTIVE-DATE.
004280     MOVE DM-EXCURSION-LIMIT TO DEFF-EXCURSION-LIMIT.
004290     MOVE DM-DRIFT-TOLERANCE TO DEFF-DRIFT-TOLERANCE.
004300     MOVE DM-RUN-MODE TO DEFF-RUN-MODE.
004310     MOVE DMM-RUN-DATE TO DEFF-ENTERED-DATE.
004320     MOVE "BAS" TO DEFF-SOURCE.
004330     WRITE DEFF-RECORD.
004340     IF NOT EFF-DEFF-OK
004350         DISPLAY "01M ABEND - DEVEFF WRITE FAILED - FILE STATUS "
004360             EFF-DEFF-STATUS " DEVICE " DTRN-DEVICE-ID
004370         MOVE 16 TO RETURN-CODE
004380         STOP RUN
004390     END-IF.
004400 6200-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------*
004430*    6300-WRITE-VERSION  -  RECORD THE TRANSACTION AS A DATED    *
004440*                           VERSION ON DEVEFF.  AN ADD RECORDS   *
004450*                           THE WHOLE NEW MASTER ROW; A CHG ONLY *
004460*                           THE FIELDS IT SETS.  A SECOND CHG    *
004470*                           FOR THE SAME DEVICE AND DATE IS LAID *
004480*                           OVER THE FIRST RATHER THAN REJECTED. *
004490*----------------------------------------------------------------*
004500 6300-WRITE-VERSION.
004510*    A CHG THAT ONLY MOVES THE LOG FILE-ID HAS NOTHING TO DATE.
004520     IF DTRN-CHANGE AND NOT DMM-DATED
004530         GO TO 6300-EXIT
004540     END-IF.
004550     MOVE DTRN-DEVICE-ID TO DEFF-DEVICE-ID.
004560     MOVE DMM-TRAN-EFF-DATE TO DEFF-EFFECTIVE-DATE.
004570     READ DEVEFF
004580         INVALID KEY
004590             MOVE "N" TO DMM-VER-FOUND-SW
004600         NOT INVALID KEY
004610             MOVE "Y" TO DMM-VER-FOUND-SW
004620     END-READ.
004630     IF NOT DMM-VER-FOUND
004640         MOVE DTRN-DEVICE-ID TO DEFF-DEVICE-ID
004650         MOVE DMM-TRAN-EFF-DATE TO DEFF-EFFECTIVE-DATE
004660         MOVE 0 TO DEFF-EXCURSION-LIMIT
004670         MOVE 0 TO DEFF-DRIFT-TOLERANCE
004680         MOVE SPACE TO DEFF-RUN-MODE
004690         MOVE DTRN-ACTION TO DEFF-SOURCE
004700     END-IF.
004710     IF DTRN-ADD
004720         MOVE DM-EXCURSION-LIMIT TO DEFF-EXCURSION-LIMIT
004730         MOVE DM-DRIFT-TOLERANCE TO DEFF-DRIFT-TOLERANCE
004740         MOVE DM-RUN-MODE TO DEFF-RUN-MODE
004750         MOVE DTRN-ACTION TO DEFF-SOURCE
004760     ELSE
004770         IF DTRN-EXCURSION-LIMIT IS NUMERIC
004780                 AND DTRN-EXCURSION-LIMIT > 0
004790             MOVE DTRN-EXCURSION-LIMIT TO DEFF-EXCURSION-LIMIT
004800         END-IF
004810         IF DTRN-DRIFT-TOLERANCE IS NUMERIC
004820                 AND DTRN-DRIFT-TOLERANCE > 0
004830             MOVE DTRN-DRIFT-TOLERANCE TO DEFF-DRIFT-TOLERANCE
004840         END-IF
004850         IF DTRN-RUN-MODE = "A" OR DTRN-RUN-MODE = "B"
004860             MOVE DTRN-RUN-MODE TO DEFF-RUN-MODE
004870         END-IF
004880     END-IF.
004890     MOVE DMM-RUN-DATE TO DEFF-ENTERED-DATE.
004900     IF DMM-VER-FOUND
004910         REWRITE DEFF-RECORD
004920     ELSE
004930         WRITE DEFF-RECORD
004940     END-IF.
004950     IF NOT EFF-DEFF-OK
004960         DISPLAY "01M ABEND - DEVEFF WRITE FAILED - FILE STATUS "
004970             EFF-DEFF-STATUS " DEVICE " DTRN-DEVICE-ID
004980         MOVE 16 TO RETURN-CODE
004990         STOP RUN
005000     END-IF.
005010 6300-EXIT.
005020     EXIT.
005030*----------------------------------------------------------------*
005040*    6400-WRITE-EFF-LINE  -  PRINT THE VALUES IN FORCE FROM A    *
005050*                            DATED VERSION, AS LEFT IN THE EFF-  *
005060*                            FIELDS BY 8700-FIND-IN-FORCE.       *
005070*----------------------------------------------------------------*
005080 6400-WRITE-EFF-LINE.
005090     MOVE EFF-DEVICE-ID TO DMM-EFF-DEVICE-ID.
005100     MOVE EFF-EFFECTIVE-DATE TO DMM-EFF-DATE.
005110     MOVE EFF-EXCURSION-LIMIT TO DMM-EFF-EXCURSION.
005120     MOVE EFF-DRIFT-TOLERANCE TO DMM-EFF-TOLERANCE.
005130     MOVE EFF-RUN-MODE TO DMM-EFF-MODE.
005140     MOVE WS-DMM-EFF-LINE TO DMCTL-RECORD.
005150     WRITE DMCTL-RECORD.
005160 6400-EXIT.
005170     EXIT.
005180*----------------------------------------------------------------*
005190*    6500-APPLY-DUE-CHANGES  -  AFTER THE DAY'S TRANSACTIONS,    *
005200*                               BRING EACH DEVICE'S MASTER ROW   *
005210*                               INTO LINE WITH THE VALUES IN     *
005220*                               FORCE TODAY, SO A CHANGE         *
005230*                               SCHEDULED FOR TODAY, OR FOR A    *
005240*                               DAY THE JOB DID NOT RUN, REACHES *
005250*                               DEVMST.  EACH DEVICE ON DEVEFF   *
005260*                               IS VISITED ONCE.                 *
005270*----------------------------------------------------------------*
005280 6500-APPLY-DUE-CHANGES.
005290     MOVE 0 TO DMM-SWP-DONE-SW.
005300     MOVE LOW-VALUES TO DEFF-KEY.
005310     START DEVEFF KEY IS NOT LESS THAN DEFF-KEY
005320         INVALID KEY
005330             MOVE 1 TO DMM-SWP-DONE-SW
005340     END-START.
005350     PERFORM 6510-NEXT-DEVICE THRU 6510-EXIT
005360         UNTIL DMM-SWP-DONE.
005370 6500-EXIT.
005380     EXIT.
005390 6510-NEXT-DEVICE.
005400     READ DEVEFF NEXT RECORD
005410         AT END
005420             MOVE 1 TO DMM-SWP-DONE-SW
005430     END-READ.
005440     IF DMM-SWP-DONE
005450         GO TO 6510-EXIT
005460     END-IF.
005470     MOVE DEFF-DEVICE-ID TO DMM-SWP-DEVICE-ID.
005480     MOVE DMM-SWP-DEVICE-ID TO EFF-DEVICE-ID.
005490     MOVE DMM-RUN-DATE TO EFF-AS-OF-DATE.
005500     PERFORM 8700-FIND-IN-FORCE THRU 8700-EXIT.
005510     IF EFF-FOUND
005520         PERFORM 6600-CHECK-MASTER THRU 6600-EXIT
005530     END-IF.
005540*    STEP PAST THE REST OF THIS DEVICE'S VERSIONS.
005550     MOVE DMM-SWP-DEVICE-ID TO DEFF-DEVICE-ID.
005560     MOVE HIGH-VALUES TO DEFF-EFFECTIVE-DATE.
005570     START DEVEFF KEY IS GREATER THAN DEFF-KEY
005580         INVALID KEY
005590             MOVE 1 TO DMM-SWP-DONE-SW
005600     END-START.
005610 6510-EXIT.
005620     EXIT.
005630*----------------------------------------------------------------*
005640*    6600-CHECK-MASTER  -  REWRITE THE MASTER ROW WHEN IT NO     *
005650*                          LONGER MATCHES THE VALUES IN FORCE,   *
005660*                          WITH BEFORE/DUE/AFTER LINES ON THE    *
005670*                          CONTROL REPORT.                       *
005680*----------------------------------------------------------------*
005690 6600-CHECK-MASTER.
005700     MOVE "N" TO DMM-FOUND-SW.
005710     MOVE DMM-SWP-DEVICE-ID TO DM-DEVICE-ID.
005720     READ DEVMST
005730         INVALID KEY
005740             CONTINUE
005750         NOT INVALID KEY
005760             MOVE "Y" TO DMM-FOUND-SW
005770     END-READ.
005780     IF NOT DMM-FOUND
005790         GO TO 6600-EXIT
005800     END-IF.
005810     IF DM-EXCURSION-LIMIT = EFF-EXCURSION-LIMIT
005820             AND DM-DRIFT-TOLERANCE = EFF-DRIFT-TOLERANCE
005830             AND DM-RUN-MODE = EFF-RUN-MODE
005840         GO TO 6600-EXIT
005850     END-IF.
005860     PERFORM 4150-WRITE-BEFORE THRU 4150-EXIT.
005870     MOVE "DUE:    " TO DMM-EFF-LABEL.
005880     PERFORM 6400-WRITE-EFF-LINE THRU 6400-EXIT.
005890     MOVE EFF-EXCURSION-LIMIT TO DM-EXCURSION-LIMIT.
005900     MOVE EFF-DRIFT-TOLERANCE TO DM-DRIFT-TOLERANCE.
005910     MOVE EFF-RUN-MODE TO DM-RUN-MODE.
005920     REWRITE DM-RECORD.
005930     IF NOT DMM-MST-OK
005940         DISPLAY "01M ABEND - DEVMST REWRITE FAILED - FILE "
005950             "STATUS " DMM-MST-STATUS " DEVICE " DMM-SWP-DEVICE-ID
005960         MOVE 16 TO RETURN-CODE
005970         STOP RUN
005980     END-IF.
005990     ADD 1 TO DMM-DUE-COUNT.
006000     PERFORM 4200-WRITE-AFTER THRU 4200-EXIT.
006010 6600-EXIT.
006020     EXIT.
006030*----------------------------------------------------------------*
006040*    7000-DISPOSE-HOLD  -  A REL OR REJ FROM THE LAB FOR A       *
006050*                          QUARANTINED DEVICE.  EVERY RESULT 01B *
006060*                          HELD FOR IT ON PENDREL IS RELEASED    *
006070*                          FOR THE NEXT 01B TO SEND, OR          *
006080*                          REJECTED, THE QUARANTINE FLAG IS      *
006090*                          CLEARED, AND THE RELEASE OR REJECT IS *
006100*                          LOGGED ON QUARLOG WITH THE USER WHO   *
006110*                          GAVE IT, SO THE BREACH COUNT STARTS   *
006115*                          AGAIN FROM NOTHING.                   *
006120*----------------------------------------------------------------*
006130 7000-DISPOSE-HOLD.
006140     IF NOT DMM-FOUND
006150         MOVE "DEVICE NOT ON MASTER" TO DMM-REJ-REASON
006160         PERFORM 4000-REJECT-TRAN THRU 4000-EXIT
006170         GO TO 7000-EXIT
006180     END-IF.
006190     IF NOT DM-QUARANTINED
006200         MOVE "DEVICE NOT QUARANTINED" TO DMM-REJ-REASON
006210         PERFORM 4000-REJECT-TRAN THRU 4000-EXIT
006220         GO TO 7000-EXIT
006230     END-IF.
006240     IF DTRN-USER-ID = SPACES
006250         MOVE "NO USER ID ON THE RELEASE OR REJECT"
006260             TO DMM-REJ-REASON
006270         PERFORM 4000-REJECT-TRAN THRU 4000-EXIT
006280         GO TO 7000-EXIT
006290     END-IF.
006300     PERFORM 4150-WRITE-BEFORE THRU 4150-EXIT.
006310     MOVE 0 TO DMM-HELD-COUNT.
006320     MOVE 0 TO DMM-PEND-DONE-SW.
006330     MOVE DTRN-DEVICE-ID TO PEND-DEVICE-ID.
006340     MOVE LOW-VALUES TO PEND-RUN-DATE.
006350     START PENDREL KEY IS NOT LESS THAN PEND-KEY
006360         INVALID KEY
006370             MOVE 1 TO DMM-PEND-DONE-SW
006380     END-START.
006390     PERFORM 7100-DISPOSE-RESULT THRU 7100-EXIT
006400         UNTIL DMM-PEND-DONE.
006410     MOVE "N" TO DM-QUARANTINE-FLAG.
006420     MOVE SPACES TO DM-QUARANTINE-DATE.
006430     REWRITE DM-RECORD.
006440     IF NOT DMM-MST-OK
006450         DISPLAY "01M ABEND - DEVMST REWRITE FAILED - FILE "
006460             "STATUS " DMM-MST-STATUS " DEVICE " DTRN-DEVICE-ID
006470         MOVE 16 TO RETURN-CODE
006480         STOP RUN
006490     END-IF.
006550     PERFORM 4200-WRITE-AFTER THRU 4200-EXIT.
006560     PERFORM 7300-LOG-RELEASE THRU 7300-EXIT.
006570 7000-EXIT.
006580     EXIT.
006590*----------------------------------------------------------------*
006600*    7100-DISPOSE-RESULT  -  ONE PENDREL RECORD OF THE DEVICE.   *
006610*                            A RESULT STILL HELD IS RELEASED FOR *
006620*                            THE NEXT 01B TO SEND (REL) OR KEPT  *
006630*                            BACK FOR GOOD (REJ) AND MARKED WITH *
006640*                            THE DATE AND THE USER; ONE ALREADY  *
006650*                            DISPOSED OF BY AN EARLIER           *
006660*                            TRANSACTION IS LEFT AS IT IS.       *
006670*----------------------------------------------------------------*
006680 7100-DISPOSE-RESULT.
006690     READ PENDREL NEXT RECORD
006700         AT END
006710             MOVE 1 TO DMM-PEND-DONE-SW
006720     END-READ.
006730     IF DMM-PEND-DONE
006740         GO TO 7100-EXIT
006750     END-IF.
006760     IF PEND-DEVICE-ID NOT = DTRN-DEVICE-ID
006770         MOVE 1 TO DMM-PEND-DONE-SW
006780         GO TO 7100-EXIT
006790     END-IF.
006800     IF NOT PEND-HELD
006810         GO TO 7100-EXIT
006820     END-IF.
006830     MOVE DTRN-DEVICE-ID TO DMM-MSG-DEVICE-ID.
006840     MOVE SPACES TO DMM-MSG-TEXT.
006850     IF DTRN-RELEASE
006870         MOVE "R" TO PEND-STATE
006880         MOVE "RELEASE:" TO DMM-MSG-LABEL
006890         STRING "RUN " PEND-RUN-DATE " RELEASED FOR NEXT FREQIFC"
006900             DELIMITED BY SIZE INTO DMM-MSG-TEXT
006910         ADD 1 TO DMM-SENT-COUNT
006920     ELSE
006930         MOVE "X" TO PEND-STATE
006940         MOVE "REJECT: " TO DMM-MSG-LABEL
006950         STRING "RUN " PEND-RUN-DATE " KEPT OFF FREQIFC"
006960             DELIMITED BY SIZE INTO DMM-MSG-TEXT
006970         ADD 1 TO DMM-DISC-COUNT
006980     END-IF.
006990     MOVE DMM-RUN-DATE TO PEND-DISPOSED-DATE.
007000     MOVE DTRN-USER-ID TO PEND-DISPOSED-BY.
007010     REWRITE PEND-RECORD.
007020     IF NOT DMM-PEND-OK
007030         DISPLAY "01M ABEND - PENDREL REWRITE FAILED - FILE "
007040             "STATUS " DMM-PEND-STATUS " DEVICE " DTRN-DEVICE-ID
007050         MOVE 16 TO RETURN-CODE
007060         STOP RUN
007070     END-IF.
007080     ADD 1 TO DMM-HELD-COUNT.
007090     MOVE WS-DMM-MSG-LINE TO DMCTL-RECORD.
007100     WRITE DMCTL-RECORD.
007110 7100-EXIT.
007120     EXIT.
007340*----------------------------------------------------------------*
007350*    7300-LOG-RELEASE  -  LOG THE RELEASE (R) OR REJECT (X) ON   *
007360*                         QUARLOG UNDER TODAY'S DATE WITH THE    *
007370*                         USER, THE LAB'S REASON AND HOW MANY    *
007380*                         HELD RESULTS IT DISPOSED OF.  THE      *
007390*                         DEVICE'S LOG IS WALKED ONLY FOR THE    *
007400*                         NEXT FREE SEQUENCE; THE ROW CARRIES NO *
007410*                         BREACH COUNT OR WINDOW, SINCE THE      *
007420*                         COUNT STARTS AGAIN FROM IT.            *
007430*----------------------------------------------------------------*
007440 7300-LOG-RELEASE.
007450     MOVE "01M" TO QTN-PROGRAM.
007460     MOVE DTRN-DEVICE-ID TO QTN-DEVICE-ID.
007470     MOVE DMM-RUN-DATE TO QTN-RUN-DATE.
007480     MOVE DTRN-USER-ID TO QTN-USER-ID.
007490     MOVE DMM-HELD-COUNT TO QTN-HELD-COUNT.
007500     IF DTRN-RELEASE
007510         MOVE "R" TO QTN-EVENT
007520         MOVE "RELEASED BY THE LAB" TO QTN-REASON
007530     ELSE
007540         MOVE "X" TO QTN-EVENT
007550         MOVE "HELD RESULTS REJECTED BY THE LAB" TO QTN-REASON
007560     END-IF.
007570     IF DTRN-REASON NOT = SPACES
007580         MOVE DTRN-REASON TO QTN-REASON
007590     END-IF.
007600     PERFORM 8810-COUNT-BREACHES THRU 8810-EXIT.
007603     MOVE 0 TO QTN-BREACH-COUNT.
007606     MOVE 0 TO QTN-WINDOW-DAYS.
007610     PERFORM 8840-WRITE-EVENT THRU 8840-EXIT.
007620 7300-EXIT.
007630     EXIT.
007640 COPY FRQEFFP.
007650 COPY FRQDATP.
007660 COPY FRQQTNP.
