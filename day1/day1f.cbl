000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. 01F.
000030 AUTHOR. R L HARTMANN.
000040 INSTALLATION. CALDEV CALIBRATION SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    MODIFICATION HISTORY                                        *
000090*----------------------------------------------------------------*
000100*    10/15/26  RLH  ORIGINAL PROGRAM - COMMAND-PATTERN SCREEN.   *
000110*                   THE RECONCILIATION IN 2100-READ-COMMAND      *
000120*                   PROVES A LOG ARRIVED INTACT, NOT THAT IT IS  *
000130*                   BELIEVABLE - A LOG HAS BALANCED PERFECTLY    *
000140*                   WITH A COMMAND A THOUSAND TIMES LARGER THAN  *
000150*                   ANYTHING ITS DEVICE HAD EVER ISSUED, AND     *
000160*                   ANOTHER WAS THE PREVIOUS NIGHT'S LOG SENT    *
000170*                   AGAIN.  RUN AFTER 01B AND BEFORE 01H         *
000180*                   PUBLISHES THE NIGHT, THIS STEP PROFILES EACH *
000190*                   DEVICE LOG ON CMDAUDIT (COMMAND COUNT,       *
000200*                   TYPICAL AND LARGEST DISTANCE MAGNITUDE,      *
000210*                   SHARE OF + AGAINST - COMMANDS) AND JUDGES IT *
000220*                   AGAINST THE SAME PROFILE BUILT FROM THE      *
000230*                   DEVICE'S EARLIER RUN DATES ON AUDMST.  EACH  *
000240*                   LOG IS ALSO FINGERPRINTED, AND A FINGERPRINT *
000250*                   MATCHING AN EARLIER DATE'S LOG IS A RESEND.  *
000260*                   EVERY LOG IS LISTED ON SCRNRPT; ENDS RC 4    *
000270*                   WHEN A LOG IS OUT OF PROFILE AND RC 8 ON A   *
000280*                   RESEND.                                      *
000290*----------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPTIONAL SCRNPARM ASSIGN TO DISK
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS FPRM-FILE-STATUS.
000360     SELECT CMDAUDIT ASSIGN TO DISK
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS SCR-CMDA-STATUS.
000390     SELECT OPTIONAL AUDMST ASSIGN TO DISK
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS AUDM-KEY
000430         FILE STATUS IS SCR-AUDM-STATUS.
000440     SELECT SCRNRPT ASSIGN TO DISK
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  SCRNPARM
000490     VALUE OF FILE-ID IS "SCRNPARM"
000500     DATA RECORD IS FPRM-RECORD.
000510 01  FPRM-RECORD.
000520     COPY FRQFPRM.
000530 FD  CMDAUDIT
000540     VALUE OF FILE-ID IS "CMDAUDIT"
000550     DATA RECORD IS CMDAUD-RECORD.
000560 01  CMDAUD-RECORD               PIC X(132).
000570 FD  AUDMST
000580     VALUE OF FILE-ID IS "AUDMST"
000590     DATA RECORD IS AUDM-RECORD.
000600 01  AUDM-RECORD.
000610     COPY FRQAMST.
000620 FD  SCRNRPT
000630     VALUE OF FILE-ID IS "SCRNRPT"
000640     DATA RECORD IS SCR-RECORD.
000650 01  SCR-RECORD                  PIC X(300).
000660 WORKING-STORAGE SECTION.
000670 01  FPRM-FILE-STATUS            PIC X(02) VALUE SPACES.
000680     88  FPRM-FILE-OK             VALUE "00".
000690 01  SCR-CMDA-STATUS             PIC X(02) VALUE SPACES.
000700     88  SCR-CMDA-OK              VALUE "00".
000710 01  SCR-AUDM-STATUS             PIC X(02) VALUE SPACES.
000720     88  SCR-AUDM-OK              VALUE "00".
000730     88  SCR-AUDM-CREATED         VALUE "05".
000740 COPY FRQAUD.
000750 COPY FRQFRPT.
000760 01  SCR-CMDA-DONE-SW            PIC 9(01) VALUE 0.
000770     88  SCR-CMDA-DONE            VALUE 1.
000780 01  SCR-AUDM-DONE-SW            PIC 9(01) VALUE 0.
000790     88  SCR-AUDM-DONE            VALUE 1.
000800 01  SCR-MIN-HISTORY             PIC 9(03) VALUE 5.
000810 01  SCR-COUNT-FACTOR            PIC 9(03) VALUE 3.
000820 01  SCR-TYPICAL-FACTOR          PIC 9(03) VALUE 5.
000830 01  SCR-LARGEST-FACTOR          PIC 9(03) VALUE 10.
000840 01  SCR-SHARE-POINTS            PIC 9(03) VALUE 30.
000850 01  SCR-PRINT-MINIMUM           PIC 9(03) VALUE 3.
000860 01  SCR-SYSTEM-DATE             PIC X(08) VALUE SPACES.
000870 01  SCR-RUN-DATE                PIC X(08) VALUE SPACES.
000880 01  SCR-DEVICE-ID               PIC X(10) VALUE SPACES.
000890 01  SCR-CUR-DATE                PIC X(08) VALUE SPACES.
000900 01  SCR-HIST-DATE               PIC X(08) VALUE SPACES.
000910 01  SCR-RESEND-DATE             PIC X(08) VALUE SPACES.
000920 01  SCR-ROW-DEVICE-ID           PIC X(10) VALUE SPACES.
000930 01  SCR-ROW-DATE                PIC X(08) VALUE SPACES.
000940 01  SCR-ROW-PM                  PIC X(01) VALUE SPACE.
000950 01  SCR-ROW-DISTANCE            PIC S9(18) VALUE 0.
000960 01  SCR-MAGNITUDE               PIC S9(18) COMP-3 VALUE 0.
000970 01  SCR-SIGN-CODE               PIC 9(01) VALUE 0.
000980 01  SCR-QUOTIENT                PIC S9(18) COMP-3 VALUE 0.
000990 01  SCR-REMAINDER               PIC S9(18) COMP-3 VALUE 0.
001000 01  SCR-FOLD                    PIC S9(18) COMP-3 VALUE 0.
001010 01  SCR-HASH-MODULUS            PIC S9(18) COMP-3
001020                                 VALUE 999999937.
001030*----------------------------------------------------------------*
001040*    THE PROFILE OF ONE DEVICE LOG AS IT IS BUILT, ROW BY ROW -  *
001050*    FIRST FOR THE NIGHT'S LOG FROM CMDAUDIT, THEN FOR EACH      *
001060*    EARLIER RUN DATE FROM AUDMST.  SCR-P-HASH IS THE            *
001070*    FINGERPRINT: EACH COMMAND'S SIGN AND MAGNITUDE FOLDED IN,   *
001080*    IN ORDER, SO THE SAME COMMANDS IN THE SAME ORDER ALWAYS     *
001090*    GIVE THE SAME VALUE.  SCR-LOG-PRINT KEEPS THE NIGHT'S COPY  *
001100*    WHILE THE HISTORY IS WALKED.                                *
001110*----------------------------------------------------------------*
001120 01  SCR-WORK-PRINT.
001130     05  SCR-P-COUNT             PIC 9(07) COMP.
001140     05  SCR-P-MAG-SUM           PIC S9(18) COMP-3.
001150     05  SCR-P-LARGEST           PIC S9(18) COMP-3.
001160     05  SCR-P-PLUS              PIC 9(07) COMP.
001170     05  SCR-P-MINUS             PIC 9(07) COMP.
001180     05  SCR-P-HASH              PIC S9(18) COMP-3.
001190 01  SCR-LOG-PRINT.
001200     05  SCR-L-COUNT             PIC 9(07) COMP.
001210     05  SCR-L-MAG-SUM           PIC S9(18) COMP-3.
001220     05  SCR-L-LARGEST           PIC S9(18) COMP-3.
001230     05  SCR-L-PLUS              PIC 9(07) COMP.
001240     05  SCR-L-MINUS             PIC 9(07) COMP.
001250     05  SCR-L-HASH              PIC S9(18) COMP-3.
001260*----------------------------------------------------------------*
001270*    THE DEVICE'S HISTORY, SUMMED OVER ITS EARLIER RUN DATES.    *
001280*----------------------------------------------------------------*
001290 01  SCR-HIST-DAYS               PIC 9(05) COMP VALUE 0.
001300 01  SCR-HIST-COUNT              PIC 9(09) COMP VALUE 0.
001310 01  SCR-HIST-MAG-SUM            PIC S9(18) COMP-3 VALUE 0.
001320 01  SCR-HIST-LARGEST            PIC S9(18) COMP-3 VALUE 0.
001330 01  SCR-HIST-PLUS               PIC 9(09) COMP VALUE 0.
001340 01  SCR-AVG-COUNT               PIC S9(09)V99 COMP-3 VALUE 0.
001350 01  SCR-TYPICAL                 PIC S9(18) COMP-3 VALUE 0.
001360 01  SCR-HIST-TYPICAL            PIC S9(18) COMP-3 VALUE 0.
001370 01  SCR-PLUS-PCT                PIC S9(03) COMP-3 VALUE 0.
001380 01  SCR-HIST-PLUS-PCT           PIC S9(03) COMP-3 VALUE 0.
001390 01  SCR-SHARE-GAP               PIC S9(03) COMP-3 VALUE 0.
001400 01  SCR-FLAGS.
001410     05  SCR-FLAG-COUNT          PIC X(01).
001420     05  SCR-FLAG-TYPICAL        PIC X(01).
001430     05  SCR-FLAG-LARGEST        PIC X(01).
001440     05  SCR-FLAG-SHARE          PIC X(01).
001450     05  SCR-FLAG-RESEND         PIC X(01).
001460 01  SCR-STATUS                  PIC X(08) VALUE SPACES.
001470 01  SCR-REASON                  PIC X(40) VALUE SPACES.
001480 01  SCR-LOG-COUNT               PIC 9(07) COMP VALUE 0.
001490 01  SCR-CLEAR-COUNT             PIC 9(07) COMP VALUE 0.
001500 01  SCR-NEW-COUNT               PIC 9(07) COMP VALUE 0.
001510 01  SCR-ANOMALY-COUNT           PIC 9(07) COMP VALUE 0.
001520 01  SCR-RESEND-COUNT            PIC 9(07) COMP VALUE 0.
001530 01  SCR-BAD-COUNT               PIC 9(07) COMP VALUE 0.
001540 PROCEDURE DIVISION.
001550*----------------------------------------------------------------*
001560*    0000-MAIN  -  PROGRAM MAINLINE.                             *
001570*----------------------------------------------------------------*
001580 0000-MAIN.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001600     PERFORM 2000-READ-ROW THRU 2000-EXIT.
001610     PERFORM 3000-SCREEN-LOG THRU 3000-EXIT
001620         UNTIL SCR-CMDA-DONE.
001630     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT.
001640     CLOSE CMDAUDIT AUDMST SCRNRPT.
001650     IF SCR-RESEND-COUNT > 0
001660         MOVE 8 TO RETURN-CODE
001670     ELSE
001680         IF SCR-ANOMALY-COUNT > 0
001690             MOVE 4 TO RETURN-CODE
001700         END-IF
001710     END-IF.
001720     STOP RUN.
001730*----------------------------------------------------------------*
001740*    1000-INITIALIZE  -  TAKE THE THRESHOLDS FROM THE SCRNPARM   *
001750*                        CARD (A FIELD LEFT BLANK OR ZERO KEEPS  *
001760*                        THE HOUSE DEFAULT), AND OPEN THE        *
001770*                        NIGHT'S CMDAUDIT, THE AUDMST HISTORY    *
001780*                        AND THE REPORT.  CMDAUDIT IS REQUIRED - *
001790*                        WITHOUT IT THERE IS NOTHING TO SCREEN.  *
001800*----------------------------------------------------------------*
001810 1000-INITIALIZE.
001820     ACCEPT SCR-SYSTEM-DATE FROM DATE YYYYMMDD.
001830     OPEN INPUT SCRNPARM.
001840     IF FPRM-FILE-OK
001850         READ SCRNPARM
001860             AT END
001870                 MOVE "10" TO FPRM-FILE-STATUS
001880         END-READ
001890     END-IF.
001900     IF FPRM-FILE-OK
001910         PERFORM 1100-TAKE-THRESHOLDS THRU 1100-EXIT
001920     END-IF.
001930     CLOSE SCRNPARM.
001940     OPEN INPUT CMDAUDIT.
001950     IF NOT SCR-CMDA-OK
001960         DISPLAY "01F ABEND - CMDAUDIT NOT FOUND - NOTHING TO "
001970             "SCREEN - FILE STATUS " SCR-CMDA-STATUS
001980         MOVE 16 TO RETURN-CODE
001990         STOP RUN
002000     END-IF.
002010     OPEN INPUT AUDMST.
002020     IF NOT SCR-AUDM-OK AND NOT SCR-AUDM-CREATED
002030         DISPLAY "01F ABEND - AUDMST AUDIT ARCHIVE OPEN FAILED "
002040             "- FILE STATUS " SCR-AUDM-STATUS
002050         MOVE 16 TO RETURN-CODE
002060         STOP RUN
002070     END-IF.
002080     OPEN OUTPUT SCRNRPT.
002090     MOVE WS-SCR-HDR-LINE TO SCR-RECORD.
002100     WRITE SCR-RECORD.
002110 1000-EXIT.
002120     EXIT.
002130 1100-TAKE-THRESHOLDS.
002140     IF FPRM-MIN-HISTORY IS NUMERIC AND FPRM-MIN-HISTORY > 0
002150         MOVE FPRM-MIN-HISTORY TO SCR-MIN-HISTORY
002160     END-IF.
002170     IF FPRM-COUNT-FACTOR IS NUMERIC AND FPRM-COUNT-FACTOR > 0
002180         MOVE FPRM-COUNT-FACTOR TO SCR-COUNT-FACTOR
002190     END-IF.
002200     IF FPRM-TYPICAL-FACTOR IS NUMERIC
002210             AND FPRM-TYPICAL-FACTOR > 0
002220         MOVE FPRM-TYPICAL-FACTOR TO SCR-TYPICAL-FACTOR
002230     END-IF.
002240     IF FPRM-LARGEST-FACTOR IS NUMERIC
002250             AND FPRM-LARGEST-FACTOR > 0
002260         MOVE FPRM-LARGEST-FACTOR TO SCR-LARGEST-FACTOR
002270     END-IF.
002280     IF FPRM-SHARE-POINTS IS NUMERIC AND FPRM-SHARE-POINTS > 0
002290         MOVE FPRM-SHARE-POINTS TO SCR-SHARE-POINTS
002300     END-IF.
002310     IF FPRM-PRINT-MINIMUM IS NUMERIC
002320             AND FPRM-PRINT-MINIMUM > 0
002330         MOVE FPRM-PRINT-MINIMUM TO SCR-PRINT-MINIMUM
002340     END-IF.
002350 1100-EXIT.
002360     EXIT.
002370*----------------------------------------------------------------*
002380*    2000-READ-ROW  -  READ THE NEXT CMDAUDIT ROW, TAKEN APART   *
002390*                      THE WAY 01K TAKES IT APART FOR THE        *
002400*                      ARCHIVE.  A ROW THAT DOES NOT LOOK LIKE   *
002410*                      AN AUDIT ROW (NO +/- SIGN OR A BLANK      *
002420*                      DEVICE) IS COUNTED AND PASSED OVER; A ROW *
002430*                      WITH NO RUN DATE OF ITS OWN TAKES THE     *
002440*                      SYSTEM DATE, AS 01K FILES IT.             *
002450*----------------------------------------------------------------*
002460 2000-READ-ROW.
002470     READ CMDAUDIT
002480         AT END
002490             MOVE 1 TO SCR-CMDA-DONE-SW
002500             GO TO 2000-EXIT
002510     END-READ.
002520     MOVE CMDAUD-RECORD TO WS-AUD-LINE.
002530     IF (AUD-PM NOT = "+" AND AUD-PM NOT = "-")
002540             OR AUD-DEVICE-ID = SPACES
002550         ADD 1 TO SCR-BAD-COUNT
002560         GO TO 2000-READ-ROW
002570     END-IF.
002580     MOVE AUD-DEVICE-ID TO SCR-ROW-DEVICE-ID.
002590     IF AUD-RUN-DATE IS NUMERIC
002600         MOVE AUD-RUN-DATE TO SCR-ROW-DATE
002610     ELSE
002620         MOVE SCR-SYSTEM-DATE TO SCR-ROW-DATE
002630     END-IF.
002640     MOVE AUD-PM TO SCR-ROW-PM.
002650     MOVE AUD-DISTANCE TO SCR-ROW-DISTANCE.
002660 2000-EXIT.
002670     EXIT.
002680*----------------------------------------------------------------*
002690*    3000-SCREEN-LOG  -  ONE DEVICE LOG - THE RUN OF CMDAUDIT    *
002700*                        ROWS FOR ONE DEVICE AND RUN DATE (01B   *
002710*                        WRITES A LOG'S ROWS TOGETHER).  PROFILE *
002720*                        IT, BUILD THE DEVICE'S HISTORY FROM     *
002730*                        AUDMST, JUDGE THE ONE AGAINST THE OTHER *
002740*                        AND LIST THE RESULT.                    *
002750*----------------------------------------------------------------*
002760 3000-SCREEN-LOG.
002770     MOVE SCR-ROW-DEVICE-ID TO SCR-DEVICE-ID.
002780     MOVE SCR-ROW-DATE TO SCR-CUR-DATE.
002790     IF SCR-CUR-DATE > SCR-RUN-DATE
002800         MOVE SCR-CUR-DATE TO SCR-RUN-DATE
002810     END-IF.
002820     ADD 1 TO SCR-LOG-COUNT.
002830     INITIALIZE SCR-WORK-PRINT.
002840     PERFORM 3100-PROFILE-ROW THRU 3100-EXIT
002850         UNTIL SCR-CMDA-DONE
002860             OR SCR-ROW-DEVICE-ID NOT = SCR-DEVICE-ID
002870             OR SCR-ROW-DATE NOT = SCR-CUR-DATE.
002880     MOVE SCR-WORK-PRINT TO SCR-LOG-PRINT.
002890     PERFORM 4000-BUILD-HISTORY THRU 4000-EXIT.
002900     PERFORM 5000-JUDGE-LOG THRU 5000-EXIT.
002910     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
002920 3000-EXIT.
002930     EXIT.
002940 3100-PROFILE-ROW.
002950     PERFORM 3200-ADD-COMMAND THRU 3200-EXIT.
002960     PERFORM 2000-READ-ROW THRU 2000-EXIT.
002970 3100-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------*
003000*    3200-ADD-COMMAND  -  ADD ONE COMMAND (SCR-ROW-PM AND        *
003010*                         SCR-ROW-DISTANCE) INTO THE WORK        *
003020*                         PROFILE.  THE DISTANCE ON AN AUDIT ROW *
003030*                         CARRIES THE COMMAND'S SIGN, SO THE     *
003040*                         MAGNITUDE IS TAKEN FROM IT.  THE       *
003050*                         FINGERPRINT IS FOLDED BACK UNDER       *
003060*                         SCR-HASH-MODULUS AFTER EVERY COMMAND   *
003070*                         SO IT NEVER OVERFLOWS.                 *
003080*----------------------------------------------------------------*
003090 3200-ADD-COMMAND.
003100     ADD 1 TO SCR-P-COUNT.
003110     IF SCR-ROW-DISTANCE < 0
003120         COMPUTE SCR-MAGNITUDE = 0 - SCR-ROW-DISTANCE
003130     ELSE
003140         MOVE SCR-ROW-DISTANCE TO SCR-MAGNITUDE
003150     END-IF.
003160     ADD SCR-MAGNITUDE TO SCR-P-MAG-SUM
003170         ON SIZE ERROR
003180             MOVE 999999999999999999 TO SCR-P-MAG-SUM
003190     END-ADD.
003200     IF SCR-MAGNITUDE > SCR-P-LARGEST
003210         MOVE SCR-MAGNITUDE TO SCR-P-LARGEST
003220     END-IF.
003230     IF SCR-ROW-PM = "+"
003240         ADD 1 TO SCR-P-PLUS
003250         MOVE 1 TO SCR-SIGN-CODE
003260     ELSE
003270         ADD 1 TO SCR-P-MINUS
003280         MOVE 2 TO SCR-SIGN-CODE
003290     END-IF.
003300     DIVIDE SCR-MAGNITUDE BY SCR-HASH-MODULUS
003310         GIVING SCR-QUOTIENT REMAINDER SCR-REMAINDER.
003320     COMPUTE SCR-FOLD = SCR-P-HASH * 31 + SCR-REMAINDER
003330         + SCR-SIGN-CODE.
003340     DIVIDE SCR-FOLD BY SCR-HASH-MODULUS
003350         GIVING SCR-QUOTIENT REMAINDER SCR-P-HASH.
003360 3200-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------*
003390*    4000-BUILD-HISTORY  -  WALK THE DEVICE'S AUDMST ROWS FOR    *
003400*                           EVERY RUN DATE BEFORE THE LOG'S OWN, *
003410*                           PROFILING EACH EARLIER DATE IN TURN  *
003420*                           AND SUMMING THEM INTO THE DEVICE'S   *
003430*                           HISTORY.  THE LOG'S OWN DATE AND     *
003440*                           LATER ARE NOT HISTORY - A RERUN      *
003450*                           AFTER 01K FINDS THE NIGHT'S ROWS     *
003460*                           ALREADY ARCHIVED.                    *
003470*----------------------------------------------------------------*
003480 4000-BUILD-HISTORY.
003490     MOVE 0 TO SCR-HIST-DAYS.
003500     MOVE 0 TO SCR-HIST-COUNT.
003510     MOVE 0 TO SCR-HIST-MAG-SUM.
003520     MOVE 0 TO SCR-HIST-LARGEST.
003530     MOVE 0 TO SCR-HIST-PLUS.
003540     MOVE SPACES TO SCR-RESEND-DATE.
003550     MOVE SPACES TO SCR-HIST-DATE.
003560     MOVE 0 TO SCR-AUDM-DONE-SW.
003570     MOVE LOW-VALUES TO AUDM-KEY.
003580     MOVE SCR-DEVICE-ID TO AUDM-DEVICE-ID.
003590     START AUDMST KEY IS NOT LESS THAN AUDM-KEY
003600         INVALID KEY
003610             MOVE 1 TO SCR-AUDM-DONE-SW
003620     END-START.
003630     PERFORM 4100-READ-HISTORY THRU 4100-EXIT
003640         UNTIL SCR-AUDM-DONE.
003650     IF SCR-HIST-DATE NOT = SPACES
003660         PERFORM 4200-CLOSE-HISTORY-DATE THRU 4200-EXIT
003670     END-IF.
003680 4000-EXIT.
003690     EXIT.
003700 4100-READ-HISTORY.
003710     READ AUDMST NEXT RECORD
003720         AT END
003730             MOVE 1 TO SCR-AUDM-DONE-SW
003740             GO TO 4100-EXIT
003750     END-READ.
003760     IF AUDM-DEVICE-ID NOT = SCR-DEVICE-ID
003770             OR AUDM-RUN-DATE NOT < SCR-CUR-DATE
003780         MOVE 1 TO SCR-AUDM-DONE-SW
003790         GO TO 4100-EXIT
003800     END-IF.
003810     IF AUDM-RUN-DATE NOT = SCR-HIST-DATE
003820         IF SCR-HIST-DATE NOT = SPACES
003830             PERFORM 4200-CLOSE-HISTORY-DATE THRU 4200-EXIT
003840         END-IF
003850         MOVE AUDM-RUN-DATE TO SCR-HIST-DATE
003860         INITIALIZE SCR-WORK-PRINT
003870     END-IF.
003880     MOVE AUDM-PM TO SCR-ROW-PM.
003890     MOVE AUDM-DISTANCE TO SCR-ROW-DISTANCE.
003900     PERFORM 3200-ADD-COMMAND THRU 3200-EXIT.
003910 4100-EXIT.
003920     EXIT.
003930*----------------------------------------------------------------*
003940*    4200-CLOSE-HISTORY-DATE  -  ONE EARLIER RUN DATE IS         *
003950*                                COMPLETE - ADD IT INTO THE      *
003960*                                HISTORY AND COMPARE ITS         *
003970*                                FINGERPRINT WITH THE NIGHT'S    *
003980*                                LOG.  THE SAME COMMAND COUNT,   *
003990*                                FINGERPRINT, MAGNITUDE SUM AND  *
004000*                                LARGEST MAGNITUDE IS THE SAME   *
004010*                                LOG SENT AGAIN; THE LATEST SUCH *
004020*                                DATE IS THE ONE REPORTED.       *
004030*----------------------------------------------------------------*
004040 4200-CLOSE-HISTORY-DATE.
004050     ADD 1 TO SCR-HIST-DAYS.
004060     ADD SCR-P-COUNT TO SCR-HIST-COUNT.
004070     ADD SCR-P-MAG-SUM TO SCR-HIST-MAG-SUM
004080         ON SIZE ERROR
004090             MOVE 999999999999999999 TO SCR-HIST-MAG-SUM
004100     END-ADD.
004110     ADD SCR-P-PLUS TO SCR-HIST-PLUS.
004120     IF SCR-P-LARGEST > SCR-HIST-LARGEST
004130         MOVE SCR-P-LARGEST TO SCR-HIST-LARGEST
004140     END-IF.
004150     IF SCR-L-COUNT NOT < SCR-PRINT-MINIMUM
004160             AND SCR-P-COUNT = SCR-L-COUNT
004170             AND SCR-P-HASH = SCR-L-HASH
004180             AND SCR-P-MAG-SUM = SCR-L-MAG-SUM
004190             AND SCR-P-LARGEST = SCR-L-LARGEST
004200         MOVE SCR-HIST-DATE TO SCR-RESEND-DATE
004210     END-IF.
004220 4200-EXIT.
004230     EXIT.
004240*----------------------------------------------------------------*
004250*    5000-JUDGE-LOG  -  SET THE NIGHT'S PROFILE BESIDE THE       *
004260*                       HISTORY.  A RESEND IS JUDGED WHATEVER    *
004270*                       THE HISTORY; THE PROFILE TESTS NEED      *
004280*                       SCR-MIN-HISTORY EARLIER DATES, AND A     *
004290*                       DEVICE WITH FEWER IS LISTED AS NEW.      *
004300*                       EACH TEST FAILED SETS ITS FLAG LETTER;   *
004310*                       THE REASON NAMES THE FIRST.              *
004320*----------------------------------------------------------------*
004330 5000-JUDGE-LOG.
004340     MOVE SPACES TO SCR-FLAGS.
004350     MOVE "CLEAR" TO SCR-STATUS.
004360     MOVE SPACES TO SCR-REASON.
004370     COMPUTE SCR-TYPICAL ROUNDED = SCR-L-MAG-SUM / SCR-L-COUNT.
004380     COMPUTE SCR-PLUS-PCT ROUNDED
004390         = SCR-L-PLUS * 100 / SCR-L-COUNT.
004400     MOVE 0 TO SCR-AVG-COUNT.
004410     MOVE 0 TO SCR-HIST-TYPICAL.
004420     MOVE 0 TO SCR-HIST-PLUS-PCT.
004430     IF SCR-HIST-DAYS > 0
004440         COMPUTE SCR-AVG-COUNT ROUNDED
004450             = SCR-HIST-COUNT / SCR-HIST-DAYS
004460         COMPUTE SCR-HIST-TYPICAL ROUNDED
004470             = SCR-HIST-MAG-SUM / SCR-HIST-COUNT
004480         COMPUTE SCR-HIST-PLUS-PCT ROUNDED
004490             = SCR-HIST-PLUS * 100 / SCR-HIST-COUNT
004500     END-IF.
004510     IF SCR-RESEND-DATE NOT = SPACES
004520         MOVE "R" TO SCR-FLAG-RESEND
004530         MOVE "RESEND" TO SCR-STATUS
004540         STRING "SAME COMMANDS AS THE LOG OF "
004550                 DELIMITED BY SIZE
004560             SCR-RESEND-DATE DELIMITED BY SIZE
004570             INTO SCR-REASON
004580         END-STRING
004590     END-IF.
004600     IF SCR-HIST-DAYS < SCR-MIN-HISTORY
004610         IF SCR-STATUS = "CLEAR"
004620             MOVE "NEW" TO SCR-STATUS
004630             MOVE "HISTORY TOO SHORT TO PROFILE" TO SCR-REASON
004640         END-IF
004650     ELSE
004660         PERFORM 5100-TEST-PROFILE THRU 5100-EXIT
004670     END-IF.
004680     EVALUATE SCR-STATUS
004690         WHEN "RESEND"
004700             ADD 1 TO SCR-RESEND-COUNT
004710         WHEN "ANOMALY"
004720             ADD 1 TO SCR-ANOMALY-COUNT
004730         WHEN "NEW"
004740             ADD 1 TO SCR-NEW-COUNT
004750         WHEN OTHER
004760             ADD 1 TO SCR-CLEAR-COUNT
004770     END-EVALUATE.
004780 5000-EXIT.
004790     EXIT.
004800*----------------------------------------------------------------*
004810*    5100-TEST-PROFILE  -  THE FOUR PROFILE TESTS.  COUNT AND    *
004820*                          TYPICAL MAGNITUDE ARE OUT OF PROFILE  *
004830*                          EITHER WAY - FAR MORE OR FAR          *
004840*                          FEWER/SMALLER THAN USUAL; LARGEST     *
004850*                          MAGNITUDE ONLY UPWARD; THE + SHARE BY *
004860*                          ITS DISTANCE FROM THE DEVICE'S USUAL  *
004870*                          SHARE.                                *
004880*----------------------------------------------------------------*
004890 5100-TEST-PROFILE.
004900     IF SCR-L-COUNT > SCR-AVG-COUNT * SCR-COUNT-FACTOR
004910             OR SCR-L-COUNT * SCR-COUNT-FACTOR < SCR-AVG-COUNT
004920         MOVE "C" TO SCR-FLAG-COUNT
004930         IF SCR-REASON = SPACES
004940             MOVE "COMMAND COUNT OUT OF PROFILE" TO SCR-REASON
004950         END-IF
004960     END-IF.
004970     IF SCR-TYPICAL > SCR-HIST-TYPICAL * SCR-TYPICAL-FACTOR
004980             OR SCR-TYPICAL * SCR-TYPICAL-FACTOR
004990                 < SCR-HIST-TYPICAL
005000         MOVE "T" TO SCR-FLAG-TYPICAL
005010         IF SCR-REASON = SPACES
005020             MOVE "TYPICAL DISTANCE OUT OF PROFILE" TO SCR-REASON
005030         END-IF
005040     END-IF.
005050     IF SCR-L-LARGEST > SCR-HIST-LARGEST * SCR-LARGEST-FACTOR
005060         MOVE "L" TO SCR-FLAG-LARGEST
005070         IF SCR-REASON = SPACES
005080             MOVE "LARGEST DISTANCE FAR ABOVE ANY BEFORE"
005090                 TO SCR-REASON
005100         END-IF
005110     END-IF.
005120     COMPUTE SCR-SHARE-GAP = SCR-PLUS-PCT - SCR-HIST-PLUS-PCT.
005130     IF SCR-SHARE-GAP < 0
005140         COMPUTE SCR-SHARE-GAP = 0 - SCR-SHARE-GAP
005150     END-IF.
005160     IF SCR-SHARE-GAP > SCR-SHARE-POINTS
005170         MOVE "S" TO SCR-FLAG-SHARE
005180         IF SCR-REASON = SPACES
005190             MOVE "SHARE OF + COMMANDS OUT OF PROFILE"
005200                 TO SCR-REASON
005210         END-IF
005220     END-IF.
005230     IF SCR-FLAGS NOT = SPACES AND SCR-STATUS = "CLEAR"
005240         MOVE "ANOMALY" TO SCR-STATUS
005250     END-IF.
005260 5100-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------*
005290*    6000-WRITE-DETAIL  -  ONE SCRNRPT LINE FOR THE LOG JUST     *
005300*                          JUDGED, WHATEVER ITS STATUS -         *
005310*                          TONIGHT'S PROFILE BESIDE THE DEVICE'S *
005320*                          USUAL ONE, THE FLAGS RAISED AND THE   *
005330*                          FIRST REASON FOUND.                   *
005340*----------------------------------------------------------------*
005350 6000-WRITE-DETAIL.
005360     MOVE SCR-DEVICE-ID TO FRPT-DEVICE-ID.
005370     MOVE SCR-CUR-DATE TO FRPT-RUN-DATE.
005380     MOVE SCR-L-COUNT TO FRPT-CMD-COUNT.
005390     MOVE SCR-AVG-COUNT TO FRPT-HIST-COUNT.
005400     MOVE SCR-TYPICAL TO FRPT-TYPICAL.
005410     MOVE SCR-HIST-TYPICAL TO FRPT-HIST-TYPICAL.
005420     MOVE SCR-L-LARGEST TO FRPT-LARGEST.
005430     MOVE SCR-HIST-LARGEST TO FRPT-HIST-LARGEST.
005440     MOVE SCR-PLUS-PCT TO FRPT-PLUS-PCT.
005450     MOVE SCR-HIST-PLUS-PCT TO FRPT-HIST-PLUS-PCT.
005460     MOVE SCR-HIST-DAYS TO FRPT-HIST-DAYS.
005470     MOVE SCR-FLAGS TO FRPT-FLAGS.
005480     MOVE SCR-STATUS TO FRPT-STATUS.
005490     MOVE SCR-REASON TO FRPT-REASON.
005500     MOVE WS-SCR-DTL-LINE TO SCR-RECORD.
005510     WRITE SCR-RECORD.
005520 6000-EXIT.
005530     EXIT.
005540*----------------------------------------------------------------*
005550*    7000-WRITE-SUMMARY  -  THE TRAILING COUNT LINE THAT 01Z     *
005560*                           GRADES.                              *
005570*----------------------------------------------------------------*
005580 7000-WRITE-SUMMARY.
005590     IF SCR-RUN-DATE = SPACES
005600         MOVE SCR-SYSTEM-DATE TO SCR-RUN-DATE
005610     END-IF.
005620     MOVE SCR-RUN-DATE TO FRPT-SUM-RUN-DATE.
005630     MOVE SCR-LOG-COUNT TO FRPT-SUM-LOGS.
005640     MOVE SCR-CLEAR-COUNT TO FRPT-SUM-CLEAR.
005650     MOVE SCR-NEW-COUNT TO FRPT-SUM-NEW.
005660     MOVE SCR-ANOMALY-COUNT TO FRPT-SUM-ANOMALIES.
005670     MOVE SCR-RESEND-COUNT TO FRPT-SUM-RESENDS.
005680     MOVE SCR-BAD-COUNT TO FRPT-SUM-BAD-ROWS.
005690     MOVE WS-SCR-SUM-LINE TO SCR-RECORD.
005700     WRITE SCR-RECORD.
005710 7000-EXIT.
005720     EXIT.
