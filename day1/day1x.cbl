000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. 01X.
000030 AUTHOR. R L HARTMANN.
000040 INSTALLATION. CALDEV CALIBRATION SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    MODIFICATION HISTORY                                        *
000090*----------------------------------------------------------------*
000100*    10/15/26  RLH  ORIGINAL PROGRAM - TOLERANCE CHANGE IMPACT   *
000110*                   PREVIEW.  A TIGHTER DRIFT TOLERANCE OR       *
000120*                   EXCURSION LIMIT USED TO GO ONTO DEVMST BLIND *
000130*                   AND BE BACKED OUT AFTER A MORNING OF FALSE   *
000140*                   EXCEPTIONS.  THIS STEP READS A DEVTRAN BATCH *
000150*                   WITHOUT APPLYING IT AND REPLAYS THE RETAINED *
000160*                   HISTMST RUNS OF EVERY DEVICE A CHG WOULD     *
000170*                   RE-BAND OR RE-TOLERANCE, ONCE UNDER THE      *
000180*                   VALUES ON DEVMST TODAY AND ONCE UNDER THE    *
000190*                   PROPOSED VALUES - THE SAME DAY-OVER-DAY      *
000200*                   DRIFT TEST AS 01D AND THE SAME BAND TEST AS  *
000210*                   01B.  LISTS ON TOLRPT, PER DEVICE AND IN     *
000220*                   TOTAL, THE RUNS THAT WOULD HAVE RAISED AN    *
000230*                   EXCEPTION UNDER EACH, AND THE DEVICES THAT   *
000240*                   WOULD NEWLY FAIL OR NEWLY PASS, SO THE LAB   *
000250*                   CAN SIGN THE CHANGE OFF BEFORE 01M COMMITS   *
000260*                   IT.  NOTHING IS WRITTEN TO ANY MASTER.  ENDS *
000270*                   RC 4 WHEN A DEVICE WOULD NEWLY FAIL OR THE   *
000280*                   PROPOSED VALUES RAISE MORE EXCEPTIONS IN     *
000290*                   TOTAL.                                       *
000300*----------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT DEVTRAN ASSIGN TO DISK
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS TOL-TRAN-STATUS.
000370     SELECT DRIFTPRM ASSIGN TO DISK
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS DPRM-FILE-STATUS.
000400     SELECT OPTIONAL DEVMST ASSIGN TO DISK
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS DM-KEY
000440         FILE STATUS IS TOL-DMST-STATUS.
000450     SELECT OPTIONAL HISTMST ASSIGN TO DISK
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS HIST-KEY
000490         FILE STATUS IS TOL-HIST-STATUS.
000500     SELECT OPTIONAL AUDMST ASSIGN TO DISK
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS AUDM-KEY
000540         FILE STATUS IS TOL-AUDM-STATUS.
000550     SELECT TOLRPT ASSIGN TO DISK
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  DEVTRAN
000600     VALUE OF FILE-ID IS "DEVTRAN"
000610     DATA RECORD IS DTRN-RECORD.
000620 01  DTRN-RECORD.
000630     COPY FRQDTRN.
000640 FD  DRIFTPRM
000650     VALUE OF FILE-ID IS "DRIFTPRM"
000660     DATA RECORD IS DPRM-RECORD.
000670 01  DPRM-RECORD.
000680     COPY FRQDPRM.
000690 FD  DEVMST
000700     VALUE OF FILE-ID IS "DEVMST"
000710     DATA RECORD IS DM-RECORD.
000720 01  DM-RECORD.
000730     COPY FRQDMST.
000740 FD  HISTMST
000750     VALUE OF FILE-ID IS "HISTMST"
000760     DATA RECORD IS HIST-RECORD.
000770 01  HIST-RECORD.
000780     COPY FRQHIST.
000790 FD  AUDMST
000800     VALUE OF FILE-ID IS "AUDMST"
000810     DATA RECORD IS AUDM-RECORD.
000820 01  AUDM-RECORD.
000830     COPY FRQAMST.
000840 FD  TOLRPT
000850     VALUE OF FILE-ID IS "TOLRPT"
000860     DATA RECORD IS TOL-RECORD.
000870 01  TOL-RECORD                  PIC X(200).
000880 WORKING-STORAGE SECTION.
000890 01  TOL-TRAN-STATUS             PIC X(02) VALUE SPACES.
000900     88  TOL-TRAN-OK              VALUE "00".
000910 01  DPRM-FILE-STATUS            PIC X(02) VALUE SPACES.
000920     88  DPRM-FILE-OK             VALUE "00".
000930 01  TOL-DMST-STATUS             PIC X(02) VALUE SPACES.
000940     88  TOL-DMST-OK              VALUE "00".
000950 01  TOL-HIST-STATUS             PIC X(02) VALUE SPACES.
000960     88  TOL-HIST-OK              VALUE "00".
000970 01  TOL-AUDM-STATUS             PIC X(02) VALUE SPACES.
000980     88  TOL-AUDM-OK              VALUE "00".
000990 COPY FRQXRPT.
001000 01  TOL-PRM-DONE-SW             PIC 9(01) VALUE 0.
001010     88  TOL-PRM-DONE             VALUE 1.
001020 01  TOL-TRAN-DONE-SW            PIC 9(01) VALUE 0.
001030     88  TOL-TRAN-DONE            VALUE 1.
001040 01  TOL-HIST-DONE-SW            PIC 9(01) VALUE 0.
001050     88  TOL-HIST-DONE            VALUE 1.
001060 01  TOL-AUDM-DONE-SW            PIC 9(01) VALUE 0.
001070     88  TOL-AUDM-DONE            VALUE 1.
001080 01  TOL-FOUND-SW                PIC X(01) VALUE "N".
001090     88  TOL-FOUND                VALUE "Y".
001100 01  TOL-ENTRY-SW                PIC X(01) VALUE "N".
001110     88  TOL-ENTRY-FOUND          VALUE "Y".
001120 01  TOL-PRIOR-SW                PIC X(01) VALUE "N".
001130     88  TOL-PRIOR-FOUND          VALUE "Y".
001140 01  TOL-FIRST-CMD-SW            PIC X(01) VALUE "Y".
001150     88  TOL-FIRST-CMD            VALUE "Y".
001160 01  TOL-CUR-HIT-SW              PIC X(01) VALUE "N".
001170     88  TOL-CUR-HIT              VALUE "Y".
001180 01  TOL-NEW-HIT-SW              PIC X(01) VALUE "N".
001190     88  TOL-NEW-HIT              VALUE "Y".
001200 01  TOL-RUN-DATE                PIC X(08) VALUE SPACES.
001210 01  TOL-DFLT-TOLERANCE          PIC S9(18) COMP-3 VALUE 0.
001220 01  TOL-PRIOR-TOTAL             PIC S9(18) COMP-3 VALUE 0.
001230 01  TOL-DRIFT                   PIC S9(18) COMP-3 VALUE 0.
001240 01  TOL-DRIFT-MAG               PIC S9(18) COMP-3 VALUE 0.
001250 01  TOL-CHECK-TOTAL             PIC S9(18) COMP-3 VALUE 0.
001260 01  TOL-CHECK-MAG               PIC S9(18) COMP-3 VALUE 0.
001270 01  TOL-PEAK-MAG                PIC S9(18) COMP-3 VALUE 0.
001280 01  TOL-SKIP-REASON             PIC X(40) VALUE SPACES.
001290 01  TOL-DEV-RUNS                PIC 9(07) COMP VALUE 0.
001300 01  TOL-CUR-DRIFT-COUNT         PIC 9(07) COMP VALUE 0.
001310 01  TOL-NEW-DRIFT-COUNT         PIC 9(07) COMP VALUE 0.
001320 01  TOL-CUR-BAND-COUNT          PIC 9(07) COMP VALUE 0.
001330 01  TOL-NEW-BAND-COUNT          PIC 9(07) COMP VALUE 0.
001340 01  TOL-TRAN-COUNT              PIC 9(07) COMP VALUE 0.
001350 01  TOL-SKIP-COUNT              PIC 9(07) COMP VALUE 0.
001360 01  TOL-RUN-COUNT               PIC 9(07) COMP VALUE 0.
001370 01  TOL-CUR-EXCP-TOTAL          PIC 9(07) COMP VALUE 0.
001380 01  TOL-NEW-EXCP-TOTAL          PIC 9(07) COMP VALUE 0.
001390 01  TOL-NEW-FAIL-COUNT          PIC 9(07) COMP VALUE 0.
001400 01  TOL-NEW-PASS-COUNT          PIC 9(07) COMP VALUE 0.
001410 01  TOL-LIST-COUNT              PIC 9(07) COMP VALUE 0.
001420 01  TOL-DEV-SUB                 PIC 9(04) COMP VALUE 0.
001430 01  TOL-LIST-RESULT             PIC X(12) VALUE SPACES.
001440*----------------------------------------------------------------*
001450*    ONE ENTRY PER DEVICE PREVIEWED, IN THE ORDER ITS FIRST CHG  *
001460*    IS READ.  THE CURRENT VALUES ARE THOSE ON DEVMST TODAY,     *
001470*    WITH THE DRIFTPRM DEFAULT STANDING IN FOR A DEVICE THAT     *
001480*    CARRIES NO TOLERANCE OF ITS OWN, AS 01D DOES.  THE PROPOSED *
001490*    VALUES START AS THE CURRENT ONES AND TAKE EACH CHG FOR THE  *
001500*    DEVICE IN TURN, SO TWO CHGS IN ONE BATCH ARE PREVIEWED AS   *
001510*    01M WOULD LEAVE THE MASTER.                                 *
001520*----------------------------------------------------------------*
001530 01  TOL-DEVICE-AREA.
001540     05  TOL-DEVICE-COUNT        PIC 9(04) COMP VALUE 0.
001550     05  TOL-DEVICE-ENTRY
001560                OCCURS 0 TO 2000 TIMES
001570                DEPENDING ON TOL-DEVICE-COUNT
001580                INDEXED BY TOL-DEV-IDX.
001590         10  TOL-T-DEVICE-ID     PIC X(10).
001600         10  TOL-T-CUR-TOLERANCE PIC 9(18).
001610         10  TOL-T-NEW-TOLERANCE PIC 9(18).
001620         10  TOL-T-CUR-BAND      PIC 9(18).
001630         10  TOL-T-NEW-BAND      PIC 9(18).
001640         10  TOL-T-CUR-EXCP      PIC 9(07) COMP.
001650         10  TOL-T-NEW-EXCP      PIC 9(07) COMP.
001660         10  TOL-T-RESULT        PIC X(12).
001670 PROCEDURE DIVISION.
001680*----------------------------------------------------------------*
001690*    0000-MAIN  -  PROGRAM MAINLINE.                             *
001700*----------------------------------------------------------------*
001710 0000-MAIN.
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001730     PERFORM 2000-READ-TRAN THRU 2000-EXIT
001740         UNTIL TOL-TRAN-DONE.
001750     CLOSE DEVTRAN DEVMST.
001760     PERFORM 3000-REPLAY-DEVICE THRU 3000-EXIT
001770         VARYING TOL-DEV-SUB FROM 1 BY 1
001780         UNTIL TOL-DEV-SUB > TOL-DEVICE-COUNT.
001790     MOVE "DEVICES THAT WOULD NEWLY FAIL:" TO XRPT-SEC-TITLE.
001800     MOVE "NEWLY FAILS" TO TOL-LIST-RESULT.
001810     PERFORM 4000-LIST-SECTION THRU 4000-EXIT.
001820     MOVE "DEVICES THAT WOULD NEWLY PASS:" TO XRPT-SEC-TITLE.
001830     MOVE "NEWLY PASSES" TO TOL-LIST-RESULT.
001840     PERFORM 4000-LIST-SECTION THRU 4000-EXIT.
001850     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
001860     CLOSE HISTMST AUDMST TOLRPT.
001870     IF TOL-NEW-FAIL-COUNT > 0
001880             OR TOL-NEW-EXCP-TOTAL > TOL-CUR-EXCP-TOTAL
001890         MOVE 4 TO RETURN-CODE
001900     END-IF.
001910     STOP RUN.
001920*----------------------------------------------------------------*
001930*    1000-INITIALIZE  -  LOAD THE DEFAULT TOLERANCE FROM         *
001940*                        DRIFTPRM, OPEN THE TRANSACTIONS, THE    *
001950*                        THREE MASTERS AND THE REPORT, AND HEAD  *
001960*                        THE REPORT.  DEVTRAN AND DRIFTPRM ARE   *
001970*                        BOTH REQUIRED - THERE IS NOTHING TO     *
001980*                        PREVIEW WITHOUT THE ONE, AND WITHOUT    *
001990*                        THE OTHER THE PREVIEW WOULD NOT JUDGE A *
002000*                        DEVICE THE WAY 01D DOES.  THE MASTERS   *
002010*                        ARE ONLY EVER READ.                     *
002020*----------------------------------------------------------------*
002030 1000-INITIALIZE.
002040     ACCEPT TOL-RUN-DATE FROM DATE YYYYMMDD.
002050     OPEN INPUT DRIFTPRM.
002060     IF NOT DPRM-FILE-OK
002070         DISPLAY "01X ABEND - DRIFTPRM CONTROL FILE NOT FOUND - "
002080             "A DEFAULT TOLERANCE IS REQUIRED"
002090         MOVE 16 TO RETURN-CODE
002100         STOP RUN
002110     END-IF.
002120     PERFORM 1100-LOAD-TOLERANCE THRU 1100-EXIT
002130         UNTIL TOL-PRM-DONE.
002140     CLOSE DRIFTPRM.
002150     OPEN INPUT DEVTRAN.
002160     IF NOT TOL-TRAN-OK
002170         DISPLAY "01X ABEND - DEVTRAN TRANSACTION FILE NOT FOUND"
002180         MOVE 16 TO RETURN-CODE
002190         STOP RUN
002200     END-IF.
002210     OPEN INPUT DEVMST.
002220     IF NOT TOL-DMST-OK AND TOL-DMST-STATUS NOT = "05"
002230         DISPLAY "01X ABEND - DEVMST DEVICE MASTER OPEN FAILED "
002240             "- FILE STATUS " TOL-DMST-STATUS
002250         MOVE 16 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280     OPEN INPUT HISTMST.
002290     IF NOT TOL-HIST-OK AND TOL-HIST-STATUS NOT = "05"
002300         DISPLAY "01X ABEND - HISTMST HISTORY MASTER OPEN "
002310             "FAILED - FILE STATUS " TOL-HIST-STATUS
002320         MOVE 16 TO RETURN-CODE
002330         STOP RUN
002340     END-IF.
002350     OPEN INPUT AUDMST.
002360     IF NOT TOL-AUDM-OK AND TOL-AUDM-STATUS NOT = "05"
002370         DISPLAY "01X ABEND - AUDMST AUDIT STORE OPEN FAILED - "
002380             "FILE STATUS " TOL-AUDM-STATUS
002390         MOVE 16 TO RETURN-CODE
002400         STOP RUN
002410     END-IF.
002420     OPEN OUTPUT TOLRPT.
002430     MOVE TOL-RUN-DATE TO XRPT-HDR-RUN-DATE.
002440     MOVE WS-TOL-HDR-LINE TO TOL-RECORD.
002450     WRITE TOL-RECORD.
002460 1000-EXIT.
002470     EXIT.
002480*----------------------------------------------------------------*
002490*    1100-LOAD-TOLERANCE  -  ONE DRIFTPRM RECORD, TAKEN EXACTLY  *
002500*                            AS 01D TAKES IT - A BLANK DEVICE ID *
002510*                            SETS THE DEFAULT AND A LEFTOVER     *
002520*                            PER-DEVICE CARD IS ANNOUNCED AND    *
002530*                            IGNORED.                            *
002540*----------------------------------------------------------------*
002550 1100-LOAD-TOLERANCE.
002560     READ DRIFTPRM
002570         AT END
002580             MOVE 1 TO TOL-PRM-DONE-SW
002590     END-READ.
002600     IF NOT TOL-PRM-DONE
002610         IF DPRM-DEVICE-ID NOT = SPACES
002620             DISPLAY "01X WARNING - DRIFTPRM OVERRIDE FOR "
002630                 "DEVICE " DPRM-DEVICE-ID " IGNORED - PER-"
002640                 "DEVICE TOLERANCES NOW LIVE ON DEVMST"
002650         ELSE
002660             IF DPRM-TOLERANCE IS NOT NUMERIC
002670                 DISPLAY "01X ABEND - DRIFTPRM TOLERANCE IS NOT "
002680                     "NUMERIC"
002690                 MOVE 16 TO RETURN-CODE
002700                 STOP RUN
002710             END-IF
002720             MOVE DPRM-TOLERANCE TO TOL-DFLT-TOLERANCE
002730         END-IF
002740     END-IF.
002750 1100-EXIT.
002760     EXIT.
002770*----------------------------------------------------------------*
002780*    2000-READ-TRAN  -  ONE DEVTRAN TRANSACTION.  ONLY A CHG CAN *
002790*                       MOVE THE BAND OR TOLERANCE OF A DEVICE   *
002800*                       THAT ALREADY HAS HISTORY; EVERY OTHER    *
002810*                       TRANSACTION IS LISTED WITH THE REASON IT *
002820*                       IS NOT PREVIEWED, SO THE LAB CAN SEE THE *
002830*                       WHOLE BATCH WAS READ.                    *
002840*----------------------------------------------------------------*
002850 2000-READ-TRAN.
002860     READ DEVTRAN
002870         AT END
002880             MOVE 1 TO TOL-TRAN-DONE-SW
002890     END-READ.
002900     IF TOL-TRAN-DONE
002910         GO TO 2000-EXIT
002920     END-IF.
002930     ADD 1 TO TOL-TRAN-COUNT.
002940     EVALUATE TRUE
002950         WHEN DTRN-CHANGE
002960             PERFORM 2100-PREVIEW-CHANGE THRU 2100-EXIT
002970         WHEN DTRN-ADD
002980             MOVE "NEW DEVICE - NO RETAINED HISTORY"
002990                 TO TOL-SKIP-REASON
003000             PERFORM 2400-SKIP-TRAN THRU 2400-EXIT
003010         WHEN DTRN-RETIRE
003020             MOVE "RETIREMENT - NO BAND OR TOLERANCE CHANGE"
003030                 TO TOL-SKIP-REASON
003040             PERFORM 2400-SKIP-TRAN THRU 2400-EXIT
003050         WHEN DTRN-RELEASE
003060         WHEN DTRN-REJECT
003070             MOVE "QUARANTINE CLEARANCE - NO BAND CHANGE"
003080                 TO TOL-SKIP-REASON
003090             PERFORM 2400-SKIP-TRAN THRU 2400-EXIT
003100         WHEN OTHER
003110             MOVE "ACTION IS NOT ADD, CHG, RET, REL OR REJ"
003120                 TO TOL-SKIP-REASON
003130             PERFORM 2400-SKIP-TRAN THRU 2400-EXIT
003140     END-EVALUATE.
003150 2000-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------*
003180*    2100-PREVIEW-CHANGE  -  A CHG.  A ZERO OR BLANK BAND OR     *
003190*                            TOLERANCE LEAVES THE VALUE ALONE,   *
003200*                            AS IT DOES IN 01M, SO A CHG THAT    *
003210*                            SETS NEITHER HAS NOTHING TO         *
003220*                            PREVIEW.  THE EFFECTIVE DATE IS NOT *
003230*                            CONSULTED - THE QUESTION IS HOW THE *
003240*                            RETAINED HISTORY WOULD HAVE FARED,  *
003250*                            WHENEVER THE CHANGE TAKES HOLD.     *
003260*----------------------------------------------------------------*
003270 2100-PREVIEW-CHANGE.
003280     IF (DTRN-EXCURSION-LIMIT IS NOT NUMERIC
003290             OR DTRN-EXCURSION-LIMIT = 0)
003300         AND (DTRN-DRIFT-TOLERANCE IS NOT NUMERIC
003310             OR DTRN-DRIFT-TOLERANCE = 0)
003320         MOVE "NO BAND OR TOLERANCE CHANGE" TO TOL-SKIP-REASON
003330         PERFORM 2400-SKIP-TRAN THRU 2400-EXIT
003340         GO TO 2100-EXIT
003350     END-IF.
003360     PERFORM 2200-FIND-ENTRY THRU 2200-EXIT.
003370     IF NOT TOL-ENTRY-FOUND
003380         PERFORM 2300-ADD-ENTRY THRU 2300-EXIT
003390         IF NOT TOL-FOUND
003400             GO TO 2100-EXIT
003410         END-IF
003420     END-IF.
003430     IF DTRN-EXCURSION-LIMIT IS NUMERIC
003440             AND DTRN-EXCURSION-LIMIT > 0
003450         MOVE DTRN-EXCURSION-LIMIT
003460             TO TOL-T-NEW-BAND(TOL-DEV-IDX)
003470     END-IF.
003480     IF DTRN-DRIFT-TOLERANCE IS NUMERIC
003490             AND DTRN-DRIFT-TOLERANCE > 0
003500         MOVE DTRN-DRIFT-TOLERANCE
003510             TO TOL-T-NEW-TOLERANCE(TOL-DEV-IDX)
003520     END-IF.
003530 2100-EXIT.
003540     EXIT.
003550*----------------------------------------------------------------*
003560*    2200-FIND-ENTRY  -  POINT TOL-DEV-IDX AT THE DEVICE'S ENTRY *
003570*                        WHEN AN EARLIER CHG IN THE BATCH HAS    *
003580*                        ALREADY ADDED ONE.                      *
003590*----------------------------------------------------------------*
003600 2200-FIND-ENTRY.
003610     MOVE "N" TO TOL-ENTRY-SW.
003620     IF TOL-DEVICE-COUNT > 0
003630         SET TOL-DEV-IDX TO 1
003640         SEARCH TOL-DEVICE-ENTRY
003650             AT END
003660                 CONTINUE
003670             WHEN TOL-T-DEVICE-ID(TOL-DEV-IDX) = DTRN-DEVICE-ID
003680                 MOVE "Y" TO TOL-ENTRY-SW
003690         END-SEARCH
003700     END-IF.
003710 2200-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------*
003740*    2300-ADD-ENTRY  -  THE DEVICE'S FIRST CHG IN THE BATCH.     *
003750*                       THE DEVICE MUST BE ON DEVMST - ONE ADDED *
003760*                       EARLIER IN THE SAME BATCH HAS NO HISTORY *
003770*                       TO REPLAY.  ITS CURRENT VALUES ARE TAKEN *
003780*                       FROM THE MASTER.                         *
003790*----------------------------------------------------------------*
003800 2300-ADD-ENTRY.
003810     MOVE "N" TO TOL-FOUND-SW.
003820     MOVE DTRN-DEVICE-ID TO DM-DEVICE-ID.
003830     READ DEVMST
003840         INVALID KEY
003850             CONTINUE
003860         NOT INVALID KEY
003870             MOVE "Y" TO TOL-FOUND-SW
003880     END-READ.
003890     IF NOT TOL-FOUND
003900         MOVE "DEVICE NOT ON MASTER - NO HISTORY"
003910             TO TOL-SKIP-REASON
003920         PERFORM 2400-SKIP-TRAN THRU 2400-EXIT
003930         GO TO 2300-EXIT
003940     END-IF.
003950     IF TOL-DEVICE-COUNT >= 2000
003960         DISPLAY "01X ABEND - MORE THAN 2000 DEVICES TO PREVIEW"
003970         MOVE 16 TO RETURN-CODE
003980         STOP RUN
003990     END-IF.
004000     ADD 1 TO TOL-DEVICE-COUNT.
004010     SET TOL-DEV-IDX TO TOL-DEVICE-COUNT.
004020     MOVE DTRN-DEVICE-ID TO TOL-T-DEVICE-ID(TOL-DEV-IDX).
004030     MOVE TOL-DFLT-TOLERANCE TO TOL-T-CUR-TOLERANCE(TOL-DEV-IDX).
004040     IF DM-DRIFT-TOLERANCE IS NUMERIC
004050             AND DM-DRIFT-TOLERANCE > 0
004060         MOVE DM-DRIFT-TOLERANCE
004070             TO TOL-T-CUR-TOLERANCE(TOL-DEV-IDX)
004080     END-IF.
004090     MOVE 0 TO TOL-T-CUR-BAND(TOL-DEV-IDX).
004100     IF DM-EXCURSION-LIMIT IS NUMERIC
004110         MOVE DM-EXCURSION-LIMIT TO TOL-T-CUR-BAND(TOL-DEV-IDX)
004120     END-IF.
004130     MOVE TOL-T-CUR-TOLERANCE(TOL-DEV-IDX)
004140         TO TOL-T-NEW-TOLERANCE(TOL-DEV-IDX).
004150     MOVE TOL-T-CUR-BAND(TOL-DEV-IDX)
004160         TO TOL-T-NEW-BAND(TOL-DEV-IDX).
004170     MOVE 0 TO TOL-T-CUR-EXCP(TOL-DEV-IDX)
004180               TOL-T-NEW-EXCP(TOL-DEV-IDX).
004190     MOVE SPACES TO TOL-T-RESULT(TOL-DEV-IDX).
004200 2300-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------*
004230*    2400-SKIP-TRAN  -  LIST A TRANSACTION THAT IS NOT           *
004240*                       PREVIEWED, WITH THE REASON IN            *
004250*                       TOL-SKIP-REASON.                         *
004260*----------------------------------------------------------------*
004270 2400-SKIP-TRAN.
004280     ADD 1 TO TOL-SKIP-COUNT.
004290     MOVE DTRN-ACTION TO XRPT-SKP-ACTION.
004300     MOVE DTRN-DEVICE-ID TO XRPT-SKP-DEVICE-ID.
004310     MOVE TOL-SKIP-REASON TO XRPT-SKP-REASON.
004320     MOVE WS-TOL-SKP-LINE TO TOL-RECORD.
004330     WRITE TOL-RECORD.
004340 2400-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------*
004370*    3000-REPLAY-DEVICE  -  WALK ONE PREVIEWED DEVICE'S RETAINED *
004380*                           HISTMST RUNS IN ASCENDING RUN-DATE   *
004390*                           ORDER, JUDGING EACH UNDER THE        *
004400*                           CURRENT AND THE PROPOSED VALUES,     *
004410*                           THEN PRINT ITS TWO REPORT LINES AND  *
004420*                           SETTLE WHETHER IT WOULD NEWLY FAIL   *
004430*                           OR NEWLY PASS.                       *
004440*----------------------------------------------------------------*
004450 3000-REPLAY-DEVICE.
004460     MOVE 0 TO TOL-DEV-RUNS
004470               TOL-CUR-DRIFT-COUNT TOL-NEW-DRIFT-COUNT
004480               TOL-CUR-BAND-COUNT TOL-NEW-BAND-COUNT.
004490     MOVE "N" TO TOL-PRIOR-SW.
004500     MOVE 0 TO TOL-HIST-DONE-SW.
004510     MOVE TOL-T-DEVICE-ID(TOL-DEV-SUB) TO HIST-DEVICE-ID.
004520     MOVE LOW-VALUES TO HIST-RUN-DATE.
004530     START HISTMST KEY IS NOT LESS THAN HIST-KEY
004540         INVALID KEY
004550             MOVE 1 TO TOL-HIST-DONE-SW
004560     END-START.
004570     PERFORM 3100-READ-RUN THRU 3100-EXIT
004580         UNTIL TOL-HIST-DONE.
004590     PERFORM 3500-SET-RESULT THRU 3500-EXIT.
004600     ADD TOL-DEV-RUNS TO TOL-RUN-COUNT.
004610     ADD TOL-T-CUR-EXCP(TOL-DEV-SUB) TO TOL-CUR-EXCP-TOTAL.
004620     ADD TOL-T-NEW-EXCP(TOL-DEV-SUB) TO TOL-NEW-EXCP-TOTAL.
004630     MOVE TOL-T-DEVICE-ID(TOL-DEV-SUB) TO XRPT-DEVICE-ID.
004640     MOVE TOL-T-CUR-TOLERANCE(TOL-DEV-SUB) TO XRPT-CUR-TOLERANCE.
004650     MOVE TOL-T-NEW-TOLERANCE(TOL-DEV-SUB) TO XRPT-NEW-TOLERANCE.
004660     MOVE TOL-T-CUR-BAND(TOL-DEV-SUB) TO XRPT-CUR-BAND.
004670     MOVE TOL-T-NEW-BAND(TOL-DEV-SUB) TO XRPT-NEW-BAND.
004680     MOVE WS-TOL-VAL-LINE TO TOL-RECORD.
004690     WRITE TOL-RECORD.
004700     MOVE TOL-DEV-RUNS TO XRPT-RUNS.
004710     MOVE TOL-CUR-DRIFT-COUNT TO XRPT-CUR-DRIFT.
004720     MOVE TOL-NEW-DRIFT-COUNT TO XRPT-NEW-DRIFT.
004730     MOVE TOL-CUR-BAND-COUNT TO XRPT-CUR-BAND-EXCP.
004740     MOVE TOL-NEW-BAND-COUNT TO XRPT-NEW-BAND-EXCP.
004750     MOVE TOL-T-CUR-EXCP(TOL-DEV-SUB) TO XRPT-CUR-EXCP.
004760     MOVE TOL-T-NEW-EXCP(TOL-DEV-SUB) TO XRPT-NEW-EXCP.
004770     MOVE TOL-T-RESULT(TOL-DEV-SUB) TO XRPT-RESULT.
004780     MOVE WS-TOL-CNT-LINE TO TOL-RECORD.
004790     WRITE TOL-RECORD.
004800 3000-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------*
004830*    3100-READ-RUN  -  ONE RETAINED RUN.  THE FIRST RUN ON FILE  *
004840*                      HAS NO PRIOR TO DRIFT FROM, AS IN 01D,    *
004850*                      AND CAN ONLY FAIL ON ITS BAND.            *
004860*----------------------------------------------------------------*
004870 3100-READ-RUN.
004880     READ HISTMST NEXT RECORD
004890         AT END
004900             MOVE 1 TO TOL-HIST-DONE-SW
004910     END-READ.
004920     IF TOL-HIST-DONE
004930         GO TO 3100-EXIT
004940     END-IF.
004950     IF HIST-DEVICE-ID NOT = TOL-T-DEVICE-ID(TOL-DEV-SUB)
004960         MOVE 1 TO TOL-HIST-DONE-SW
004970         GO TO 3100-EXIT
004980     END-IF.
004990     ADD 1 TO TOL-DEV-RUNS.
005000     PERFORM 3200-FIND-PEAK THRU 3200-EXIT.
005010     PERFORM 3400-JUDGE-RUN THRU 3400-EXIT.
005020     MOVE HIST-TOTAL-FREQUENCY TO TOL-PRIOR-TOTAL.
005030     MOVE "Y" TO TOL-PRIOR-SW.
005040 3100-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------*
005070*    3200-FIND-PEAK  -  THE FURTHEST THE RUN'S TOTAL STRAYED     *
005080*                       FROM ZERO, WHICH IS WHAT 01B HOLDS       *
005090*                       AGAINST THE BAND.  WHERE THE RUN'S       *
005100*                       COMMANDS ARE RETAINED ON AUDMST THE      *
005110*                       SEEDED START AND EVERY COMMAND ENDPOINT  *
005120*                       ARE TAKEN, AS 01B CHECKS THEM; A PART-B  *
005130*                       RUN OR ONE NO LONGER ON AUDMST IS JUDGED *
005140*                       ON ITS CLOSING TOTAL ALONE.              *
005150*----------------------------------------------------------------*
005160 3200-FIND-PEAK.
005170     MOVE HIST-TOTAL-FREQUENCY TO TOL-CHECK-TOTAL.
005180     MOVE 0 TO TOL-PEAK-MAG.
005190     PERFORM 3300-TAKE-PEAK THRU 3300-EXIT.
005200     MOVE "Y" TO TOL-FIRST-CMD-SW.
005210     MOVE 0 TO TOL-AUDM-DONE-SW.
005220     MOVE HIST-DEVICE-ID TO AUDM-DEVICE-ID.
005230     MOVE HIST-RUN-DATE TO AUDM-RUN-DATE.
005240     MOVE 0 TO AUDM-SEQ.
005250     START AUDMST KEY IS NOT LESS THAN AUDM-KEY
005260         INVALID KEY
005270             MOVE 1 TO TOL-AUDM-DONE-SW
005280     END-START.
005290     PERFORM 3210-READ-COMMAND THRU 3210-EXIT
005300         UNTIL TOL-AUDM-DONE.
005310 3200-EXIT.
005320     EXIT.
005330 3210-READ-COMMAND.
005340     READ AUDMST NEXT RECORD
005350         AT END
005360             MOVE 1 TO TOL-AUDM-DONE-SW
005370     END-READ.
005380     IF TOL-AUDM-DONE
005390         GO TO 3210-EXIT
005400     END-IF.
005410     IF AUDM-DEVICE-ID NOT = TOL-T-DEVICE-ID(TOL-DEV-SUB)
005420             OR AUDM-RUN-DATE NOT = HIST-RUN-DATE
005430         MOVE 1 TO TOL-AUDM-DONE-SW
005440         GO TO 3210-EXIT
005450     END-IF.
005460     IF TOL-FIRST-CMD
005470         COMPUTE TOL-CHECK-TOTAL = AUDM-TOTAL - AUDM-DISTANCE
005480         PERFORM 3300-TAKE-PEAK THRU 3300-EXIT
005490         MOVE "N" TO TOL-FIRST-CMD-SW
005500     END-IF.
005510     MOVE AUDM-TOTAL TO TOL-CHECK-TOTAL.
005520     PERFORM 3300-TAKE-PEAK THRU 3300-EXIT.
005530 3210-EXIT.
005540     EXIT.
005550 3300-TAKE-PEAK.
005560     IF TOL-CHECK-TOTAL < 0
005570         COMPUTE TOL-CHECK-MAG = 0 - TOL-CHECK-TOTAL
005580     ELSE
005590         MOVE TOL-CHECK-TOTAL TO TOL-CHECK-MAG
005600     END-IF.
005610     IF TOL-CHECK-MAG > TOL-PEAK-MAG
005620         MOVE TOL-CHECK-MAG TO TOL-PEAK-MAG
005630     END-IF.
005640 3300-EXIT.
005650     EXIT.
005660*----------------------------------------------------------------*
005670*    3400-JUDGE-RUN  -  HOLD THE RUN AGAINST EACH SET OF VALUES. *
005680*                       A DRIFT EXCEPTION IS A DAY-OVER-DAY MOVE *
005690*                       IN CLOSING FREQUENCY LARGER THAN THE     *
005700*                       TOLERANCE, AS IN 01D; A BAND EXCEPTION   *
005710*                       IS A PEAK BEYOND A NON-ZERO EXCURSION    *
005720*                       LIMIT, AS IN 01B.  A RUN WITH EITHER, OR *
005730*                       BOTH, COUNTS AS ONE EXCEPTION RUN.       *
005740*----------------------------------------------------------------*
005750 3400-JUDGE-RUN.
005760     MOVE "N" TO TOL-CUR-HIT-SW TOL-NEW-HIT-SW.
005770     IF TOL-PRIOR-FOUND
005780         COMPUTE TOL-DRIFT =
005790             HIST-TOTAL-FREQUENCY - TOL-PRIOR-TOTAL
005800         IF TOL-DRIFT < 0
005810             COMPUTE TOL-DRIFT-MAG = 0 - TOL-DRIFT
005820         ELSE
005830             MOVE TOL-DRIFT TO TOL-DRIFT-MAG
005840         END-IF
005850         IF TOL-DRIFT-MAG > TOL-T-CUR-TOLERANCE(TOL-DEV-SUB)
005860             ADD 1 TO TOL-CUR-DRIFT-COUNT
005870             MOVE "Y" TO TOL-CUR-HIT-SW
005880         END-IF
005890         IF TOL-DRIFT-MAG > TOL-T-NEW-TOLERANCE(TOL-DEV-SUB)
005900             ADD 1 TO TOL-NEW-DRIFT-COUNT
005910             MOVE "Y" TO TOL-NEW-HIT-SW
005920         END-IF
005930     END-IF.
005940     IF TOL-T-CUR-BAND(TOL-DEV-SUB) > 0
005950             AND TOL-PEAK-MAG > TOL-T-CUR-BAND(TOL-DEV-SUB)
005960         ADD 1 TO TOL-CUR-BAND-COUNT
005970         MOVE "Y" TO TOL-CUR-HIT-SW
005980     END-IF.
005990     IF TOL-T-NEW-BAND(TOL-DEV-SUB) > 0
006000             AND TOL-PEAK-MAG > TOL-T-NEW-BAND(TOL-DEV-SUB)
006010         ADD 1 TO TOL-NEW-BAND-COUNT
006020         MOVE "Y" TO TOL-NEW-HIT-SW
006030     END-IF.
006040     IF TOL-CUR-HIT
006050         ADD 1 TO TOL-T-CUR-EXCP(TOL-DEV-SUB)
006060     END-IF.
006070     IF TOL-NEW-HIT
006080         ADD 1 TO TOL-T-NEW-EXCP(TOL-DEV-SUB)
006090     END-IF.
006100 3400-EXIT.
006110     EXIT.
006120*----------------------------------------------------------------*
006130*    3500-SET-RESULT  -  A DEVICE NEWLY FAILS WHEN NONE OF ITS   *
006140*                        RUNS RAISED AN EXCEPTION UNDER THE      *
006150*                        CURRENT VALUES BUT SOME WOULD UNDER THE *
006160*                        PROPOSED ONES, AND NEWLY PASSES THE     *
006170*                        OTHER WAY ROUND.  ANY OTHER DEVICE IS   *
006180*                        MARKED BY WHICH WAY ITS EXCEPTION COUNT *
006190*                        MOVES.                                  *
006200*----------------------------------------------------------------*
006210 3500-SET-RESULT.
006220     EVALUATE TRUE
006230         WHEN TOL-DEV-RUNS = 0
006240             MOVE "NO HISTORY" TO TOL-T-RESULT(TOL-DEV-SUB)
006250         WHEN TOL-T-CUR-EXCP(TOL-DEV-SUB) = 0
006260                 AND TOL-T-NEW-EXCP(TOL-DEV-SUB) > 0
006270             MOVE "NEWLY FAILS" TO TOL-T-RESULT(TOL-DEV-SUB)
006280             ADD 1 TO TOL-NEW-FAIL-COUNT
006290         WHEN TOL-T-CUR-EXCP(TOL-DEV-SUB) > 0
006300                 AND TOL-T-NEW-EXCP(TOL-DEV-SUB) = 0
006310             MOVE "NEWLY PASSES" TO TOL-T-RESULT(TOL-DEV-SUB)
006320             ADD 1 TO TOL-NEW-PASS-COUNT
006330         WHEN TOL-T-NEW-EXCP(TOL-DEV-SUB)
006340                 > TOL-T-CUR-EXCP(TOL-DEV-SUB)
006350             MOVE "MORE" TO TOL-T-RESULT(TOL-DEV-SUB)
006360         WHEN TOL-T-NEW-EXCP(TOL-DEV-SUB)
006370                 < TOL-T-CUR-EXCP(TOL-DEV-SUB)
006380             MOVE "FEWER" TO TOL-T-RESULT(TOL-DEV-SUB)
006390         WHEN OTHER
006400             MOVE "NO CHANGE" TO TOL-T-RESULT(TOL-DEV-SUB)
006410     END-EVALUATE.
006420 3500-EXIT.
006430     EXIT.
006440*----------------------------------------------------------------*
006450*    4000-LIST-SECTION  -  LIST UNDER THE TITLE IN               *
006460*                          XRPT-SEC-TITLE EVERY DEVICE WHOSE     *
006470*                          RESULT IS TOL-LIST-RESULT, OR NONE.   *
006480*----------------------------------------------------------------*
006490 4000-LIST-SECTION.
006500     MOVE WS-TOL-SEC-LINE TO TOL-RECORD.
006510     WRITE TOL-RECORD.
006520     MOVE 0 TO TOL-LIST-COUNT.
006530     PERFORM 4100-LIST-DEVICE THRU 4100-EXIT
006540         VARYING TOL-DEV-SUB FROM 1 BY 1
006550         UNTIL TOL-DEV-SUB > TOL-DEVICE-COUNT.
006560     IF TOL-LIST-COUNT = 0
006570         MOVE "    NONE" TO XRPT-SEC-TITLE
006580         MOVE WS-TOL-SEC-LINE TO TOL-RECORD
006590         WRITE TOL-RECORD
006600     END-IF.
006610 4000-EXIT.
006620     EXIT.
006630 4100-LIST-DEVICE.
006640     IF TOL-T-RESULT(TOL-DEV-SUB) = TOL-LIST-RESULT
006650         ADD 1 TO TOL-LIST-COUNT
006660         MOVE TOL-T-DEVICE-ID(TOL-DEV-SUB) TO XRPT-LST-DEVICE-ID
006670         MOVE TOL-T-CUR-EXCP(TOL-DEV-SUB) TO XRPT-LST-CUR-EXCP
006680         MOVE TOL-T-NEW-EXCP(TOL-DEV-SUB) TO XRPT-LST-NEW-EXCP
006690         MOVE WS-TOL-LST-LINE TO TOL-RECORD
006700         WRITE TOL-RECORD
006710     END-IF.
006720 4100-EXIT.
006730     EXIT.
006740*----------------------------------------------------------------*
006750*    5000-WRITE-SUMMARY  -  WRITE THE TRAILING SUMMARY LINE.     *
006760*----------------------------------------------------------------*
006770 5000-WRITE-SUMMARY.
006780     MOVE TOL-TRAN-COUNT TO XRPT-SUM-TRANS.
006790     MOVE TOL-DEVICE-COUNT TO XRPT-SUM-DEVICES.
006800     MOVE TOL-RUN-COUNT TO XRPT-SUM-RUNS.
006810     MOVE TOL-CUR-EXCP-TOTAL TO XRPT-SUM-CUR-EXCP.
006820     MOVE TOL-NEW-EXCP-TOTAL TO XRPT-SUM-NEW-EXCP.
006830     MOVE TOL-NEW-FAIL-COUNT TO XRPT-SUM-NEW-FAIL.
006840     MOVE TOL-NEW-PASS-COUNT TO XRPT-SUM-NEW-PASS.
006850     MOVE TOL-SKIP-COUNT TO XRPT-SUM-SKIPPED.
006860     MOVE WS-TOL-SUM-LINE TO TOL-RECORD.
006870     WRITE TOL-RECORD.
006880 5000-EXIT.
006890     EXIT.
