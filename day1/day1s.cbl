000350*                   ON DEVLIST SO 01B'S OWN RECONCILIATION       *
000360*                   FLAGS IT TOO - WITHHOLDING IT WOULD          *
000370*                   SILENTLY SHRINK THE RUN.                     *
000371*    10/15/26  RLH  LABXMIT NOW CARRIES AN X TRANSMISSION HEADER *
000372*                   (LAB SEQUENCE, DATE) AND A Z TRAILER (DEVICE *
000373*                   COUNT, HASH), PROVED AND CHECKED AGAINST THE *
000374*                   XMITREG REGISTER BEFORE ANYTHING IS CUT.  A  *
000375*                   DUPLICATE SEQUENCE OR UNBALANCED TRAILER IS  *
000376*                   REFUSED - DEVLIST IS LEFT EMPTY, RC 8;       *
000377*                   A SEQUENCE GAP IS LISTED AS MISSING, RC 4.   *
000378*                   A SAME-DAY RERUN OF AN ACCEPTED TRANSMISSION *
000379*                   SPLITS AGAIN.                                *
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT SPLITRPT ASSIGN TO DISK
000500         ORGANIZATION IS LINE SEQUENTIAL.
000501     SELECT OPTIONAL XMITREG ASSIGN TO DISK
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS RANDOM
000504         RECORD KEY IS XREG-KEY
000505         FILE STATUS IS SPL-XREG-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  LABXMIT
000650 FD  SPLITRPT
000660     VALUE OF FILE-ID IS "SPLITRPT"
000670     DATA RECORD IS SPLIT-RPT-RECORD.
000680 01  SPLIT-RPT-RECORD            PIC X(200).
000681 FD  XMITREG
000682     VALUE OF FILE-ID IS "XMITREG"
000683     DATA RECORD IS XREG-RECORD.
000684 01  XREG-RECORD.
000685     COPY FRQXREG.
000690 WORKING-STORAGE SECTION.
000700 01  SPL-XMIT-STATUS             PIC X(02) VALUE SPACES.
000710     88  SPL-XMIT-OK              VALUE "00".
000711 01  SPL-XREG-STATUS             PIC X(02) VALUE SPACES.
000712     88  SPL-XREG-OK              VALUE "00".
000713     88  SPL-XREG-CREATED         VALUE "05".
000720 COPY FRQSRPT.
000730 01  SPL-LOG-FILE-ID             PIC X(20) VALUE SPACES.
000731 01  SPL-RUN-DATE                PIC X(08) VALUE SPACES.
000732 01  SPL-RUN-TIME                PIC X(08) VALUE SPACES.
000740 01  SPL-XMIT-DONE-SW            PIC 9(01) VALUE 0.
000750     88  SPL-XMIT-DONE            VALUE 1.
000751 01  SPL-XMIT-REASON             PIC X(30) VALUE SPACES.
000752     88  SPL-XMIT-PROVED          VALUE SPACES.
000753 01  SPL-XMIT-ACTION             PIC X(01) VALUE "N".
000754     88  SPL-XMIT-NEW             VALUE "N".
000755     88  SPL-XMIT-LATE            VALUE "L".
000756     88  SPL-XMIT-RERUN           VALUE "R".
000757 01  SPL-XMIT-STATE              PIC X(30) VALUE SPACES.
000760 01  SPL-LOG-OPEN-SW             PIC X(01) VALUE "N".
000770     88  SPL-LOG-OPEN             VALUE "Y".
000771 01  SPL-XMIT-RECORDS            PIC 9(07) COMP VALUE 0.
000772 01  SPL-XMIT-SEQUENCE           PIC 9(06) VALUE 0.
000773 01  SPL-XMIT-DATE               PIC X(08) VALUE SPACES.
000774 01  SPL-XMIT-DEVICES            PIC 9(05) VALUE 0.
000775 01  SPL-XMIT-HASH               PIC 9(18) VALUE 0.
000776 01  SPL-HDR-COUNT               PIC 9(05) COMP VALUE 0.
000777 01  SPL-HASH-SUM                PIC 9(18) COMP-3 VALUE 0.
000778 01  SPL-TRL-HASH                PIC 9(18) COMP-3 VALUE 0.
000780 01  SPL-DEVICE-ID               PIC X(10) VALUE SPACES.
000790 01  SPL-ENTRY-COUNT             PIC 9(07) COMP VALUE 0.
000800 01  SPL-TRL-COUNT               PIC 9(07) COMP VALUE 0.
000980 01  SPL-TOTAL-ENTRIES           PIC 9(07) COMP VALUE 0.
000990 01  SPL-MALFORMED-COUNT         PIC 9(05) COMP VALUE 0.
001000 01  SPL-ORPHAN-COUNT            PIC 9(07) COMP VALUE 0.
001001 01  SPL-HIGH-SEQUENCE           PIC 9(06) VALUE 0.
001002 01  SPL-GAP-SEQUENCE            PIC 9(06) VALUE 0.
001003 01  SPL-GAP-START               PIC 9(06) VALUE 0.
001004 01  SPL-GAP-LISTED              PIC 9(03) COMP VALUE 0.
001005 01  SPL-MISSING-COUNT           PIC 9(06) COMP VALUE 0.
001006 01  SPL-XHDR-SW                 PIC X(01) VALUE "N".
001007     88  SPL-XHDR-SEEN            VALUE "Y".
001008 01  SPL-XTRL-SW                 PIC X(01) VALUE "N".
001009     88  SPL-XTRL-SEEN            VALUE "Y".
001010 PROCEDURE DIVISION.
001020*----------------------------------------------------------------*
001030*    0000-MAIN  -  PROGRAM MAINLINE.                             *
001040*----------------------------------------------------------------*
001050 0000-MAIN.
001060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001061     PERFORM 6000-PROVE-TRANSMISSION THRU 6000-EXIT.
001062     IF SPL-XMIT-PROVED
001063         PERFORM 6100-CHECK-REGISTER THRU 6100-EXIT
001064     END-IF.
001065     PERFORM 6300-WRITE-TRANSMISSION THRU 6300-EXIT.
001066     IF NOT SPL-XMIT-PROVED
001067         PERFORM 6400-REFUSE-TRANSMISSION THRU 6400-EXIT
001068     END-IF.
001070     PERFORM 2000-SPLIT-RECORD THRU 2000-EXIT
001080         UNTIL SPL-XMIT-DONE.
001090     IF SPL-LOG-OPEN
001100         MOVE "NO TRAILER RECORD" TO SPL-LOG-STATUS
001110         PERFORM 3000-FINISH-DEVICE THRU 3000-EXIT
001120     END-IF.
001121     IF NOT SPL-XMIT-RERUN
001122         PERFORM 6200-RECORD-TRANSMISSION THRU 6200-EXIT
001123     END-IF.
001130     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
001140     CLOSE LABXMIT DEVLIST SPLITRPT XMITREG.
001150     IF SPL-MALFORMED-COUNT > 0 OR SPL-ORPHAN-COUNT > 0
001151             OR SPL-MISSING-COUNT > 0 OR SPL-XMIT-LATE
001160         MOVE 4 TO RETURN-CODE
001170     END-IF.
001180     STOP RUN.
001190*----------------------------------------------------------------*
001200*    1000-INITIALIZE  -  OPEN THE COMBINED TRANSMISSION, THE     *
001210*                        DEVICE LIST, THE MANIFEST AND THE       *
001211*                        TRANSMISSION REGISTER.  THE             *
001220*                        TRANSMISSION IS REQUIRED - WITHOUT IT   *
001230*                        THERE IS NOTHING TO SPLIT AND AN EMPTY  *
001240*                        DEVLIST WOULD LOOK LIKE A QUIET NIGHT.  *
001241*                        DEVLIST IS OPENED AT ONCE EVEN THOUGH   *
001242*                        THE TRANSMISSION MAY YET BE REFUSED - A *
001243*                        REFUSED NIGHT MUST LEAVE IT EMPTY, NOT  *
001244*                        HOLDING THE LAST NIGHT'S LIST FOR 01B   *
001245*                        TO RUN AGAIN.  THE REGISTER IS OPTIONAL *
001246*                        SO THE FIRST RUN CREATES IT.            *
001250*----------------------------------------------------------------*
001260 1000-INITIALIZE.
001261     ACCEPT SPL-RUN-DATE FROM DATE YYYYMMDD.
001262     ACCEPT SPL-RUN-TIME FROM TIME.
001270     OPEN INPUT LABXMIT.
001280     IF NOT SPL-XMIT-OK
001290         DISPLAY "01S ABEND - LABXMIT COMBINED TRANSMISSION NOT "
001330     END-IF.
001340     OPEN OUTPUT DEVLIST.
001350     OPEN OUTPUT SPLITRPT.
001351     OPEN I-O XMITREG.
001352     IF NOT SPL-XREG-OK AND NOT SPL-XREG-CREATED
001353         DISPLAY "01S ABEND - XMITREG TRANSMISSION REGISTER OPEN "
001354             "FAILED - FILE STATUS " SPL-XREG-STATUS
001355         MOVE 16 TO RETURN-CODE
001356         STOP RUN
001357     END-IF.
001360 1000-EXIT.
001370     EXIT.
001380*----------------------------------------------------------------*
001450*                          VERBATIM.  A RECORD ARRIVING OUTSIDE  *
001460*                          ANY LOG IS AN ORPHAN - EXACTLY THE    *
001470*                          MISSED BOUNDARY THE HAND SPLIT USED   *
001480*                          TO LET THROUGH.  THE X AND Z          *
001481*                          TRANSMISSION RECORDS WERE PROVED BY   *
001482*                          6000 AND ARE PASSED OVER.             *
001490*----------------------------------------------------------------*
001500 2000-SPLIT-RECORD.
001510     READ LABXMIT
001540     END-READ.
001550     IF NOT SPL-XMIT-DONE
001560         EVALUATE XMIT-LINE(1:1)
001561             WHEN "X"
001562             WHEN "Z"
001563                 CONTINUE
001570             WHEN "H"
001580                 PERFORM 2100-TAKE-HEADER THRU 2100-EXIT
001590             WHEN "T"
003270     WRITE SPLIT-RPT-RECORD.
003280 5000-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------*
003310*    6000-PROVE-TRANSMISSION  -  A FIRST PASS OVER THE WHOLE     *
003320*                                TRANSMISSION BEFORE ANYTHING IS *
003330*                                CUT.  THE FIRST RECORD MUST BE  *
003340*                                THE X HEADER AND THE LAST THE Z *
003350*                                TRAILER, AND THE TRAILER MUST   *
003360*                                BALANCE - ITS DEVICE COUNT TO   *
003370*                                THE H RECORDS RECEIVED, ITS     *
003380*                                HASH TO THE SUM OF THE DEVICE T *
003390*                                RECORDS' HASH TOTALS.  THE      *
003400*                                FIRST FAULT FOUND IS THE REASON *
003410*                                GIVEN.  THE TRANSMISSION IS     *
003420*                                THEN RE-OPENED FOR THE SPLIT.   *
003430*----------------------------------------------------------------*
003440 6000-PROVE-TRANSMISSION.
003450     PERFORM 6010-PROVE-RECORD THRU 6010-EXIT
003460         UNTIL SPL-XMIT-DONE.
003470     IF SPL-XMIT-RECORDS = 0
003480         MOVE "EMPTY TRANSMISSION" TO SPL-XMIT-REASON
003490     END-IF.
003500     IF SPL-XMIT-PROVED AND NOT SPL-XTRL-SEEN
003510         MOVE "NO TRANSMISSION TRAILER" TO SPL-XMIT-REASON
003520     END-IF.
003530     IF SPL-XMIT-PROVED
003540         IF SPL-XMIT-DEVICES NOT = SPL-HDR-COUNT
003550                 OR SPL-XMIT-HASH NOT = SPL-HASH-SUM
003560             MOVE "TRAILER DOES NOT BALANCE" TO SPL-XMIT-REASON
003570         END-IF
003580     END-IF.
003590     CLOSE LABXMIT.
003600     OPEN INPUT LABXMIT.
003610     MOVE 0 TO SPL-XMIT-DONE-SW.
003620 6000-EXIT.
003630     EXIT.
003640 6010-PROVE-RECORD.
003650     READ LABXMIT
003660         AT END
003670             MOVE 1 TO SPL-XMIT-DONE-SW
003680             GO TO 6010-EXIT
003690     END-READ.
003700     ADD 1 TO SPL-XMIT-RECORDS.
003710     IF SPL-XTRL-SEEN AND SPL-XMIT-PROVED
003720         MOVE "RECORDS AFTER THE Z TRAILER" TO SPL-XMIT-REASON
003730     END-IF.
003740     IF SPL-XMIT-RECORDS = 1 AND XMIT-LINE(1:1) NOT = "X"
003750         MOVE "NO TRANSMISSION HEADER" TO SPL-XMIT-REASON
003760     END-IF.
003770     EVALUATE XMIT-LINE(1:1)
003780         WHEN "X"
003790             PERFORM 6020-TAKE-XMIT-HEADER THRU 6020-EXIT
003800         WHEN "Z"
003810             PERFORM 6030-TAKE-XMIT-TRAILER THRU 6030-EXIT
003820         WHEN "H"
003830             ADD 1 TO SPL-HDR-COUNT
003840         WHEN "T"
003850             IF XMIT-LINE(9:18) IS NUMERIC
003860                 MOVE XMIT-LINE(9:18) TO SPL-TRL-HASH
003870                 ADD SPL-TRL-HASH TO SPL-HASH-SUM
003880                     ON SIZE ERROR
003890                         COMPUTE SPL-HASH-SUM = SPL-HASH-SUM
003900                             + SPL-TRL-HASH - 1000000000000000000
003910                 END-ADD
003920             END-IF
003930         WHEN OTHER
003940             CONTINUE
003950     END-EVALUATE.
003960 6010-EXIT.
003970     EXIT.
003980 6020-TAKE-XMIT-HEADER.
003990     IF SPL-XHDR-SEEN
004000         IF SPL-XMIT-PROVED
004010             MOVE "SECOND TRANSMISSION HEADER" TO SPL-XMIT-REASON
004020         END-IF
004030         GO TO 6020-EXIT
004040     END-IF.
004050     MOVE "Y" TO SPL-XHDR-SW.
004060     MOVE XMIT-LINE(8:8) TO SPL-XMIT-DATE.
004070     IF XMIT-LINE(2:6) IS NOT NUMERIC
004080         IF SPL-XMIT-PROVED
004090             MOVE "HEADER SEQUENCE NOT NUMERIC" TO SPL-XMIT-REASON
004100         END-IF
004110         GO TO 6020-EXIT
004120     END-IF.
004130     MOVE XMIT-LINE(2:6) TO SPL-XMIT-SEQUENCE.
004140     IF SPL-XMIT-SEQUENCE = 0 AND SPL-XMIT-PROVED
004150         MOVE "HEADER SEQUENCE ZERO" TO SPL-XMIT-REASON
004160     END-IF.
004170 6020-EXIT.
004180     EXIT.
004190 6030-TAKE-XMIT-TRAILER.
004200     IF SPL-XTRL-SEEN
004210         IF SPL-XMIT-PROVED
004220             MOVE "SECOND TRANSMISSION TRAILER" TO SPL-XMIT-REASON
004230         END-IF
004240         GO TO 6030-EXIT
004250     END-IF.
004260     MOVE "Y" TO SPL-XTRL-SW.
004270     IF XMIT-LINE(2:5) IS NOT NUMERIC
004280             OR XMIT-LINE(7:18) IS NOT NUMERIC
004290         IF SPL-XMIT-PROVED
004300             MOVE "TRAILER NOT NUMERIC" TO SPL-XMIT-REASON
004310         END-IF
004320         GO TO 6030-EXIT
004330     END-IF.
004340     MOVE XMIT-LINE(2:5) TO SPL-XMIT-DEVICES.
004350     MOVE XMIT-LINE(7:18) TO SPL-XMIT-HASH.
004360 6030-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------*
004390*    6100-CHECK-REGISTER  -  A PROVED TRANSMISSION AGAINST       *
004400*                            XMITREG.  A SEQUENCE ALREADY        *
004410*                            REGISTERED IS A DUPLICATE AND IS    *
004420*                            REFUSED - UNLESS IT WAS ACCEPTED    *
004430*                            TODAY WITH THE SAME COUNT AND HASH, *
004440*                            WHICH IS THIS STEP BEING RUN AGAIN, *
004450*                            AND IT IS SPLIT AGAIN WITHOUT A     *
004460*                            SECOND ENTRY.  A NEW SEQUENCE PAST  *
004470*                            THE NEXT EXPECTED ONE LEAVES A GAP  *
004480*                            OF MISSING TRANSMISSIONS; ONE BELOW *
004490*                            THE HIGHEST ACCEPTED IS A LATE      *
004500*                            ARRIVAL FILLING AN EARLIER GAP.     *
004510*                            THE VERY FIRST TRANSMISSION         *
004520*                            REGISTERED STARTS THE SEQUENCE.     *
004530*----------------------------------------------------------------*
004540 6100-CHECK-REGISTER.
004550     MOVE 0 TO XREG-SEQUENCE.
004560     READ XMITREG
004570         INVALID KEY
004580             MOVE 0 TO SPL-HIGH-SEQUENCE
004590         NOT INVALID KEY
004600             MOVE XREG-HIGH-SEQUENCE TO SPL-HIGH-SEQUENCE
004610     END-READ.
004620     MOVE SPL-XMIT-SEQUENCE TO XREG-SEQUENCE.
004630     READ XMITREG
004640         INVALID KEY
004650             CONTINUE
004660         NOT INVALID KEY
004670             IF XREG-ACCEPTED-DATE = SPL-RUN-DATE
004680                     AND XREG-DEVICE-COUNT = SPL-XMIT-DEVICES
004690                     AND XREG-HASH-TOTAL = SPL-XMIT-HASH
004700                 MOVE "R" TO SPL-XMIT-ACTION
004710                 MOVE "RERUN - ACCEPTED EARLIER TODAY"
004720                     TO SPL-XMIT-STATE
004730             ELSE
004740                 MOVE "DUPLICATE SEQUENCE - REFUSED"
004750                     TO SPL-XMIT-REASON
004760             END-IF
004770             GO TO 6100-EXIT
004780     END-READ.
004790     MOVE "ACCEPTED" TO SPL-XMIT-STATE.
004800     IF SPL-HIGH-SEQUENCE = 0
004810         GO TO 6100-EXIT
004820     END-IF.
004830     IF SPL-XMIT-SEQUENCE > SPL-HIGH-SEQUENCE + 1
004840         COMPUTE SPL-MISSING-COUNT
004850             = SPL-XMIT-SEQUENCE - SPL-HIGH-SEQUENCE - 1
004860         MOVE "ACCEPTED - GAP BEFORE IT" TO SPL-XMIT-STATE
004870     END-IF.
004880     IF SPL-XMIT-SEQUENCE < SPL-HIGH-SEQUENCE
004890         MOVE "L" TO SPL-XMIT-ACTION
004900         MOVE "ACCEPTED - LATE, FILLS A GAP" TO SPL-XMIT-STATE
004910     END-IF.
004920 6100-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------*
004950*    6200-RECORD-TRANSMISSION  -  ENTER THE ACCEPTED             *
004960*                                 TRANSMISSION ON XMITREG WITH   *
004970*                                 THE DATE AND TIME IT WAS       *
004980*                                 SPLIT, AND CARRY THE CONTROL   *
004990*                                 RECORD'S HIGHEST SEQUENCE      *
005000*                                 FORWARD.  A LATE ARRIVAL       *
005010*                                 LEAVES THE HIGHEST SEQUENCE    *
005020*                                 WHERE IT WAS.                  *
005030*----------------------------------------------------------------*
005040 6200-RECORD-TRANSMISSION.
005050     INITIALIZE XREG-RECORD.
005060     MOVE SPL-XMIT-SEQUENCE TO XREG-SEQUENCE.
005070     MOVE SPL-XMIT-DATE TO XREG-XMIT-DATE.
005080     MOVE SPL-XMIT-DEVICES TO XREG-DEVICE-COUNT.
005090     MOVE SPL-XMIT-HASH TO XREG-HASH-TOTAL.
005100     MOVE SPL-RUN-DATE TO XREG-ACCEPTED-DATE.
005110     MOVE SPL-RUN-TIME TO XREG-ACCEPTED-TIME.
005120     WRITE XREG-RECORD
005130         INVALID KEY
005140             DISPLAY "01S ABEND - XMITREG WRITE FAILED FOR "
005150                 "SEQUENCE " SPL-XMIT-SEQUENCE
005160                 " - FILE STATUS " SPL-XREG-STATUS
005170             MOVE 16 TO RETURN-CODE
005180             STOP RUN
005190     END-WRITE.
005200     IF SPL-XMIT-SEQUENCE NOT > SPL-HIGH-SEQUENCE
005210         GO TO 6200-EXIT
005220     END-IF.
005230     MOVE 0 TO XREG-SEQUENCE.
005240     READ XMITREG
005250         INVALID KEY
005260             CONTINUE
005270     END-READ.
005280     IF SPL-XREG-OK
005290         MOVE SPL-XMIT-SEQUENCE TO XREG-HIGH-SEQUENCE
005300         REWRITE XREG-RECORD
005310     ELSE
005320         INITIALIZE XREG-RECORD
005330         MOVE SPL-XMIT-SEQUENCE TO XREG-HIGH-SEQUENCE
005340         WRITE XREG-RECORD
005350     END-IF.
005360     IF NOT SPL-XREG-OK
005370         DISPLAY "01S ABEND - XMITREG CONTROL RECORD UPDATE "
005380             "FAILED - FILE STATUS " SPL-XREG-STATUS
005390         MOVE 16 TO RETURN-CODE
005400         STOP RUN
005410     END-IF.
005420 6200-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------*
005450*    6300-WRITE-TRANSMISSION  -  HEAD THE MANIFEST WITH THE      *
005460*                                TRANSMISSION LINE - THE         *
005470*                                TRAILER'S COUNT AND HASH BESIDE *
005480*                                WHAT WAS RECEIVED, AND THE      *
005490*                                REGISTER'S VERDICT OR THE       *
005500*                                REASON THE TRANSMISSION WAS     *
005510*                                REFUSED - FOLLOWED BY ONE LINE  *
005520*                                FOR EACH SEQUENCE MISSING       *
005530*                                BEFORE IT.  A LONG GAP IS       *
005540*                                LISTED TO FIFTY LINES AND THE   *
005550*                                REST SUMMED UP ON ONE MORE.     *
005560*----------------------------------------------------------------*
005570 6300-WRITE-TRANSMISSION.
005580     MOVE SPL-XMIT-SEQUENCE TO SPLR-XMIT-SEQUENCE.
005590     MOVE SPL-XMIT-DATE TO SPLR-XMIT-DATE.
005600     MOVE SPL-XMIT-DEVICES TO SPLR-XMIT-DEVICES.
005610     MOVE SPL-HDR-COUNT TO SPLR-XMIT-HEADERS.
005620     MOVE SPL-XMIT-HASH TO SPLR-XMIT-HASH.
005630     MOVE SPL-HASH-SUM TO SPLR-XMIT-HASH-SUM.
005640     IF SPL-XMIT-PROVED
005650         MOVE SPL-XMIT-STATE TO SPLR-XMIT-STATUS
005660     ELSE
005670         MOVE SPL-XMIT-REASON TO SPLR-XMIT-STATUS
005680     END-IF.
005690     MOVE WS-SPL-XMT-LINE TO SPLIT-RPT-RECORD.
005700     WRITE SPLIT-RPT-RECORD.
005710     IF SPL-MISSING-COUNT = 0
005720         GO TO 6300-EXIT
005730     END-IF.
005740     COMPUTE SPL-GAP-START = SPL-HIGH-SEQUENCE + 1.
005750     MOVE "NOT RECEIVED" TO SPLR-GAP-NOTE.
005760     PERFORM 6310-WRITE-GAP THRU 6310-EXIT
005770         VARYING SPL-GAP-SEQUENCE FROM SPL-GAP-START BY 1
005780         UNTIL SPL-GAP-SEQUENCE NOT < SPL-XMIT-SEQUENCE
005790            OR SPL-GAP-LISTED = 50.
005800     IF SPL-GAP-SEQUENCE < SPL-XMIT-SEQUENCE
005810         MOVE "NOT RECEIVED - LATER ONES NOT LISTED"
005820             TO SPLR-GAP-NOTE
005830         PERFORM 6310-WRITE-GAP THRU 6310-EXIT
005840     END-IF.
005850 6300-EXIT.
005860     EXIT.
005870 6310-WRITE-GAP.
005880     MOVE SPL-GAP-SEQUENCE TO SPLR-GAP-SEQUENCE.
005890     MOVE WS-SPL-GAP-LINE TO SPLIT-RPT-RECORD.
005900     WRITE SPLIT-RPT-RECORD.
005910     ADD 1 TO SPL-GAP-LISTED.
005920 6310-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------*
005950*    6400-REFUSE-TRANSMISSION  -  A TRANSMISSION                 *
005960*                                 THAT FAILED ITS PROOF OR THE   *
005970*                                 REGISTER IS NOT SPLIT.  THE    *
005980*                                 MANIFEST GETS ITS SUMMARY,     *
005990*                                 DEVLIST IS LEFT EMPTY AND THE  *
006000*                                 RUN ENDS RC 8.                 *
006010*----------------------------------------------------------------*
006020 6400-REFUSE-TRANSMISSION.
006030     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
006040     CLOSE LABXMIT DEVLIST SPLITRPT XMITREG.
006050     MOVE 8 TO RETURN-CODE.
006060     STOP RUN.
006070 6400-EXIT.
006080     EXIT.
