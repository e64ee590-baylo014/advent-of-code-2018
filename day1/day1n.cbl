000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. 01N.
000030 AUTHOR. R L HARTMANN.
000040 INSTALLATION. CALDEV CALIBRATION SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    MODIFICATION HISTORY                                        *
000090*----------------------------------------------------------------*
000100*    10/15/26  RLH  ORIGINAL PROGRAM - NON-REPORTING DEVICE      *
000110*                   REPORT.  01B ONLY JUDGES THE DEVICES THAT    *
000120*                   SHOW UP ON DEVLIST, AND 01S ONLY WRITES      *
000130*                   DEVLIST ENTRIES FOR THE DEVICES IT FINDS IN  *
000140*                   LABXMIT - AN ACTIVE DEVICE LEFT OUT OF THE   *
000150*                   NIGHT'S TRANSMISSION WENT UNNOTICED WHILE    *
000160*                   THE BATCH ENDED RC 0 AND MORNRPT GRADED      *
000170*                   CLEAN.  THIS STEP WALKS EVERY DM-ACTIVE      *
000180*                   DEVICE ON DEVMST, LISTS EACH ONE MISSING     *
000190*                   FROM THE NIGHT'S DEVLIST ON SILRPT WITH ITS  *
000200*                   LATEST HISTMST RUN DATE AND THE NUMBER OF    *
000210*                   CONSECUTIVE RUN DATES SINCE THEN WITH NO     *
000220*                   HISTMST RECORD.  ENDS RC 4 WHEN ANY ACTIVE   *
000230*                   DEVICE IS SILENT AND RC 8 WHEN ONE HAS BEEN  *
000240*                   SILENT LONGER THAN THE SILPARM LIMIT (OR HAS *
000250*                   NEVER RUN AT ALL).                           *
000260*----------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT SILPARM ASSIGN TO DISK
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS NPRM-FILE-STATUS.
000330     SELECT OPTIONAL DEVLIST ASSIGN TO DISK
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT OPTIONAL DEVMST ASSIGN TO DISK
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS DM-KEY
000390         FILE STATUS IS NRP-DMST-STATUS.
000400     SELECT OPTIONAL HISTMST ASSIGN TO DISK
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS HIST-KEY
000440         FILE STATUS IS NRP-HIST-STATUS.
000450     SELECT SILRPT ASSIGN TO DISK
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  SILPARM
000500     VALUE OF FILE-ID IS "SILPARM"
000510     DATA RECORD IS NPRM-RECORD.
000520 01  NPRM-RECORD.
000530     COPY FRQNPRM.
000540 FD  DEVLIST
000550     VALUE OF FILE-ID IS "DEVLIST"
000560     DATA RECORD IS DEVL-RECORD.
000570 01  DEVL-RECORD.
000580     COPY FRQDLST.
000590 FD  DEVMST
000600     VALUE OF FILE-ID IS "DEVMST"
000610     DATA RECORD IS DM-RECORD.
000620 01  DM-RECORD.
000630     COPY FRQDMST.
000640 FD  HISTMST
000650     VALUE OF FILE-ID IS "HISTMST"
000660     DATA RECORD IS HIST-RECORD.
000670 01  HIST-RECORD.
000680     COPY FRQHIST.
000690 FD  SILRPT
000700     VALUE OF FILE-ID IS "SILRPT"
000710     DATA RECORD IS NRP-RECORD.
000720 01  NRP-RECORD                  PIC X(132).
000730 WORKING-STORAGE SECTION.
000740 01  NPRM-FILE-STATUS            PIC X(02) VALUE SPACES.
000750     88  NPRM-FILE-OK             VALUE "00".
000760 01  NRP-DMST-STATUS             PIC X(02) VALUE SPACES.
000770     88  NRP-DMST-OK              VALUE "00".
000780 01  NRP-HIST-STATUS             PIC X(02) VALUE SPACES.
000790     88  NRP-HIST-OK              VALUE "00".
000800 COPY FRQNRPT.
000810 01  NRP-LIST-DONE-SW            PIC 9(01) VALUE 0.
000820     88  NRP-LIST-DONE            VALUE 1.
000830 01  NRP-DMST-DONE-SW            PIC 9(01) VALUE 0.
000840     88  NRP-DMST-DONE            VALUE 1.
000850 01  NRP-HIST-DONE-SW            PIC 9(01) VALUE 0.
000860     88  NRP-HIST-DONE            VALUE 1.
000870 01  NRP-LISTED-SW               PIC X(01) VALUE "N".
000880     88  NRP-LISTED               VALUE "Y".
000890 01  NRP-LAST-SW                 PIC X(01) VALUE "N".
000900     88  NRP-LAST-FOUND           VALUE "Y".
000910 01  NRP-RUN-DATE                PIC X(08) VALUE SPACES.
000920 01  NRP-SILENT-LIMIT            PIC 9(05) COMP VALUE 0.
000930 01  NRP-LAST-RUN-DATE           PIC X(08) VALUE SPACES.
000940 01  NRP-NEW-DATE                PIC X(08) VALUE SPACES.
000950 01  NRP-DATE-FOUND-SW           PIC X(01) VALUE "N".
000960     88  NRP-DATE-FOUND           VALUE "Y".
000970 01  NRP-PLACED-SW               PIC X(01) VALUE "N".
000980     88  NRP-PLACED               VALUE "Y".
000990 01  NRP-DX                      PIC 9(04) COMP VALUE 0.
001000 01  NRP-SILENT-RUNS             PIC 9(05) COMP VALUE 0.
001010 01  NRP-ACTIVE-COUNT            PIC 9(07) COMP VALUE 0.
001020 01  NRP-REPORTED-COUNT          PIC 9(07) COMP VALUE 0.
001030 01  NRP-SILENT-COUNT            PIC 9(07) COMP VALUE 0.
001040 01  NRP-OVER-COUNT              PIC 9(07) COMP VALUE 0.
001050*----------------------------------------------------------------*
001060*    EVERY DEVICE ON THE NIGHT'S DEVLIST, HELD FOR LOOKUP AS     *
001070*    DEVMST IS WALKED.  A DEVICE LISTED TWICE IS HELD TWICE -    *
001080*    THE FIRST ENTRY ANSWERS THE SEARCH.                         *
001090*----------------------------------------------------------------*
001100 01  NRP-LIST-AREA.
001110     05  NRP-LIST-COUNT          PIC 9(04) COMP VALUE 0.
001120     05  NRP-LIST-ENTRY
001130                OCCURS 0 TO 1000 TIMES
001140                DEPENDING ON NRP-LIST-COUNT
001150                INDEXED BY NRP-LIST-IDX.
001160         10  NRP-L-DEVICE-ID     PIC X(10).
001170*----------------------------------------------------------------*
001180*    EVERY DISTINCT RUN DATE ON HISTMST UP TO THE RUN DATE, AND  *
001190*    THE RUN DATE ITSELF, IN ASCENDING ORDER.  A SILENT DEVICE   *
001200*    HAS MISSED EACH RUN DATE LATER THAN ITS OWN LATEST ONE.     *
001210*----------------------------------------------------------------*
001220 01  NRP-DATE-AREA.
001230     05  NRP-DATE-COUNT          PIC 9(04) COMP VALUE 0.
001240     05  NRP-DATE-ENTRY
001250                OCCURS 0 TO 3000 TIMES
001260                DEPENDING ON NRP-DATE-COUNT
001270                ASCENDING KEY IS NRP-D-RUN-DATE
001280                INDEXED BY NRP-DATE-IDX.
001290         10  NRP-D-RUN-DATE      PIC X(08).
001300 PROCEDURE DIVISION.
001310*----------------------------------------------------------------*
001320*    0000-MAIN  -  PROGRAM MAINLINE.                             *
001330*----------------------------------------------------------------*
001340 0000-MAIN.
001350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001360     PERFORM 2000-LOAD-DEVLIST THRU 2000-EXIT
001370         UNTIL NRP-LIST-DONE.
001380     PERFORM 3000-CHECK-DEVICE THRU 3000-EXIT
001390         UNTIL NRP-DMST-DONE.
001400     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
001410     CLOSE DEVLIST DEVMST HISTMST SILRPT.
001420     IF NRP-OVER-COUNT > 0
001430         MOVE 8 TO RETURN-CODE
001440     ELSE
001450         IF NRP-SILENT-COUNT > 0
001460             MOVE 4 TO RETURN-CODE
001470         END-IF
001480     END-IF.
001490     STOP RUN.
001500*----------------------------------------------------------------*
001510*    1000-INITIALIZE  -  LOAD THE SILPARM CARD, SETTLE THE RUN   *
001520*                        DATE, AND OPEN THE DEVICE LIST, THE     *
001530*                        TWO MASTERS AND THE REPORT.  DEVLIST IS *
001540*                        OPTIONAL - WHEN 01S WROTE NONE, EVERY   *
001550*                        ACTIVE DEVICE FALLS OUT AS SILENT,      *
001560*                        WHICH IS THE ALARM WANTED.              *
001570*----------------------------------------------------------------*
001580 1000-INITIALIZE.
001590     ACCEPT NRP-RUN-DATE FROM DATE YYYYMMDD.
001600     OPEN INPUT SILPARM.
001610     IF NOT NPRM-FILE-OK
001620         DISPLAY "01N ABEND - SILPARM CONTROL CARD NOT FOUND"
001630         MOVE 16 TO RETURN-CODE
001640         STOP RUN
001650     END-IF.
001660     READ SILPARM
001670         AT END
001680             CONTINUE
001690     END-READ.
001700     IF NOT NPRM-FILE-OK OR NPRM-SILENT-DAYS IS NOT NUMERIC
001710         DISPLAY "01N ABEND - SILPARM SILENT-DAYS LIMIT IS "
001720             "MISSING OR NOT NUMERIC"
001730         MOVE 16 TO RETURN-CODE
001740         STOP RUN
001750     END-IF.
001760     MOVE NPRM-SILENT-DAYS TO NRP-SILENT-LIMIT.
001770     IF NPRM-RUN-DATE IS NUMERIC
001780         MOVE NPRM-RUN-DATE TO NRP-RUN-DATE
001790     END-IF.
001800     CLOSE SILPARM.
001810     OPEN INPUT DEVLIST.
001820     OPEN INPUT DEVMST.
001830     IF NOT NRP-DMST-OK AND NRP-DMST-STATUS NOT = "05"
001840         DISPLAY "01N ABEND - DEVMST DEVICE MASTER OPEN FAILED "
001850             "- FILE STATUS " NRP-DMST-STATUS
001860         MOVE 16 TO RETURN-CODE
001870         STOP RUN
001880     END-IF.
001890     OPEN INPUT HISTMST.
001900     IF NOT NRP-HIST-OK AND NRP-HIST-STATUS NOT = "05"
001910         DISPLAY "01N ABEND - HISTMST HISTORY MASTER OPEN "
001920             "FAILED - FILE STATUS " NRP-HIST-STATUS
001930         MOVE 16 TO RETURN-CODE
001940         STOP RUN
001950     END-IF.
001960     PERFORM 1100-LOAD-RUN-DATES THRU 1100-EXIT.
001970     OPEN OUTPUT SILRPT.
001980     MOVE LOW-VALUES TO DM-KEY.
001990     START DEVMST KEY IS NOT LESS THAN DM-KEY
002000         INVALID KEY
002010             MOVE 1 TO NRP-DMST-DONE-SW
002020     END-START.
002030 1000-EXIT.
002040     EXIT.
002050*----------------------------------------------------------------*
002060*    1100-LOAD-RUN-DATES  -  WALK THE WHOLE OF HISTMST AND       *
002070*                            KEEP EACH DISTINCT RUN DATE UP TO   *
002080*                            THE RUN DATE.  THE RUN DATE ITSELF  *
002090*                            GOES IN FIRST, SO TONIGHT COUNTS AS *
002100*                            A MISSED RUN EVEN BEFORE ANY DEVICE *
002110*                            HAS A RECORD FOR IT.                *
002120*----------------------------------------------------------------*
002130 1100-LOAD-RUN-DATES.
002140     MOVE NRP-RUN-DATE TO NRP-NEW-DATE.
002150     PERFORM 1120-ADD-RUN-DATE THRU 1120-EXIT.
002160     MOVE 0 TO NRP-HIST-DONE-SW.
002170     MOVE LOW-VALUES TO HIST-KEY.
002180     START HISTMST KEY IS NOT LESS THAN HIST-KEY
002190         INVALID KEY
002200             MOVE 1 TO NRP-HIST-DONE-SW
002210     END-START.
002220     PERFORM 1110-READ-RUN-DATE THRU 1110-EXIT
002230         UNTIL NRP-HIST-DONE.
002240 1100-EXIT.
002250     EXIT.
002260 1110-READ-RUN-DATE.
002270     READ HISTMST NEXT RECORD
002280         AT END
002290             MOVE 1 TO NRP-HIST-DONE-SW
002300             GO TO 1110-EXIT
002310     END-READ.
002320     IF HIST-RUN-DATE > NRP-RUN-DATE
002330         GO TO 1110-EXIT
002340     END-IF.
002350     MOVE HIST-RUN-DATE TO NRP-NEW-DATE.
002360     PERFORM 1120-ADD-RUN-DATE THRU 1120-EXIT.
002370 1110-EXIT.
002380     EXIT.
002390*----------------------------------------------------------------*
002400*    1120-ADD-RUN-DATE  -  ENTER NRP-NEW-DATE IN THE RUN-DATE    *
002410*                          TABLE IN ITS PLACE, UNLESS IT IS      *
002420*                          ALREADY THERE.  THE LATER DATES MOVE  *
002430*                          UP ONE TO MAKE ROOM (1130).           *
002440*----------------------------------------------------------------*
002450 1120-ADD-RUN-DATE.
002460     MOVE "N" TO NRP-DATE-FOUND-SW.
002470     IF NRP-DATE-COUNT > 0
002480         SEARCH ALL NRP-DATE-ENTRY
002490             AT END
002500                 CONTINUE
002510             WHEN NRP-D-RUN-DATE(NRP-DATE-IDX) = NRP-NEW-DATE
002520                 MOVE "Y" TO NRP-DATE-FOUND-SW
002530         END-SEARCH
002540     END-IF.
002550     IF NRP-DATE-FOUND
002560         GO TO 1120-EXIT
002570     END-IF.
002580     IF NRP-DATE-COUNT >= 3000
002590         DISPLAY "01N ABEND - MORE THAN 3000 RUN DATES ON HISTMST"
002600         MOVE 16 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630     MOVE NRP-DATE-COUNT TO NRP-DX.
002640     ADD 1 TO NRP-DATE-COUNT.
002650     MOVE "N" TO NRP-PLACED-SW.
002660     PERFORM 1130-MAKE-ROOM THRU 1130-EXIT
002670         UNTIL NRP-PLACED.
002680     MOVE NRP-NEW-DATE TO NRP-D-RUN-DATE(NRP-DX + 1).
002690 1120-EXIT.
002700     EXIT.
002710 1130-MAKE-ROOM.
002720     IF NRP-DX = 0
002730         MOVE "Y" TO NRP-PLACED-SW
002740         GO TO 1130-EXIT
002750     END-IF.
002760     IF NRP-D-RUN-DATE(NRP-DX) < NRP-NEW-DATE
002770         MOVE "Y" TO NRP-PLACED-SW
002780         GO TO 1130-EXIT
002790     END-IF.
002800     MOVE NRP-D-RUN-DATE(NRP-DX) TO NRP-D-RUN-DATE(NRP-DX + 1).
002810     SUBTRACT 1 FROM NRP-DX.
002820 1130-EXIT.
002830     EXIT.
002840*----------------------------------------------------------------*
002850*    2000-LOAD-DEVLIST  -  HOLD ONE DEVLIST ENTRY FOR LOOKUP.    *
002860*----------------------------------------------------------------*
002870 2000-LOAD-DEVLIST.
002880     READ DEVLIST
002890         AT END
002900             MOVE 1 TO NRP-LIST-DONE-SW
002910     END-READ.
002920     IF NOT NRP-LIST-DONE
002930         IF NRP-LIST-COUNT >= 1000
002940             DISPLAY "01N ABEND - MORE THAN 1000 DEVLIST ENTRIES "
002950                 "TO CHECK"
002960             MOVE 16 TO RETURN-CODE
002970             STOP RUN
002980         END-IF
002990         ADD 1 TO NRP-LIST-COUNT
003000         MOVE DEVL-DEVICE-ID TO NRP-L-DEVICE-ID(NRP-LIST-COUNT)
003010     END-IF.
003020 2000-EXIT.
003030     EXIT.
003040*----------------------------------------------------------------*
003050*    3000-CHECK-DEVICE  -  ONE DEVMST RECORD IN KEY ORDER.  A    *
003060*                          RETIRED DEVICE IS NOT EXPECTED TO     *
003070*                          REPORT AND IS PASSED OVER.  AN ACTIVE *
003080*                          DEVICE NOT FOUND ON DEVLIST IS        *
003090*                          SILENT TONIGHT.                       *
003100*----------------------------------------------------------------*
003110 3000-CHECK-DEVICE.
003120     READ DEVMST NEXT RECORD
003130         AT END
003140             MOVE 1 TO NRP-DMST-DONE-SW
003150     END-READ.
003160     IF NRP-DMST-DONE
003170         GO TO 3000-EXIT
003180     END-IF.
003190     IF NOT DM-ACTIVE
003200         GO TO 3000-EXIT
003210     END-IF.
003220     ADD 1 TO NRP-ACTIVE-COUNT.
003230     MOVE "N" TO NRP-LISTED-SW.
003240     IF NRP-LIST-COUNT > 0
003250         SET NRP-LIST-IDX TO 1
003260         SEARCH NRP-LIST-ENTRY
003270             AT END
003280                 CONTINUE
003290             WHEN NRP-L-DEVICE-ID(NRP-LIST-IDX) = DM-DEVICE-ID
003300                 MOVE "Y" TO NRP-LISTED-SW
003310         END-SEARCH
003320     END-IF.
003330     IF NRP-LISTED
003340         ADD 1 TO NRP-REPORTED-COUNT
003350     ELSE
003360         PERFORM 3100-FIND-LAST-RUN THRU 3100-EXIT
003370         PERFORM 3300-REPORT-SILENT THRU 3300-EXIT
003380     END-IF.
003390 3000-EXIT.
003400     EXIT.
003410*----------------------------------------------------------------*
003420*    3100-FIND-LAST-RUN  -  WALK THE DEVICE'S RETAINED RUNS IN   *
003430*                           ASCENDING RUN-DATE ORDER AND KEEP    *
003440*                           THE LATEST ONE DATED ON OR BEFORE    *
003450*                           THE RUN DATE, SO A RERUN FOR AN      *
003460*                           OLDER CYCLE IS NOT FOOLED BY LATER   *
003470*                           HISTORY.                             *
003480*----------------------------------------------------------------*
003490 3100-FIND-LAST-RUN.
003500     MOVE "N" TO NRP-LAST-SW.
003510     MOVE SPACES TO NRP-LAST-RUN-DATE.
003520     MOVE 0 TO NRP-HIST-DONE-SW.
003530     MOVE DM-DEVICE-ID TO HIST-DEVICE-ID.
003540     MOVE LOW-VALUES TO HIST-RUN-DATE.
003550     START HISTMST KEY IS NOT LESS THAN HIST-KEY
003560         INVALID KEY
003570             MOVE 1 TO NRP-HIST-DONE-SW
003580     END-START.
003590     PERFORM 3200-READ-HISTORY THRU 3200-EXIT
003600         UNTIL NRP-HIST-DONE.
003610 3100-EXIT.
003620     EXIT.
003630 3200-READ-HISTORY.
003640     READ HISTMST NEXT RECORD
003650         AT END
003660             MOVE 1 TO NRP-HIST-DONE-SW
003670     END-READ.
003680     IF NOT NRP-HIST-DONE
003690         IF HIST-DEVICE-ID NOT = DM-DEVICE-ID
003700             OR HIST-RUN-DATE > NRP-RUN-DATE
003710             MOVE 1 TO NRP-HIST-DONE-SW
003720         ELSE
003730             MOVE HIST-RUN-DATE TO NRP-LAST-RUN-DATE
003740             MOVE "Y" TO NRP-LAST-SW
003750         END-IF
003760     END-IF.
003770 3200-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------*
003800*    3300-REPORT-SILENT  -  LIST ONE SILENT DEVICE.  ITS SILENT  *
003810*                           RUNS ARE THE RUN DATES ON HISTMST,   *
003820*                           AND TONIGHT, LATER THAN ITS OWN      *
003830*                           LATEST HISTMST RUN - THE CYCLES IT   *
003840*                           MISSED, SO A WEEKEND OR HOLIDAY WITH *
003850*                           NO CYCLE IS NOT HELD AGAINST IT.  A  *
003860*                           DEVICE WITH NO HISTORY AT ALL HAS    *
003870*                           NEVER BEEN CALIBRATED AND IS OVER    *
003880*                           THE LIMIT BY DEFINITION.             *
003890*----------------------------------------------------------------*
003900 3300-REPORT-SILENT.
003910     ADD 1 TO NRP-SILENT-COUNT.
003920     MOVE DM-DEVICE-ID TO NRPT-DEVICE-ID.
003930     IF NRP-LAST-FOUND
003940         MOVE NRP-LAST-RUN-DATE TO NRPT-LAST-RUN-DATE
003950         MOVE 0 TO NRP-SILENT-RUNS
003960         PERFORM 3310-COUNT-MISSED THRU 3310-EXIT
003970             VARYING NRP-DX FROM 1 BY 1
003980             UNTIL NRP-DX > NRP-DATE-COUNT
003990         MOVE NRP-SILENT-RUNS TO NRPT-SILENT-RUNS
004000         IF NRP-SILENT-RUNS > NRP-SILENT-LIMIT
004010             ADD 1 TO NRP-OVER-COUNT
004020             MOVE "OVER LIMIT" TO NRPT-STATUS
004030         ELSE
004040             MOVE "WITHIN LIMIT" TO NRPT-STATUS
004050         END-IF
004060     ELSE
004070         ADD 1 TO NRP-OVER-COUNT
004080         MOVE "NONE" TO NRPT-LAST-RUN-DATE
004090         MOVE 0 TO NRPT-SILENT-RUNS
004100         MOVE "NO HISTORY" TO NRPT-STATUS
004110     END-IF.
004120     MOVE WS-NRP-DTL-LINE TO NRP-RECORD.
004130     WRITE NRP-RECORD.
004140 3300-EXIT.
004150     EXIT.
004160 3310-COUNT-MISSED.
004170     IF NRP-D-RUN-DATE(NRP-DX) > NRP-LAST-RUN-DATE
004180         ADD 1 TO NRP-SILENT-RUNS
004190     END-IF.
004200 3310-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------*
004230*    5000-WRITE-SUMMARY  -  WRITE THE TRAILING RUN-COUNT LINE.   *
004240*----------------------------------------------------------------*
004250 5000-WRITE-SUMMARY.
004260     MOVE NRP-RUN-DATE TO NRPT-RUN-DATE.
004270     MOVE NRP-ACTIVE-COUNT TO NRPT-ACTIVE-COUNT.
004280     MOVE NRP-REPORTED-COUNT TO NRPT-REPORTED-COUNT.
004290     MOVE NRP-SILENT-COUNT TO NRPT-SILENT-COUNT.
004300     MOVE NRP-OVER-COUNT TO NRPT-OVER-COUNT.
004310     MOVE WS-NRP-SUM-LINE TO NRP-RECORD.
004320     WRITE NRP-RECORD.
004330 5000-EXIT.
004340     EXIT.
