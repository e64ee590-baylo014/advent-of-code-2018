000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. 01U.
000030 AUTHOR. R L HARTMANN.
000040 INSTALLATION. CALDEV CALIBRATION SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    MODIFICATION HISTORY                                        *
000090*----------------------------------------------------------------*
000100*    10/15/26  RLH  ORIGINAL PROGRAM - MONTH-END CALIBRATION     *
000110*                   CHARGE-BACK.  FINANCE HAS BEEN SPLITTING THE *
000120*                   LAB'S COST ACROSS DEPARTMENTS BY HEADCOUNT;  *
000130*                   THIS STEP CHARGES EACH OWNING DEPARTMENT AND *
000140*                   COST CENTRE ON DEVMST FOR WHAT ITS DEVICES   *
000150*                   ACTUALLY USED IN THE MONTH - DEVICES RUN,    *
000160*                   CALIBRATION RUNS ON HISTMST, COMMANDS        *
000170*                   APPLIED ON AUDMST, AND PART-B REPEAT HUNTS   *
000180*                   WITH THEIR PASS COUNTS - PRICED FROM THE     *
000190*                   CHRGRATE RATE TABLE.  LISTS THE CHARGES ON   *
000200*                   CHRGRPT AND WRITES THE CHRGEXT EXTRACT FOR   *
000210*                   THE FINANCE LOAD.  THE MONTH IS TAKEN FROM   *
000220*                   CHRGPARM, OR IS THE MONTH BEFORE THE RUN     *
000230*                   DATE WHEN THE CARD LEAVES IT BLANK.  ENDS RC *
000240*                   4 WHEN A DEVICE THAT RAN HAS NO OWNER ON     *
000250*                   DEVMST.                                      *
000260*----------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CHRGPARM ASSIGN TO DISK
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS UPRM-FILE-STATUS.
000330     SELECT CHRGRATE ASSIGN TO DISK
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS URAT-FILE-STATUS.
000360     SELECT OPTIONAL DEVMST ASSIGN TO DISK
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS DM-KEY
000400         FILE STATUS IS CBK-DMST-STATUS.
000410     SELECT OPTIONAL HISTMST ASSIGN TO DISK
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS HIST-KEY
000450         FILE STATUS IS CBK-HIST-STATUS.
000460     SELECT OPTIONAL AUDMST ASSIGN TO DISK
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS AUDM-KEY
000500         FILE STATUS IS CBK-AUDM-STATUS.
000510     SELECT CHRGRPT ASSIGN TO DISK
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT CHRGEXT ASSIGN TO DISK
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CHRGPARM
000580     VALUE OF FILE-ID IS "CHRGPARM"
000590     DATA RECORD IS UPRM-RECORD.
000600 01  UPRM-RECORD.
000610     COPY FRQUPRM.
000620 FD  CHRGRATE
000630     VALUE OF FILE-ID IS "CHRGRATE"
000640     DATA RECORD IS URAT-RECORD.
000650 01  URAT-RECORD.
000660     COPY FRQURAT.
000670 FD  DEVMST
000680     VALUE OF FILE-ID IS "DEVMST"
000690     DATA RECORD IS DM-RECORD.
000700 01  DM-RECORD.
000710     COPY FRQDMST.
000720 FD  HISTMST
000730     VALUE OF FILE-ID IS "HISTMST"
000740     DATA RECORD IS HIST-RECORD.
000750 01  HIST-RECORD.
000760     COPY FRQHIST.
000770 FD  AUDMST
000780     VALUE OF FILE-ID IS "AUDMST"
000790     DATA RECORD IS AUDM-RECORD.
000800 01  AUDM-RECORD.
000810     COPY FRQAMST.
000820 FD  CHRGRPT
000830     VALUE OF FILE-ID IS "CHRGRPT"
000840     DATA RECORD IS CBK-RECORD.
000850 01  CBK-RECORD                  PIC X(200).
000860 FD  CHRGEXT
000870     VALUE OF FILE-ID IS "CHRGEXT"
000880     DATA RECORD IS UEXT-RECORD.
000890 01  UEXT-RECORD.
000900     COPY FRQUEXT.
000910 WORKING-STORAGE SECTION.
000920 01  UPRM-FILE-STATUS            PIC X(02) VALUE SPACES.
000930     88  UPRM-FILE-OK             VALUE "00".
000940 01  URAT-FILE-STATUS            PIC X(02) VALUE SPACES.
000950     88  URAT-FILE-OK             VALUE "00".
000960 01  CBK-DMST-STATUS             PIC X(02) VALUE SPACES.
000970     88  CBK-DMST-OK              VALUE "00".
000980 01  CBK-HIST-STATUS             PIC X(02) VALUE SPACES.
000990     88  CBK-HIST-OK              VALUE "00".
001000 01  CBK-AUDM-STATUS             PIC X(02) VALUE SPACES.
001010     88  CBK-AUDM-OK              VALUE "00".
001020 COPY FRQURPT.
001030 01  CBK-RATE-DONE-SW            PIC 9(01) VALUE 0.
001040     88  CBK-RATE-DONE            VALUE 1.
001050 01  CBK-DMST-DONE-SW            PIC 9(01) VALUE 0.
001060     88  CBK-DMST-DONE            VALUE 1.
001070 01  CBK-HIST-DONE-SW            PIC 9(01) VALUE 0.
001080     88  CBK-HIST-DONE            VALUE 1.
001090 01  CBK-AUDM-DONE-SW            PIC 9(01) VALUE 0.
001100     88  CBK-AUDM-DONE            VALUE 1.
001110 01  CBK-RATE-FOUND-SW           PIC X(01) VALUE "N".
001120     88  CBK-RATE-FOUND           VALUE "Y".
001130 01  CBK-SCAN-STOP-SW            PIC X(01) VALUE "N".
001140     88  CBK-SCAN-STOP            VALUE "Y".
001150 01  CBK-RUN-DATE.
001160     05  CBK-RUN-YYYY            PIC 9(04).
001170     05  CBK-RUN-MM              PIC 9(02).
001180     05  CBK-RUN-DD              PIC 9(02).
001190 01  CBK-MONTH.
001200     05  CBK-MONTH-YYYY          PIC 9(04).
001210     05  CBK-MONTH-MM            PIC 9(02).
001220*----------------------------------------------------------------*
001230*    THE MONTH'S RUN DATES RUN FROM YYYYMM01 TO NO LATER THAN    *
001240*    YYYYMM99, SO THE BOUNDS NEED NO CALENDAR.                   *
001250*----------------------------------------------------------------*
001260 01  CBK-MONTH-START.
001270     05  CBK-START-MONTH         PIC X(06).
001280     05  FILLER                  PIC X(02) VALUE "01".
001290 01  CBK-MONTH-END.
001300     05  CBK-END-MONTH           PIC X(06).
001310     05  FILLER                  PIC X(02) VALUE "99".
001320 01  CBK-DEV-RUNS                PIC 9(07) COMP VALUE 0.
001330 01  CBK-DEV-COMMANDS            PIC 9(09) COMP VALUE 0.
001340 01  CBK-DEV-HUNTS               PIC 9(07) COMP VALUE 0.
001350 01  CBK-DEV-PASSES              PIC 9(09) COMP VALUE 0.
001360 01  CBK-DEVICE-COUNT            PIC 9(07) COMP VALUE 0.
001370 01  CBK-RUN-COUNT               PIC 9(07) COMP VALUE 0.
001380 01  CBK-COMMAND-COUNT           PIC 9(09) COMP VALUE 0.
001390 01  CBK-HUNT-COUNT              PIC 9(07) COMP VALUE 0.
001400 01  CBK-PASS-COUNT              PIC 9(09) COMP VALUE 0.
001410 01  CBK-UNOWNED-COUNT           PIC 9(07) COMP VALUE 0.
001420 01  CBK-EXTRACT-COUNT           PIC 9(05) COMP VALUE 0.
001430 01  CBK-TOTAL-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
001440 01  CBK-FIND-CODE               PIC X(04) VALUE SPACES.
001450 01  CBK-FIND-DEPARTMENT         PIC X(08) VALUE SPACES.
001460 01  CBK-FIND-RATE               PIC 9(05)V9(04) VALUE 0.
001470 01  CBK-DEV-RATE                PIC 9(05)V9(04) VALUE 0.
001480 01  CBK-RUN-RATE                PIC 9(05)V9(04) VALUE 0.
001490 01  CBK-CMD-RATE                PIC 9(05)V9(04) VALUE 0.
001500 01  CBK-HUNT-RATE               PIC 9(05)V9(04) VALUE 0.
001510 01  CBK-PASS-RATE               PIC 9(05)V9(04) VALUE 0.
001520 01  CBK-CODE-SUB                PIC 9(04) COMP VALUE 0.
001530 01  CBK-RATE-SUB                PIC 9(04) COMP VALUE 0.
001540 01  CBK-OWN-SUB                 PIC 9(04) COMP VALUE 0.
001550 01  CBK-MOVE-SUB                PIC 9(04) COMP VALUE 0.
001560 01  CBK-PREV-SUB                PIC 9(04) COMP VALUE 0.
001570*----------------------------------------------------------------*
001580*    THE FIVE THINGS PRICED.  EACH MUST HAVE A HOUSE RATE ON     *
001590*    CHRGRATE.                                                   *
001600*----------------------------------------------------------------*
001610 01  CBK-CODE-VALUES.
001620     05  FILLER                  PIC X(20)
001630                                 VALUE "DEV RUN CMD HUNTPASS".
001640 01  CBK-CODE-TABLE REDEFINES CBK-CODE-VALUES.
001650     05  CBK-CODE                PIC X(04) OCCURS 5 TIMES.
001660*----------------------------------------------------------------*
001670*    THE CHRGRATE TABLE, HELD FOR LOOKUP.  A BLANK DEPARTMENT IS *
001680*    THE HOUSE RATE FOR THE CODE.                                *
001690*----------------------------------------------------------------*
001700 01  CBK-RATE-AREA.
001710     05  CBK-RATE-COUNT          PIC 9(04) COMP VALUE 0.
001720     05  CBK-RATE-ENTRY
001730                OCCURS 0 TO 200 TIMES
001740                DEPENDING ON CBK-RATE-COUNT
001750                INDEXED BY CBK-RATE-IDX.
001760         10  CBK-R-CODE          PIC X(04).
001770         10  CBK-R-DEPARTMENT    PIC X(08).
001780         10  CBK-R-RATE          PIC 9(05)V9(04).
001790*----------------------------------------------------------------*
001800*    ONE ENTRY PER DEPARTMENT AND COST CENTRE CHARGED, KEPT IN   *
001810*    OWNER ORDER AS THE ENTRIES ARE ADDED SO THE REPORT AND      *
001820*    EXTRACT COME OUT SORTED.  DEVICES WITH NO OWNER GATHER      *
001830*    UNDER THE BLANK OWNER, WHICH SORTS FIRST.                   *
001840*----------------------------------------------------------------*
001850 01  CBK-OWNER-KEY.
001860     05  CBK-OWNER-DEPARTMENT    PIC X(08).
001870     05  CBK-OWNER-COST-CENTRE   PIC X(10).
001880 01  CBK-OWNER-AREA.
001890     05  CBK-OWNER-COUNT         PIC 9(04) COMP VALUE 0.
001900     05  CBK-OWNER-ENTRY
001910                OCCURS 0 TO 1000 TIMES
001920                DEPENDING ON CBK-OWNER-COUNT.
001930         10  CBK-O-KEY.
001940             15  CBK-O-DEPARTMENT    PIC X(08).
001950             15  CBK-O-COST-CENTRE   PIC X(10).
001960         10  CBK-O-DEVICES       PIC 9(07) COMP.
001970         10  CBK-O-RUNS          PIC 9(07) COMP.
001980         10  CBK-O-COMMANDS      PIC 9(09) COMP.
001990         10  CBK-O-HUNTS         PIC 9(07) COMP.
002000         10  CBK-O-PASSES        PIC 9(09) COMP.
002010         10  CBK-O-AMOUNT        PIC S9(11)V99 COMP-3.
002020 PROCEDURE DIVISION.
002030*----------------------------------------------------------------*
002040*    0000-MAIN  -  PROGRAM MAINLINE.                             *
002050*----------------------------------------------------------------*
002060 0000-MAIN.
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002080     PERFORM 3000-CHARGE-DEVICE THRU 3000-EXIT
002090         UNTIL CBK-DMST-DONE.
002100     PERFORM 4000-PRICE-OWNER THRU 4000-EXIT
002110         VARYING CBK-OWN-SUB FROM 1 BY 1
002120         UNTIL CBK-OWN-SUB > CBK-OWNER-COUNT.
002130     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
002140     CLOSE DEVMST HISTMST AUDMST CHRGRPT CHRGEXT.
002150     IF CBK-UNOWNED-COUNT > 0
002160         MOVE 4 TO RETURN-CODE
002170     END-IF.
002180     STOP RUN.
002190*----------------------------------------------------------------*
002200*    1000-INITIALIZE  -  SETTLE THE MONTH FROM THE CHRGPARM      *
002210*                        CARD, LOAD AND PROVE THE RATE TABLE,    *
002220*                        OPEN THE THREE MASTERS, THE REPORT AND  *
002230*                        THE EXTRACT, AND HEAD THE REPORT WITH   *
002240*                        THE MONTH AND THE RATES IT WAS PRICED   *
002250*                        AT.  THE CARD AND THE RATE TABLE ARE    *
002260*                        BOTH REQUIRED - A CHARGE-BACK PRICED AT *
002270*                        GUESSED RATES IS WORSE THAN NONE.       *
002280*----------------------------------------------------------------*
002290 1000-INITIALIZE.
002300     ACCEPT CBK-RUN-DATE FROM DATE YYYYMMDD.
002310     OPEN INPUT CHRGPARM.
002320     IF NOT UPRM-FILE-OK
002330         DISPLAY "01U ABEND - CHRGPARM CONTROL CARD NOT FOUND"
002340         MOVE 16 TO RETURN-CODE
002350         STOP RUN
002360     END-IF.
002370     READ CHRGPARM
002380         AT END
002390             MOVE SPACES TO UPRM-MONTH
002400     END-READ.
002410     CLOSE CHRGPARM.
002420     PERFORM 1100-SET-MONTH THRU 1100-EXIT.
002430     OPEN INPUT CHRGRATE.
002440     IF NOT URAT-FILE-OK
002450         DISPLAY "01U ABEND - CHRGRATE RATE TABLE NOT FOUND"
002460         MOVE 16 TO RETURN-CODE
002470         STOP RUN
002480     END-IF.
002490     PERFORM 1200-LOAD-RATE THRU 1200-EXIT
002500         UNTIL CBK-RATE-DONE.
002510     CLOSE CHRGRATE.
002520     PERFORM 1300-CHECK-HOUSE-RATE THRU 1300-EXIT
002530         VARYING CBK-CODE-SUB FROM 1 BY 1
002540         UNTIL CBK-CODE-SUB > 5.
002550     OPEN INPUT DEVMST.
002560     IF NOT CBK-DMST-OK AND CBK-DMST-STATUS NOT = "05"
002570         DISPLAY "01U ABEND - DEVMST DEVICE MASTER OPEN FAILED "
002580             "- FILE STATUS " CBK-DMST-STATUS
002590         MOVE 16 TO RETURN-CODE
002600         STOP RUN
002610     END-IF.
002620     OPEN INPUT HISTMST.
002630     IF NOT CBK-HIST-OK AND CBK-HIST-STATUS NOT = "05"
002640         DISPLAY "01U ABEND - HISTMST HISTORY MASTER OPEN "
002650             "FAILED - FILE STATUS " CBK-HIST-STATUS
002660         MOVE 16 TO RETURN-CODE
002670         STOP RUN
002680     END-IF.
002690     OPEN INPUT AUDMST.
002700     IF NOT CBK-AUDM-OK AND CBK-AUDM-STATUS NOT = "05"
002710         DISPLAY "01U ABEND - AUDMST AUDIT STORE OPEN FAILED - "
002720             "FILE STATUS " CBK-AUDM-STATUS
002730         MOVE 16 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002760     OPEN OUTPUT CHRGRPT.
002770     OPEN OUTPUT CHRGEXT.
002780     MOVE CBK-MONTH TO URPT-HDR-MONTH.
002790     MOVE CBK-RUN-DATE TO URPT-HDR-RUN-DATE.
002800     MOVE WS-CBK-HDR-LINE TO CBK-RECORD.
002810     WRITE CBK-RECORD.
002820     PERFORM 1400-LIST-RATE THRU 1400-EXIT
002830         VARYING CBK-RATE-SUB FROM 1 BY 1
002840         UNTIL CBK-RATE-SUB > CBK-RATE-COUNT.
002850     MOVE LOW-VALUES TO DM-KEY.
002860     START DEVMST KEY IS NOT LESS THAN DM-KEY
002870         INVALID KEY
002880             MOVE 1 TO CBK-DMST-DONE-SW
002890     END-START.
002900 1000-EXIT.
002910     EXIT.
002920*----------------------------------------------------------------*
002930*    1100-SET-MONTH  -  TAKE THE MONTH FROM THE CARD, OR WHEN    *
002940*                       THE CARD LEAVES IT BLANK THE CALENDAR    *
002950*                       MONTH BEFORE THE RUN DATE, AND SET THE   *
002960*                       FIRST AND LAST RUN DATES IT COVERS.      *
002970*----------------------------------------------------------------*
002980 1100-SET-MONTH.
002990     IF UPRM-MONTH = SPACES
003000         MOVE CBK-RUN-YYYY TO CBK-MONTH-YYYY
003010         IF CBK-RUN-MM = 1
003020             SUBTRACT 1 FROM CBK-MONTH-YYYY
003030             MOVE 12 TO CBK-MONTH-MM
003040         ELSE
003050             COMPUTE CBK-MONTH-MM = CBK-RUN-MM - 1
003060         END-IF
003070     ELSE
003080         IF UPRM-MONTH IS NOT NUMERIC
003090             DISPLAY "01U ABEND - CHRGPARM MONTH " UPRM-MONTH
003100                 " IS NOT NUMERIC"
003110             MOVE 16 TO RETURN-CODE
003120             STOP RUN
003130         END-IF
003140         MOVE UPRM-MONTH TO CBK-MONTH
003150         IF CBK-MONTH-MM < 1 OR CBK-MONTH-MM > 12
003160             DISPLAY "01U ABEND - CHRGPARM MONTH " UPRM-MONTH
003170                 " IS NOT A CALENDAR MONTH"
003180             MOVE 16 TO RETURN-CODE
003190             STOP RUN
003200         END-IF
003210     END-IF.
003220     MOVE CBK-MONTH TO CBK-START-MONTH.
003230     MOVE CBK-MONTH TO CBK-END-MONTH.
003240 1100-EXIT.
003250     EXIT.
003260*----------------------------------------------------------------*
003270*    1200-LOAD-RATE  -  ONE CHRGRATE RECORD.  AN UNKNOWN CODE, A *
003280*                       RATE THAT IS NOT NUMERIC OR A SECOND     *
003290*                       RATE FOR THE SAME CODE AND DEPARTMENT    *
003300*                       STOPS THE RUN - FINANCE WOULD OTHERWISE  *
003310*                       BE BILLED AT WHICHEVER RATE HAPPENED TO  *
003320*                       BE READ FIRST.                           *
003330*----------------------------------------------------------------*
003340 1200-LOAD-RATE.
003350     READ CHRGRATE
003360         AT END
003370             MOVE 1 TO CBK-RATE-DONE-SW
003380     END-READ.
003390     IF CBK-RATE-DONE
003400         GO TO 1200-EXIT
003410     END-IF.
003420     IF NOT URAT-CODE-VALID OR URAT-RATE IS NOT NUMERIC
003430         DISPLAY "01U ABEND - CHRGRATE RECORD FOR CODE " URAT-CODE
003440             " DEPARTMENT " URAT-DEPARTMENT " IS NOT VALID"
003450         MOVE 16 TO RETURN-CODE
003460         STOP RUN
003470     END-IF.
003480     MOVE URAT-CODE TO CBK-FIND-CODE.
003490     MOVE URAT-DEPARTMENT TO CBK-FIND-DEPARTMENT.
003500     PERFORM 4300-SEARCH-RATE THRU 4300-EXIT.
003510     IF CBK-RATE-FOUND
003520         DISPLAY "01U ABEND - CHRGRATE HAS TWO RATES FOR CODE "
003530             URAT-CODE " DEPARTMENT " URAT-DEPARTMENT
003540         MOVE 16 TO RETURN-CODE
003550         STOP RUN
003560     END-IF.
003570     IF CBK-RATE-COUNT >= 200
003580         DISPLAY "01U ABEND - MORE THAN 200 CHRGRATE RATES"
003590         MOVE 16 TO RETURN-CODE
003600         STOP RUN
003610     END-IF.
003620     ADD 1 TO CBK-RATE-COUNT.
003630     MOVE URAT-CODE TO CBK-R-CODE(CBK-RATE-COUNT).
003640     MOVE URAT-DEPARTMENT TO CBK-R-DEPARTMENT(CBK-RATE-COUNT).
003650     MOVE URAT-RATE TO CBK-R-RATE(CBK-RATE-COUNT).
003660 1200-EXIT.
003670     EXIT.
003680*----------------------------------------------------------------*
003690*    1300-CHECK-HOUSE-RATE  -  EVERY CODE PRICED MUST HAVE A     *
003700*                              HOUSE RATE, SO A DEPARTMENT WITH  *
003710*                              NO RATE OF ITS OWN IS NEVER       *
003720*                              CHARGED NOTHING BY DEFAULT.       *
003730*----------------------------------------------------------------*
003740 1300-CHECK-HOUSE-RATE.
003750     MOVE CBK-CODE(CBK-CODE-SUB) TO CBK-FIND-CODE.
003760     MOVE SPACES TO CBK-FIND-DEPARTMENT.
003770     PERFORM 4300-SEARCH-RATE THRU 4300-EXIT.
003780     IF NOT CBK-RATE-FOUND
003790         DISPLAY "01U ABEND - CHRGRATE HAS NO HOUSE RATE FOR "
003800             "CODE " CBK-FIND-CODE
003810         MOVE 16 TO RETURN-CODE
003820         STOP RUN
003830     END-IF.
003840 1300-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------*
003870*    1400-LIST-RATE  -  LIST ONE RATE AT THE HEAD OF THE REPORT, *
003880*                       SO THE CHARGES BELOW CAN BE CHECKED BY   *
003890*                       HAND.                                    *
003900*----------------------------------------------------------------*
003910 1400-LIST-RATE.
003920     MOVE CBK-R-CODE(CBK-RATE-SUB) TO URPT-RATE-CODE.
003930     IF CBK-R-DEPARTMENT(CBK-RATE-SUB) = SPACES
003940         MOVE "HOUSE" TO URPT-RATE-DEPARTMENT
003950     ELSE
003960         MOVE CBK-R-DEPARTMENT(CBK-RATE-SUB)
003970             TO URPT-RATE-DEPARTMENT
003980     END-IF.
003990     MOVE CBK-R-RATE(CBK-RATE-SUB) TO URPT-RATE.
004000     MOVE WS-CBK-RATE-LINE TO CBK-RECORD.
004010     WRITE CBK-RECORD.
004020 1400-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------*
004050*    3000-CHARGE-DEVICE  -  ONE DEVMST RECORD IN KEY ORDER.      *
004060*                           RETIRED DEVICES ARE WALKED TOO - ONE *
004070*                           RETIRED PART-WAY THROUGH THE MONTH   *
004080*                           STILL RAN BEFORE IT WAS RETIRED.  A  *
004090*                           DEVICE WITH NO RUN AND NO COMMAND IN *
004100*                           THE MONTH IS NOT CHARGED.  THE       *
004110*                           CHARGE GOES TO THE OWNER ON DEVMST   *
004120*                           TODAY.                               *
004130*----------------------------------------------------------------*
004140 3000-CHARGE-DEVICE.
004150     READ DEVMST NEXT RECORD
004160         AT END
004170             MOVE 1 TO CBK-DMST-DONE-SW
004180     END-READ.
004190     IF CBK-DMST-DONE
004200         GO TO 3000-EXIT
004210     END-IF.
004220     PERFORM 3100-COUNT-RUNS THRU 3100-EXIT.
004230     PERFORM 3300-COUNT-COMMANDS THRU 3300-EXIT.
004240     IF CBK-DEV-RUNS = 0 AND CBK-DEV-COMMANDS = 0
004250         GO TO 3000-EXIT
004260     END-IF.
004270     IF DM-DEPARTMENT = SPACES
004280         ADD 1 TO CBK-UNOWNED-COUNT
004290         DISPLAY "01U WARNING - DEVICE " DM-DEVICE-ID
004300             " HAS NO OWNER ON DEVMST - CHARGED AS NO OWNER"
004310     END-IF.
004320     MOVE DM-DEPARTMENT TO CBK-OWNER-DEPARTMENT.
004330     MOVE DM-COST-CENTRE TO CBK-OWNER-COST-CENTRE.
004340     PERFORM 3500-FIND-OWNER THRU 3500-EXIT.
004350     IF CBK-DEV-RUNS > 0
004360         ADD 1 TO CBK-O-DEVICES(CBK-OWN-SUB)
004370         ADD 1 TO CBK-DEVICE-COUNT
004380     END-IF.
004390     ADD CBK-DEV-RUNS TO CBK-O-RUNS(CBK-OWN-SUB).
004400     ADD CBK-DEV-COMMANDS TO CBK-O-COMMANDS(CBK-OWN-SUB).
004410     ADD CBK-DEV-HUNTS TO CBK-O-HUNTS(CBK-OWN-SUB).
004420     ADD CBK-DEV-PASSES TO CBK-O-PASSES(CBK-OWN-SUB).
004430 3000-EXIT.
004440     EXIT.
004450*----------------------------------------------------------------*
004460*    3100-COUNT-RUNS  -  COUNT THE DEVICE'S HISTMST RUNS DATED   *
004470*                        IN THE MONTH, AND AMONG THEM THE PART-B *
004480*                        REPEAT HUNTS AND THE PASSES THEY TOOK.  *
004490*                        HISTORY WRITTEN BEFORE HISTMST CARRIED  *
004500*                        THE RUN MODE HAS A BLANK MODE AND IS    *
004510*                        COUNTED AS A PLAIN RUN.                 *
004520*----------------------------------------------------------------*
004530 3100-COUNT-RUNS.
004540     MOVE 0 TO CBK-DEV-RUNS CBK-DEV-HUNTS CBK-DEV-PASSES.
004550     MOVE 0 TO CBK-HIST-DONE-SW.
004560     MOVE DM-DEVICE-ID TO HIST-DEVICE-ID.
004570     MOVE CBK-MONTH-START TO HIST-RUN-DATE.
004580     START HISTMST KEY IS NOT LESS THAN HIST-KEY
004590         INVALID KEY
004600             MOVE 1 TO CBK-HIST-DONE-SW
004610     END-START.
004620     PERFORM 3200-READ-HISTORY THRU 3200-EXIT
004630         UNTIL CBK-HIST-DONE.
004640 3100-EXIT.
004650     EXIT.
004660 3200-READ-HISTORY.
004670     READ HISTMST NEXT RECORD
004680         AT END
004690             MOVE 1 TO CBK-HIST-DONE-SW
004700     END-READ.
004710     IF NOT CBK-HIST-DONE
004720         IF HIST-DEVICE-ID NOT = DM-DEVICE-ID
004730             OR HIST-RUN-DATE > CBK-MONTH-END
004740             MOVE 1 TO CBK-HIST-DONE-SW
004750         ELSE
004760             ADD 1 TO CBK-DEV-RUNS
004770             IF HIST-MODE-PART-B
004780                 ADD 1 TO CBK-DEV-HUNTS
004790                 IF HIST-PASS-COUNT IS NUMERIC
004800                     ADD HIST-PASS-COUNT TO CBK-DEV-PASSES
004810                 END-IF
004820             END-IF
004830         END-IF
004840     END-IF.
004850 3200-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------*
004880*    3300-COUNT-COMMANDS  -  COUNT THE DEVICE'S AUDMST COMMAND   *
004890*                            ROWS DATED IN THE MONTH.            *
004900*----------------------------------------------------------------*
004910 3300-COUNT-COMMANDS.
004920     MOVE 0 TO CBK-DEV-COMMANDS.
004930     MOVE 0 TO CBK-AUDM-DONE-SW.
004940     MOVE DM-DEVICE-ID TO AUDM-DEVICE-ID.
004950     MOVE CBK-MONTH-START TO AUDM-RUN-DATE.
004960     MOVE 0 TO AUDM-SEQ.
004970     START AUDMST KEY IS NOT LESS THAN AUDM-KEY
004980         INVALID KEY
004990             MOVE 1 TO CBK-AUDM-DONE-SW
005000     END-START.
005010     PERFORM 3400-READ-COMMAND THRU 3400-EXIT
005020         UNTIL CBK-AUDM-DONE.
005030 3300-EXIT.
005040     EXIT.
005050 3400-READ-COMMAND.
005060     READ AUDMST NEXT RECORD
005070         AT END
005080             MOVE 1 TO CBK-AUDM-DONE-SW
005090     END-READ.
005100     IF NOT CBK-AUDM-DONE
005110         IF AUDM-DEVICE-ID NOT = DM-DEVICE-ID
005120             OR AUDM-RUN-DATE > CBK-MONTH-END
005130             MOVE 1 TO CBK-AUDM-DONE-SW
005140         ELSE
005150             ADD 1 TO CBK-DEV-COMMANDS
005160         END-IF
005170     END-IF.
005180 3400-EXIT.
005190     EXIT.
005200*----------------------------------------------------------------*
005210*    3500-FIND-OWNER  -  POINT CBK-OWN-SUB AT THE OWNER'S ENTRY, *
005220*                        ADDING ONE IN ITS PLACE IN OWNER ORDER  *
005230*                        WHEN THIS IS THE OWNER'S FIRST DEVICE - *
005240*                        THE ENTRIES AFTER IT MOVE DOWN ONE.     *
005250*----------------------------------------------------------------*
005260 3500-FIND-OWNER.
005270     MOVE 1 TO CBK-OWN-SUB.
005280     MOVE "N" TO CBK-SCAN-STOP-SW.
005290     PERFORM 3510-SCAN-OWNER THRU 3510-EXIT
005300         UNTIL CBK-OWN-SUB > CBK-OWNER-COUNT
005310             OR CBK-SCAN-STOP.
005320     IF CBK-SCAN-STOP
005330         IF CBK-O-KEY(CBK-OWN-SUB) = CBK-OWNER-KEY
005340             GO TO 3500-EXIT
005350         END-IF
005360     END-IF.
005370     IF CBK-OWNER-COUNT >= 1000
005380         DISPLAY "01U ABEND - MORE THAN 1000 DEPARTMENT AND COST "
005390             "CENTRE COMBINATIONS TO CHARGE"
005400         MOVE 16 TO RETURN-CODE
005410         STOP RUN
005420     END-IF.
005430     ADD 1 TO CBK-OWNER-COUNT.
005440     PERFORM 3520-SHIFT-OWNER THRU 3520-EXIT
005450         VARYING CBK-MOVE-SUB FROM CBK-OWNER-COUNT BY -1
005460         UNTIL CBK-MOVE-SUB NOT > CBK-OWN-SUB.
005470     MOVE CBK-OWNER-KEY TO CBK-O-KEY(CBK-OWN-SUB).
005480     MOVE 0 TO CBK-O-DEVICES(CBK-OWN-SUB)
005490               CBK-O-RUNS(CBK-OWN-SUB)
005500               CBK-O-COMMANDS(CBK-OWN-SUB)
005510               CBK-O-HUNTS(CBK-OWN-SUB)
005520               CBK-O-PASSES(CBK-OWN-SUB)
005530               CBK-O-AMOUNT(CBK-OWN-SUB).
005540 3500-EXIT.
005550     EXIT.
005560 3510-SCAN-OWNER.
005570     IF CBK-O-KEY(CBK-OWN-SUB) < CBK-OWNER-KEY
005580         ADD 1 TO CBK-OWN-SUB
005590     ELSE
005600         MOVE "Y" TO CBK-SCAN-STOP-SW
005610     END-IF.
005620 3510-EXIT.
005630     EXIT.
005640 3520-SHIFT-OWNER.
005650     COMPUTE CBK-PREV-SUB = CBK-MOVE-SUB - 1.
005660     MOVE CBK-OWNER-ENTRY(CBK-PREV-SUB)
005670         TO CBK-OWNER-ENTRY(CBK-MOVE-SUB).
005680 3520-EXIT.
005690     EXIT.
005700*----------------------------------------------------------------*
005710*    4000-PRICE-OWNER  -  PRICE ONE DEPARTMENT AND COST CENTRE   *
005720*                         AT ITS DEPARTMENT'S RATES, FALLING     *
005730*                         BACK TO THE HOUSE RATE CODE BY CODE,   *
005740*                         AND WRITE ITS REPORT LINE AND EXTRACT  *
005750*                         RECORD.  THE CHARGE IS ROUNDED TO THE  *
005760*                         CENT ONCE, ON THE LINE; THE MONTH'S    *
005770*                         TOTAL IS THE SUM OF THE LINES, SO THE  *
005780*                         EXTRACT TRAILER ALWAYS AGREES WITH ITS *
005790*                         DETAIL.                                *
005800*----------------------------------------------------------------*
005810 4000-PRICE-OWNER.
005820     MOVE "DEV " TO CBK-FIND-CODE.
005830     PERFORM 4200-GET-RATE THRU 4200-EXIT.
005840     MOVE CBK-FIND-RATE TO CBK-DEV-RATE.
005850     MOVE "RUN " TO CBK-FIND-CODE.
005860     PERFORM 4200-GET-RATE THRU 4200-EXIT.
005870     MOVE CBK-FIND-RATE TO CBK-RUN-RATE.
005880     MOVE "CMD " TO CBK-FIND-CODE.
005890     PERFORM 4200-GET-RATE THRU 4200-EXIT.
005900     MOVE CBK-FIND-RATE TO CBK-CMD-RATE.
005910     MOVE "HUNT" TO CBK-FIND-CODE.
005920     PERFORM 4200-GET-RATE THRU 4200-EXIT.
005930     MOVE CBK-FIND-RATE TO CBK-HUNT-RATE.
005940     MOVE "PASS" TO CBK-FIND-CODE.
005950     PERFORM 4200-GET-RATE THRU 4200-EXIT.
005960     MOVE CBK-FIND-RATE TO CBK-PASS-RATE.
005970     COMPUTE CBK-O-AMOUNT(CBK-OWN-SUB) ROUNDED =
005980           CBK-O-DEVICES(CBK-OWN-SUB) * CBK-DEV-RATE
005990         + CBK-O-RUNS(CBK-OWN-SUB) * CBK-RUN-RATE
006000         + CBK-O-COMMANDS(CBK-OWN-SUB) * CBK-CMD-RATE
006010         + CBK-O-HUNTS(CBK-OWN-SUB) * CBK-HUNT-RATE
006020         + CBK-O-PASSES(CBK-OWN-SUB) * CBK-PASS-RATE.
006030     ADD CBK-O-AMOUNT(CBK-OWN-SUB) TO CBK-TOTAL-AMOUNT.
006040     ADD CBK-O-RUNS(CBK-OWN-SUB) TO CBK-RUN-COUNT.
006050     ADD CBK-O-COMMANDS(CBK-OWN-SUB) TO CBK-COMMAND-COUNT.
006060     ADD CBK-O-HUNTS(CBK-OWN-SUB) TO CBK-HUNT-COUNT.
006070     ADD CBK-O-PASSES(CBK-OWN-SUB) TO CBK-PASS-COUNT.
006080     IF CBK-O-DEPARTMENT(CBK-OWN-SUB) = SPACES
006090         MOVE "NO OWNER" TO URPT-DEPARTMENT
006100     ELSE
006110         MOVE CBK-O-DEPARTMENT(CBK-OWN-SUB) TO URPT-DEPARTMENT
006120     END-IF.
006130     MOVE CBK-O-COST-CENTRE(CBK-OWN-SUB) TO URPT-COST-CENTRE.
006140     MOVE CBK-O-DEVICES(CBK-OWN-SUB) TO URPT-DEVICES.
006150     MOVE CBK-O-RUNS(CBK-OWN-SUB) TO URPT-RUNS.
006160     MOVE CBK-O-COMMANDS(CBK-OWN-SUB) TO URPT-COMMANDS.
006170     MOVE CBK-O-HUNTS(CBK-OWN-SUB) TO URPT-HUNTS.
006180     MOVE CBK-O-PASSES(CBK-OWN-SUB) TO URPT-PASSES.
006190     MOVE CBK-O-AMOUNT(CBK-OWN-SUB) TO URPT-AMOUNT.
006200     MOVE WS-CBK-DTL-LINE TO CBK-RECORD.
006210     WRITE CBK-RECORD.
006220     MOVE SPACES TO UEXT-RECORD.
006230     MOVE "D" TO UEXT-RECORD-TYPE.
006240     MOVE CBK-MONTH TO UEXT-MONTH.
006250     MOVE CBK-O-DEPARTMENT(CBK-OWN-SUB) TO UEXT-DEPARTMENT.
006260     MOVE CBK-O-COST-CENTRE(CBK-OWN-SUB) TO UEXT-COST-CENTRE.
006270     MOVE CBK-O-DEVICES(CBK-OWN-SUB) TO UEXT-DEVICES.
006280     MOVE CBK-O-RUNS(CBK-OWN-SUB) TO UEXT-RUNS.
006290     MOVE CBK-O-COMMANDS(CBK-OWN-SUB) TO UEXT-COMMANDS.
006300     MOVE CBK-O-HUNTS(CBK-OWN-SUB) TO UEXT-HUNTS.
006310     MOVE CBK-O-PASSES(CBK-OWN-SUB) TO UEXT-PASSES.
006320     MOVE CBK-O-AMOUNT(CBK-OWN-SUB) TO UEXT-AMOUNT.
006330     MOVE 0 TO UEXT-RECORD-COUNT.
006340     WRITE UEXT-RECORD.
006350     ADD 1 TO CBK-EXTRACT-COUNT.
006360 4000-EXIT.
006370     EXIT.
006380*----------------------------------------------------------------*
006390*    4200-GET-RATE  -  THE RATE FOR CBK-FIND-CODE CHARGED TO THE *
006400*                      OWNER AT CBK-OWN-SUB - ITS DEPARTMENT'S   *
006410*                      OWN RATE WHEN CHRGRATE HAS ONE, OTHERWISE *
006420*                      THE HOUSE RATE, WHICH 1300 HAS ALREADY    *
006430*                      PROVED IS THERE.                          *
006440*----------------------------------------------------------------*
006450 4200-GET-RATE.
006460     MOVE "N" TO CBK-RATE-FOUND-SW.
006470     MOVE CBK-O-DEPARTMENT(CBK-OWN-SUB) TO CBK-FIND-DEPARTMENT.
006480     IF CBK-FIND-DEPARTMENT NOT = SPACES
006490         PERFORM 4300-SEARCH-RATE THRU 4300-EXIT
006500     END-IF.
006510     IF NOT CBK-RATE-FOUND
006520         MOVE SPACES TO CBK-FIND-DEPARTMENT
006530         PERFORM 4300-SEARCH-RATE THRU 4300-EXIT
006540     END-IF.
006550 4200-EXIT.
006560     EXIT.
006570 4300-SEARCH-RATE.
006580     MOVE "N" TO CBK-RATE-FOUND-SW.
006590     MOVE 0 TO CBK-FIND-RATE.
006600     IF CBK-RATE-COUNT > 0
006610         SET CBK-RATE-IDX TO 1
006620         SEARCH CBK-RATE-ENTRY
006630             AT END
006640                 CONTINUE
006650             WHEN CBK-R-CODE(CBK-RATE-IDX) = CBK-FIND-CODE
006660                 AND CBK-R-DEPARTMENT(CBK-RATE-IDX)
006670                     = CBK-FIND-DEPARTMENT
006680                 MOVE CBK-R-RATE(CBK-RATE-IDX) TO CBK-FIND-RATE
006690                 MOVE "Y" TO CBK-RATE-FOUND-SW
006700         END-SEARCH
006710     END-IF.
006720 4300-EXIT.
006730     EXIT.
006740*----------------------------------------------------------------*
006750*    5000-WRITE-SUMMARY  -  WRITE THE EXTRACT TRAILER AND THE    *
006760*                           TRAILING SUMMARY LINE OF THE REPORT. *
006770*----------------------------------------------------------------*
006780 5000-WRITE-SUMMARY.
006790     MOVE SPACES TO UEXT-RECORD.
006800     MOVE "T" TO UEXT-RECORD-TYPE.
006810     MOVE CBK-MONTH TO UEXT-MONTH.
006820     MOVE CBK-DEVICE-COUNT TO UEXT-DEVICES.
006830     MOVE CBK-RUN-COUNT TO UEXT-RUNS.
006840     MOVE CBK-COMMAND-COUNT TO UEXT-COMMANDS.
006850     MOVE CBK-HUNT-COUNT TO UEXT-HUNTS.
006860     MOVE CBK-PASS-COUNT TO UEXT-PASSES.
006870     MOVE CBK-TOTAL-AMOUNT TO UEXT-AMOUNT.
006880     MOVE CBK-EXTRACT-COUNT TO UEXT-RECORD-COUNT.
006890     WRITE UEXT-RECORD.
006900     MOVE CBK-MONTH TO URPT-SUM-MONTH.
006910     MOVE CBK-OWNER-COUNT TO URPT-SUM-LINES.
006920     MOVE CBK-DEVICE-COUNT TO URPT-SUM-DEVICES.
006930     MOVE CBK-RUN-COUNT TO URPT-SUM-RUNS.
006940     MOVE CBK-TOTAL-AMOUNT TO URPT-SUM-AMOUNT.
006950     MOVE CBK-UNOWNED-COUNT TO URPT-SUM-UNOWNED.
006960     MOVE WS-CBK-SUM-LINE TO CBK-RECORD.
006970     WRITE CBK-RECORD.
006980 5000-EXIT.
006990     EXIT.
