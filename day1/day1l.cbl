000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. 01L.
000030 AUTHOR. R L HARTMANN.
000040 INSTALLATION. CALDEV CALIBRATION SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    MODIFICATION HISTORY                                        *
000090*----------------------------------------------------------------*
000100*    10/15/26  RLH  ORIGINAL PROGRAM - THREE-WAY BALANCING.  THE *
000110*                   SAME CLOSING FREQUENCY LIVES IN THREE STORES *
000120*                   - FREQIFC FROM 01B, HISTMST LOADED FROM IT   *
000130*                   BY 01H, AND THE LAST AUDMST ROW FOR THE      *
000140*                   DEVICE AND DATE LOADED BY 01K - AND NOTHING  *
000150*                   PROVED THEY AGREED.  RUN AFTER 01H AND 01K,  *
000160*                   THIS STEP BALANCES EVERY FREQIFC DEVICE      *
000170*                   RECORD AGAINST HISTMST AND AUDMST (TOTALS,   *
000180*                   AND THE COMMAND COUNT AGAINST THE ARCHIVED   *
000190*                   ROW COUNT), PROVES EACH FREQIFC GRAND-TOTAL  *
000200*                   RECORD AGAINST THE SUM OF ITS DEVICE         *
000210*                   RECORDS, AND WALKS DEVMST FOR DEVICES THAT   *
000220*                   HISTMST OR AUDMST HOLD FOR THE RUN DATE BUT  *
000230*                   FREQIFC DOES NOT.  A 01C RESTATEMENT IS      *
000240*                   BALANCED AGAINST ITS ADJUSTMENT RECORD       *
000250*                   INSTEAD OF BEING REPORTED AS A BREAK.        *
000260*                   BREAKS ARE LISTED ON BALRPT; ENDS RC 4 WHEN  *
000270*                   A DEVICE IS ONLY MISSING FROM A STORE AND RC *
000280*                   8 ON ANY TOTAL, COUNT OR GRAND-TOTAL BREAK.  *
000281*    10/15/26  RLH  QUARANTINE HOLD.  A DEVICE WHOSE RESULT 01B  *
000282*                   HELD ON PENDREL IS LISTED WITH THE STATE OF  *
000283*                   THE HOLD INSTEAD OF AS MISSING FROM FREQIFC. *
000284*                   SUMMARY LINE GAINS A HELD COUNT.  A HELD     *
000285*                   RESULT 01M RELEASED AND A LATER 01B SENT IS  *
000286*                   BALANCED LIKE ANY OTHER BUT KEPT OUT OF THE  *
000287*                   GRAND-TOTAL PROOF.                           *
000290*----------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT FREQIFC ASSIGN TO DISK
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS BAL-IFC-STATUS.
000360     SELECT OPTIONAL HISTMST ASSIGN TO DISK
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS HIST-KEY
000400         FILE STATUS IS BAL-HIST-STATUS.
000410     SELECT OPTIONAL AUDMST ASSIGN TO DISK
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS AUDM-KEY
000450         FILE STATUS IS BAL-AUDM-STATUS.
000460     SELECT OPTIONAL DEVMST ASSIGN TO DISK
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS DM-KEY
000500         FILE STATUS IS BAL-DMST-STATUS.
000501     SELECT OPTIONAL PENDREL ASSIGN TO DISK
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS RANDOM
000504         RECORD KEY IS PEND-KEY
000505         FILE STATUS IS BAL-PEND-STATUS.
000510     SELECT BALRPT ASSIGN TO DISK
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  FREQIFC
000560     VALUE OF FILE-ID IS "FREQIFC"
000570     DATA RECORD IS IFC-RECORD.
000580 01  IFC-RECORD.
000590     COPY FRQIFC.
000600 FD  HISTMST
000610     VALUE OF FILE-ID IS "HISTMST"
000620     DATA RECORD IS HIST-RECORD.
000630 01  HIST-RECORD.
000640     COPY FRQHIST.
000650 FD  AUDMST
000660     VALUE OF FILE-ID IS "AUDMST"
000670     DATA RECORD IS AUDM-RECORD.
000680 01  AUDM-RECORD.
000690     COPY FRQAMST.
000700 FD  DEVMST
000710     VALUE OF FILE-ID IS "DEVMST"
000720     DATA RECORD IS DM-RECORD.
000730 01  DM-RECORD.
000740     COPY FRQDMST.
000741 FD  PENDREL
000742     VALUE OF FILE-ID IS "PENDREL"
000743     DATA RECORD IS PEND-RECORD.
000744 01  PEND-RECORD.
000745     COPY FRQPEND.
000750 FD  BALRPT
000760     VALUE OF FILE-ID IS "BALRPT"
000770     DATA RECORD IS BAL-RECORD.
000780 01  BAL-RECORD                  PIC X(250).
000790 WORKING-STORAGE SECTION.
000800 01  BAL-IFC-STATUS              PIC X(02) VALUE SPACES.
000810     88  BAL-IFC-OK               VALUE "00".
000820 01  BAL-HIST-STATUS             PIC X(02) VALUE SPACES.
000830     88  BAL-HIST-OK              VALUE "00".
000840     88  BAL-HIST-CREATED         VALUE "05".
000850 01  BAL-AUDM-STATUS             PIC X(02) VALUE SPACES.
000860     88  BAL-AUDM-OK              VALUE "00".
000870     88  BAL-AUDM-CREATED         VALUE "05".
000880 01  BAL-DMST-STATUS             PIC X(02) VALUE SPACES.
000890     88  BAL-DMST-OK              VALUE "00".
000900     88  BAL-DMST-CREATED         VALUE "05".
000902 01  BAL-PEND-STATUS             PIC X(02) VALUE SPACES.
000904     88  BAL-PEND-OK              VALUE "00".
000906     88  BAL-PEND-CREATED         VALUE "05".
000910 COPY FRQLRPT.
000920 01  BAL-IFC-DONE-SW             PIC 9(01) VALUE 0.
000930     88  BAL-IFC-DONE             VALUE 1.
000940 01  BAL-AUDM-DONE-SW            PIC 9(01) VALUE 0.
000950     88  BAL-AUDM-DONE            VALUE 1.
000960 01  BAL-DMST-DONE-SW            PIC 9(01) VALUE 0.
000970     88  BAL-DMST-DONE            VALUE 1.
000980 01  BAL-HIST-FOUND-SW           PIC X(01) VALUE "N".
000990     88  BAL-HIST-FOUND           VALUE "Y".
001000 01  BAL-DATE-FOUND-SW           PIC X(01) VALUE "N".
001010     88  BAL-DATE-FOUND           VALUE "Y".
001020 01  BAL-LISTED-SW               PIC X(01) VALUE "N".
001030     88  BAL-LISTED               VALUE "Y".
001040 01  BAL-RESTATED-SW             PIC X(01) VALUE "N".
001050     88  BAL-RESTATED-SINCE       VALUE "Y".
001060 01  BAL-BREAK-TYPE              PIC X(01) VALUE SPACE.
001070     88  BAL-TOTAL-BREAK          VALUE "T".
001080     88  BAL-COUNT-BREAK          VALUE "C".
001090     88  BAL-MISSING-BREAK        VALUE "M".
001100 01  BAL-RUN-DATE                PIC X(08) VALUE SPACES.
001110 01  BAL-DEVICE-ID               PIC X(10) VALUE SPACES.
001120 01  BAL-CUR-DATE                PIC X(08) VALUE SPACES.
001130 01  BAL-CUR-MODE                PIC X(01) VALUE SPACE.
001140 01  BAL-STATUS                  PIC X(08) VALUE SPACES.
001150 01  BAL-REASON                  PIC X(40) VALUE SPACES.
001160 01  BAL-BLOCK-SUM               PIC S9(18) COMP-3 VALUE 0.
001170 01  BAL-BLOCK-DEVICES           PIC 9(05) COMP VALUE 0.
001180 01  BAL-EXPECT-TOTAL            PIC S9(18) COMP-3 VALUE 0.
001190 01  BAL-LAST-TOTAL              PIC S9(18) VALUE 0.
001200 01  BAL-ROW-COUNT               PIC 9(07) COMP VALUE 0.
001210 01  BAL-IX                      PIC 9(04) COMP VALUE 0.
001220 01  BAL-DX                      PIC 9(04) COMP VALUE 0.
001230 01  BAL-DEVICE-COUNT            PIC 9(07) COMP VALUE 0.
001240 01  BAL-BALANCED-COUNT          PIC 9(07) COMP VALUE 0.
001250 01  BAL-RESTATED-COUNT          PIC 9(07) COMP VALUE 0.
001260 01  BAL-TOTAL-BREAKS            PIC 9(07) COMP VALUE 0.
001270 01  BAL-COUNT-BREAKS            PIC 9(07) COMP VALUE 0.
001280 01  BAL-MISSING-COUNT           PIC 9(07) COMP VALUE 0.
001290 01  BAL-GRAND-BREAKS            PIC 9(07) COMP VALUE 0.
001300 01  BAL-BREAK-COUNT             PIC 9(07) COMP VALUE 0.
001302 01  BAL-HELD-SW                 PIC X(01) VALUE "N".
001304     88  BAL-HELD                 VALUE "Y".
001306 01  BAL-HELD-COUNT              PIC 9(07) COMP VALUE 0.
001310*----------------------------------------------------------------*
001320*    EVERY FREQIFC DEVICE RECORD, HELD FOR THE BALANCING PASS    *
001330*    AND FOR LOOKUP AS DEVMST IS WALKED.  A CATCH-UP RUN CARRIES *
001340*    SEVERAL RUN DATES, SO THE DEVICE IS HELD WITH ITS DATE.     *
001350*----------------------------------------------------------------*
001360 01  BAL-IFC-AREA.
001370     05  BAL-IFC-COUNT           PIC 9(04) COMP VALUE 0.
001380     05  BAL-IFC-ENTRY
001390                OCCURS 0 TO 2000 TIMES
001400                DEPENDING ON BAL-IFC-COUNT
001410                INDEXED BY BAL-IFC-IDX.
001420         10  BAL-I-DEVICE-ID     PIC X(10).
001430         10  BAL-I-RUN-DATE      PIC X(08).
001440         10  BAL-I-TOTAL         PIC S9(18) COMP-3.
001450         10  BAL-I-MODE          PIC X(01).
001460         10  BAL-I-CMD-COUNT     PIC 9(07) COMP.
001470         10  BAL-I-PRIOR-TOTAL   PIC S9(18) COMP-3.
001480         10  BAL-I-ADJUSTMENT    PIC S9(18) COMP-3.
001483         10  BAL-I-RELEASED-SW   PIC X(01).
001486             88  BAL-I-RELEASED  VALUE "Y".
001490*----------------------------------------------------------------*
001500*    EVERY RUN DATE ON FREQIFC.  BAL-D-BATCH MARKS A DATE CLOSED *
001510*    BY A 01B GRAND-TOTAL RECORD - ONLY SUCH A DATE IS A WHOLE   *
001520*    NIGHT'S PUBLICATION, SO ONLY IT IS SEARCHED FOR DEVICES     *
001530*    FREQIFC LEFT OUT.  A 01C ADJUSTMENT FILE CARRIES ONE DEVICE *
001540*    AND NO GRAND TOTAL.                                         *
001550*----------------------------------------------------------------*
001560 01  BAL-DATE-AREA.
001570     05  BAL-DATE-COUNT          PIC 9(04) COMP VALUE 0.
001580     05  BAL-DATE-ENTRY
001590                OCCURS 0 TO 100 TIMES
001600                DEPENDING ON BAL-DATE-COUNT
001610                INDEXED BY BAL-DATE-IDX.
001620         10  BAL-D-RUN-DATE      PIC X(08).
001630         10  BAL-D-BATCH-SW      PIC X(01).
001640             88  BAL-D-BATCH      VALUE "Y".
001650 PROCEDURE DIVISION.
001660*----------------------------------------------------------------*
001670*    0000-MAIN  -  PROGRAM MAINLINE.                             *
001680*----------------------------------------------------------------*
001690 0000-MAIN.
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001710     PERFORM 2000-LOAD-FREQIFC THRU 2000-EXIT
001720         UNTIL BAL-IFC-DONE.
001730     PERFORM 2500-CHECK-LAST-BLOCK THRU 2500-EXIT.
001740     PERFORM 3000-BALANCE-DEVICE THRU 3000-EXIT
001750         VARYING BAL-IX FROM 1 BY 1
001760         UNTIL BAL-IX > BAL-IFC-COUNT.
001770     PERFORM 4000-CHECK-MASTER THRU 4000-EXIT
001780         UNTIL BAL-DMST-DONE.
001790     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
001800     CLOSE FREQIFC HISTMST AUDMST DEVMST PENDREL BALRPT.
001810     IF BAL-TOTAL-BREAKS > 0 OR BAL-COUNT-BREAKS > 0
001820             OR BAL-GRAND-BREAKS > 0
001830         MOVE 8 TO RETURN-CODE
001840     ELSE
001850         IF BAL-MISSING-COUNT > 0
001860             MOVE 4 TO RETURN-CODE
001870         END-IF
001880     END-IF.
001890     STOP RUN.
001900*----------------------------------------------------------------*
001908*    1000-INITIALIZE  -  OPEN THE NIGHT'S FREQIFC, THE TWO       *
001916*                        ARCHIVE STORES, THE DEVICE MASTER, THE  *
001924*                        PENDREL FILE OF HELD RESULTS AND THE    *
001932*                        REPORT.  FREQIFC IS REQUIRED - WITHOUT  *
001940*                        IT THERE IS NOTHING TO BALANCE.  THE    *
001948*                        MASTERS ARE OPTIONAL SO A STORE NOT YET *
001956*                        CREATED SHOWS AS DEVICES MISSING FROM   *
001964*                        IT.                                     *
001980*----------------------------------------------------------------*
001990 1000-INITIALIZE.
002000     OPEN INPUT FREQIFC.
002010     IF NOT BAL-IFC-OK
002020         DISPLAY "01L ABEND - FREQIFC NOT FOUND - NOTHING TO "
002030             "BALANCE - FILE STATUS " BAL-IFC-STATUS
002040         MOVE 16 TO RETURN-CODE
002050         STOP RUN
002060     END-IF.
002070     OPEN INPUT HISTMST.
002080     IF NOT BAL-HIST-OK AND NOT BAL-HIST-CREATED
002090         DISPLAY "01L ABEND - HISTMST HISTORY MASTER OPEN "
002100             "FAILED - FILE STATUS " BAL-HIST-STATUS
002110         MOVE 16 TO RETURN-CODE
002120         STOP RUN
002130     END-IF.
002140     OPEN INPUT AUDMST.
002150     IF NOT BAL-AUDM-OK AND NOT BAL-AUDM-CREATED
002160         DISPLAY "01L ABEND - AUDMST AUDIT ARCHIVE OPEN FAILED "
002170             "- FILE STATUS " BAL-AUDM-STATUS
002180         MOVE 16 TO RETURN-CODE
002190         STOP RUN
002200     END-IF.
002210     OPEN INPUT DEVMST.
002220     IF NOT BAL-DMST-OK AND NOT BAL-DMST-CREATED
002230         DISPLAY "01L ABEND - DEVMST DEVICE MASTER OPEN FAILED "
002240             "- FILE STATUS " BAL-DMST-STATUS
002250         MOVE 16 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002271     OPEN INPUT PENDREL.
002272     IF NOT BAL-PEND-OK AND NOT BAL-PEND-CREATED
002273         DISPLAY "01L ABEND - PENDREL PENDING-RELEASE FILE OPEN "
002274             "FAILED - FILE STATUS " BAL-PEND-STATUS
002275         MOVE 16 TO RETURN-CODE
002276         STOP RUN
002277     END-IF.
002280     OPEN OUTPUT BALRPT.
002290     MOVE WS-BAL-HDR-LINE TO BAL-RECORD.
002300     WRITE BAL-RECORD.
002310     MOVE LOW-VALUES TO DM-KEY.
002320     START DEVMST KEY IS NOT LESS THAN DM-KEY
002330         INVALID KEY
002340             MOVE 1 TO BAL-DMST-DONE-SW
002350     END-START.
002360 1000-EXIT.
002370     EXIT.
002380*----------------------------------------------------------------*
002390*    2000-LOAD-FREQIFC  -  HOLD ONE FREQIFC DEVICE RECORD AND    *
002400*                          ADD IT INTO THE RUNNING SUM FOR ITS   *
002410*                          RUN DATE.  A GRAND-TOTAL RECORD       *
002420*                          CLOSES THE DATE AND IS PROVED AGAINST *
002430*                          THAT SUM.  A 01C ADJUSTMENT RECORD,   *
002440*                          OR A HELD RESULT 01B SENT AFTER AN    *
002441*                          01M RELEASE, IS NOT PART OF ANY       *
002442*                          NIGHT'S GRAND TOTAL.                  *
002450*----------------------------------------------------------------*
002460 2000-LOAD-FREQIFC.
002470     READ FREQIFC
002480         AT END
002490             MOVE 1 TO BAL-IFC-DONE-SW
002500             GO TO 2000-EXIT
002510     END-READ.
002520     IF IFC-DEVICE-ID = "GRAND TOTAL"
002530         PERFORM 2200-CHECK-GRAND-TOTAL THRU 2200-EXIT
002540         GO TO 2000-EXIT
002550     END-IF.
002560     IF BAL-IFC-COUNT >= 2000
002570         DISPLAY "01L ABEND - MORE THAN 2000 FREQIFC DEVICE "
002580             "RECORDS TO BALANCE"
002590         MOVE 16 TO RETURN-CODE
002600         STOP RUN
002610     END-IF.
002620     ADD 1 TO BAL-IFC-COUNT.
002630     MOVE IFC-DEVICE-ID TO BAL-I-DEVICE-ID(BAL-IFC-COUNT).
002640     MOVE IFC-RUN-DATE TO BAL-I-RUN-DATE(BAL-IFC-COUNT).
002650     MOVE IFC-TOTAL-FREQUENCY TO BAL-I-TOTAL(BAL-IFC-COUNT).
002660     MOVE IFC-RUN-MODE TO BAL-I-MODE(BAL-IFC-COUNT).
002670     MOVE IFC-CMD-COUNT TO BAL-I-CMD-COUNT(BAL-IFC-COUNT).
002680     MOVE IFC-PRIOR-TOTAL TO BAL-I-PRIOR-TOTAL(BAL-IFC-COUNT).
002690     MOVE IFC-ADJUSTMENT TO BAL-I-ADJUSTMENT(BAL-IFC-COUNT).
002700     PERFORM 2100-NOTE-DATE THRU 2100-EXIT.
002705     PERFORM 6000-CHECK-RELEASED THRU 6000-EXIT.
002710     IF IFC-RUN-MODE NOT = "C"
002715             AND NOT BAL-I-RELEASED(BAL-IFC-COUNT)
002720         ADD IFC-TOTAL-FREQUENCY TO BAL-BLOCK-SUM
002730         ADD 1 TO BAL-BLOCK-DEVICES
002740     END-IF.
002750 2000-EXIT.
002760     EXIT.
002770*----------------------------------------------------------------*
002780*    2100-NOTE-DATE  -  FIND THE RECORD'S RUN DATE IN THE DATE   *
002790*                       TABLE, ADDING IT THE FIRST TIME IT IS    *
002800*                       SEEN, AND LEAVE BAL-DATE-IDX ON ITS      *
002810*                       ENTRY.  THE LATEST DATE SEEN HEADS THE   *
002820*                       SUMMARY LINE.                            *
002830*----------------------------------------------------------------*
002840 2100-NOTE-DATE.
002850     IF IFC-RUN-DATE > BAL-RUN-DATE
002860         MOVE IFC-RUN-DATE TO BAL-RUN-DATE
002870     END-IF.
002880     MOVE "N" TO BAL-DATE-FOUND-SW.
002890     IF BAL-DATE-COUNT > 0
002900         SET BAL-DATE-IDX TO 1
002910         SEARCH BAL-DATE-ENTRY
002920             AT END
002930                 CONTINUE
002940             WHEN BAL-D-RUN-DATE(BAL-DATE-IDX) = IFC-RUN-DATE
002950                 MOVE "Y" TO BAL-DATE-FOUND-SW
002960         END-SEARCH
002970     END-IF.
002980     IF BAL-DATE-FOUND
002990         GO TO 2100-EXIT
003000     END-IF.
003010     IF BAL-DATE-COUNT >= 100
003020         DISPLAY "01L ABEND - MORE THAN 100 RUN DATES ON FREQIFC"
003030         MOVE 16 TO RETURN-CODE
003040         STOP RUN
003050     END-IF.
003060     ADD 1 TO BAL-DATE-COUNT.
003070     SET BAL-DATE-IDX TO BAL-DATE-COUNT.
003080     MOVE IFC-RUN-DATE TO BAL-D-RUN-DATE(BAL-DATE-IDX).
003090     MOVE "N" TO BAL-D-BATCH-SW(BAL-DATE-IDX).
003100 2100-EXIT.
003110     EXIT.
003120*----------------------------------------------------------------*
003130*    2200-CHECK-GRAND-TOTAL  -  THE 01B GRAND-TOTAL RECORD MUST  *
003140*                               EQUAL THE SUM OF THE DEVICE      *
003150*                               RECORDS WRITTEN AHEAD OF IT FOR  *
003160*                               THE SAME DATE.  THE DATE IS      *
003170*                               MARKED AS A WHOLE NIGHT'S        *
003180*                               PUBLICATION AND THE RUNNING SUM  *
003190*                               STARTS AGAIN FOR THE NEXT DATE.  *
003200*----------------------------------------------------------------*
003210 2200-CHECK-GRAND-TOTAL.
003220     PERFORM 2100-NOTE-DATE THRU 2100-EXIT.
003230     MOVE "Y" TO BAL-D-BATCH-SW(BAL-DATE-IDX).
003240     MOVE IFC-RUN-DATE TO LRPT-GRD-RUN-DATE.
003250     MOVE IFC-TOTAL-FREQUENCY TO LRPT-GRD-IFC-TOTAL.
003260     MOVE BAL-BLOCK-SUM TO LRPT-GRD-SUM-TOTAL.
003270     MOVE BAL-BLOCK-DEVICES TO LRPT-GRD-DEVICE-COUNT.
003280     IF IFC-TOTAL-FREQUENCY = BAL-BLOCK-SUM
003290         MOVE "BALANCED" TO LRPT-GRD-STATUS
003300     ELSE
003310         MOVE "BREAK" TO LRPT-GRD-STATUS
003320         ADD 1 TO BAL-GRAND-BREAKS
003330     END-IF.
003340     MOVE WS-BAL-GRD-LINE TO BAL-RECORD.
003350     WRITE BAL-RECORD.
003360     MOVE 0 TO BAL-BLOCK-SUM.
003370     MOVE 0 TO BAL-BLOCK-DEVICES.
003380 2200-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------*
003410*    2500-CHECK-LAST-BLOCK  -  DEVICE RECORDS AFTER THE LAST     *
003420*                              GRAND-TOTAL RECORD MEAN THE FILE  *
003430*                              WAS CUT SHORT (A 01B RUN THAT     *
003440*                              DIED BEFORE ITS SUMMARY) -        *
003450*                              NOTHING PROVES THOSE DEVICES ADD  *
003460*                              UP.                               *
003470*----------------------------------------------------------------*
003480 2500-CHECK-LAST-BLOCK.
003490     IF BAL-BLOCK-DEVICES > 0
003500         ADD 1 TO BAL-GRAND-BREAKS
003510         MOVE "FREQIFC ENDS WITHOUT A GRAND-TOTAL RECORD"
003520             TO LRPT-MSG-TEXT
003530         MOVE WS-BAL-MSG-LINE TO BAL-RECORD
003540         WRITE BAL-RECORD
003550     END-IF.
003560 2500-EXIT.
003570     EXIT.
003580*----------------------------------------------------------------*
003590*    3000-BALANCE-DEVICE  -  ONE HELD FREQIFC DEVICE RECORD      *
003600*                            AGAINST HISTMST AND THE AUDMST      *
003610*                            ARCHIVE.  THE FIRST BREAK FOUND IS  *
003620*                            THE ONE REPORTED FOR THE DEVICE.    *
003630*----------------------------------------------------------------*
003640 3000-BALANCE-DEVICE.
003650     ADD 1 TO BAL-DEVICE-COUNT.
003660     MOVE BAL-I-DEVICE-ID(BAL-IX) TO BAL-DEVICE-ID.
003670     MOVE BAL-I-RUN-DATE(BAL-IX) TO BAL-CUR-DATE.
003680     MOVE BAL-I-MODE(BAL-IX) TO BAL-CUR-MODE.
003690     MOVE "BALANCED" TO BAL-STATUS.
003700     MOVE SPACES TO BAL-REASON.
003710     MOVE SPACE TO BAL-BREAK-TYPE.
003720     MOVE "N" TO BAL-RESTATED-SW.
003730     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
003740     PERFORM 3200-READ-ARCHIVE THRU 3200-EXIT.
003750     IF BAL-CUR-MODE = "C"
003760         PERFORM 3300-CHECK-RESTATEMENT THRU 3300-EXIT
003770     ELSE
003780         PERFORM 3400-CHECK-ORDINARY THRU 3400-EXIT
003790     END-IF.
003800     PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT.
003810 3000-EXIT.
003820     EXIT.
003830 3100-READ-HISTORY.
003840     MOVE "N" TO BAL-HIST-FOUND-SW.
003850     MOVE BAL-DEVICE-ID TO HIST-DEVICE-ID.
003860     MOVE BAL-CUR-DATE TO HIST-RUN-DATE.
003870     READ HISTMST
003880         INVALID KEY
003890             CONTINUE
003900         NOT INVALID KEY
003910             MOVE "Y" TO BAL-HIST-FOUND-SW
003920     END-READ.
003930 3100-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------*
003960*    3200-READ-ARCHIVE  -  COUNT THE DEVICE'S AUDMST ROWS FOR    *
003970*                          THE DATE AND KEEP THE LAST ROW'S      *
003980*                          RUNNING TOTAL - THE CLOSING FREQUENCY *
003990*                          AS THE ARCHIVE HAS IT.  A PART-B      *
004000*                          RESULT HAS NO ROWS BY DESIGN (SEE     *
004010*                          FRQPROC) AND IS NOT LOOKED FOR.       *
004020*----------------------------------------------------------------*
004030 3200-READ-ARCHIVE.
004040     MOVE 0 TO BAL-ROW-COUNT.
004050     MOVE 0 TO BAL-LAST-TOTAL.
004060     IF BAL-CUR-MODE = "B"
004070         GO TO 3200-EXIT
004080     END-IF.
004090     MOVE 0 TO BAL-AUDM-DONE-SW.
004100     MOVE BAL-DEVICE-ID TO AUDM-DEVICE-ID.
004110     MOVE BAL-CUR-DATE TO AUDM-RUN-DATE.
004120     MOVE 0 TO AUDM-SEQ.
004130     START AUDMST KEY IS NOT LESS THAN AUDM-KEY
004140         INVALID KEY
004150             MOVE 1 TO BAL-AUDM-DONE-SW
004160     END-START.
004170     PERFORM 3210-READ-ROW THRU 3210-EXIT
004180         UNTIL BAL-AUDM-DONE.
004190 3200-EXIT.
004200     EXIT.
004210 3210-READ-ROW.
004220     READ AUDMST NEXT RECORD
004230         AT END
004240             MOVE 1 TO BAL-AUDM-DONE-SW
004250             GO TO 3210-EXIT
004260     END-READ.
004270     IF AUDM-DEVICE-ID NOT = BAL-DEVICE-ID
004280             OR AUDM-RUN-DATE NOT = BAL-CUR-DATE
004290         MOVE 1 TO BAL-AUDM-DONE-SW
004300         GO TO 3210-EXIT
004310     END-IF.
004320     ADD 1 TO BAL-ROW-COUNT.
004330     MOVE AUDM-TOTAL TO BAL-LAST-TOTAL.
004340 3210-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------*
004370*    3300-CHECK-RESTATEMENT  -  A 01C ADJUSTMENT RECORD.  IT     *
004380*                               BALANCES WHEN HISTMST CARRIES    *
004390*                               THE RESTATED TOTAL WITH THE      *
004400*                               RESTATED FLAG SET, THE           *
004410*                               SUPERSEDED TOTAL ON HISTMST IS   *
004420*                               THE PRIOR TOTAL ON THE RECORD,   *
004430*                               AND PRIOR TOTAL PLUS ADJUSTMENT  *
004440*                               GIVES THE RESTATED TOTAL.        *
004450*                               AUDMST IS NOT COMPARED - 01K     *
004460*                               KEEPS THE ROWS OF THE LOG AS     *
004470*                               FIRST LOADED, SO THE ARCHIVE     *
004480*                               RIGHTLY STILL SHOWS THE          *
004490*                               SUPERSEDED RESULT.               *
004500*----------------------------------------------------------------*
004510 3300-CHECK-RESTATEMENT.
004520     IF NOT BAL-HIST-FOUND
004530         MOVE "M" TO BAL-BREAK-TYPE
004540         MOVE "RESTATED DEVICE NOT ON HISTMST" TO BAL-REASON
004550         PERFORM 3900-SET-BREAK THRU 3900-EXIT
004560         GO TO 3300-EXIT
004570     END-IF.
004580     COMPUTE BAL-EXPECT-TOTAL = BAL-I-PRIOR-TOTAL(BAL-IX)
004590         + BAL-I-ADJUSTMENT(BAL-IX).
004600     IF NOT HIST-RESTATED
004610             OR HIST-TOTAL-FREQUENCY NOT = BAL-I-TOTAL(BAL-IX)
004620             OR HIST-SUPERSEDED-TOTAL
004630                 NOT = BAL-I-PRIOR-TOTAL(BAL-IX)
004640             OR BAL-EXPECT-TOTAL NOT = BAL-I-TOTAL(BAL-IX)
004650         MOVE "T" TO BAL-BREAK-TYPE
004660         MOVE "RESTATEMENT DOES NOT BALANCE TO ADJUSTMENT"
004670             TO BAL-REASON
004680         PERFORM 3900-SET-BREAK THRU 3900-EXIT
004690         GO TO 3300-EXIT
004700     END-IF.
004710     MOVE "RESTATED" TO BAL-STATUS.
004720     MOVE "BALANCED TO ITS 01C ADJUSTMENT RECORD" TO BAL-REASON.
004730     ADD 1 TO BAL-RESTATED-COUNT.
004740 3300-EXIT.
004750     EXIT.
004760*----------------------------------------------------------------*
004770*    3400-CHECK-ORDINARY  -  AN ORDINARY 01B RESULT.  HISTMST    *
004780*                            MUST HOLD THE SAME TOTAL - OR, IF   *
004790*                            01C HAS RESTATED IT SINCE, MUST     *
004800*                            HOLD THIS TOTAL AS THE SUPERSEDED   *
004810*                            ONE.  A PART-A RESULT MUST HAVE ONE *
004820*                            AUDMST ROW PER COMMAND, THE LAST    *
004830*                            ONE CLOSING AT THE SAME TOTAL; A    *
004840*                            RESULT WITH NO COMMANDS HAS NO      *
004850*                            ROWS.                               *
004860*----------------------------------------------------------------*
004870 3400-CHECK-ORDINARY.
004880     IF NOT BAL-HIST-FOUND
004890         MOVE "M" TO BAL-BREAK-TYPE
004900         MOVE "NOT ON HISTMST" TO BAL-REASON
004910         PERFORM 3900-SET-BREAK THRU 3900-EXIT
004920         GO TO 3400-EXIT
004930     END-IF.
004940     IF HIST-TOTAL-FREQUENCY NOT = BAL-I-TOTAL(BAL-IX)
004950         IF HIST-RESTATED
004960                 AND HIST-SUPERSEDED-TOTAL = BAL-I-TOTAL(BAL-IX)
004970             MOVE "Y" TO BAL-RESTATED-SW
004980         ELSE
004990             MOVE "T" TO BAL-BREAK-TYPE
005000             MOVE "FREQIFC AND HISTMST TOTALS DIFFER"
005010                 TO BAL-REASON
005020             PERFORM 3900-SET-BREAK THRU 3900-EXIT
005030             GO TO 3400-EXIT
005040         END-IF
005050     END-IF.
005060     IF BAL-CUR-MODE NOT = "B"
005070         IF BAL-ROW-COUNT = 0 AND BAL-I-CMD-COUNT(BAL-IX) > 0
005080             MOVE "M" TO BAL-BREAK-TYPE
005090             MOVE "NOT ON AUDMST" TO BAL-REASON
005100             PERFORM 3900-SET-BREAK THRU 3900-EXIT
005110             GO TO 3400-EXIT
005120         END-IF
005130         IF BAL-ROW-COUNT NOT = BAL-I-CMD-COUNT(BAL-IX)
005140             MOVE "C" TO BAL-BREAK-TYPE
005150             MOVE "AUDMST ROW COUNT DIFFERS FROM COMMANDS"
005160                 TO BAL-REASON
005170             PERFORM 3900-SET-BREAK THRU 3900-EXIT
005180             GO TO 3400-EXIT
005190         END-IF
005200         IF BAL-ROW-COUNT > 0
005210                 AND BAL-LAST-TOTAL NOT = BAL-I-TOTAL(BAL-IX)
005220             MOVE "T" TO BAL-BREAK-TYPE
005230             MOVE "LAST AUDMST TOTAL DIFFERS FROM FREQIFC"
005240                 TO BAL-REASON
005250             PERFORM 3900-SET-BREAK THRU 3900-EXIT
005260             GO TO 3400-EXIT
005270         END-IF
005280     END-IF.
005290     IF BAL-RESTATED-SINCE
005300         MOVE "RESTATED" TO BAL-STATUS
005310         MOVE "RESTATED BY 01C SINCE PUBLICATION" TO BAL-REASON
005320         ADD 1 TO BAL-RESTATED-COUNT
005330     ELSE
005340         ADD 1 TO BAL-BALANCED-COUNT
005350         IF BAL-CUR-MODE = "B"
005360             MOVE "PART-B - NO ARCHIVE ROWS EXPECTED"
005365                 TO BAL-REASON
005370         END-IF
005371         IF BAL-I-RELEASED(BAL-IX)
005372             MOVE "RELEASED FROM A QUARANTINE HOLD" TO BAL-REASON
005373         END-IF
005380     END-IF.
005390 3400-EXIT.
005400     EXIT.
005410 3500-WRITE-DETAIL.
005420     MOVE BAL-DEVICE-ID TO LRPT-DEVICE-ID.
005430     MOVE BAL-CUR-DATE TO LRPT-RUN-DATE.
005440     MOVE BAL-CUR-MODE TO LRPT-MODE.
005450     MOVE BAL-I-TOTAL(BAL-IX) TO LRPT-IFC-TOTAL.
005460     IF BAL-HIST-FOUND
005470         MOVE HIST-TOTAL-FREQUENCY TO LRPT-HIST-TOTAL
005480     ELSE
005490         MOVE 0 TO LRPT-HIST-TOTAL
005500     END-IF.
005510     MOVE BAL-LAST-TOTAL TO LRPT-AUDM-TOTAL.
005520     MOVE BAL-I-CMD-COUNT(BAL-IX) TO LRPT-CMD-COUNT.
005530     MOVE BAL-ROW-COUNT TO LRPT-ROW-COUNT.
005540     MOVE BAL-STATUS TO LRPT-STATUS.
005550     MOVE BAL-REASON TO LRPT-REASON.
005560     MOVE WS-BAL-DTL-LINE TO BAL-RECORD.
005570     WRITE BAL-RECORD.
005580 3500-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------*
005610*    3900-SET-BREAK  -  MARK THE DEVICE AS A BREAK AND COUNT IT  *
005620*                       UNDER THE KIND OF BREAK THE CALLER       *
005630*                       FOUND.                                   *
005640*----------------------------------------------------------------*
005650 3900-SET-BREAK.
005660     MOVE "BREAK" TO BAL-STATUS.
005670     EVALUATE TRUE
005680         WHEN BAL-TOTAL-BREAK
005690             ADD 1 TO BAL-TOTAL-BREAKS
005700         WHEN BAL-COUNT-BREAK
005710             ADD 1 TO BAL-COUNT-BREAKS
005720         WHEN BAL-MISSING-BREAK
005730             ADD 1 TO BAL-MISSING-COUNT
005740     END-EVALUATE.
005750 3900-EXIT.
005760     EXIT.
005770*----------------------------------------------------------------*
005780*    4000-CHECK-MASTER  -  ONE DEVMST RECORD IN KEY ORDER,       *
005790*                          CHECKED FOR EVERY WHOLE NIGHT'S RUN   *
005800*                          DATE ON FREQIFC.  THIS IS HOW A       *
005810*                          DEVICE PRESENT IN HISTMST OR AUDMST   *
005820*                          BUT ABSENT FROM FREQIFC IS FOUND -    *
005830*                          NEITHER STORE CAN BE READ BY DATE.    *
005840*----------------------------------------------------------------*
005850 4000-CHECK-MASTER.
005860     READ DEVMST NEXT RECORD
005870         AT END
005880             MOVE 1 TO BAL-DMST-DONE-SW
005890             GO TO 4000-EXIT
005900     END-READ.
005910     PERFORM 4100-CHECK-DATE THRU 4100-EXIT
005920         VARYING BAL-DX FROM 1 BY 1
005930         UNTIL BAL-DX > BAL-DATE-COUNT.
005940 4000-EXIT.
005950     EXIT.
005960*----------------------------------------------------------------*
005968*    4100-CHECK-DATE  -  A DEVICE FREQIFC CARRIES FOR THE DATE   *
005976*                        WAS BALANCED ABOVE.  ONE IT DOES NOT    *
005984*                        CARRY SHOULD BE ON NEITHER ARCHIVE      *
005992*                        STORE FOR THAT DATE, UNLESS 01B HELD    *
006000*                        ITS RESULT ON PENDREL (4200).           *
006010*----------------------------------------------------------------*
006020 4100-CHECK-DATE.
006030     IF NOT BAL-D-BATCH(BAL-DX)
006040         GO TO 4100-EXIT
006050     END-IF.
006060     MOVE "N" TO BAL-LISTED-SW.
006070     IF BAL-IFC-COUNT > 0
006080         SET BAL-IFC-IDX TO 1
006090         SEARCH BAL-IFC-ENTRY
006100             AT END
006110                 CONTINUE
006120             WHEN BAL-I-DEVICE-ID(BAL-IFC-IDX) = DM-DEVICE-ID
006130                     AND BAL-I-RUN-DATE(BAL-IFC-IDX)
006140                         = BAL-D-RUN-DATE(BAL-DX)
006150                 MOVE "Y" TO BAL-LISTED-SW
006160         END-SEARCH
006170     END-IF.
006180     IF BAL-LISTED
006190         GO TO 4100-EXIT
006200     END-IF.
006202     PERFORM 4200-CHECK-HOLD THRU 4200-EXIT.
006204     IF BAL-HELD
006206         GO TO 4100-EXIT
006208     END-IF.
006210     MOVE DM-DEVICE-ID TO BAL-DEVICE-ID.
006220     MOVE BAL-D-RUN-DATE(BAL-DX) TO BAL-CUR-DATE.
006230     MOVE "A" TO BAL-CUR-MODE.
006240     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
006250     PERFORM 3200-READ-ARCHIVE THRU 3200-EXIT.
006260     IF NOT BAL-HIST-FOUND AND BAL-ROW-COUNT = 0
006270         GO TO 4100-EXIT
006280     END-IF.
006290     ADD 1 TO BAL-MISSING-COUNT.
006300     MOVE BAL-DEVICE-ID TO LRPT-MIS-DEVICE-ID.
006310     MOVE BAL-CUR-DATE TO LRPT-MIS-RUN-DATE.
006320     IF BAL-HIST-FOUND
006330         MOVE "PRESENT" TO LRPT-MIS-HIST
006340     ELSE
006350         MOVE "ABSENT" TO LRPT-MIS-HIST
006360     END-IF.
006370     MOVE BAL-ROW-COUNT TO LRPT-MIS-ROW-COUNT.
006380     MOVE "BREAK" TO LRPT-MIS-STATUS.
006390     MOVE WS-BAL-MIS-LINE TO BAL-RECORD.
006400     WRITE BAL-RECORD.
006410 4100-EXIT.
006420     EXIT.
006430*----------------------------------------------------------------*
006440*    4200-CHECK-HOLD  -  A DEVICE LEFT OFF A NIGHT'S FREQIFC     *
006450*                        BECAUSE 01B HELD ITS RESULT FOR A       *
006460*                        QUARANTINED DEVICE IS NOT MISSING - ITS *
006470*                        ARCHIVE ROWS WERE LOADED AS USUAL.      *
006480*                        LIST IT WITH THE STATE OF THE HOLD      *
006490*                        (STILL HELD, OR RELEASED OR REJECTED BY *
006500*                        THE LAB AND BY WHOM) INSTEAD OF AS A    *
006510*                        BREAK.                                  *
006520*----------------------------------------------------------------*
006530 4200-CHECK-HOLD.
006540     MOVE "N" TO BAL-HELD-SW.
006550     MOVE DM-DEVICE-ID TO PEND-DEVICE-ID.
006560     MOVE BAL-D-RUN-DATE(BAL-DX) TO PEND-RUN-DATE.
006570     READ PENDREL
006580         INVALID KEY
006590             GO TO 4200-EXIT
006600     END-READ.
006610     MOVE "Y" TO BAL-HELD-SW.
006620     ADD 1 TO BAL-HELD-COUNT.
006630     MOVE PEND-DEVICE-ID TO LRPT-HLD-DEVICE-ID.
006640     MOVE PEND-RUN-DATE TO LRPT-HLD-RUN-DATE.
006650     EVALUATE TRUE
006660         WHEN PEND-RELEASED
006670             MOVE "RELEASED" TO LRPT-HLD-STATE
006680         WHEN PEND-REJECTED
006690             MOVE "REJECTED" TO LRPT-HLD-STATE
006700         WHEN OTHER
006710             MOVE "HELD" TO LRPT-HLD-STATE
006720     END-EVALUATE.
006730     MOVE PEND-DISPOSED-DATE TO LRPT-HLD-DISPOSED-DATE.
006740     MOVE PEND-DISPOSED-BY TO LRPT-HLD-DISPOSED-BY.
006750     MOVE WS-BAL-HLD-LINE TO BAL-RECORD.
006760     WRITE BAL-RECORD.
006770 4200-EXIT.
006780     EXIT.
006790*----------------------------------------------------------------*
006800*    5000-WRITE-SUMMARY  -  THE TRAILING COUNT LINE THAT 01Z     *
006810*                           GRADES.                              *
006820*----------------------------------------------------------------*
006830 5000-WRITE-SUMMARY.
006840     IF BAL-IFC-COUNT = 0
006850         MOVE "NO DEVICE RECORDS ON FREQIFC" TO LRPT-MSG-TEXT
006860         MOVE WS-BAL-MSG-LINE TO BAL-RECORD
006870         WRITE BAL-RECORD
006880     END-IF.
006890     COMPUTE BAL-BREAK-COUNT = BAL-TOTAL-BREAKS + BAL-COUNT-BREAKS
006900         + BAL-MISSING-COUNT + BAL-GRAND-BREAKS.
006910     MOVE BAL-RUN-DATE TO LRPT-SUM-RUN-DATE.
006920     MOVE BAL-DEVICE-COUNT TO LRPT-SUM-DEVICES.
006930     MOVE BAL-BALANCED-COUNT TO LRPT-SUM-BALANCED.
006940     MOVE BAL-RESTATED-COUNT TO LRPT-SUM-RESTATED.
006950     MOVE BAL-BREAK-COUNT TO LRPT-SUM-BREAKS.
006960     MOVE BAL-TOTAL-BREAKS TO LRPT-SUM-TOTAL-BREAKS.
006970     MOVE BAL-COUNT-BREAKS TO LRPT-SUM-COUNT-BREAKS.
006980     MOVE BAL-MISSING-COUNT TO LRPT-SUM-MISSING.
006990     MOVE BAL-GRAND-BREAKS TO LRPT-SUM-GRAND-BREAKS.
007000     MOVE BAL-HELD-COUNT TO LRPT-SUM-HELD.
007010     MOVE WS-BAL-SUM-LINE TO BAL-RECORD.
007020     WRITE BAL-RECORD.
007030 5000-EXIT.
007040     EXIT.
007050*----------------------------------------------------------------*
007060*    6000-CHECK-RELEASED  -  MARK THE FREQIFC RECORD JUST HELD   *
007070*                            IF IT IS A QUARANTINED RESULT 01M   *
007080*                            RELEASED AND 01B SENT ON A LATER    *
007090*                            NIGHT.  IT FOLLOWS THAT NIGHT'S     *
007100*                            GRAND-TOTAL RECORD, SO IT IS KEPT   *
007110*                            OUT OF THE RUNNING SUM.             *
007120*----------------------------------------------------------------*
007130 6000-CHECK-RELEASED.
007140     MOVE "N" TO BAL-I-RELEASED-SW(BAL-IFC-COUNT).
007150     IF IFC-RUN-MODE = "C"
007160         GO TO 6000-EXIT
007170     END-IF.
007180     MOVE IFC-DEVICE-ID TO PEND-DEVICE-ID.
007190     MOVE IFC-RUN-DATE TO PEND-RUN-DATE.
007200     READ PENDREL
007210         INVALID KEY
007220             GO TO 6000-EXIT
007230     END-READ.
007240     IF PEND-RELEASED
007250         MOVE "Y" TO BAL-I-RELEASED-SW(BAL-IFC-COUNT)
007260     END-IF.
007270 6000-EXIT.
007280     EXIT.
