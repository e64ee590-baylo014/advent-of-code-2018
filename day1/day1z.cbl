000260*                   REVIEW / ESCALATE) ON ONE LINE.  A MISSING   *
000270*                   SOURCE FILE SHOWS NOT RUN - A MISSING        *
000280*                   BATCHRPT GRADES ESCALATE ON ITS OWN.         *
000281*    10/15/26  RLH  ADDED 01N SILRPT AS A SOURCE - A SILENT      *
000282*                   ACTIVE DEVICE GRADES REVIEW, ONE PAST THE    *
000283*                   SILPARM LIMIT ESCALATE.                      *
000284*    10/15/26  RLH  ADDED 01L BALRPT AS A SOURCE - A DEVICE      *
000285*                   MISSING FROM ONE STORE GRADES REVIEW, A      *
000286*                   TOTAL, COUNT OR GRAND-TOTAL BREAK ESCALATE.  *
000287*    10/15/26  RLH  ADDED 01F SCRNRPT AS A SOURCE - A LOG OUT    *
000288*                   OF ITS DEVICE'S PROFILE GRADES REVIEW, A LOG *
000289*                   RESENT FROM AN EARLIER DATE ESCALATE.        *
000290*----------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000390     SELECT OPTIONAL ACKRPT ASSIGN TO DISK
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS SUM-ACK-STATUS.
000412     SELECT OPTIONAL SCRNRPT ASSIGN TO DISK
000414         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS SUM-SCR-STATUS.
000420     SELECT OPTIONAL HISTCTL ASSIGN TO DISK
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS SUM-HST-STATUS.
000442     SELECT OPTIONAL BALRPT ASSIGN TO DISK
000444         ORGANIZATION IS LINE SEQUENTIAL
000446         FILE STATUS IS SUM-BAL-STATUS.
000450     SELECT OPTIONAL EXCPRPT ASSIGN TO DISK
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS SUM-REJ-STATUS.
000472     SELECT OPTIONAL SILRPT ASSIGN TO DISK
000474         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS SUM-SIL-STATUS.
000480     SELECT MORNRPT ASSIGN TO DISK
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500 DATA DIVISION.
000610     VALUE OF FILE-ID IS "ACKRPT"
000620     DATA RECORD IS ARPT-RECORD.
000630 01  ARPT-RECORD                 PIC X(132).
000632 FD  SCRNRPT
000634     VALUE OF FILE-ID IS "SCRNRPT"
000636     DATA RECORD IS SCN-RECORD.
000638 01  SCN-RECORD                  PIC X(300).
000640 FD  HISTCTL
000650     VALUE OF FILE-ID IS "HISTCTL"
000660     DATA RECORD IS HCTL-RECORD.
000670 01  HCTL-RECORD                 PIC X(132).
000672 FD  BALRPT
000674     VALUE OF FILE-ID IS "BALRPT"
000676     DATA RECORD IS BLR-RECORD.
000678 01  BLR-RECORD                  PIC X(250).
000680 FD  EXCPRPT
000690     VALUE OF FILE-ID IS "EXCPRPT"
000700     DATA RECORD IS EXCP-RECORD.
000710 01  EXCP-RECORD                 PIC X(132).
000712 FD  SILRPT
000714     VALUE OF FILE-ID IS "SILRPT"
000716     DATA RECORD IS NRP-RECORD.
000718 01  NRP-RECORD                  PIC X(132).
000720 FD  MORNRPT
000730     VALUE OF FILE-ID IS "MORNRPT"
000740     DATA RECORD IS MORN-RECORD.
000840     88  SUM-HST-OK               VALUE "00".
000850 01  SUM-REJ-STATUS              PIC X(02) VALUE SPACES.
000860     88  SUM-REJ-OK               VALUE "00".
000861 01  SUM-SIL-STATUS              PIC X(02) VALUE SPACES.
000862     88  SUM-SIL-OK               VALUE "00".
000863 01  SUM-BAL-STATUS              PIC X(02) VALUE SPACES.
000864     88  SUM-BAL-OK               VALUE "00".
000865 01  SUM-SCR-STATUS              PIC X(02) VALUE SPACES.
000866     88  SUM-SCR-OK               VALUE "00".
000870 COPY FRQZRPT.
000880 COPY FRQBRPT.
000890 COPY FRQDRPT.
000900 COPY FRQARPT.
000910 COPY FRQHCTL.
000912 COPY FRQNRPT.
000914 COPY FRQLRPT.
000916 COPY FRQFRPT.
000920 01  SUM-DONE-SW                 PIC 9(01) VALUE 0.
000930     88  SUM-FILE-DONE            VALUE 1.
000940 01  SUM-RUN-DATE                PIC X(08) VALUE SPACES.
001040 01  SUM-HST-LOADED              PIC 9(07) COMP VALUE 0.
001050 01  SUM-HST-DUPS                PIC 9(07) COMP VALUE 0.
001060 01  SUM-REJ-COUNT               PIC 9(07) COMP VALUE 0.
001061 01  SUM-SIL-SILENT              PIC 9(07) COMP VALUE 0.
001062 01  SUM-SIL-OVER                PIC 9(07) COMP VALUE 0.
001063 01  SUM-BAL-BREAKS              PIC 9(07) COMP VALUE 0.
001064 01  SUM-BAL-MISSING             PIC 9(07) COMP VALUE 0.
001065 01  SUM-BAL-RESTATED            PIC 9(07) COMP VALUE 0.
001066 01  SUM-SCR-ANOMALIES           PIC 9(07) COMP VALUE 0.
001067 01  SUM-SCR-RESENDS             PIC 9(07) COMP VALUE 0.
001070 01  SUM-GRADE                   PIC X(08) VALUE "CLEAN".
001080 01  SUM-GRADE-REASON            PIC X(60) VALUE SPACES.
001090 PROCEDURE DIVISION.
001200     PERFORM 4000-SCAN-ACKRPT THRU 4000-EXIT.
001210     PERFORM 5000-SCAN-HISTCTL THRU 5000-EXIT.
001220     PERFORM 6000-SCAN-EXCPRPT THRU 6000-EXIT.
001222     PERFORM 9000-SCAN-SILRPT THRU 9000-EXIT.
001224     PERFORM 9200-SCAN-BALRPT THRU 9200-EXIT.
001226     PERFORM 9400-SCAN-SCRNRPT THRU 9400-EXIT.
001230     PERFORM 7000-GRADE-CYCLE THRU 7000-EXIT.
001240     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
001250     CLOSE MORNRPT.
003080*                         WORST CONDITION FOUND WINS:            *
003090*                         ESCALATE - THE BATCH DID NOT RUN, A    *
003100*                         LOG FAILED RECONCILIATION, A DEVICE    *
003110*                         WAS SKIPPED, A SEND WAS NEVER          *
003120*                         ACKNOWLEDGED, AN ACTIVE DEVICE HAS     *
003122*                         BEEN SILENT PAST ITS LIMIT, FREQIFC,   *
003124*                         HISTMST AND AUDMST DO NOT BALANCE,     *
003126*                         OR A LOG WAS RESENT FROM AN EARLIER    *
003128*                         DATE.  REVIEW - DRIFT                  *
003130*                         EXCEPTIONS, LOAD DUPLICATES, COMMAND   *
003140*                         REJECTS, A SILENT DEVICE, A DEVICE     *
003150*                         MISSING FROM ONE STORE, A LOG OUT OF   *
003153*                         ITS DEVICE'S PROFILE, OR A NON-BATCH   *
003156*                         SOURCE MISSING.  OTHERWISE CLEAN.      *
003160*----------------------------------------------------------------*
003170 7000-GRADE-CYCLE.
003180     MOVE "CLEAN" TO SUM-GRADE.
003210             OR ZRPT-ACK-STATUS = "NOT RUN"
003220             OR ZRPT-HST-STATUS = "NOT RUN"
003230             OR ZRPT-REJ-STATUS = "NOT RUN"
003232             OR ZRPT-SIL-STATUS = "NOT RUN"
003234             OR ZRPT-BAL-STATUS = "NOT RUN"
003236             OR ZRPT-SCR-STATUS = "NOT RUN"
003240         MOVE "REVIEW" TO SUM-GRADE
003250         MOVE "A NIGHTLY SOURCE DID NOT RUN"
003260             TO SUM-GRADE-REASON
003300         MOVE "REJECTED COMMANDS ON EXCPRPT"
003310             TO SUM-GRADE-REASON
003320     END-IF.
003321     IF SUM-SIL-SILENT > 0
003322         MOVE "REVIEW" TO SUM-GRADE
003323         MOVE "ACTIVE DEVICES SILENT ON SILRPT"
003324             TO SUM-GRADE-REASON
003325     END-IF.
003330     IF SUM-HST-DUPS > 0
003340         MOVE "REVIEW" TO SUM-GRADE
003350         MOVE "DUPLICATE LOADS ON HISTCTL" TO SUM-GRADE-REASON
003351     END-IF.
003352     IF SUM-BAL-MISSING > 0
003353         MOVE "REVIEW" TO SUM-GRADE
003354         MOVE "DEVICES MISSING FROM A STORE ON BALRPT"
003355             TO SUM-GRADE-REASON
003360     END-IF.
003370     IF SUM-DRF-EXCP > 0
003380         MOVE "REVIEW" TO SUM-GRADE
003390         MOVE "DRIFT EXCEPTIONS ON DRIFTRPT"
003400             TO SUM-GRADE-REASON
003410     END-IF.
003411     IF SUM-SCR-ANOMALIES > 0
003412         MOVE "REVIEW" TO SUM-GRADE
003413         MOVE "LOGS OUT OF DEVICE PROFILE ON SCRNRPT"
003414             TO SUM-GRADE-REASON
003415     END-IF.
003420     IF SUM-ACK-UNMATCHED > 0
003430         MOVE "ESCALATE" TO SUM-GRADE
003440         MOVE "UNMATCHED ACKNOWLEDGMENTS" TO SUM-GRADE-REASON
003441     END-IF.
003442     IF SUM-SIL-OVER > 0
003443         MOVE "ESCALATE" TO SUM-GRADE
003444         MOVE "ACTIVE DEVICES SILENT PAST THE SILPARM LIMIT"
003445             TO SUM-GRADE-REASON
003450     END-IF.
003460     IF SUM-BAT-SKIPPED > 0
003470         MOVE "ESCALATE" TO SUM-GRADE
003480         MOVE "DEVICES SKIPPED IN THE BATCH RUN"
003490             TO SUM-GRADE-REASON
003500     END-IF.
003501     IF SUM-BAL-BREAKS > SUM-BAL-MISSING
003502         MOVE "ESCALATE" TO SUM-GRADE
003503         MOVE "THREE-WAY BALANCING BREAKS ON BALRPT"
003504             TO SUM-GRADE-REASON
003505     END-IF.
003510     IF SUM-BAT-RECONF > 0
003520         MOVE "ESCALATE" TO SUM-GRADE
003530         MOVE "RECONCILIATION FAILURES IN THE BATCH RUN"
003531             TO SUM-GRADE-REASON
003532     END-IF.
003533     IF SUM-SCR-RESENDS > 0
003534         MOVE "ESCALATE" TO SUM-GRADE
003535         MOVE "LOGS RESENT FROM AN EARLIER DATE ON SCRNRPT"
003540             TO SUM-GRADE-REASON
003550     END-IF.
003560     IF ZRPT-BAT-STATUS = "NOT RUN"
003720     MOVE SUM-BAT-RECONF TO ZRPT-BAT-RECONF.
003730     MOVE WS-SUM-BAT-LINE TO MORN-RECORD.
003740     WRITE MORN-RECORD.
003742     MOVE SUM-SIL-SILENT TO ZRPT-SIL-SILENT.
003744     MOVE SUM-SIL-OVER TO ZRPT-SIL-OVER.
003746     MOVE WS-SUM-SIL-LINE TO MORN-RECORD.
003748     WRITE MORN-RECORD.
003750     MOVE SUM-DRF-EXCP TO ZRPT-DRF-EXCP.
003760     MOVE SUM-DRF-NOPRIOR TO ZRPT-DRF-NOPRIOR.
003770     MOVE SUM-DRF-FLAGGED TO ZRPT-DRF-FLAGGED.
003860     MOVE SUM-HST-DUPS TO ZRPT-HST-DUPS.
003870     MOVE WS-SUM-HST-LINE TO MORN-RECORD.
003880     WRITE MORN-RECORD.
003882     MOVE SUM-BAL-BREAKS TO ZRPT-BAL-BREAKS.
003884     MOVE SUM-BAL-RESTATED TO ZRPT-BAL-RESTATED.
003886     MOVE WS-SUM-BAL-LINE TO MORN-RECORD.
003888     WRITE MORN-RECORD.
003890     MOVE SUM-REJ-COUNT TO ZRPT-REJ-COUNT.
003900     MOVE WS-SUM-REJ-LINE TO MORN-RECORD.
003902     WRITE MORN-RECORD.
003904     MOVE SUM-SCR-ANOMALIES TO ZRPT-SCR-ANOMALIES.
003906     MOVE SUM-SCR-RESENDS TO ZRPT-SCR-RESENDS.
003908     MOVE WS-SUM-SCR-LINE TO MORN-RECORD.
003910     WRITE MORN-RECORD.
003920     MOVE SUM-GRADE TO ZRPT-GRADE.
003930     MOVE SUM-GRADE-REASON TO ZRPT-GRADE-REASON.
003950     WRITE MORN-RECORD.
003960 8000-EXIT.
003970     EXIT.
003980*----------------------------------------------------------------*
003990*    9000-SCAN-SILRPT  -  THE NON-REPORTING DEVICE REPORT'S      *
004000*                         TRAILING SUMMARY LINE.                 *
004010*----------------------------------------------------------------*
004020 9000-SCAN-SILRPT.
004030     MOVE "OK" TO ZRPT-SIL-STATUS.
004040     MOVE 0 TO SUM-DONE-SW.
004050     OPEN INPUT SILRPT.
004060     IF NOT SUM-SIL-OK
004070         MOVE "NOT RUN" TO ZRPT-SIL-STATUS
004080     ELSE
004090         PERFORM 9100-READ-SIL-LINE THRU 9100-EXIT
004100             UNTIL SUM-FILE-DONE
004110         CLOSE SILRPT
004120     END-IF.
004130 9000-EXIT.
004140     EXIT.
004150 9100-READ-SIL-LINE.
004160     READ SILRPT
004170         AT END
004180             MOVE 1 TO SUM-DONE-SW
004190     END-READ.
004200     IF NOT SUM-FILE-DONE
004210         IF NRP-RECORD(1:16) = "NON-REPORTING - "
004220             MOVE NRP-RECORD TO WS-NRP-SUM-LINE
004230             MOVE NRPT-SILENT-COUNT TO SUM-SIL-SILENT
004240             MOVE NRPT-OVER-COUNT TO SUM-SIL-OVER
004250         END-IF
004260     END-IF.
004270 9100-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------*
004300*    9200-SCAN-BALRPT  -  THE THREE-WAY BALANCING REPORT'S       *
004310*                         TRAILING SUMMARY LINE.                 *
004320*----------------------------------------------------------------*
004330 9200-SCAN-BALRPT.
004340     MOVE "OK" TO ZRPT-BAL-STATUS.
004350     MOVE 0 TO SUM-DONE-SW.
004360     OPEN INPUT BALRPT.
004370     IF NOT SUM-BAL-OK
004380         MOVE "NOT RUN" TO ZRPT-BAL-STATUS
004390     ELSE
004400         PERFORM 9300-READ-BAL-LINE THRU 9300-EXIT
004410             UNTIL SUM-FILE-DONE
004420         CLOSE BALRPT
004430     END-IF.
004440 9200-EXIT.
004450     EXIT.
004460 9300-READ-BAL-LINE.
004470     READ BALRPT
004480         AT END
004490             MOVE 1 TO SUM-DONE-SW
004500     END-READ.
004510     IF NOT SUM-FILE-DONE
004520         IF BLR-RECORD(1:12) = "BALANCING - "
004530             MOVE BLR-RECORD TO WS-BAL-SUM-LINE
004540             MOVE LRPT-SUM-BREAKS TO SUM-BAL-BREAKS
004550             MOVE LRPT-SUM-MISSING TO SUM-BAL-MISSING
004560             MOVE LRPT-SUM-RESTATED TO SUM-BAL-RESTATED
004570         END-IF
004580     END-IF.
004590 9300-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------*
004620*    9400-SCAN-SCRNRPT  -  THE COMMAND-PATTERN SCREENING         *
004630*                          REPORT'S TRAILING SUMMARY LINE.       *
004640*----------------------------------------------------------------*
004650 9400-SCAN-SCRNRPT.
004660     MOVE "OK" TO ZRPT-SCR-STATUS.
004670     MOVE 0 TO SUM-DONE-SW.
004680     OPEN INPUT SCRNRPT.
004690     IF NOT SUM-SCR-OK
004700         MOVE "NOT RUN" TO ZRPT-SCR-STATUS
004710     ELSE
004720         PERFORM 9500-READ-SCR-LINE THRU 9500-EXIT
004730             UNTIL SUM-FILE-DONE
004740         CLOSE SCRNRPT
004750     END-IF.
004760 9400-EXIT.
004770     EXIT.
004780 9500-READ-SCR-LINE.
004790     READ SCRNRPT
004800         AT END
004810             MOVE 1 TO SUM-DONE-SW
004820     END-READ.
004830     IF NOT SUM-FILE-DONE
004840         IF SCN-RECORD(1:12) = "SCREENING - "
004850             MOVE SCN-RECORD TO WS-SCR-SUM-LINE
004860             MOVE FRPT-SUM-ANOMALIES TO SUM-SCR-ANOMALIES
004870             MOVE FRPT-SUM-RESENDS TO SUM-SCR-RESENDS
004880         END-IF
004890     END-IF.
004900 9500-EXIT.
004910     EXIT.
