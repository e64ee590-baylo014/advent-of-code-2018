000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. 01E.
000030 AUTHOR. R L HARTMANN.
000040 INSTALLATION. CALDEV CALIBRATION SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    MODIFICATION HISTORY                                        *
000090*----------------------------------------------------------------*
000100*    10/15/26  RLH  ORIGINAL PROGRAM - ATTRIBUTE HISTORY         *
000110*                   INQUIRY.  LISTS A DEVICE'S DATED BAND,       *
000120*                   TOLERANCE AND RUN-MODE VERSIONS FROM DEVEFF  *
000130*                   ON THE EFFRPT REPORT, OLDEST FIRST, WITH THE *
000140*                   VALUES IN FORCE FROM EACH DATE AND WHICH     *
000150*                   VERSION IS IN FORCE ON THE EFFPARM AS-OF     *
000160*                   DATE - THE QUESTION AN AUDITOR ASKS WHEN A   *
000170*                   RERUN FOR AN OLD DATE IS JUDGED BY DIFFERENT *
000180*                   RULES THAN TODAY'S.  SCHEDULED               *
000190*                   (FUTURE-DATED) CHANGES ARE LISTED TOO.       *
000191*    10/15/26  RLH  THE MASTER LINE SHOWS THE QUARANTINE FLAG    *
000192*                   AND DATE, AND THE DEVICE'S QUARLOG           *
000193*                   QUARANTINE LOG IS LISTED AFTER ITS VERSIONS  *
000194*                   - EACH BREACH, THE QUARANTINE AND WHO        *
000195*                   RELEASED OR REJECTED IT AND WHY.             *
000200*----------------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT EFFPARM ASSIGN TO DISK
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS EPRM-FILE-STATUS.
000270     SELECT OPTIONAL DEVMST ASSIGN TO DISK
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS RANDOM
000300         RECORD KEY IS DM-KEY
000310         FILE STATUS IS EIQ-DMST-STATUS.
000320     SELECT OPTIONAL DEVEFF ASSIGN TO DISK
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS DEFF-KEY
000360         FILE STATUS IS EFF-DEFF-STATUS.
000361     SELECT OPTIONAL QUARLOG ASSIGN TO DISK
000362         ORGANIZATION IS INDEXED
000363         ACCESS MODE IS DYNAMIC
000364         RECORD KEY IS QLOG-KEY
000365         FILE STATUS IS EIQ-QLOG-STATUS.
000370     SELECT EFFRPT ASSIGN TO DISK
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  EFFPARM
000420     VALUE OF FILE-ID IS "EFFPARM"
000430     DATA RECORD IS EPRM-RECORD.
000440 01  EPRM-RECORD.
000450     COPY FRQEPRM.
000460 FD  DEVMST
000470     VALUE OF FILE-ID IS "DEVMST"
000480     DATA RECORD IS DM-RECORD.
000490 01  DM-RECORD.
000500     COPY FRQDMST.
000510 FD  DEVEFF
000520     VALUE OF FILE-ID IS "DEVEFF"
000530     DATA RECORD IS DEFF-RECORD.
000540 01  DEFF-RECORD.
000550     COPY FRQDEFF.
000551 FD  QUARLOG
000552     VALUE OF FILE-ID IS "QUARLOG"
000553     DATA RECORD IS QLOG-RECORD.
000554 01  QLOG-RECORD.
000555     COPY FRQQLOG.
000560 FD  EFFRPT
000570     VALUE OF FILE-ID IS "EFFRPT"
000580     DATA RECORD IS EIQ-RECORD.
000590 01  EIQ-RECORD                  PIC X(132).
000600 WORKING-STORAGE SECTION.
000610 01  EPRM-FILE-STATUS            PIC X(02) VALUE SPACES.
000620     88  EPRM-FILE-OK             VALUE "00".
000630 01  EIQ-DMST-STATUS             PIC X(02) VALUE SPACES.
000640     88  EIQ-DMST-OK              VALUE "00".
000650     88  EIQ-DMST-CREATED         VALUE "05".
000652 01  EIQ-QLOG-STATUS             PIC X(02) VALUE SPACES.
000654     88  EIQ-QLOG-OK              VALUE "00".
000656     88  EIQ-QLOG-CREATED         VALUE "05".
000660 COPY FRQEFFW.
000670 COPY FRQERPT.
000680 01  EIQ-DONE-SW                 PIC 9(01) VALUE 0.
000690     88  EIQ-DONE                 VALUE 1.
000700 01  EIQ-AS-OF-DATE              PIC X(08) VALUE SPACES.
000710 01  EIQ-IN-FORCE-DATE           PIC X(08) VALUE SPACES.
000720 01  EIQ-VERSION-COUNT           PIC 9(07) COMP VALUE 0.
000730 01  EIQ-SCHED-COUNT             PIC 9(07) COMP VALUE 0.
000735 01  EIQ-QLOG-COUNT              PIC 9(07) COMP VALUE 0.
000740 PROCEDURE DIVISION.
000750*----------------------------------------------------------------*
000760*    0000-MAIN  -  PROGRAM MAINLINE.                             *
000770*----------------------------------------------------------------*
000780 0000-MAIN.
000790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000800     PERFORM 2000-WRITE-MASTER THRU 2000-EXIT.
000810     PERFORM 3000-LIST-VERSIONS THRU 3000-EXIT.
000815     PERFORM 4000-LIST-QUARANTINE THRU 4000-EXIT.
000820     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
000830     CLOSE DEVMST DEVEFF QUARLOG EFFRPT.
000840     STOP RUN.
000850*----------------------------------------------------------------*
000858*    1000-INITIALIZE  -  LOAD THE EFFPARM CONTROL CARD AND OPEN  *
000866*                        THE DEVICE MASTER, ITS ATTRIBUTE        *
000874*                        HISTORY, THE QUARLOG QUARANTINE LOG AND *
000882*                        THE REPORT.  THE CONTROL CARD IS        *
000890*                        REQUIRED - THERE IS NO DEFAULT DEVICE   *
000898*                        TO INQUIRE ON.                          *
000910*----------------------------------------------------------------*
000920 1000-INITIALIZE.
000930     OPEN INPUT EFFPARM.
000940     IF NOT EPRM-FILE-OK
000950         DISPLAY "01E ABEND - EFFPARM CONTROL CARD NOT FOUND - "
000960             "A DEVICE ID IS REQUIRED"
000970         MOVE 16 TO RETURN-CODE
000980         STOP RUN
000990     END-IF.
001000     READ EFFPARM
001010         AT END
001020             CONTINUE
001030     END-READ.
001040     IF NOT EPRM-FILE-OK
001050         CLOSE EFFPARM
001060         DISPLAY "01E ABEND - EFFPARM CONTROL CARD IS EMPTY - "
001070             "A DEVICE ID IS REQUIRED"
001080         MOVE 16 TO RETURN-CODE
001090         STOP RUN
001100     END-IF.
001110     CLOSE EFFPARM.
001111     IF EPRM-DEVICE-ID = SPACES
001112         DISPLAY "01E ABEND - EFFPARM DEVICE ID IS BLANK - "
001113             "A DEVICE ID IS REQUIRED"
001114         MOVE 16 TO RETURN-CODE
001115         STOP RUN
001116     END-IF.
001120     IF EPRM-AS-OF-DATE = SPACES
001130         ACCEPT EIQ-AS-OF-DATE FROM DATE YYYYMMDD
001140     ELSE
001150         MOVE EPRM-AS-OF-DATE TO EIQ-AS-OF-DATE
001160     END-IF.
001170     OPEN INPUT DEVMST.
001180     IF NOT EIQ-DMST-OK AND NOT EIQ-DMST-CREATED
001190         DISPLAY "01E ABEND - DEVMST DEVICE MASTER OPEN FAILED "
001200             "- FILE STATUS " EIQ-DMST-STATUS
001210         MOVE 16 TO RETURN-CODE
001220         STOP RUN
001230     END-IF.
001240     OPEN INPUT DEVEFF.
001250     IF NOT EFF-DEFF-OK AND NOT EFF-DEFF-CREATED
001260         DISPLAY "01E ABEND - DEVEFF ATTRIBUTE HISTORY OPEN "
001270             "FAILED - FILE STATUS " EFF-DEFF-STATUS
001280         MOVE 16 TO RETURN-CODE
001290         STOP RUN
001300     END-IF.
001301     OPEN INPUT QUARLOG.
001302     IF NOT EIQ-QLOG-OK AND NOT EIQ-QLOG-CREATED
001303         DISPLAY "01E ABEND - QUARLOG QUARANTINE LOG OPEN FAILED "
001304             "- FILE STATUS " EIQ-QLOG-STATUS
001305         MOVE 16 TO RETURN-CODE
001306         STOP RUN
001307     END-IF.
001310     OPEN OUTPUT EFFRPT.
001320     MOVE EPRM-DEVICE-ID TO ERPT-DEVICE-ID.
001330     MOVE EIQ-AS-OF-DATE TO ERPT-AS-OF-DATE.
001340     MOVE WS-EIQ-HDR-LINE TO EIQ-RECORD.
001350     WRITE EIQ-RECORD.
001360 1000-EXIT.
001370     EXIT.
001380*----------------------------------------------------------------*
001390*    2000-WRITE-MASTER  -  THE DEVICE'S CURRENT DEVMST VALUES,   *
001400*                          FOR COMPARISON WITH THE VERSION IN    *
001410*                          FORCE TODAY.                          *
001420*----------------------------------------------------------------*
001430 2000-WRITE-MASTER.
001440     MOVE EPRM-DEVICE-ID TO DM-DEVICE-ID.
001450     READ DEVMST
001460         INVALID KEY
001470             MOVE "DEVICE NOT ON MASTER" TO ERPT-MSG-TEXT
001480             MOVE WS-EIQ-MSG-LINE TO EIQ-RECORD
001490         NOT INVALID KEY
001500             MOVE DM-EXCURSION-LIMIT TO ERPT-MST-EXCURSION
001510             MOVE DM-DRIFT-TOLERANCE TO ERPT-MST-TOLERANCE
001520             MOVE DM-RUN-MODE TO ERPT-MST-MODE
001530             MOVE DM-STATUS TO ERPT-MST-STATUS
001533             MOVE DM-QUARANTINE-FLAG TO ERPT-MST-QUARANTINE
001536             MOVE DM-QUARANTINE-DATE TO ERPT-MST-QTN-DATE
001540             MOVE WS-EIQ-MST-LINE TO EIQ-RECORD
001550     END-READ.
001560     WRITE EIQ-RECORD.
001570 2000-EXIT.
001580     EXIT.
001590*----------------------------------------------------------------*
001600*    3000-LIST-VERSIONS  -  FIND WHICH VERSION IS IN FORCE ON    *
001610*                           THE AS-OF DATE, THEN WALK ALL OF THE *
001620*                           DEVICE'S VERSIONS OLDEST FIRST,      *
001630*                           BUILDING UP THE VALUES IN FORCE FROM *
001640*                           EACH DATE BY THE SAME RULE 01B AND   *
001650*                           01D USE (FRQEFFP).                   *
001660*----------------------------------------------------------------*
001670 3000-LIST-VERSIONS.
001680     MOVE EPRM-DEVICE-ID TO EFF-DEVICE-ID.
001690     MOVE EIQ-AS-OF-DATE TO EFF-AS-OF-DATE.
001700     PERFORM 8700-FIND-IN-FORCE THRU 8700-EXIT.
001710     MOVE SPACES TO EIQ-IN-FORCE-DATE.
001720     IF EFF-FOUND
001730         MOVE EFF-EFFECTIVE-DATE TO EIQ-IN-FORCE-DATE
001740     END-IF.
001750     MOVE "N" TO EFF-FOUND-SW.
001760     MOVE 0 TO EIQ-DONE-SW.
001770     MOVE EPRM-DEVICE-ID TO DEFF-DEVICE-ID.
001780     MOVE LOW-VALUES TO DEFF-EFFECTIVE-DATE.
001790     START DEVEFF KEY IS NOT LESS THAN DEFF-KEY
001800         INVALID KEY
001810             MOVE 1 TO EIQ-DONE-SW
001820     END-START.
001830     PERFORM 3100-READ-VERSION THRU 3100-EXIT
001840         UNTIL EIQ-DONE.
001850     IF EIQ-VERSION-COUNT = 0
001860         MOVE "NO DATED VERSIONS - MASTER VALUES APPLY"
001870             TO ERPT-MSG-TEXT
001880         MOVE WS-EIQ-MSG-LINE TO EIQ-RECORD
001890         WRITE EIQ-RECORD
001900     END-IF.
001910 3000-EXIT.
001920     EXIT.
001930 3100-READ-VERSION.
001940     READ DEVEFF NEXT RECORD
001950         AT END
001960             MOVE 1 TO EIQ-DONE-SW
001970     END-READ.
001980     IF NOT EIQ-DONE
001990         IF DEFF-DEVICE-ID NOT = EPRM-DEVICE-ID
002000             MOVE 1 TO EIQ-DONE-SW
002010         ELSE
002020             PERFORM 8720-APPLY-VERSION THRU 8720-EXIT
002030             PERFORM 3200-WRITE-VERSION THRU 3200-EXIT
002040         END-IF
002050     END-IF.
002060 3100-EXIT.
002070     EXIT.
002080*----------------------------------------------------------------*
002090*    3200-WRITE-VERSION  -  ONE DETAIL LINE.  A VERSION DATED    *
002100*                           AFTER THE AS-OF DATE IS SCHEDULED;   *
002110*                           THE LATEST ONE ON OR BEFORE IT IS IN *
002120*                           FORCE; ANY EARLIER ONE IS            *
002130*                           SUPERSEDED.                          *
002140*----------------------------------------------------------------*
002150 3200-WRITE-VERSION.
002160     ADD 1 TO EIQ-VERSION-COUNT.
002170     MOVE DEFF-EFFECTIVE-DATE TO ERPT-EFFECTIVE-DATE.
002180     MOVE EFF-EXCURSION-LIMIT TO ERPT-EXCURSION.
002190     MOVE EFF-DRIFT-TOLERANCE TO ERPT-TOLERANCE.
002200     MOVE EFF-RUN-MODE TO ERPT-MODE.
002210     MOVE DEFF-ENTERED-DATE TO ERPT-ENTERED-DATE.
002220     MOVE DEFF-SOURCE TO ERPT-SOURCE.
002230     IF DEFF-EFFECTIVE-DATE > EIQ-AS-OF-DATE
002240         ADD 1 TO EIQ-SCHED-COUNT
002250         MOVE "SCHEDULED" TO ERPT-VERSION-STATUS
002260     ELSE
002270         IF DEFF-EFFECTIVE-DATE = EIQ-IN-FORCE-DATE
002280             MOVE "IN FORCE" TO ERPT-VERSION-STATUS
002290         ELSE
002300             MOVE "SUPERSEDED" TO ERPT-VERSION-STATUS
002310         END-IF
002320     END-IF.
002330     MOVE WS-EIQ-DTL-LINE TO EIQ-RECORD.
002340     WRITE EIQ-RECORD.
002350 3200-EXIT.
002360     EXIT.
002370*----------------------------------------------------------------*
002380*    4000-LIST-QUARANTINE  -  THE DEVICE'S QUARANTINE LOG,       *
002390*                             OLDEST FIRST - EVERY BAND AND      *
002400*                             DRIFT BREACH COUNTED AGAINST IT,   *
002410*                             THE QUARANTINE ITSELF AND EACH     *
002420*                             RELEASE OR REJECT - SO AN AUDITOR  *
002430*                             CAN SEE WHY IT WAS TAKEN OUT OF    *
002440*                             SERVICE AND WHO RETURNED IT.       *
002450*----------------------------------------------------------------*
002460 4000-LIST-QUARANTINE.
002470     MOVE 0 TO EIQ-DONE-SW.
002480     MOVE EPRM-DEVICE-ID TO QLOG-DEVICE-ID.
002490     MOVE LOW-VALUES TO QLOG-EVENT-DATE.
002500     MOVE 0 TO QLOG-SEQ.
002510     START QUARLOG KEY IS NOT LESS THAN QLOG-KEY
002520         INVALID KEY
002530             MOVE 1 TO EIQ-DONE-SW
002540     END-START.
002550     PERFORM 4100-READ-EVENT THRU 4100-EXIT
002560         UNTIL EIQ-DONE.
002570     IF EIQ-QLOG-COUNT = 0
002580         MOVE "NO QUARANTINE EVENTS LOGGED" TO ERPT-MSG-TEXT
002590         MOVE WS-EIQ-MSG-LINE TO EIQ-RECORD
002600         WRITE EIQ-RECORD
002610     END-IF.
002620 4000-EXIT.
002630     EXIT.
002640 4100-READ-EVENT.
002650     READ QUARLOG NEXT RECORD
002660         AT END
002670             MOVE 1 TO EIQ-DONE-SW
002680     END-READ.
002690     IF EIQ-DONE
002700         GO TO 4100-EXIT
002710     END-IF.
002720     IF QLOG-DEVICE-ID NOT = EPRM-DEVICE-ID
002730         MOVE 1 TO EIQ-DONE-SW
002740         GO TO 4100-EXIT
002750     END-IF.
002760     ADD 1 TO EIQ-QLOG-COUNT.
002770     MOVE QLOG-EVENT-DATE TO ERPT-QLG-DATE.
002780     EVALUATE TRUE
002790         WHEN QLOG-BAND-BREACH
002800             MOVE "BAND BREACH" TO ERPT-QLG-EVENT
002810         WHEN QLOG-DRIFT-BREACH
002820             MOVE "DRIFT BREACH" TO ERPT-QLG-EVENT
002830         WHEN QLOG-QUARANTINE
002840             MOVE "QUARANTINED" TO ERPT-QLG-EVENT
002850         WHEN QLOG-RELEASE
002860             MOVE "RELEASED" TO ERPT-QLG-EVENT
002870         WHEN QLOG-REJECT
002880             MOVE "REJECTED" TO ERPT-QLG-EVENT
002890         WHEN OTHER
002900             MOVE QLOG-EVENT TO ERPT-QLG-EVENT
002910     END-EVALUATE.
002920     MOVE QLOG-PROGRAM TO ERPT-QLG-PROGRAM.
002930     MOVE QLOG-USER-ID TO ERPT-QLG-USER-ID.
002940     MOVE QLOG-BREACH-COUNT TO ERPT-QLG-BREACHES.
002950     MOVE QLOG-HELD-COUNT TO ERPT-QLG-HELD.
002960     MOVE QLOG-REASON TO ERPT-QLG-REASON.
002970     MOVE WS-EIQ-QLG-LINE TO EIQ-RECORD.
002980     WRITE EIQ-RECORD.
002990 4100-EXIT.
003000     EXIT.
003010*----------------------------------------------------------------*
003020*    5000-WRITE-SUMMARY  -  WRITE THE TRAILING VERSION-COUNT     *
003030*                           LINE.                                *
003040*----------------------------------------------------------------*
003050 5000-WRITE-SUMMARY.
003060     MOVE EIQ-VERSION-COUNT TO ERPT-VERSION-COUNT.
003070     MOVE EIQ-SCHED-COUNT TO ERPT-SCHED-COUNT.
003080     MOVE EIQ-QLOG-COUNT TO ERPT-QLOG-COUNT.
003090     MOVE WS-EIQ-SUM-LINE TO EIQ-RECORD.
003100     WRITE EIQ-RECORD.
003110 5000-EXIT.
003120     EXIT.
003130 COPY FRQEFFP.
