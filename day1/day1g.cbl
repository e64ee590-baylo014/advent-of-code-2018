000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. 01G.
000030 AUTHOR. R L HARTMANN.
000040 INSTALLATION. CALDEV CALIBRATION SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    MODIFICATION HISTORY                                        *
000090*----------------------------------------------------------------*
000100*    10/15/26  RLH  ORIGINAL PROGRAM - CALIBRATION CERTIFICATE.  *
000110*                   PRINTS ONE CERTIFICATE PAGE PER DEVICE ON    *
000120*                   CERTRPT FOR A CERTPARM RUN DATE - ONE NAMED  *
000130*                   DEVICE, OR EVERY DEVICE WITH A PUBLISHED     *
000140*                   RESULT THAT DAY - FROM THE CLOSING FREQUENCY *
000150*                   AND RESTATEMENT ON HISTMST, THE BAND AND     *
000160*                   TOLERANCE IN FORCE ON THE RUN DATE           *
000170*                   (DEVMST/DEVEFF) AND THE EXCURSION EXTREMES   *
000180*                   AND COMMAND COUNT REPLAYED FROM AUDMST.      *
000190*                   EACH CERTIFICATE CARRIES A SERIAL NUMBER     *
000200*                   FROM THE CERTREG REGISTER, SO A REPRINT IS   *
000210*                   RECOGNISED AS A REISSUE OF THE SAME SERIAL   *
000220*                   AND A CERTIFICATE FOR A RESULT 01C HAS SINCE *
000230*                   RESTATED IS ISSUED UNDER A NEW SERIAL THAT   *
000240*                   NAMES THE ONE IT SUPERSEDES.  RC 4 WHEN A    *
000250*                   REQUESTED DEVICE HAS NO PUBLISHED RESULT.    *
000260*----------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CERTPARM ASSIGN TO DISK
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS GPRM-FILE-STATUS.
000330     SELECT OPTIONAL HISTMST ASSIGN TO DISK
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS HIST-KEY
000370         FILE STATUS IS CRT-HIST-STATUS.
000380     SELECT OPTIONAL DEVMST ASSIGN TO DISK
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS DM-KEY
000420         FILE STATUS IS CRT-DMST-STATUS.
000430     SELECT OPTIONAL DEVEFF ASSIGN TO DISK
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS DEFF-KEY
000470         FILE STATUS IS EFF-DEFF-STATUS.
000480     SELECT OPTIONAL AUDMST ASSIGN TO DISK
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS AUDM-KEY
000520         FILE STATUS IS CRT-AUDM-STATUS.
000530     SELECT OPTIONAL CERTREG ASSIGN TO DISK
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS CREG-KEY
000570         FILE STATUS IS CRT-CREG-STATUS.
000580     SELECT CERTRPT ASSIGN TO DISK
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CERTPARM
000630     VALUE OF FILE-ID IS "CERTPARM"
000640     DATA RECORD IS GPRM-RECORD.
000650 01  GPRM-RECORD.
000660     COPY FRQGPRM.
000670 FD  HISTMST
000680     VALUE OF FILE-ID IS "HISTMST"
000690     DATA RECORD IS HIST-RECORD.
000700 01  HIST-RECORD.
000710     COPY FRQHIST.
000720 FD  DEVMST
000730     VALUE OF FILE-ID IS "DEVMST"
000740     DATA RECORD IS DM-RECORD.
000750 01  DM-RECORD.
000760     COPY FRQDMST.
000770 FD  DEVEFF
000780     VALUE OF FILE-ID IS "DEVEFF"
000790     DATA RECORD IS DEFF-RECORD.
000800 01  DEFF-RECORD.
000810     COPY FRQDEFF.
000820 FD  AUDMST
000830     VALUE OF FILE-ID IS "AUDMST"
000840     DATA RECORD IS AUDM-RECORD.
000850 01  AUDM-RECORD.
000860     COPY FRQAMST.
000870 FD  CERTREG
000880     VALUE OF FILE-ID IS "CERTREG"
000890     DATA RECORD IS CREG-RECORD.
000900 01  CREG-RECORD.
000910     COPY FRQCREG.
000920 FD  CERTRPT
000930     VALUE OF FILE-ID IS "CERTRPT"
000940     DATA RECORD IS CRT-RECORD.
000950 01  CRT-RECORD                  PIC X(132).
000960 WORKING-STORAGE SECTION.
000970 01  GPRM-FILE-STATUS            PIC X(02) VALUE SPACES.
000980     88  GPRM-FILE-OK             VALUE "00".
000990 01  CRT-HIST-STATUS             PIC X(02) VALUE SPACES.
001000     88  CRT-HIST-OK              VALUE "00".
001010     88  CRT-HIST-CREATED         VALUE "05".
001020 01  CRT-DMST-STATUS             PIC X(02) VALUE SPACES.
001030     88  CRT-DMST-OK              VALUE "00".
001040     88  CRT-DMST-CREATED         VALUE "05".
001050 01  CRT-AUDM-STATUS             PIC X(02) VALUE SPACES.
001060     88  CRT-AUDM-OK              VALUE "00".
001070     88  CRT-AUDM-CREATED         VALUE "05".
001080 01  CRT-CREG-STATUS             PIC X(02) VALUE SPACES.
001090     88  CRT-CREG-OK              VALUE "00".
001100     88  CRT-CREG-CREATED         VALUE "05".
001110 COPY FRQEFFW.
001120 COPY FRQGRPT.
001130 01  CRT-HIST-DONE-SW            PIC 9(01) VALUE 0.
001140     88  CRT-HIST-DONE            VALUE 1.
001150 01  CRT-AUDM-DONE-SW            PIC 9(01) VALUE 0.
001160     88  CRT-AUDM-DONE            VALUE 1.
001170 01  CRT-DMST-FOUND-SW           PIC X(01) VALUE "N".
001180     88  CRT-DMST-FOUND           VALUE "Y".
001190 01  CRT-CTL-FOUND-SW            PIC X(01) VALUE "N".
001200     88  CRT-CTL-FOUND            VALUE "Y".
001210 01  CRT-TODAY                   PIC X(08) VALUE SPACES.
001220 01  CRT-DEVICE-ID               PIC X(10) VALUE SPACES.
001230 01  CRT-BAND                    PIC 9(18) VALUE 0.
001240 01  CRT-TOLERANCE               PIC 9(18) VALUE 0.
001250 01  CRT-MODE                    PIC X(01) VALUE SPACE.
001260 01  CRT-IN-FORCE-DATE           PIC X(08) VALUE SPACES.
001270 01  CRT-CMD-COUNT               PIC 9(07) COMP VALUE 0.
001280 01  CRT-MIN-TOTAL               PIC S9(18) VALUE 0.
001290 01  CRT-MAX-TOTAL               PIC S9(18) VALUE 0.
001300 01  CRT-LAST-TOTAL              PIC S9(18) VALUE 0.
001310 01  CRT-LOW-LIMIT               PIC S9(18) VALUE 0.
001320 01  CRT-ISSUE-TYPE              PIC X(08) VALUE SPACES.
001330     88  CRT-ORIGINAL             VALUE "ORIGINAL".
001340     88  CRT-REISSUE              VALUE "REISSUE".
001350     88  CRT-RESTATE              VALUE "RESTATED".
001360 01  CRT-SERIAL                  PIC 9(07) VALUE 0.
001370 01  CRT-PRIOR-SERIAL            PIC 9(07) VALUE 0.
001380 01  CRT-COPY-NO                 PIC 9(05) VALUE 0.
001390 01  CRT-ISSUED-COUNT            PIC 9(07) COMP VALUE 0.
001400 01  CRT-REISSUED-COUNT          PIC 9(07) COMP VALUE 0.
001410 01  CRT-RESTATED-COUNT          PIC 9(07) COMP VALUE 0.
001420 01  CRT-NO-RESULT-COUNT         PIC 9(07) COMP VALUE 0.
001430 PROCEDURE DIVISION.
001440*----------------------------------------------------------------*
001450*    0000-MAIN  -  PROGRAM MAINLINE.                             *
001460*----------------------------------------------------------------*
001470 0000-MAIN.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001490     IF GPRM-DEVICE-ID = SPACES
001500         PERFORM 3000-CERTIFY-RUN-DATE THRU 3000-EXIT
001510     ELSE
001520         PERFORM 2000-CERTIFY-DEVICE THRU 2000-EXIT
001530     END-IF.
001540     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
001550     CLOSE HISTMST DEVMST DEVEFF AUDMST CERTREG CERTRPT.
001560     IF CRT-NO-RESULT-COUNT > 0
001570         MOVE 4 TO RETURN-CODE
001580     END-IF.
001590     STOP RUN.
001600*----------------------------------------------------------------*
001610*    1000-INITIALIZE  -  LOAD THE CERTPARM CONTROL CARD AND OPEN *
001620*                        THE MASTERS, THE REGISTER AND THE       *
001630*                        REPORT.  THE CONTROL CARD AND ITS RUN   *
001640*                        DATE ARE REQUIRED - A CERTIFICATE IS    *
001650*                        ALWAYS FOR A STATED RUN.  THE REGISTER  *
001660*                        IS OPENED I-O AND IS CREATED ON ITS     *
001670*                        FIRST USE.                              *
001680*----------------------------------------------------------------*
001690 1000-INITIALIZE.
001700     OPEN INPUT CERTPARM.
001710     IF NOT GPRM-FILE-OK
001720         DISPLAY "01G ABEND - CERTPARM CONTROL CARD NOT FOUND - "
001730             "A RUN DATE IS REQUIRED"
001740         MOVE 16 TO RETURN-CODE
001750         STOP RUN
001760     END-IF.
001770     READ CERTPARM
001780         AT END
001790             CONTINUE
001800     END-READ.
001810     IF NOT GPRM-FILE-OK
001820         CLOSE CERTPARM
001830         DISPLAY "01G ABEND - CERTPARM CONTROL CARD IS EMPTY - "
001840             "A RUN DATE IS REQUIRED"
001850         MOVE 16 TO RETURN-CODE
001860         STOP RUN
001870     END-IF.
001880     CLOSE CERTPARM.
001890     IF GPRM-RUN-DATE IS NOT NUMERIC
001900         DISPLAY "01G ABEND - CERTPARM RUN DATE IS NOT A VALID "
001910             "DATE - " GPRM-RUN-DATE
001920         MOVE 16 TO RETURN-CODE
001930         STOP RUN
001940     END-IF.
001950     ACCEPT CRT-TODAY FROM DATE YYYYMMDD.
001960     OPEN INPUT HISTMST.
001970     IF NOT CRT-HIST-OK AND NOT CRT-HIST-CREATED
001980         DISPLAY "01G ABEND - HISTMST HISTORY MASTER OPEN "
001990             "FAILED - FILE STATUS " CRT-HIST-STATUS
002000         MOVE 16 TO RETURN-CODE
002010         STOP RUN
002020     END-IF.
002030     OPEN INPUT DEVMST.
002040     IF NOT CRT-DMST-OK AND NOT CRT-DMST-CREATED
002050         DISPLAY "01G ABEND - DEVMST DEVICE MASTER OPEN FAILED "
002060             "- FILE STATUS " CRT-DMST-STATUS
002070         MOVE 16 TO RETURN-CODE
002080         STOP RUN
002090     END-IF.
002100     OPEN INPUT DEVEFF.
002110     IF NOT EFF-DEFF-OK AND NOT EFF-DEFF-CREATED
002120         DISPLAY "01G ABEND - DEVEFF ATTRIBUTE HISTORY OPEN "
002130             "FAILED - FILE STATUS " EFF-DEFF-STATUS
002140         MOVE 16 TO RETURN-CODE
002150         STOP RUN
002160     END-IF.
002170     OPEN INPUT AUDMST.
002180     IF NOT CRT-AUDM-OK AND NOT CRT-AUDM-CREATED
002190         DISPLAY "01G ABEND - AUDMST AUDIT ARCHIVE OPEN FAILED "
002200             "- FILE STATUS " CRT-AUDM-STATUS
002210         MOVE 16 TO RETURN-CODE
002220         STOP RUN
002230     END-IF.
002240     OPEN I-O CERTREG.
002250     IF NOT CRT-CREG-OK AND NOT CRT-CREG-CREATED
002260         DISPLAY "01G ABEND - CERTREG CERTIFICATE REGISTER OPEN "
002270             "FAILED - FILE STATUS " CRT-CREG-STATUS
002280         MOVE 16 TO RETURN-CODE
002290         STOP RUN
002300     END-IF.
002310     OPEN OUTPUT CERTRPT.
002320 1000-EXIT.
002330     EXIT.
002340*----------------------------------------------------------------*
002350*    2000-CERTIFY-DEVICE  -  ONE NAMED DEVICE.  ONLY A RESULT    *
002360*                            01B PUBLISHED TO HISTMST IS         *
002370*                            CERTIFIED - A DEVICE THAT FAILED    *
002380*                            RECONCILIATION, WAS NOT RUN OR IS   *
002390*                            NOT YET LOADED GETS A MESSAGE LINE  *
002400*                            INSTEAD OF A CERTIFICATE.           *
002410*----------------------------------------------------------------*
002420 2000-CERTIFY-DEVICE.
002430     MOVE GPRM-DEVICE-ID TO HIST-DEVICE-ID.
002440     MOVE GPRM-RUN-DATE TO HIST-RUN-DATE.
002450     READ HISTMST
002460         INVALID KEY
002470             MOVE GPRM-DEVICE-ID TO GRPT-MSG-DEVICE-ID
002480             MOVE "NO PUBLISHED RESULT - NO CERTIFICATE"
002490                 TO GRPT-MSG-TEXT
002500             MOVE WS-CRT-MSG-LINE TO CRT-RECORD
002510             WRITE CRT-RECORD
002520             ADD 1 TO CRT-NO-RESULT-COUNT
002530         NOT INVALID KEY
002540             PERFORM 4000-ISSUE-CERTIFICATE THRU 4000-EXIT
002550     END-READ.
002560 2000-EXIT.
002570     EXIT.
002580*----------------------------------------------------------------*
002590*    3000-CERTIFY-RUN-DATE  -  EVERY DEVICE WITH A PUBLISHED     *
002600*                              RESULT FOR THE RUN DATE.  HISTMST *
002610*                              IS KEYED DEVICE FIRST, SO THE     *
002620*                              WHOLE MASTER IS READ IN KEY ORDER *
002630*                              AND THE RUN DATE SELECTED ON THE  *
002640*                              WAY.                              *
002650*----------------------------------------------------------------*
002660 3000-CERTIFY-RUN-DATE.
002670     MOVE LOW-VALUES TO HIST-KEY.
002680     START HISTMST KEY IS NOT LESS THAN HIST-KEY
002690         INVALID KEY
002700             MOVE 1 TO CRT-HIST-DONE-SW
002710     END-START.
002720     PERFORM 3100-READ-HISTORY THRU 3100-EXIT
002730         UNTIL CRT-HIST-DONE.
002740     IF CRT-ISSUED-COUNT = 0 AND CRT-REISSUED-COUNT = 0
002750             AND CRT-RESTATED-COUNT = 0
002760         MOVE SPACES TO GRPT-MSG-DEVICE-ID
002770         MOVE "NO PUBLISHED RESULTS FOR THIS RUN DATE"
002780             TO GRPT-MSG-TEXT
002790         MOVE WS-CRT-MSG-LINE TO CRT-RECORD
002800         WRITE CRT-RECORD
002810         ADD 1 TO CRT-NO-RESULT-COUNT
002820     END-IF.
002830 3000-EXIT.
002840     EXIT.
002850 3100-READ-HISTORY.
002860     READ HISTMST NEXT RECORD
002870         AT END
002880             MOVE 1 TO CRT-HIST-DONE-SW
002890     END-READ.
002900     IF NOT CRT-HIST-DONE
002910         IF HIST-RUN-DATE = GPRM-RUN-DATE
002920             PERFORM 4000-ISSUE-CERTIFICATE THRU 4000-EXIT
002930         END-IF
002940     END-IF.
002950 3100-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------*
002980*    4000-ISSUE-CERTIFICATE  -  GATHER THE ATTRIBUTES AND THE    *
002990*                               ARCHIVE FIGURES FOR THE HISTMST  *
003000*                               RECORD IN HAND, TAKE ITS SERIAL  *
003010*                               NUMBER FROM THE REGISTER AND     *
003020*                               PRINT THE PAGE.                  *
003030*----------------------------------------------------------------*
003040 4000-ISSUE-CERTIFICATE.
003050     MOVE HIST-DEVICE-ID TO CRT-DEVICE-ID.
003060     PERFORM 4100-GET-ATTRIBUTES THRU 4100-EXIT.
003070     PERFORM 4200-REPLAY-ARCHIVE THRU 4200-EXIT.
003080     PERFORM 4300-ASSIGN-SERIAL THRU 4300-EXIT.
003090     PERFORM 4400-PRINT-CERTIFICATE THRU 4400-EXIT.
003100 4000-EXIT.
003110     EXIT.
003120*----------------------------------------------------------------*
003130*    4100-GET-ATTRIBUTES  -  THE BAND, TOLERANCE AND RUN MODE    *
003140*                            THE RESULT WAS JUDGED BY - THE      *
003150*                            VERSION IN FORCE ON THE RUN DATE    *
003160*                            WHEN DEVEFF HAS ONE (THE SAME RULE  *
003170*                            01B AND 01D APPLY, FRQEFFP),        *
003180*                            OTHERWISE THE MASTER'S CURRENT      *
003190*                            VALUES.                             *
003200*----------------------------------------------------------------*
003210 4100-GET-ATTRIBUTES.
003220     MOVE "N" TO CRT-DMST-FOUND-SW.
003230     MOVE 0 TO CRT-BAND.
003240     MOVE 0 TO CRT-TOLERANCE.
003250     MOVE SPACE TO CRT-MODE.
003260     MOVE SPACES TO CRT-IN-FORCE-DATE.
003270     MOVE CRT-DEVICE-ID TO DM-DEVICE-ID.
003280     READ DEVMST
003290         INVALID KEY
003300             CONTINUE
003310         NOT INVALID KEY
003320             MOVE "Y" TO CRT-DMST-FOUND-SW
003330             MOVE DM-EXCURSION-LIMIT TO CRT-BAND
003340             MOVE DM-DRIFT-TOLERANCE TO CRT-TOLERANCE
003350             MOVE DM-RUN-MODE TO CRT-MODE
003360     END-READ.
003370     IF NOT CRT-DMST-FOUND
003380         GO TO 4100-EXIT
003390     END-IF.
003400     MOVE CRT-DEVICE-ID TO EFF-DEVICE-ID.
003410     MOVE HIST-RUN-DATE TO EFF-AS-OF-DATE.
003420     PERFORM 8700-FIND-IN-FORCE THRU 8700-EXIT.
003430     IF EFF-FOUND
003440         MOVE EFF-EXCURSION-LIMIT TO CRT-BAND
003450         MOVE EFF-DRIFT-TOLERANCE TO CRT-TOLERANCE
003460         MOVE EFF-RUN-MODE TO CRT-MODE
003470         MOVE EFF-EFFECTIVE-DATE TO CRT-IN-FORCE-DATE
003480     END-IF.
003490 4100-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------*
003520*    4200-REPLAY-ARCHIVE  -  WALK THE DEVICE'S AUDMST ROWS FOR   *
003530*                            THE RUN DATE, COUNTING THE COMMANDS *
003540*                            AND TRACKING THE LOWEST AND HIGHEST *
003550*                            RUNNING TOTAL.  THE STARTING TOTAL  *
003560*                            IS BACKED OUT OF THE FIRST ROW (ITS *
003570*                            TOTAL LESS ITS SIGNED DISTANCE) AND *
003580*                            COUNTS AS AN EXTREME, AS IT DOES IN *
003590*                            01B.  A PART-B DEVICE HAS NO ROWS.  *
003600*----------------------------------------------------------------*
003610 4200-REPLAY-ARCHIVE.
003620     MOVE 0 TO CRT-CMD-COUNT.
003630     MOVE 0 TO CRT-MIN-TOTAL.
003640     MOVE 0 TO CRT-MAX-TOTAL.
003650     MOVE 0 TO CRT-LAST-TOTAL.
003660     MOVE 0 TO CRT-AUDM-DONE-SW.
003670     MOVE CRT-DEVICE-ID TO AUDM-DEVICE-ID.
003680     MOVE HIST-RUN-DATE TO AUDM-RUN-DATE.
003690     MOVE 0 TO AUDM-SEQ.
003700     START AUDMST KEY IS NOT LESS THAN AUDM-KEY
003710         INVALID KEY
003720             MOVE 1 TO CRT-AUDM-DONE-SW
003730     END-START.
003740     PERFORM 4210-READ-ARCHIVE THRU 4210-EXIT
003750         UNTIL CRT-AUDM-DONE.
003760 4200-EXIT.
003770     EXIT.
003780 4210-READ-ARCHIVE.
003790     READ AUDMST NEXT RECORD
003800         AT END
003810             MOVE 1 TO CRT-AUDM-DONE-SW
003820             GO TO 4210-EXIT
003830     END-READ.
003840     IF AUDM-DEVICE-ID NOT = CRT-DEVICE-ID
003850             OR AUDM-RUN-DATE NOT = HIST-RUN-DATE
003860         MOVE 1 TO CRT-AUDM-DONE-SW
003870         GO TO 4210-EXIT
003880     END-IF.
003890     IF CRT-CMD-COUNT = 0
003900         COMPUTE CRT-MIN-TOTAL = AUDM-TOTAL - AUDM-DISTANCE
003910         MOVE CRT-MIN-TOTAL TO CRT-MAX-TOTAL
003920     END-IF.
003930     ADD 1 TO CRT-CMD-COUNT.
003940     MOVE AUDM-TOTAL TO CRT-LAST-TOTAL.
003950     IF AUDM-TOTAL < CRT-MIN-TOTAL
003960         MOVE AUDM-TOTAL TO CRT-MIN-TOTAL
003970     END-IF.
003980     IF AUDM-TOTAL > CRT-MAX-TOTAL
003990         MOVE AUDM-TOTAL TO CRT-MAX-TOTAL
004000     END-IF.
004010 4210-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------*
004040*    4300-ASSIGN-SERIAL  -  LOOK THE RESULT UP ON THE REGISTER.  *
004050*                           NEVER CERTIFIED - A NEW SERIAL,      *
004060*                           ISSUED AS AN ORIGINAL.  CERTIFIED AT *
004070*                           THE SAME CLOSING FREQUENCY - THE     *
004080*                           SAME SERIAL AGAIN, AS A NUMBERED     *
004090*                           REISSUE.  CERTIFIED AT A FREQUENCY   *
004100*                           HISTMST NO LONGER HOLDS (01C HAS     *
004110*                           RESTATED IT SINCE) - A NEW SERIAL    *
004120*                           THAT SUPERSEDES THE OLD ONE.         *
004130*----------------------------------------------------------------*
004140 4300-ASSIGN-SERIAL.
004150     MOVE 0 TO CRT-PRIOR-SERIAL.
004160     MOVE HIST-DEVICE-ID TO CREG-DEVICE-ID.
004170     MOVE HIST-RUN-DATE TO CREG-RUN-DATE.
004180     READ CERTREG
004190         INVALID KEY
004200             MOVE "ORIGINAL" TO CRT-ISSUE-TYPE
004210         NOT INVALID KEY
004220             IF CREG-TOTAL-FREQUENCY = HIST-TOTAL-FREQUENCY
004230                 MOVE "REISSUE" TO CRT-ISSUE-TYPE
004240             ELSE
004250                 MOVE "RESTATED" TO CRT-ISSUE-TYPE
004260             END-IF
004270     END-READ.
004280     IF CRT-REISSUE
004290         ADD 1 TO CREG-ISSUE-COUNT
004300         MOVE CRT-TODAY TO CREG-LAST-ISSUED
004310         MOVE CREG-SERIAL TO CRT-SERIAL
004320         MOVE CREG-PRIOR-SERIAL TO CRT-PRIOR-SERIAL
004330         MOVE CREG-ISSUE-COUNT TO CRT-COPY-NO
004340         REWRITE CREG-RECORD
004350             INVALID KEY
004360                 PERFORM 4390-REGISTER-FAILED THRU 4390-EXIT
004370         END-REWRITE
004380         ADD 1 TO CRT-REISSUED-COUNT
004390         GO TO 4300-EXIT
004400     END-IF.
004410     IF CRT-RESTATE
004420         MOVE CREG-SERIAL TO CRT-PRIOR-SERIAL
004430     END-IF.
004440     PERFORM 4310-NEXT-SERIAL THRU 4310-EXIT.
004450     MOVE HIST-DEVICE-ID TO CREG-DEVICE-ID.
004460     MOVE HIST-RUN-DATE TO CREG-RUN-DATE.
004470     MOVE CRT-SERIAL TO CREG-SERIAL.
004480     MOVE CRT-TODAY TO CREG-FIRST-ISSUED.
004490     MOVE CRT-TODAY TO CREG-LAST-ISSUED.
004500     MOVE 1 TO CREG-ISSUE-COUNT.
004510     MOVE HIST-TOTAL-FREQUENCY TO CREG-TOTAL-FREQUENCY.
004520     MOVE CRT-PRIOR-SERIAL TO CREG-PRIOR-SERIAL.
004530     MOVE 1 TO CRT-COPY-NO.
004540     IF CRT-RESTATE
004550         REWRITE CREG-RECORD
004560             INVALID KEY
004570                 PERFORM 4390-REGISTER-FAILED THRU 4390-EXIT
004580         END-REWRITE
004590         ADD 1 TO CRT-RESTATED-COUNT
004600     ELSE
004610         WRITE CREG-RECORD
004620             INVALID KEY
004630                 PERFORM 4390-REGISTER-FAILED THRU 4390-EXIT
004640         END-WRITE
004650         ADD 1 TO CRT-ISSUED-COUNT
004660     END-IF.
004670 4300-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------*
004700*    4310-NEXT-SERIAL  -  TAKE THE NEXT SERIAL NUMBER FROM THE   *
004710*                         REGISTER CONTROL RECORD (ALL-BLANK     *
004720*                         KEY), CREATING IT ON THE FIRST         *
004730*                         CERTIFICATE EVER ISSUED.  THE CONTROL  *
004740*                         RECORD IS REWRITTEN AT ONCE SO A       *
004750*                         SERIAL IS NEVER HANDED OUT TWICE.      *
004760*----------------------------------------------------------------*
004770 4310-NEXT-SERIAL.
004780     MOVE "Y" TO CRT-CTL-FOUND-SW.
004790     MOVE SPACES TO CREG-KEY.
004800     READ CERTREG
004810         INVALID KEY
004820             MOVE "N" TO CRT-CTL-FOUND-SW
004830     END-READ.
004840     IF NOT CRT-CTL-FOUND
004850         MOVE SPACES TO CREG-RECORD
004860         MOVE 0 TO CREG-SERIAL
004870         MOVE CRT-TODAY TO CREG-FIRST-ISSUED
004880         MOVE 0 TO CREG-ISSUE-COUNT
004890         MOVE 0 TO CREG-TOTAL-FREQUENCY
004900         MOVE 0 TO CREG-PRIOR-SERIAL
004910     END-IF.
004920     ADD 1 TO CREG-SERIAL.
004930     ADD 1 TO CREG-ISSUE-COUNT.
004940     MOVE CRT-TODAY TO CREG-LAST-ISSUED.
004950     MOVE CREG-SERIAL TO CRT-SERIAL.
004960     IF CRT-CTL-FOUND
004970         REWRITE CREG-RECORD
004980             INVALID KEY
004990                 PERFORM 4390-REGISTER-FAILED THRU 4390-EXIT
005000         END-REWRITE
005010     ELSE
005020         WRITE CREG-RECORD
005030             INVALID KEY
005040                 PERFORM 4390-REGISTER-FAILED THRU 4390-EXIT
005050         END-WRITE
005060     END-IF.
005070 4310-EXIT.
005080     EXIT.
005090*----------------------------------------------------------------*
005100*    4390-REGISTER-FAILED  -  THE REGISTER COULD NOT BE UPDATED  *
005110*                             - A CERTIFICATE PRINTED WITHOUT    *
005120*                             ITS REGISTER ENTRY COULD NOT BE    *
005130*                             RECOGNISED AGAIN, SO THE RUN IS    *
005140*                             STOPPED.                           *
005150*----------------------------------------------------------------*
005160 4390-REGISTER-FAILED.
005170     DISPLAY "01G ABEND - CERTREG REGISTER UPDATE FAILED - "
005180         "FILE STATUS " CRT-CREG-STATUS.
005190     CLOSE HISTMST DEVMST DEVEFF AUDMST CERTREG CERTRPT.
005200     MOVE 16 TO RETURN-CODE.
005210     STOP RUN.
005220 4390-EXIT.
005230     EXIT.
005240*----------------------------------------------------------------*
005250*    4400-PRINT-CERTIFICATE  -  ONE PAGE.  THE TRAILER           *
005260*                               RECONCILIATION IS REPORTED AS    *
005270*                               PASSED BECAUSE 01B PUBLISHES     *
005280*                               ONLY A LOG WHOSE TRAILER         *
005290*                               RECONCILED - A RECON FAIL NEVER  *
005300*                               REACHES HISTMST.  THE ARCHIVE    *
005310*                               LINE SAYS WHETHER THE REPLAYED   *
005320*                               AUDMST ROWS CLOSE AT THE         *
005330*                               CERTIFIED FREQUENCY.             *
005340*----------------------------------------------------------------*
005350 4400-PRINT-CERTIFICATE.
005360     MOVE CRT-SERIAL TO GRPT-SERIAL.
005370     MOVE WS-CRT-TTL-LINE TO CRT-RECORD.
005380     WRITE CRT-RECORD.
005390     MOVE WS-CRT-ORG-LINE TO CRT-RECORD.
005400     WRITE CRT-RECORD.
005410     MOVE SPACES TO CRT-RECORD.
005420     WRITE CRT-RECORD.
005430     MOVE CRT-ISSUE-TYPE TO GRPT-ISSUE-TYPE.
005440     MOVE CRT-TODAY TO GRPT-PRINT-DATE.
005450     MOVE CRT-COPY-NO TO GRPT-COPY-NO.
005460     IF CRT-PRIOR-SERIAL > 0
005470         MOVE CRT-PRIOR-SERIAL TO GRPT-PRIOR-SERIAL
005480     ELSE
005490         MOVE "NONE" TO GRPT-PRIOR-SERIAL
005500     END-IF.
005510     MOVE WS-CRT-ISS-LINE TO CRT-RECORD.
005520     WRITE CRT-RECORD.
005530     MOVE HIST-DEVICE-ID TO GRPT-DEVICE-ID.
005540     MOVE HIST-RUN-DATE TO GRPT-RUN-DATE.
005550     MOVE WS-CRT-DEV-LINE TO CRT-RECORD.
005560     WRITE CRT-RECORD.
005570     MOVE HIST-TOTAL-FREQUENCY TO GRPT-TOTAL.
005580     MOVE HIST-OVERFLOW-FLAG TO GRPT-OVERFLOW.
005590     IF HIST-RESTATED
005600         MOVE "YES" TO GRPT-RESTATED
005610     ELSE
005620         MOVE "NO" TO GRPT-RESTATED
005630     END-IF.
005640     MOVE WS-CRT-FRQ-LINE TO CRT-RECORD.
005650     WRITE CRT-RECORD.
005660     IF HIST-RESTATED
005670         MOVE HIST-SUPERSEDED-TOTAL TO GRPT-SUPERSEDED
005680         MOVE WS-CRT-SUP-LINE TO CRT-RECORD
005690         WRITE CRT-RECORD
005700     END-IF.
005710     PERFORM 4410-PRINT-ATTRIBUTES THRU 4410-EXIT.
005720     PERFORM 4420-PRINT-ARCHIVE THRU 4420-EXIT.
005730     IF HIST-RESTATED
005740         MOVE "RECONCILED - CORRECTED LOG REPUBLISHED BY 01C"
005750             TO GRPT-RECON
005760     ELSE
005770         MOVE "RECONCILED - HEADER AND TRAILER AGREE WITH THE LOG"
005780             TO GRPT-RECON
005790     END-IF.
005800     MOVE WS-CRT-RCN-LINE TO CRT-RECORD.
005810     WRITE CRT-RECORD.
005820     MOVE SPACES TO CRT-RECORD.
005830     WRITE CRT-RECORD.
005840     MOVE WS-CRT-SIG-LINE TO CRT-RECORD.
005850     WRITE CRT-RECORD.
005860 4400-EXIT.
005870     EXIT.
005880 4410-PRINT-ATTRIBUTES.
005890     IF NOT CRT-DMST-FOUND
005900         MOVE "DEVICE NOT ON DEVMST - RATED VALUES NOT AVAILABLE"
005910             TO GRPT-NOTE
005920         MOVE WS-CRT-NOTE-LINE TO CRT-RECORD
005930         WRITE CRT-RECORD
005940         GO TO 4410-EXIT
005950     END-IF.
005960     MOVE CRT-BAND TO GRPT-BAND.
005970     MOVE CRT-TOLERANCE TO GRPT-TOLERANCE.
005980     MOVE CRT-MODE TO GRPT-MODE.
005990     IF CRT-IN-FORCE-DATE = SPACES
006000         MOVE "MASTER" TO GRPT-IN-FORCE-DATE
006010     ELSE
006020         MOVE CRT-IN-FORCE-DATE TO GRPT-IN-FORCE-DATE
006030     END-IF.
006040     MOVE WS-CRT-RAT-LINE TO CRT-RECORD.
006050     WRITE CRT-RECORD.
006060     IF CRT-BAND = 0
006070         MOVE "NO EXCURSION BAND RATED FOR THIS DEVICE"
006080             TO GRPT-NOTE
006090         MOVE WS-CRT-NOTE-LINE TO CRT-RECORD
006100         WRITE CRT-RECORD
006110     END-IF.
006120     IF CRT-TOLERANCE = 0
006130         MOVE "DRIFT JUDGED AT THE 01D DEFAULT TOLERANCE"
006140             TO GRPT-NOTE
006150         MOVE WS-CRT-NOTE-LINE TO CRT-RECORD
006160         WRITE CRT-RECORD
006170     END-IF.
006180 4410-EXIT.
006190     EXIT.
006200 4420-PRINT-ARCHIVE.
006210     MOVE CRT-CMD-COUNT TO GRPT-CMD-COUNT.
006220     MOVE CRT-MIN-TOTAL TO GRPT-MIN-TOTAL.
006230     MOVE CRT-MAX-TOTAL TO GRPT-MAX-TOTAL.
006240     COMPUTE CRT-LOW-LIMIT = 0 - CRT-BAND.
006250     IF CRT-CMD-COUNT = 0
006260         MOVE "NOT ARCHIVED" TO GRPT-BAND-RESULT
006270     ELSE
006280         IF CRT-BAND = 0
006290             MOVE "NOT RATED" TO GRPT-BAND-RESULT
006300         ELSE
006310             IF CRT-MAX-TOTAL > CRT-BAND
006320                     OR CRT-MIN-TOTAL < CRT-LOW-LIMIT
006330                 MOVE "OUTSIDE BAND" TO GRPT-BAND-RESULT
006340             ELSE
006350                 MOVE "WITHIN BAND" TO GRPT-BAND-RESULT
006360             END-IF
006370         END-IF
006380     END-IF.
006390     MOVE WS-CRT-EXC-LINE TO CRT-RECORD.
006400     WRITE CRT-RECORD.
006410     IF CRT-CMD-COUNT = 0
006420         MOVE "NO COMMAND ROWS - PART-B OR NOT LOADED BY 01K"
006430             TO GRPT-ARCHIVE
006440     ELSE
006450         IF HIST-RESTATED
006460             MOVE "HOLDS THE LOG AS LOADED BEFORE RESTATEMENT"
006470                 TO GRPT-ARCHIVE
006480         ELSE
006490             IF CRT-LAST-TOTAL = HIST-TOTAL-FREQUENCY
006500                 MOVE "AGREES WITH THE CLOSING FREQUENCY"
006510                     TO GRPT-ARCHIVE
006520             ELSE
006530                 MOVE "DIFFERS FROM THE CLOSING FREQUENCY"
006540                     TO GRPT-ARCHIVE
006550             END-IF
006560         END-IF
006570     END-IF.
006580     MOVE WS-CRT-ARC-LINE TO CRT-RECORD.
006590     WRITE CRT-RECORD.
006600 4420-EXIT.
006610     EXIT.
006620*----------------------------------------------------------------*
006630*    5000-WRITE-SUMMARY  -  THE TRAILING COUNT LINE FOR THE RUN. *
006640*----------------------------------------------------------------*
006650 5000-WRITE-SUMMARY.
006660     MOVE GPRM-RUN-DATE TO GRPT-SUM-RUN-DATE.
006670     MOVE CRT-ISSUED-COUNT TO GRPT-SUM-ISSUED.
006680     MOVE CRT-REISSUED-COUNT TO GRPT-SUM-REISSUED.
006690     MOVE CRT-RESTATED-COUNT TO GRPT-SUM-RESTATED.
006700     MOVE CRT-NO-RESULT-COUNT TO GRPT-SUM-NO-RESULT.
006710     MOVE SPACES TO CRT-RECORD.
006720     WRITE CRT-RECORD.
006730     MOVE WS-CRT-SUM-LINE TO CRT-RECORD.
006740     WRITE CRT-RECORD.
006750 5000-EXIT.
006760     EXIT.
006770 COPY FRQEFFP.
