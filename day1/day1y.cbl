000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. 01Y.
000030 AUTHOR. R L HARTMANN.
000040 INSTALLATION. CALDEV CALIBRATION SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    MODIFICATION HISTORY                                        *
000090*----------------------------------------------------------------*
000100*    10/15/26  RLH  ORIGINAL PROGRAM - NIGHTLY CYCLE CONTROLLER. *
000110*                   WHEN A STEP FAILED THE OPERATOR DECIDED BY   *
000120*                   HAND WHICH LATER STEPS WERE STILL SAFE TO    *
000130*                   RUN, AND 01H ONCE LOADED A FREQIFC LEFT      *
000140*                   BEHIND BY AN 01B RUN THAT HAD ENDED RC 8; A  *
000150*                   RERUN MEANT RUNNING THE WHOLE STREAM AGAIN   *
000160*                   AND LEANING ON THE DUPLICATE HANDLING IN 01H *
000170*                   AND 01K.  THIS STEP RUNS AS A GATE EITHER    *
000180*                   SIDE OF EVERY STEP IN THE STREAM, DRIVEN BY  *
000190*                   THE FRQYSTP STEP TABLE.  A START CARD        *
000200*                   RELEASES THE STEP (RC 0) ONLY WHEN EVERY     *
000210*                   PREREQUISITE ON THE TABLE HAS ENDED THIS     *
000220*                   CYCLE WITHIN ITS RETURN-CODE LIMIT, REFUSES  *
000230*                   IT (RC 8) OTHERWISE, AND BYPASSES IT (RC 4)  *
000240*                   WHEN IT HAS ALREADY COMPLETED THIS CYCLE -   *
000250*                   SO A RERUN OF THE STREAM RESUMES AT THE      *
000260*                   FIRST STEP THAT DID NOT COMPLETE.  AN END    *
000270*                   CARD RECORDS THE STEP'S RETURN CODE (RC 8    *
000280*                   WHEN IT IS ABOVE THE STEP'S OWN LIMIT).  A   *
000290*                   SHOW CARD LISTS THE WHOLE CYCLE.  EVERY      *
000300*                   START, END AND RETURN CODE IS KEPT ON THE    *
000310*                   CYCLREG REGISTER, KEYED BY CYCLE DATE, AND   *
000320*                   EVERY ACTION IS APPENDED TO THE CYCLRPT LOG. *
000330*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CYCLPARM ASSIGN TO DISK
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS YPRM-FILE-STATUS.
000400     SELECT OPTIONAL CYCLREG ASSIGN TO DISK
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS YREG-KEY
000440         FILE STATUS IS CYC-REG-STATUS.
000450     SELECT OPTIONAL CYCLRPT ASSIGN TO DISK
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CYCLPARM
000500     VALUE OF FILE-ID IS "CYCLPARM"
000510     DATA RECORD IS YPRM-RECORD.
000520 01  YPRM-RECORD.
000530     COPY FRQYPRM.
000540 FD  CYCLREG
000550     VALUE OF FILE-ID IS "CYCLREG"
000560     DATA RECORD IS YREG-RECORD.
000570 01  YREG-RECORD.
000580     COPY FRQYREG.
000590 FD  CYCLRPT
000600     VALUE OF FILE-ID IS "CYCLRPT"
000610     DATA RECORD IS CYC-RPT-RECORD.
000620 01  CYC-RPT-RECORD              PIC X(160).
000630 WORKING-STORAGE SECTION.
000640 01  YPRM-FILE-STATUS            PIC X(02) VALUE SPACES.
000650     88  YPRM-FILE-OK             VALUE "00".
000660 01  CYC-REG-STATUS              PIC X(02) VALUE SPACES.
000670     88  CYC-REG-OK               VALUE "00".
000680     88  CYC-REG-CREATED          VALUE "05".
000690 COPY FRQYRPT.
000700 COPY FRQYSTP.
000710 01  CYC-RUN-DATE                PIC X(08) VALUE SPACES.
000720 01  CYC-RUN-TIME                PIC X(08) VALUE SPACES.
000730 01  CYC-CYCLE-DATE              PIC X(08) VALUE SPACES.
000740 01  CYC-REG-DONE-SW             PIC 9(01) VALUE 0.
000750     88  CYC-REG-DONE             VALUE 1.
000760 01  CYC-REFUSED-SW              PIC X(01) VALUE "N".
000770     88  CYC-REFUSED              VALUE "Y".
000780 01  CYC-STEP-NO                 PIC 9(02) COMP VALUE 0.
000790 01  CYC-PRE-NO                  PIC 9(02) COMP VALUE 0.
000800 01  CYC-NEW-ATTEMPT             PIC 9(03) VALUE 0.
000810 01  CYC-FIND-STEP               PIC X(03) VALUE SPACES.
000820 01  CYC-FIND-DONE-RC            PIC 9(02) VALUE 0.
000830 01  CYC-RESULT                  PIC X(30) VALUE SPACES.
000840 01  CYC-RESUME-STEP             PIC X(04) VALUE SPACES.
000850 01  CYC-RC-EDIT                 PIC ZZ9.
000860 01  CYC-FINAL-RC                PIC 9(02) VALUE 0.
000870*----------------------------------------------------------------*
000880*    THE LATEST ATTEMPT AT ONE STEP IN THIS CYCLE, AS LEFT BY    *
000890*    6000-FIND-LATEST.  CYC-L-COMPLETE IS SET WHEN IT ENDED      *
000900*    WITHIN THE STEP'S OWN LIMIT.                                *
000910*----------------------------------------------------------------*
000920 01  CYC-LATEST.
000930     05  CYC-LATEST-SW           PIC X(01).
000940         88  CYC-LATEST-FOUND     VALUE "Y".
000950     05  CYC-L-COMPLETE-SW       PIC X(01).
000960         88  CYC-L-COMPLETE       VALUE "Y".
000970     05  CYC-L-ATTEMPT           PIC 9(03).
000980     05  CYC-L-STATE             PIC X(01).
000990         88  CYC-L-ENDED          VALUE "E".
001000     05  CYC-L-START-DATE        PIC X(08).
001010     05  CYC-L-START-TIME        PIC X(08).
001020     05  CYC-L-END-DATE          PIC X(08).
001030     05  CYC-L-END-TIME          PIC X(08).
001040     05  CYC-L-RETURN-CODE       PIC 9(03).
001050 PROCEDURE DIVISION.
001060*----------------------------------------------------------------*
001070*    0000-MAIN  -  PROGRAM MAINLINE.                             *
001080*----------------------------------------------------------------*
001090 0000-MAIN.
001100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001110     EVALUATE TRUE
001120         WHEN YPRM-START
001130             PERFORM 2000-START-STEP THRU 2000-EXIT
001140         WHEN YPRM-END
001150             PERFORM 3000-END-STEP THRU 3000-EXIT
001160         WHEN OTHER
001170             PERFORM 4000-SHOW-CYCLE THRU 4000-EXIT
001180     END-EVALUATE.
001190     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
001200     CLOSE CYCLREG CYCLRPT.
001210     MOVE CYC-FINAL-RC TO RETURN-CODE.
001220     STOP RUN.
001230*----------------------------------------------------------------*
001240*    1000-INITIALIZE  -  LOAD THE CYCLPARM CARD, SETTLE THE      *
001250*                        CYCLE DATE, FIND THE STEP ON THE STEP   *
001260*                        TABLE, AND OPEN THE REGISTER AND THE    *
001270*                        LOG.  A STEP NOT ON THE TABLE IS AN     *
001280*                        ABEND, NOT A REFUSAL - THE STREAM AND   *
001290*                        THE TABLE DISAGREE AND SOMEONE MUST     *
001300*                        LOOK.  THE REGISTER IS OPTIONAL SO THE  *
001310*                        FIRST CYCLE CREATES IT; THE LOG IS      *
001320*                        APPENDED TO.                            *
001330*----------------------------------------------------------------*
001340 1000-INITIALIZE.
001350     ACCEPT CYC-RUN-DATE FROM DATE YYYYMMDD.
001360     ACCEPT CYC-RUN-TIME FROM TIME.
001370     OPEN INPUT CYCLPARM.
001380     IF NOT YPRM-FILE-OK
001390         DISPLAY "01Y ABEND - CYCLPARM CONTROL CARD NOT FOUND"
001400         MOVE 16 TO RETURN-CODE
001410         STOP RUN
001420     END-IF.
001430     READ CYCLPARM
001440         AT END
001450             CONTINUE
001460     END-READ.
001470     IF NOT YPRM-FILE-OK
001480             OR NOT (YPRM-START OR YPRM-END OR YPRM-SHOW)
001490         DISPLAY "01Y ABEND - CYCLPARM ACTION MUST BE START, END "
001500             "OR SHOW"
001510         MOVE 16 TO RETURN-CODE
001520         STOP RUN
001530     END-IF.
001540     CLOSE CYCLPARM.
001550     MOVE CYC-RUN-DATE TO CYC-CYCLE-DATE.
001560     IF YPRM-CYCLE-DATE IS NUMERIC
001570         MOVE YPRM-CYCLE-DATE TO CYC-CYCLE-DATE
001580     END-IF.
001590     IF YPRM-END AND YPRM-RETURN-CODE IS NOT NUMERIC
001600         DISPLAY "01Y ABEND - CYCLPARM END CARD RETURN CODE IS "
001610             "MISSING OR NOT NUMERIC"
001620         MOVE 16 TO RETURN-CODE
001630         STOP RUN
001640     END-IF.
001650     IF NOT YPRM-SHOW
001660         SET YSTP-IDX TO 1
001670         SEARCH YSTP-ENTRY
001680             AT END
001690                 DISPLAY "01Y ABEND - STEP " YPRM-STEP
001700                     " IS NOT ON THE STEP TABLE"
001710                 MOVE 16 TO RETURN-CODE
001720                 STOP RUN
001730             WHEN YSTP-STEP(YSTP-IDX) = YPRM-STEP
001740                 CONTINUE
001750         END-SEARCH
001760     END-IF.
001770     OPEN I-O CYCLREG.
001780     IF NOT CYC-REG-OK AND NOT CYC-REG-CREATED
001790         DISPLAY "01Y ABEND - CYCLREG CYCLE REGISTER OPEN FAILED "
001800             "- FILE STATUS " CYC-REG-STATUS
001810         MOVE 16 TO RETURN-CODE
001820         STOP RUN
001830     END-IF.
001840     OPEN EXTEND CYCLRPT.
001850 1000-EXIT.
001860     EXIT.
001870*----------------------------------------------------------------*
001880*    2000-START-STEP  -  A STEP ASKING TO RUN.  ONE ALREADY      *
001890*                        COMPLETE IN THIS CYCLE IS BYPASSED -    *
001900*                        THAT IS HOW A RERUN OF THE STREAM WALKS *
001910*                        PAST THE STEPS THAT FINISHED AND        *
001920*                        RESUMES AT THE FIRST THAT DID NOT.      *
001930*                        OTHERWISE EVERY PREREQUISITE ON THE     *
001940*                        TABLE IS CHECKED AND LISTED, AND THE    *
001950*                        STEP IS RELEASED AS A NEW ATTEMPT ONLY  *
001960*                        WHEN ALL OF THEM ARE SATISFIED.  AN     *
001970*                        EARLIER ATTEMPT THAT FAILED OR NEVER    *
001980*                        REPORTED BACK DOES NOT STOP A NEW ONE.  *
001990*----------------------------------------------------------------*
002000 2000-START-STEP.
002010     MOVE YPRM-STEP TO CYC-FIND-STEP.
002020     MOVE YSTP-DONE-RC(YSTP-IDX) TO CYC-FIND-DONE-RC.
002030     PERFORM 6000-FIND-LATEST THRU 6000-EXIT.
002040     IF CYC-L-COMPLETE
002050         MOVE "BYPASSED - ALREADY COMPLETE" TO CYC-RESULT
002060         MOVE 4 TO CYC-FINAL-RC
002070         PERFORM 7000-WRITE-STEP-LINE THRU 7000-EXIT
002080         GO TO 2000-EXIT
002090     END-IF.
002100     COMPUTE CYC-NEW-ATTEMPT = CYC-L-ATTEMPT + 1.
002110     MOVE "RELEASED" TO CYC-RESULT.
002120     IF CYC-LATEST-FOUND
002130         IF CYC-L-ENDED
002140             MOVE "RELEASED - EARLIER ONE FAILED" TO CYC-RESULT
002150         ELSE
002160             MOVE "RELEASED - EARLIER ONE NO END" TO CYC-RESULT
002170         END-IF
002180     END-IF.
002190     MOVE "N" TO CYC-REFUSED-SW.
002200     PERFORM 2100-CHECK-PREREQ THRU 2100-EXIT
002210         VARYING CYC-PRE-NO FROM 1 BY 1
002220         UNTIL CYC-PRE-NO > 6.
002230     IF CYC-REFUSED
002240         MOVE YPRM-STEP TO CYC-FIND-STEP
002250         MOVE YSTP-DONE-RC(YSTP-IDX) TO CYC-FIND-DONE-RC
002260         PERFORM 6000-FIND-LATEST THRU 6000-EXIT
002270         MOVE "REFUSED - PREREQUISITE NOT MET" TO CYC-RESULT
002280         MOVE 8 TO CYC-FINAL-RC
002290         PERFORM 7000-WRITE-STEP-LINE THRU 7000-EXIT
002300         GO TO 2000-EXIT
002310     END-IF.
002320     INITIALIZE YREG-RECORD.
002330     MOVE CYC-CYCLE-DATE TO YREG-CYCLE-DATE.
002340     MOVE YPRM-STEP TO YREG-STEP.
002350     MOVE CYC-NEW-ATTEMPT TO YREG-ATTEMPT.
002360     MOVE "S" TO YREG-STATE.
002370     MOVE CYC-RUN-DATE TO YREG-START-DATE.
002380     MOVE CYC-RUN-TIME TO YREG-START-TIME.
002390     WRITE YREG-RECORD
002400         INVALID KEY
002410             DISPLAY "01Y ABEND - CYCLREG WRITE FAILED - FILE "
002420                 "STATUS " CYC-REG-STATUS " STEP " YPRM-STEP
002430             MOVE 16 TO RETURN-CODE
002440             STOP RUN
002450     END-WRITE.
002460     MOVE YPRM-STEP TO CYC-FIND-STEP.
002470     MOVE YSTP-DONE-RC(YSTP-IDX) TO CYC-FIND-DONE-RC.
002480     PERFORM 6200-TAKE-RECORD THRU 6200-EXIT.
002490     MOVE 0 TO CYC-FINAL-RC.
002500     PERFORM 7000-WRITE-STEP-LINE THRU 7000-EXIT.
002510 2000-EXIT.
002520     EXIT.
002530*----------------------------------------------------------------*
002540*    2100-CHECK-PREREQ  -  ONE PREREQUISITE OF THE STEP ASKING   *
002550*                          TO RUN.  IT MUST HAVE ENDED IN THIS   *
002560*                          CYCLE, ON ITS LATEST ATTEMPT, WITH A  *
002570*                          RETURN CODE NO HIGHER THAN THE TABLE  *
002580*                          ALLOWS.  NOT RUN, STILL OPEN, OR      *
002590*                          ENDED TOO HIGH REFUSES THE STEP.      *
002600*----------------------------------------------------------------*
002610 2100-CHECK-PREREQ.
002620     IF YSTP-PRE-STEP(YSTP-IDX, CYC-PRE-NO) = SPACES
002630         GO TO 2100-EXIT
002640     END-IF.
002650     MOVE YSTP-PRE-STEP(YSTP-IDX, CYC-PRE-NO) TO CYC-FIND-STEP.
002660     MOVE YSTP-PRE-MAX-RC(YSTP-IDX, CYC-PRE-NO)
002670         TO CYC-FIND-DONE-RC.
002680     PERFORM 6000-FIND-LATEST THRU 6000-EXIT.
002690     MOVE CYC-FIND-STEP TO YRPT-PRE-STEP.
002700     MOVE YPRM-STEP TO YRPT-PRE-FOR-STEP.
002710     MOVE CYC-FIND-DONE-RC TO YRPT-PRE-MAX-RC.
002720     MOVE "---" TO YRPT-PRE-RC.
002730     IF CYC-L-ENDED
002740         MOVE CYC-L-RETURN-CODE TO CYC-RC-EDIT
002750         MOVE CYC-RC-EDIT TO YRPT-PRE-RC
002760     END-IF.
002770     EVALUATE TRUE
002780         WHEN NOT CYC-LATEST-FOUND
002790             MOVE "NOT RUN THIS CYCLE" TO YRPT-PRE-STATUS
002800             MOVE "Y" TO CYC-REFUSED-SW
002810         WHEN NOT CYC-L-ENDED
002820             MOVE "STARTED - NO END RECORDED" TO YRPT-PRE-STATUS
002830             MOVE "Y" TO CYC-REFUSED-SW
002840         WHEN NOT CYC-L-COMPLETE
002850             MOVE "ENDED ABOVE ITS LIMIT" TO YRPT-PRE-STATUS
002860             MOVE "Y" TO CYC-REFUSED-SW
002870         WHEN OTHER
002880             MOVE "SATISFIED" TO YRPT-PRE-STATUS
002890     END-EVALUATE.
002900     MOVE WS-CYC-PRE-LINE TO CYC-RPT-RECORD.
002910     WRITE CYC-RPT-RECORD.
002920 2100-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------*
002950*    3000-END-STEP  -  A STEP REPORTING BACK.  ITS OPEN ATTEMPT  *
002960*                      IS COMPLETED WITH THE END DATE, TIME AND  *
002970*                      RETURN CODE.  A RETURN CODE ABOVE THE     *
002980*                      STEP'S OWN LIMIT LEAVES IT INCOMPLETE -   *
002990*                      THE NEXT START RELEASES IT AGAIN AND      *
003000*                      EVERY STEP GATED ON IT IS REFUSED UNTIL   *
003010*                      THEN.  AN END WITH NO OPEN ATTEMPT MEANS  *
003020*                      THE STREAM RAN THE STEP WITHOUT ASKING    *
003030*                      AND IS AN ABEND.                          *
003040*----------------------------------------------------------------*
003050 3000-END-STEP.
003060     MOVE YPRM-STEP TO CYC-FIND-STEP.
003070     MOVE YSTP-DONE-RC(YSTP-IDX) TO CYC-FIND-DONE-RC.
003080     PERFORM 6000-FIND-LATEST THRU 6000-EXIT.
003090     IF NOT CYC-LATEST-FOUND OR CYC-L-ENDED
003100         DISPLAY "01Y ABEND - END FOR STEP " YPRM-STEP
003110             " WITH NO STARTED ATTEMPT IN CYCLE " CYC-CYCLE-DATE
003120         MOVE 16 TO RETURN-CODE
003130         STOP RUN
003140     END-IF.
003150     MOVE CYC-CYCLE-DATE TO YREG-CYCLE-DATE.
003160     MOVE YPRM-STEP TO YREG-STEP.
003170     MOVE CYC-L-ATTEMPT TO YREG-ATTEMPT.
003180     READ CYCLREG
003190         INVALID KEY
003200             DISPLAY "01Y ABEND - CYCLREG READ FAILED - FILE "
003210                 "STATUS " CYC-REG-STATUS " STEP " YPRM-STEP
003220             MOVE 16 TO RETURN-CODE
003230             STOP RUN
003240     END-READ.
003250     MOVE "E" TO YREG-STATE.
003260     MOVE CYC-RUN-DATE TO YREG-END-DATE.
003270     MOVE CYC-RUN-TIME TO YREG-END-TIME.
003280     MOVE YPRM-RETURN-CODE TO YREG-RETURN-CODE.
003290     REWRITE YREG-RECORD
003300         INVALID KEY
003310             DISPLAY "01Y ABEND - CYCLREG REWRITE FAILED - FILE "
003320                 "STATUS " CYC-REG-STATUS " STEP " YPRM-STEP
003330             MOVE 16 TO RETURN-CODE
003340             STOP RUN
003350     END-REWRITE.
003360     PERFORM 6200-TAKE-RECORD THRU 6200-EXIT.
003370     IF CYC-L-COMPLETE
003380         MOVE "COMPLETE" TO CYC-RESULT
003390         MOVE 0 TO CYC-FINAL-RC
003400     ELSE
003410         MOVE "FAILED - MUST BE RERUN" TO CYC-RESULT
003420         MOVE 8 TO CYC-FINAL-RC
003430     END-IF.
003440     PERFORM 7000-WRITE-STEP-LINE THRU 7000-EXIT.
003450 3000-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------*
003480*    4000-SHOW-CYCLE  -  LIST EVERY STEP ON THE TABLE WITH ITS   *
003490*                        LATEST ATTEMPT IN THE CYCLE.  AN        *
003500*                        ON-REQUEST STEP NOT RUN IS NOT          *
003510*                        REQUESTED, NOT MISSING.                 *
003520*----------------------------------------------------------------*
003530 4000-SHOW-CYCLE.
003540     PERFORM 4100-SHOW-STEP THRU 4100-EXIT
003550         VARYING YSTP-IDX FROM 1 BY 1
003560         UNTIL YSTP-IDX > YSTP-STEP-COUNT.
003570 4000-EXIT.
003580     EXIT.
003590 4100-SHOW-STEP.
003600     MOVE YSTP-STEP(YSTP-IDX) TO CYC-FIND-STEP.
003610     MOVE YSTP-DONE-RC(YSTP-IDX) TO CYC-FIND-DONE-RC.
003620     PERFORM 6000-FIND-LATEST THRU 6000-EXIT.
003630     EVALUATE TRUE
003640         WHEN NOT CYC-LATEST-FOUND AND YSTP-ON-REQUEST(YSTP-IDX)
003650             MOVE "NOT REQUESTED" TO CYC-RESULT
003660         WHEN NOT CYC-LATEST-FOUND
003670             MOVE "NOT RUN" TO CYC-RESULT
003680         WHEN NOT CYC-L-ENDED
003690             MOVE "STARTED - NO END RECORDED" TO CYC-RESULT
003700         WHEN CYC-L-COMPLETE
003710             MOVE "COMPLETE" TO CYC-RESULT
003720         WHEN OTHER
003730             MOVE "FAILED - MUST BE RERUN" TO CYC-RESULT
003740     END-EVALUATE.
003750     PERFORM 7000-WRITE-STEP-LINE THRU 7000-EXIT.
003760 4100-EXIT.
003770     EXIT.
003780*----------------------------------------------------------------*
003790*    5000-WRITE-SUMMARY  -  WRITE THE CLOSING CONTROL LINE.  THE *
003800*                           RESUME POINT IS THE FIRST            *
003810*                           EVERY-CYCLE STEP ON THE TABLE NOT    *
003820*                           YET COMPLETE, OR NONE WHEN THE CYCLE *
003830*                           IS DONE.  A SHOW ENDS RC 4 WHILE THE *
003840*                           CYCLE IS INCOMPLETE.                 *
003850*----------------------------------------------------------------*
003860 5000-WRITE-SUMMARY.
003870     MOVE SPACES TO CYC-RESUME-STEP.
003880     PERFORM 5100-TEST-RESUME THRU 5100-EXIT
003890         VARYING CYC-STEP-NO FROM 1 BY 1
003900         UNTIL CYC-STEP-NO > YSTP-STEP-COUNT
003910            OR CYC-RESUME-STEP NOT = SPACES.
003920     IF CYC-RESUME-STEP = SPACES
003930         MOVE "NONE" TO CYC-RESUME-STEP
003940     END-IF.
003950     IF YPRM-SHOW
003960         IF CYC-RESUME-STEP = "NONE"
003970             MOVE "CYCLE COMPLETE" TO CYC-RESULT
003980         ELSE
003990             MOVE "CYCLE INCOMPLETE" TO CYC-RESULT
004000             MOVE 4 TO CYC-FINAL-RC
004010         END-IF
004020     END-IF.
004030     MOVE CYC-CYCLE-DATE TO YRPT-SUM-CYCLE-DATE.
004040     MOVE YPRM-ACTION TO YRPT-SUM-ACTION.
004050     MOVE YPRM-STEP TO YRPT-SUM-STEP.
004060     MOVE CYC-RESULT TO YRPT-SUM-RESULT.
004070     MOVE CYC-RESUME-STEP TO YRPT-SUM-RESUME.
004080     MOVE WS-CYC-SUM-LINE TO CYC-RPT-RECORD.
004090     WRITE CYC-RPT-RECORD.
004100 5000-EXIT.
004110     EXIT.
004120 5100-TEST-RESUME.
004130     IF YSTP-ON-REQUEST(CYC-STEP-NO)
004140         GO TO 5100-EXIT
004150     END-IF.
004160     MOVE YSTP-STEP(CYC-STEP-NO) TO CYC-FIND-STEP.
004170     MOVE YSTP-DONE-RC(CYC-STEP-NO) TO CYC-FIND-DONE-RC.
004180     PERFORM 6000-FIND-LATEST THRU 6000-EXIT.
004190     IF NOT CYC-L-COMPLETE
004200         MOVE CYC-FIND-STEP TO CYC-RESUME-STEP
004210     END-IF.
004220 5100-EXIT.
004230     EXIT.
004240*----------------------------------------------------------------*
004250*    6000-FIND-LATEST  -  WALK CYC-FIND-STEP'S ATTEMPTS IN THE   *
004260*                         CYCLE IN KEY ORDER AND KEEP THE LAST   *
004270*                         ONE.  IT IS COMPLETE WHEN IT ENDED     *
004280*                         WITH A RETURN CODE NO HIGHER THAN      *
004290*                         CYC-FIND-DONE-RC - THE STEP'S OWN      *
004300*                         LIMIT, OR A PREREQUISITE'S LIMIT WHEN  *
004310*                         CALLED FROM 2100.                      *
004320*----------------------------------------------------------------*
004330 6000-FIND-LATEST.
004340     MOVE "N" TO CYC-LATEST-SW.
004350     MOVE "N" TO CYC-L-COMPLETE-SW.
004360     MOVE 0 TO CYC-L-ATTEMPT.
004370     MOVE SPACE TO CYC-L-STATE.
004380     MOVE SPACES TO CYC-L-START-DATE CYC-L-START-TIME
004390                    CYC-L-END-DATE CYC-L-END-TIME.
004400     MOVE 0 TO CYC-L-RETURN-CODE.
004410     MOVE 0 TO CYC-REG-DONE-SW.
004420     MOVE CYC-CYCLE-DATE TO YREG-CYCLE-DATE.
004430     MOVE CYC-FIND-STEP TO YREG-STEP.
004440     MOVE 0 TO YREG-ATTEMPT.
004450     START CYCLREG KEY IS NOT LESS THAN YREG-KEY
004460         INVALID KEY
004470             MOVE 1 TO CYC-REG-DONE-SW
004480     END-START.
004490     PERFORM 6100-READ-ATTEMPT THRU 6100-EXIT
004500         UNTIL CYC-REG-DONE.
004510 6000-EXIT.
004520     EXIT.
004530 6100-READ-ATTEMPT.
004540     READ CYCLREG NEXT RECORD
004550         AT END
004560             MOVE 1 TO CYC-REG-DONE-SW
004570     END-READ.
004580     IF NOT CYC-REG-DONE
004590         IF YREG-CYCLE-DATE NOT = CYC-CYCLE-DATE
004600             OR YREG-STEP NOT = CYC-FIND-STEP
004610             MOVE 1 TO CYC-REG-DONE-SW
004620         ELSE
004630             PERFORM 6200-TAKE-RECORD THRU 6200-EXIT
004640         END-IF
004650     END-IF.
004660 6100-EXIT.
004670     EXIT.
004680 6200-TAKE-RECORD.
004690     MOVE "Y" TO CYC-LATEST-SW.
004700     MOVE YREG-ATTEMPT TO CYC-L-ATTEMPT.
004710     MOVE YREG-STATE TO CYC-L-STATE.
004720     MOVE YREG-START-DATE TO CYC-L-START-DATE.
004730     MOVE YREG-START-TIME TO CYC-L-START-TIME.
004740     MOVE YREG-END-DATE TO CYC-L-END-DATE.
004750     MOVE YREG-END-TIME TO CYC-L-END-TIME.
004760     MOVE YREG-RETURN-CODE TO CYC-L-RETURN-CODE.
004770     MOVE "N" TO CYC-L-COMPLETE-SW.
004780     IF CYC-L-ENDED AND CYC-L-RETURN-CODE NOT > CYC-FIND-DONE-RC
004790         MOVE "Y" TO CYC-L-COMPLETE-SW
004800     END-IF.
004810 6200-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------*
004840*    7000-WRITE-STEP-LINE  -  LIST ONE STEP'S LATEST ATTEMPT     *
004850*                             WITH CYC-RESULT AS ITS STATUS.  A  *
004860*                             STEP WITH NO ATTEMPT SHOWS ATTEMPT *
004870*                             ZERO AND NO DATES; ONE NOT YET     *
004880*                             ENDED SHOWS NO RETURN CODE.        *
004890*----------------------------------------------------------------*
004900 7000-WRITE-STEP-LINE.
004910     MOVE CYC-CYCLE-DATE TO YRPT-CYCLE-DATE.
004920     MOVE CYC-FIND-STEP TO YRPT-STEP.
004930     MOVE CYC-L-ATTEMPT TO YRPT-ATTEMPT.
004940     MOVE CYC-L-START-DATE TO YRPT-START-DATE.
004950     MOVE CYC-L-START-TIME TO YRPT-START-TIME.
004960     MOVE CYC-L-END-DATE TO YRPT-END-DATE.
004970     MOVE CYC-L-END-TIME TO YRPT-END-TIME.
004980     MOVE "---" TO YRPT-RETURN-CODE.
004990     IF CYC-L-ENDED
005000         MOVE CYC-L-RETURN-CODE TO CYC-RC-EDIT
005010         MOVE CYC-RC-EDIT TO YRPT-RETURN-CODE
005020     END-IF.
005030     MOVE CYC-RESULT TO YRPT-STATUS.
005040     MOVE WS-CYC-STEP-LINE TO CYC-RPT-RECORD.
005050     WRITE CYC-RPT-RECORD.
005060 7000-EXIT.
005070     EXIT.
