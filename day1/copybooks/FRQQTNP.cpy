000100*----------------------------------------------------------------*
000110*    FRQQTNP -  SHARED DEVICE QUARANTINE LOGIC.  COPIED INTO THE *
000120*               PROCEDURE DIVISION WITH THE FRQQTNW WORK FIELDS  *
000130*               AND THE FRQDATW DATE FIELDS IN WORKING-STORAGE,  *
000140*               A QUARLOG FD (FRQQLOG, ACCESS DYNAMIC, OPENED    *
000150*               I-O) AND A DEVMST FD (FRQDMST, OPENED I-O) IN    *
000160*               THE FILE SECTION, AND THE FRQDATP DATE           *
000170*               ARITHMETIC ALSO COPIED, SO 01B AND 01D COUNT     *
000180*               BREACHES AND QUARANTINE BY ONE RULE AND 01M LOGS *
000190*               ITS RELEASES THE SAME WAY.                       *
000200*----------------------------------------------------------------*
000210*----------------------------------------------------------------*
000220*    8800-RECORD-BREACH  -  LOG ONE BAND (B) OR DRIFT (D) BREACH *
000230*                           FOR THE DEVICE AND RUN DATE, THEN    *
000240*                           QUARANTINE THE DEVICE IF THE         *
000250*                           BREACHES INSIDE THE WINDOW SINCE ITS *
000260*                           LAST RELEASE OR REJECT HAVE REACHED  *
000270*                           THE LIMIT.  A RERUN OF A DATE        *
000280*                           ALREADY LOGGED FOR THE SAME KIND OF  *
000290*                           BREACH WAS JUDGED THE FIRST TIME AND *
000300*                           IS NOT COUNTED AGAIN.                *
000310*----------------------------------------------------------------*
000320 8800-RECORD-BREACH.
000330     MOVE "N" TO QTN-ENTERED-SW.
000340     PERFORM 8810-COUNT-BREACHES THRU 8810-EXIT.
000350     IF QTN-ALREADY-LOGGED
000360         GO TO 8800-EXIT
000370     END-IF.
000380     ADD 1 TO QTN-BREACH-COUNT.
000390     MOVE SPACES TO QTN-USER-ID.
000400     MOVE 0 TO QTN-HELD-COUNT.
000410     PERFORM 8840-WRITE-EVENT THRU 8840-EXIT.
000420     IF QTN-BREACH-LIMIT > 0
000430             AND QTN-BREACH-COUNT NOT < QTN-BREACH-LIMIT
000440         PERFORM 8830-ENTER-QUARANTINE THRU 8830-EXIT
000450     END-IF.
000460 8800-EXIT.
000470     EXIT.
000480*----------------------------------------------------------------*
000490*    8810-COUNT-BREACHES  -  WALK THE DEVICE'S QUARLOG ROWS IN   *
000500*                            KEY ORDER UP TO AND INCLUDING       *
000510*                            QTN-RUN-DATE.  A RELEASE OR REJECT  *
000520*                            STARTS THE COUNT AGAIN; A BREACH    *
000530*                            FEWER THAN QTN-WINDOW-DAYS DAYS     *
000540*                            BEFORE THE RUN DATE COUNTS.  ALSO   *
000550*                            SETS THE NEXT FREE SEQUENCE FOR THE *
000560*                            RUN DATE, AND QTN-LOGGED-SW WHEN A  *
000570*                            QTN-EVENT ROW FOR THE DATE IS       *
000580*                            ALREADY THERE.                      *
000590*----------------------------------------------------------------*
000600 8810-COUNT-BREACHES.
000610     MOVE 0 TO QTN-BREACH-COUNT.
000620     MOVE 1 TO QTN-NEXT-SEQ.
000630     MOVE "N" TO QTN-LOGGED-SW.
000640     MOVE QTN-RUN-DATE TO DAT-DATE-IN.
000650     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
000660     MOVE DAT-SERIAL TO QTN-RUN-SERIAL.
000670     MOVE 0 TO QTN-DONE-SW.
000680     MOVE QTN-DEVICE-ID TO QLOG-DEVICE-ID.
000690     MOVE LOW-VALUES TO QLOG-EVENT-DATE.
000700     MOVE 0 TO QLOG-SEQ.
000710     START QUARLOG KEY IS NOT LESS THAN QLOG-KEY
000720         INVALID KEY
000730             MOVE 1 TO QTN-DONE-SW
000740     END-START.
000750     PERFORM 8820-READ-EVENT THRU 8820-EXIT
000760         UNTIL QTN-DONE.
000770 8810-EXIT.
000780     EXIT.
000790 8820-READ-EVENT.
000800     READ QUARLOG NEXT RECORD
000810         AT END
000820             MOVE 1 TO QTN-DONE-SW
000830     END-READ.
000840     IF QTN-DONE
000850         GO TO 8820-EXIT
000860     END-IF.
000870     IF QLOG-DEVICE-ID NOT = QTN-DEVICE-ID
000880             OR QLOG-EVENT-DATE > QTN-RUN-DATE
000890         MOVE 1 TO QTN-DONE-SW
000900         GO TO 8820-EXIT
000910     END-IF.
000920     IF QLOG-EVENT-DATE = QTN-RUN-DATE
000930         COMPUTE QTN-NEXT-SEQ = QLOG-SEQ + 1
000940         IF QLOG-EVENT = QTN-EVENT
000950             MOVE "Y" TO QTN-LOGGED-SW
000960         END-IF
000970     END-IF.
000980     IF QLOG-CLEARED
000990         MOVE 0 TO QTN-BREACH-COUNT
001000     END-IF.
001010     IF QLOG-BREACH
001020         MOVE QLOG-EVENT-DATE TO DAT-DATE-IN
001030         PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT
001040         IF QTN-RUN-SERIAL - DAT-SERIAL < QTN-WINDOW-DAYS
001050             ADD 1 TO QTN-BREACH-COUNT
001060         END-IF
001070     END-IF.
001080 8820-EXIT.
001090     EXIT.
001100*----------------------------------------------------------------*
001110*    8830-ENTER-QUARANTINE  -  SET THE DEVICE'S QUARANTINE FLAG  *
001120*                              ON DEVMST AND LOG THE Q EVENT.    *
001130*                              THE MASTER IS READ AFRESH FIRST - *
001140*                              THE CALLER'S COPY MAY CARRY THE   *
001150*                              DATED DEVEFF VALUES LAID OVER IT, *
001160*                              WHICH MUST NOT BE WRITTEN BACK.   *
001170*                              A DEVICE ALREADY QUARANTINED, OR  *
001180*                              RETIRED, IS LEFT ALONE.           *
001190*----------------------------------------------------------------*
001200 8830-ENTER-QUARANTINE.
001210     MOVE QTN-DEVICE-ID TO DM-DEVICE-ID.
001220     READ DEVMST
001230         INVALID KEY
001240             GO TO 8830-EXIT
001250     END-READ.
001260     IF DM-QUARANTINED OR DM-RETIRED
001270         GO TO 8830-EXIT
001280     END-IF.
001290     MOVE "Y" TO DM-QUARANTINE-FLAG.
001300     MOVE QTN-RUN-DATE TO DM-QUARANTINE-DATE.
001310     REWRITE DM-RECORD
001320         INVALID KEY
001330             DISPLAY QTN-PROGRAM " ABEND - DEVMST REWRITE FAILED "
001340                 "- DEVICE " QTN-DEVICE-ID
001350             MOVE 16 TO RETURN-CODE
001360             STOP RUN
001370     END-REWRITE.
001380     IF QTN-EVENT = "B"
001390         MOVE "BREACH LIMIT REACHED ON A BAND BREACH"
001400             TO QTN-REASON
001410     ELSE
001420         MOVE "BREACH LIMIT REACHED ON A DRIFT BREACH"
001430             TO QTN-REASON
001440     END-IF.
001450     MOVE "Q" TO QTN-EVENT.
001460     PERFORM 8840-WRITE-EVENT THRU 8840-EXIT.
001470     MOVE "Y" TO QTN-ENTERED-SW.
001480 8830-EXIT.
001490     EXIT.
001500*----------------------------------------------------------------*
001510*    8840-WRITE-EVENT  -  WRITE ONE QUARLOG ROW FROM THE QTN     *
001520*                         FIELDS UNDER THE NEXT FREE SEQUENCE    *
001530*                         FOR THE DATE.  THE LOG IS THE AUDIT    *
001540*                         RECORD OF WHY A DEVICE LEFT SERVICE -  *
001550*                         A ROW THAT CANNOT BE WRITTEN ENDS THE  *
001560*                         RUN.                                   *
001570*----------------------------------------------------------------*
001580 8840-WRITE-EVENT.
001590     MOVE QTN-DEVICE-ID TO QLOG-DEVICE-ID.
001600     MOVE QTN-RUN-DATE TO QLOG-EVENT-DATE.
001610     MOVE QTN-NEXT-SEQ TO QLOG-SEQ.
001620     MOVE QTN-EVENT TO QLOG-EVENT.
001630     MOVE QTN-PROGRAM TO QLOG-PROGRAM.
001640     MOVE QTN-USER-ID TO QLOG-USER-ID.
001650     ACCEPT QLOG-STAMP-DATE FROM DATE YYYYMMDD.
001660     ACCEPT QLOG-STAMP-TIME FROM TIME.
001670     MOVE QTN-BREACH-COUNT TO QLOG-BREACH-COUNT.
001680     MOVE QTN-WINDOW-DAYS TO QLOG-WINDOW-DAYS.
001690     MOVE QTN-HELD-COUNT TO QLOG-HELD-COUNT.
001700     MOVE QTN-REASON TO QLOG-REASON.
001710     WRITE QLOG-RECORD.
001720     IF NOT QTN-QLOG-OK
001730         DISPLAY QTN-PROGRAM " ABEND - QUARLOG WRITE FAILED - "
001740             "FILE STATUS " QTN-QLOG-STATUS " DEVICE "
001750             QTN-DEVICE-ID
001760         MOVE 16 TO RETURN-CODE
001770         STOP RUN
001780     END-IF.
001790     ADD 1 TO QTN-NEXT-SEQ.
001800 8840-EXIT.
001810     EXIT.
