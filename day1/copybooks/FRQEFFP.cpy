000100*----------------------------------------------------------------*
000110*    FRQEFFP -  SHARED ATTRIBUTES-IN-FORCE LOOKUP.  COPIED INTO  *
000120*               THE PROCEDURE DIVISION WITH THE FRQEFFW WORK     *
000130*               FIELDS IN WORKING-STORAGE AND A DEVEFF FD        *
000140*               (FRQDEFF, ACCESS DYNAMIC) IN THE FILE SECTION,   *
000150*               SO 01B, 01D, 01M AND THE 01E INQUIRY ALL PICK    *
000160*               THE VALUES IN FORCE BY ONE RULE.                 *
000170*----------------------------------------------------------------*
000180*----------------------------------------------------------------*
000190*    8700-FIND-IN-FORCE  -  WALK THE DEVICE'S VERSIONS IN        *
000200*                           ASCENDING EFFECTIVE-DATE ORDER UP TO *
000210*                           AND INCLUDING EFF-AS-OF-DATE.  EACH  *
000220*                           VERSION CARRIES ONLY WHAT ITS CHG    *
000230*                           CHANGED (ZERO OR BLANK LEAVES THE    *
000240*                           EARLIER VALUE ALONE, AS ON DEVMST),  *
000250*                           SO THE VALUES IN FORCE ARE BUILT UP  *
000260*                           VERSION BY VERSION ON TOP OF THE     *
000270*                           DEVICE'S FIRST (ADD OR BAS) VERSION. *
000280*                           A VERSION DATED AFTER THE AS-OF DATE *
000290*                           (A SCHEDULED CHANGE NOT YET DUE)     *
000300*                           ENDS THE WALK.                       *
000310*----------------------------------------------------------------*
000320 8700-FIND-IN-FORCE.
000330     MOVE "N" TO EFF-FOUND-SW.
000340     MOVE SPACES TO EFF-EFFECTIVE-DATE.
000350     MOVE 0 TO EFF-EXCURSION-LIMIT.
000360     MOVE 0 TO EFF-DRIFT-TOLERANCE.
000370     MOVE SPACE TO EFF-RUN-MODE.
000380     MOVE 0 TO EFF-DONE-SW.
000390     MOVE EFF-DEVICE-ID TO DEFF-DEVICE-ID.
000400     MOVE LOW-VALUES TO DEFF-EFFECTIVE-DATE.
000410     START DEVEFF KEY IS NOT LESS THAN DEFF-KEY
000420         INVALID KEY
000430             MOVE 1 TO EFF-DONE-SW
000440     END-START.
000450     PERFORM 8710-READ-IN-FORCE THRU 8710-EXIT
000460         UNTIL EFF-DONE.
000470 8700-EXIT.
000480     EXIT.
000490 8710-READ-IN-FORCE.
000500     READ DEVEFF NEXT RECORD
000510         AT END
000520             MOVE 1 TO EFF-DONE-SW
000530     END-READ.
000540     IF NOT EFF-DONE
000550         IF DEFF-DEVICE-ID NOT = EFF-DEVICE-ID
000560             OR DEFF-EFFECTIVE-DATE > EFF-AS-OF-DATE
000570             MOVE 1 TO EFF-DONE-SW
000580         ELSE
000590             PERFORM 8720-APPLY-VERSION THRU 8720-EXIT
000600         END-IF
000610     END-IF.
000620 8710-EXIT.
000630     EXIT.
000640*----------------------------------------------------------------*
000650*    8720-APPLY-VERSION  -  LAY ONE VERSION OVER THE VALUES      *
000660*                           BUILT UP SO FAR.  THE FIRST VERSION  *
000670*                           IS TAKEN WHOLE - AN ADD WITH NO      *
000680*                           TOLERANCE OF ITS OWN MEANS THE RUN   *
000690*                           DEFAULT, NOT "UNCHANGED".            *
000700*----------------------------------------------------------------*
000710 8720-APPLY-VERSION.
000720     IF NOT EFF-FOUND
000730         MOVE DEFF-EXCURSION-LIMIT TO EFF-EXCURSION-LIMIT
000740         MOVE DEFF-DRIFT-TOLERANCE TO EFF-DRIFT-TOLERANCE
000750         MOVE DEFF-RUN-MODE TO EFF-RUN-MODE
000760     ELSE
000770         IF DEFF-EXCURSION-LIMIT IS NUMERIC
000780                 AND DEFF-EXCURSION-LIMIT > 0
000790             MOVE DEFF-EXCURSION-LIMIT TO EFF-EXCURSION-LIMIT
000800         END-IF
000810         IF DEFF-DRIFT-TOLERANCE IS NUMERIC
000820                 AND DEFF-DRIFT-TOLERANCE > 0
000830             MOVE DEFF-DRIFT-TOLERANCE TO EFF-DRIFT-TOLERANCE
000840         END-IF
000850         IF DEFF-RUN-MODE = "A" OR DEFF-RUN-MODE = "B"
000860             MOVE DEFF-RUN-MODE TO EFF-RUN-MODE
000870         END-IF
000880     END-IF.
000890     MOVE DEFF-EFFECTIVE-DATE TO EFF-EFFECTIVE-DATE.
000900     MOVE "Y" TO EFF-FOUND-SW.
000910 8720-EXIT.
000920     EXIT.
