000100*----------------------------------------------------------------*
000110*    FRQYSTP -  NIGHTLY STEP TABLE FOR THE 01Y CYCLE CONTROLLER, *
000120*               ONE ENTRY PER STEP IN RUNNING ORDER.  EACH ENTRY *
000130*               GIVES THE STEP, ITS RUN TYPE (R EVERY CYCLE, O   *
000140*               ON REQUEST ONLY), THE HIGHEST RETURN CODE AT     *
000150*               WHICH IT COUNTS AS COMPLETE (ABOVE IT THE STEP   *
000160*               MUST RUN AGAIN), AND UP TO SIX EARLIER STEPS     *
000170*               THAT MUST HAVE ENDED IN THIS CYCLE, EACH WITH    *
000180*               THE HIGHEST RETURN CODE IT MAY HAVE ENDED WITH.  *
000190*               01Z GATES ON 01S AT RC 16 SO THE MORNING SUMMARY *
000200*               STILL RUNS - AND SHOWS NOT RUN - WHEN A LATER    *
000210*               STEP WAS REFUSED.  A NEW STEP GOES IN HERE AND   *
000220*               YSTP-STEP-COUNT IS RAISED TO MATCH.              *
000221*               01F ENDS RC 8 WHEN A DEVICE LOG IS A RESEND OF   *
000222*               AN EARLIER NIGHT'S, SO IT COUNTS AS COMPLETE     *
000223*               ONLY UP TO RC 4 AND 01H AND 01K WAIT ON IT - A   *
000224*               RESENT NIGHT IS NOT PUBLISHED OR ARCHIVED UNTIL  *
000225*               THE LAB HAS CLEARED IT, EITHER BY A RERUN OF 01F *
000226*               OR BY A START AND AN END CARD FOR 01F AT RC 0.   *
000230*----------------------------------------------------------------*
000240 01  YSTP-STEP-VALUES.
000250     05  FILLER                  PIC X(50) VALUE
000260         "01S R 04".
000270     05  FILLER                  PIC X(50) VALUE
000280         "01B R 04 01S 04".
000290     05  FILLER                  PIC X(50) VALUE
000300         "01F R 04 01B 04".
000310     05  FILLER                  PIC X(50) VALUE
000320         "01H R 04 01B 04 01F 04".
000330     05  FILLER                  PIC X(50) VALUE
000340         "01K R 04 01B 04 01F 04".
000350     05  FILLER                  PIC X(50) VALUE
000360         "01N R 08 01S 04 01H 04".
000370     05  FILLER                  PIC X(50) VALUE
000380         "01L R 08 01H 04 01K 04".
000390     05  FILLER                  PIC X(50) VALUE
000400         "01D R 08 01H 04".
000410     05  FILLER                  PIC X(50) VALUE
000420         "01R R 08 01B 04".
000430     05  FILLER                  PIC X(50) VALUE
000440         "01V O 08 01B 04".
000450     05  FILLER                  PIC X(50) VALUE
000460         "01T O 08 01H 04".
000470     05  FILLER                  PIC X(50) VALUE
000480         "01G O 08 01H 04".
000490     05  FILLER                  PIC X(50) VALUE
000500         "01E O 08".
000510     05  FILLER                  PIC X(50) VALUE
000520         "01Z R 08 01S 16".
000530 01  YSTP-STEP-TABLE REDEFINES YSTP-STEP-VALUES.
000540     05  YSTP-ENTRY              OCCURS 14 TIMES
000550                                 INDEXED BY YSTP-IDX.
000560         10  YSTP-STEP           PIC X(03).
000570         10  FILLER              PIC X(01).
000580         10  YSTP-RUN-TYPE       PIC X(01).
000590             88  YSTP-ON-REQUEST  VALUE "O".
000600         10  FILLER              PIC X(01).
000610         10  YSTP-DONE-RC        PIC 9(02).
000620         10  YSTP-PREREQ         OCCURS 6 TIMES.
000630             15  FILLER          PIC X(01).
000640             15  YSTP-PRE-STEP   PIC X(03).
000650             15  FILLER          PIC X(01).
000660             15  YSTP-PRE-MAX-RC PIC 9(02).
000670 01  YSTP-STEP-COUNT             PIC 9(02) COMP VALUE 14.
