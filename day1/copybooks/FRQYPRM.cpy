000100*----------------------------------------------------------------*
000110*    FRQYPRM -  CONTROL-CARD LAYOUT FOR THE 01Y CYCLE CONTROLLER *
000120*               (FILE-ID CYCLPARM).  YPRM-ACTION IS START (ASK   *
000130*               FOR YPRM-STEP TO BE RELEASED), END (RECORD HOW   *
000140*               YPRM-STEP ENDED - YPRM-RETURN-CODE CARRIES ITS   *
000150*               RETURN CODE) OR SHOW (LIST THE WHOLE CYCLE AND   *
000160*               WHERE A RERUN WILL RESUME).  YPRM-CYCLE-DATE     *
000170*               NAMES THE CYCLE; BLANK TAKES THE SYSTEM DATE, SO *
000180*               A RERUN PAST MIDNIGHT MUST NAME THE CYCLE IT IS  *
000190*               FINISHING.                                       *
000200*----------------------------------------------------------------*
000210 05  YPRM-ACTION                 PIC X(05).
000220     88  YPRM-START               VALUE "START".
000230     88  YPRM-END                 VALUE "END  ".
000240     88  YPRM-SHOW                VALUE "SHOW ".
000250 05  YPRM-STEP                   PIC X(03).
000260 05  YPRM-CYCLE-DATE             PIC X(08).
000270 05  YPRM-RETURN-CODE            PIC 9(03).
