000160*               CHANGE DOES NOT HAVE TO RE-KEY THE WHOLE RECORD   *
000170*               - THE RE-KEYING IS WHAT LET THE OLD PER-RUN       *
000180*               ATTRIBUTES DRIFT APART.  A RET CARRIES ONLY THE   *
000190*               ACTION AND THE DEVICE ID.  DTRN-EFFECTIVE-DATE    *
000192*               (YYYYMMDD) DATES AN ADD OR CHG - BLANK MEANS      *
000194*               EFFECTIVE ON THE DAY 01M RUNS.  A CHG DATED AFTER *
000196*               THAT DAY IS HELD ON DEVEFF AS A SCHEDULED CHANGE  *
000198*               OF THE BAND, TOLERANCE AND RUN MODE ONLY.         *
000199*               DTRN-DEPARTMENT AND DTRN-COST-CENTRE SET THE      *
000200*               DEVICE'S OWNER; ON A CHG, BLANK LEAVES THE OWNER  *
000201*               ALONE.  THEY TAKE EFFECT THE DAY THEY ARE KEYED,  *
000202*               SO A FUTURE-DATED CHG CANNOT CARRY THEM.          *
000203*               REL AND REJ CLEAR A QUARANTINED DEVICE (SEE       *
000204*               FRQDMST) AND CARRY ONLY THE DEVICE ID,            *
000205*               DTRN-USER-ID (THE LAB USER RETURNING IT,          *
000206*               REQUIRED) AND DTRN-REASON.  REL SENDS THE RESULTS *
000207*               HELD ON PENDREL DOWNSTREAM UNDER THEIR OWN RUN    *
000208*               DATES; REJ KEEPS THEM OFF FREQIFC FOR GOOD.       *
000209*-----------------------------------------------------------------*
000210 05  DTRN-ACTION                 PIC X(03).
000220     88  DTRN-ADD                 VALUE "ADD".
000230     88  DTRN-CHANGE              VALUE "CHG".
000240     88  DTRN-RETIRE              VALUE "RET".
000243     88  DTRN-RELEASE             VALUE "REL".
000246     88  DTRN-REJECT              VALUE "REJ".
000250 05  DTRN-DEVICE-ID              PIC X(10).
000260 05  DTRN-EXCURSION-LIMIT        PIC 9(18).
000270 05  DTRN-DRIFT-TOLERANCE        PIC 9(18).
000280 05  DTRN-RUN-MODE               PIC X(01).
000290 05  DTRN-LOG-FILE-ID            PIC X(20).
000300 05  DTRN-EFFECTIVE-DATE         PIC X(08).
000310 05  DTRN-DEPARTMENT             PIC X(08).
000320 05  DTRN-COST-CENTRE            PIC X(10).
000330 05  DTRN-USER-ID                PIC X(08).
000340 05  DTRN-REASON                 PIC X(40).
