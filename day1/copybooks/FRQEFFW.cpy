000100*----------------------------------------------------------------*
000110*    FRQEFFW -  WORKING-STORAGE FOR THE SHARED ATTRIBUTES-IN-    *
000120*               FORCE LOOKUP (SEE FRQEFFP).  THE CALLER SETS     *
000130*               EFF-DEVICE-ID AND EFF-AS-OF-DATE; THE LOOKUP     *
000140*               RETURNS THE DEVICE VALUES IN FORCE ON THAT DATE, *
000150*               OR EFF-FOUND-SW "N" WHEN THE DEVICE HAS NO       *
000160*               VERSION DATED ON OR BEFORE IT.  EFF-DEFF-STATUS  *
000170*               IS THE FILE STATUS NAMED ON THE CALLER'S DEVEFF  *
000180*               SELECT.                                          *
000190*----------------------------------------------------------------*
000200 01  EFF-DEFF-STATUS             PIC X(02) VALUE SPACES.
000210     88  EFF-DEFF-OK              VALUE "00".
000220     88  EFF-DEFF-CREATED         VALUE "05".
000230     88  EFF-DEFF-DUP             VALUE "22".
000240 01  EFF-DEVICE-ID               PIC X(10) VALUE SPACES.
000250 01  EFF-AS-OF-DATE              PIC X(08) VALUE SPACES.
000260 01  EFF-DONE-SW                 PIC 9(01) VALUE 0.
000270     88  EFF-DONE                 VALUE 1.
000280 01  EFF-FOUND-SW                PIC X(01) VALUE "N".
000290     88  EFF-FOUND                VALUE "Y".
000300 01  EFF-EFFECTIVE-DATE          PIC X(08) VALUE SPACES.
000310 01  EFF-EXCURSION-LIMIT         PIC 9(18) VALUE 0.
000320 01  EFF-DRIFT-TOLERANCE         PIC 9(18) VALUE 0.
000330 01  EFF-RUN-MODE                PIC X(01) VALUE SPACE.
