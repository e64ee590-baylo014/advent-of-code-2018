000100*----------------------------------------------------------------*
000110*    FRQUEXT -  CHARGE-BACK FINANCE EXTRACT RECORD (FILE-ID      *
000120*               CHRGEXT).  A FIXED, UNLABELLED RECORD FOR THE    *
000130*               FINANCE SYSTEM TO LOAD - ONE D RECORD PER        *
000140*               DEPARTMENT AND COST CENTRE CHARGED FOR THE       *
000150*               MONTH, THEN ONE T TRAILER CARRYING THE MONTH'S   *
000160*               TOTALS AND THE NUMBER OF D RECORDS BEFORE IT, SO *
000170*               THE LOAD CAN PROVE IT RECEIVED THEM ALL.         *
000180*               UEXT-AMOUNT HAS TWO IMPLIED DECIMALS.  A DEVICE  *
000190*               WITH NO OWNER IS CHARGED UNDER A BLANK           *
000200*               DEPARTMENT AND COST CENTRE.                      *
000210*----------------------------------------------------------------*
000220 05  UEXT-RECORD-TYPE            PIC X(01).
000230     88  UEXT-DETAIL              VALUE "D".
000240     88  UEXT-TRAILER             VALUE "T".
000250 05  UEXT-MONTH                  PIC X(06).
000260 05  UEXT-DEPARTMENT             PIC X(08).
000270 05  UEXT-COST-CENTRE            PIC X(10).
000280 05  UEXT-DEVICES                PIC 9(07).
000290 05  UEXT-RUNS                   PIC 9(07).
000300 05  UEXT-COMMANDS               PIC 9(09).
000310 05  UEXT-HUNTS                  PIC 9(07).
000320 05  UEXT-PASSES                 PIC 9(09).
000330 05  UEXT-AMOUNT                 PIC 9(11)V99.
000340 05  UEXT-RECORD-COUNT           PIC 9(05).
