000100*----------------------------------------------------------------*
000110*    FRQFPRM -  CONTROL-CARD LAYOUT FOR THE 01F COMMAND-PATTERN  *
000120*               SCREEN (FILE-ID SCRNPARM).  FPRM-MIN-HISTORY IS  *
000130*               THE FEWEST EARLIER RUN DATES A DEVICE MUST HAVE  *
000140*               ON AUDMST BEFORE ITS PROFILE IS JUDGED.  A       *
000150*               NIGHT'S COMMAND COUNT, OR ITS TYPICAL (MEAN)     *
000160*               DISTANCE MAGNITUDE, IS OUT OF PROFILE WHEN IT IS *
000170*               MORE THAN FPRM-COUNT-FACTOR /                    *
000180*               FPRM-TYPICAL-FACTOR TIMES THE DEVICE'S           *
000190*               HISTORICAL FIGURE OR LESS THAN THAT FRACTION OF  *
000200*               IT; ITS LARGEST MAGNITUDE WHEN IT IS MORE THAN   *
000210*               FPRM-LARGEST-FACTOR TIMES THE LARGEST THE DEVICE *
000220*               HAS EVER ISSUED; ITS SHARE OF + COMMANDS WHEN IT *
000230*               IS MORE THAN FPRM-SHARE-POINTS PERCENTAGE POINTS *
000240*               AWAY FROM THE HISTORICAL SHARE.  A LOG SHORTER   *
000250*               THAN FPRM-PRINT-MINIMUM COMMANDS IS TOO SHORT TO *
000260*               FINGERPRINT FOR A RESEND.  A FIELD LEFT BLANK OR *
000270*               ZERO TAKES THE HOUSE DEFAULT (5, 3, 5, 10, 30    *
000280*               AND 3) AND THE CARD ITSELF IS OPTIONAL.          *
000290*----------------------------------------------------------------*
000300 05  FPRM-MIN-HISTORY            PIC 9(03).
000310 05  FPRM-COUNT-FACTOR           PIC 9(03).
000320 05  FPRM-TYPICAL-FACTOR         PIC 9(03).
000330 05  FPRM-LARGEST-FACTOR         PIC 9(03).
000340 05  FPRM-SHARE-POINTS           PIC 9(03).
000350 05  FPRM-PRINT-MINIMUM          PIC 9(03).
