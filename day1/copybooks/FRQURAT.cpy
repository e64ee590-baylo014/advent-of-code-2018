000100*----------------------------------------------------------------*
000110*    FRQURAT -  CHARGE-BACK RATE TABLE RECORD (FILE-ID           *
000120*               CHRGRATE), ONE PER RATE.  URAT-CODE NAMES WHAT   *
000130*               IS PRICED - DEV PER DEVICE RUN IN THE MONTH, RUN *
000140*               PER CALIBRATION RUN ON HISTMST, CMD PER COMMAND  *
000150*               APPLIED ON AUDMST, HUNT PER PART-B REPEAT HUNT,  *
000160*               PASS PER PASS THOSE HUNTS TOOK.  A BLANK         *
000170*               URAT-DEPARTMENT IS THE HOUSE RATE AND EVERY CODE *
000180*               MUST HAVE ONE; A RATE NAMING A DEPARTMENT        *
000190*               OVERRIDES THE HOUSE RATE FOR THAT DEPARTMENT     *
000200*               ONLY.  URAT-RATE CARRIES FOUR IMPLIED DECIMALS   *
000210*               SO A PER-COMMAND RATE CAN BE A FRACTION OF A     *
000220*               CENT.                                            *
000230*----------------------------------------------------------------*
000240 05  URAT-CODE                   PIC X(04).
000250     88  URAT-CODE-VALID          VALUE "DEV " "RUN " "CMD "
000260                                        "HUNT" "PASS".
000270 05  URAT-DEPARTMENT             PIC X(08).
000280 05  URAT-RATE                   PIC 9(05)V9(04).
