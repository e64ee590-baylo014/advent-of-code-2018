000100*----------------------------------------------------------------*
000110*    FRQGPRM -  CONTROL-CARD LAYOUT FOR THE 01G CALIBRATION      *
000120*               CERTIFICATE RUN (FILE-ID CERTPARM).              *
000130*               GPRM-RUN-DATE IS REQUIRED.  A DEVICE ID ASKS FOR *
000140*               THAT ONE DEVICE'S CERTIFICATE; A BLANK DEVICE ID *
000150*               CERTIFIES EVERY DEVICE WITH A PUBLISHED RESULT   *
000160*               ON HISTMST FOR THE RUN DATE.                     *
000170*----------------------------------------------------------------*
000180 05  GPRM-RUN-DATE               PIC X(08).
000190 05  GPRM-DEVICE-ID              PIC X(20).
