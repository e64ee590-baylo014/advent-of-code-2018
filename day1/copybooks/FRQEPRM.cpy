000100*----------------------------------------------------------------*
000110*    FRQEPRM -  CONTROL-CARD LAYOUT FOR THE 01E ATTRIBUTE        *
000120*               HISTORY INQUIRY (FILE-ID EFFPARM).  NAMES THE    *
000130*               DEVICE WHOSE DATED BAND, TOLERANCE AND RUN-MODE  *
000140*               VERSIONS ARE WANTED, AND THE DATE TO MARK THE    *
000150*               VERSION IN FORCE ON (BLANK TAKES THE SYSTEM      *
000160*               DATE).                                           *
000170*----------------------------------------------------------------*
000180 05  EPRM-DEVICE-ID              PIC X(10).
000190 05  EPRM-AS-OF-DATE             PIC X(08).
