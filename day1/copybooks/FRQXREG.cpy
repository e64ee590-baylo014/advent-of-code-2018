000100*----------------------------------------------------------------*
000110*    FRQXREG -  TRANSMISSION REGISTER RECORD (FILE-ID XMITREG).  *
000120*               ONE RECORD PER LABXMIT TRANSMISSION EVER         *
000130*               ACCEPTED BY 01S, KEYED BY THE LAB'S SEQUENCE     *
000140*               NUMBER FROM THE TRANSMISSION HEADER, HOLDING THE *
000150*               TRANSMISSION DATE, THE DEVICE COUNT AND OVERALL  *
000160*               HASH FROM ITS TRAILER, AND THE DATE AND TIME 01S *
000170*               ACCEPTED IT.  THE REGISTER IS PERMANENT -        *
000180*               NOTHING PURGES IT - SO A RESEND OF ANY EARLIER   *
000190*               NIGHT IS KNOWN.  THE RECORD WITH SEQUENCE ZERO   *
000200*               IS THE REGISTER CONTROL RECORD; ITS              *
000210*               XREG-HIGH-SEQUENCE IS THE HIGHEST SEQUENCE       *
000220*               ACCEPTED, FROM WHICH A GAP IS MEASURED.          *
000230*----------------------------------------------------------------*
000240 05  XREG-KEY.
000250     10  XREG-SEQUENCE           PIC 9(06).
000260 05  XREG-XMIT-DATE              PIC X(08).
000270 05  XREG-DEVICE-COUNT           PIC 9(05).
000280 05  XREG-HASH-TOTAL             PIC 9(18).
000290 05  XREG-ACCEPTED-DATE          PIC X(08).
000300 05  XREG-ACCEPTED-TIME          PIC X(08).
000310 05  XREG-HIGH-SEQUENCE          PIC 9(06).
