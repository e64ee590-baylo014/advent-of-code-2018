000140*               THE PER-DEVICE FILE-ID IT WAS WRITTEN TO, ITS    *
000150*               ENTRY COUNT AND WHETHER ITS HEADER AND TRAILER   *
000160*               ARRIVED WHOLE - PLUS A TRAILING SUMMARY OF THE   *
000170*               SPLIT COUNTS.  A TRANSMISSION LINE SHOWS THE LAB *
000180*               SEQUENCE AND DATE, THE TRAILER'S DEVICE COUNT    *
000181*               AND HASH BESIDE THE COUNT AND HASH ACTUALLY      *
000182*               RECEIVED, AND WHETHER THE XMITREG REGISTER       *
000183*               ACCEPTED OR REFUSED IT; A MISSING-TRANSMISSION   *
000184*               LINE NAMES EACH SEQUENCE SKIPPED.  FORMATTED IN  *
000185*               WORKING-STORAGE AND MOVED TO THE FD RECORD       *
000186*               BEFORE EACH WRITE.                               *
000190*----------------------------------------------------------------*
000200 01  WS-SPL-DTL-LINE.
000210     05  FILLER                  PIC X(08) VALUE "DEVICE: ".
000420     05  FILLER                  PIC X(03) VALUE SPACES.
000430     05  FILLER        PIC X(16) VALUE "ORPHAN RECORDS: ".
000440     05  SPLR-ORPHAN-COUNT       PIC ZZZZZZ9.
000450 01  WS-SPL-XMT-LINE.
000460     05  FILLER        PIC X(15) VALUE "TRANSMISSION - ".
000470     05  FILLER                  PIC X(10) VALUE "SEQUENCE: ".
000480     05  SPLR-XMIT-SEQUENCE      PIC X(06).
000490     05  FILLER                  PIC X(03) VALUE SPACES.
000500     05  FILLER                  PIC X(06) VALUE "DATE: ".
000510     05  SPLR-XMIT-DATE          PIC X(08).
000520     05  FILLER                  PIC X(03) VALUE SPACES.
000530     05  FILLER                  PIC X(09) VALUE "DEVICES: ".
000540     05  SPLR-XMIT-DEVICES       PIC ZZZZ9.
000550     05  FILLER                  PIC X(01) VALUE "/".
000560     05  SPLR-XMIT-HEADERS       PIC ZZZZ9.
000570     05  FILLER                  PIC X(03) VALUE SPACES.
000580     05  FILLER                  PIC X(06) VALUE "HASH: ".
000590     05  SPLR-XMIT-HASH          PIC Z(17)9.
000600     05  FILLER                  PIC X(01) VALUE "/".
000610     05  SPLR-XMIT-HASH-SUM      PIC Z(17)9.
000620     05  FILLER                  PIC X(03) VALUE SPACES.
000630     05  FILLER                  PIC X(08) VALUE "STATUS: ".
000640     05  SPLR-XMIT-STATUS        PIC X(30).
000650 01  WS-SPL-GAP-LINE.
000660     05  FILLER                  PIC X(22)
000670             VALUE "MISSING TRANSMISSION -".
000680     05  FILLER                  PIC X(11) VALUE " SEQUENCE: ".
000690     05  SPLR-GAP-SEQUENCE       PIC 9(06).
000700     05  FILLER                  PIC X(03) VALUE SPACES.
000710     05  SPLR-GAP-NOTE           PIC X(40).
