000100*----------------------------------------------------------------*
000110*    FRQXRPT -  TOLERANCE CHANGE IMPACT PREVIEW REPORT LINES     *
000120*               (FILE-ID TOLRPT).  A HEADING LINE, ONE LINE FOR  *
000130*               EACH DEVTRAN TRANSACTION THAT CANNOT BE          *
000140*               PREVIEWED AND WHY, TWO LINES PER DEVICE          *
000150*               PREVIEWED - ITS TOLERANCE AND BAND NOW AND AS    *
000160*               PROPOSED, THEN ITS RETAINED RUNS AND HOW MANY OF *
000170*               THEM RAISE A DRIFT OR BAND EXCEPTION UNDER EACH  *
000180*               - THE LISTS OF DEVICES THAT WOULD NEWLY FAIL AND *
000190*               NEWLY PASS, AND A TRAILING SUMMARY.  A BAND OF   *
000200*               ZERO IS NO LIMIT.  FORMATTED IN WORKING-STORAGE  *
000210*               AND MOVED TO THE FD RECORD BEFORE EACH WRITE.    *
000220*----------------------------------------------------------------*
000230 01  WS-TOL-HDR-LINE.
000240     05  FILLER PIC X(17) VALUE "TOLERANCE CHANGE ".
000250     05  FILLER PIC X(17) VALUE "IMPACT PREVIEW - ".
000260     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000270     05  XRPT-HDR-RUN-DATE       PIC X(08).
000280     05  FILLER                  PIC X(03) VALUE SPACES.
000290     05  FILLER PIC X(29) VALUE "NOTHING ON DEVTRAN IS APPLIED".
000300 01  WS-TOL-SKP-LINE.
000310     05  FILLER PIC X(16) VALUE "NOT PREVIEWED - ".
000320     05  FILLER                  PIC X(08) VALUE "ACTION: ".
000330     05  XRPT-SKP-ACTION         PIC X(03).
000340     05  FILLER                  PIC X(03) VALUE SPACES.
000350     05  FILLER                  PIC X(08) VALUE "DEVICE: ".
000360     05  XRPT-SKP-DEVICE-ID      PIC X(10).
000370     05  FILLER                  PIC X(03) VALUE SPACES.
000380     05  FILLER                  PIC X(08) VALUE "REASON: ".
000390     05  XRPT-SKP-REASON         PIC X(40).
000400 01  WS-TOL-VAL-LINE.
000410     05  FILLER                  PIC X(08) VALUE "DEVICE: ".
000420     05  XRPT-DEVICE-ID          PIC X(10).
000430     05  FILLER                  PIC X(03) VALUE SPACES.
000440     05  FILLER                  PIC X(11) VALUE "TOLERANCE: ".
000450     05  XRPT-CUR-TOLERANCE      PIC Z(17)9.
000460     05  FILLER                  PIC X(04) VALUE " -> ".
000470     05  XRPT-NEW-TOLERANCE      PIC Z(17)9.
000480     05  FILLER                  PIC X(03) VALUE SPACES.
000490     05  FILLER                  PIC X(06) VALUE "BAND: ".
000500     05  XRPT-CUR-BAND           PIC Z(17)9.
000510     05  FILLER                  PIC X(04) VALUE " -> ".
000520     05  XRPT-NEW-BAND           PIC Z(17)9.
000530 01  WS-TOL-CNT-LINE.
000540     05  FILLER                  PIC X(08) VALUE SPACES.
000550     05  FILLER                  PIC X(06) VALUE "RUNS: ".
000560     05  XRPT-RUNS               PIC ZZZZZZ9.
000570     05  FILLER                  PIC X(03) VALUE SPACES.
000580     05  FILLER                  PIC X(07) VALUE "DRIFT: ".
000590     05  XRPT-CUR-DRIFT          PIC ZZZZZZ9.
000600     05  FILLER                  PIC X(04) VALUE " -> ".
000610     05  XRPT-NEW-DRIFT          PIC ZZZZZZ9.
000620     05  FILLER                  PIC X(03) VALUE SPACES.
000630     05  FILLER                  PIC X(06) VALUE "BAND: ".
000640     05  XRPT-CUR-BAND-EXCP      PIC ZZZZZZ9.
000650     05  FILLER                  PIC X(04) VALUE " -> ".
000660     05  XRPT-NEW-BAND-EXCP      PIC ZZZZZZ9.
000670     05  FILLER                  PIC X(03) VALUE SPACES.
000680     05  FILLER                  PIC X(12) VALUE "EXCEPTIONS: ".
000690     05  XRPT-CUR-EXCP           PIC ZZZZZZ9.
000700     05  FILLER                  PIC X(04) VALUE " -> ".
000710     05  XRPT-NEW-EXCP           PIC ZZZZZZ9.
000720     05  FILLER                  PIC X(03) VALUE SPACES.
000730     05  FILLER                  PIC X(08) VALUE "RESULT: ".
000740     05  XRPT-RESULT             PIC X(12).
000750 01  WS-TOL-SEC-LINE.
000760     05  XRPT-SEC-TITLE          PIC X(40).
000770 01  WS-TOL-LST-LINE.
000780     05  FILLER                  PIC X(04) VALUE SPACES.
000790     05  FILLER                  PIC X(08) VALUE "DEVICE: ".
000800     05  XRPT-LST-DEVICE-ID      PIC X(10).
000810     05  FILLER                  PIC X(03) VALUE SPACES.
000820     05  FILLER                  PIC X(12) VALUE "EXCEPTIONS: ".
000830     05  XRPT-LST-CUR-EXCP       PIC ZZZZZZ9.
000840     05  FILLER                  PIC X(04) VALUE " -> ".
000850     05  XRPT-LST-NEW-EXCP       PIC ZZZZZZ9.
000860 01  WS-TOL-SUM-LINE.
000870     05  FILLER PIC X(17) VALUE "IMPACT PREVIEW - ".
000880     05  FILLER                  PIC X(14) VALUE "TRANSACTIONS: ".
000890     05  XRPT-SUM-TRANS          PIC ZZZZZZ9.
000900     05  FILLER                  PIC X(12) VALUE "   DEVICES: ".
000910     05  XRPT-SUM-DEVICES        PIC ZZZZZZ9.
000920     05  FILLER                  PIC X(09) VALUE "   RUNS: ".
000930     05  XRPT-SUM-RUNS           PIC ZZZZZZ9.
000940     05  FILLER                  PIC X(03) VALUE SPACES.
000950     05  FILLER                  PIC X(13) VALUE "EXCEPTIONS - ".
000960     05  FILLER                  PIC X(09) VALUE "CURRENT: ".
000970     05  XRPT-SUM-CUR-EXCP       PIC ZZZZZZ9.
000980     05  FILLER                  PIC X(13) VALUE "   PROPOSED: ".
000990     05  XRPT-SUM-NEW-EXCP       PIC ZZZZZZ9.
001000     05  FILLER                  PIC X(03) VALUE SPACES.
001010     05  FILLER                  PIC X(12) VALUE "NEWLY FAIL: ".
001020     05  XRPT-SUM-NEW-FAIL       PIC ZZZZZZ9.
001030     05  FILLER                  PIC X(03) VALUE SPACES.
001040     05  FILLER                  PIC X(12) VALUE "NEWLY PASS: ".
001050     05  XRPT-SUM-NEW-PASS       PIC ZZZZZZ9.
001060     05  FILLER                  PIC X(03) VALUE SPACES.
001070     05  FILLER PIC X(15) VALUE "NOT PREVIEWED: ".
001080     05  XRPT-SUM-SKIPPED        PIC ZZZZZZ9.
