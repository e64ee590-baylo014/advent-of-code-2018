000100*----------------------------------------------------------------*
000110*    FRQLRPT -  THREE-WAY BALANCING REPORT LINES (FILE-ID        *
000120*               BALRPT).  ONE DETAIL LINE PER FREQIFC DEVICE     *
000130*               RECORD SHOWING THE CLOSING FREQUENCY AS FREQIFC, *
000140*               HISTMST AND THE LAST AUDMST ROW HOLD IT, THE     *
000150*               COMMAND COUNT AGAINST THE ARCHIVED ROW COUNT,    *
000160*               AND BALANCED, RESTATED OR BREAK WITH THE REASON. *
000167*               A GRAND-TOTAL LINE PER RUN DATE PROVES THE       *
000174*               FREQIFC GRAND-TOTAL RECORD AGAINST THE SUM OF    *
000181*               ITS DEVICE RECORDS, A MISSING LINE NAMES A       *
000188*               DEVICE ON HISTMST OR AUDMST FOR THE RUN DATE     *
000195*               THAT FREQIFC DOES NOT CARRY, A HELD LINE NAMES   *
000202*               ONE LEFT OFF BECAUSE 01B HELD ITS RESULT ON      *
000209*               PENDREL, AND A TRAILING SUMMARY LINE CARRIES THE *
000216*               COUNTS 01Z GRADES.                               *
000230*               FORMATTED IN WORKING-STORAGE AND MOVED TO THE FD *
000240*               RECORD BEFORE EACH WRITE.                        *
000250*----------------------------------------------------------------*
000260 01  WS-BAL-HDR-LINE.
000270     05  FILLER                  PIC X(19)
000280             VALUE "BALANCING REPORT - ".
000290     05  FILLER                  PIC X(26)
000300             VALUE "FREQIFC / HISTMST / AUDMST".
000310 01  WS-BAL-DTL-LINE.
000320     05  FILLER                  PIC X(08) VALUE "DEVICE: ".
000330     05  LRPT-DEVICE-ID          PIC X(10).
000340     05  FILLER                  PIC X(03) VALUE SPACES.
000350     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000360     05  LRPT-RUN-DATE           PIC X(08).
000370     05  FILLER                  PIC X(03) VALUE SPACES.
000380     05  FILLER                  PIC X(06) VALUE "MODE: ".
000390     05  LRPT-MODE               PIC X(01).
000400     05  FILLER                  PIC X(03) VALUE SPACES.
000410     05  FILLER                  PIC X(05) VALUE "IFC: ".
000420     05  LRPT-IFC-TOTAL          PIC -(17)9.
000430     05  FILLER                  PIC X(03) VALUE SPACES.
000440     05  FILLER                  PIC X(06) VALUE "HIST: ".
000450     05  LRPT-HIST-TOTAL         PIC -(17)9.
000460     05  FILLER                  PIC X(03) VALUE SPACES.
000470     05  FILLER                  PIC X(06) VALUE "AUDM: ".
000480     05  LRPT-AUDM-TOTAL         PIC -(17)9.
000490     05  FILLER                  PIC X(03) VALUE SPACES.
000500     05  FILLER                  PIC X(06) VALUE "CMDS: ".
000510     05  LRPT-CMD-COUNT          PIC ZZZZZZ9.
000520     05  FILLER                  PIC X(03) VALUE SPACES.
000530     05  FILLER                  PIC X(06) VALUE "ROWS: ".
000540     05  LRPT-ROW-COUNT          PIC ZZZZZZ9.
000550     05  FILLER                  PIC X(03) VALUE SPACES.
000560     05  FILLER                  PIC X(08) VALUE "STATUS: ".
000570     05  LRPT-STATUS             PIC X(08).
000580     05  FILLER                  PIC X(03) VALUE SPACES.
000590     05  FILLER                  PIC X(08) VALUE "REASON: ".
000600     05  LRPT-REASON             PIC X(40).
000610 01  WS-BAL-MIS-LINE.
000620     05  FILLER        PIC X(17) VALUE "NOT ON FREQIFC - ".
000630     05  FILLER                  PIC X(08) VALUE "DEVICE: ".
000640     05  LRPT-MIS-DEVICE-ID      PIC X(10).
000650     05  FILLER                  PIC X(03) VALUE SPACES.
000660     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000670     05  LRPT-MIS-RUN-DATE       PIC X(08).
000680     05  FILLER                  PIC X(03) VALUE SPACES.
000690     05  FILLER                  PIC X(09) VALUE "HISTMST: ".
000700     05  LRPT-MIS-HIST           PIC X(07).
000710     05  FILLER                  PIC X(03) VALUE SPACES.
000720     05  FILLER                  PIC X(13) VALUE "AUDMST ROWS: ".
000730     05  LRPT-MIS-ROW-COUNT      PIC ZZZZZZ9.
000740     05  FILLER                  PIC X(03) VALUE SPACES.
000750     05  FILLER                  PIC X(08) VALUE "STATUS: ".
000760     05  LRPT-MIS-STATUS         PIC X(08).
000770 01  WS-BAL-GRD-LINE.
000780     05  FILLER        PIC X(14) VALUE "GRAND TOTAL - ".
000790     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000800     05  LRPT-GRD-RUN-DATE       PIC X(08).
000810     05  FILLER                  PIC X(03) VALUE SPACES.
000820     05  FILLER                  PIC X(09) VALUE "FREQIFC: ".
000830     05  LRPT-GRD-IFC-TOTAL      PIC -(17)9.
000840     05  FILLER                  PIC X(03) VALUE SPACES.
000850     05  FILLER        PIC X(16) VALUE "SUM OF DEVICES: ".
000860     05  LRPT-GRD-SUM-TOTAL      PIC -(17)9.
000870     05  FILLER                  PIC X(03) VALUE SPACES.
000880     05  FILLER                  PIC X(09) VALUE "DEVICES: ".
000890     05  LRPT-GRD-DEVICE-COUNT   PIC ZZZZ9.
000900     05  FILLER                  PIC X(03) VALUE SPACES.
000910     05  FILLER                  PIC X(08) VALUE "STATUS: ".
000920     05  LRPT-GRD-STATUS         PIC X(08).
000930 01  WS-BAL-MSG-LINE.
000940     05  FILLER                  PIC X(09) VALUE "MESSAGE: ".
000950     05  LRPT-MSG-TEXT           PIC X(60).
000960 01  WS-BAL-SUM-LINE.
000970     05  FILLER        PIC X(12) VALUE "BALANCING - ".
000980     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000990     05  LRPT-SUM-RUN-DATE       PIC X(08).
001000     05  FILLER                  PIC X(03) VALUE SPACES.
001010     05  FILLER                  PIC X(09) VALUE "DEVICES: ".
001020     05  LRPT-SUM-DEVICES        PIC ZZZZZZ9.
001030     05  FILLER                  PIC X(03) VALUE SPACES.
001040     05  FILLER                  PIC X(10) VALUE "BALANCED: ".
001050     05  LRPT-SUM-BALANCED       PIC ZZZZZZ9.
001060     05  FILLER                  PIC X(03) VALUE SPACES.
001070     05  FILLER                  PIC X(10) VALUE "RESTATED: ".
001080     05  LRPT-SUM-RESTATED       PIC ZZZZZZ9.
001090     05  FILLER                  PIC X(03) VALUE SPACES.
001100     05  FILLER                  PIC X(08) VALUE "BREAKS: ".
001110     05  LRPT-SUM-BREAKS         PIC ZZZZZZ9.
001120     05  FILLER                  PIC X(03) VALUE SPACES.
001130     05  FILLER                  PIC X(08) VALUE "TOTALS: ".
001140     05  LRPT-SUM-TOTAL-BREAKS   PIC ZZZZZZ9.
001150     05  FILLER                  PIC X(03) VALUE SPACES.
001160     05  FILLER                  PIC X(08) VALUE "COUNTS: ".
001170     05  LRPT-SUM-COUNT-BREAKS   PIC ZZZZZZ9.
001180     05  FILLER                  PIC X(03) VALUE SPACES.
001190     05  FILLER                  PIC X(09) VALUE "MISSING: ".
001200     05  LRPT-SUM-MISSING        PIC ZZZZZZ9.
001210     05  FILLER                  PIC X(03) VALUE SPACES.
001220     05  FILLER        PIC X(14) VALUE "GRAND TOTALS: ".
001230     05  LRPT-SUM-GRAND-BREAKS   PIC ZZZZZZ9.
001240     05  FILLER                  PIC X(03) VALUE SPACES.
001250     05  FILLER                  PIC X(06) VALUE "HELD: ".
001260     05  LRPT-SUM-HELD           PIC ZZZZZZ9.
001270 01  WS-BAL-HLD-LINE.
001280     05  FILLER        PIC X(19) VALUE "HELD OFF FREQIFC - ".
001290     05  FILLER                  PIC X(08) VALUE "DEVICE: ".
001300     05  LRPT-HLD-DEVICE-ID      PIC X(10).
001310     05  FILLER                  PIC X(03) VALUE SPACES.
001320     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001330     05  LRPT-HLD-RUN-DATE       PIC X(08).
001340     05  FILLER                  PIC X(03) VALUE SPACES.
001350     05  FILLER                  PIC X(06) VALUE "HOLD: ".
001360     05  LRPT-HLD-STATE          PIC X(08).
001370     05  FILLER                  PIC X(03) VALUE SPACES.
001380     05  FILLER                  PIC X(10) VALUE "DISPOSED: ".
001390     05  LRPT-HLD-DISPOSED-DATE  PIC X(08).
001400     05  FILLER                  PIC X(03) VALUE SPACES.
001410     05  FILLER                  PIC X(04) VALUE "BY: ".
001420     05  LRPT-HLD-DISPOSED-BY    PIC X(08).
