000204*                   CORRECTION FIELDS (SUPERSEDED TOTAL,         *
000206*                   RESTATED FLAG) - AN ORDINARY LOAD CARRIES    *
000208*                   ZEROS/N.                                     *
000209*    10/15/26  RLH  HISTMST RECORD WIDENED FOR THE RUN MODE AND  *
000210*                   PASS COUNT, CARRIED FROM FREQIFC SO THE      *
000211*                   MONTH-END CHARGE-BACK CAN COUNT PART-B       *
000212*                   REPEAT HUNTS AND THEIR PASSES.               *
000213*----------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
001240     MOVE IFC-OVERFLOW-FLAG TO HIST-OVERFLOW-FLAG.
001242     MOVE 0 TO HIST-SUPERSEDED-TOTAL.
001244     MOVE "N" TO HIST-RESTATED-FLAG.
001246     MOVE IFC-RUN-MODE TO HIST-RUN-MODE.
001248     MOVE IFC-PASS-COUNT TO HIST-PASS-COUNT.
001250     WRITE HIST-RECORD.
001260     IF HLD-HIST-DUP
001270         ADD 1 TO HLD-DUP-COUNT
