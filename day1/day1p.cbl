000240*                   ARCHIVED/RETAINED PER DEVICE AND IN TOTAL.   *
000250*                   DATE ARITHMETIC IS THE SHARED FRQDATP        *
000260*                   DAY-SERIAL LOGIC.                            *
000262*    10/15/26  RLH  HISTARCH IMAGE WIDENED TO THE 72-BYTE        *
000264*                   FRQHIST RECORD (RUN MODE AND PASS COUNT      *
000266*                   ADDED).                                      *
000270*----------------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000570     DATA RECORD IS ARCH-RECORD.
000580*    IMAGE OF THE FRQHIST RECORD - KEEP THE LENGTH IN STEP
000590*    WITH THE COPYBOOK.
000600 01  ARCH-RECORD                 PIC X(72).
000610 FD  PURGRPT
000620     VALUE OF FILE-ID IS "PURGRPT"
000630     DATA RECORD IS PURG-RECORD.
