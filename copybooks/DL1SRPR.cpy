000100******************************************************************
000200*    DL1SRPR - RECORD LAYOUT FOR THE DOWHILESCHED EXPECTED-RUN   *
000300*    REPORT FILE (DL1SRPT).  A SINGLE PRINT-LINE LAYOUT IS USED  *
000400*    FOR HEADER, DETAIL, AND FOOTER LINES, WHICH ARE BUILT IN    *
000500*    WORKING-STORAGE AND MOVED HERE BEFORE EACH WRITE.           *
000600******************************************************************
000700 01  DL1-SRP-RECORD              PIC X(80).
