000100******************************************************************
000200*    DL1ZRPR - RECORD LAYOUT FOR THE DOWHILECLOSE CYCLE SUMMARY  *
000300*    (DL1ZRPT).  A SINGLE PRINT-LINE LAYOUT IS USED FOR EVERY    *
000400*    LINE, BUILT IN WORKING-STORAGE AND MOVED HERE BEFORE EACH   *
000500*    WRITE.                                                      *
000600******************************************************************
000700 01  DL1-ZRP-RECORD              PIC X(80).
