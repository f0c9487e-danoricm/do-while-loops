000100******************************************************************
000200*    DL1ORPR - RECORD LAYOUT FOR THE DOWHILEGENCAT GENERATION    *
000300*    CATALOG REPORT (DL1ORPT).  A SINGLE PRINT-LINE LAYOUT IS    *
000400*    USED FOR EVERY LINE, BUILT IN WORKING-STORAGE AND MOVED     *
000500*    HERE BEFORE EACH WRITE.                                     *
000600******************************************************************
000700 01  DL1-ORP-RECORD              PIC X(80).
