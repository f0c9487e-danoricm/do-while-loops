000100******************************************************************
000200*    DL1WRPR - RECORD LAYOUT FOR THE DOWHILEAUTHRPT OPERATOR     *
000300*    AUTHORITY REPORT (DL1WRPT).  A SINGLE PRINT-LINE LAYOUT IS  *
000400*    USED FOR EVERY LINE, BUILT IN WORKING-STORAGE AND MOVED     *
000500*    HERE BEFORE EACH WRITE.                                     *
000600******************************************************************
000700 01  DL1-WRP-RECORD              PIC X(80).
