000100******************************************************************
000200*    DL1FRPR - RECORD LAYOUT FOR THE DOWHILECFGMAINT REPORT FILE *
000300*    (DL1FRPT).  A SINGLE PRINT-LINE LAYOUT IS USED FOR HEADER,  *
000400*    DETAIL, AND FOOTER LINES; THE PROGRAM BUILDS EACH LINE IN   *
000500*    WORKING-STORAGE AND MOVES IT HERE BEFORE THE WRITE.         *
000600******************************************************************
000700 01  DL1-FRP-RECORD              PIC X(80).
