000100******************************************************************
000200*    DL1JRPR - RECORD LAYOUT FOR THE DOWHILEBACKLOG WORK-ITEM    *
000300*    BACKLOG AGING REPORT (DL1JRPT).  A SINGLE PRINT-LINE        *
000400*    LAYOUT IS USED FOR EVERY LINE, BUILT IN WORKING-STORAGE AND *
000500*    MOVED HERE BEFORE EACH WRITE.                               *
000600******************************************************************
000700 01  DL1-JRP-RECORD              PIC X(80).
