000100******************************************************************
000200*    DL1YRPR - RECORD LAYOUT FOR THE DOWHILEDELIVER FEED         *
000300*    DELIVERY REPORT (DL1YRPT).  A SINGLE PRINT-LINE LAYOUT IS   *
000400*    USED FOR EVERY LINE, BUILT IN WORKING-STORAGE AND MOVED     *
000500*    HERE BEFORE EACH WRITE.                                     *
000600******************************************************************
000700 01  DL1-YRP-RECORD              PIC X(80).
