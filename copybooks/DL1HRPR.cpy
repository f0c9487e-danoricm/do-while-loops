000100******************************************************************
000200*    DL1HRPR - RECORD LAYOUT FOR THE DOWHILECHARGE MONTH-END     *
000300*    CHARGEBACK STATEMENT (DL1HRPT).  A SINGLE PRINT-LINE LAYOUT *
000400*    IS USED FOR EVERY LINE, BUILT IN WORKING-STORAGE AND MOVED  *
000500*    HERE BEFORE EACH WRITE.                                     *
000600******************************************************************
000700 01  DL1-HRP-RECORD              PIC X(80).
