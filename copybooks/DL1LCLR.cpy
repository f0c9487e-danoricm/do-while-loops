000100******************************************************************
000200*    DL1LCLR - RECORD LAYOUT FOR THE LEDGER COLLISION LOG        *
000300*    (DL1LCL).  DOWHILELOOP APPENDS ONE ROW EVERY TIME THE       *
000400*    ISSUANCE LEDGER (DL1LDG) SHOWS A COUNTER VALUE THE RUN IS   *
000500*    ABOUT TO WRITE WAS ALREADY ISSUED BY ANOTHER RUN: THE RUN   *
000600*    THAT TRIED (DATE, TIME, RUN-ID), THE RUN THAT HOLDS THE     *
000700*    VALUE (DATE, RUN-ID, SEQUENCE, AS ON THE LEDGER), AND WHAT  *
000800*    WAS DONE - THE VALUE SKIPPED, OR THE RUN REJECTED.  THE LOG *
000900*    IS CUMULATIVE AND IS WHAT DOWHILECOLLIDE REPORTS FROM.      *
001000******************************************************************
001100 01  DL1-LCL-RECORD.
001200     05  DL1-LCL-COUNTER         PIC 9(09).
001300     05  DL1-LCL-RUN-DATE        PIC 9(08).
001400     05  DL1-LCL-RUN-TIME        PIC 9(08).
001500     05  DL1-LCL-RUN-ID          PIC X(08).
001600     05  DL1-LCL-ISSUED-DATE     PIC 9(08).
001700     05  DL1-LCL-ISSUED-RUN-ID   PIC X(08).
001800     05  DL1-LCL-ISSUED-SEQ      PIC 9(09).
001900     05  DL1-LCL-ACTION          PIC X(01).
002000         88  DL1-LCL-SKIPPED             VALUE 'S'.
002100         88  DL1-LCL-REJECTED            VALUE 'F'.
002200     05  FILLER                  PIC X(21).
