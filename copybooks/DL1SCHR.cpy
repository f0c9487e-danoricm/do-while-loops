000100******************************************************************
000200*    DL1SCHR - RECORD LAYOUT FOR THE EXPECTED-RUN SCHEDULE FILE  *
000300*    (DL1SCH).  ONE RECORD PER RUN THE SHOP EXPECTS TO SEE: THE  *
000400*    RUN-ID IT IS KNOWN BY, THE RANGE IT IS SUBMITTED WITH       *
000500*    (START AND END EXACTLY AS GIVEN ON THE DOWHILELOOP PARM -   *
000600*    START IS THE HIGH VALUE FOR A DESCENDING RUN), THE BUSINESS *
000700*    DAYS IT IS DUE ON, AND THE TIME IT MUST HAVE FINISHED BY.   *
000800*    DL1-SCH-DAY-MASK HOLDS ONE 'Y'/'N' BYTE PER WEEKDAY, MONDAY *
000900*    FIRST.  THE DEADLINE IS HHMM ON THE BUSINESS DAY PLUS       *
001000*    DL1-SCH-DEADLINE-DAYS, SO A RUN SUBMITTED LATE IN THE       *
001100*    EVENING CAN BE DUE EARLY THE NEXT MORNING (DEADLINE 0600,   *
001200*    DEADLINE-DAYS 1).  THE AUDIT TRAIL AND CONTROL HISTORY DO   *
001300*    NOT CARRY THE RUN-ID, SO DOWHILESCHED MATCHES A RUN TO ITS  *
001400*    SCHEDULE ENTRY BY RANGE AND START DATE; THE RUN-ID NAMES    *
001500*    THE ENTRY ON THE REPORT AND ON THE EXCEPTION FILE.          *
001600*    MAINTAINED BY HAND, THE SAME AS THE REQUEST QUEUE.          *
001700******************************************************************
001800 01  DL1-SCH-RECORD.
001900     05  DL1-SCH-RUN-ID          PIC X(08).
002000     05  DL1-SCH-START-VALUE     PIC 9(09).
002100     05  DL1-SCH-END-VALUE       PIC 9(09).
002200     05  DL1-SCH-DAY-MASK        PIC X(07).
002300     05  DL1-SCH-DEADLINE.
002400         10  DL1-SCH-DEADLINE-HH PIC 9(02).
002500         10  DL1-SCH-DEADLINE-MM PIC 9(02).
002600     05  DL1-SCH-DEADLINE-DAYS   PIC 9(01).
002700     05  FILLER                  PIC X(42).
