000100******************************************************************
000200*    DL1CLOR - RECORD LAYOUT FOR THE NIGHTLY CYCLE CLOSE-OUT     *
000300*    CERTIFICATE (DL1CLO), WRITTEN BY DOWHILECLOSE.  THE FILE    *
000400*    HOLDS ONE RECORD: THE CYCLE DATE, WHEN THE CLOSE-OUT RAN,   *
000500*    THE OVERALL PASS/FAIL FLAG, AND ONE ENTRY PER CHECK WITH    *
000600*    ITS OWN PASS/FAIL FLAG, A REASON CODE ('OK' WHEN IT         *
000700*    PASSED), AND THE NUMBER OF ITEMS BEHIND THE REASON.  THE    *
000800*    CHECKS ARE ALWAYS IN THIS ORDER:                            *
000900*      1 VERIFY  - EVERY GENERATION RUN ON THE CYCLE DATE IS     *
001000*                  COMPLETE AND VERIFIED ON DL1GEN.              *
001100*      2 CONSOL  - DL1OVCTL IS PRESENT AND NO OLDER THAN THE     *
001200*                  CYCLE.                                        *
001300*      3 APPLY   - EVERY CYCLE GENERATION IS APPLIED AND NO      *
001400*                  DL1REJ ROWS CARRY THE CYCLE DATE.             *
001500*      4 BATCH   - THE DOWHILEBATCH JOURNAL (DL1BRS) SHOWS THE   *
001600*                  BATCH ENDED ON OR AFTER THE CYCLE DATE AND    *
001700*                  EVERY DL1RES STATUS CODE IS ZERO.             *
001800*      5 EXCEPT  - NOTHING IS STILL OPEN ON DL1XCP.              *
001900*    THE FILE IS EMPTIED WHEN THE CLOSE-OUT STARTS, SO A RUN     *
002000*    THAT CANNOT FINISH LEAVES NO RECORD; THE DOWNSTREAM GATE    *
002100*    RELEASES ONLY ON A RECORD FOR ITS OWN CYCLE DATE WITH THE   *
002200*    OVERALL FLAG 'P'.                                           *
002300******************************************************************
002400 01  DL1-CLO-RECORD.
002500     05  DL1-CLO-CYCLE-DATE      PIC 9(08).
002600     05  DL1-CLO-RUN-DATE        PIC 9(08).
002700     05  DL1-CLO-RUN-TIME        PIC 9(08).
002800     05  DL1-CLO-RESULT          PIC X(01).
002900         88  DL1-CLO-PASSED             VALUE 'P'.
003000         88  DL1-CLO-FAILED             VALUE 'F'.
003100     05  DL1-CLO-FAILED-CHECKS   PIC 9(02).
003200     05  DL1-CLO-CHECKS.
003300         10  DL1-CLO-CHECK OCCURS 5 TIMES.
003400             15  DL1-CLO-CHECK-NAME   PIC X(08).
003500             15  DL1-CLO-CHECK-RESULT PIC X(01).
003600                 88  DL1-CLO-CHECK-PASSED   VALUE 'P'.
003700                 88  DL1-CLO-CHECK-FAILED   VALUE 'F'.
003800             15  DL1-CLO-CHECK-REASON PIC X(08).
003900             15  DL1-CLO-CHECK-COUNT  PIC 9(09).
004000     05  FILLER                  PIC X(03).
