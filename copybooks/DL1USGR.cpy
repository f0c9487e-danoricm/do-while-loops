000100******************************************************************
000200*    DL1USGR - RECORD LAYOUT FOR THE PER-OWNER USAGE FILE        *
000300*    (DL1USG).  DOWHILELOOP APPENDS ONE ROW PER OWNER CODE AT    *
000400*    THE END OF EVERY RUN THAT WRITES A TRAILER: HOW MANY VALUES *
000500*    THIS EXECUTION ISSUED TO THAT OWNER, UNDER WHICH RUN-ID AND *
000600*    RANGE.  THE END STAMP IS THE SAME STAMP CARRIED ON THE      *
000700*    RUN'S DL1CTLH TRAILER, WHICH IS HOW DOWHILECHARGE FINDS THE *
000800*    RUN'S ELAPSED TIME.  UNASSIGNED VALUES ARE ROWS FOR OWNER   *
000900*    'NONE'; CODES BEYOND THE RUN'S TALLY TABLE ARE ONE 'OTHR'   *
001000*    ROW.  THE RUN STATUS MIRRORS THE TRAILER: 'C' COMPLETE, 'P' *
001100*    SUSPENDED AT THE WINDOW CUTOFF.  THE FILE IS CUMULATIVE.    *
001200******************************************************************
001300 01  DL1-USG-RECORD.
001400     05  DL1-USG-JOB-END-STAMP   PIC 9(16).
001500     05  DL1-USG-END-STAMP-PARTS REDEFINES DL1-USG-JOB-END-STAMP.
001600         10  DL1-USG-RUN-DATE    PIC 9(08).
001700         10  DL1-USG-RUN-TIME    PIC 9(08).
001800     05  DL1-USG-RUN-ID          PIC X(08).
001900     05  DL1-USG-START-VALUE     PIC 9(09).
002000     05  DL1-USG-END-VALUE       PIC 9(09).
002100     05  DL1-USG-OWNER-CODE      PIC X(04).
002200     05  DL1-USG-ISSUED-COUNT    PIC 9(09).
002300     05  DL1-USG-RUN-STATUS      PIC X(01).
002400         88  DL1-USG-RUN-COMPLETE        VALUE 'C'.
002500         88  DL1-USG-RUN-PARTIAL         VALUE 'P'.
002600     05  FILLER                  PIC X(24).
