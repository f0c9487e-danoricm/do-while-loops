000100******************************************************************
000200*    DL1OPCR - CALL AREA FOR DOWHILEAUTHCHK, THE OPERATOR        *
000300*    AUTHORIZATION CHECK.  THE CALLER FILLS IN THE OPERATOR, THE *
000400*    FUNCTION, AND THE TARGET - A RUN-ID, CHECKPOINT KEY, OR     *
000500*    EXCEPTION NAME, AND/OR A COUNTER RANGE NORMALIZED LOW/HIGH  *
000600*    WITH DL1-OPC-RANGE-GIVEN SET - AND GETS BACK GRANTED OR     *
000700*    DENIED WITH A SHORT REASON.  UNAVAILABLE MEANS THE          *
000800*    AUTHORIZATION FILE (DL1OPA, SEE DL1OPAR) COULD NOT BE READ; *
000900*    THE CALLER TREATS THAT AS A SETUP ERROR, NOT A DENIAL.      *
001000******************************************************************
001100 01  DL1-OPC-AREA.
001200     05  DL1-OPC-OPERATOR-ID     PIC X(08).
001300     05  DL1-OPC-FUNCTION        PIC X(02).
001400         88  DL1-OPC-CKPT-CLEAR         VALUE 'CK'.
001500         88  DL1-OPC-EXC-ACK            VALUE 'XA'.
001600         88  DL1-OPC-CFG-CHANGE         VALUE 'CF'.
001700         88  DL1-OPC-RUN-RANGE          VALUE 'RR'.
001800     05  DL1-OPC-TARGET-NAME     PIC X(08).
001900     05  DL1-OPC-RANGE-SWITCH    PIC X(01).
002000         88  DL1-OPC-RANGE-GIVEN        VALUE 'Y'.
002100     05  DL1-OPC-RANGE-LOW       PIC 9(09).
002200     05  DL1-OPC-RANGE-HIGH      PIC 9(09).
002300     05  DL1-OPC-RESULT          PIC X(01).
002400         88  DL1-OPC-GRANTED            VALUE 'G'.
002500         88  DL1-OPC-DENIED             VALUE 'D'.
002600         88  DL1-OPC-UNAVAILABLE        VALUE 'U'.
002700     05  DL1-OPC-REASON          PIC X(20).
