000100******************************************************************
000200*    DL1OPAR - RECORD LAYOUT FOR THE OPERATOR AUTHORIZATION      *
000300*    FILE (DL1OPA), KEYED BY OPERATOR ID.  ONE RECORD PER        *
000400*    OPERATOR SAYING WHICH CONTROLLED FUNCTIONS THEY MAY USE -   *
000500*    CHECKPOINT CLEAR (DOWHILECKPTUTIL DELETE AND RESET),        *
000600*    EXCEPTION ACKNOWLEDGMENT (DOWHILEEXCACK), CONFIGURATION     *
000700*    CHANGE (DOWHILECFGMAINT ADD, CHANGE, AND DELETE), AND       *
000800*    RUNNING A RANGE (DOWHILELOOP) - AND WHAT THEY MAY TOUCH.    *
000900*    EACH SCOPE ENTRY GRANTS BY RUN-ID PREFIX, BY COUNTER RANGE, *
001000*    OR BOTH: A PREFIX MATCHES A RUN-ID, CHECKPOINT KEY, OR      *
001100*    EXCEPTION NAME THAT BEGINS WITH IT ('*' MATCHES ANY), AND   *
001200*    A RANGE (HIGH NOT ZERO) COVERS ANY TARGET RANGE LYING       *
001300*    WHOLLY INSIDE IT.  A TARGET PASSES WHEN ANY ENTRY MATCHES   *
001400*    IT EITHER WAY.  CONFIGURATION CHANGE HAS NO TARGET RANGE OR *
001500*    RUN-ID, SO ONLY ITS FUNCTION FLAG IS CHECKED.  THE CHECK    *
001600*    ITSELF IS DOWHILEAUTHCHK (CALL AREA DL1OPCR), AND           *
001700*    DOWHILEAUTHRPT LISTS WHO HOLDS WHAT.  MAINTAINED BY THE     *
001800*    SECURITY ADMINISTRATOR, WHO IS NAMED ON EACH RECORD WITH    *
001900*    THE DATE THE GRANT WAS LAST CHANGED.                        *
002000******************************************************************
002100 01  DL1-OPA-RECORD.
002200     05  DL1-OPA-KEY.
002300         10  DL1-OPA-OPERATOR-ID PIC X(08).
002400     05  DL1-OPA-OPERATOR-NAME   PIC X(24).
002500     05  DL1-OPA-FUNCTIONS.
002600         10  DL1-OPA-CKPT-CLEAR  PIC X(01).
002700             88  DL1-OPA-MAY-CLEAR-CKPT     VALUE 'Y'.
002800         10  DL1-OPA-EXC-ACK     PIC X(01).
002900             88  DL1-OPA-MAY-ACK-EXC        VALUE 'Y'.
003000         10  DL1-OPA-CFG-CHANGE  PIC X(01).
003100             88  DL1-OPA-MAY-CHANGE-CFG     VALUE 'Y'.
003200         10  DL1-OPA-RUN-RANGE   PIC X(01).
003300             88  DL1-OPA-MAY-RUN-RANGE      VALUE 'Y'.
003400     05  DL1-OPA-GRANTED-DATE    PIC 9(08).
003500     05  DL1-OPA-GRANTED-BY      PIC X(08).
003600     05  DL1-OPA-SCOPE OCCURS 6 TIMES.
003700         10  DL1-OPA-SCOPE-PREFIX PIC X(08).
003800         10  DL1-OPA-SCOPE-LOW   PIC 9(09).
003900         10  DL1-OPA-SCOPE-HIGH  PIC 9(09).
004000     05  FILLER                  PIC X(12).
