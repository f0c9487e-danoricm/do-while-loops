000100******************************************************************
000200*                                                                *
000300*    PROGRAM:  DOWHILEAUTHCHK                                   *
000400*    AUTHOR:   D. ORIC, BATCH SYSTEMS GROUP                     *
000500*    INSTALLATION: CENTRAL DATA CENTER                          *
000600*    DATE-WRITTEN: 10/15/2026                                   *
000700*                                                                *
000800*    REMARKS.                                                   *
000900*    OPERATOR AUTHORIZATION CHECK, CALLED BY EVERY PROGRAM THAT  *
001000*    CARRIES OUT A CONTROLLED FUNCTION - DOWHILECKPTUTIL,        *
001100*    DOWHILEEXCACK, DOWHILECFGMAINT, AND DOWHILELOOP - BEFORE IT *
001200*    ACTS.  THE CALLER PASSES THE CALL AREA (DL1OPCR) WITH THE   *
001300*    OPERATOR, THE FUNCTION, AND THE TARGET; THIS PROGRAM LOOKS  *
001400*    THE OPERATOR UP ON THE AUTHORIZATION FILE (DL1OPA) AND      *
001500*    ANSWERS GRANTED OR DENIED WITH A SHORT REASON.  IT WRITES   *
001600*    NOTHING - EACH CALLER LOGS ITS OWN DENIALS TO DL1CKL AND    *
001700*    SETS ITS OWN RETURN-CODE, SO THE LOG ROW CAN CARRY WHAT THE *
001800*    OPERATOR WAS TRYING TO DO.  THE FILE IS OPENED AND CLOSED ON*
001900*    EVERY CALL; A CHANGE TO IT TAKES EFFECT ON THE NEXT CHECK.  *
002000*                                                                *
002100*    MODIFICATION HISTORY.                                      *
002200*    10/15/2026  DRO  ORIGINAL VERSION.                         *
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.    DoWhileAuthChk.
002600 AUTHOR.        D. ORIC.
002700 INSTALLATION.  CENTRAL DATA CENTER.
002800 DATE-WRITTEN.  10/15/2026.
002900 DATE-COMPILED.
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400*    OPERATOR AUTHORIZATIONS, KEYED BY OPERATOR ID - READ ONLY.
003500     SELECT DL1-OPA-FILE ASSIGN TO "DL1OPA"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS DL1-OPA-KEY
003900         FILE STATUS IS DL1I-OPA-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  DL1-OPA-FILE
004400     LABEL RECORDS ARE STANDARD.
004500     COPY DL1OPAR.
004600
004700 WORKING-STORAGE SECTION.
004800 01  DL1I-SCOPE-SUB              PIC 9(04) VALUE ZERO.
004900 01  DL1I-SCOPE-LIMIT            PIC 9(04) VALUE 6.
005000*    HOW MANY LEADING CHARACTERS OF A SCOPE PREFIX ARE SIGNIFICANT
005100*    - EVERYTHING BEFORE ITS FIRST SPACE.
005200 01  DL1I-PREFIX-LENGTH          PIC 9(04) VALUE ZERO.
005300 01  DL1I-OPA-STATUS             PIC XX.
005400
005500******************************************************************
005600*    LINKAGE SECTION - THE CALLER'S CALL AREA.                   *
005700******************************************************************
005800 LINKAGE SECTION.
005900     COPY DL1OPCR.
006000
006100 PROCEDURE DIVISION USING DL1-OPC-AREA.
006200******************************************************************
006300*    0000-MAINLINE - DENIED UNTIL PROVEN OTHERWISE.              *
006400******************************************************************
006500 0000-MAINLINE.
006600     SET DL1-OPC-DENIED TO TRUE.
006700     MOVE SPACES TO DL1-OPC-REASON.
006800     PERFORM 1000-READ-OPERATOR THRU 1000-EXIT.
006900     IF DL1-OPC-DENIED
007000         AND DL1-OPC-REASON = SPACES
007100         PERFORM 2000-CHECK-FUNCTION THRU 2000-EXIT
007200     END-IF.
007300     GOBACK.
007400
007500******************************************************************
007600*    1000-READ-OPERATOR - FIND THE OPERATOR'S RECORD.  NO        *
007700*    OPERATOR ID, OR ONE NOT ON THE FILE, IS A DENIAL; A FILE    *
007800*    THAT CANNOT BE OPENED AT ALL IS UNAVAILABLE, SO THE CALLER  *
007900*    CAN TELL A MISSING GRANT FROM A MISSING DATASET.            *
008000******************************************************************
008100 1000-READ-OPERATOR.
008200     IF DL1-OPC-OPERATOR-ID = SPACES
008300         MOVE 'NO OPERATOR ID' TO DL1-OPC-REASON
008400         GO TO 1000-EXIT
008500     END-IF.
008600     OPEN INPUT DL1-OPA-FILE.
008700     IF DL1I-OPA-STATUS NOT = '00'
008800         SET DL1-OPC-UNAVAILABLE TO TRUE
008900         MOVE 'DL1OPA STATUS=' TO DL1-OPC-REASON
009000         MOVE DL1I-OPA-STATUS TO DL1-OPC-REASON(15:2)
009100         GO TO 1000-EXIT
009200     END-IF.
009300     MOVE DL1-OPC-OPERATOR-ID TO DL1-OPA-OPERATOR-ID.
009400     READ DL1-OPA-FILE
009500         INVALID KEY
009600             MOVE 'NOT AN OPERATOR' TO DL1-OPC-REASON
009700     END-READ.
009800     CLOSE DL1-OPA-FILE.
009900 1000-EXIT.
010000     EXIT.
010100
010200******************************************************************
010300*    2000-CHECK-FUNCTION - THE OPERATOR MUST HOLD THE FUNCTION,  *
010400*    AND FOR EVERYTHING BUT A CONFIGURATION CHANGE ONE OF THEIR  *
010500*    SCOPE ENTRIES MUST COVER THE TARGET.                        *
010600******************************************************************
010700 2000-CHECK-FUNCTION.
010800     IF (DL1-OPC-CKPT-CLEAR AND NOT DL1-OPA-MAY-CLEAR-CKPT)
010900         OR (DL1-OPC-EXC-ACK AND NOT DL1-OPA-MAY-ACK-EXC)
011000         OR (DL1-OPC-CFG-CHANGE AND NOT DL1-OPA-MAY-CHANGE-CFG)
011100         OR (DL1-OPC-RUN-RANGE AND NOT DL1-OPA-MAY-RUN-RANGE)
011200         MOVE 'FUNCTION NOT HELD' TO DL1-OPC-REASON
011300         GO TO 2000-EXIT
011400     END-IF.
011500     IF NOT DL1-OPC-CKPT-CLEAR
011600         AND NOT DL1-OPC-EXC-ACK
011700         AND NOT DL1-OPC-CFG-CHANGE
011800         AND NOT DL1-OPC-RUN-RANGE
011900         MOVE 'UNKNOWN FUNCTION' TO DL1-OPC-REASON
012000         GO TO 2000-EXIT
012100     END-IF.
012200     IF DL1-OPC-CFG-CHANGE
012300         SET DL1-OPC-GRANTED TO TRUE
012400         GO TO 2000-EXIT
012500     END-IF.
012600     PERFORM 2100-CHECK-SCOPE-ENTRY THRU 2100-EXIT
012700         VARYING DL1I-SCOPE-SUB FROM 1 BY 1
012800         UNTIL DL1I-SCOPE-SUB > DL1I-SCOPE-LIMIT
012900            OR DL1-OPC-GRANTED.
013000     IF NOT DL1-OPC-GRANTED
013100         MOVE 'OUTSIDE SCOPE' TO DL1-OPC-REASON
013200     END-IF.
013300 2000-EXIT.
013400     EXIT.
013500
013600 2100-CHECK-SCOPE-ENTRY.
013700     IF DL1-OPA-SCOPE-PREFIX (DL1I-SCOPE-SUB) = '*'
013800         SET DL1-OPC-GRANTED TO TRUE
013900         GO TO 2100-EXIT
014000     END-IF.
014100     IF DL1-OPA-SCOPE-PREFIX (DL1I-SCOPE-SUB) NOT = SPACES
014200         AND DL1-OPC-TARGET-NAME NOT = SPACES
014300         MOVE ZERO TO DL1I-PREFIX-LENGTH
014400         INSPECT DL1-OPA-SCOPE-PREFIX (DL1I-SCOPE-SUB)
014500             TALLYING DL1I-PREFIX-LENGTH
014600             FOR CHARACTERS BEFORE INITIAL SPACE
014700         IF DL1I-PREFIX-LENGTH > ZERO
014800             IF DL1-OPC-TARGET-NAME (1:DL1I-PREFIX-LENGTH) =
014900                 DL1-OPA-SCOPE-PREFIX (DL1I-SCOPE-SUB)
015000                     (1:DL1I-PREFIX-LENGTH)
015100                 SET DL1-OPC-GRANTED TO TRUE
015200                 GO TO 2100-EXIT
015300             END-IF
015400         END-IF
015500     END-IF.
015600     IF DL1-OPC-RANGE-GIVEN
015700         AND DL1-OPA-SCOPE-HIGH (DL1I-SCOPE-SUB) IS NUMERIC
015800         AND DL1-OPA-SCOPE-LOW (DL1I-SCOPE-SUB) IS NUMERIC
015900         AND DL1-OPA-SCOPE-HIGH (DL1I-SCOPE-SUB) > ZERO
016000         AND DL1-OPA-SCOPE-LOW (DL1I-SCOPE-SUB)
016100             NOT > DL1-OPC-RANGE-LOW
016200         AND DL1-OPA-SCOPE-HIGH (DL1I-SCOPE-SUB)
016300             NOT < DL1-OPC-RANGE-HIGH
016400         SET DL1-OPC-GRANTED TO TRUE
016500     END-IF.
016600 2100-EXIT.
016700     EXIT.
