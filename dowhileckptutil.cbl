002000*                NEW VALUE INSIDE ITS RUN RANGE.                *
002100*    EVERY INVOCATION APPENDS A LOG ROW (DL1CKL) SAYING WHO     *
002200*    DID WHAT AND WHEN, IN THE SPIRIT OF THE DL1AUD TRAIL.      *
002210*    DELETE AND RESET ARE FIRST CHECKED AGAINST THE OPERATOR    *
002220*    AUTHORIZATION FILE (DL1OPA) THROUGH DOWHILEAUTHCHK.  AN    *
002230*    OPERATOR WITHOUT CHECKPOINT-CLEAR AUTHORITY OVER THE       *
002240*    RECORD'S RUN-ID OR RANGE IS REFUSED WITH RETURN-CODE 12    *
002250*    AND THE LOG ROW SAYS DENIED.  LIST NEEDS NO AUTHORITY.     *
002300*                                                                *
002400*    THE PARM IS POSITIONAL: ACTION (8), CHECKPOINT KEY (8),    *
002500*    NEW COUNTER VALUE AS A LEADING-SIGN NINE-DIGIT FIELD (10,  *
002800*                                                                *
002900*    MODIFICATION HISTORY.                                      *
003000*    08/22/2026  DRO  ORIGINAL VERSION.                         *
003010*    10/15/2026  DRO  DELETE AND RESET NOW REQUIRE CHECKPOINT   *
003020*                     CLEAR AUTHORITY ON DL1OPA; A DENIAL IS    *
003030*                     LOGGED AND ENDS WITH RETURN-CODE 12.      *
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.    DoWhileCkptUtil.
009500 01  DL1K-CKPT-STATUS            PIC XX.
009600 01  DL1K-CKL-STATUS             PIC XX.
009700 01  DL1K-KRP-STATUS             PIC XX.
009710
009720*    CALL AREA FOR THE AUTHORIZATION CHECK (DOWHILEAUTHCHK).
009730     COPY DL1OPCR.
009800
009900 01  DL1K-SWITCHES.
010000     05  DL1K-EOF-SWITCH         PIC X(01) VALUE 'N'.
031100                 DL1K-TARGET-KEY
031200             GO TO 4000-EXIT
031300     END-READ.
031310     PERFORM 6000-CHECK-AUTHORITY THRU 6000-EXIT.
031320     IF DL1K-RETURN-CODE NOT = ZERO
031330         GO TO 4000-EXIT
031340     END-IF.
031400     MOVE DL1-CKPT-LAST-COUNTER TO DL1K-OLD-COUNTER.
031500     DELETE DL1-CKPT-FILE RECORD
031600         INVALID KEY
034800                 DL1K-TARGET-KEY
034900             GO TO 5000-EXIT
035000     END-READ.
035010     PERFORM 6000-CHECK-AUTHORITY THRU 6000-EXIT.
035020     IF DL1K-RETURN-CODE NOT = ZERO
035030         GO TO 5000-EXIT
035040     END-IF.
035100     IF DL1-CKPT-DIRECTION = 'D'
035200         MOVE DL1-CKPT-RUN-END   TO DL1K-RANGE-LOW
035300         MOVE DL1-CKPT-RUN-START TO DL1K-RANGE-HIGH
038800         ' TO ' DL1K-NEW-VALUE.
038900 5000-EXIT.
039000     EXIT.
039001
039003******************************************************************
039005*    6000-CHECK-AUTHORITY - THE OPERATOR MUST HOLD CHECKPOINT    *
039007*    CLEAR AUTHORITY OVER THE RECORD JUST READ, BY ITS KEY (THE  *
039009*    RUN-ID) OR BY ITS RANGE, NORMALIZED FOR DIRECTION.  A       *
039011*    DENIAL IS RETURN-CODE 12 AND IS LOGGED LIKE ANY OTHER       *
039013*    ACTION; AN AUTHORIZATION FILE THAT CANNOT BE READ STOPS     *
039015*    THE ACTION AS A SETUP ERROR.                                *
039017******************************************************************
039019 6000-CHECK-AUTHORITY.
039021     MOVE DL1K-OPERATOR-ID TO DL1-OPC-OPERATOR-ID.
039023     SET DL1-OPC-CKPT-CLEAR TO TRUE.
039025     MOVE DL1-CKPT-KEY TO DL1-OPC-TARGET-NAME.
039027     SET DL1-OPC-RANGE-GIVEN TO TRUE.
039029     IF DL1-CKPT-DIRECTION = 'D'
039031         MOVE DL1-CKPT-RUN-END   TO DL1-OPC-RANGE-LOW
039033         MOVE DL1-CKPT-RUN-START TO DL1-OPC-RANGE-HIGH
039035     ELSE
039037         MOVE DL1-CKPT-RUN-START TO DL1-OPC-RANGE-LOW
039039         MOVE DL1-CKPT-RUN-END   TO DL1-OPC-RANGE-HIGH
039041     END-IF.
039043     CALL 'DoWhileAuthChk' USING DL1-OPC-AREA.
039045     IF DL1-OPC-GRANTED
039047         GO TO 6000-EXIT
039049     END-IF.
039051     IF DL1-OPC-UNAVAILABLE
039053         MOVE 16 TO DL1K-RETURN-CODE
039055         MOVE 'FAILED  ' TO DL1K-LOG-RESULT
039057         DISPLAY 'DL1965E UNABLE TO CHECK AUTHORIZATION - '
039059             DL1-OPC-REASON
039061         GO TO 6000-EXIT
039063     END-IF.
039065     MOVE 12 TO DL1K-RETURN-CODE.
039067     MOVE 'DENIED  ' TO DL1K-LOG-RESULT.
039069     DISPLAY 'DL1964E OPERATOR ' DL1K-OPERATOR-ID
039071         ' NOT AUTHORIZED TO ' DL1K-ACTION
039073         DL1K-TARGET-KEY ' - ' DL1-OPC-REASON.
039075 6000-EXIT.
039077     EXIT.
039100
039200******************************************************************
039300*    7000-WRITE-REPORT-LINE - ONE DETAIL LINE, FORCING A NEW     *
