000800*    REMARKS.                                                   *
000900*    ACKNOWLEDGMENT TRANSACTION FOR THE EXCEPTION TRACKING       *
001000*    FILE (DL1XCP).  THE SHIFT LEAD RUNS THIS TO MARK ONE        *
001100*    EXCEPTION DOWHILEMONITOR OR DOWHILESCHED FLAGGED AS BEING   *
001110*    WORKED - RECORDING WHO, WHEN, AND A SHORT COMMENT - SO THE  *
001200*    NEXT MORNING'S REPORT SHOWS IT UNDER ACKNOWLEDGED INSTEAD   *
001300*    OF STILL OPEN.  EVERY INVOCATION APPENDS A LOG ROW TO       *
001400*    DL1CKL SAYING WHO DID WHAT AND WHETHER IT TOOK, THE SAME    *
001500*    WAY DOWHILECKPTUTIL LOGS ITS CHECKPOINT MAINTENANCE.        *
001510*    THE OPERATOR MUST HOLD EXCEPTION-ACKNOWLEDGMENT AUTHORITY   *
001520*    ON THE OPERATOR AUTHORIZATION FILE (DL1OPA) OVER THE        *
001530*    EXCEPTION'S NAME OR RANGE, CHECKED THROUGH DOWHILEAUTHCHK   *
001540*    BEFORE THE RECORD IS TOUCHED; OTHERWISE THE TRANSACTION     *
001550*    IS REFUSED WITH RETURN-CODE 12 AND LOGGED AS DENIED.        *
001700*                                                                *
001800*    THE PARM IS POSITIONAL: EXCEPTION TYPE (2: SC, RJ OR MR),   *
001900*    NAME (8: CHECKPOINT KEY, JOB NAME, OR SCHEDULED RUN-ID),    *
002000*    QUALIFIER (8: THE RUN DATE FOR A REJECTED RUN, THE          *
002010*    BUSINESS DATE FOR A MISSED RUN, BLANK FOR A STALE           *
002100*    CHECKPOINT), OPERATOR ID (8), AND COMMENT (20) - 46         *
002200*    CHARACTERS IN ALL.                                          *
002300*                                                                *
002400*    MODIFICATION HISTORY.                                      *
002500*    09/02/2026  DRO  ORIGINAL VERSION.                         *
002510*    10/15/2026  DRO  MISSED-RUN EXCEPTIONS (TYPE MR) RAISED    *
002520*                     BY DOWHILESCHED MAY NOW BE                *
002530*                     ACKNOWLEDGED.                             *
002540*    10/15/2026  DRO  ACKNOWLEDGMENT NOW REQUIRES EXCEPTION     *
002550*                     ACK AUTHORITY ON DL1OPA; A DENIAL IS      *
002560*                     LOGGED AND ENDS WITH RETURN-CODE 12.      *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.    DoWhileExcAck.
006300 01  DL1E-PARM-TEXT              PIC X(46) VALUE SPACES.
006400 01  DL1E-PARM-FIELDS REDEFINES DL1E-PARM-TEXT.
006500     05  DL1E-TYPE               PIC X(02).
006600         88  DL1E-TYPE-VALID             VALUE 'SC' 'RJ' 'MR'.
006700     05  DL1E-NAME               PIC X(08).
006800     05  DL1E-QUALIFIER          PIC X(08).
006900     05  DL1E-OPERATOR-ID        PIC X(08).
007600 01  DL1E-LOG-RESULT             PIC X(08) VALUE SPACES.
007700 01  DL1E-XCP-STATUS             PIC XX.
007800 01  DL1E-CKL-STATUS             PIC XX.
007810
007820*    CALL AREA FOR THE AUTHORIZATION CHECK (DOWHILEAUTHCHK).
007830     COPY DL1OPCR.
007900
008000 01  DL1E-SWITCHES.
008100     05  DL1E-XCP-OPEN-SWITCH    PIC X(01) VALUE 'N'.
010900     ACCEPT DL1E-PARM-TEXT FROM COMMAND-LINE.
011000     IF NOT DL1E-TYPE-VALID
011100         MOVE 16 TO DL1E-RETURN-CODE
011200         MOVE 'DL1380E EXCEPTION TYPE MUST BE SC, RJ OR MR.'
011300             TO DL1E-ERROR-MSG
011400         DISPLAY DL1E-ERROR-MSG
011500         GO TO 1000-EXIT
015700                 DL1E-TYPE ' ' DL1E-NAME ' ' DL1E-QUALIFIER
015800             GO TO 3000-EXIT
015900     END-READ.
015910     PERFORM 3100-CHECK-AUTHORITY THRU 3100-EXIT.
015920     IF DL1E-RETURN-CODE NOT = ZERO
015930         GO TO 3000-EXIT
015940     END-IF.
016000     IF DL1-XCP-ACKNOWLEDGED
016100         MOVE 4 TO DL1E-RETURN-CODE
016200         MOVE 'NOCHANGE' TO DL1E-LOG-RESULT
018200         ' ACKNOWLEDGED BY ' DL1E-OPERATOR-ID.
018300 3000-EXIT.
018400     EXIT.
018402
018404******************************************************************
018406*    3100-CHECK-AUTHORITY - THE OPERATOR MUST HOLD EXCEPTION     *
018408*    ACKNOWLEDGMENT AUTHORITY OVER THE RECORD JUST READ, BY ITS  *
018410*    NAME (CHECKPOINT KEY, JOB NAME, OR RUN-ID) OR BY THE RANGE  *
018412*    IT CARRIES, NORMALIZED LOW/HIGH.  A DENIAL IS RETURN-CODE   *
018414*    12 AND IS LOGGED LIKE ANY OTHER ATTEMPT; AN AUTHORIZATION   *
018416*    FILE THAT CANNOT BE READ STOPS IT AS A SETUP ERROR.         *
018418******************************************************************
018420 3100-CHECK-AUTHORITY.
018422     MOVE DL1E-OPERATOR-ID TO DL1-OPC-OPERATOR-ID.
018424     SET DL1-OPC-EXC-ACK TO TRUE.
018426     MOVE DL1E-NAME TO DL1-OPC-TARGET-NAME.
018428     MOVE 'N' TO DL1-OPC-RANGE-SWITCH.
018430     IF DL1-XCP-DTL-START IS NUMERIC
018432         AND DL1-XCP-DTL-END IS NUMERIC
018434         AND (DL1-XCP-DTL-START > ZERO
018436             OR DL1-XCP-DTL-END > ZERO)
018438         SET DL1-OPC-RANGE-GIVEN TO TRUE
018440         IF DL1-XCP-DTL-START > DL1-XCP-DTL-END
018442             MOVE DL1-XCP-DTL-END   TO DL1-OPC-RANGE-LOW
018444             MOVE DL1-XCP-DTL-START TO DL1-OPC-RANGE-HIGH
018446         ELSE
018448             MOVE DL1-XCP-DTL-START TO DL1-OPC-RANGE-LOW
018450             MOVE DL1-XCP-DTL-END   TO DL1-OPC-RANGE-HIGH
018452         END-IF
018454     END-IF.
018456     CALL 'DoWhileAuthChk' USING DL1-OPC-AREA.
018458     IF DL1-OPC-GRANTED
018460         GO TO 3100-EXIT
018462     END-IF.
018464     IF DL1-OPC-UNAVAILABLE
018466         MOVE 16 TO DL1E-RETURN-CODE
018468         MOVE 'FAILED  ' TO DL1E-LOG-RESULT
018470         DISPLAY 'DL1392E UNABLE TO CHECK AUTHORIZATION - '
018472             DL1-OPC-REASON
018474         GO TO 3100-EXIT
018476     END-IF.
018478     MOVE 12 TO DL1E-RETURN-CODE.
018480     MOVE 'DENIED  ' TO DL1E-LOG-RESULT.
018482     DISPLAY 'DL1391E OPERATOR ' DL1E-OPERATOR-ID
018484         ' NOT AUTHORIZED TO ACKNOWLEDGE ' DL1E-TYPE ' '
018486         DL1E-NAME ' - ' DL1-OPC-REASON.
018488 3100-EXIT.
018490     EXIT.
018500
018600******************************************************************
018700*    7500-WRITE-LOG-ROW - ONE ROW PER INVOCATION SAYING WHO      *
