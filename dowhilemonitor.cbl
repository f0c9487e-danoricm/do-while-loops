002993*                     ACKNOWLEDGED SECTIONS, WITH ANYTHING     *
002994*                     OPEN PAST ESCALATE-DAYS FLAGGED *ESC* -  *
002995*                     A WORKLIST INSTEAD OF A SNAPSHOT.        *
002996*    10/15/2026  DRO  THE WORKLIST ALSO CARRIES MISSED-RUN     *
002997*                     EXCEPTIONS (TYPE MR) RAISED BY           *
002998*                     DOWHILESCHED, SHOWN AS MISSED RUN.       *
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.    DoWhileMonitor.
034902     IF DL1-XCP-STALE-CKPT
034903         MOVE 'STALE CKPT' TO DL1M-RPT-DTL-TYPE
034904     ELSE
034905         IF DL1-XCP-MISSED-RUN
034906             MOVE 'MISSED RUN' TO DL1M-RPT-DTL-TYPE
034907         ELSE
034908             MOVE 'REJECTED'   TO DL1M-RPT-DTL-TYPE
034909         END-IF
034910     END-IF.
034911     MOVE DL1-XCP-NAME      TO DL1M-RPT-DTL-NAME.
034912     MOVE DL1-XCP-LAST-SEEN TO DL1M-RPT-DTL-DATE.
034913     MOVE DL1-XCP-DTL-START TO DL1M-RPT-DTL-START.
034914     MOVE DL1-XCP-DTL-END   TO DL1M-RPT-DTL-END.
034915     MOVE DL1-XCP-DTL-LAST  TO DL1M-RPT-DTL-LAST.
034916     IF DL1-XCP-OPEN
034917         MOVE DL1-XCP-FIRST-SEEN TO DL1M-WORK-DATE
034918         PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT
034919         COMPUTE DL1M-RECORD-AGE-DAYS =
034920                 DL1M-TODAY-DAY-NUMBER - DL1M-DAY-NUMBER
034921         IF DL1M-RECORD-AGE-DAYS > DL1M-ESCALATE-DAYS
034922             MOVE '*ESC*' TO DL1M-RPT-DTL-FLAG
034923             ADD 1 TO DL1M-ESCALATED-COUNT
034924         END-IF
034925     END-IF.
034926     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
034927     IF DL1-XCP-ACKNOWLEDGED
034928         MOVE DL1-XCP-ACK-OPERATOR TO DL1M-RPT-ACK-OPERATOR
034929         MOVE DL1-XCP-ACK-DATE     TO DL1M-RPT-ACK-DATE
034930         MOVE DL1-XCP-ACK-COMMENT  TO DL1M-RPT-ACK-COMMENT
034931         MOVE DL1M-RPT-ACK-LINE    TO DL1-XRP-RECORD
034932         WRITE DL1-XRP-RECORD
034933         ADD 1 TO DL1M-RPT-LINE-COUNT
034934     END-IF.
034935 4200-EXIT.
034936     EXIT.
034937
034938******************************************************************
034939*    6000-UPSERT-EXCEPTION - PERSIST ONE FINDING.  FIRST TIME    *
034940*    SEEN OPENS A RECORD; A RECURRENCE ONLY REFRESHES THE        *
034941*    LAST-SEEN DATE AND THE DETAIL COLUMNS - THE STATUS AND      *
034942*    THE ACKNOWLEDGMENT, IF ANY, ARE LEFT ALONE.                 *
034943******************************************************************
