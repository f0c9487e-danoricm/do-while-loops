002400*    CALLS IN ONE RUN UNIT, SO THE WHOLE BATCH EXTENDS ONE       *
002500*    DL1OUT AND ONE DL1RPT; EACH REQUEST'S RUN-ID KEEPS ITS      *
002600*    OWN CHECKPOINT RECORD, EXACTLY AS PARALLEL STEPS DO.        *
002610*    THE DRIVER KEEPS ITS OWN RESTART POSITION IN A JOURNAL      *
002620*    (DL1BRS).  A RERUN AFTER AN ABEND PART WAY THROUGH THE      *
002630*    QUEUE RECONCILES DL1RES AGAINST THAT POSITION, TREATS       *
002640*    EVERY REQUEST ALREADY ON DL1RES AS DONE, AND RESUMES AT     *
002650*    THE FIRST UNFINISHED DL1REQ RECORD, APPENDING TO DL1RES     *
002660*    INSTEAD OF REPLACING IT.  A PARM OF 'N' ABANDONS AN         *
002670*    UNFINISHED BATCH AND STARTS THE QUEUE OVER.                 *
002680*    THE PARM ALSO NAMES THE OPERATOR, WHICH DOWHILELOOP CHECKS  *
002690*    AGAINST THE AUTHORIZATION FILE (DL1OPA) FOR EVERY REQUEST.  *
002691*    A REQUEST OUTSIDE THE OPERATOR'S AUTHORITY COMES BACK WITH  *
002692*    STATUS 12 AND IS RECORDED AS REJECTED LIKE ANY OTHER.       *
002700*                                                                *
002800*    MODIFICATION HISTORY.                                      *
002900*    09/02/2026  DRO  ORIGINAL VERSION.                         *
002910*    10/15/2026  DRO  RESTART POSITION KEPT ON DL1BRS; A RERUN  *
002920*                     RESUMES THE QUEUE AND EXTENDS DL1RES.     *
002930*    10/15/2026  DRO  OPERATOR ID REQUIRED IN THE PARM AND      *
002940*                     PASSED TO DOWHILELOOP FOR ITS RUN-RANGE   *
002950*                     AUTHORITY CHECK.                          *
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.    DoWhileBatch.
004600     SELECT DL1-RES-FILE ASSIGN TO "DL1RES"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS DL1B-RES-STATUS.
004810*    DRIVER RESTART JOURNAL - BEGIN, POSITION, AND END RECORDS.
004820     SELECT DL1-BRS-FILE ASSIGN TO "DL1BRS"
004830         ORGANIZATION IS SEQUENTIAL
004840         FILE STATUS IS DL1B-BRS-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005600 FD  DL1-RES-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY DL1RESR.
005810
005820 FD  DL1-BRS-FILE
005830     LABEL RECORDS ARE STANDARD.
005840     COPY DL1BRSR.
005900
006000 WORKING-STORAGE SECTION.
006010******************************************************************
006020*    PARAMETER AREA - THE RESTART OPTION, THEN THE OPERATOR ID.  *
006030*    A BLANK OPTION RESUMES AN UNFINISHED BATCH IF THE JOURNAL   *
006031*    SHOWS ONE; 'N' FORCES A NEW BATCH REGARDLESS.  THE          *
006032*    OPERATOR ID IS REQUIRED AND IS PASSED ON EVERY CALL, SO     *
006033*    DOWHILELOOP CAN CHECK IT HAS RUN-RANGE AUTHORITY FOR THE    *
006034*    REQUEST - E.G. "NOPER0001" OR " OPER0001".                  *
006040******************************************************************
006050 01  DL1B-PARM-TEXT              PIC X(09) VALUE SPACES.
006052 01  DL1B-PARM-FIELDS REDEFINES DL1B-PARM-TEXT.
006054     05  DL1B-RESTART-OPTION     PIC X(01).
006060         88  DL1B-FORCE-NEW-BATCH       VALUE 'N'.
006062     05  DL1B-OPERATOR-ID        PIC X(08).
006070
006100******************************************************************
006200*    CALL AREA - THE FIELDS PASSED TO DOWHILELOOP BY REFERENCE,  *
006300*    PICTURE FOR PICTURE THE SAME AS ITS LINKAGE SECTION.  THE   *
007400 01  DL1B-CALL-STEP-VALUE        PIC S9(9) VALUE ZERO.
007500 01  DL1B-CALL-DIRECTION         PIC X(01) VALUE SPACE.
007600 01  DL1B-CALL-RUN-ID            PIC X(08) VALUE SPACES.
007650 01  DL1B-CALL-OPERATOR-ID       PIC X(08) VALUE SPACES.
007700
007800 01  DL1B-REQUEST-COUNT          PIC 9(09) VALUE ZERO.
007900 01  DL1B-COMPLETED-COUNT        PIC 9(09) VALUE ZERO.
008000 01  DL1B-REJECTED-COUNT         PIC 9(09) VALUE ZERO.
008010*    RESTART AREA - THE POSITION READ BACK FROM DL1BRS AND WHAT
008020*    THE EARLIER ATTEMPT ALREADY PUT ON DL1RES.
008030 01  DL1B-RESTART-POSITION       PIC 9(09) VALUE ZERO.
008040 01  DL1B-BATCH-BEGUN-DATE       PIC 9(08) VALUE ZERO.
008050 01  DL1B-JOURNAL-TYPE           PIC X(01) VALUE SPACE.
008060     88  DL1B-BATCH-UNFINISHED          VALUE 'B' 'P'.
008070 01  DL1B-CARRIED-COUNT          PIC 9(09) VALUE ZERO.
008080 01  DL1B-RUN-THIS-TIME          PIC 9(09) VALUE ZERO.
008090 01  DL1B-CURRENT-DATE           PIC 9(08) VALUE ZERO.
008095 01  DL1B-CURRENT-TIME           PIC 9(08) VALUE ZERO.
008100 01  DL1B-RETURN-CODE            PIC 9(04) VALUE ZERO.
008200 01  DL1B-ERROR-MSG              PIC X(60) VALUE SPACES.
008300 01  DL1B-REQ-STATUS             PIC XX.
008400 01  DL1B-RES-STATUS             PIC XX.
008410 01  DL1B-BRS-STATUS             PIC XX.
008500
008600 01  DL1B-SWITCHES.
008700     05  DL1B-EOF-SWITCH         PIC X(01) VALUE 'N'.
009000         88  DL1B-REQ-FILE-OPENED       VALUE 'Y'.
009100     05  DL1B-RES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
009200         88  DL1B-RES-FILE-OPENED       VALUE 'Y'.
009210     05  DL1B-BRS-OPEN-SWITCH    PIC X(01) VALUE 'N'.
009220         88  DL1B-BRS-FILE-OPENED       VALUE 'Y'.
009230     05  DL1B-BRS-EOF-SWITCH     PIC X(01) VALUE 'N'.
009240         88  DL1B-END-OF-JOURNAL        VALUE 'Y'.
009245     05  DL1B-RES-EOF-SWITCH     PIC X(01) VALUE 'N'.
009247         88  DL1B-END-OF-RESULTS        VALUE 'Y'.
009250     05  DL1B-RESUME-SWITCH      PIC X(01) VALUE 'N'.
009260         88  DL1B-RESUMING              VALUE 'Y'.
009500
009600 PROCEDURE DIVISION.
009700******************************************************************
011800*    1000-INITIALIZE - OPEN THE RUN-REQUEST QUEUE AND THE        *
011900*    RESULTS FILE.  A MISSING QUEUE IS A SETUP ERROR, NOT AN     *
012000*    EMPTY NIGHT - THE STEP SHOULD NOT HAVE BEEN SCHEDULED.      *
012010*    THE RESTART JOURNAL DECIDES WHETHER THIS IS A NEW BATCH OR  *
012020*    THE RESUMPTION OF ONE THAT DID NOT FINISH.                  *
012100******************************************************************
012200 1000-INITIALIZE.
012210     ACCEPT DL1B-CURRENT-DATE FROM DATE YYYYMMDD.
012220     ACCEPT DL1B-PARM-TEXT FROM COMMAND-LINE.
012230     IF DL1B-RESTART-OPTION NOT = SPACE
012234         AND NOT DL1B-FORCE-NEW-BATCH
012238         MOVE 16 TO DL1B-RETURN-CODE
012242         MOVE 'DL1114E PARM MUST BE BLANK OR N (NEW BATCH).'
012246             TO DL1B-ERROR-MSG
012250         DISPLAY DL1B-ERROR-MSG
012254         GO TO 1000-EXIT
012258     END-IF.
012262     IF DL1B-OPERATOR-ID = SPACES
012266         MOVE 16 TO DL1B-RETURN-CODE
012270         MOVE 'DL1122E PARM MUST NAME THE OPERATOR ID.'
012274             TO DL1B-ERROR-MSG
012278         DISPLAY DL1B-ERROR-MSG
012282         GO TO 1000-EXIT
012286     END-IF.
012290     MOVE DL1B-OPERATOR-ID TO DL1B-CALL-OPERATOR-ID.
012300     OPEN INPUT DL1-REQ-FILE.
012400     IF DL1B-REQ-STATUS NOT = '00'
012500         MOVE 16 TO DL1B-RETURN-CODE
012800         GO TO 1000-EXIT
012900     END-IF.
013000     SET DL1B-REQ-FILE-OPENED TO TRUE.
013100     PERFORM 1100-READ-RESTART-JOURNAL THRU 1100-EXIT.
013200     IF DL1B-RETURN-CODE NOT = ZERO
013300         GO TO 1000-EXIT
013400     END-IF.
013500     IF DL1B-RESUMING
013600         PERFORM 1200-RESUME-BATCH THRU 1200-EXIT
013700     ELSE
013800         PERFORM 1300-BEGIN-NEW-BATCH THRU 1300-EXIT
013850     END-IF.
013900 1000-EXIT.
014000     EXIT.
014001
014002******************************************************************
014003*    1100-READ-RESTART-JOURNAL - READ DL1BRS TO THE END AND KEEP *
014004*    THE LAST POSITION.  NO JOURNAL, OR ONE WHOSE LAST RECORD IS *
014005*    THE 'E' END RECORD, MEANS THE PREVIOUS BATCH FINISHED AND   *
014006*    THIS IS A NEW ONE.  ANYTHING ELSE IS A BATCH THAT STOPPED   *
014007*    PART WAY, WHICH IS RESUMED UNLESS THE PARM FORCES A NEW     *
014008*    BATCH.                                                      *
014009******************************************************************
014010 1100-READ-RESTART-JOURNAL.
014011     OPEN INPUT DL1-BRS-FILE.
014012     IF DL1B-BRS-STATUS = '35'
014013         GO TO 1100-EXIT
014014     END-IF.
014015     IF DL1B-BRS-STATUS NOT = '00'
014016         MOVE 16 TO DL1B-RETURN-CODE
014017         DISPLAY 'DL1115E UNABLE TO OPEN DL1BRS, STATUS='
014018             DL1B-BRS-STATUS
014019         GO TO 1100-EXIT
014020     END-IF.
014021     PERFORM UNTIL DL1B-END-OF-JOURNAL
014022         READ DL1-BRS-FILE
014023             AT END
014024                 SET DL1B-END-OF-JOURNAL TO TRUE
014025             NOT AT END
014026                 MOVE DL1-BRS-RECORD-TYPE TO DL1B-JOURNAL-TYPE
014027                 MOVE DL1-BRS-POSITION TO DL1B-RESTART-POSITION
014028                 IF DL1-BRS-BATCH-BEGUN
014029                     MOVE DL1-BRS-DATE TO DL1B-BATCH-BEGUN-DATE
014030                 END-IF
014031         END-READ
014032     END-PERFORM.
014033     CLOSE DL1-BRS-FILE.
014034     IF DL1B-BATCH-UNFINISHED
014035         IF DL1B-FORCE-NEW-BATCH
014036             DISPLAY 'DL1116W BATCH BEGUN ' DL1B-BATCH-BEGUN-DATE
014037                 ' DID NOT FINISH - ABANDONED, NEW BATCH FORCED'
014038         ELSE
014039             SET DL1B-RESUMING TO TRUE
014040         END-IF
014041     END-IF.
014042 1100-EXIT.
014043     EXIT.
014044
014045******************************************************************
014046*    1200-RESUME-BATCH - PICK UP AN UNFINISHED BATCH.  DL1RES    *
014047*    MUST AGREE WITH THE JOURNAL: THE RESULT IS WRITTEN BEFORE   *
014048*    THE POSITION RECORD, SO DL1RES MAY HOLD ONE RESULT MORE     *
014049*    THAN THE POSITION (THE ABEND FELL BETWEEN THE TWO WRITES)   *
014050*    BUT NEVER FEWER AND NEVER TWO MORE.  EVERY REQUEST WITH A   *
014051*    RESULT IS DONE; THE QUEUE IS READ PAST THEM AND DL1RES AND  *
014052*    THE JOURNAL ARE BOTH EXTENDED FROM THERE.                   *
014053******************************************************************
014054 1200-RESUME-BATCH.
014055     PERFORM 1250-LOAD-PRIOR-RESULTS THRU 1250-EXIT.
014056     IF DL1B-RETURN-CODE NOT = ZERO
014057         GO TO 1200-EXIT
014058     END-IF.
014059     IF DL1B-CARRIED-COUNT < DL1B-RESTART-POSITION
014060         OR DL1B-CARRIED-COUNT > DL1B-RESTART-POSITION + 1
014061         MOVE 16 TO DL1B-RETURN-CODE
014062         DISPLAY 'DL1117E DL1RES HOLDS ' DL1B-CARRIED-COUNT
014063             ' RESULTS, DL1BRS POSITION IS '
014064             DL1B-RESTART-POSITION
014065         DISPLAY 'DL1117E RESULTS AND RESTART POSITION DISAGREE'
014066             ' - BATCH NOT RESUMED'
014067         GO TO 1200-EXIT
014068     END-IF.
014069     PERFORM 1270-SKIP-FINISHED-REQUESTS THRU 1270-EXIT.
014070     IF DL1B-RETURN-CODE NOT = ZERO
014071         GO TO 1200-EXIT
014072     END-IF.
014073     OPEN EXTEND DL1-RES-FILE.
014074     IF DL1B-RES-STATUS = '35'
014075         OPEN OUTPUT DL1-RES-FILE
014076         CLOSE DL1-RES-FILE
014077         OPEN EXTEND DL1-RES-FILE
014078     END-IF.
014079     IF DL1B-RES-STATUS NOT = '00'
014080         MOVE 16 TO DL1B-RETURN-CODE
014081         DISPLAY 'DL1101E UNABLE TO OPEN DL1RES, STATUS='
014082             DL1B-RES-STATUS
014083         GO TO 1200-EXIT
014084     END-IF.
014085     SET DL1B-RES-FILE-OPENED TO TRUE.
014086     OPEN EXTEND DL1-BRS-FILE.
014087     IF DL1B-BRS-STATUS NOT = '00'
014088         MOVE 16 TO DL1B-RETURN-CODE
014089         DISPLAY 'DL1115E UNABLE TO OPEN DL1BRS, STATUS='
014090             DL1B-BRS-STATUS
014091         GO TO 1200-EXIT
014092     END-IF.
014093     SET DL1B-BRS-FILE-OPENED TO TRUE.
014094     DISPLAY 'DL1118I RESUMING BATCH BEGUN ' DL1B-BATCH-BEGUN-DATE
014095         ' AFTER REQUEST ' DL1B-CARRIED-COUNT.
014096 1200-EXIT.
014097     EXIT.
014098
014099******************************************************************
014100*    1250-LOAD-PRIOR-RESULTS - COUNT WHAT THE EARLIER ATTEMPT    *
014101*    PUT ON DL1RES, SPLIT COMPLETED / REJECTED THE SAME WAY A    *
014102*    LIVE REQUEST IS, SO THE BATCH VERDICT STILL COVERS THE      *
014103*    WHOLE QUEUE.  NO DL1RES AT ALL MEANS NOTHING WAS CARRIED.   *
014104******************************************************************
014105 1250-LOAD-PRIOR-RESULTS.
014106     OPEN INPUT DL1-RES-FILE.
014107     IF DL1B-RES-STATUS = '35'
014108         GO TO 1250-EXIT
014109     END-IF.
014110     IF DL1B-RES-STATUS NOT = '00'
014111         MOVE 16 TO DL1B-RETURN-CODE
014112         DISPLAY 'DL1101E UNABLE TO OPEN DL1RES, STATUS='
014113             DL1B-RES-STATUS
014114         GO TO 1250-EXIT
014115     END-IF.
014116     PERFORM UNTIL DL1B-END-OF-RESULTS
014117         READ DL1-RES-FILE
014118             AT END
014119                 SET DL1B-END-OF-RESULTS TO TRUE
014120             NOT AT END
014121                 ADD 1 TO DL1B-CARRIED-COUNT
014122                 IF DL1-RES-STATUS-CODE = ZERO
014123                     ADD 1 TO DL1B-COMPLETED-COUNT
014124                 ELSE
014125                     ADD 1 TO DL1B-REJECTED-COUNT
014126                 END-IF
014127         END-READ
014128     END-PERFORM.
014129     CLOSE DL1-RES-FILE.
014130 1250-EXIT.
014131     EXIT.
014132
014133******************************************************************
014134*    1270-SKIP-FINISHED-REQUESTS - READ THE QUEUE PAST EVERY     *
014135*    REQUEST ALREADY ON DL1RES.  A QUEUE SHORTER THAN THE        *
014136*    RESULTS MEANS DL1REQ WAS REPLACED SINCE THE BATCH BEGAN -   *
014137*    NOT THE SAME BATCH, SO NOTHING IS RUN.                      *
014138******************************************************************
014139 1270-SKIP-FINISHED-REQUESTS.
014140     PERFORM UNTIL DL1B-REQUEST-COUNT >= DL1B-CARRIED-COUNT
014141             OR DL1B-END-OF-REQUESTS
014142         READ DL1-REQ-FILE
014143             AT END
014144                 SET DL1B-END-OF-REQUESTS TO TRUE
014145                 MOVE 16 TO DL1B-RETURN-CODE
014146                 DISPLAY 'DL1119E DL1REQ ENDS AT REQUEST '
014147                     DL1B-REQUEST-COUNT ', DL1RES HOLDS '
014148                     DL1B-CARRIED-COUNT ' - BATCH NOT RESUMED'
014149             NOT AT END
014150                 ADD 1 TO DL1B-REQUEST-COUNT
014151         END-READ
014152     END-PERFORM.
014153 1270-EXIT.
014154     EXIT.
014155
014156******************************************************************
014157*    1300-BEGIN-NEW-BATCH - REPLACE DL1RES AND START A NEW       *
014158*    JOURNAL WITH THE 'B' RECORD, AT POSITION ZERO.              *
014159******************************************************************
014160 1300-BEGIN-NEW-BATCH.
014161     OPEN OUTPUT DL1-RES-FILE.
014162     IF DL1B-RES-STATUS NOT = '00'
014163         MOVE 16 TO DL1B-RETURN-CODE
014164         DISPLAY 'DL1101E UNABLE TO OPEN DL1RES, STATUS='
014165             DL1B-RES-STATUS
014166         GO TO 1300-EXIT
014167     END-IF.
014168     SET DL1B-RES-FILE-OPENED TO TRUE.
014169     OPEN OUTPUT DL1-BRS-FILE.
014170     IF DL1B-BRS-STATUS NOT = '00'
014171         MOVE 16 TO DL1B-RETURN-CODE
014172         DISPLAY 'DL1115E UNABLE TO OPEN DL1BRS, STATUS='
014173             DL1B-BRS-STATUS
014174         GO TO 1300-EXIT
014175     END-IF.
014176     SET DL1B-BRS-FILE-OPENED TO TRUE.
014177     MOVE 'B' TO DL1B-JOURNAL-TYPE.
014178     PERFORM 3850-WRITE-JOURNAL THRU 3850-EXIT.
014179 1300-EXIT.
014180     EXIT.
014190
014200******************************************************************
014300*    3000-PROCESS-REQUESTS - READ THE QUEUE END TO END, RUNNING  *
014400*    EACH REQUEST AS IT GOES BY.  A REJECTED REQUEST NEVER       *
014500*    STOPS THE READ - THE WHOLE POINT OF THE DRIVER IS THAT      *
014600*    THE REST OF THE NIGHT'S RANGES STILL RUN.                   *
014610*    THE 'E' RECORD CLOSES THE JOURNAL ONCE THE QUEUE HAS BEEN   *
014620*    READ TO THE END, SO THE NEXT RUN STARTS A NEW BATCH.        *
014700******************************************************************
014800 3000-PROCESS-REQUESTS.
014900     PERFORM UNTIL DL1B-END-OF-REQUESTS
015400                 PERFORM 3100-RUN-ONE-REQUEST THRU 3100-EXIT
015500         END-READ
015600     END-PERFORM.
015610     IF DL1B-RETURN-CODE < 16
015620         MOVE 'E' TO DL1B-JOURNAL-TYPE
015630         PERFORM 3850-WRITE-JOURNAL THRU 3850-EXIT
015640     END-IF.
015700 3000-EXIT.
015800     EXIT.
015900
020300                              DL1B-CALL-OVERALL-END
020400                              DL1B-CALL-STEP-VALUE
020500                              DL1B-CALL-DIRECTION
020600                              DL1B-CALL-RUN-ID
020650                              DL1B-CALL-OPERATOR-ID.
020700     IF DL1B-CALL-STATUS-CODE = ZERO
020800         ADD 1 TO DL1B-COMPLETED-COUNT
020900     ELSE
022000******************************************************************
022100*    3800-WRITE-RESULT - ONE RESULTS RECORD PER REQUEST, GOOD    *
022200*    OR BAD, SO THE FILE LINES UP ONE FOR ONE WITH THE QUEUE.    *
022210*    THE POSITION GOES ON THE JOURNAL ONLY ONCE THE RESULT IS    *
022220*    WRITTEN, SO A RESTART NEVER SKIPS A REQUEST WITH NO RESULT. *
022230*    A RESULT THAT CANNOT BE WRITTEN STOPS THE BATCH BEFORE THE  *
022240*    JOURNAL MOVES PAST IT.                                      *
022300******************************************************************
022400 3800-WRITE-RESULT.
022500     MOVE DL1B-CALL-RUN-ID        TO DL1-RES-RUN-ID.
023000     MOVE DL1B-CALL-FINAL-COUNTER TO DL1-RES-FINAL-COUNTER.
023100     MOVE DL1B-CALL-STATUS-CODE   TO DL1-RES-STATUS-CODE.
023200     WRITE DL1-RES-RECORD.
023202     IF DL1B-RES-STATUS NOT = '00'
023204         MOVE 16 TO DL1B-RETURN-CODE
023206         DISPLAY 'DL1123E UNABLE TO WRITE DL1RES, STATUS='
023207             DL1B-RES-STATUS
023208         SET DL1B-END-OF-REQUESTS TO TRUE
023209         GO TO 3800-EXIT
023210     END-IF.
023211     MOVE 'P' TO DL1B-JOURNAL-TYPE.
023212     PERFORM 3850-WRITE-JOURNAL THRU 3850-EXIT.
023300 3800-EXIT.
023400     EXIT.
023410
023420******************************************************************
023430*    3850-WRITE-JOURNAL - APPEND ONE RECORD TO THE RESTART       *
023440*    JOURNAL.  THE POSITION IS THE NUMBER OF QUEUE RECORDS READ  *
023450*    AND FINISHED SO FAR.  A JOURNAL THAT CANNOT BE WRITTEN      *
023460*    STOPS THE BATCH - GOING ON WOULD RUN REQUESTS A RESTART     *
023470*    COULD NOT ACCOUNT FOR.                                      *
023480******************************************************************
023490 3850-WRITE-JOURNAL.
023500     ACCEPT DL1B-CURRENT-TIME FROM TIME.
023510     MOVE SPACES TO DL1-BRS-RECORD.
023520     MOVE DL1B-JOURNAL-TYPE  TO DL1-BRS-RECORD-TYPE.
023530     MOVE DL1B-CURRENT-DATE  TO DL1-BRS-DATE.
023540     MOVE DL1B-CURRENT-TIME  TO DL1-BRS-TIME.
023550     MOVE DL1B-REQUEST-COUNT TO DL1-BRS-POSITION.
023560     MOVE ZERO               TO DL1-BRS-STATUS-CODE.
023570     IF DL1-BRS-POSITION-RECORD
023580         MOVE DL1B-CALL-RUN-ID      TO DL1-BRS-RUN-ID
023590         MOVE DL1B-CALL-STATUS-CODE TO DL1-BRS-STATUS-CODE
023600     END-IF.
023610     WRITE DL1-BRS-RECORD.
023620     IF DL1B-BRS-STATUS NOT = '00'
023630         MOVE 16 TO DL1B-RETURN-CODE
023640         DISPLAY 'DL1120E UNABLE TO WRITE DL1BRS, STATUS='
023650             DL1B-BRS-STATUS
023660         SET DL1B-END-OF-REQUESTS TO TRUE
023670     END-IF.
023680 3850-EXIT.
023690     EXIT.
023693
023696******************************************************************
023700*    3900-REJECT-BAD-REQUEST - A RECORD DOWHILELOOP COULD NOT    *
023800*    SAFELY BE CALLED WITH (NON-NUMERIC FIELDS).  THE RESULTS    *
023900*    RECORD CARRIES STATUS 16 AND ZERO VALUES, THE SAME          *
026700     IF DL1B-RES-FILE-OPENED
026800         CLOSE DL1-RES-FILE
026900     END-IF.
026910     IF DL1B-BRS-FILE-OPENED
026920         CLOSE DL1-BRS-FILE
026930     END-IF.
027000     IF DL1B-RETURN-CODE = ZERO
027100         DISPLAY 'DL1112I BATCH COMPLETE - '
027200             DL1B-REQUEST-COUNT ' REQUESTS, '
027800             DL1B-REJECTED-COUNT ' REJECTED, RETURN-CODE '
027900             DL1B-RETURN-CODE
028000     END-IF.
028010     COMPUTE DL1B-RUN-THIS-TIME =
028020         DL1B-REQUEST-COUNT - DL1B-CARRIED-COUNT.
028030     DISPLAY 'DL1121I ' DL1B-CARRIED-COUNT
028040         ' REQUESTS CARRIED OVER FROM AN EARLIER ATTEMPT, '
028050         DL1B-RUN-THIS-TIME ' RUN THIS TIME'.
028100 8000-EXIT.
028200     EXIT.
