002300*                                                                *
002400*    MODIFICATION HISTORY.                                      *
002500*    09/02/2026  DRO  ORIGINAL VERSION.                         *
002510*    10/15/2026  DRO  APPLIES A CATALOGED GENERATION - THE      *
002520*                     PARM NAMES IT (BLANK = NEWEST COMPLETE    *
002530*                     ONE), ITS RECORDS COME FROM DL1OUTG, AND  *
002540*                     THE OUTCOME IS RECORDED ON ITS DL1GEN     *
002550*                     ENTRY FOR THE RETENTION SWEEP.            *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.    DoWhileApply.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700*    GENERATION STORE - THE COUNTER VALUES DOWHILELOOP WROTE,
003720*    KEYED BY GENERATION AND SEQUENCE.  READ-ONLY HERE.
003740     SELECT DL1-OTG-FILE ASSIGN TO "DL1OUTG"
003760         ORGANIZATION IS INDEXED
003780         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS DL1-OTG-KEY
003820         FILE STATUS IS DL1A-OUT-STATUS.
003840*    GENERATION CATALOG - NAMES THE GENERATION APPLIED, AND
003860*    CARRIES THE APPLY OUTCOME BACK FOR THE RETENTION SWEEP.
003880     SELECT DL1-GEN-FILE ASSIGN TO "DL1GEN"
003900         ORGANIZATION IS INDEXED
003920         ACCESS MODE IS RANDOM
003940         RECORD KEY IS DL1-GEN-KEY
003960         FILE STATUS IS DL1A-GEN-STATUS.
004100*    WORK-ITEM MASTER - STATUS AND STAMP FIELDS UPDATED IN PLACE.
004200     SELECT DL1-WIM-FILE ASSIGN TO "DL1WIM"
004300         ORGANIZATION IS INDEXED
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  DL1-OTG-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY DL1OTGR.
006010
006020 FD  DL1-GEN-FILE
006030     LABEL RECORDS ARE STANDARD.
006040     COPY DL1GENR.
006100
006200 FD  DL1-WIM-FILE
006300     LABEL RECORDS ARE STANDARD.
007200     COPY DL1APRR.
007300
007400 WORKING-STORAGE SECTION.
007405******************************************************************
007410*    THE GENERATION BEING READ.  EACH STORED RECORD IS           *
007415*    COPIED INTO DL1-OUT-RECORD, SO THE LOGIC BELOW READS IT     *
007420*    EXACTLY AS IT READ DL1OUT.  THE PARM NAMES THE GENERATION;  *
007425*    BLANK TAKES THE NEWEST ONE (1150).                          *
007430******************************************************************
007435     COPY DL1OUTR.
007440 01  DL1A-PARM-TEXT              PIC X(06) VALUE SPACES.
007445 01  DL1A-PARM-FIELDS REDEFINES DL1A-PARM-TEXT.
007450     05  DL1A-PARM-GENERATION    PIC 9(06).
007455 01  DL1A-GENERATION             PIC 9(06) VALUE ZERO.
007460 01  DL1A-GEN-SUB                PIC 9(06) VALUE ZERO.
007465
007500******************************************************************
007600*    APPLY COUNTERS - ONE PER OUTCOME.  READ MUST EQUAL MATCHED  *
007700*    PLUS ALREADY-PROCESSED PLUS NOT-FOUND WHEN THE STEP ENDS.   *
009100 01  DL1A-WIM-STATUS             PIC XX.
009200 01  DL1A-REJ-STATUS             PIC XX.
009300 01  DL1A-APR-STATUS             PIC XX.
009310 01  DL1A-GEN-STATUS             PIC XX.
009400
009500 01  DL1A-SWITCHES.
009600     05  DL1A-EOF-SWITCH         PIC X(01) VALUE 'N'.
010100         88  DL1A-WIM-FILE-OPENED       VALUE 'Y'.
010200     05  DL1A-REJ-OPEN-SWITCH    PIC X(01) VALUE 'N'.
010300         88  DL1A-REJ-FILE-OPENED       VALUE 'Y'.
010310     05  DL1A-GEN-OPEN-SWITCH    PIC X(01) VALUE 'N'.
010320         88  DL1A-GEN-FILE-OPENED       VALUE 'Y'.
010400
010500******************************************************************
010600*    REPORT AREA - PAGE-HEADED IN THE SAME STYLE AS DL1RPT.      *
016300     GOBACK.
016400
016500******************************************************************
016600*    1000-INITIALIZE - OPEN THE REPORT, THE MASTER, THE CATALOG, *
016700*    THE GENERATION STORE, AND THE REJECT FILE.  A MISSING       *
016800*    MASTER IS A SETUP ERROR - THERE IS NOTHING TO APPLY         *
016850*    AGAINST - AND SO IS A GENERATION THAT CANNOT BE APPLIED.    *
016900******************************************************************
017000 1000-INITIALIZE.
017050     ACCEPT DL1A-PARM-TEXT FROM COMMAND-LINE.
017100     ACCEPT DL1A-CURRENT-DATE FROM DATE YYYYMMDD.
017200     OPEN OUTPUT DL1-APR-FILE.
017300     IF DL1A-APR-STATUS NOT = '00'
018500         GO TO 1000-EXIT
018600     END-IF.
018700     SET DL1A-WIM-FILE-OPENED TO TRUE.
018705     OPEN I-O DL1-GEN-FILE.
018710     IF DL1A-GEN-STATUS NOT = '00'
018715         MOVE 16 TO DL1A-RETURN-CODE
018720         DISPLAY 'DL1312E UNABLE TO OPEN DL1GEN, STATUS='
018725             DL1A-GEN-STATUS
018730         GO TO 1000-EXIT
018735     END-IF.
018740     SET DL1A-GEN-FILE-OPENED TO TRUE.
018745     PERFORM 1100-SELECT-GENERATION THRU 1100-EXIT.
018750     IF DL1A-RETURN-CODE NOT = ZERO
018755         GO TO 1000-EXIT
018760     END-IF.
018765     OPEN INPUT DL1-OTG-FILE.
018770     IF DL1A-OUT-STATUS NOT = '00'
018775         MOVE 16 TO DL1A-RETURN-CODE
018780         DISPLAY 'DL1302E UNABLE TO OPEN DL1OUTG, STATUS='
018785             DL1A-OUT-STATUS
018790         GO TO 1000-EXIT
018795     END-IF.
018800     SET DL1A-OUT-FILE-OPENED TO TRUE.
018805*    POSITION AT THE GENERATION'S FIRST RECORD.  NOTHING AT OR
018810*    PAST IT MEANS AN EMPTY GENERATION.
018815     MOVE DL1A-GENERATION TO DL1-OTG-GENERATION.
018820     MOVE ZERO            TO DL1-OTG-SEQUENCE.
018825     START DL1-OTG-FILE KEY IS NOT LESS THAN DL1-OTG-KEY
018830         INVALID KEY
018835             SET DL1A-END-OF-OUTPUT TO TRUE
018840     END-START.
019600     OPEN OUTPUT DL1-REJ-FILE.
019700     IF DL1A-REJ-STATUS NOT = '00'
019800         MOVE 16 TO DL1A-RETURN-CODE
020300     SET DL1A-REJ-FILE-OPENED TO TRUE.
020400 1000-EXIT.
020500     EXIT.
020510
020515******************************************************************
020520*    1100-SELECT-GENERATION - THE GENERATION NAMED IN THE PARM,  *
020525*    OR THE NEWEST COMPLETE ONE WHEN THE PARM IS BLANK.          *
020530*    IT MUST BE ON THE CATALOG, NOT ROLLED OFF, AND HAVE A       *
020535*    TRAILER - AN ENTRY STILL OPEN IS A RUN THAT NEVER GOT AS    *
020540*    FAR AS WRITING ONE.                                         *
020545******************************************************************
020550 1100-SELECT-GENERATION.
020555     IF DL1A-PARM-TEXT = SPACES
020560         PERFORM 1150-FIND-LATEST-GENERATION THRU 1150-EXIT
020565         IF DL1A-RETURN-CODE NOT = ZERO
020570             GO TO 1100-EXIT
020575         END-IF
020580     ELSE
020585         IF DL1A-PARM-GENERATION IS NOT NUMERIC
020590             OR DL1A-PARM-GENERATION = ZERO
020595             MOVE 16 TO DL1A-RETURN-CODE
020600             DISPLAY 'DL1313E PARM MUST BE A GENERATION NUMBER '
020605                 '000001-999999, FOUND ' DL1A-PARM-TEXT
020610             GO TO 1100-EXIT
020615         END-IF
020620         MOVE DL1A-PARM-GENERATION TO DL1A-GENERATION
020625     END-IF.
020630     MOVE DL1A-GENERATION TO DL1-GEN-NUMBER.
020635     READ DL1-GEN-FILE
020640         INVALID KEY
020645             MOVE 16 TO DL1A-RETURN-CODE
020650             DISPLAY 'DL1314E GENERATION ' DL1A-GENERATION
020655                 ' IS NOT ON THE CATALOG'
020660             GO TO 1100-EXIT
020665     END-READ.
020670     IF DL1-GEN-ROLLED-OFF
020675         MOVE 16 TO DL1A-RETURN-CODE
020680         DISPLAY 'DL1315E GENERATION ' DL1A-GENERATION
020685             ' WAS ROLLED OFF ON ' DL1-GEN-ROLLED-DATE
020690         GO TO 1100-EXIT
020695     END-IF.
020700     IF DL1-GEN-OPEN
020705         MOVE 16 TO DL1A-RETURN-CODE
020710         DISPLAY 'DL1316E GENERATION ' DL1A-GENERATION
020715             ' HAS NO TRAILER - ITS RUN NEVER COMPLETED'
020720         GO TO 1100-EXIT
020725     END-IF.
020730     DISPLAY 'DL1318I APPLYING GENERATION ' DL1A-GENERATION
020735         ' RUN-ID ' DL1-GEN-RUN-ID ' OF ' DL1-GEN-RUN-DATE.
020740 1100-EXIT.
020745     EXIT.
020750
020755******************************************************************
020760*    1150-FIND-LATEST-GENERATION - WORK BACK FROM THE LAST       *
020765*    NUMBER ISSUED (THE CATALOG CONTROL RECORD, KEY ZERO) TO     *
020770*    THE FIRST GENERATION THAT IS COMPLETE.  A PARTIAL OR OPEN   *
020775*    ONE IS STILL BEING WRITTEN AND IS ONLY TAKEN BY NAME.       *
020780******************************************************************
020785 1150-FIND-LATEST-GENERATION.
020790     MOVE ZERO TO DL1A-GENERATION.
020795     MOVE ZERO TO DL1-GEN-NUMBER.
020800     READ DL1-GEN-FILE
020805         INVALID KEY
020810             MOVE ZERO TO DL1-GEN-LAST-NUMBER
020815     END-READ.
020820     PERFORM 1160-CHECK-GENERATION THRU 1160-EXIT
020825         VARYING DL1A-GEN-SUB FROM DL1-GEN-LAST-NUMBER BY -1
020830         UNTIL DL1A-GEN-SUB = ZERO
020835            OR DL1A-GENERATION > ZERO.
020840     IF DL1A-GENERATION = ZERO
020845         MOVE 16 TO DL1A-RETURN-CODE
020850         DISPLAY 'DL1317E NO COMPLETE GENERATION ON THE CATALOG'
020855     END-IF.
020860 1150-EXIT.
020865     EXIT.
020870
020875 1160-CHECK-GENERATION.
020880     MOVE DL1A-GEN-SUB TO DL1-GEN-NUMBER.
020885     READ DL1-GEN-FILE
020890         INVALID KEY
020895             GO TO 1160-EXIT
020900     END-READ.
020905     IF DL1-GEN-COMPLETE
020910         MOVE DL1A-GEN-SUB TO DL1A-GENERATION
020915     END-IF.
020920 1160-EXIT.
020925     EXIT.
020940
020955******************************************************************
020970*    3000-APPLY-OUTPUT - READ THE GENERATION END TO END,         *
020985*    POSTING EACH COUNTER AGAINST THE MASTER AS IT GOES BY.      *
021000******************************************************************
021100 3000-APPLY-OUTPUT.
021200     PERFORM UNTIL DL1A-END-OF-OUTPUT
021300         PERFORM 3050-READ-GENERATION THRU 3050-EXIT
021600         IF NOT DL1A-END-OF-OUTPUT
021700             PERFORM 3100-APPLY-ONE-RECORD THRU 3100-EXIT
021800         END-IF
021900     END-PERFORM.
022000 3000-EXIT.
022100     EXIT.
022110
022115******************************************************************
022120*    3050-READ-GENERATION - THE NEXT STORED RECORD, AS ITS       *
022125*    DL1OUT IMAGE.  THE GENERATION ENDS AT THE FIRST KEY OF THE  *
022130*    NEXT ONE.                                                   *
022135******************************************************************
022140 3050-READ-GENERATION.
022145     READ DL1-OTG-FILE NEXT RECORD
022150         AT END
022155             SET DL1A-END-OF-OUTPUT TO TRUE
022160             GO TO 3050-EXIT
022165     END-READ.
022170     IF DL1-OTG-GENERATION NOT = DL1A-GENERATION
022175         SET DL1A-END-OF-OUTPUT TO TRUE
022180         GO TO 3050-EXIT
022185     END-IF.
022190     MOVE DL1-OTG-OUT-IMAGE TO DL1-OUT-RECORD.
022195 3050-EXIT.
022197     EXIT.
022200
022300******************************************************************
022400*    3100-APPLY-ONE-RECORD - LOOK THE COUNTER UP ON THE MASTER.  *
030700     EXIT.
030800
030900******************************************************************
031000*    8000-TERMINATE - THE FOUR COUNTS ON THE REPORT, THE         *
031050*    OUTCOME ON THE CATALOG ENTRY, CLOSE WHAT WAS OPENED, AND    *
031100*    GIVE THE OPERATOR THE VERDICT.                              *
031200******************************************************************
031300 8000-TERMINATE.
031400     IF DL1A-RPT-PAGE-NUMBER > ZERO
033300     IF DL1A-WIM-FILE-OPENED
033400         CLOSE DL1-WIM-FILE
033500     END-IF.
033510*    THE STORE IS ONLY OPENED ONCE A GENERATION WAS SELECTED,
033520*    SO AN OPEN STORE MEANS THERE IS AN OUTCOME TO RECORD.
033600     IF DL1A-OUT-FILE-OPENED
033650         PERFORM 8100-RECORD-OUTCOME THRU 8100-EXIT
033700         CLOSE DL1-OTG-FILE
033800     END-IF.
033810     IF DL1A-GEN-FILE-OPENED
033820         CLOSE DL1-GEN-FILE
033830     END-IF.
033900     IF DL1A-REJ-FILE-OPENED
034000         CLOSE DL1-REJ-FILE
034100     END-IF.
035000     END-IF.
035100 8000-EXIT.
035200     EXIT.
035300
035400******************************************************************
035500*    8100-RECORD-OUTCOME - MARK THE CATALOG ENTRY APPLIED,       *
035600*    APPLIED WITH REJECTS (RETURN-CODE 8 - EVERY COUNTER THAT    *
035700*    HAD A MASTER RECORD WAS POSTED), OR FAILED, WITH TODAY'S    *
035800*    DATE.  THE RETENTION SWEEP KEEPS A GENERATION NOT MARKED    *
035900*    APPLIED, SO AN OUTCOME THAT CANNOT BE RECORDED IS A         *
036000*    WARNING EVEN WHEN THE APPLY ITSELF WAS CLEAN.               *
036100******************************************************************
036200 8100-RECORD-OUTCOME.
036300     MOVE DL1A-GENERATION TO DL1-GEN-NUMBER.
036400     READ DL1-GEN-FILE
036500         INVALID KEY
036600             GO TO 8100-FAILED
036700     END-READ.
036800     IF DL1A-RETURN-CODE = ZERO
036900         SET DL1-GEN-APPLIED TO TRUE
037000     ELSE
037100         IF DL1A-RETURN-CODE = 8
037200             SET DL1-GEN-APPLIED-REJECTS TO TRUE
037300         ELSE
037400             SET DL1-GEN-APPLY-FAILED TO TRUE
037500         END-IF
037600     END-IF.
037700     MOVE DL1A-CURRENT-DATE TO DL1-GEN-APPLY-DATE.
037800     REWRITE DL1-GEN-RECORD.
037900     IF DL1A-GEN-STATUS = '00'
038000         GO TO 8100-EXIT
038100     END-IF.
038200 8100-FAILED.
038300     DISPLAY 'DL1319W UNABLE TO RECORD OUTCOME ON DL1GEN, '
038400         'STATUS=' DL1A-GEN-STATUS.
038500     IF DL1A-RETURN-CODE = ZERO
038600         MOVE 4 TO DL1A-RETURN-CODE
038700     END-IF.
038800 8100-EXIT.
038900     EXIT.
