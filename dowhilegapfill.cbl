002400*                                                                *
002500*    MODIFICATION HISTORY.                                      *
002600*    09/02/2026  DRO  ORIGINAL VERSION.                         *
002610*    10/15/2026  DRO  WORKS FROM A CATALOGED GENERATION - THE   *
002620*                     PARM NAMES IT (BLANK = NEWEST ONE WITH A  *
002630*                     TRAILER), ITS TRAILER COMES FROM DL1GEN   *
002640*                     AND ITS RECORDS FROM DL1OUTG.             *
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.    DoWhileGapFill.
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800*    GENERATION STORE - THE COUNTER VALUES DOWHILELOOP WROTE,
003850*    KEYED BY GENERATION AND SEQUENCE.  READ-ONLY HERE.
003900     SELECT DL1-OTG-FILE ASSIGN TO "DL1OUTG"
003950         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004050         RECORD KEY IS DL1-OTG-KEY
004100         FILE STATUS IS DL1G-OUT-STATUS.
004150*    GENERATION CATALOG - THE TRAILER OF THE GENERATION BEING
004200*    REBUILT.  READ-ONLY HERE.
004250     SELECT DL1-GEN-FILE ASSIGN TO "DL1GEN"
004300         ORGANIZATION IS INDEXED
004350         ACCESS MODE IS RANDOM
004400         RECORD KEY IS DL1-GEN-KEY
004450         FILE STATUS IS DL1G-CTL-STATUS.
004600*    THE GENERATED EXCLUSION FILE FOR THE RERUN - WRITTEN HERE.
004700     SELECT DL1-EXC-FILE ASSIGN TO "DL1EXC"
004800         ORGANIZATION IS SEQUENTIAL
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  DL1-OTG-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY DL1OTGR.
006000
006100 FD  DL1-GEN-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY DL1GENR.
006400
006500 FD  DL1-EXC-FILE
006600     LABEL RECORDS ARE STANDARD.
007100     COPY DL1GRPR.
007200
007300 WORKING-STORAGE SECTION.
007305******************************************************************
007306*    THE GENERATION BEING READ.  ITS TRAILER IS COPIED FROM      *
007307*    THE CATALOG ENTRY INTO DL1-CTL-RECORD, AND EACH STORED      *
007308*    RECORD INTO DL1-OUT-RECORD, SO THE LOGIC BELOW READS THEM   *
007309*    EXACTLY AS IT READ DL1CTL AND DL1OUT.  THE PARM NAMES THE   *
007310*    GENERATION; BLANK TAKES THE NEWEST ONE (1150).              *
007311******************************************************************
007312     COPY DL1CTLR.
007313     COPY DL1OUTR.
007314 01  DL1G-PARM-TEXT              PIC X(06) VALUE SPACES.
007315 01  DL1G-PARM-FIELDS REDEFINES DL1G-PARM-TEXT.
007316     05  DL1G-PARM-GENERATION    PIC 9(06).
007317 01  DL1G-GENERATION             PIC 9(06) VALUE ZERO.
007318 01  DL1G-GEN-SUB                PIC 9(06) VALUE ZERO.
007319
007400******************************************************************
007500*    WALK AREA - THE EXPECTED COUNTER WALKS THE TRAILER'S RANGE  *
007600*    IN THE RUN'S OWN DIRECTION AND STEP WHILE DL1OUT IS READ    *
023400     GOBACK.
023500
023600******************************************************************
023700*    1000-INITIALIZE - LOAD AND NORMALIZE THE TRAILER OF THE     *
023800*    GENERATION BEING REBUILT, THEN OPEN THE STORE, THE          *
023900*    GENERATED EXCLUSION FILE, AND THE REPORT.  A GENERATION     *
024000*    WITH NO TRAILER HAS NO RANGE TO REBUILD AGAINST.            *
024100******************************************************************
024200 1000-INITIALIZE.
024250     ACCEPT DL1G-PARM-TEXT FROM COMMAND-LINE.
024300     ACCEPT DL1G-CURRENT-DATE FROM DATE YYYYMMDD.
024400     OPEN INPUT DL1-GEN-FILE.
024500     IF DL1G-CTL-STATUS NOT = '00'
024600         MOVE 16 TO DL1G-RETURN-CODE
024700         DISPLAY 'DL1320E UNABLE TO OPEN DL1GEN, STATUS='
024800             DL1G-CTL-STATUS
024900         GO TO 1000-EXIT
025000     END-IF.
025100     SET DL1G-CTL-FILE-OPENED TO TRUE.
025200     PERFORM 1100-SELECT-GENERATION THRU 1100-EXIT.
025300     IF DL1G-RETURN-CODE NOT = ZERO
025400         GO TO 1000-EXIT
025500     END-IF.
025600     MOVE DL1-GEN-TRAILER TO DL1-CTL-RECORD.
025800*    A TRAILER WRITTEN BEFORE THE STEP/DIRECTION FIELDS
025900*    EXISTED CARRIES BLANKS THERE, WHICH READS AS A STEP-1
026000*    ASCENDING RUN - THE SAME DEFAULT DOWHILEVERIFY USES.
026800         MOVE 1 TO DL1G-STEP-VALUE
026900     END-IF.
027000     MOVE DL1-CTL-START-VALUE TO DL1G-EXPECTED.
027100     OPEN INPUT DL1-OTG-FILE.
027200     IF DL1G-OUT-STATUS NOT = '00'
027300         MOVE 16 TO DL1G-RETURN-CODE
027400         DISPLAY 'DL1322E UNABLE TO OPEN DL1OUTG, STATUS='
027500             DL1G-OUT-STATUS
027600         GO TO 1000-EXIT
027700     END-IF.
027800     SET DL1G-OUT-FILE-OPENED TO TRUE.
027810*    POSITION AT THE GENERATION'S FIRST RECORD.  NOTHING AT OR
027820*    PAST IT MEANS AN EMPTY GENERATION.
027830     MOVE DL1G-GENERATION TO DL1-OTG-GENERATION.
027840     MOVE ZERO            TO DL1-OTG-SEQUENCE.
027850     START DL1-OTG-FILE KEY IS NOT LESS THAN DL1-OTG-KEY
027860         INVALID KEY
027870             SET DL1G-END-OF-OUTPUT TO TRUE
027880     END-START.
027900     OPEN OUTPUT DL1-EXC-FILE.
028000     IF DL1G-EXC-STATUS NOT = '00'
028100         MOVE 16 TO DL1G-RETURN-CODE
029400     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
029500 1000-EXIT.
029600     EXIT.
029605
029606******************************************************************
029607*    1100-SELECT-GENERATION - THE GENERATION NAMED IN THE PARM,  *
029608*    OR THE NEWEST COMPLETE OR PARTIAL ONE WHEN THE PARM IS      *
029609*    BLANK.  IT MUST BE ON THE CATALOG, NOT ROLLED OFF, AND      *
029610*    HAVE A TRAILER - AN ENTRY STILL OPEN IS A RUN THAT NEVER    *
029611*    GOT AS FAR AS WRITING ONE.                                  *
029612******************************************************************
029613 1100-SELECT-GENERATION.
029614     IF DL1G-PARM-TEXT = SPACES
029615         PERFORM 1150-FIND-LATEST-GENERATION THRU 1150-EXIT
029616         IF DL1G-RETURN-CODE NOT = ZERO
029617             GO TO 1100-EXIT
029618         END-IF
029619     ELSE
029620         IF DL1G-PARM-GENERATION IS NOT NUMERIC
029621             OR DL1G-PARM-GENERATION = ZERO
029622             MOVE 16 TO DL1G-RETURN-CODE
029623             DISPLAY 'DL1350E PARM MUST BE A GENERATION NUMBER '
029624                 '000001-999999, FOUND ' DL1G-PARM-TEXT
029625             GO TO 1100-EXIT
029626         END-IF
029627         MOVE DL1G-PARM-GENERATION TO DL1G-GENERATION
029628     END-IF.
029629     MOVE DL1G-GENERATION TO DL1-GEN-NUMBER.
029630     READ DL1-GEN-FILE
029631         INVALID KEY
029632             MOVE 16 TO DL1G-RETURN-CODE
029633             DISPLAY 'DL1351E GENERATION ' DL1G-GENERATION
029634                 ' IS NOT ON THE CATALOG'
029635             GO TO 1100-EXIT
029636     END-READ.
029637     IF DL1-GEN-ROLLED-OFF
029638         MOVE 16 TO DL1G-RETURN-CODE
029639         DISPLAY 'DL1352E GENERATION ' DL1G-GENERATION
029640             ' WAS ROLLED OFF ON ' DL1-GEN-ROLLED-DATE
029641         GO TO 1100-EXIT
029642     END-IF.
029643     IF DL1-GEN-OPEN
029644         MOVE 16 TO DL1G-RETURN-CODE
029645         DISPLAY 'DL1321E GENERATION ' DL1G-GENERATION
029646             ' HAS NO TRAILER - ITS RUN NEVER COMPLETED'
029647         GO TO 1100-EXIT
029648     END-IF.
029649     DISPLAY 'DL1354I REBUILDING GENERATION ' DL1G-GENERATION
029650         ' RUN-ID ' DL1-GEN-RUN-ID ' OF ' DL1-GEN-RUN-DATE.
029651 1100-EXIT.
029652     EXIT.
029653
029654******************************************************************
029655*    1150-FIND-LATEST-GENERATION - WORK BACK FROM THE LAST       *
029656*    NUMBER ISSUED (THE CATALOG CONTROL RECORD, KEY ZERO) TO     *
029657*    THE FIRST GENERATION WITH A TRAILER, COMPLETE OR PARTIAL -  *
029658*    A PARTIAL ONE IS EXACTLY WHAT A GAP FILL IS FOR.            *
029659******************************************************************
029660 1150-FIND-LATEST-GENERATION.
029661     MOVE ZERO TO DL1G-GENERATION.
029662     MOVE ZERO TO DL1-GEN-NUMBER.
029663     READ DL1-GEN-FILE
029664         INVALID KEY
029665             MOVE ZERO TO DL1-GEN-LAST-NUMBER
029666     END-READ.
029667     PERFORM 1160-CHECK-GENERATION THRU 1160-EXIT
029668         VARYING DL1G-GEN-SUB FROM DL1-GEN-LAST-NUMBER BY -1
029669         UNTIL DL1G-GEN-SUB = ZERO
029670            OR DL1G-GENERATION > ZERO.
029671     IF DL1G-GENERATION = ZERO
029672         MOVE 16 TO DL1G-RETURN-CODE
029673         DISPLAY 'DL1353E NO GENERATION WITH A TRAILER ON THE '
029674             'CATALOG'
029675     END-IF.
029676 1150-EXIT.
029677     EXIT.
029678
029679 1160-CHECK-GENERATION.
029680     MOVE DL1G-GEN-SUB TO DL1-GEN-NUMBER.
029681     READ DL1-GEN-FILE
029682         INVALID KEY
029683             GO TO 1160-EXIT
029684     END-READ.
029685     IF DL1-GEN-COMPLETE OR DL1-GEN-PARTIAL
029686         MOVE DL1G-GEN-SUB TO DL1G-GENERATION
029687     END-IF.
029688 1160-EXIT.
029689     EXIT.
029700
029800******************************************************************
029900*    3000-WALK-THE-RANGE - PRIME THE FIRST OUTPUT RECORD, THEN   *
044200     EXIT.
044300
044400******************************************************************
044500*    3700-READ-NEXT-OUTPUT - ONE MORE RECORD OF THE GENERATION,  *
044600*    AS ITS DL1OUT IMAGE, OR END OF FILE - WHICH THE FIRST KEY   *
044650*    OF THE NEXT GENERATION ALSO IS.                             *
044700******************************************************************
044800 3700-READ-NEXT-OUTPUT.
044850     IF DL1G-END-OF-OUTPUT
044860         GO TO 3700-EXIT
044870     END-IF.
044900     READ DL1-OTG-FILE NEXT RECORD
045000         AT END
045100             SET DL1G-END-OF-OUTPUT TO TRUE
045150             GO TO 3700-EXIT
045200     END-READ.
045210     IF DL1-OTG-GENERATION NOT = DL1G-GENERATION
045220         SET DL1G-END-OF-OUTPUT TO TRUE
045230         GO TO 3700-EXIT
045240     END-IF.
045250     MOVE DL1-OTG-OUT-IMAGE TO DL1-OUT-RECORD.
045300 3700-EXIT.
045400     EXIT.
045500
051300         CLOSE DL1-GRP-FILE
051400     END-IF.
051500     IF DL1G-CTL-FILE-OPENED
051600         CLOSE DL1-GEN-FILE
051700     END-IF.
051800     IF DL1G-OUT-FILE-OPENED
051900         CLOSE DL1-OTG-FILE
052000     END-IF.
052100     IF DL1G-EXC-FILE-OPENED
052200         CLOSE DL1-EXC-FILE
