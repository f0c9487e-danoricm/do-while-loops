002540*    08/22/2026  DRO  EXCLUSION-AWARE TOTALS - WRITTEN PLUS     *
002550*                     SKIPPED MUST EQUAL WHAT THE RANGE AND     *
002560*                     STEP CALL FOR.                            *
002570*    10/15/2026  DRO  VERIFIES A CATALOGED GENERATION - THE     *
002572*                     PARM NAMES IT (BLANK = NEWEST COMPLETE    *
002574*                     ONE), ITS TRAILER COMES FROM DL1GEN AND   *
002576*                     ITS RECORDS FROM DL1OUTG, AND THE VERDICT *
002578*                     IS RECORDED ON THE CATALOG ENTRY.         *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.    DoWhileVerify.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700*    GENERATION STORE - THE COUNTER VALUES DOWHILELOOP WROTE,
003750*    KEYED BY GENERATION AND SEQUENCE.  READ-ONLY HERE.
003800     SELECT DL1-OTG-FILE ASSIGN TO "DL1OUTG"
003850         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
003950         RECORD KEY IS DL1-OTG-KEY
004000         FILE STATUS IS DL1V-OUT-STATUS.
004050*    GENERATION CATALOG - THE TRAILER OF THE GENERATION BEING
004100*    VERIFIED, AND WHERE THE VERDICT IS RECORDED.
004150     SELECT DL1-GEN-FILE ASSIGN TO "DL1GEN"
004200         ORGANIZATION IS INDEXED
004250         ACCESS MODE IS RANDOM
004300         RECORD KEY IS DL1-GEN-KEY
004350         FILE STATUS IS DL1V-CTL-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  DL1-OTG-FILE
004900     LABEL RECORDS ARE STANDARD.
005000     COPY DL1OTGR.
005100
005200 FD  DL1-GEN-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY DL1GENR.
005500
005600 WORKING-STORAGE SECTION.
005610******************************************************************
005615*    THE GENERATION BEING VERIFIED.  ITS TRAILER IS COPIED FROM  *
005620*    THE CATALOG ENTRY INTO DL1-CTL-RECORD, AND EACH STORED      *
005625*    RECORD INTO DL1-OUT-RECORD, SO THE CHECKS BELOW READ THEM   *
005630*    EXACTLY AS THEY READ DL1CTL AND DL1OUT.  THE PARM NAMES     *
005635*    THE GENERATION; BLANK TAKES THE NEWEST COMPLETE ONE.        *
005640******************************************************************
005645     COPY DL1CTLR.
005650     COPY DL1OUTR.
005655 01  DL1V-PARM-TEXT              PIC X(06) VALUE SPACES.
005660 01  DL1V-PARM-FIELDS REDEFINES DL1V-PARM-TEXT.
005665     05  DL1V-PARM-GENERATION    PIC 9(06).
005670 01  DL1V-GENERATION             PIC 9(06) VALUE ZERO.
005675 01  DL1V-GEN-SUB                PIC 9(06) VALUE ZERO.
005680 01  DL1V-CURRENT-DATE           PIC 9(08) VALUE ZERO.
005685
005700******************************************************************
005800*    VERIFICATION COUNTERS - THE RECORD COUNT, THE SEQUENCE      *
005900*    NUMBER EXPECTED ON THE NEXT RECORD, AND THE COUNTER VALUE   *
008200         88  DL1V-OUT-FILE-OPENED       VALUE 'Y'.
008210     05  DL1V-DIRECTION-SWITCH   PIC X(01) VALUE 'A'.
008220         88  DL1V-RUN-DESCENDING        VALUE 'D'.
008230     05  DL1V-GEN-SELECT-SWITCH  PIC X(01) VALUE 'N'.
008240         88  DL1V-GENERATION-SELECTED   VALUE 'Y'.
008300
008400 PROCEDURE DIVISION.
008500******************************************************************
010000     GOBACK.
010100
010200******************************************************************
010300*    1000-INITIALIZE - OPEN THE CATALOG AND THE STORE AND LOAD   *
010400*    THE TRAILER OF THE GENERATION BEING VERIFIED.  A GENERATION *
010500*    WITH NO TRAILER NEVER COMPLETED, SO THERE IS NOTHING TO     *
010600*    RECONCILE AGAINST - THAT IS ITSELF A HOLD CONDITION.        *
010700******************************************************************
010800 1000-INITIALIZE.
010810     ACCEPT DL1V-PARM-TEXT FROM COMMAND-LINE.
010820     ACCEPT DL1V-CURRENT-DATE FROM DATE YYYYMMDD.
010900     OPEN I-O DL1-GEN-FILE.
011000     IF DL1V-CTL-STATUS NOT = '00'
011100         MOVE 16 TO DL1V-RETURN-CODE
011200         DISPLAY 'DL1600E UNABLE TO OPEN DL1GEN, STATUS='
011300             DL1V-CTL-STATUS
011400         GO TO 1000-EXIT
011500     END-IF.
011600     SET DL1V-CTL-FILE-OPENED TO TRUE.
011700     PERFORM 1100-SELECT-GENERATION THRU 1100-EXIT.
011800     IF DL1V-RETURN-CODE NOT = ZERO
011900         GO TO 1000-EXIT
012000     END-IF.
012100     MOVE DL1-GEN-TRAILER TO DL1-CTL-RECORD.
012210*    NORMALIZE THE TRAILER: A DESCENDING RUN RECORDS START AS
012220*    THE HIGH VALUE AND END AS THE LOW.  A TRAILER WRITTEN
012230*    BEFORE THE STEP/DIRECTION FIELDS EXISTED CARRIES BLANKS
012360     COMPUTE DL1V-EXPECTED-TOTAL =
012370             (DL1V-RANGE-HIGH - DL1V-RANGE-LOW)
012380             / DL1V-STEP-VALUE + 1.
012390     OPEN INPUT DL1-OTG-FILE.
012400     IF DL1V-OUT-STATUS NOT = '00'
012500         MOVE 16 TO DL1V-RETURN-CODE
012600         DISPLAY 'DL1602E UNABLE TO OPEN DL1OUTG, STATUS='
012700             DL1V-OUT-STATUS
012710         GO TO 1000-EXIT
012800     END-IF.
012900     SET DL1V-OUT-FILE-OPENED TO TRUE.
012910     SET DL1V-GENERATION-SELECTED TO TRUE.
012920*    POSITION AT THE GENERATION'S FIRST RECORD.  NOTHING AT OR
012930*    PAST IT MEANS AN EMPTY GENERATION, WHICH THE TOTALS CHECK
012940*    THEN PROVES AGAINST ITS TRAILER LIKE ANY OTHER.
012950     MOVE DL1V-GENERATION TO DL1-OTG-GENERATION.
012960     MOVE ZERO            TO DL1-OTG-SEQUENCE.
012970     START DL1-OTG-FILE KEY IS NOT LESS THAN DL1-OTG-KEY
012980         INVALID KEY
012990             SET DL1V-END-OF-OUTPUT TO TRUE
013000     END-START.
013100 1000-EXIT.
013200     EXIT.
013210
013220******************************************************************
013230*    1100-SELECT-GENERATION - THE GENERATION NAMED IN THE PARM,  *
013240*    OR THE NEWEST COMPLETE ONE WHEN THE PARM IS BLANK.  IT      *
013250*    MUST BE ON THE CATALOG, NOT ROLLED OFF, AND HAVE A          *
013260*    TRAILER - AN ENTRY STILL OPEN IS A RUN THAT NEVER GOT AS    *
013270*    FAR AS WRITING ONE.                                         *
013280******************************************************************
013290 1100-SELECT-GENERATION.
013300     IF DL1V-PARM-TEXT = SPACES
013310         PERFORM 1150-FIND-LATEST-GENERATION THRU 1150-EXIT
013320         IF DL1V-RETURN-CODE NOT = ZERO
013330             GO TO 1100-EXIT
013340         END-IF
013350     ELSE
013360         IF DL1V-PARM-GENERATION IS NOT NUMERIC
013370             OR DL1V-PARM-GENERATION = ZERO
013380             MOVE 16 TO DL1V-RETURN-CODE
013390             DISPLAY 'DL1603E PARM MUST BE A GENERATION NUMBER '
013400                 '000001-999999, FOUND ' DL1V-PARM-TEXT
013410             GO TO 1100-EXIT
013420         END-IF
013430         MOVE DL1V-PARM-GENERATION TO DL1V-GENERATION
013440     END-IF.
013450     MOVE DL1V-GENERATION TO DL1-GEN-NUMBER.
013460     READ DL1-GEN-FILE
013470         INVALID KEY
013480             MOVE 16 TO DL1V-RETURN-CODE
013490             DISPLAY 'DL1604E GENERATION ' DL1V-GENERATION
013500                 ' IS NOT ON THE CATALOG'
013510             GO TO 1100-EXIT
013520     END-READ.
013530     IF DL1-GEN-ROLLED-OFF
013540         MOVE 16 TO DL1V-RETURN-CODE
013550         DISPLAY 'DL1605E GENERATION ' DL1V-GENERATION
013560             ' WAS ROLLED OFF ON ' DL1-GEN-ROLLED-DATE
013570         GO TO 1100-EXIT
013580     END-IF.
013590     IF DL1-GEN-OPEN
013600         MOVE 16 TO DL1V-RETURN-CODE
013610         DISPLAY 'DL1601E GENERATION ' DL1V-GENERATION
013620             ' HAS NO TRAILER - ITS RUN NEVER COMPLETED'
013630         GO TO 1100-EXIT
013640     END-IF.
013650     DISPLAY 'DL1607I VERIFYING GENERATION ' DL1V-GENERATION
013660         ' RUN-ID ' DL1-GEN-RUN-ID ' OF ' DL1-GEN-RUN-DATE.
013670 1100-EXIT.
013680     EXIT.
013690
013700******************************************************************
013710*    1150-FIND-LATEST-GENERATION - WORK BACK FROM THE LAST       *
013720*    NUMBER ISSUED (THE CATALOG CONTROL RECORD, KEY ZERO) TO     *
013730*    THE FIRST GENERATION THAT IS COMPLETE.  A PARTIAL OR OPEN   *
013740*    ONE IS STILL BEING WRITTEN AND IS ONLY VERIFIED BY NAME.    *
013750******************************************************************
013760 1150-FIND-LATEST-GENERATION.
013770     MOVE ZERO TO DL1V-GENERATION.
013780     MOVE ZERO TO DL1-GEN-NUMBER.
013790     READ DL1-GEN-FILE
013800         INVALID KEY
013810             MOVE ZERO TO DL1-GEN-LAST-NUMBER
013820     END-READ.
013830     PERFORM 1160-CHECK-GENERATION THRU 1160-EXIT
013840         VARYING DL1V-GEN-SUB FROM DL1-GEN-LAST-NUMBER BY -1
013850         UNTIL DL1V-GEN-SUB = ZERO
013860            OR DL1V-GENERATION > ZERO.
013870     IF DL1V-GENERATION = ZERO
013880         MOVE 16 TO DL1V-RETURN-CODE
013890         DISPLAY 'DL1606E NO COMPLETE GENERATION ON THE CATALOG'
013900     END-IF.
013910 1150-EXIT.
013920     EXIT.
013930
013940 1160-CHECK-GENERATION.
013950     MOVE DL1V-GEN-SUB TO DL1-GEN-NUMBER.
013960     READ DL1-GEN-FILE
013970         INVALID KEY
013980             GO TO 1160-EXIT
013990     END-READ.
014000     IF DL1-GEN-COMPLETE
014010         MOVE DL1V-GEN-SUB TO DL1V-GENERATION
014020     END-IF.
014030 1160-EXIT.
014040     EXIT.
014068
014096******************************************************************
014124*    3000-VERIFY-OUTPUT - READ THE GENERATION END TO END,        *
014152*    CHECKING EACH RECORD AS IT GOES BY.                         *
014180******************************************************************
014208 3000-VERIFY-OUTPUT.
014236     PERFORM UNTIL DL1V-END-OF-OUTPUT
014264         PERFORM 3050-READ-GENERATION THRU 3050-EXIT
014300         IF NOT DL1V-END-OF-OUTPUT
014400             PERFORM 3100-VERIFY-ONE-RECORD THRU 3100-EXIT
014500         END-IF
014600     END-PERFORM.
014700 3000-EXIT.
014800     EXIT.
014810
014820******************************************************************
014830*    3050-READ-GENERATION - THE NEXT STORED RECORD, AS ITS       *
014840*    DL1OUT IMAGE.  THE GENERATION ENDS AT THE FIRST KEY OF THE  *
014850*    NEXT ONE.                                                   *
014860******************************************************************
014870 3050-READ-GENERATION.
014880     READ DL1-OTG-FILE NEXT RECORD
014890         AT END
014900             SET DL1V-END-OF-OUTPUT TO TRUE
014910             GO TO 3050-EXIT
014920     END-READ.
014930     IF DL1-OTG-GENERATION NOT = DL1V-GENERATION
014940         SET DL1V-END-OF-OUTPUT TO TRUE
014950         GO TO 3050-EXIT
014960     END-IF.
014970     MOVE DL1-OTG-OUT-IMAGE TO DL1-OUT-RECORD.
014980 3050-EXIT.
014990     EXIT.
014995
015000******************************************************************
015100*    3100-VERIFY-ONE-RECORD - SEQUENCE MUST BE EXACTLY ONE MORE  *
015200*    THAN THE PRIOR RECORD'S (NO GAPS, NO DUPLICATES), THE       *
021700     EXIT.
021800
021900******************************************************************
022000*    8000-TERMINATE - FINAL VERDICT TO THE OPERATOR, RECORDED    *
022050*    ON THE CATALOG ENTRY ONCE A GENERATION WAS ACTUALLY READ,   *
022100*    AND CLOSE WHATEVER WAS OPENED.                              *
022200******************************************************************
022300 8000-TERMINATE.
022400     IF DL1V-RETURN-CODE = ZERO
022900             DL1V-ERROR-COUNT ' ERRORS, RETURN-CODE '
023000             DL1V-RETURN-CODE
023100     END-IF.
023110     IF DL1V-GENERATION-SELECTED
023120         PERFORM 8100-RECORD-VERDICT THRU 8100-EXIT
023130     END-IF.
023200     IF DL1V-CTL-FILE-OPENED
023300         CLOSE DL1-GEN-FILE
023400     END-IF.
023500     IF DL1V-OUT-FILE-OPENED
023600         CLOSE DL1-OTG-FILE
023700     END-IF.
023800 8000-EXIT.
023900     EXIT.
024000
024100******************************************************************
024200*    8100-RECORD-VERDICT - MARK THE CATALOG ENTRY VERIFIED OR    *
024300*    FAILED, WITH TODAY'S DATE.  THE RETENTION SWEEP KEEPS A     *
024400*    GENERATION THAT IS NOT MARKED VERIFIED, SO A VERDICT THAT   *
024500*    CANNOT BE RECORDED IS A WARNING EVEN WHEN IT PASSED.        *
024600******************************************************************
024700 8100-RECORD-VERDICT.
024800     MOVE DL1V-GENERATION TO DL1-GEN-NUMBER.
024900     READ DL1-GEN-FILE
025000         INVALID KEY
025100             GO TO 8100-FAILED
025200     END-READ.
025300     IF DL1V-RETURN-CODE = ZERO
025400         SET DL1-GEN-VERIFIED TO TRUE
025500     ELSE
025600         SET DL1-GEN-VERIFY-FAILED TO TRUE
025700     END-IF.
025800     MOVE DL1V-CURRENT-DATE TO DL1-GEN-VERIFY-DATE.
025900     REWRITE DL1-GEN-RECORD.
026000     IF DL1V-CTL-STATUS = '00'
026100         GO TO 8100-EXIT
026200     END-IF.
026300 8100-FAILED.
026400     DISPLAY 'DL1608W UNABLE TO RECORD VERDICT ON DL1GEN, '
026500         'STATUS=' DL1V-CTL-STATUS.
026600     IF DL1V-RETURN-CODE = ZERO
026700         MOVE 4 TO DL1V-RETURN-CODE
026800     END-IF.
026900 8100-EXIT.
027000     EXIT.
