000100******************************************************************
000200*                                                                *
000300*    PROGRAM:  DOWHILEBACKLOG                                   *
000400*    AUTHOR:   D. ORIC, BATCH SYSTEMS GROUP                     *
000500*    INSTALLATION: CENTRAL DATA CENTER                          *
000600*    DATE-WRITTEN: 10/15/2026                                   *
000700*                                                                *
000800*    REMARKS.                                                   *
000900*    WORK-ITEM BACKLOG AGING REPORT.  DOWHILEAPPLY ONLY SPEAKS   *
001000*    FOR THE ITEMS A COUNTER REACHED; THIS PROGRAM READS THE     *
001100*    WHOLE WORK-ITEM MASTER (DL1WIM) IN ITEM ORDER AND ACCOUNTS  *
001200*    FOR THE ONES STILL UNPROCESSED.  EACH UNPROCESSED ITEM IS   *
001300*    GIVEN ITS OWNER FROM THE ASSIGNMENT RANGES (DL1ASG) EXACTLY *
001400*    AS DOWHILELOOP TAGS ITS OUTPUT - THE FIRST RANGE COVERING   *
001500*    THE ITEM WINS AND AN ITEM NO RANGE COVERS IS 'NONE' - AND   *
001600*    AGED FROM ITS ADDED DATE TO THE CYCLE DATE INTO ONE OF THE  *
001700*    BANDS 0-7, 8-30, 31-90, AND OVER 90 DAYS.  AN ITEM WITH NO  *
001800*    USABLE ADDED DATE, OR ONE AFTER THE CYCLE DATE, IS COUNTED  *
001900*    AS AGE UNKNOWN RATHER THAN GUESSED AT.                      *
002000*                                                                *
002100*    EVERY UNBROKEN RUN OF CONSECUTIVE UNPROCESSED ITEM NUMBERS  *
002200*    BELONGING TO ONE OWNER IS LISTED AS A CANDIDATE RANGE AND   *
002300*    WRITTEN TO DL1JREQ IN THE DL1REQ QUEUE LAYOUT (STEP 1,      *
002400*    ASCENDING, RUN-ID OF THE OWNER CODE AND A FOUR-DIGIT        *
002500*    SEQUENCE), SO THE NEXT NIGHT'S QUEUE CAN BE BUILT FROM IT.  *
002600*    THE REPORT THEN GIVES ONE LINE PER OWNER WITH THE ITEM      *
002700*    COUNT IN EACH BAND AND THE OLDEST ADDED DATE, UNASSIGNED    *
002800*    LAST, AND A TOTAL LINE.  RETURN-CODE 4 MEANS SOME BACKLOG   *
002900*    IS UNASSIGNED OR OF UNKNOWN AGE.                            *
003000*                                                                *
003100*    THE PARM IS THE CYCLE DATE (YYYYMMDD) TO AGE THE ITEMS TO;  *
003200*    BLANK MEANS THE CURRENT DATE.                               *
003300*                                                                *
003400*    MODIFICATION HISTORY.                                      *
003500*    10/15/2026  DRO  ORIGINAL VERSION.                         *
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.    DoWhileBacklog.
003900 AUTHOR.        D. ORIC.
004000 INSTALLATION.  CENTRAL DATA CENTER.
004100 DATE-WRITTEN.  10/15/2026.
004200 DATE-COMPILED.
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700*    WORK-ITEM MASTER, KEYED BY ITEM NUMBER - READ IN KEY ORDER.
004800     SELECT DL1-WIM-FILE ASSIGN TO "DL1WIM"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS DL1-WIM-ITEM-NUMBER
005200         FILE STATUS IS DL1J-WIM-STATUS.
005300*    OPTIONAL ASSIGNMENT RANGES - THE SAME FILE DOWHILELOOP READS.
005400     SELECT DL1-ASG-FILE ASSIGN TO "DL1ASG"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS DL1J-ASG-STATUS.
005700*    CANDIDATE RANGES, IN THE RUN-REQUEST QUEUE LAYOUT - REPLACED
005800*    EVERY RUN.
005900     SELECT DL1-REQ-FILE ASSIGN TO "DL1JREQ"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS DL1J-REQ-STATUS.
006200*    THIS REPORT'S OWN PRINTED OUTPUT - NORMALLY TO SYSOUT.
006300     SELECT DL1-JRP-FILE ASSIGN TO "DL1JRPT"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS DL1J-JRP-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  DL1-WIM-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY DL1WIMR.
007200
007300 FD  DL1-ASG-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY DL1ASGR.
007600
007700 FD  DL1-REQ-FILE
007800     LABEL RECORDS ARE STANDARD.
007900     COPY DL1REQR.
008000
008100 FD  DL1-JRP-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY DL1JRPR.
008400
008500 WORKING-STORAGE SECTION.
008600******************************************************************
008700*    PARAMETER AREA - THE CYCLE DATE.                            *
008800******************************************************************
008900 01  DL1J-PARM-TEXT              PIC X(08) VALUE SPACES.
009000 01  DL1J-PARM-FIELDS REDEFINES DL1J-PARM-TEXT.
009100     05  DL1J-PARM-DATE          PIC 9(08).
009200 01  DL1J-PARM-DATE-SPLIT REDEFINES DL1J-PARM-TEXT.
009300     05  DL1J-PARM-YEAR          PIC 9(04).
009400     05  DL1J-PARM-MONTH         PIC 9(02).
009500     05  DL1J-PARM-DAY           PIC 9(02).
009600
009700 01  DL1J-CYCLE-DATE             PIC 9(08) VALUE ZERO.
009800 01  DL1J-CYCLE-DAY-NUMBER       PIC 9(07) VALUE ZERO.
009900 01  DL1J-ITEM-AGE               PIC S9(07) VALUE ZERO.
010000 01  DL1J-ITEM-OWNER             PIC X(04) VALUE SPACES.
010100
010200 01  DL1J-ITEMS-READ             PIC 9(09) VALUE ZERO.
010300 01  DL1J-PROCESSED-COUNT        PIC 9(09) VALUE ZERO.
010400 01  DL1J-OTHER-STATUS-COUNT     PIC 9(09) VALUE ZERO.
010500 01  DL1J-UNPROCESSED-COUNT      PIC 9(09) VALUE ZERO.
010600 01  DL1J-UNKNOWN-AGE-COUNT      PIC 9(09) VALUE ZERO.
010700 01  DL1J-UNASSIGNED-COUNT       PIC 9(09) VALUE ZERO.
010800 01  DL1J-CANDIDATE-COUNT        PIC 9(09) VALUE ZERO.
010900 01  DL1J-RETURN-CODE            PIC 9(04) VALUE ZERO.
011000 01  DL1J-ERROR-MSG              PIC X(60) VALUE SPACES.
011100 01  DL1J-CURRENT-DATE           PIC 9(08) VALUE ZERO.
011200 01  DL1J-WIM-STATUS             PIC XX.
011300 01  DL1J-ASG-STATUS             PIC XX.
011400 01  DL1J-REQ-STATUS             PIC XX.
011500 01  DL1J-JRP-STATUS             PIC XX.
011600 01  DL1J-UNASSIGNED-CODE        PIC X(04) VALUE 'NONE'.
011700
011800******************************************************************
011900*    ASSIGNMENT TABLE - THE DL1ASG RANGES, VALIDATED AND         *
012000*    NORMALIZED THE SAME WAY DOWHILELOOP LOADS THEM.             *
012100******************************************************************
012200 01  DL1J-ASG-LIMIT              PIC 9(04) VALUE 100.
012300 01  DL1J-ASG-COUNT              PIC 9(04) VALUE ZERO.
012400 01  DL1J-ASG-SUB                PIC 9(04) VALUE ZERO.
012500 01  DL1J-ASG-TABLE.
012600     05  DL1J-ASG-ENTRY OCCURS 100 TIMES.
012700         10  DL1J-ASG-TBL-LOW    PIC 9(09).
012800         10  DL1J-ASG-TBL-HIGH   PIC 9(09).
012900         10  DL1J-ASG-TBL-OWNER  PIC X(04).
013000
013100******************************************************************
013200*    AGE BANDS - THE UPPER LIMIT IN DAYS OF EACH DATED BAND.     *
013300*    THE LAST DATED BAND IS OPEN-ENDED; THE BAND AFTER IT IS     *
013400*    AGE UNKNOWN.                                                *
013500******************************************************************
013600 01  DL1J-BAND-LIMIT-TEXT.
013700     05  FILLER                  PIC X(14) VALUE
013800             '00000070000030'.
013900     05  FILLER                  PIC X(14) VALUE
014000             '00000909999999'.
014100 01  DL1J-BAND-LIMIT-TABLE REDEFINES DL1J-BAND-LIMIT-TEXT.
014200     05  DL1J-BAND-LIMIT         OCCURS 4 TIMES PIC 9(07).
014300 01  DL1J-DATED-BANDS            PIC 9(04) VALUE 4.
014400 01  DL1J-UNKNOWN-BAND           PIC 9(04) VALUE 5.
014500 01  DL1J-BAND-SUB               PIC 9(04) VALUE ZERO.
014600 01  DL1J-ITEM-BAND              PIC 9(04) VALUE ZERO.
014700 01  DL1J-TOTAL-BANDS.
014800     05  DL1J-TOTAL-BAND-ITEMS   OCCURS 5 TIMES PIC 9(09)
014900                                 VALUE ZERO.
015000 01  DL1J-TOTAL-OLDEST-DATE      PIC 9(08) VALUE ZERO.
015100
015200******************************************************************
015300*    OWNER TABLE - EVERY OWNER WITH BACKLOG, WITH ITS ITEMS BY   *
015400*    BAND.  THE SORT KEY PUTS THE OWNERS IN CODE ORDER AND THE   *
015500*    UNASSIGNED LINE AFTER THEM, AS ON THE CHARGEBACK STATEMENT. *
015600******************************************************************
015700 01  DL1J-OWN-LIMIT              PIC 9(04) VALUE 101.
015800 01  DL1J-OWN-COUNT              PIC 9(04) VALUE ZERO.
015900 01  DL1J-OWN-TABLE.
016000     05  DL1J-OWN-ENTRY OCCURS 101 TIMES.
016100         10  DL1J-OWN-CODE       PIC X(04).
016200         10  DL1J-OWN-SORT-KEY   PIC X(05).
016300         10  DL1J-OWN-BAND-ITEMS OCCURS 5 TIMES PIC 9(09).
016400         10  DL1J-OWN-TOTAL      PIC 9(09).
016500         10  DL1J-OWN-OLDEST     PIC 9(08).
016600         10  DL1J-OWN-BLOCKS     PIC 9(09).
016700         10  DL1J-OWN-ORDERED    PIC X(01).
016800 01  DL1J-ORDER-TABLE.
016900     05  DL1J-ORDER-SUB          OCCURS 101 TIMES PIC 9(04).
017000 01  DL1J-OWN-SUB                PIC 9(04) VALUE ZERO.
017100 01  DL1J-SUB-1                  PIC 9(04) VALUE ZERO.
017200 01  DL1J-PICK-SUB               PIC 9(04) VALUE ZERO.
017300 01  DL1J-MATCH-SUB              PIC 9(04) VALUE ZERO.
017400
017500******************************************************************
017600*    CANDIDATE BLOCK - THE RUN OF CONSECUTIVE UNPROCESSED ITEMS  *
017700*    BEING GATHERED, AND THE RUN-ID IT WILL BE QUEUED UNDER.     *
017800******************************************************************
017900 01  DL1J-BLOCK-LOW              PIC 9(09) VALUE ZERO.
018000 01  DL1J-BLOCK-HIGH             PIC 9(09) VALUE ZERO.
018100 01  DL1J-BLOCK-ITEMS            PIC 9(09) VALUE ZERO.
018200 01  DL1J-BLOCK-OWNER            PIC X(04) VALUE SPACES.
018300 01  DL1J-BLOCK-OWN-SUB          PIC 9(04) VALUE ZERO.
018400 01  DL1J-BLOCK-RUN-ID.
018500     05  DL1J-BLOCK-RUN-OWNER    PIC X(04).
018600     05  DL1J-BLOCK-RUN-SEQ      PIC 9(04).
018700
018800******************************************************************
018900*    DATE ARITHMETIC AREA - THE SAME SERIAL DAY NUMBER WORK AS   *
019000*    DOWHILEMONITOR AND DOWHILEDELIVER, SO AN ITEM'S AGE IS      *
019100*    RIGHT ACROSS MONTH AND YEAR ENDS.                           *
019200******************************************************************
019300 01  DL1J-WORK-DATE              PIC 9(08) VALUE ZERO.
019400 01  DL1J-WORK-DATE-SPLIT REDEFINES DL1J-WORK-DATE.
019500     05  DL1J-WORK-YEAR          PIC 9(04).
019600     05  DL1J-WORK-MONTH         PIC 9(02).
019700     05  DL1J-WORK-DAY           PIC 9(02).
019800 01  DL1J-DAY-NUMBER             PIC 9(07) VALUE ZERO.
019900 01  DL1J-PRIOR-YEAR             PIC 9(04) VALUE ZERO.
020000 01  DL1J-LEAP-REM               PIC 9(04) VALUE ZERO.
020050 01  DL1J-LEAP-QUOTIENT          PIC 9(04) VALUE ZERO.
020100
020200 01  DL1J-MONTH-DAYS-TEXT.
020300     05  FILLER                  PIC X(18) VALUE
020400             '000031059090120151'.
020500     05  FILLER                  PIC X(18) VALUE
020600             '181212243273304334'.
020700 01  DL1J-MONTH-DAYS-TABLE REDEFINES DL1J-MONTH-DAYS-TEXT.
020800     05  DL1J-DAYS-BEFORE-MONTH  OCCURS 12 TIMES PIC 9(03).
020810*    DAYS IN EACH MONTH - FEBRUARY GAINS ONE IN A LEAP YEAR.
020820 01  DL1J-MONTH-LENGTH-TEXT      PIC X(24) VALUE
020830         '312831303130313130313031'.
020840 01  DL1J-MONTH-LENGTH-TABLE REDEFINES DL1J-MONTH-LENGTH-TEXT.
020850     05  DL1J-DAYS-IN-MONTH      OCCURS 12 TIMES PIC 9(02).
020860 01  DL1J-MONTH-LAST-DAY         PIC 9(02) VALUE ZERO.
020900
021000 01  DL1J-SWITCHES.
021100     05  DL1J-WIM-EOF-SWITCH     PIC X(01) VALUE 'N'.
021200         88  DL1J-END-OF-ITEMS          VALUE 'Y'.
021300     05  DL1J-ASG-EOF-SWITCH     PIC X(01) VALUE 'N'.
021400         88  DL1J-END-OF-ASSIGNMENTS    VALUE 'Y'.
021500     05  DL1J-WIM-OPEN-SWITCH    PIC X(01) VALUE 'N'.
021600         88  DL1J-WIM-FILE-OPENED       VALUE 'Y'.
021700     05  DL1J-REQ-OPEN-SWITCH    PIC X(01) VALUE 'N'.
021800         88  DL1J-REQ-FILE-OPENED       VALUE 'Y'.
021900     05  DL1J-BLOCK-SWITCH       PIC X(01) VALUE 'N'.
022000         88  DL1J-BLOCK-OPEN            VALUE 'Y'.
022100     05  DL1J-MATCH-SWITCH       PIC X(01) VALUE 'N'.
022200         88  DL1J-ENTRY-MATCHED         VALUE 'Y'.
022300     05  DL1J-LEAP-SWITCH        PIC X(01) VALUE 'N'.
022400         88  DL1J-LEAP-YEAR             VALUE 'Y'.
022410     05  DL1J-DATE-SWITCH        PIC X(01) VALUE 'N'.
022420         88  DL1J-DATE-VALID            VALUE 'Y'.
022500
022600******************************************************************
022700*    REPORT AREA - PAGE-HEADED IN THE SAME STYLE AS DL1RPT.      *
022800******************************************************************
022900 01  DL1J-RPT-LINE-COUNT         PIC 9(04) VALUE ZERO.
023000 01  DL1J-RPT-LINES-PER-PAGE     PIC 9(04) VALUE 50.
023100 01  DL1J-RPT-PAGE-NUMBER        PIC 9(04) VALUE ZERO.
023200
023300 01  DL1J-RPT-HEADING-1.
023400     05  FILLER                  PIC X(01) VALUE SPACE.
023500     05  FILLER                  PIC X(34) VALUE
023600             'DOWHILEBACKLOG - WORK-ITEM BACKLOG'.
023700     05  FILLER                  PIC X(01) VALUE SPACES.
023800     05  FILLER                  PIC X(05) VALUE 'DATE:'.
023900     05  DL1J-RPT-H1-DATE        PIC 9(08).
024000     05  FILLER                  PIC X(04) VALUE SPACES.
024100     05  FILLER                  PIC X(05) VALUE 'PAGE:'.
024200     05  DL1J-RPT-H1-PAGE        PIC ZZZ9.
024300     05  FILLER                  PIC X(18) VALUE SPACES.
024400
024500 01  DL1J-RPT-HEADING-2.
024600     05  FILLER                  PIC X(01) VALUE SPACE.
024700     05  FILLER                  PIC X(28) VALUE
024800             'UNPROCESSED ITEMS AGED TO  '.
024900     05  DL1J-RPT-H2-CYCLE-DATE  PIC 9(08).
025000     05  FILLER                  PIC X(43) VALUE SPACES.
025100
025200 01  DL1J-RPT-CANDIDATE-HEADING.
025300     05  FILLER                  PIC X(01) VALUE SPACE.
025400     05  FILLER                  PIC X(07) VALUE 'OWNER'.
025500     05  FILLER                  PIC X(10) VALUE '    START'.
025600     05  FILLER                  PIC X(10) VALUE '      END'.
025700     05  FILLER                  PIC X(10) VALUE '    ITEMS'.
025800     05  FILLER                  PIC X(02) VALUE SPACES.
025900     05  FILLER                  PIC X(40) VALUE 'RUN-ID'.
026000
026100 01  DL1J-RPT-DETAIL-LINE.
026200     05  FILLER                  PIC X(01) VALUE SPACE.
026300     05  DL1J-RPT-DTL-OWNER      PIC X(04).
026400     05  FILLER                  PIC X(03) VALUE SPACES.
026500     05  DL1J-RPT-DTL-START      PIC ZZZZZZZZ9.
026600     05  FILLER                  PIC X(01) VALUE SPACE.
026700     05  DL1J-RPT-DTL-END        PIC ZZZZZZZZ9.
026800     05  FILLER                  PIC X(01) VALUE SPACE.
026900     05  DL1J-RPT-DTL-ITEMS      PIC ZZZZZZZZ9.
027000     05  FILLER                  PIC X(03) VALUE SPACES.
027100     05  DL1J-RPT-DTL-RUN-ID     PIC X(08).
027200     05  FILLER                  PIC X(32) VALUE SPACES.
027300
027400 01  DL1J-RPT-SUMMARY-HEADING.
027500     05  FILLER                  PIC X(05) VALUE 'OWNER'.
027600     05  FILLER                  PIC X(10) VALUE '  0-7 DAY'.
027700     05  FILLER                  PIC X(10) VALUE ' 8-30 DAY'.
027800     05  FILLER                  PIC X(10) VALUE '31-90 DAY'.
027900     05  FILLER                  PIC X(10) VALUE '  OVER 90'.
028000     05  FILLER                  PIC X(10) VALUE '  UNKNOWN'.
028100     05  FILLER                  PIC X(10) VALUE '    TOTAL'.
028200     05  FILLER                  PIC X(14) VALUE ' OLDEST'.
028300
028400 01  DL1J-RPT-SUMMARY-LINE.
028500     05  FILLER                  PIC X(01) VALUE SPACE.
028600     05  DL1J-RPT-SUM-OWNER      PIC X(04).
028700     05  FILLER                  PIC X(01) VALUE SPACE.
028800     05  DL1J-RPT-SUM-BAND       OCCURS 5 TIMES.
028900         10  DL1J-RPT-SUM-ITEMS  PIC ZZZZZZZZ9.
029000         10  FILLER              PIC X(01).
029100     05  DL1J-RPT-SUM-TOTAL      PIC ZZZZZZZZ9.
029200     05  FILLER                  PIC X(02) VALUE SPACES.
029300     05  DL1J-RPT-SUM-OLDEST     PIC X(08).
029400     05  FILLER                  PIC X(05) VALUE SPACES.
029500
029600 01  DL1J-RPT-SECTION-LINE.
029700     05  FILLER                  PIC X(01) VALUE SPACE.
029800     05  DL1J-RPT-SECTION-TEXT   PIC X(79).
029900
030000 01  DL1J-RPT-FOOTER-LINE.
030100     05  FILLER                  PIC X(01) VALUE SPACE.
030200     05  DL1J-RPT-FTR-LABEL      PIC X(20).
030300     05  DL1J-RPT-FTR-COUNT      PIC ZZZZZZZZ9.
030400     05  FILLER                  PIC X(50) VALUE SPACES.
030500
030600 PROCEDURE DIVISION.
030700******************************************************************
030800*    0000-MAINLINE - AGE THE BACKLOG, THEN SUMMARIZE IT BY       *
030900*    OWNER.                                                      *
031000******************************************************************
031100 0000-MAINLINE.
031200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031300     IF DL1J-RETURN-CODE NOT = ZERO
031400         GO TO 0000-MAINLINE-EXIT
031500     END-IF.
031600     PERFORM 2000-READ-BACKLOG THRU 2000-EXIT.
031700     IF DL1J-RETURN-CODE NOT = ZERO
031800         GO TO 0000-MAINLINE-EXIT
031900     END-IF.
032000     PERFORM 4000-ORDER-OWNERS THRU 4000-EXIT.
032100     PERFORM 5000-REPORT-SUMMARY THRU 5000-EXIT.
032200 0000-MAINLINE-EXIT.
032300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
032400     MOVE DL1J-RETURN-CODE TO RETURN-CODE.
032500     GOBACK.
032600
032700******************************************************************
032800*    1000-INITIALIZE - SETTLE THE CYCLE DATE, OPEN THE REPORT,   *
032900*    LOAD THE ASSIGNMENT RANGES, AND OPEN THE MASTER AND THE     *
033000*    CANDIDATE FILE.  A BAD ASSIGNMENT RECORD STOPS THE RUN -    *
033100*    A BACKLOG CREDITED TO THE WRONG OWNER IS WORSE THAN NONE.   *
033200******************************************************************
033300 1000-INITIALIZE.
033400     ACCEPT DL1J-CURRENT-DATE FROM DATE YYYYMMDD.
033500     ACCEPT DL1J-PARM-TEXT FROM COMMAND-LINE.
033600     PERFORM 1100-VALIDATE-PARM THRU 1100-EXIT.
033700     IF DL1J-RETURN-CODE NOT = ZERO
033800         GO TO 1000-EXIT
033900     END-IF.
034000     MOVE DL1J-CYCLE-DATE TO DL1J-WORK-DATE.
034100     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
034200     MOVE DL1J-DAY-NUMBER TO DL1J-CYCLE-DAY-NUMBER.
034300     OPEN OUTPUT DL1-JRP-FILE.
034400     IF DL1J-JRP-STATUS NOT = '00'
034500         MOVE 16 TO DL1J-RETURN-CODE
034600         DISPLAY 'DL1750E UNABLE TO OPEN DL1JRPT, STATUS='
034700             DL1J-JRP-STATUS
034800         GO TO 1000-EXIT
034900     END-IF.
035000     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
035100     PERFORM 1200-LOAD-ASSIGNMENTS THRU 1200-EXIT.
035200     IF DL1J-RETURN-CODE NOT = ZERO
035300         GO TO 1000-EXIT
035400     END-IF.
035500     OPEN INPUT DL1-WIM-FILE.
035600     IF DL1J-WIM-STATUS NOT = '00'
035700         MOVE 16 TO DL1J-RETURN-CODE
035800         DISPLAY 'DL1752E UNABLE TO OPEN DL1WIM, STATUS='
035900             DL1J-WIM-STATUS
036000         GO TO 1000-EXIT
036100     END-IF.
036200     SET DL1J-WIM-FILE-OPENED TO TRUE.
036300     OPEN OUTPUT DL1-REQ-FILE.
036400     IF DL1J-REQ-STATUS NOT = '00'
036500         MOVE 16 TO DL1J-RETURN-CODE
036600         DISPLAY 'DL1753E UNABLE TO OPEN DL1JREQ, STATUS='
036700             DL1J-REQ-STATUS
036800         GO TO 1000-EXIT
036900     END-IF.
037000     SET DL1J-REQ-FILE-OPENED TO TRUE.
037100 1000-EXIT.
037200     EXIT.
037300
037400******************************************************************
037500*    1100-VALIDATE-PARM - THE CYCLE DATE, WHEN GIVEN, MUST BE A  *
037600*    REAL YYYYMMDD DATE.  BLANK AGES THE BACKLOG TO TODAY.       *
037700******************************************************************
037800 1100-VALIDATE-PARM.
037900     IF DL1J-PARM-TEXT = SPACES
038000         MOVE DL1J-CURRENT-DATE TO DL1J-CYCLE-DATE
038100         GO TO 1100-EXIT
038200     END-IF.
038300     MOVE 'N' TO DL1J-DATE-SWITCH.
038400     IF DL1J-PARM-DATE IS NUMERIC
038450         MOVE DL1J-PARM-DATE TO DL1J-WORK-DATE
038500         PERFORM 9200-CHECK-DATE THRU 9200-EXIT
038550     END-IF.
038560     IF NOT DL1J-DATE-VALID
038600         MOVE 16 TO DL1J-RETURN-CODE
038700         MOVE 'DL1751E CYCLE DATE IS NOT A VALID YYYYMMDD.'
038800             TO DL1J-ERROR-MSG
038900         DISPLAY DL1J-ERROR-MSG
039000         GO TO 1100-EXIT
039100     END-IF.
039200     MOVE DL1J-PARM-DATE TO DL1J-CYCLE-DATE.
039300 1100-EXIT.
039400     EXIT.
039500
039600******************************************************************
039700*    1200-LOAD-ASSIGNMENTS - LOAD THE OPTIONAL ASSIGNMENT RANGES.*
039800*    AN ABSENT FILE MEANS THE WHOLE BACKLOG IS UNASSIGNED.       *
039900******************************************************************
040000 1200-LOAD-ASSIGNMENTS.
040100     OPEN INPUT DL1-ASG-FILE.
040200     IF DL1J-ASG-STATUS = '35'
040300         DISPLAY 'DL1760I NO ASSIGNMENT FILE ON HAND - THE '
040400             'BACKLOG IS ALL UNASSIGNED'
040500         GO TO 1200-EXIT
040600     END-IF.
040700     IF DL1J-ASG-STATUS NOT = '00'
040800         MOVE 16 TO DL1J-RETURN-CODE
040900         DISPLAY 'DL1754E UNABLE TO OPEN DL1ASG, STATUS='
041000             DL1J-ASG-STATUS
041100         GO TO 1200-EXIT
041200     END-IF.
041300     PERFORM UNTIL DL1J-END-OF-ASSIGNMENTS
041400             OR DL1J-RETURN-CODE NOT = ZERO
041500         READ DL1-ASG-FILE
041600             AT END
041700                 SET DL1J-END-OF-ASSIGNMENTS TO TRUE
041800             NOT AT END
041900                 PERFORM 1210-STORE-ASSIGNMENT THRU 1210-EXIT
042000         END-READ
042100     END-PERFORM.
042200     CLOSE DL1-ASG-FILE.
042300     IF DL1J-RETURN-CODE = ZERO AND DL1J-ASG-COUNT > ZERO
042400         DISPLAY 'DL1761I ' DL1J-ASG-COUNT
042500             ' ASSIGNMENT RANGES LOADED'
042600     END-IF.
042700 1200-EXIT.
042800     EXIT.
042900
043000******************************************************************
043100*    1210-STORE-ASSIGNMENT - VALIDATE ONE ASSIGNMENT RECORD AND  *
043200*    TABLE IT AS AN UNSIGNED LOW/HIGH PAIR WITH ITS OWNER CODE.  *
043300******************************************************************
043400 1210-STORE-ASSIGNMENT.
043500     IF DL1-ASG-START-VALUE NOT NUMERIC
043600         OR DL1-ASG-END-VALUE NOT NUMERIC
043700         MOVE 16 TO DL1J-RETURN-CODE
043800         MOVE 'DL1755E ASSIGNMENT RECORD IS NOT NUMERIC.'
043900             TO DL1J-ERROR-MSG
044000         DISPLAY DL1J-ERROR-MSG
044100         GO TO 1210-EXIT
044200     END-IF.
044300     IF DL1-ASG-START-VALUE < 0 OR DL1-ASG-END-VALUE < 0
044400         MOVE 16 TO DL1J-RETURN-CODE
044500         MOVE 'DL1756E ASSIGNMENT VALUE MAY NOT BE NEGATIVE.'
044600             TO DL1J-ERROR-MSG
044700         DISPLAY DL1J-ERROR-MSG
044800         GO TO 1210-EXIT
044900     END-IF.
045000     IF DL1-ASG-START-VALUE > DL1-ASG-END-VALUE
045100         MOVE 16 TO DL1J-RETURN-CODE
045200         MOVE 'DL1757E ASSIGNMENT START IS GREATER THAN END.'
045300             TO DL1J-ERROR-MSG
045400         DISPLAY DL1J-ERROR-MSG
045500         GO TO 1210-EXIT
045600     END-IF.
045700     IF DL1-ASG-OWNER-CODE = SPACES
045800         MOVE 16 TO DL1J-RETURN-CODE
045900         MOVE 'DL1758E ASSIGNMENT OWNER CODE IS BLANK.'
046000             TO DL1J-ERROR-MSG
046100         DISPLAY DL1J-ERROR-MSG
046200         GO TO 1210-EXIT
046300     END-IF.
046400     IF DL1J-ASG-COUNT >= DL1J-ASG-LIMIT
046500         MOVE 16 TO DL1J-RETURN-CODE
046600         MOVE 'DL1759E TOO MANY ASSIGNMENT RECORDS.'
046700             TO DL1J-ERROR-MSG
046800         DISPLAY DL1J-ERROR-MSG
046900         GO TO 1210-EXIT
047000     END-IF.
047100     ADD 1 TO DL1J-ASG-COUNT.
047200     MOVE DL1-ASG-START-VALUE
047300         TO DL1J-ASG-TBL-LOW (DL1J-ASG-COUNT).
047400     MOVE DL1-ASG-END-VALUE
047500         TO DL1J-ASG-TBL-HIGH (DL1J-ASG-COUNT).
047600     MOVE DL1-ASG-OWNER-CODE
047700         TO DL1J-ASG-TBL-OWNER (DL1J-ASG-COUNT).
047800 1210-EXIT.
047900     EXIT.
048000
048100******************************************************************
048200*    2000-READ-BACKLOG - READ THE MASTER IN ITEM ORDER, AGING    *
048300*    EACH UNPROCESSED ITEM AND GATHERING THE CANDIDATE RANGES AS *
048400*    THEY GO BY.  THE LAST BLOCK IS CLOSED AT END OF FILE.       *
048500******************************************************************
048600 2000-READ-BACKLOG.
048700     MOVE 'CANDIDATE RANGES FOR THE NEXT DL1REQ QUEUE'
048800         TO DL1J-RPT-SECTION-TEXT.
048900     PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT.
049000     MOVE DL1J-RPT-CANDIDATE-HEADING TO DL1J-RPT-SECTION-LINE.
049100     PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT.
049200     PERFORM UNTIL DL1J-END-OF-ITEMS
049300         READ DL1-WIM-FILE NEXT RECORD
049400             AT END
049500                 SET DL1J-END-OF-ITEMS TO TRUE
049600             NOT AT END
049700                 PERFORM 2100-AGE-ONE-ITEM THRU 2100-EXIT
049800                 IF DL1J-RETURN-CODE NOT = ZERO
049900                     SET DL1J-END-OF-ITEMS TO TRUE
050000                 END-IF
050100         END-READ
050200     END-PERFORM.
050300     IF DL1J-RETURN-CODE NOT = ZERO
050400         GO TO 2000-EXIT
050500     END-IF.
050600     PERFORM 2500-CLOSE-BLOCK THRU 2500-EXIT.
050700     IF DL1J-CANDIDATE-COUNT = ZERO
050800         AND DL1J-RETURN-CODE = ZERO
050900         MOVE '  NO UNPROCESSED ITEMS ON THE MASTER'
051000             TO DL1J-RPT-SECTION-TEXT
051100         PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT
051200     END-IF.
051300 2000-EXIT.
051400     EXIT.
051500
051600******************************************************************
051700*    2100-AGE-ONE-ITEM - A PROCESSED ITEM (OR ONE IN ANY STATUS  *
051800*    BUT UNPROCESSED) ONLY BREAKS THE CURRENT BLOCK.  AN         *
051900*    UNPROCESSED ITEM IS OWNED, BANDED, AND COUNTED, THEN        *
052000*    EXTENDS THE CURRENT BLOCK IF IT IS THE NEXT NUMBER FOR THE  *
052100*    SAME OWNER, OR STARTS A NEW ONE.                            *
052200******************************************************************
052300 2100-AGE-ONE-ITEM.
052400     ADD 1 TO DL1J-ITEMS-READ.
052500     IF NOT DL1-WIM-UNPROCESSED
052600         IF DL1-WIM-PROCESSED
052700             ADD 1 TO DL1J-PROCESSED-COUNT
052800         ELSE
052900             ADD 1 TO DL1J-OTHER-STATUS-COUNT
053000         END-IF
053100         PERFORM 2500-CLOSE-BLOCK THRU 2500-EXIT
053200         GO TO 2100-EXIT
053300     END-IF.
053400     ADD 1 TO DL1J-UNPROCESSED-COUNT.
053500     PERFORM 2200-FIND-ITEM-OWNER THRU 2200-EXIT.
053600     PERFORM 2300-FIND-OWNER THRU 2300-EXIT.
053700     IF DL1J-RETURN-CODE NOT = ZERO
053800         GO TO 2100-EXIT
053900     END-IF.
054000     MOVE DL1J-MATCH-SUB TO DL1J-OWN-SUB.
054100     PERFORM 2400-SET-AGE-BAND THRU 2400-EXIT.
054200     ADD 1 TO DL1J-OWN-BAND-ITEMS (DL1J-OWN-SUB DL1J-ITEM-BAND).
054300     ADD 1 TO DL1J-OWN-TOTAL (DL1J-OWN-SUB).
054400     ADD 1 TO DL1J-TOTAL-BAND-ITEMS (DL1J-ITEM-BAND).
054500     IF DL1J-ITEM-BAND NOT = DL1J-UNKNOWN-BAND
054600         IF DL1J-OWN-OLDEST (DL1J-OWN-SUB) = ZERO
054700             OR DL1-WIM-ADDED-DATE
054800                 < DL1J-OWN-OLDEST (DL1J-OWN-SUB)
054900             MOVE DL1-WIM-ADDED-DATE
055000                 TO DL1J-OWN-OLDEST (DL1J-OWN-SUB)
055100         END-IF
055200         IF DL1J-TOTAL-OLDEST-DATE = ZERO
055300             OR DL1-WIM-ADDED-DATE < DL1J-TOTAL-OLDEST-DATE
055400             MOVE DL1-WIM-ADDED-DATE TO DL1J-TOTAL-OLDEST-DATE
055500         END-IF
055600     END-IF.
055700     IF DL1J-BLOCK-OPEN
055800         AND DL1-WIM-ITEM-NUMBER = DL1J-BLOCK-HIGH + 1
055900         AND DL1J-ITEM-OWNER = DL1J-BLOCK-OWNER
056000         MOVE DL1-WIM-ITEM-NUMBER TO DL1J-BLOCK-HIGH
056100         ADD 1 TO DL1J-BLOCK-ITEMS
056200         GO TO 2100-EXIT
056300     END-IF.
056400     PERFORM 2500-CLOSE-BLOCK THRU 2500-EXIT.
056500     SET DL1J-BLOCK-OPEN TO TRUE.
056600     MOVE DL1-WIM-ITEM-NUMBER TO DL1J-BLOCK-LOW.
056700     MOVE DL1-WIM-ITEM-NUMBER TO DL1J-BLOCK-HIGH.
056800     MOVE 1                   TO DL1J-BLOCK-ITEMS.
056900     MOVE DL1J-ITEM-OWNER     TO DL1J-BLOCK-OWNER.
057000     MOVE DL1J-OWN-SUB        TO DL1J-BLOCK-OWN-SUB.
057100 2100-EXIT.
057200     EXIT.
057300
057400******************************************************************
057500*    2200-FIND-ITEM-OWNER - THE FIRST ASSIGNMENT RANGE COVERING  *
057600*    THE ITEM WINS; NO RANGE MEANS THE UNASSIGNED CODE.          *
057700******************************************************************
057800 2200-FIND-ITEM-OWNER.
057900     MOVE DL1J-UNASSIGNED-CODE TO DL1J-ITEM-OWNER.
058000     MOVE 'N' TO DL1J-MATCH-SWITCH.
058100     PERFORM 2210-MATCH-ASSIGNMENT THRU 2210-EXIT
058200         VARYING DL1J-ASG-SUB FROM 1 BY 1
058300         UNTIL DL1J-ASG-SUB > DL1J-ASG-COUNT
058400             OR DL1J-ENTRY-MATCHED.
058500     IF NOT DL1J-ENTRY-MATCHED
058600         ADD 1 TO DL1J-UNASSIGNED-COUNT
058700     END-IF.
058800 2200-EXIT.
058900     EXIT.
059000
059100 2210-MATCH-ASSIGNMENT.
059200     IF DL1-WIM-ITEM-NUMBER NOT < DL1J-ASG-TBL-LOW (DL1J-ASG-SUB)
059300         AND DL1-WIM-ITEM-NUMBER
059400             NOT > DL1J-ASG-TBL-HIGH (DL1J-ASG-SUB)
059500         MOVE DL1J-ASG-TBL-OWNER (DL1J-ASG-SUB) TO DL1J-ITEM-OWNER
059600         SET DL1J-ENTRY-MATCHED TO TRUE
059700     END-IF.
059800 2210-EXIT.
059900     EXIT.
060000
060100******************************************************************
060200*    2300-FIND-OWNER - THE OWNER'S SLOT, ADDED ON FIRST SIGHT.   *
060300******************************************************************
060400 2300-FIND-OWNER.
060500     MOVE 'N' TO DL1J-MATCH-SWITCH.
060600     PERFORM 2310-MATCH-OWNER THRU 2310-EXIT
060700         VARYING DL1J-SUB-1 FROM 1 BY 1
060800         UNTIL DL1J-SUB-1 > DL1J-OWN-COUNT
060900             OR DL1J-ENTRY-MATCHED.
061000     IF DL1J-ENTRY-MATCHED
061100         GO TO 2300-EXIT
061200     END-IF.
061300     IF DL1J-OWN-COUNT >= DL1J-OWN-LIMIT
061400         MOVE 16 TO DL1J-RETURN-CODE
061500         DISPLAY 'DL1762E MORE THAN ' DL1J-OWN-LIMIT
061600             ' OWNER CODES WITH BACKLOG'
061700         GO TO 2300-EXIT
061800     END-IF.
061900     ADD 1 TO DL1J-OWN-COUNT.
062000     MOVE DL1J-OWN-COUNT TO DL1J-MATCH-SUB.
062100     MOVE DL1J-ITEM-OWNER TO DL1J-OWN-CODE (DL1J-OWN-COUNT).
062200     IF DL1J-ITEM-OWNER = DL1J-UNASSIGNED-CODE
062300         MOVE '2' TO DL1J-OWN-SORT-KEY (DL1J-OWN-COUNT) (1:1)
062400     ELSE
062500         MOVE '1' TO DL1J-OWN-SORT-KEY (DL1J-OWN-COUNT) (1:1)
062600     END-IF.
062700     MOVE DL1J-ITEM-OWNER
062800         TO DL1J-OWN-SORT-KEY (DL1J-OWN-COUNT) (2:4).
062900     PERFORM 2320-CLEAR-OWNER-BAND THRU 2320-EXIT
063000         VARYING DL1J-BAND-SUB FROM 1 BY 1
063100         UNTIL DL1J-BAND-SUB > DL1J-UNKNOWN-BAND.
063200     MOVE ZERO TO DL1J-OWN-TOTAL (DL1J-OWN-COUNT).
063300     MOVE ZERO TO DL1J-OWN-OLDEST (DL1J-OWN-COUNT).
063400     MOVE ZERO TO DL1J-OWN-BLOCKS (DL1J-OWN-COUNT).
063500     MOVE 'N'  TO DL1J-OWN-ORDERED (DL1J-OWN-COUNT).
063600 2300-EXIT.
063700     EXIT.
063800
063900 2310-MATCH-OWNER.
064000     IF DL1J-OWN-CODE (DL1J-SUB-1) = DL1J-ITEM-OWNER
064100         SET DL1J-ENTRY-MATCHED TO TRUE
064200         MOVE DL1J-SUB-1 TO DL1J-MATCH-SUB
064300     END-IF.
064400 2310-EXIT.
064500     EXIT.
064600
064700 2320-CLEAR-OWNER-BAND.
064800     MOVE ZERO
064900         TO DL1J-OWN-BAND-ITEMS (DL1J-OWN-COUNT DL1J-BAND-SUB).
065000 2320-EXIT.
065100     EXIT.
065200
065300******************************************************************
065400*    2400-SET-AGE-BAND - DAYS FROM THE ITEM'S ADDED DATE TO THE  *
065500*    CYCLE DATE, AND THE FIRST BAND WHOSE LIMIT COVERS THEM.  A  *
065600*    MISSING OR IMPOSSIBLE DATE, OR ONE AFTER THE CYCLE DATE,    *
065700*    IS AGE UNKNOWN.                                             *
065800******************************************************************
065900 2400-SET-AGE-BAND.
066000     MOVE DL1J-UNKNOWN-BAND TO DL1J-ITEM-BAND.
066100     IF DL1-WIM-ADDED-DATE IS NOT NUMERIC
066200         OR DL1-WIM-ADDED-DATE = ZERO
066300         ADD 1 TO DL1J-UNKNOWN-AGE-COUNT
066400         GO TO 2400-EXIT
066500     END-IF.
066600     MOVE DL1-WIM-ADDED-DATE TO DL1J-WORK-DATE.
066700     PERFORM 9200-CHECK-DATE THRU 9200-EXIT.
066800     IF NOT DL1J-DATE-VALID
066900         ADD 1 TO DL1J-UNKNOWN-AGE-COUNT
067000         GO TO 2400-EXIT
067100     END-IF.
067200     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
067300     IF DL1J-DAY-NUMBER > DL1J-CYCLE-DAY-NUMBER
067400         ADD 1 TO DL1J-UNKNOWN-AGE-COUNT
067500         GO TO 2400-EXIT
067600     END-IF.
067700     COMPUTE DL1J-ITEM-AGE =
067800             DL1J-CYCLE-DAY-NUMBER - DL1J-DAY-NUMBER.
067900     MOVE 'N' TO DL1J-MATCH-SWITCH.
068000     PERFORM 2410-MATCH-BAND THRU 2410-EXIT
068100         VARYING DL1J-BAND-SUB FROM 1 BY 1
068200         UNTIL DL1J-BAND-SUB > DL1J-DATED-BANDS
068300             OR DL1J-ENTRY-MATCHED.
068400 2400-EXIT.
068500     EXIT.
068600
068700 2410-MATCH-BAND.
068800     IF DL1J-ITEM-AGE NOT > DL1J-BAND-LIMIT (DL1J-BAND-SUB)
068900         SET DL1J-ENTRY-MATCHED TO TRUE
069000         MOVE DL1J-BAND-SUB TO DL1J-ITEM-BAND
069100     END-IF.
069200 2410-EXIT.
069300     EXIT.
069400
069500******************************************************************
069600*    2500-CLOSE-BLOCK - LIST THE BLOCK BEING GATHERED, IF ANY,   *
069700*    AND WRITE IT TO DL1JREQ AS ONE QUEUE REQUEST.               *
069800******************************************************************
069900 2500-CLOSE-BLOCK.
070000     IF NOT DL1J-BLOCK-OPEN
070100         GO TO 2500-EXIT
070200     END-IF.
070300     MOVE 'N' TO DL1J-BLOCK-SWITCH.
070400     ADD 1 TO DL1J-CANDIDATE-COUNT.
070500     ADD 1 TO DL1J-OWN-BLOCKS (DL1J-BLOCK-OWN-SUB).
070600     MOVE DL1J-BLOCK-OWNER TO DL1J-BLOCK-RUN-OWNER.
070700     MOVE DL1J-OWN-BLOCKS (DL1J-BLOCK-OWN-SUB)
070800         TO DL1J-BLOCK-RUN-SEQ.
070900     MOVE SPACES            TO DL1-REQ-RECORD.
071000     MOVE DL1J-BLOCK-LOW    TO DL1-REQ-START-VALUE.
071100     MOVE DL1J-BLOCK-HIGH   TO DL1-REQ-END-VALUE.
071200     MOVE 1                 TO DL1-REQ-STEP-VALUE.
071300     MOVE 'A'               TO DL1-REQ-DIRECTION.
071400     MOVE DL1J-BLOCK-RUN-ID TO DL1-REQ-RUN-ID.
071500     WRITE DL1-REQ-RECORD.
071600     IF DL1J-REQ-STATUS NOT = '00'
071700         MOVE 16 TO DL1J-RETURN-CODE
071800         DISPLAY 'DL1763E WRITE TO DL1JREQ FAILED, STATUS='
071900             DL1J-REQ-STATUS
072000         GO TO 2500-EXIT
072100     END-IF.
072200     MOVE DL1J-BLOCK-OWNER  TO DL1J-RPT-DTL-OWNER.
072300     MOVE DL1J-BLOCK-LOW    TO DL1J-RPT-DTL-START.
072400     MOVE DL1J-BLOCK-HIGH   TO DL1J-RPT-DTL-END.
072500     MOVE DL1J-BLOCK-ITEMS  TO DL1J-RPT-DTL-ITEMS.
072600     MOVE DL1J-BLOCK-RUN-ID TO DL1J-RPT-DTL-RUN-ID.
072700     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
072800 2500-EXIT.
072900     EXIT.
073000
073100******************************************************************
073200*    4000-ORDER-OWNERS - FIX THE PRINT ORDER ONCE: REPEATEDLY    *
073300*    TAKE THE LOWEST SORT KEY NOT YET TAKEN, SO THE OWNERS COME  *
073400*    OUT IN CODE ORDER WITH THE UNASSIGNED LINE AFTER THEM.      *
073500******************************************************************
073600 4000-ORDER-OWNERS.
073700     PERFORM 4100-TAKE-NEXT-OWNER THRU 4100-EXIT
073800         VARYING DL1J-SUB-1 FROM 1 BY 1
073900         UNTIL DL1J-SUB-1 > DL1J-OWN-COUNT.
074000 4000-EXIT.
074100     EXIT.
074200
074300 4100-TAKE-NEXT-OWNER.
074400     MOVE ZERO TO DL1J-PICK-SUB.
074500     PERFORM 4110-COMPARE-OWNER THRU 4110-EXIT
074600         VARYING DL1J-OWN-SUB FROM 1 BY 1
074700         UNTIL DL1J-OWN-SUB > DL1J-OWN-COUNT.
074800     MOVE 'Y' TO DL1J-OWN-ORDERED (DL1J-PICK-SUB).
074900     MOVE DL1J-PICK-SUB TO DL1J-ORDER-SUB (DL1J-SUB-1).
075000 4100-EXIT.
075100     EXIT.
075200
075300 4110-COMPARE-OWNER.
075400     IF DL1J-OWN-ORDERED (DL1J-OWN-SUB) = 'Y'
075500         GO TO 4110-EXIT
075600     END-IF.
075700     IF DL1J-PICK-SUB = ZERO
075800         MOVE DL1J-OWN-SUB TO DL1J-PICK-SUB
075900         GO TO 4110-EXIT
076000     END-IF.
076100     IF DL1J-OWN-SORT-KEY (DL1J-OWN-SUB)
076200             < DL1J-OWN-SORT-KEY (DL1J-PICK-SUB)
076300         MOVE DL1J-OWN-SUB TO DL1J-PICK-SUB
076400     END-IF.
076500 4110-EXIT.
076600     EXIT.
076700
076800******************************************************************
076900*    5000-REPORT-SUMMARY - ONE LINE PER OWNER WITH ITS ITEMS IN  *
077000*    EACH AGE BAND, THEN THE TOTAL LINE.                         *
077100******************************************************************
077200 5000-REPORT-SUMMARY.
077300     IF DL1J-OWN-COUNT = ZERO
077400         GO TO 5000-EXIT
077500     END-IF.
077600     MOVE '-- BACKLOG BY OWNER AND AGE --'
077700         TO DL1J-RPT-SECTION-TEXT.
077800     PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT.
077900     MOVE DL1J-RPT-SUMMARY-HEADING TO DL1J-RPT-SECTION-TEXT.
078000     PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT.
078100     PERFORM 5100-REPORT-ONE-OWNER THRU 5100-EXIT
078200         VARYING DL1J-SUB-1 FROM 1 BY 1
078300         UNTIL DL1J-SUB-1 > DL1J-OWN-COUNT.
078400     MOVE SPACES TO DL1J-RPT-SUMMARY-LINE.
078500     MOVE 'ALL ' TO DL1J-RPT-SUM-OWNER.
078600     PERFORM 5200-MOVE-TOTAL-BAND THRU 5200-EXIT
078700         VARYING DL1J-BAND-SUB FROM 1 BY 1
078800         UNTIL DL1J-BAND-SUB > DL1J-UNKNOWN-BAND.
078900     MOVE DL1J-UNPROCESSED-COUNT TO DL1J-RPT-SUM-TOTAL.
079000     IF DL1J-TOTAL-OLDEST-DATE > ZERO
079100         MOVE DL1J-TOTAL-OLDEST-DATE TO DL1J-RPT-SUM-OLDEST
079200     END-IF.
079300     PERFORM 7300-WRITE-SUMMARY-LINE THRU 7300-EXIT.
079400 5000-EXIT.
079500     EXIT.
079600
079700 5100-REPORT-ONE-OWNER.
079800     MOVE DL1J-ORDER-SUB (DL1J-SUB-1) TO DL1J-OWN-SUB.
079900     MOVE SPACES TO DL1J-RPT-SUMMARY-LINE.
080000     MOVE DL1J-OWN-CODE (DL1J-OWN-SUB) TO DL1J-RPT-SUM-OWNER.
080100     PERFORM 5110-MOVE-OWNER-BAND THRU 5110-EXIT
080200         VARYING DL1J-BAND-SUB FROM 1 BY 1
080300         UNTIL DL1J-BAND-SUB > DL1J-UNKNOWN-BAND.
080400     MOVE DL1J-OWN-TOTAL (DL1J-OWN-SUB) TO DL1J-RPT-SUM-TOTAL.
080500     IF DL1J-OWN-OLDEST (DL1J-OWN-SUB) > ZERO
080600         MOVE DL1J-OWN-OLDEST (DL1J-OWN-SUB)
080700             TO DL1J-RPT-SUM-OLDEST
080800     END-IF.
080900     PERFORM 7300-WRITE-SUMMARY-LINE THRU 7300-EXIT.
081000 5100-EXIT.
081100     EXIT.
081200
081300 5110-MOVE-OWNER-BAND.
081400     MOVE DL1J-OWN-BAND-ITEMS (DL1J-OWN-SUB DL1J-BAND-SUB)
081500         TO DL1J-RPT-SUM-ITEMS (DL1J-BAND-SUB).
081600 5110-EXIT.
081700     EXIT.
081800
081900 5200-MOVE-TOTAL-BAND.
082000     MOVE DL1J-TOTAL-BAND-ITEMS (DL1J-BAND-SUB)
082100         TO DL1J-RPT-SUM-ITEMS (DL1J-BAND-SUB).
082200 5200-EXIT.
082300     EXIT.
082400
082500 7000-WRITE-REPORT-LINE.
082600     IF DL1J-RPT-LINE-COUNT >= DL1J-RPT-LINES-PER-PAGE
082700         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
082800     END-IF.
082900     MOVE DL1J-RPT-DETAIL-LINE TO DL1-JRP-RECORD.
083000     WRITE DL1-JRP-RECORD.
083100     ADD 1 TO DL1J-RPT-LINE-COUNT.
083200 7000-EXIT.
083300     EXIT.
083400
083500 7100-WRITE-REPORT-HEADING.
083600     ADD 1 TO DL1J-RPT-PAGE-NUMBER.
083700     MOVE DL1J-CURRENT-DATE    TO DL1J-RPT-H1-DATE.
083800     MOVE DL1J-RPT-PAGE-NUMBER TO DL1J-RPT-H1-PAGE.
083900     MOVE DL1J-CYCLE-DATE      TO DL1J-RPT-H2-CYCLE-DATE.
084000     MOVE DL1J-RPT-HEADING-1   TO DL1-JRP-RECORD.
084100     WRITE DL1-JRP-RECORD.
084200     MOVE DL1J-RPT-HEADING-2   TO DL1-JRP-RECORD.
084300     WRITE DL1-JRP-RECORD.
084400     MOVE ZERO TO DL1J-RPT-LINE-COUNT.
084500 7100-EXIT.
084600     EXIT.
084700
084800 7200-WRITE-SECTION-LINE.
084900     IF DL1J-RPT-LINE-COUNT >= DL1J-RPT-LINES-PER-PAGE
085000         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
085100     END-IF.
085200     MOVE DL1J-RPT-SECTION-LINE TO DL1-JRP-RECORD.
085300     WRITE DL1-JRP-RECORD.
085400     ADD 1 TO DL1J-RPT-LINE-COUNT.
085500 7200-EXIT.
085600     EXIT.
085700
085800 7300-WRITE-SUMMARY-LINE.
085900     IF DL1J-RPT-LINE-COUNT >= DL1J-RPT-LINES-PER-PAGE
086000         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
086100     END-IF.
086200     MOVE DL1J-RPT-SUMMARY-LINE TO DL1-JRP-RECORD.
086300     WRITE DL1-JRP-RECORD.
086400     ADD 1 TO DL1J-RPT-LINE-COUNT.
086500 7300-EXIT.
086600     EXIT.
086700
086800******************************************************************
086900*    8000-TERMINATE - THE COUNTS ON THE REPORT, CLOSE WHAT WAS   *
087000*    OPENED, AND GIVE THE OPERATOR THE VERDICT.  UNASSIGNED OR   *
087100*    UNKNOWN-AGE BACKLOG IS A WARNING.                           *
087200******************************************************************
087300 8000-TERMINATE.
087400     IF DL1J-RETURN-CODE = ZERO
087500         AND (DL1J-UNASSIGNED-COUNT > ZERO
087600           OR DL1J-UNKNOWN-AGE-COUNT > ZERO)
087700         MOVE 4 TO DL1J-RETURN-CODE
087800         DISPLAY 'DL1764W ' DL1J-UNASSIGNED-COUNT
087900             ' UNASSIGNED AND ' DL1J-UNKNOWN-AGE-COUNT
088000             ' UNKNOWN-AGE ITEMS IN THE BACKLOG'
088100     END-IF.
088200     IF DL1J-RPT-PAGE-NUMBER > ZERO
088300         MOVE 'ITEMS READ:         ' TO DL1J-RPT-FTR-LABEL
088400         MOVE DL1J-ITEMS-READ TO DL1J-RPT-FTR-COUNT
088500         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
088600         MOVE '  PROCESSED:        ' TO DL1J-RPT-FTR-LABEL
088700         MOVE DL1J-PROCESSED-COUNT TO DL1J-RPT-FTR-COUNT
088800         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
088900         MOVE '  OTHER STATUS:     ' TO DL1J-RPT-FTR-LABEL
089000         MOVE DL1J-OTHER-STATUS-COUNT TO DL1J-RPT-FTR-COUNT
089100         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
089200         MOVE '  UNPROCESSED:      ' TO DL1J-RPT-FTR-LABEL
089300         MOVE DL1J-UNPROCESSED-COUNT TO DL1J-RPT-FTR-COUNT
089400         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
089500         MOVE '    UNASSIGNED:     ' TO DL1J-RPT-FTR-LABEL
089600         MOVE DL1J-UNASSIGNED-COUNT TO DL1J-RPT-FTR-COUNT
089700         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
089800         MOVE '    AGE UNKNOWN:    ' TO DL1J-RPT-FTR-LABEL
089900         MOVE DL1J-UNKNOWN-AGE-COUNT TO DL1J-RPT-FTR-COUNT
090000         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
090100         MOVE 'CANDIDATE RANGES:   ' TO DL1J-RPT-FTR-LABEL
090200         MOVE DL1J-CANDIDATE-COUNT TO DL1J-RPT-FTR-COUNT
090300         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
090400         CLOSE DL1-JRP-FILE
090500     END-IF.
090600     IF DL1J-WIM-FILE-OPENED
090700         CLOSE DL1-WIM-FILE
090800     END-IF.
090900     IF DL1J-REQ-FILE-OPENED
091000         CLOSE DL1-REQ-FILE
091100     END-IF.
091200     IF DL1J-RETURN-CODE < 8
091300         DISPLAY 'DL1769I BACKLOG AGING REPORT COMPLETE - '
091400             DL1J-UNPROCESSED-COUNT ' UNPROCESSED ITEMS IN '
091500             DL1J-CANDIDATE-COUNT ' CANDIDATE RANGES'
091600     ELSE
091700         DISPLAY 'DL1769E BACKLOG AGING REPORT FAILED - '
091800             'RETURN-CODE ' DL1J-RETURN-CODE
091900     END-IF.
092000 8000-EXIT.
092100     EXIT.
092200
092300 8050-WRITE-FOOTER-LINE.
092400     MOVE DL1J-RPT-FOOTER-LINE TO DL1-JRP-RECORD.
092500     WRITE DL1-JRP-RECORD.
092600 8050-EXIT.
092700     EXIT.
092800
092900******************************************************************
093000*    9100-DATE-TO-DAY-NUMBER - TURN DL1J-WORK-DATE (YYYYMMDD)    *
093100*    INTO A SERIAL DAY NUMBER IN DL1J-DAY-NUMBER, EXACTLY AS     *
093200*    DOWHILEMONITOR DOES: WHOLE YEARS BEFORE THIS ONE (WITH      *
093300*    THEIR LEAP DAYS), DAYS IN WHOLE MONTHS BEFORE THIS ONE      *
093400*    (PLUS ONE WHEN THIS IS A LEAP YEAR PAST FEBRUARY), PLUS THE *
093500*    DAY OF THE MONTH.                                           *
093600******************************************************************
093700 9100-DATE-TO-DAY-NUMBER.
093800     COMPUTE DL1J-PRIOR-YEAR = DL1J-WORK-YEAR - 1.
093900     COMPUTE DL1J-DAY-NUMBER =
094000             DL1J-PRIOR-YEAR * 365
094100             + DL1J-PRIOR-YEAR / 4
094200             - DL1J-PRIOR-YEAR / 100
094300             + DL1J-PRIOR-YEAR / 400
094400             + DL1J-DAYS-BEFORE-MONTH (DL1J-WORK-MONTH)
094500             + DL1J-WORK-DAY.
094510     PERFORM 9150-SET-LEAP-YEAR THRU 9150-EXIT.
094520     IF DL1J-LEAP-YEAR AND DL1J-WORK-MONTH > 2
094530         ADD 1 TO DL1J-DAY-NUMBER
094540     END-IF.
094550 9100-EXIT.
094560     EXIT.
094570
094580******************************************************************
094590*    9150-SET-LEAP-YEAR - IS DL1J-WORK-YEAR A LEAP YEAR: EVERY   *
094591*    FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY 400.         *
094592******************************************************************
094593 9150-SET-LEAP-YEAR.
094600     MOVE 'N' TO DL1J-LEAP-SWITCH.
094700     DIVIDE DL1J-WORK-YEAR BY 4 GIVING DL1J-LEAP-QUOTIENT
094800         REMAINDER DL1J-LEAP-REM.
094900     IF DL1J-LEAP-REM = ZERO
095000         SET DL1J-LEAP-YEAR TO TRUE
095100         DIVIDE DL1J-WORK-YEAR BY 100 GIVING DL1J-LEAP-QUOTIENT
095200             REMAINDER DL1J-LEAP-REM
095300         IF DL1J-LEAP-REM = ZERO
095400             MOVE 'N' TO DL1J-LEAP-SWITCH
095500             DIVIDE DL1J-WORK-YEAR BY 400
095600                 GIVING DL1J-LEAP-QUOTIENT REMAINDER DL1J-LEAP-REM
095700             IF DL1J-LEAP-REM = ZERO
095800                 SET DL1J-LEAP-YEAR TO TRUE
095900             END-IF
096000         END-IF
096100     END-IF.
096500 9150-EXIT.
096600     EXIT.
096700
096800******************************************************************
096900*    9200-CHECK-DATE - IS DL1J-WORK-DATE A REAL CALENDAR DATE:   *
097000*    MONTH 01-12 AND A DAY FROM 01 TO THE LAST OF THAT MONTH,    *
097100*    FEBRUARY HAVING 29 IN A LEAP YEAR.  SETS DL1J-DATE-VALID.   *
097200******************************************************************
097300 9200-CHECK-DATE.
097400     MOVE 'N' TO DL1J-DATE-SWITCH.
097500     IF DL1J-WORK-MONTH < 01 OR DL1J-WORK-MONTH > 12
097600         OR DL1J-WORK-DAY < 01
097700         GO TO 9200-EXIT
097800     END-IF.
097900     PERFORM 9150-SET-LEAP-YEAR THRU 9150-EXIT.
098000     MOVE DL1J-DAYS-IN-MONTH (DL1J-WORK-MONTH)
098100         TO DL1J-MONTH-LAST-DAY.
098200     IF DL1J-LEAP-YEAR AND DL1J-WORK-MONTH = 2
098300         ADD 1 TO DL1J-MONTH-LAST-DAY
098400     END-IF.
098500     IF DL1J-WORK-DAY > DL1J-MONTH-LAST-DAY
098600         GO TO 9200-EXIT
098700     END-IF.
098800     SET DL1J-DATE-VALID TO TRUE.
098900 9200-EXIT.
099000     EXIT.
