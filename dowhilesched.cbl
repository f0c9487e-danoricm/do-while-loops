000100******************************************************************
000200*                                                                *
000300*    PROGRAM:  DOWHILESCHED                                     *
000400*    AUTHOR:   D. ORIC, BATCH SYSTEMS GROUP                     *
000500*    INSTALLATION: CENTRAL DATA CENTER                          *
000600*    DATE-WRITTEN: 10/15/2026                                   *
000700*                                                                *
000800*    REMARKS.                                                   *
000900*    EXPECTED-RUN REPORT.  DOWHILEMONITOR ONLY SEES RUNS THAT    *
001000*    STARTED AND FAILED; A RUN THAT WAS NEVER SUBMITTED LEAVES   *
001100*    NOTHING BEHIND FOR IT TO FIND.  THIS PROGRAM WORKS FROM THE *
001200*    OTHER END: THE SCHEDULE FILE (DL1SCH) SAYS WHICH RUN-IDS    *
001300*    AND RANGES ARE DUE ON WHICH WEEKDAYS AND BY WHAT TIME, AND  *
001400*    FOR ONE BUSINESS DATE EVERY ENTRY DUE THAT DAY IS MATCHED   *
001500*    AGAINST THE CONTROL HISTORY (DL1CTLH) BY RANGE AND START    *
001600*    DATE.  EACH ENTRY IS REPORTED ON TIME, LATE (FINISHED AFTER *
001700*    ITS DEADLINE), PENDING (NOT FINISHED, DEADLINE NOT YET      *
001800*    PASSED) OR MISSED.  FOR A MISSED ENTRY THE RUN-RESULTS      *
001900*    MASTER (DL1RUNM) IS CONSULTED TO SAY WHETHER THE RUN WAS    *
002000*    TRIED AND REJECTED OR NEVER RAN AT ALL.  ANY TRAILER FOR    *
002100*    THE DATE THAT MATCHES NO ENTRY IS LISTED AS UNSCHEDULED.    *
002200*    EVERY MISSED RUN IS ALSO UPSERTED ONTO THE KEYED EXCEPTION  *
002300*    FILE (DL1XCP) AS TYPE 'MR', KEYED BY RUN-ID AND BUSINESS    *
002400*    DATE, SO IT JOINS THE MONITOR'S WORKLIST AND IS CLEARED     *
002500*    THROUGH DOWHILEEXCACK LIKE ANY OTHER EXCEPTION.             *
002600*    RETURN-CODE 8 MEANS A RUN WAS MISSED; 4 MEANS ONLY LATE OR  *
002700*    UNSCHEDULED RUNS WERE FOUND.                                *
002800*                                                                *
002900*    THE PARM IS THE BUSINESS DATE (YYYYMMDD); BLANK MEANS       *
003000*    TODAY.                                                      *
003100*                                                                *
003200*    MODIFICATION HISTORY.                                      *
003300*    10/15/2026  DRO  ORIGINAL VERSION.                         *
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID.    DoWhileSched.
003700 AUTHOR.        D. ORIC.
003800 INSTALLATION.  CENTRAL DATA CENTER.
003900 DATE-WRITTEN.  10/15/2026.
004000 DATE-COMPILED.
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500*    EXPECTED-RUN SCHEDULE, MAINTAINED BY HAND - READ-ONLY.
004600     SELECT DL1-SCH-FILE ASSIGN TO "DL1SCH"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS DL1S-SCH-STATUS.
004900*    CONTROL-RECORD HISTORY APPENDED BY DOWHILELOOP - READ-ONLY.
005000     SELECT DL1-CTH-FILE ASSIGN TO "DL1CTLH"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS DL1S-CTH-STATUS.
005300*    RUN-RESULTS MASTER MAINTAINED BY DOWHILERUNLOAD - READ BY
005400*    KEY FROM THE BUSINESS DATE FORWARD.
005500     SELECT DL1-RNM-FILE ASSIGN TO "DL1RUNM"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS DL1-RNM-KEY
005900         FILE STATUS IS DL1S-RNM-STATUS.
006000*    KEYED EXCEPTION TRACKING FILE SHARED WITH DOWHILEMONITOR -
006100*    MISSED RUNS ARE UPSERTED HERE.
006200     SELECT DL1-XCP-FILE ASSIGN TO "DL1XCP"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS DL1-XCP-KEY
006600         FILE STATUS IS DL1S-XCP-STATUS.
006700*    THIS REPORT'S OWN PRINTED OUTPUT - NORMALLY TO SYSOUT.
006800     SELECT DL1-SRP-FILE ASSIGN TO "DL1SRPT"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS DL1S-SRP-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  DL1-SCH-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY DL1SCHR.
007700
007800 FD  DL1-CTH-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY DL1CTHR.
008100
008200 FD  DL1-RNM-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY DL1RNMR.
008500
008600 FD  DL1-XCP-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY DL1XCPR.
008900
009000 FD  DL1-SRP-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY DL1SRPR.
009300
009400 WORKING-STORAGE SECTION.
009500******************************************************************
009600*    PARAMETER AREA - THE BUSINESS DATE BEING CHECKED.           *
009700******************************************************************
009800 01  DL1S-PARM-TEXT              PIC X(08) VALUE SPACES.
009900 01  DL1S-PARM-FIELDS REDEFINES DL1S-PARM-TEXT.
010000     05  DL1S-PARM-DATE          PIC 9(08).
010500
010600 01  DL1S-BUSINESS-DATE          PIC 9(08) VALUE ZERO.
010700 01  DL1S-BUSINESS-DAY-NUMBER    PIC 9(07) VALUE ZERO.
010800 01  DL1S-TODAY-DAY-NUMBER       PIC 9(07) VALUE ZERO.
010900*    0 = MONDAY THROUGH 6 = SUNDAY; DL1S-WEEKDAY-POS IS THE SAME
011000*    DAY AS A POSITION IN THE SCHEDULE DAY MASK.
011100 01  DL1S-WEEKDAY                PIC 9(01) VALUE ZERO.
011200 01  DL1S-WEEKDAY-POS            PIC 9(01) VALUE ZERO.
011300 01  DL1S-WEEK-COUNT             PIC 9(07) VALUE ZERO.
011400*    THE LAST BUSINESS DATE ANY ENTRY CAN STILL BE DUE ON - THE
011500*    LARGEST DEADLINE-DAYS ALLOWED IS 9.
011600 01  DL1S-LAST-DUE-DAY-NUMBER    PIC 9(07) VALUE ZERO.
011700 01  DL1S-DUE-DAY-NUMBER         PIC 9(07) VALUE ZERO.
011800
011900 01  DL1S-SCHED-READ-COUNT       PIC 9(09) VALUE ZERO.
012000 01  DL1S-ON-TIME-COUNT          PIC 9(09) VALUE ZERO.
012100 01  DL1S-LATE-COUNT             PIC 9(09) VALUE ZERO.
012200 01  DL1S-PENDING-COUNT          PIC 9(09) VALUE ZERO.
012300 01  DL1S-MISSED-COUNT           PIC 9(09) VALUE ZERO.
012400 01  DL1S-EXTRA-COUNT            PIC 9(09) VALUE ZERO.
012500 01  DL1S-TRAILERS-READ          PIC 9(09) VALUE ZERO.
012600 01  DL1S-RETURN-CODE            PIC 9(04) VALUE ZERO.
012700 01  DL1S-ERROR-MSG              PIC X(60) VALUE SPACES.
012800 01  DL1S-CURRENT-DATE           PIC 9(08) VALUE ZERO.
012900 01  DL1S-CURRENT-TIME           PIC 9(08) VALUE ZERO.
013000 01  DL1S-CURRENT-TIME-SPLIT REDEFINES DL1S-CURRENT-TIME.
013100     05  DL1S-CURRENT-HHMM       PIC 9(04).
013200     05  FILLER                  PIC 9(04).
013300 01  DL1S-SCH-STATUS             PIC XX.
013400 01  DL1S-CTH-STATUS             PIC XX.
013500 01  DL1S-RNM-STATUS             PIC XX.
013600 01  DL1S-XCP-STATUS             PIC XX.
013700 01  DL1S-SRP-STATUS             PIC XX.
013800 01  DL1S-MASK-Y-COUNT           PIC 9(04) VALUE ZERO.
013900 01  DL1S-MASK-N-COUNT           PIC 9(04) VALUE ZERO.
014000
014100*    A CONTROL-HISTORY STAMP (DATE AND TIME AS ONE 16-DIGIT
014200*    NUMBER) SPLIT SO ITS DATE AND HHMM CAN BE COMPARED.
014300 01  DL1S-STAMP-WORK             PIC 9(16) VALUE ZERO.
014400 01  DL1S-STAMP-SPLIT REDEFINES DL1S-STAMP-WORK.
014500     05  DL1S-STAMP-DATE         PIC 9(08).
014600     05  DL1S-STAMP-HHMM         PIC 9(04).
014700     05  FILLER                  PIC 9(04).
014800
014900*    THE FINDING BEING UPSERTED, CARRIED HERE SO THE REPORT
015000*    NEVER TOUCHES THE EXCEPTION RECORD AREA DIRECTLY.
015100 01  DL1S-XCP-WORK.
015200     05  DL1S-XW-TYPE            PIC X(02).
015300     05  DL1S-XW-NAME            PIC X(08).
015400     05  DL1S-XW-QUALIFIER       PIC X(08).
015500     05  DL1S-XW-START           PIC 9(09).
015600     05  DL1S-XW-END             PIC 9(09).
015700     05  DL1S-XW-LAST            PIC 9(09).
015800
015900******************************************************************
016000*    SCHEDULE TABLE - EVERY DL1SCH ENTRY DUE ON THE BUSINESS     *
016100*    DATE, WITH WHAT THE CONTROL HISTORY AND THE RUN MASTER      *
016200*    SHOWED FOR IT.                                              *
016300******************************************************************
016400 01  DL1S-ENTRY-LIMIT            PIC 9(04) VALUE 100.
016500 01  DL1S-ENTRY-COUNT            PIC 9(04) VALUE ZERO.
016600 01  DL1S-ENTRY-TABLE.
016700     05  DL1S-ENTRY OCCURS 100 TIMES.
016800         10  DL1S-ENT-RUN-ID     PIC X(08).
016900         10  DL1S-ENT-START      PIC 9(09).
017000         10  DL1S-ENT-END        PIC 9(09).
017100         10  DL1S-ENT-DEADLINE   PIC 9(04).
017200         10  DL1S-ENT-DUE-DAYS   PIC 9(01).
017300*        ' ' NOTHING SEEN YET, 'P' A TRAILER SUSPENDED AT THE
017400*        BATCH-WINDOW CUTOFF, 'O' FINISHED ON TIME, 'L' LATE.
017500         10  DL1S-ENT-STATE      PIC X(01).
017600         10  DL1S-ENT-END-DATE   PIC 9(08).
017700         10  DL1S-ENT-END-HHMM   PIC 9(04).
017800*        THE WORST ATTEMPT ON THE RUN MASTER FOR THE SAME RANGE,
017900*        KEPT FOR THE NOTE ON A MISSED ENTRY.
018000         10  DL1S-ENT-ATTEMPT    PIC X(01).
018100         10  DL1S-ENT-ATTEMPT-RC PIC 9(04).
018200
018300******************************************************************
018400*    UNSCHEDULED TABLE - TRAILERS FOR THE BUSINESS DATE THAT NO  *
018500*    SCHEDULE ENTRY ACCOUNTS FOR, HELD UNTIL THE SCHEDULED       *
018600*    SECTION OF THE REPORT HAS BEEN PRINTED.                     *
018700******************************************************************
018800 01  DL1S-EXTRA-LIMIT            PIC 9(04) VALUE 100.
018900 01  DL1S-EXTRA-TABLED           PIC 9(04) VALUE ZERO.
019000 01  DL1S-EXTRA-TABLE.
019100     05  DL1S-EXTRA OCCURS 100 TIMES.
019200         10  DL1S-EXT-START      PIC 9(09).
019300         10  DL1S-EXT-END        PIC 9(09).
019400         10  DL1S-EXT-END-DATE   PIC 9(08).
019500         10  DL1S-EXT-END-HHMM   PIC 9(04).
019600         10  DL1S-EXT-NOTE       PIC X(17).
019700
019800 01  DL1S-SUB-1                  PIC 9(04) VALUE ZERO.
019900 01  DL1S-MATCH-SUB              PIC 9(04) VALUE ZERO.
020000 01  DL1S-REPEAT-SUB             PIC 9(04) VALUE ZERO.
020100
020200 01  DL1S-DAY-NAMES-TEXT         PIC X(21) VALUE
020300         'MONTUEWEDTHUFRISATSUN'.
020400 01  DL1S-DAY-NAMES-TABLE REDEFINES DL1S-DAY-NAMES-TEXT.
020500     05  DL1S-DAY-NAME           OCCURS 7 TIMES PIC X(03).
020600
020700******************************************************************
020800*    DATE ARITHMETIC AREA - THE SAME SERIAL DAY NUMBER WORK AS   *
020900*    DOWHILEMONITOR, SO THE WEEKDAY AND THE DEADLINE DAY CAN BE  *
021000*    FOUND ACROSS MONTH AND YEAR ENDS.                           *
021100******************************************************************
021200 01  DL1S-WORK-DATE              PIC 9(08) VALUE ZERO.
021300 01  DL1S-WORK-DATE-SPLIT REDEFINES DL1S-WORK-DATE.
021400     05  DL1S-WORK-YEAR          PIC 9(04).
021500     05  DL1S-WORK-MONTH         PIC 9(02).
021600     05  DL1S-WORK-DAY           PIC 9(02).
021700 01  DL1S-DAY-NUMBER             PIC 9(07) VALUE ZERO.
021800 01  DL1S-PRIOR-YEAR             PIC 9(04) VALUE ZERO.
021900 01  DL1S-LEAP-REM               PIC 9(04) VALUE ZERO.
021950 01  DL1S-LEAP-QUOTIENT          PIC 9(04) VALUE ZERO.
022000
022100 01  DL1S-MONTH-DAYS-TEXT.
022200     05  FILLER                  PIC X(18) VALUE
022300             '000031059090120151'.
022400     05  FILLER                  PIC X(18) VALUE
022500             '181212243273304334'.
022600 01  DL1S-MONTH-DAYS-TABLE REDEFINES DL1S-MONTH-DAYS-TEXT.
022700     05  DL1S-DAYS-BEFORE-MONTH  OCCURS 12 TIMES PIC 9(03).
022710*    THE DAYS IN EACH MONTH, FOR 9200-CHECK-DATE - FEBRUARY GAINS
022720*    ONE IN A LEAP YEAR.
022730 01  DL1S-MONTH-LENGTH-TEXT      PIC X(24) VALUE
022740         '312831303130313130313031'.
022750 01  DL1S-MONTH-LENGTH-TABLE REDEFINES DL1S-MONTH-LENGTH-TEXT.
022760     05  DL1S-DAYS-IN-MONTH      OCCURS 12 TIMES PIC 9(02).
022770 01  DL1S-MONTH-LAST-DAY         PIC 9(02) VALUE ZERO.
022800
022900 01  DL1S-SWITCHES.
023000     05  DL1S-SCH-EOF-SWITCH     PIC X(01) VALUE 'N'.
023100         88  DL1S-END-OF-SCHEDULE       VALUE 'Y'.
023200     05  DL1S-CTH-EOF-SWITCH     PIC X(01) VALUE 'N'.
023300         88  DL1S-END-OF-HISTORY        VALUE 'Y'.
023400     05  DL1S-RNM-EOF-SWITCH     PIC X(01) VALUE 'N'.
023500         88  DL1S-END-OF-MASTER         VALUE 'Y'.
023600     05  DL1S-LEAP-SWITCH        PIC X(01) VALUE 'N'.
023700         88  DL1S-LEAP-YEAR             VALUE 'Y'.
023800     05  DL1S-XCP-OPEN-SWITCH    PIC X(01) VALUE 'N'.
023900         88  DL1S-XCP-FILE-OPENED       VALUE 'Y'.
024000     05  DL1S-MATCH-SWITCH       PIC X(01) VALUE 'N'.
024100         88  DL1S-ENTRY-MATCHED         VALUE 'Y'.
024110     05  DL1S-DATE-SWITCH        PIC X(01) VALUE 'N'.
024120         88  DL1S-DATE-VALID            VALUE 'Y'.
024200
024300******************************************************************
024400*    REPORT AREA - PAGE-HEADED IN THE SAME STYLE AS DL1RPT.      *
024500******************************************************************
024600 01  DL1S-RPT-LINE-COUNT         PIC 9(04) VALUE ZERO.
024700 01  DL1S-RPT-LINES-PER-PAGE     PIC 9(04) VALUE 50.
024800 01  DL1S-RPT-PAGE-NUMBER        PIC 9(04) VALUE ZERO.
024900
025000 01  DL1S-RPT-HEADING-1.
025100     05  FILLER                  PIC X(01) VALUE SPACE.
025200     05  FILLER                  PIC X(34) VALUE
025300             'DOWHILESCHED - EXPECTED RUNS'.
025400     05  FILLER                  PIC X(01) VALUE SPACES.
025500     05  FILLER                  PIC X(05) VALUE 'DATE:'.
025600     05  DL1S-RPT-H1-DATE        PIC 9(08).
025700     05  FILLER                  PIC X(04) VALUE SPACES.
025800     05  FILLER                  PIC X(05) VALUE 'PAGE:'.
025900     05  DL1S-RPT-H1-PAGE        PIC ZZZ9.
026000     05  FILLER                  PIC X(18) VALUE SPACES.
026100
026200 01  DL1S-RPT-HEADING-2.
026300     05  FILLER                  PIC X(01) VALUE SPACE.
026400     05  FILLER                  PIC X(14) VALUE 'BUSINESS DATE='.
026500     05  DL1S-RPT-H2-DATE        PIC 9(08).
026600     05  FILLER                  PIC X(01) VALUE SPACE.
026700     05  DL1S-RPT-H2-DAY         PIC X(03).
026800     05  FILLER                  PIC X(09) VALUE '  AS OF: '.
026900     05  DL1S-RPT-H2-NOW-DATE    PIC 9(08).
027000     05  FILLER                  PIC X(01) VALUE SPACE.
027100     05  DL1S-RPT-H2-NOW-HHMM    PIC 9(04).
027200     05  FILLER                  PIC X(31) VALUE SPACES.
027300
027400 01  DL1S-RPT-COLUMN-HEADING.
027500     05  FILLER                  PIC X(01) VALUE SPACE.
027600     05  FILLER                  PIC X(09) VALUE 'RUN-ID'.
027700     05  FILLER                  PIC X(10) VALUE 'START'.
027800     05  FILLER                  PIC X(10) VALUE 'END'.
027900     05  FILLER                  PIC X(07) VALUE 'DUE'.
028000     05  FILLER                  PIC X(12) VALUE 'STATUS'.
028100     05  FILLER                  PIC X(14) VALUE 'FINISHED'.
028200     05  FILLER                  PIC X(17) VALUE 'NOTE'.
028300
028400 01  DL1S-RPT-DETAIL-LINE.
028500     05  FILLER                  PIC X(01) VALUE SPACE.
028600     05  DL1S-RPT-DTL-RUN-ID     PIC X(08).
028700     05  FILLER                  PIC X(01) VALUE SPACE.
028800     05  DL1S-RPT-DTL-START      PIC ZZZZZZZZ9.
028900     05  FILLER                  PIC X(01) VALUE SPACE.
029000     05  DL1S-RPT-DTL-END        PIC ZZZZZZZZ9.
029100     05  FILLER                  PIC X(01) VALUE SPACE.
029200     05  DL1S-RPT-DTL-DUE        PIC X(06).
029300     05  FILLER                  PIC X(01) VALUE SPACE.
029400     05  DL1S-RPT-DTL-STATUS     PIC X(11).
029500     05  FILLER                  PIC X(01) VALUE SPACE.
029600     05  DL1S-RPT-DTL-END-DATE   PIC X(08).
029700     05  FILLER                  PIC X(01) VALUE SPACE.
029800     05  DL1S-RPT-DTL-END-HHMM   PIC X(04).
029900     05  FILLER                  PIC X(01) VALUE SPACE.
030000     05  DL1S-RPT-DTL-NOTE       PIC X(17).
030100
030200*    THE DEADLINE AS PRINTED: HHMM, AND '+N' WHEN IT FALLS N DAYS
030300*    AFTER THE BUSINESS DATE.
030400 01  DL1S-DUE-TEXT.
030500     05  DL1S-DUE-HHMM           PIC 9(04).
030600     05  DL1S-DUE-PLUS           PIC X(01).
030700     05  DL1S-DUE-DAYS           PIC 9(01).
030800
030900 01  DL1S-RC-NOTE.
031000     05  FILLER                  PIC X(12) VALUE 'REJECTED RC '.
031100     05  DL1S-RC-NOTE-RC         PIC 9(04).
031200
031300 01  DL1S-REPEAT-NOTE.
031400     05  FILLER                  PIC X(07) VALUE 'REPEAT '.
031500     05  DL1S-REPEAT-RUN-ID      PIC X(08).
031600
031700 01  DL1S-RPT-SECTION-LINE.
031800     05  FILLER                  PIC X(01) VALUE SPACE.
031900     05  DL1S-RPT-SECTION-TEXT   PIC X(30).
032000     05  FILLER                  PIC X(49) VALUE SPACES.
032100
032200 01  DL1S-RPT-FOOTER-LINE.
032300     05  FILLER                  PIC X(01) VALUE SPACE.
032400     05  DL1S-RPT-FTR-LABEL      PIC X(20).
032500     05  DL1S-RPT-FTR-COUNT      PIC ZZZZZZZZ9.
032600     05  FILLER                  PIC X(50) VALUE SPACES.
032700
032800 PROCEDURE DIVISION.
032900******************************************************************
033000*    0000-MAINLINE - LOAD THE ENTRIES DUE ON THE BUSINESS DATE,  *
033100*    MATCH THE CONTROL HISTORY AGAINST THEM, LOOK UP ATTEMPTS ON *
033200*    THE RUN MASTER, AND REPORT.                                 *
033300******************************************************************
033400 0000-MAINLINE.
033500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033600     IF DL1S-RETURN-CODE NOT = ZERO
033700         GO TO 0000-MAINLINE-EXIT
033800     END-IF.
033900     PERFORM 2000-MATCH-TRAILERS THRU 2000-EXIT.
034000     IF DL1S-RETURN-CODE NOT = ZERO
034100         GO TO 0000-MAINLINE-EXIT
034200     END-IF.
034300     PERFORM 3000-SCAN-RUN-MASTER THRU 3000-EXIT.
034400     IF DL1S-RETURN-CODE NOT = ZERO
034500         GO TO 0000-MAINLINE-EXIT
034600     END-IF.
034700     PERFORM 4000-REPORT-SCHEDULE THRU 4000-EXIT.
034800     PERFORM 5000-REPORT-UNSCHEDULED THRU 5000-EXIT.
034900 0000-MAINLINE-EXIT.
035000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
035100     MOVE DL1S-RETURN-CODE TO RETURN-CODE.
035200     GOBACK.
035300
035400******************************************************************
035500*    1000-INITIALIZE - FIX THE BUSINESS DATE AND ITS WEEKDAY,    *
035600*    OPEN THE REPORT, TABLE THE ENTRIES DUE THAT DAY, AND OPEN   *
035700*    THE EXCEPTION FILE.                                         *
035800******************************************************************
035900 1000-INITIALIZE.
036000     ACCEPT DL1S-CURRENT-DATE FROM DATE YYYYMMDD.
036100     ACCEPT DL1S-CURRENT-TIME FROM TIME.
036200     ACCEPT DL1S-PARM-TEXT FROM COMMAND-LINE.
036300     PERFORM 1100-VALIDATE-PARM THRU 1100-EXIT.
036400     IF DL1S-RETURN-CODE NOT = ZERO
036500         GO TO 1000-EXIT
036600     END-IF.
036700     OPEN OUTPUT DL1-SRP-FILE.
036800     IF DL1S-SRP-STATUS NOT = '00'
036900         MOVE 16 TO DL1S-RETURN-CODE
037000         DISPLAY 'DL1280E UNABLE TO OPEN DL1SRPT, STATUS='
037100             DL1S-SRP-STATUS
037200         GO TO 1000-EXIT
037300     END-IF.
037400     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
037500     PERFORM 1200-LOAD-SCHEDULE THRU 1200-EXIT.
037600     IF DL1S-RETURN-CODE NOT = ZERO
037700         GO TO 1000-EXIT
037800     END-IF.
037900*    THE EXCEPTION FILE IS CREATED ON FIRST USE, THE SAME WAY
038000*    DOWHILEMONITOR CREATES IT.
038100     OPEN I-O DL1-XCP-FILE.
038200     IF DL1S-XCP-STATUS = '35'
038300         OPEN OUTPUT DL1-XCP-FILE
038400         CLOSE DL1-XCP-FILE
038500         OPEN I-O DL1-XCP-FILE
038600     END-IF.
038700     IF DL1S-XCP-STATUS NOT = '00'
038800         MOVE 16 TO DL1S-RETURN-CODE
038900         DISPLAY 'DL1290E UNABLE TO OPEN DL1XCP, STATUS='
039000             DL1S-XCP-STATUS
039100         GO TO 1000-EXIT
039200     END-IF.
039300     SET DL1S-XCP-FILE-OPENED TO TRUE.
039400 1000-EXIT.
039500     EXIT.
039600
039700******************************************************************
039800*    1100-VALIDATE-PARM - THE BUSINESS DATE, WHEN GIVEN, MUST BE *
039900*    A REAL CALENDAR DATE.  WORK OUT ITS SERIAL DAY NUMBER,      *
040000*    TODAY'S, AND ITS WEEKDAY - DAY 1 OF THE SERIAL COUNT (1     *
040100*    JANUARY OF THE YEAR 1) IS A MONDAY.                         *
040200******************************************************************
040300 1100-VALIDATE-PARM.
040400     IF DL1S-PARM-TEXT = SPACES
040500         MOVE DL1S-CURRENT-DATE TO DL1S-BUSINESS-DATE
040600     ELSE
040700         MOVE 'N' TO DL1S-DATE-SWITCH
040750         IF DL1S-PARM-DATE IS NUMERIC
040800             MOVE DL1S-PARM-DATE TO DL1S-WORK-DATE
040850             PERFORM 9200-CHECK-DATE THRU 9200-EXIT
040900         END-IF
040950         IF NOT DL1S-DATE-VALID
041000             MOVE 16 TO DL1S-RETURN-CODE
041100             MOVE 'DL1281E BUSINESS DATE IS NOT A VALID YYYYMMDD.'
041200                 TO DL1S-ERROR-MSG
041300             DISPLAY DL1S-ERROR-MSG
041400             GO TO 1100-EXIT
041500         END-IF
041600         MOVE DL1S-PARM-DATE TO DL1S-BUSINESS-DATE
041700     END-IF.
041800     MOVE DL1S-CURRENT-DATE TO DL1S-WORK-DATE.
041900     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
042000     MOVE DL1S-DAY-NUMBER TO DL1S-TODAY-DAY-NUMBER.
042100     MOVE DL1S-BUSINESS-DATE TO DL1S-WORK-DATE.
042200     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
042300     MOVE DL1S-DAY-NUMBER TO DL1S-BUSINESS-DAY-NUMBER.
042400     COMPUTE DL1S-LAST-DUE-DAY-NUMBER =
042500             DL1S-BUSINESS-DAY-NUMBER + 9.
042600     DIVIDE 7 INTO DL1S-BUSINESS-DAY-NUMBER
042700         GIVING DL1S-WEEK-COUNT
042800         REMAINDER DL1S-WEEKDAY.
042900*    THE REMAINDER IS ONE AHEAD: DAY NUMBER 1 LEAVES 1, AND THAT
043000*    DAY IS A MONDAY (0).
043100     IF DL1S-WEEKDAY = ZERO
043200         MOVE 6 TO DL1S-WEEKDAY
043300     ELSE
043400         SUBTRACT 1 FROM DL1S-WEEKDAY
043500     END-IF.
043600     COMPUTE DL1S-WEEKDAY-POS = DL1S-WEEKDAY + 1.
043700 1100-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100*    1200-LOAD-SCHEDULE - READ THE SCHEDULE AND TABLE EVERY      *
044200*    ENTRY WHOSE DAY MASK HAS A 'Y' FOR THE BUSINESS DATE'S      *
044300*    WEEKDAY.  A MALFORMED RECORD STOPS THE RUN - A REPORT BUILT *
044400*    ON A SCHEDULE THAT CANNOT BE READ PROVES NOTHING.           *
044500******************************************************************
044600 1200-LOAD-SCHEDULE.
044700     OPEN INPUT DL1-SCH-FILE.
044800     IF DL1S-SCH-STATUS NOT = '00'
044900         MOVE 16 TO DL1S-RETURN-CODE
045000         DISPLAY 'DL1282E UNABLE TO OPEN DL1SCH, STATUS='
045100             DL1S-SCH-STATUS
045200         GO TO 1200-EXIT
045300     END-IF.
045400     PERFORM UNTIL DL1S-END-OF-SCHEDULE
045500         READ DL1-SCH-FILE
045600             AT END
045700                 SET DL1S-END-OF-SCHEDULE TO TRUE
045800             NOT AT END
045900                 PERFORM 1210-TABLE-ONE-ENTRY THRU 1210-EXIT
046000                 IF DL1S-RETURN-CODE NOT = ZERO
046100                     SET DL1S-END-OF-SCHEDULE TO TRUE
046200                 END-IF
046300         END-READ
046400     END-PERFORM.
046500     CLOSE DL1-SCH-FILE.
046600     IF DL1S-RETURN-CODE = ZERO
046700         AND DL1S-ENTRY-COUNT = ZERO
046800         DISPLAY 'DL1292I NO RUNS SCHEDULED FOR '
046900             DL1S-BUSINESS-DATE
047000     END-IF.
047100 1200-EXIT.
047200     EXIT.
047300
047400 1210-TABLE-ONE-ENTRY.
047500     ADD 1 TO DL1S-SCHED-READ-COUNT.
047600     MOVE ZERO TO DL1S-MASK-Y-COUNT.
047700     MOVE ZERO TO DL1S-MASK-N-COUNT.
047800     INSPECT DL1-SCH-DAY-MASK TALLYING
047900         DL1S-MASK-Y-COUNT FOR ALL 'Y'
048000         DL1S-MASK-N-COUNT FOR ALL 'N'.
048100     IF DL1-SCH-RUN-ID = SPACES
048200         OR DL1-SCH-START-VALUE IS NOT NUMERIC
048300         OR DL1-SCH-END-VALUE IS NOT NUMERIC
048400         OR DL1S-MASK-Y-COUNT + DL1S-MASK-N-COUNT NOT = 7
048500         OR DL1-SCH-DEADLINE IS NOT NUMERIC
048600         OR DL1-SCH-DEADLINE-HH > 23
048700         OR DL1-SCH-DEADLINE-MM > 59
048800         OR DL1-SCH-DEADLINE-DAYS IS NOT NUMERIC
048900         MOVE 16 TO DL1S-RETURN-CODE
049000         DISPLAY 'DL1284E SCHEDULE RECORD ' DL1S-SCHED-READ-COUNT
049100             ' IS NOT VALID'
049200         GO TO 1210-EXIT
049300     END-IF.
049400     IF DL1-SCH-DAY-MASK (DL1S-WEEKDAY-POS:1) NOT = 'Y'
049500         GO TO 1210-EXIT
049600     END-IF.
049700     IF DL1S-ENTRY-COUNT >= DL1S-ENTRY-LIMIT
049800         MOVE 16 TO DL1S-RETURN-CODE
049900         DISPLAY 'DL1283E MORE THAN ' DL1S-ENTRY-LIMIT
050000             ' RUNS SCHEDULED FOR ONE DAY'
050100         GO TO 1210-EXIT
050200     END-IF.
050300     ADD 1 TO DL1S-ENTRY-COUNT.
050400     MOVE DL1-SCH-RUN-ID        TO
050500         DL1S-ENT-RUN-ID (DL1S-ENTRY-COUNT).
050600     MOVE DL1-SCH-START-VALUE   TO
050700         DL1S-ENT-START (DL1S-ENTRY-COUNT).
050800     MOVE DL1-SCH-END-VALUE     TO
050900         DL1S-ENT-END (DL1S-ENTRY-COUNT).
051000     MOVE DL1-SCH-DEADLINE      TO
051100         DL1S-ENT-DEADLINE (DL1S-ENTRY-COUNT).
051200     MOVE DL1-SCH-DEADLINE-DAYS TO
051300         DL1S-ENT-DUE-DAYS (DL1S-ENTRY-COUNT).
051400     MOVE SPACE TO DL1S-ENT-STATE (DL1S-ENTRY-COUNT).
051500     MOVE ZERO  TO DL1S-ENT-END-DATE (DL1S-ENTRY-COUNT).
051600     MOVE ZERO  TO DL1S-ENT-END-HHMM (DL1S-ENTRY-COUNT).
051700     MOVE SPACE TO DL1S-ENT-ATTEMPT (DL1S-ENTRY-COUNT).
051800     MOVE ZERO  TO DL1S-ENT-ATTEMPT-RC (DL1S-ENTRY-COUNT).
051900 1210-EXIT.
052000     EXIT.
052100
052200******************************************************************
052300*    2000-MATCH-TRAILERS - READ THE CONTROL HISTORY AND TAKE     *
052400*    EVERY TRAILER WHOSE RUN STARTED ON THE BUSINESS DATE.  NO   *
052500*    HISTORY AT ALL MEANS NOTHING RAN.                           *
052600******************************************************************
052700 2000-MATCH-TRAILERS.
052800     OPEN INPUT DL1-CTH-FILE.
052900     IF DL1S-CTH-STATUS = '35'
053000         DISPLAY 'DL1285I NO CONTROL HISTORY ON HAND'
053100         GO TO 2000-EXIT
053200     END-IF.
053300     IF DL1S-CTH-STATUS NOT = '00'
053400         MOVE 16 TO DL1S-RETURN-CODE
053500         DISPLAY 'DL1286E UNABLE TO OPEN DL1CTLH, STATUS='
053600             DL1S-CTH-STATUS
053700         GO TO 2000-EXIT
053800     END-IF.
053900     PERFORM UNTIL DL1S-END-OF-HISTORY
054000         READ DL1-CTH-FILE
054100             AT END
054200                 SET DL1S-END-OF-HISTORY TO TRUE
054300             NOT AT END
054400                 PERFORM 2100-CHECK-ONE-TRAILER THRU 2100-EXIT
054500         END-READ
054600     END-PERFORM.
054700     CLOSE DL1-CTH-FILE.
054800 2000-EXIT.
054900     EXIT.
055000
055100******************************************************************
055200*    2100-CHECK-ONE-TRAILER - FIND THE ENTRY WITH THE SAME       *
055300*    RANGE, PREFERRING ONE NOT YET FINISHED SO TWO ENTRIES FOR   *
055400*    THE SAME RANGE ARE EACH SATISFIED ONCE.  A TRAILER FOR A    *
055500*    RANGE WHOSE ENTRIES ARE ALL FINISHED IS A REPEAT RUN; ONE   *
055600*    FOR A RANGE WITH NO ENTRY AT ALL NOBODY SCHEDULED.  BOTH    *
055700*    ARE LISTED AS UNSCHEDULED.                                  *
055800******************************************************************
055900 2100-CHECK-ONE-TRAILER.
056000     MOVE DL1-CTH-JOB-START-STAMP TO DL1S-STAMP-WORK.
056100     IF DL1S-STAMP-DATE NOT = DL1S-BUSINESS-DATE
056200         GO TO 2100-EXIT
056300     END-IF.
056400     ADD 1 TO DL1S-TRAILERS-READ.
056500     MOVE ZERO TO DL1S-MATCH-SUB.
056600     MOVE ZERO TO DL1S-REPEAT-SUB.
056700     MOVE 'N'  TO DL1S-MATCH-SWITCH.
056800     PERFORM 2110-MATCH-ENTRY THRU 2110-EXIT
056900         VARYING DL1S-SUB-1 FROM 1 BY 1
057000         UNTIL DL1S-SUB-1 > DL1S-ENTRY-COUNT
057100             OR DL1S-ENTRY-MATCHED.
057200     MOVE DL1-CTH-JOB-END-STAMP TO DL1S-STAMP-WORK.
057300     IF DL1S-ENTRY-MATCHED
057400         PERFORM 2200-APPLY-TRAILER THRU 2200-EXIT
057500         GO TO 2100-EXIT
057600     END-IF.
057700     MOVE SPACES TO DL1S-RPT-DTL-NOTE.
057800     IF DL1S-REPEAT-SUB NOT = ZERO
057900         MOVE DL1S-ENT-RUN-ID (DL1S-REPEAT-SUB)
058000             TO DL1S-REPEAT-RUN-ID
058100         MOVE DL1S-REPEAT-NOTE TO DL1S-RPT-DTL-NOTE
058200     END-IF.
058300     IF DL1-CTH-RUN-STATUS = 'P'
058400         AND DL1S-REPEAT-SUB = ZERO
058500         MOVE 'SUSPENDED' TO DL1S-RPT-DTL-NOTE
058600     END-IF.
058700     PERFORM 2300-STORE-EXTRA-RUN THRU 2300-EXIT.
058800 2100-EXIT.
058900     EXIT.
059000
059100******************************************************************
059200*    2110-MATCH-ENTRY - DOES THE ENTRY AT DL1S-SUB-1 CARRY THE   *
059300*    TRAILER'S RANGE?  AN UNFINISHED ONE IS A MATCH; A FINISHED  *
059400*    ONE IS ONLY REMEMBERED IN CASE NOTHING BETTER TURNS UP.     *
059500******************************************************************
059600 2110-MATCH-ENTRY.
059700     IF DL1S-ENT-START (DL1S-SUB-1) NOT = DL1-CTH-START-VALUE
059800         OR DL1S-ENT-END (DL1S-SUB-1) NOT = DL1-CTH-END-VALUE
059900         GO TO 2110-EXIT
060000     END-IF.
060100     IF DL1S-ENT-STATE (DL1S-SUB-1) = 'O'
060200         OR DL1S-ENT-STATE (DL1S-SUB-1) = 'L'
060300         IF DL1S-REPEAT-SUB = ZERO
060400             MOVE DL1S-SUB-1 TO DL1S-REPEAT-SUB
060500         END-IF
060600         GO TO 2110-EXIT
060700     END-IF.
060800     SET DL1S-ENTRY-MATCHED TO TRUE.
060900     MOVE DL1S-SUB-1 TO DL1S-MATCH-SUB.
061000 2110-EXIT.
061100     EXIT.
061200
061300******************************************************************
061400*    2200-APPLY-TRAILER - RECORD WHAT THE TRAILER SAYS ABOUT THE *
061500*    MATCHED ENTRY.  A SUSPENDED RUN ('P') DID NOT FINISH THE    *
061600*    RANGE AND LEAVES THE ENTRY OPEN.  A FINISHED RUN IS LATE    *
061700*    WHEN IT ENDED ON A LATER DAY THAN ITS DEADLINE DAY, OR ON   *
061800*    THAT DAY AFTER THE DEADLINE TIME.                           *
061900******************************************************************
062000 2200-APPLY-TRAILER.
062100     MOVE DL1S-STAMP-DATE TO DL1S-ENT-END-DATE (DL1S-MATCH-SUB).
062200     MOVE DL1S-STAMP-HHMM TO DL1S-ENT-END-HHMM (DL1S-MATCH-SUB).
062300     IF DL1-CTH-RUN-STATUS = 'P'
062400         MOVE 'P' TO DL1S-ENT-STATE (DL1S-MATCH-SUB)
062500         GO TO 2200-EXIT
062600     END-IF.
062700     COMPUTE DL1S-DUE-DAY-NUMBER = DL1S-BUSINESS-DAY-NUMBER
062800             + DL1S-ENT-DUE-DAYS (DL1S-MATCH-SUB).
062900     MOVE DL1S-STAMP-DATE TO DL1S-WORK-DATE.
063000     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
063100     MOVE 'O' TO DL1S-ENT-STATE (DL1S-MATCH-SUB).
063200     IF DL1S-DAY-NUMBER > DL1S-DUE-DAY-NUMBER
063300         MOVE 'L' TO DL1S-ENT-STATE (DL1S-MATCH-SUB)
063400     END-IF.
063500     IF DL1S-DAY-NUMBER = DL1S-DUE-DAY-NUMBER
063600         AND DL1S-STAMP-HHMM > DL1S-ENT-DEADLINE (DL1S-MATCH-SUB)
063700         MOVE 'L' TO DL1S-ENT-STATE (DL1S-MATCH-SUB)
063800     END-IF.
063900 2200-EXIT.
064000     EXIT.
064100
064200******************************************************************
064300*    2300-STORE-EXTRA-RUN - HOLD AN UNSCHEDULED TRAILER FOR THE  *
064400*    SECOND SECTION.  PAST THE TABLE LIMIT IT IS STILL COUNTED,  *
064500*    JUST NOT LISTED.                                            *
064600******************************************************************
064700 2300-STORE-EXTRA-RUN.
064800     ADD 1 TO DL1S-EXTRA-COUNT.
064900     IF DL1S-EXTRA-TABLED >= DL1S-EXTRA-LIMIT
065000         IF DL1S-EXTRA-TABLED = DL1S-EXTRA-COUNT - 1
065100             DISPLAY 'DL1289W MORE THAN ' DL1S-EXTRA-LIMIT
065200                 ' UNSCHEDULED RUNS - NOT ALL LISTED'
065300         END-IF
065400         GO TO 2300-EXIT
065500     END-IF.
065600     ADD 1 TO DL1S-EXTRA-TABLED.
065700     MOVE DL1-CTH-START-VALUE TO
065800         DL1S-EXT-START (DL1S-EXTRA-TABLED).
065900     MOVE DL1-CTH-END-VALUE   TO
066000         DL1S-EXT-END (DL1S-EXTRA-TABLED).
066100     MOVE DL1S-STAMP-DATE     TO
066200         DL1S-EXT-END-DATE (DL1S-EXTRA-TABLED).
066300     MOVE DL1S-STAMP-HHMM     TO
066400         DL1S-EXT-END-HHMM (DL1S-EXTRA-TABLED).
066500     MOVE DL1S-RPT-DTL-NOTE   TO
066600         DL1S-EXT-NOTE (DL1S-EXTRA-TABLED).
066700 2300-EXIT.
066800     EXIT.
066900
067000******************************************************************
067100*    3000-SCAN-RUN-MASTER - START THE RUN MASTER AT THE BUSINESS *
067200*    DATE AND READ FORWARD OVER EVERY DAY AN ENTRY CAN STILL BE  *
067300*    DUE ON, NOTING ANY ATTEMPT AT AN UNFINISHED ENTRY'S RANGE.  *
067400*    THE MASTER IS KEYED BY THE DATE A RUN ENDED, SO A REJECTED  *
067500*    RUN - WHICH NEVER WRITES A TRAILER - STILL SHOWS HERE.  NO  *
067600*    MASTER JUST MEANS THE MISSED LINES CARRY NO ATTEMPT DETAIL. *
067700******************************************************************
067800 3000-SCAN-RUN-MASTER.
067900     IF DL1S-ENTRY-COUNT = ZERO
068000         GO TO 3000-EXIT
068100     END-IF.
068200     OPEN INPUT DL1-RNM-FILE.
068300     IF DL1S-RNM-STATUS = '35'
068400         DISPLAY 'DL1287I RUN MASTER NOT ON HAND - NO ATTEMPT '
068500             'DETAIL'
068600         GO TO 3000-EXIT
068700     END-IF.
068800     IF DL1S-RNM-STATUS NOT = '00'
068900         MOVE 16 TO DL1S-RETURN-CODE
069000         DISPLAY 'DL1288E UNABLE TO OPEN DL1RUNM, STATUS='
069100             DL1S-RNM-STATUS
069200         GO TO 3000-EXIT
069300     END-IF.
069400     MOVE DL1S-BUSINESS-DATE TO DL1-RNM-RUN-DATE.
069500     MOVE ZERO               TO DL1-RNM-RUN-TIME.
069600     START DL1-RNM-FILE KEY NOT < DL1-RNM-KEY
069700         INVALID KEY
069800             SET DL1S-END-OF-MASTER TO TRUE
069900     END-START.
070000     PERFORM UNTIL DL1S-END-OF-MASTER
070100         READ DL1-RNM-FILE NEXT RECORD
070200             AT END
070300                 SET DL1S-END-OF-MASTER TO TRUE
070400             NOT AT END
070500                 PERFORM 3100-CHECK-ONE-MASTER-RUN THRU 3100-EXIT
070600         END-READ
070700     END-PERFORM.
070800     CLOSE DL1-RNM-FILE.
070900 3000-EXIT.
071000     EXIT.
071100
071200 3100-CHECK-ONE-MASTER-RUN.
071300     MOVE DL1-RNM-RUN-DATE TO DL1S-WORK-DATE.
071400     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
071500     IF DL1S-DAY-NUMBER > DL1S-LAST-DUE-DAY-NUMBER
071600         SET DL1S-END-OF-MASTER TO TRUE
071700         GO TO 3100-EXIT
071800     END-IF.
071900*    A RUN THAT CARRIES A TRAILER STARTED WHEN ITS STAMP SAYS;
072000*    ONE THAT STARTED ON ANOTHER DAY IS NOT THIS DATE'S ATTEMPT.
072100     IF DL1-RNM-TRAILER-LOADED
072200         MOVE DL1-RNM-JOB-START-STAMP TO DL1S-STAMP-WORK
072300         IF DL1S-STAMP-DATE NOT = DL1S-BUSINESS-DATE
072400             GO TO 3100-EXIT
072500         END-IF
072600     END-IF.
072700     PERFORM 3110-NOTE-ATTEMPT THRU 3110-EXIT
072800         VARYING DL1S-SUB-1 FROM 1 BY 1
072900         UNTIL DL1S-SUB-1 > DL1S-ENTRY-COUNT.
073000 3100-EXIT.
073100     EXIT.
073200
073300******************************************************************
073400*    3110-NOTE-ATTEMPT - AN ATTEMPT AT THE ENTRY'S RANGE THAT    *
073500*    ENDED ON OR BEFORE ITS DEADLINE DAY.  A REJECTION ('R')     *
073600*    OUTRANKS A CLEAN RUN WITH NO TRAILER ('N') FOR THE NOTE.    *
073700******************************************************************
073800 3110-NOTE-ATTEMPT.
073900     IF DL1S-ENT-START (DL1S-SUB-1) NOT = DL1-RNM-START-VALUE
074000         OR DL1S-ENT-END (DL1S-SUB-1) NOT = DL1-RNM-END-VALUE
074100         OR DL1S-ENT-STATE (DL1S-SUB-1) = 'O'
074200         OR DL1S-ENT-STATE (DL1S-SUB-1) = 'L'
074300         GO TO 3110-EXIT
074400     END-IF.
074500     COMPUTE DL1S-DUE-DAY-NUMBER = DL1S-BUSINESS-DAY-NUMBER
074600             + DL1S-ENT-DUE-DAYS (DL1S-SUB-1).
074700     IF DL1S-DAY-NUMBER > DL1S-DUE-DAY-NUMBER
074800         GO TO 3110-EXIT
074900     END-IF.
075000     IF DL1-RNM-RETURN-CODE NOT = ZERO
075100         MOVE 'R' TO DL1S-ENT-ATTEMPT (DL1S-SUB-1)
075200         MOVE DL1-RNM-RETURN-CODE
075300             TO DL1S-ENT-ATTEMPT-RC (DL1S-SUB-1)
075400         GO TO 3110-EXIT
075500     END-IF.
075600     IF DL1S-ENT-ATTEMPT (DL1S-SUB-1) = SPACE
075700         AND NOT DL1-RNM-TRAILER-LOADED
075800         MOVE 'N' TO DL1S-ENT-ATTEMPT (DL1S-SUB-1)
075900     END-IF.
076000 3110-EXIT.
076100     EXIT.
076200
076300******************************************************************
076400*    4000-REPORT-SCHEDULE - ONE LINE PER ENTRY DUE ON THE        *
076500*    BUSINESS DATE, IN SCHEDULE FILE ORDER.                      *
076600******************************************************************
076700 4000-REPORT-SCHEDULE.
076800     MOVE '-- SCHEDULED RUNS --' TO DL1S-RPT-SECTION-TEXT.
076900     PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT.
077000     PERFORM 4100-REPORT-ONE-ENTRY THRU 4100-EXIT
077100         VARYING DL1S-SUB-1 FROM 1 BY 1
077200         UNTIL DL1S-SUB-1 > DL1S-ENTRY-COUNT.
077300 4000-EXIT.
077400     EXIT.
077500
077600******************************************************************
077700*    4100-REPORT-ONE-ENTRY - BUILD THE LINE FOR ONE ENTRY, JUDGE *
077800*    IT, AND PRINT IT.                                           *
077900******************************************************************
078000 4100-REPORT-ONE-ENTRY.
078100     MOVE SPACES TO DL1S-RPT-DETAIL-LINE.
078200     MOVE DL1S-ENT-RUN-ID (DL1S-SUB-1) TO DL1S-RPT-DTL-RUN-ID.
078300     MOVE DL1S-ENT-START (DL1S-SUB-1)  TO DL1S-RPT-DTL-START.
078400     MOVE DL1S-ENT-END (DL1S-SUB-1)    TO DL1S-RPT-DTL-END.
078500     MOVE DL1S-ENT-DEADLINE (DL1S-SUB-1) TO DL1S-DUE-HHMM.
078600     MOVE DL1S-ENT-DUE-DAYS (DL1S-SUB-1) TO DL1S-DUE-DAYS.
078700     IF DL1S-DUE-DAYS = ZERO
078800         MOVE DL1S-DUE-HHMM TO DL1S-RPT-DTL-DUE
078900     ELSE
079000         MOVE '+' TO DL1S-DUE-PLUS
079100         MOVE DL1S-DUE-TEXT TO DL1S-RPT-DTL-DUE
079200     END-IF.
079300     IF DL1S-ENT-STATE (DL1S-SUB-1) NOT = SPACE
079400         MOVE DL1S-ENT-END-DATE (DL1S-SUB-1)
079500             TO DL1S-RPT-DTL-END-DATE
079600         MOVE DL1S-ENT-END-HHMM (DL1S-SUB-1)
079700             TO DL1S-RPT-DTL-END-HHMM
079800     END-IF.
079900     PERFORM 4200-JUDGE-ONE-ENTRY THRU 4200-EXIT.
080000     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
080100 4100-EXIT.
080200     EXIT.
080300
080400******************************************************************
080500*    4200-JUDGE-ONE-ENTRY - ON TIME AND LATE WERE SETTLED BY THE *
080600*    TRAILER.  AN UNFINISHED ENTRY WHOSE DEADLINE HAS NOT YET    *
080700*    ARRIVED IS PENDING; PAST ITS DEADLINE IT IS MISSED AND IS   *
080800*    UPSERTED ONTO THE EXCEPTION FILE.  THE NOTE SAYS WHAT WAS   *
080900*    SEEN OF IT: SUSPENDED AT THE CUTOFF, TRIED AND REJECTED,    *
081000*    RAN WITH NO TRAILER ON THE HISTORY, OR NOT RUN AT ALL.      *
081100******************************************************************
081200 4200-JUDGE-ONE-ENTRY.
081300     IF DL1S-ENT-STATE (DL1S-SUB-1) = 'O'
081400         ADD 1 TO DL1S-ON-TIME-COUNT
081500         MOVE 'ON TIME' TO DL1S-RPT-DTL-STATUS
081600         GO TO 4200-EXIT
081700     END-IF.
081800     IF DL1S-ENT-STATE (DL1S-SUB-1) = 'L'
081900         ADD 1 TO DL1S-LATE-COUNT
082000         MOVE 'LATE' TO DL1S-RPT-DTL-STATUS
082100         GO TO 4200-EXIT
082200     END-IF.
082300     IF DL1S-ENT-STATE (DL1S-SUB-1) = 'P'
082400         MOVE 'SUSPENDED' TO DL1S-RPT-DTL-NOTE
082500     ELSE
082600         IF DL1S-ENT-ATTEMPT (DL1S-SUB-1) = 'R'
082700             MOVE DL1S-ENT-ATTEMPT-RC (DL1S-SUB-1)
082800                 TO DL1S-RC-NOTE-RC
082900             MOVE DL1S-RC-NOTE TO DL1S-RPT-DTL-NOTE
083000         ELSE
083100             IF DL1S-ENT-ATTEMPT (DL1S-SUB-1) = 'N'
083200                 MOVE 'RAN, NO TRAILER' TO DL1S-RPT-DTL-NOTE
083300             ELSE
083400                 MOVE 'NOT RUN' TO DL1S-RPT-DTL-NOTE
083500             END-IF
083600         END-IF
083700     END-IF.
083800     COMPUTE DL1S-DUE-DAY-NUMBER = DL1S-BUSINESS-DAY-NUMBER
083900             + DL1S-ENT-DUE-DAYS (DL1S-SUB-1).
084000     IF DL1S-TODAY-DAY-NUMBER < DL1S-DUE-DAY-NUMBER
084100         ADD 1 TO DL1S-PENDING-COUNT
084200         MOVE 'PENDING' TO DL1S-RPT-DTL-STATUS
084300         GO TO 4200-EXIT
084400     END-IF.
084500     IF DL1S-TODAY-DAY-NUMBER = DL1S-DUE-DAY-NUMBER
084600         AND DL1S-CURRENT-HHMM
084700             NOT > DL1S-ENT-DEADLINE (DL1S-SUB-1)
084800         ADD 1 TO DL1S-PENDING-COUNT
084900         MOVE 'PENDING' TO DL1S-RPT-DTL-STATUS
085000         GO TO 4200-EXIT
085100     END-IF.
085200     ADD 1 TO DL1S-MISSED-COUNT.
085300     MOVE 'MISSED' TO DL1S-RPT-DTL-STATUS.
085400     MOVE 'MR'                             TO DL1S-XW-TYPE.
085500     MOVE DL1S-ENT-RUN-ID (DL1S-SUB-1)     TO DL1S-XW-NAME.
085600     MOVE DL1S-BUSINESS-DATE               TO DL1S-XW-QUALIFIER.
085700     MOVE DL1S-ENT-START (DL1S-SUB-1)      TO DL1S-XW-START.
085800     MOVE DL1S-ENT-END (DL1S-SUB-1)        TO DL1S-XW-END.
085900     MOVE DL1S-ENT-ATTEMPT-RC (DL1S-SUB-1) TO DL1S-XW-LAST.
086000     PERFORM 6000-UPSERT-EXCEPTION THRU 6000-EXIT.
086100 4200-EXIT.
086200     EXIT.
086300
086400******************************************************************
086500*    5000-REPORT-UNSCHEDULED - THE TRAILERS NO ENTRY ACCOUNTED   *
086600*    FOR, IN THE ORDER THEY WERE APPENDED.                       *
086700******************************************************************
086800 5000-REPORT-UNSCHEDULED.
086900     IF DL1S-EXTRA-TABLED = ZERO
087000         GO TO 5000-EXIT
087100     END-IF.
087200     MOVE '-- UNSCHEDULED RUNS --' TO DL1S-RPT-SECTION-TEXT.
087300     PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT.
087400     PERFORM 5100-REPORT-ONE-EXTRA THRU 5100-EXIT
087500         VARYING DL1S-SUB-1 FROM 1 BY 1
087600         UNTIL DL1S-SUB-1 > DL1S-EXTRA-TABLED.
087700 5000-EXIT.
087800     EXIT.
087900
088000 5100-REPORT-ONE-EXTRA.
088100     MOVE SPACES TO DL1S-RPT-DETAIL-LINE.
088200     MOVE DL1S-EXT-START (DL1S-SUB-1)    TO DL1S-RPT-DTL-START.
088300     MOVE DL1S-EXT-END (DL1S-SUB-1)      TO DL1S-RPT-DTL-END.
088400     MOVE 'UNSCHEDULED'                  TO DL1S-RPT-DTL-STATUS.
088500     MOVE DL1S-EXT-END-DATE (DL1S-SUB-1) TO DL1S-RPT-DTL-END-DATE.
088600     MOVE DL1S-EXT-END-HHMM (DL1S-SUB-1) TO DL1S-RPT-DTL-END-HHMM.
088700     MOVE DL1S-EXT-NOTE (DL1S-SUB-1)     TO DL1S-RPT-DTL-NOTE.
088800     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
088900 5100-EXIT.
089000     EXIT.
089100
089200******************************************************************
089300*    6000-UPSERT-EXCEPTION - PERSIST ONE MISSED RUN, THE SAME    *
089400*    WAY DOWHILEMONITOR PERSISTS ITS FINDINGS.  FIRST TIME SEEN  *
089500*    OPENS A RECORD; A RERUN OF THIS REPORT FOR THE SAME DATE    *
089600*    ONLY REFRESHES THE LAST-SEEN DATE AND THE DETAIL COLUMNS -  *
089700*    THE STATUS AND ANY ACKNOWLEDGMENT ARE LEFT ALONE.           *
089800******************************************************************
089900 6000-UPSERT-EXCEPTION.
090000     MOVE DL1S-XW-TYPE      TO DL1-XCP-TYPE.
090100     MOVE DL1S-XW-NAME      TO DL1-XCP-NAME.
090200     MOVE DL1S-XW-QUALIFIER TO DL1-XCP-QUALIFIER.
090300     READ DL1-XCP-FILE
090400         INVALID KEY
090500             MOVE DL1S-XW-TYPE      TO DL1-XCP-TYPE
090600             MOVE DL1S-XW-NAME      TO DL1-XCP-NAME
090700             MOVE DL1S-XW-QUALIFIER TO DL1-XCP-QUALIFIER
090800             MOVE DL1S-CURRENT-DATE TO DL1-XCP-FIRST-SEEN
090900             MOVE DL1S-CURRENT-DATE TO DL1-XCP-LAST-SEEN
091000             SET DL1-XCP-OPEN TO TRUE
091100             MOVE SPACES TO DL1-XCP-ACK-OPERATOR
091200             MOVE ZERO   TO DL1-XCP-ACK-DATE
091300             MOVE SPACES TO DL1-XCP-ACK-COMMENT
091400             MOVE DL1S-XW-START TO DL1-XCP-DTL-START
091500             MOVE DL1S-XW-END   TO DL1-XCP-DTL-END
091600             MOVE DL1S-XW-LAST  TO DL1-XCP-DTL-LAST
091700             WRITE DL1-XCP-RECORD
091800             GO TO 6000-EXIT
091900     END-READ.
092000     MOVE DL1S-CURRENT-DATE TO DL1-XCP-LAST-SEEN.
092100     MOVE DL1S-XW-START     TO DL1-XCP-DTL-START.
092200     MOVE DL1S-XW-END       TO DL1-XCP-DTL-END.
092300     MOVE DL1S-XW-LAST      TO DL1-XCP-DTL-LAST.
092400     REWRITE DL1-XCP-RECORD
092500         INVALID KEY
092600             MOVE 16 TO DL1S-RETURN-CODE
092700             DISPLAY 'DL1291E REWRITE FAILED FOR EXCEPTION '
092800                 DL1-XCP-KEY ' STATUS=' DL1S-XCP-STATUS
092900     END-REWRITE.
093000 6000-EXIT.
093100     EXIT.
093200
093300******************************************************************
093400*    7000-WRITE-REPORT-LINE - ONE DETAIL LINE, FORCING A NEW     *
093500*    PAGE HEADING EVERY DL1S-RPT-LINES-PER-PAGE LINES.           *
093600******************************************************************
093700 7000-WRITE-REPORT-LINE.
093800     IF DL1S-RPT-LINE-COUNT >= DL1S-RPT-LINES-PER-PAGE
093900         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
094000     END-IF.
094100     MOVE DL1S-RPT-DETAIL-LINE TO DL1-SRP-RECORD.
094200     WRITE DL1-SRP-RECORD.
094300     ADD 1 TO DL1S-RPT-LINE-COUNT.
094400 7000-EXIT.
094500     EXIT.
094600
094700 7100-WRITE-REPORT-HEADING.
094800     ADD 1 TO DL1S-RPT-PAGE-NUMBER.
094900     MOVE DL1S-CURRENT-DATE    TO DL1S-RPT-H1-DATE.
095000     MOVE DL1S-RPT-PAGE-NUMBER TO DL1S-RPT-H1-PAGE.
095100     MOVE DL1S-RPT-HEADING-1   TO DL1-SRP-RECORD.
095200     WRITE DL1-SRP-RECORD.
095300     MOVE DL1S-BUSINESS-DATE   TO DL1S-RPT-H2-DATE.
095400     MOVE DL1S-DAY-NAME (DL1S-WEEKDAY-POS) TO DL1S-RPT-H2-DAY.
095500     MOVE DL1S-CURRENT-DATE    TO DL1S-RPT-H2-NOW-DATE.
095600     MOVE DL1S-CURRENT-HHMM    TO DL1S-RPT-H2-NOW-HHMM.
095700     MOVE DL1S-RPT-HEADING-2   TO DL1-SRP-RECORD.
095800     WRITE DL1-SRP-RECORD.
095900     MOVE DL1S-RPT-COLUMN-HEADING TO DL1-SRP-RECORD.
096000     WRITE DL1-SRP-RECORD.
096100     MOVE ZERO TO DL1S-RPT-LINE-COUNT.
096200 7100-EXIT.
096300     EXIT.
096400
096500 7200-WRITE-SECTION-LINE.
096600     IF DL1S-RPT-LINE-COUNT >= DL1S-RPT-LINES-PER-PAGE
096700         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
096800     END-IF.
096900     MOVE DL1S-RPT-SECTION-LINE TO DL1-SRP-RECORD.
097000     WRITE DL1-SRP-RECORD.
097100     ADD 1 TO DL1S-RPT-LINE-COUNT.
097200 7200-EXIT.
097300     EXIT.
097400
097500******************************************************************
097600*    8000-TERMINATE - THE COUNTS ON THE REPORT, CLOSE WHAT WAS   *
097700*    OPENED, AND GIVE THE OPERATOR THE VERDICT.  A MISSED RUN IS *
097800*    AN ERROR; A LATE OR UNSCHEDULED ONE IS A WARNING.           *
097900******************************************************************
098000 8000-TERMINATE.
098100     IF DL1S-RETURN-CODE = ZERO
098200         IF DL1S-MISSED-COUNT > ZERO
098300             MOVE 8 TO DL1S-RETURN-CODE
098400         ELSE
098500             IF DL1S-LATE-COUNT > ZERO
098600                 OR DL1S-EXTRA-COUNT > ZERO
098700                 MOVE 4 TO DL1S-RETURN-CODE
098800             END-IF
098900         END-IF
099000     END-IF.
099100     IF DL1S-RPT-PAGE-NUMBER > ZERO
099200         MOVE 'SCHEDULED FOR DAY:  ' TO DL1S-RPT-FTR-LABEL
099300         MOVE DL1S-ENTRY-COUNT TO DL1S-RPT-FTR-COUNT
099400         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
099500         MOVE '  ON TIME:          ' TO DL1S-RPT-FTR-LABEL
099600         MOVE DL1S-ON-TIME-COUNT TO DL1S-RPT-FTR-COUNT
099700         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
099800         MOVE '  LATE:             ' TO DL1S-RPT-FTR-LABEL
099900         MOVE DL1S-LATE-COUNT TO DL1S-RPT-FTR-COUNT
100000         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
100100         MOVE '  PENDING:          ' TO DL1S-RPT-FTR-LABEL
100200         MOVE DL1S-PENDING-COUNT TO DL1S-RPT-FTR-COUNT
100300         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
100400         MOVE '  MISSED:           ' TO DL1S-RPT-FTR-LABEL
100500         MOVE DL1S-MISSED-COUNT TO DL1S-RPT-FTR-COUNT
100600         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
100700         MOVE 'TRAILERS FOR DAY:   ' TO DL1S-RPT-FTR-LABEL
100800         MOVE DL1S-TRAILERS-READ TO DL1S-RPT-FTR-COUNT
100900         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
101000         MOVE '  UNSCHEDULED:      ' TO DL1S-RPT-FTR-LABEL
101100         MOVE DL1S-EXTRA-COUNT TO DL1S-RPT-FTR-COUNT
101200         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
101300         CLOSE DL1-SRP-FILE
101400     END-IF.
101500     IF DL1S-XCP-FILE-OPENED
101600         CLOSE DL1-XCP-FILE
101700     END-IF.
101800     IF DL1S-RETURN-CODE < 8
101900         DISPLAY 'DL1299I EXPECTED-RUN CHECK COMPLETE FOR '
102000             DL1S-BUSINESS-DATE ' - ' DL1S-LATE-COUNT ' LATE, '
102100             DL1S-EXTRA-COUNT ' UNSCHEDULED'
102200     ELSE
102300         DISPLAY 'DL1299E EXPECTED-RUN CHECK FOR '
102400             DL1S-BUSINESS-DATE ' - ' DL1S-MISSED-COUNT
102500             ' MISSED, RETURN-CODE ' DL1S-RETURN-CODE
102600     END-IF.
102700 8000-EXIT.
102800     EXIT.
102900
103000 8050-WRITE-FOOTER-LINE.
103100     MOVE DL1S-RPT-FOOTER-LINE TO DL1-SRP-RECORD.
103200     WRITE DL1-SRP-RECORD.
103300 8050-EXIT.
103400     EXIT.
103500
103600******************************************************************
103700*    9100-DATE-TO-DAY-NUMBER - TURN DL1S-WORK-DATE (YYYYMMDD)    *
103800*    INTO A SERIAL DAY NUMBER IN DL1S-DAY-NUMBER, EXACTLY AS     *
103900*    DOWHILEMONITOR DOES: WHOLE YEARS BEFORE THIS ONE (WITH      *
104000*    THEIR LEAP DAYS), DAYS IN WHOLE MONTHS BEFORE THIS ONE      *
104100*    (PLUS ONE WHEN THIS IS A LEAP YEAR PAST FEBRUARY), PLUS THE *
104200*    DAY OF THE MONTH.                                           *
104300******************************************************************
104400 9100-DATE-TO-DAY-NUMBER.
104500     COMPUTE DL1S-PRIOR-YEAR = DL1S-WORK-YEAR - 1.
104600     COMPUTE DL1S-DAY-NUMBER =
104700             DL1S-PRIOR-YEAR * 365
104800             + DL1S-PRIOR-YEAR / 4
104900             - DL1S-PRIOR-YEAR / 100
105000             + DL1S-PRIOR-YEAR / 400
105100             + DL1S-DAYS-BEFORE-MONTH (DL1S-WORK-MONTH)
105200             + DL1S-WORK-DAY.
105300     PERFORM 9150-SET-LEAP-YEAR THRU 9150-EXIT.
106900     IF DL1S-LEAP-YEAR AND DL1S-WORK-MONTH > 2
107000         ADD 1 TO DL1S-DAY-NUMBER
107100     END-IF.
107200 9100-EXIT.
107300     EXIT.
107400
107500******************************************************************
107600*    9150-SET-LEAP-YEAR - IS DL1S-WORK-YEAR A LEAP YEAR: EVERY   *
107700*    FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY 400.         *
107800******************************************************************
107900 9150-SET-LEAP-YEAR.
108000     MOVE 'N' TO DL1S-LEAP-SWITCH.
108100     DIVIDE DL1S-WORK-YEAR BY 4 GIVING DL1S-LEAP-QUOTIENT
108200         REMAINDER DL1S-LEAP-REM.
108300     IF DL1S-LEAP-REM = ZERO
108400         SET DL1S-LEAP-YEAR TO TRUE
108500         DIVIDE DL1S-WORK-YEAR BY 100 GIVING DL1S-LEAP-QUOTIENT
108600             REMAINDER DL1S-LEAP-REM
108700         IF DL1S-LEAP-REM = ZERO
108800             MOVE 'N' TO DL1S-LEAP-SWITCH
108900             DIVIDE DL1S-WORK-YEAR BY 400
109000                 GIVING DL1S-LEAP-QUOTIENT REMAINDER DL1S-LEAP-REM
109100             IF DL1S-LEAP-REM = ZERO
109200                 SET DL1S-LEAP-YEAR TO TRUE
109300             END-IF
109400         END-IF
109500     END-IF.
109600 9150-EXIT.
109700     EXIT.
109800
109900******************************************************************
110000*    9200-CHECK-DATE - IS DL1S-WORK-DATE A REAL CALENDAR DATE:   *
110100*    MONTH 01-12 AND A DAY FROM 01 TO THE LAST OF THAT MONTH,    *
110200*    FEBRUARY HAVING 29 IN A LEAP YEAR.  SETS DL1S-DATE-VALID.   *
110300******************************************************************
110400 9200-CHECK-DATE.
110500     MOVE 'N' TO DL1S-DATE-SWITCH.
110600     IF DL1S-WORK-MONTH < 01 OR DL1S-WORK-MONTH > 12
110700         OR DL1S-WORK-DAY < 01
110800         GO TO 9200-EXIT
110900     END-IF.
111000     PERFORM 9150-SET-LEAP-YEAR THRU 9150-EXIT.
111100     MOVE DL1S-DAYS-IN-MONTH (DL1S-WORK-MONTH)
111200         TO DL1S-MONTH-LAST-DAY.
111300     IF DL1S-LEAP-YEAR AND DL1S-WORK-MONTH = 2
111400         ADD 1 TO DL1S-MONTH-LAST-DAY
111500     END-IF.
111600     IF DL1S-WORK-DAY > DL1S-MONTH-LAST-DAY
111700         GO TO 9200-EXIT
111800     END-IF.
111900     SET DL1S-DATE-VALID TO TRUE.
112000 9200-EXIT.
112100     EXIT.
