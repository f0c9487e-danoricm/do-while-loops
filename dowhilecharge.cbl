000100******************************************************************
000200*                                                                *
000300*    PROGRAM:  DOWHILECHARGE                                    *
000400*    AUTHOR:   D. ORIC, BATCH SYSTEMS GROUP                     *
000500*    INSTALLATION: CENTRAL DATA CENTER                          *
000600*    DATE-WRITTEN: 10/15/2026                                   *
000700*                                                                *
000800*    REMARKS.                                                   *
000900*    MONTH-END OWNER CHARGEBACK STATEMENT.  DOWHILELOOP APPENDS  *
001000*    ONE ROW PER OWNER CODE PER RUN TO THE USAGE FILE (DL1USG)   *
001100*    - HOW MANY VALUES THAT RUN ISSUED TO THE OWNER.  FOR ONE    *
001200*    BILLING MONTH THIS PROGRAM TOTALS THOSE ROWS BY OWNER,      *
001300*    FINDS EACH RUN'S TRAILER ON THE CONTROL HISTORY (DL1CTLH)   *
001400*    BY ITS END STAMP FOR THE RUN'S ELAPSED TIME, AND SPLITS     *
001500*    THAT TIME ACROSS THE RUN'S OWNERS IN PROPORTION TO THE      *
001600*    VALUES EACH WAS ISSUED.  THE STATEMENT GIVES ONE SUMMARY    *
001700*    LINE PER OWNER - COUNTERS ISSUED, RUNS, ELAPSED SECONDS AND *
001800*    PERCENTAGE SHARE - THEN THE RUNS BEHIND EACH OWNER'S TOTAL. *
001900*    UNASSIGNED VOLUME (OWNER 'NONE') IS ALWAYS ITS OWN LINE,    *
002000*    PRINTED AFTER THE OWNERS, SO IT CAN BE CHASED DOWN.         *
002100*    RETURN-CODE 4 MEANS UNASSIGNED VOLUME WAS BILLED, A RUN HAD *
002200*    NO TRAILER TO TIME IT BY, OR THE MONTH HAD NO USAGE AT ALL. *
002300*                                                                *
002400*    THE PARM IS THE BILLING MONTH (YYYYMM); BLANK MEANS THE     *
002500*    MONTH BEFORE THE CURRENT ONE.                               *
002600*                                                                *
002700*    MODIFICATION HISTORY.                                      *
002800*    10/15/2026  DRO  ORIGINAL VERSION.                         *
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.    DoWhileCharge.
003200 AUTHOR.        D. ORIC.
003300 INSTALLATION.  CENTRAL DATA CENTER.
003400 DATE-WRITTEN.  10/15/2026.
003500 DATE-COMPILED.
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000*    PER-OWNER USAGE APPENDED BY DOWHILELOOP - READ-ONLY.
004100     SELECT DL1-USG-FILE ASSIGN TO "DL1USG"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS DL1H-USG-STATUS.
004400*    CONTROL-RECORD HISTORY APPENDED BY DOWHILELOOP - READ-ONLY.
004500     SELECT DL1-CTH-FILE ASSIGN TO "DL1CTLH"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS DL1H-CTH-STATUS.
004800*    THIS STATEMENT'S OWN PRINTED OUTPUT - NORMALLY TO SYSOUT.
004900     SELECT DL1-HRP-FILE ASSIGN TO "DL1HRPT"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS DL1H-HRP-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  DL1-USG-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY DL1USGR.
005800
005900 FD  DL1-CTH-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY DL1CTHR.
006200
006300 FD  DL1-HRP-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY DL1HRPR.
006600
006700 WORKING-STORAGE SECTION.
006800******************************************************************
006900*    PARAMETER AREA - THE BILLING MONTH.                         *
007000******************************************************************
007100 01  DL1H-PARM-TEXT              PIC X(06) VALUE SPACES.
007200 01  DL1H-PARM-FIELDS REDEFINES DL1H-PARM-TEXT.
007300     05  DL1H-PARM-MONTH         PIC 9(06).
007400 01  DL1H-PARM-MONTH-SPLIT REDEFINES DL1H-PARM-TEXT.
007500     05  DL1H-PARM-YEAR          PIC 9(04).
007600     05  DL1H-PARM-MM            PIC 9(02).
007700
007800 01  DL1H-BILL-MONTH             PIC 9(06) VALUE ZERO.
007900 01  DL1H-BILL-MONTH-SPLIT REDEFINES DL1H-BILL-MONTH.
008000     05  DL1H-BILL-YEAR          PIC 9(04).
008100     05  DL1H-BILL-MM            PIC 9(02).
008200*    A USAGE ROW'S RUN DATE, SPLIT SO ITS MONTH CAN BE COMPARED.
008300 01  DL1H-ROW-DATE               PIC 9(08) VALUE ZERO.
008400 01  DL1H-ROW-DATE-SPLIT REDEFINES DL1H-ROW-DATE.
008500     05  DL1H-ROW-MONTH          PIC 9(06).
008600     05  FILLER                  PIC 9(02).
008700
008800 01  DL1H-USAGE-READ-COUNT       PIC 9(09) VALUE ZERO.
008900 01  DL1H-MONTH-ROW-COUNT        PIC 9(09) VALUE ZERO.
009000 01  DL1H-ISSUED-TOTAL           PIC 9(09) VALUE ZERO.
009100 01  DL1H-UNASSIGNED-TOTAL       PIC 9(09) VALUE ZERO.
009200 01  DL1H-NO-TRAILER-COUNT       PIC 9(09) VALUE ZERO.
009300 01  DL1H-ELAPSED-TOTAL          PIC 9(12) VALUE ZERO.
009400 01  DL1H-RETURN-CODE            PIC 9(04) VALUE ZERO.
009500 01  DL1H-ERROR-MSG              PIC X(60) VALUE SPACES.
009600 01  DL1H-CURRENT-DATE           PIC 9(08) VALUE ZERO.
009700 01  DL1H-CURRENT-DATE-SPLIT REDEFINES DL1H-CURRENT-DATE.
009800     05  DL1H-CURRENT-YEAR       PIC 9(04).
009900     05  DL1H-CURRENT-MM         PIC 9(02).
010000     05  FILLER                  PIC 9(02).
010100 01  DL1H-USG-STATUS             PIC XX.
010200 01  DL1H-CTH-STATUS             PIC XX.
010300 01  DL1H-HRP-STATUS             PIC XX.
010400 01  DL1H-UNASSIGNED-CODE        PIC X(04) VALUE 'NONE'.
010500 01  DL1H-OTHERS-CODE            PIC X(04) VALUE 'OTHR'.
010600
010700******************************************************************
010800*    RUN TABLE - EVERY RUN WITH USAGE IN THE BILLING MONTH,      *
010900*    KNOWN BY ITS END STAMP AND RUN-ID, WITH THE VALUES IT       *
011000*    ISSUED ACROSS ALL OWNERS AND THE ELAPSED SECONDS ITS        *
011100*    DL1CTLH TRAILER SHOWS.                                      *
011200******************************************************************
011300 01  DL1H-RUN-LIMIT              PIC 9(04) VALUE 500.
011400 01  DL1H-RUN-COUNT              PIC 9(04) VALUE ZERO.
011500 01  DL1H-RUN-TABLE.
011600     05  DL1H-RUN-ENTRY OCCURS 500 TIMES.
011700         10  DL1H-RUN-STAMP      PIC 9(16).
011800         10  DL1H-RUN-ID         PIC X(08).
011900         10  DL1H-RUN-START      PIC 9(09).
012000         10  DL1H-RUN-END        PIC 9(09).
012100         10  DL1H-RUN-STATUS     PIC X(01).
012200         10  DL1H-RUN-ISSUED     PIC 9(09).
012300         10  DL1H-RUN-ELAPSED    PIC 9(09).
012400*        'Y' ONCE THE RUN'S TRAILER WAS FOUND ON DL1CTLH.
012500         10  DL1H-RUN-TRAILER    PIC X(01).
012600
012700******************************************************************
012800*    OWNER TABLE - EVERY OWNER CODE BILLED IN THE MONTH.  THE    *
012900*    SORT KEY PUTS THE OWNERS IN CODE ORDER AND THE UNASSIGNED   *
013000*    AND OVERFLOW BUCKETS AFTER THEM.                            *
013100******************************************************************
013200 01  DL1H-OWN-LIMIT              PIC 9(04) VALUE 100.
013300 01  DL1H-OWN-COUNT              PIC 9(04) VALUE ZERO.
013400 01  DL1H-OWN-TABLE.
013500     05  DL1H-OWN-ENTRY OCCURS 100 TIMES.
013600         10  DL1H-OWN-CODE       PIC X(04).
013700         10  DL1H-OWN-SORT-KEY   PIC X(05).
013800         10  DL1H-OWN-ISSUED     PIC 9(09).
013900         10  DL1H-OWN-RUNS       PIC 9(09).
014000         10  DL1H-OWN-SHARE      PIC 9(09)V99.
014100         10  DL1H-OWN-ORDERED    PIC X(01).
014200 01  DL1H-ORDER-TABLE.
014300     05  DL1H-ORDER-SUB          OCCURS 100 TIMES PIC 9(04).
014400
014500******************************************************************
014600*    USAGE ROW TABLE - THE MONTH'S DL1USG ROWS, EACH POINTING AT *
014700*    ITS RUN AND ITS OWNER, WITH THE ELAPSED SECONDS APPORTIONED *
014800*    TO IT.                                                      *
014900******************************************************************
015000 01  DL1H-ROW-LIMIT              PIC 9(04) VALUE 2000.
015100 01  DL1H-ROW-COUNT              PIC 9(04) VALUE ZERO.
015200 01  DL1H-ROW-TABLE.
015300     05  DL1H-ROW-ENTRY OCCURS 2000 TIMES.
015400         10  DL1H-ROW-RUN-SUB    PIC 9(04).
015500         10  DL1H-ROW-OWN-SUB    PIC 9(04).
015600         10  DL1H-ROW-ISSUED     PIC 9(09).
015700         10  DL1H-ROW-SHARE      PIC 9(09)V99.
015800
015900 01  DL1H-SUB-1                  PIC 9(04) VALUE ZERO.
016000 01  DL1H-RUN-SUB                PIC 9(04) VALUE ZERO.
016100 01  DL1H-OWN-SUB                PIC 9(04) VALUE ZERO.
016200 01  DL1H-ROW-SUB                PIC 9(04) VALUE ZERO.
016300 01  DL1H-MATCH-SUB              PIC 9(04) VALUE ZERO.
016400 01  DL1H-PICK-SUB               PIC 9(04) VALUE ZERO.
016500 01  DL1H-SHARE-PCT              PIC 9(03)V99 VALUE ZERO.
016600
016700******************************************************************
016800*    STAMP BREAKDOWN AND DATE ARITHMETIC AREA - THE SAME WORK AS *
016900*    DOWHILETREND: A JOB STAMP IS YYYYMMDD FOLLOWED BY HHMMSS    *
017000*    AND HUNDREDTHS, AND THE DATE PART BECOMES A SERIAL DAY      *
017100*    NUMBER SO A RUN SPANNING MIDNIGHT STILL SUBTRACTS RIGHT.    *
017200******************************************************************
017300 01  DL1H-STAMP-WORK             PIC 9(16) VALUE ZERO.
017400 01  DL1H-STAMP-SPLIT REDEFINES DL1H-STAMP-WORK.
017500     05  DL1H-STAMP-DATE         PIC 9(08).
017600     05  DL1H-STAMP-HH           PIC 9(02).
017700     05  DL1H-STAMP-MM           PIC 9(02).
017800     05  DL1H-STAMP-SS           PIC 9(02).
017900     05  DL1H-STAMP-HUND         PIC 9(02).
018000 01  DL1H-STAMP-TIME-VIEW REDEFINES DL1H-STAMP-WORK.
018100     05  FILLER                  PIC 9(08).
018200     05  DL1H-STAMP-HHMMSS       PIC 9(06).
018300     05  FILLER                  PIC 9(02).
018400 01  DL1H-START-SECONDS          PIC 9(12) VALUE ZERO.
018500 01  DL1H-END-SECONDS            PIC 9(12) VALUE ZERO.
018600 01  DL1H-STAMP-SECONDS          PIC 9(12) VALUE ZERO.
018700 01  DL1H-ELAPSED-SECONDS        PIC S9(12) VALUE ZERO.
018800 01  DL1H-WORK-DATE              PIC 9(08) VALUE ZERO.
018900 01  DL1H-WORK-DATE-SPLIT REDEFINES DL1H-WORK-DATE.
019000     05  DL1H-WORK-YEAR          PIC 9(04).
019100     05  DL1H-WORK-MONTH         PIC 9(02).
019200     05  DL1H-WORK-DAY           PIC 9(02).
019300 01  DL1H-DAY-NUMBER             PIC 9(07) VALUE ZERO.
019400 01  DL1H-PRIOR-YEAR             PIC 9(04) VALUE ZERO.
019500 01  DL1H-LEAP-REM               PIC 9(04) VALUE ZERO.
019550 01  DL1H-LEAP-QUOTIENT          PIC 9(04) VALUE ZERO.
019600
019700 01  DL1H-MONTH-DAYS-TEXT.
019800     05  FILLER                  PIC X(18) VALUE
019900             '000031059090120151'.
020000     05  FILLER                  PIC X(18) VALUE
020100             '181212243273304334'.
020200 01  DL1H-MONTH-DAYS-TABLE REDEFINES DL1H-MONTH-DAYS-TEXT.
020300     05  DL1H-DAYS-BEFORE-MONTH  OCCURS 12 TIMES PIC 9(03).
020400
020500 01  DL1H-SWITCHES.
020600     05  DL1H-USG-EOF-SWITCH     PIC X(01) VALUE 'N'.
020700         88  DL1H-END-OF-USAGE          VALUE 'Y'.
020800     05  DL1H-CTH-EOF-SWITCH     PIC X(01) VALUE 'N'.
020900         88  DL1H-END-OF-HISTORY        VALUE 'Y'.
021000     05  DL1H-LEAP-SWITCH        PIC X(01) VALUE 'N'.
021100         88  DL1H-LEAP-YEAR             VALUE 'Y'.
021200     05  DL1H-MATCH-SWITCH       PIC X(01) VALUE 'N'.
021300         88  DL1H-ENTRY-MATCHED         VALUE 'Y'.
021400
021500******************************************************************
021600*    REPORT AREA - PAGE-HEADED IN THE SAME STYLE AS DL1RPT.      *
021700******************************************************************
021800 01  DL1H-RPT-LINE-COUNT         PIC 9(04) VALUE ZERO.
021900 01  DL1H-RPT-LINES-PER-PAGE     PIC 9(04) VALUE 50.
022000 01  DL1H-RPT-PAGE-NUMBER        PIC 9(04) VALUE ZERO.
022100
022200 01  DL1H-RPT-HEADING-1.
022300     05  FILLER                  PIC X(01) VALUE SPACE.
022400     05  FILLER                  PIC X(34) VALUE
022500             'DOWHILECHARGE - OWNER CHARGEBACK'.
022600     05  FILLER                  PIC X(01) VALUE SPACES.
022700     05  FILLER                  PIC X(05) VALUE 'DATE:'.
022800     05  DL1H-RPT-H1-DATE        PIC 9(08).
022900     05  FILLER                  PIC X(04) VALUE SPACES.
023000     05  FILLER                  PIC X(05) VALUE 'PAGE:'.
023100     05  DL1H-RPT-H1-PAGE        PIC ZZZ9.
023200     05  FILLER                  PIC X(18) VALUE SPACES.
023300
023400 01  DL1H-RPT-HEADING-2.
023500     05  FILLER                  PIC X(01) VALUE SPACE.
023600     05  FILLER                  PIC X(14) VALUE 'BILLING MONTH='.
023700     05  DL1H-RPT-H2-MONTH       PIC 9(06).
023800     05  FILLER                  PIC X(59) VALUE SPACES.
023900
024000 01  DL1H-RPT-SUMMARY-HEADING.
024100     05  FILLER                  PIC X(05) VALUE 'OWNER'.
024200     05  FILLER                  PIC X(11) VALUE 'NOTE'.
024300     05  FILLER                  PIC X(10) VALUE ' COUNTERS'.
024400     05  FILLER                  PIC X(10) VALUE '     RUNS'.
024500     05  FILLER                  PIC X(10) VALUE 'ELAPSED-S'.
024600     05  FILLER                  PIC X(06) VALUE 'SHARE%'.
024700     05  FILLER                  PIC X(27) VALUE SPACES.
024800
024900 01  DL1H-RPT-SUMMARY-LINE.
025000     05  FILLER                  PIC X(01) VALUE SPACE.
025100     05  DL1H-RPT-SUM-CODE       PIC X(04).
025200     05  FILLER                  PIC X(01) VALUE SPACE.
025300     05  DL1H-RPT-SUM-NOTE       PIC X(10).
025400     05  FILLER                  PIC X(01) VALUE SPACE.
025500     05  DL1H-RPT-SUM-ISSUED     PIC ZZZZZZZZ9.
025600     05  FILLER                  PIC X(01) VALUE SPACE.
025700     05  DL1H-RPT-SUM-RUNS       PIC ZZZZZZZZ9.
025800     05  FILLER                  PIC X(01) VALUE SPACE.
025900     05  DL1H-RPT-SUM-ELAPSED    PIC ZZZZZZZZ9.
026000     05  FILLER                  PIC X(01) VALUE SPACE.
026100     05  DL1H-RPT-SUM-PCT        PIC ZZ9.99.
026200     05  FILLER                  PIC X(27) VALUE SPACES.
026300
026400 01  DL1H-RPT-RUN-HEADING.
026500     05  FILLER                  PIC X(09) VALUE 'DATE'.
026600     05  FILLER                  PIC X(07) VALUE 'TIME'.
026700     05  FILLER                  PIC X(09) VALUE 'RUN-ID'.
026800     05  FILLER                  PIC X(10) VALUE 'START'.
026900     05  FILLER                  PIC X(10) VALUE 'END'.
027000     05  FILLER                  PIC X(10) VALUE ' COUNTERS'.
027100     05  FILLER                  PIC X(10) VALUE 'ELAPSED-S'.
027200     05  FILLER                  PIC X(14) VALUE 'NOTE'.
027300
027400 01  DL1H-RPT-DETAIL-LINE.
027500     05  FILLER                  PIC X(01) VALUE SPACE.
027600     05  DL1H-RPT-DTL-DATE       PIC 9(08).
027700     05  FILLER                  PIC X(01) VALUE SPACE.
027800     05  DL1H-RPT-DTL-TIME       PIC 9(06).
027900     05  FILLER                  PIC X(01) VALUE SPACE.
028000     05  DL1H-RPT-DTL-RUN-ID     PIC X(08).
028100     05  FILLER                  PIC X(01) VALUE SPACE.
028200     05  DL1H-RPT-DTL-START      PIC ZZZZZZZZ9.
028300     05  FILLER                  PIC X(01) VALUE SPACE.
028400     05  DL1H-RPT-DTL-END        PIC ZZZZZZZZ9.
028500     05  FILLER                  PIC X(01) VALUE SPACE.
028600     05  DL1H-RPT-DTL-ISSUED     PIC ZZZZZZZZ9.
028700     05  FILLER                  PIC X(01) VALUE SPACE.
028800     05  DL1H-RPT-DTL-ELAPSED    PIC ZZZZZZZZ9.
028900     05  FILLER                  PIC X(01) VALUE SPACE.
029000     05  DL1H-RPT-DTL-NOTE       PIC X(10).
029100     05  FILLER                  PIC X(04) VALUE SPACES.
029200
029300 01  DL1H-OWNER-SECTION-TEXT.
029400     05  FILLER                  PIC X(21) VALUE
029500             '-- RUNS BILLED TO '.
029600     05  DL1H-OST-CODE           PIC X(04).
029700     05  DL1H-OST-NOTE           PIC X(14).
029800     05  FILLER                  PIC X(03) VALUE ' --'.
029900
030000 01  DL1H-RPT-SECTION-LINE.
030100     05  FILLER                  PIC X(01) VALUE SPACE.
030200     05  DL1H-RPT-SECTION-TEXT   PIC X(79).
030300
030400 01  DL1H-RPT-FOOTER-LINE.
030500     05  FILLER                  PIC X(01) VALUE SPACE.
030600     05  DL1H-RPT-FTR-LABEL      PIC X(20).
030700     05  DL1H-RPT-FTR-COUNT      PIC ZZZZZZZZ9.
030800     05  FILLER                  PIC X(50) VALUE SPACES.
030900
031000 PROCEDURE DIVISION.
031100******************************************************************
031200*    0000-MAINLINE - TABLE THE MONTH'S USAGE, TIME EACH RUN FROM *
031300*    THE CONTROL HISTORY, SPLIT THE TIME ACROSS OWNERS, AND      *
031400*    PRINT THE STATEMENT.                                        *
031500******************************************************************
031600 0000-MAINLINE.
031700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031800     IF DL1H-RETURN-CODE NOT = ZERO
031900         GO TO 0000-MAINLINE-EXIT
032000     END-IF.
032100     PERFORM 2000-LOAD-USAGE THRU 2000-EXIT.
032200     IF DL1H-RETURN-CODE NOT = ZERO
032300         GO TO 0000-MAINLINE-EXIT
032400     END-IF.
032500     PERFORM 3000-MATCH-TRAILERS THRU 3000-EXIT.
032600     IF DL1H-RETURN-CODE NOT = ZERO
032700         GO TO 0000-MAINLINE-EXIT
032800     END-IF.
032900     PERFORM 3500-APPORTION-ELAPSED THRU 3500-EXIT.
033000     PERFORM 4000-ORDER-OWNERS THRU 4000-EXIT.
033100     PERFORM 5000-REPORT-SUMMARY THRU 5000-EXIT.
033200     PERFORM 6000-REPORT-RUNS THRU 6000-EXIT.
033300 0000-MAINLINE-EXIT.
033400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
033500     MOVE DL1H-RETURN-CODE TO RETURN-CODE.
033600     GOBACK.
033700
033800******************************************************************
033900*    1000-INITIALIZE - FIX THE BILLING MONTH AND OPEN THE        *
034000*    STATEMENT.                                                  *
034100******************************************************************
034200 1000-INITIALIZE.
034300     ACCEPT DL1H-CURRENT-DATE FROM DATE YYYYMMDD.
034400     ACCEPT DL1H-PARM-TEXT FROM COMMAND-LINE.
034500     PERFORM 1100-VALIDATE-PARM THRU 1100-EXIT.
034600     IF DL1H-RETURN-CODE NOT = ZERO
034700         GO TO 1000-EXIT
034800     END-IF.
034900     OPEN OUTPUT DL1-HRP-FILE.
035000     IF DL1H-HRP-STATUS NOT = '00'
035100         MOVE 16 TO DL1H-RETURN-CODE
035200         DISPLAY 'DL1550E UNABLE TO OPEN DL1HRPT, STATUS='
035300             DL1H-HRP-STATUS
035400         GO TO 1000-EXIT
035500     END-IF.
035600     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
035700 1000-EXIT.
035800     EXIT.
035900
036000******************************************************************
036100*    1100-VALIDATE-PARM - THE BILLING MONTH, WHEN GIVEN, MUST    *
036200*    LOOK LIKE YYYYMM.  BLANK BILLS THE MONTH JUST ENDED, WHICH  *
036300*    IS WHAT THE MONTH-END SCHEDULE RUNS IT FOR.                 *
036400******************************************************************
036500 1100-VALIDATE-PARM.
036600     IF DL1H-PARM-TEXT = SPACES
036700         MOVE DL1H-CURRENT-YEAR TO DL1H-BILL-YEAR
036800         MOVE DL1H-CURRENT-MM   TO DL1H-BILL-MM
036900         IF DL1H-BILL-MM = 01
037000             SUBTRACT 1 FROM DL1H-BILL-YEAR
037100             MOVE 12 TO DL1H-BILL-MM
037200         ELSE
037300             SUBTRACT 1 FROM DL1H-BILL-MM
037400         END-IF
037500         GO TO 1100-EXIT
037600     END-IF.
037700     IF DL1H-PARM-MONTH IS NOT NUMERIC
037800         OR DL1H-PARM-MM < 01 OR DL1H-PARM-MM > 12
037900         MOVE 16 TO DL1H-RETURN-CODE
038000         MOVE 'DL1551E BILLING MONTH IS NOT A VALID YYYYMM.'
038100             TO DL1H-ERROR-MSG
038200         DISPLAY DL1H-ERROR-MSG
038300         GO TO 1100-EXIT
038400     END-IF.
038500     MOVE DL1H-PARM-MONTH TO DL1H-BILL-MONTH.
038600 1100-EXIT.
038700     EXIT.
038800
038900******************************************************************
039000*    2000-LOAD-USAGE - READ THE USAGE FILE AND TABLE EVERY ROW   *
039100*    WHOSE RUN DATE FALLS IN THE BILLING MONTH.  A MALFORMED     *
039200*    ROW OR A MONTH TOO BIG FOR THE TABLES STOPS THE RUN - A     *
039300*    STATEMENT THAT LEAVES USAGE OUT BILLS SOMEONE WRONGLY.      *
039400******************************************************************
039500 2000-LOAD-USAGE.
039600     OPEN INPUT DL1-USG-FILE.
039700     IF DL1H-USG-STATUS = '35'
039800         DISPLAY 'DL1552I NO USAGE FILE ON HAND'
039900         GO TO 2000-EXIT
040000     END-IF.
040100     IF DL1H-USG-STATUS NOT = '00'
040200         MOVE 16 TO DL1H-RETURN-CODE
040300         DISPLAY 'DL1553E UNABLE TO OPEN DL1USG, STATUS='
040400             DL1H-USG-STATUS
040500         GO TO 2000-EXIT
040600     END-IF.
040700     PERFORM UNTIL DL1H-END-OF-USAGE
040800         READ DL1-USG-FILE
040900             AT END
041000                 SET DL1H-END-OF-USAGE TO TRUE
041100             NOT AT END
041200                 PERFORM 2100-TABLE-ONE-ROW THRU 2100-EXIT
041300                 IF DL1H-RETURN-CODE NOT = ZERO
041400                     SET DL1H-END-OF-USAGE TO TRUE
041500                 END-IF
041600         END-READ
041700     END-PERFORM.
041800     CLOSE DL1-USG-FILE.
041900     IF DL1H-RETURN-CODE = ZERO
042000         AND DL1H-RUN-COUNT = ZERO
042100         DISPLAY 'DL1555I NO USAGE RECORDED FOR ' DL1H-BILL-MONTH
042200     END-IF.
042300 2000-EXIT.
042400     EXIT.
042500
042600 2100-TABLE-ONE-ROW.
042700     ADD 1 TO DL1H-USAGE-READ-COUNT.
042800     IF DL1-USG-JOB-END-STAMP IS NOT NUMERIC
042900         OR DL1-USG-ISSUED-COUNT IS NOT NUMERIC
043000         OR DL1-USG-OWNER-CODE = SPACES
043100         MOVE 16 TO DL1H-RETURN-CODE
043200         DISPLAY 'DL1558E USAGE RECORD ' DL1H-USAGE-READ-COUNT
043300             ' IS NOT VALID'
043400         GO TO 2100-EXIT
043500     END-IF.
043600     MOVE DL1-USG-RUN-DATE TO DL1H-ROW-DATE.
043700     IF DL1H-ROW-MONTH NOT = DL1H-BILL-MONTH
043800         GO TO 2100-EXIT
043900     END-IF.
044000     ADD 1 TO DL1H-MONTH-ROW-COUNT.
044100     PERFORM 2200-FIND-RUN THRU 2200-EXIT.
044200     IF DL1H-RETURN-CODE NOT = ZERO
044300         GO TO 2100-EXIT
044400     END-IF.
044500     MOVE DL1H-MATCH-SUB TO DL1H-RUN-SUB.
044600     PERFORM 2300-FIND-OWNER THRU 2300-EXIT.
044700     IF DL1H-RETURN-CODE NOT = ZERO
044800         GO TO 2100-EXIT
044900     END-IF.
045000     MOVE DL1H-MATCH-SUB TO DL1H-OWN-SUB.
045100     IF DL1H-ROW-COUNT >= DL1H-ROW-LIMIT
045200         MOVE 16 TO DL1H-RETURN-CODE
045300         DISPLAY 'DL1554E MORE THAN ' DL1H-ROW-LIMIT
045400             ' USAGE ROWS IN ONE MONTH'
045500         GO TO 2100-EXIT
045600     END-IF.
045700     ADD 1 TO DL1H-ROW-COUNT.
045800     MOVE DL1H-RUN-SUB TO DL1H-ROW-RUN-SUB (DL1H-ROW-COUNT).
045900     MOVE DL1H-OWN-SUB TO DL1H-ROW-OWN-SUB (DL1H-ROW-COUNT).
046000     MOVE DL1-USG-ISSUED-COUNT
046100         TO DL1H-ROW-ISSUED (DL1H-ROW-COUNT).
046200     MOVE ZERO TO DL1H-ROW-SHARE (DL1H-ROW-COUNT).
046300     ADD DL1-USG-ISSUED-COUNT TO DL1H-RUN-ISSUED (DL1H-RUN-SUB).
046400     ADD DL1-USG-ISSUED-COUNT TO DL1H-OWN-ISSUED (DL1H-OWN-SUB).
046500     ADD 1 TO DL1H-OWN-RUNS (DL1H-OWN-SUB).
046600     ADD DL1-USG-ISSUED-COUNT TO DL1H-ISSUED-TOTAL.
046700     IF DL1-USG-OWNER-CODE = DL1H-UNASSIGNED-CODE
046800         ADD DL1-USG-ISSUED-COUNT TO DL1H-UNASSIGNED-TOTAL
046900     END-IF.
047000 2100-EXIT.
047100     EXIT.
047200
047300******************************************************************
047400*    2200-FIND-RUN - THE ROWS ONE RUN WROTE SHARE ITS END STAMP  *
047500*    AND RUN-ID.  A RUN NOT YET TABLED IS ADDED, UNTIMED.        *
047600******************************************************************
047700 2200-FIND-RUN.
047800     MOVE 'N' TO DL1H-MATCH-SWITCH.
047900     PERFORM 2210-MATCH-RUN THRU 2210-EXIT
048000         VARYING DL1H-SUB-1 FROM 1 BY 1
048100         UNTIL DL1H-SUB-1 > DL1H-RUN-COUNT
048200             OR DL1H-ENTRY-MATCHED.
048300     IF DL1H-ENTRY-MATCHED
048400         GO TO 2200-EXIT
048500     END-IF.
048600     IF DL1H-RUN-COUNT >= DL1H-RUN-LIMIT
048700         MOVE 16 TO DL1H-RETURN-CODE
048800         DISPLAY 'DL1570E MORE THAN ' DL1H-RUN-LIMIT
048900             ' RUNS IN ONE MONTH'
049000         GO TO 2200-EXIT
049100     END-IF.
049200     ADD 1 TO DL1H-RUN-COUNT.
049300     MOVE DL1H-RUN-COUNT TO DL1H-MATCH-SUB.
049400     MOVE DL1-USG-JOB-END-STAMP TO
049500         DL1H-RUN-STAMP (DL1H-RUN-COUNT).
049600     MOVE DL1-USG-RUN-ID        TO
049700         DL1H-RUN-ID (DL1H-RUN-COUNT).
049800     MOVE DL1-USG-START-VALUE   TO
049900         DL1H-RUN-START (DL1H-RUN-COUNT).
050000     MOVE DL1-USG-END-VALUE     TO
050100         DL1H-RUN-END (DL1H-RUN-COUNT).
050200     MOVE DL1-USG-RUN-STATUS    TO
050300         DL1H-RUN-STATUS (DL1H-RUN-COUNT).
050400     MOVE ZERO TO DL1H-RUN-ISSUED (DL1H-RUN-COUNT).
050500     MOVE ZERO TO DL1H-RUN-ELAPSED (DL1H-RUN-COUNT).
050600     MOVE 'N'  TO DL1H-RUN-TRAILER (DL1H-RUN-COUNT).
050700 2200-EXIT.
050800     EXIT.
050900
051000 2210-MATCH-RUN.
051100     IF DL1H-RUN-STAMP (DL1H-SUB-1) = DL1-USG-JOB-END-STAMP
051200         AND DL1H-RUN-ID (DL1H-SUB-1) = DL1-USG-RUN-ID
051300         SET DL1H-ENTRY-MATCHED TO TRUE
051400         MOVE DL1H-SUB-1 TO DL1H-MATCH-SUB
051500     END-IF.
051600 2210-EXIT.
051700     EXIT.
051800
051900******************************************************************
052000*    2300-FIND-OWNER - THE OWNER'S SLOT, ADDED ON FIRST SIGHT.   *
052100******************************************************************
052200 2300-FIND-OWNER.
052300     MOVE 'N' TO DL1H-MATCH-SWITCH.
052400     PERFORM 2310-MATCH-OWNER THRU 2310-EXIT
052500         VARYING DL1H-SUB-1 FROM 1 BY 1
052600         UNTIL DL1H-SUB-1 > DL1H-OWN-COUNT
052700             OR DL1H-ENTRY-MATCHED.
052800     IF DL1H-ENTRY-MATCHED
052900         GO TO 2300-EXIT
053000     END-IF.
053100     IF DL1H-OWN-COUNT >= DL1H-OWN-LIMIT
053200         MOVE 16 TO DL1H-RETURN-CODE
053300         DISPLAY 'DL1571E MORE THAN ' DL1H-OWN-LIMIT
053400             ' OWNER CODES IN ONE MONTH'
053500         GO TO 2300-EXIT
053600     END-IF.
053700     ADD 1 TO DL1H-OWN-COUNT.
053800     MOVE DL1H-OWN-COUNT TO DL1H-MATCH-SUB.
053900     MOVE DL1-USG-OWNER-CODE TO DL1H-OWN-CODE (DL1H-OWN-COUNT).
054000     IF DL1-USG-OWNER-CODE = DL1H-UNASSIGNED-CODE
054100         OR DL1-USG-OWNER-CODE = DL1H-OTHERS-CODE
054200         MOVE '2' TO DL1H-OWN-SORT-KEY (DL1H-OWN-COUNT) (1:1)
054300     ELSE
054400         MOVE '1' TO DL1H-OWN-SORT-KEY (DL1H-OWN-COUNT) (1:1)
054500     END-IF.
054600     MOVE DL1-USG-OWNER-CODE
054700         TO DL1H-OWN-SORT-KEY (DL1H-OWN-COUNT) (2:4).
054800     MOVE ZERO TO DL1H-OWN-ISSUED (DL1H-OWN-COUNT).
054900     MOVE ZERO TO DL1H-OWN-RUNS (DL1H-OWN-COUNT).
055000     MOVE ZERO TO DL1H-OWN-SHARE (DL1H-OWN-COUNT).
055100     MOVE 'N'  TO DL1H-OWN-ORDERED (DL1H-OWN-COUNT).
055200 2300-EXIT.
055300     EXIT.
055400
055500 2310-MATCH-OWNER.
055600     IF DL1H-OWN-CODE (DL1H-SUB-1) = DL1-USG-OWNER-CODE
055700         SET DL1H-ENTRY-MATCHED TO TRUE
055800         MOVE DL1H-SUB-1 TO DL1H-MATCH-SUB
055900     END-IF.
056000 2310-EXIT.
056100     EXIT.
056200
056300******************************************************************
056400*    3000-MATCH-TRAILERS - READ THE CONTROL HISTORY AND TIME     *
056500*    EVERY TABLED RUN WHOSE TRAILER CARRIES THE SAME END STAMP.  *
056600*    NO HISTORY AT ALL LEAVES EVERY RUN UNTIMED: THE COUNTERS    *
056700*    ARE STILL BILLED, THE TIME SHARES ARE NOT.                  *
056800******************************************************************
056900 3000-MATCH-TRAILERS.
057000     IF DL1H-RUN-COUNT = ZERO
057100         GO TO 3000-EXIT
057200     END-IF.
057300     OPEN INPUT DL1-CTH-FILE.
057400     IF DL1H-CTH-STATUS = '35'
057500         DISPLAY 'DL1556I NO CONTROL HISTORY ON HAND'
057600         GO TO 3000-EXIT
057700     END-IF.
057800     IF DL1H-CTH-STATUS NOT = '00'
057900         MOVE 16 TO DL1H-RETURN-CODE
058000         DISPLAY 'DL1557E UNABLE TO OPEN DL1CTLH, STATUS='
058100             DL1H-CTH-STATUS
058200         GO TO 3000-EXIT
058300     END-IF.
058400     PERFORM UNTIL DL1H-END-OF-HISTORY
058500         READ DL1-CTH-FILE
058600             AT END
058700                 SET DL1H-END-OF-HISTORY TO TRUE
058800             NOT AT END
058900                 MOVE 'N' TO DL1H-MATCH-SWITCH
059000                 PERFORM 3100-TIME-ONE-RUN THRU 3100-EXIT
059100                     VARYING DL1H-RUN-SUB FROM 1 BY 1
059200                     UNTIL DL1H-RUN-SUB > DL1H-RUN-COUNT
059300                         OR DL1H-ENTRY-MATCHED
059400         END-READ
059500     END-PERFORM.
059600     CLOSE DL1-CTH-FILE.
059700 3000-EXIT.
059800     EXIT.
059900
060000******************************************************************
060100*    3100-TIME-ONE-RUN - ELAPSED SECONDS FROM THE TRAILER'S JOB  *
060200*    STAMPS, THE SAME WAY DOWHILETREND TIMES A RUN.              *
060300******************************************************************
060400 3100-TIME-ONE-RUN.
060500     IF DL1H-RUN-STAMP (DL1H-RUN-SUB) NOT = DL1-CTH-JOB-END-STAMP
060600         OR DL1H-RUN-TRAILER (DL1H-RUN-SUB) = 'Y'
060700         GO TO 3100-EXIT
060800     END-IF.
060900     SET DL1H-ENTRY-MATCHED TO TRUE.
061000     MOVE 'Y' TO DL1H-RUN-TRAILER (DL1H-RUN-SUB).
061100     MOVE DL1-CTH-JOB-START-STAMP TO DL1H-STAMP-WORK.
061200     PERFORM 9000-STAMP-TO-SECONDS THRU 9000-EXIT.
061300     MOVE DL1H-STAMP-SECONDS TO DL1H-START-SECONDS.
061400     MOVE DL1-CTH-JOB-END-STAMP TO DL1H-STAMP-WORK.
061500     PERFORM 9000-STAMP-TO-SECONDS THRU 9000-EXIT.
061600     MOVE DL1H-STAMP-SECONDS TO DL1H-END-SECONDS.
061700     COMPUTE DL1H-ELAPSED-SECONDS =
061800             DL1H-END-SECONDS - DL1H-START-SECONDS.
061900     IF DL1H-ELAPSED-SECONDS < ZERO
062000         MOVE ZERO TO DL1H-ELAPSED-SECONDS
062100     END-IF.
062200     MOVE DL1H-ELAPSED-SECONDS TO DL1H-RUN-ELAPSED (DL1H-RUN-SUB).
062300 3100-EXIT.
062400     EXIT.
062500
062600******************************************************************
062700*    3500-APPORTION-ELAPSED - EACH USAGE ROW TAKES ITS RUN'S     *
062800*    ELAPSED TIME IN PROPORTION TO THE VALUES IT WAS ISSUED, AND *
062900*    THE ROW SHARES ARE SUMMED TO THE OWNERS.  THE RUNS' TIMES   *
063000*    ARE SUMMED ONCE EACH FOR THE PERCENTAGES.                   *
063100******************************************************************
063200 3500-APPORTION-ELAPSED.
063300     PERFORM 3510-TOTAL-ONE-RUN THRU 3510-EXIT
063400         VARYING DL1H-RUN-SUB FROM 1 BY 1
063500         UNTIL DL1H-RUN-SUB > DL1H-RUN-COUNT.
063600     PERFORM 3520-SHARE-ONE-ROW THRU 3520-EXIT
063700         VARYING DL1H-ROW-SUB FROM 1 BY 1
063800         UNTIL DL1H-ROW-SUB > DL1H-ROW-COUNT.
063900 3500-EXIT.
064000     EXIT.
064100
064200 3510-TOTAL-ONE-RUN.
064300     ADD DL1H-RUN-ELAPSED (DL1H-RUN-SUB) TO DL1H-ELAPSED-TOTAL.
064400     IF DL1H-RUN-TRAILER (DL1H-RUN-SUB) NOT = 'Y'
064500         ADD 1 TO DL1H-NO-TRAILER-COUNT
064600     END-IF.
064700 3510-EXIT.
064800     EXIT.
064900
065000 3520-SHARE-ONE-ROW.
065100     MOVE DL1H-ROW-RUN-SUB (DL1H-ROW-SUB) TO DL1H-RUN-SUB.
065200     MOVE DL1H-ROW-OWN-SUB (DL1H-ROW-SUB) TO DL1H-OWN-SUB.
065300     IF DL1H-RUN-ISSUED (DL1H-RUN-SUB) = ZERO
065400         GO TO 3520-EXIT
065500     END-IF.
065600     COMPUTE DL1H-ROW-SHARE (DL1H-ROW-SUB) ROUNDED =
065700             DL1H-RUN-ELAPSED (DL1H-RUN-SUB)
065800             * DL1H-ROW-ISSUED (DL1H-ROW-SUB)
065900             / DL1H-RUN-ISSUED (DL1H-RUN-SUB).
066000     ADD DL1H-ROW-SHARE (DL1H-ROW-SUB)
066100         TO DL1H-OWN-SHARE (DL1H-OWN-SUB).
066200 3520-EXIT.
066300     EXIT.
066400
066500******************************************************************
066600*    4000-ORDER-OWNERS - FIX THE PRINT ORDER ONCE: REPEATEDLY    *
066700*    TAKE THE LOWEST SORT KEY NOT YET TAKEN, SO THE OWNERS COME  *
066800*    OUT IN CODE ORDER WITH THE UNASSIGNED LINE AFTER THEM.      *
066900******************************************************************
067000 4000-ORDER-OWNERS.
067100     PERFORM 4100-TAKE-NEXT-OWNER THRU 4100-EXIT
067200         VARYING DL1H-SUB-1 FROM 1 BY 1
067300         UNTIL DL1H-SUB-1 > DL1H-OWN-COUNT.
067400 4000-EXIT.
067500     EXIT.
067600
067700 4100-TAKE-NEXT-OWNER.
067800     MOVE ZERO TO DL1H-PICK-SUB.
067900     PERFORM 4110-COMPARE-OWNER THRU 4110-EXIT
068000         VARYING DL1H-OWN-SUB FROM 1 BY 1
068100         UNTIL DL1H-OWN-SUB > DL1H-OWN-COUNT.
068200     MOVE 'Y' TO DL1H-OWN-ORDERED (DL1H-PICK-SUB).
068300     MOVE DL1H-PICK-SUB TO DL1H-ORDER-SUB (DL1H-SUB-1).
068400 4100-EXIT.
068500     EXIT.
068600
068700 4110-COMPARE-OWNER.
068800     IF DL1H-OWN-ORDERED (DL1H-OWN-SUB) = 'Y'
068900         GO TO 4110-EXIT
069000     END-IF.
069100     IF DL1H-PICK-SUB = ZERO
069200         MOVE DL1H-OWN-SUB TO DL1H-PICK-SUB
069300         GO TO 4110-EXIT
069400     END-IF.
069500     IF DL1H-OWN-SORT-KEY (DL1H-OWN-SUB)
069600             < DL1H-OWN-SORT-KEY (DL1H-PICK-SUB)
069700         MOVE DL1H-OWN-SUB TO DL1H-PICK-SUB
069800     END-IF.
069900 4110-EXIT.
070000     EXIT.
070100
070200******************************************************************
070300*    5000-REPORT-SUMMARY - THE STATEMENT ITSELF: ONE LINE PER    *
070400*    OWNER, THEN THE MONTH'S TOTAL.                              *
070500******************************************************************
070600 5000-REPORT-SUMMARY.
070700     IF DL1H-OWN-COUNT = ZERO
070800         GO TO 5000-EXIT
070900     END-IF.
071000     MOVE '-- CHARGEBACK BY OWNER --' TO DL1H-RPT-SECTION-TEXT.
071100     PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT.
071200     MOVE DL1H-RPT-SUMMARY-HEADING TO DL1H-RPT-SECTION-TEXT.
071300     PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT.
071400     PERFORM 5100-REPORT-ONE-OWNER THRU 5100-EXIT
071500         VARYING DL1H-SUB-1 FROM 1 BY 1
071600         UNTIL DL1H-SUB-1 > DL1H-OWN-COUNT.
071700     MOVE SPACES TO DL1H-RPT-SUMMARY-LINE.
071800     MOVE 'ALL '                TO DL1H-RPT-SUM-CODE.
071900     MOVE 'TOTAL'               TO DL1H-RPT-SUM-NOTE.
072000     MOVE DL1H-ISSUED-TOTAL     TO DL1H-RPT-SUM-ISSUED.
072100     MOVE DL1H-RUN-COUNT        TO DL1H-RPT-SUM-RUNS.
072200     MOVE DL1H-ELAPSED-TOTAL    TO DL1H-RPT-SUM-ELAPSED.
072300     IF DL1H-ELAPSED-TOTAL > ZERO
072400         MOVE 100 TO DL1H-RPT-SUM-PCT
072500     ELSE
072600         MOVE ZERO TO DL1H-RPT-SUM-PCT
072700     END-IF.
072800     PERFORM 7300-WRITE-SUMMARY-LINE THRU 7300-EXIT.
072900 5000-EXIT.
073000     EXIT.
073100
073200 5100-REPORT-ONE-OWNER.
073300     MOVE DL1H-ORDER-SUB (DL1H-SUB-1) TO DL1H-OWN-SUB.
073400     MOVE SPACES TO DL1H-RPT-SUMMARY-LINE.
073500     MOVE DL1H-OWN-CODE (DL1H-OWN-SUB) TO DL1H-RPT-SUM-CODE.
073600     IF DL1H-OWN-CODE (DL1H-OWN-SUB) = DL1H-UNASSIGNED-CODE
073700         MOVE 'UNASSIGNED' TO DL1H-RPT-SUM-NOTE
073800     ELSE
073900         IF DL1H-OWN-CODE (DL1H-OWN-SUB) = DL1H-OTHERS-CODE
074000             MOVE 'OTHERS' TO DL1H-RPT-SUM-NOTE
074100         END-IF
074200     END-IF.
074300     MOVE DL1H-OWN-ISSUED (DL1H-OWN-SUB) TO DL1H-RPT-SUM-ISSUED.
074400     MOVE DL1H-OWN-RUNS (DL1H-OWN-SUB)   TO DL1H-RPT-SUM-RUNS.
074500     MOVE DL1H-OWN-SHARE (DL1H-OWN-SUB)  TO DL1H-RPT-SUM-ELAPSED.
074600     MOVE ZERO TO DL1H-SHARE-PCT.
074700     IF DL1H-ELAPSED-TOTAL > ZERO
074800         COMPUTE DL1H-SHARE-PCT ROUNDED =
074900                 DL1H-OWN-SHARE (DL1H-OWN-SUB) * 100
075000                 / DL1H-ELAPSED-TOTAL
075100     END-IF.
075200     MOVE DL1H-SHARE-PCT TO DL1H-RPT-SUM-PCT.
075300     PERFORM 7300-WRITE-SUMMARY-LINE THRU 7300-EXIT.
075400 5100-EXIT.
075500     EXIT.
075600
075700******************************************************************
075800*    6000-REPORT-RUNS - THE RUNS BEHIND EACH OWNER'S LINE, IN    *
075900*    THE SAME OWNER ORDER, WITH THE COUNTERS AND ELAPSED SECONDS *
076000*    EACH RUN CONTRIBUTED.                                       *
076100******************************************************************
076200 6000-REPORT-RUNS.
076300     PERFORM 6100-REPORT-OWNER-RUNS THRU 6100-EXIT
076400         VARYING DL1H-SUB-1 FROM 1 BY 1
076500         UNTIL DL1H-SUB-1 > DL1H-OWN-COUNT.
076600 6000-EXIT.
076700     EXIT.
076800
076900 6100-REPORT-OWNER-RUNS.
077000     MOVE DL1H-ORDER-SUB (DL1H-SUB-1) TO DL1H-OWN-SUB.
077100     MOVE DL1H-OWN-CODE (DL1H-OWN-SUB) TO DL1H-OST-CODE.
077200     MOVE SPACES TO DL1H-OST-NOTE.
077300     IF DL1H-OWN-CODE (DL1H-OWN-SUB) = DL1H-UNASSIGNED-CODE
077400         MOVE ' (UNASSIGNED)' TO DL1H-OST-NOTE
077500     END-IF.
077600     MOVE DL1H-OWNER-SECTION-TEXT TO DL1H-RPT-SECTION-TEXT.
077700     PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT.
077800     MOVE DL1H-RPT-RUN-HEADING TO DL1H-RPT-SECTION-TEXT.
077900     PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT.
078000     PERFORM 6200-REPORT-ONE-ROW THRU 6200-EXIT
078100         VARYING DL1H-ROW-SUB FROM 1 BY 1
078200         UNTIL DL1H-ROW-SUB > DL1H-ROW-COUNT.
078300 6100-EXIT.
078400     EXIT.
078500
078600 6200-REPORT-ONE-ROW.
078700     IF DL1H-ROW-OWN-SUB (DL1H-ROW-SUB) NOT = DL1H-OWN-SUB
078800         GO TO 6200-EXIT
078900     END-IF.
079000     MOVE DL1H-ROW-RUN-SUB (DL1H-ROW-SUB) TO DL1H-RUN-SUB.
079100     MOVE DL1H-RUN-STAMP (DL1H-RUN-SUB) TO DL1H-STAMP-WORK.
079200     MOVE SPACES TO DL1H-RPT-DETAIL-LINE.
079300     MOVE DL1H-STAMP-DATE   TO DL1H-RPT-DTL-DATE.
079400     MOVE DL1H-STAMP-HHMMSS TO DL1H-RPT-DTL-TIME.
079500     MOVE DL1H-RUN-ID (DL1H-RUN-SUB)    TO DL1H-RPT-DTL-RUN-ID.
079600     MOVE DL1H-RUN-START (DL1H-RUN-SUB) TO DL1H-RPT-DTL-START.
079700     MOVE DL1H-RUN-END (DL1H-RUN-SUB)   TO DL1H-RPT-DTL-END.
079800     MOVE DL1H-ROW-ISSUED (DL1H-ROW-SUB) TO DL1H-RPT-DTL-ISSUED.
079900     MOVE DL1H-ROW-SHARE (DL1H-ROW-SUB)  TO DL1H-RPT-DTL-ELAPSED.
080000     IF DL1H-RUN-TRAILER (DL1H-RUN-SUB) NOT = 'Y'
080100         MOVE 'NO TRAILER' TO DL1H-RPT-DTL-NOTE
080200     ELSE
080300         IF DL1H-RUN-STATUS (DL1H-RUN-SUB) = 'P'
080400             MOVE 'PARTIAL' TO DL1H-RPT-DTL-NOTE
080500         END-IF
080600     END-IF.
080700     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
080800 6200-EXIT.
080900     EXIT.
081000
081100******************************************************************
081200*    7000-WRITE-REPORT-LINE - ONE DETAIL LINE, FORCING A NEW     *
081300*    PAGE HEADING EVERY DL1H-RPT-LINES-PER-PAGE LINES.           *
081400******************************************************************
081500 7000-WRITE-REPORT-LINE.
081600     IF DL1H-RPT-LINE-COUNT >= DL1H-RPT-LINES-PER-PAGE
081700         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
081800     END-IF.
081900     MOVE DL1H-RPT-DETAIL-LINE TO DL1-HRP-RECORD.
082000     WRITE DL1-HRP-RECORD.
082100     ADD 1 TO DL1H-RPT-LINE-COUNT.
082200 7000-EXIT.
082300     EXIT.
082400
082500 7100-WRITE-REPORT-HEADING.
082600     ADD 1 TO DL1H-RPT-PAGE-NUMBER.
082700     MOVE DL1H-CURRENT-DATE    TO DL1H-RPT-H1-DATE.
082800     MOVE DL1H-RPT-PAGE-NUMBER TO DL1H-RPT-H1-PAGE.
082900     MOVE DL1H-RPT-HEADING-1   TO DL1-HRP-RECORD.
083000     WRITE DL1-HRP-RECORD.
083100     MOVE DL1H-BILL-MONTH      TO DL1H-RPT-H2-MONTH.
083200     MOVE DL1H-RPT-HEADING-2   TO DL1-HRP-RECORD.
083300     WRITE DL1-HRP-RECORD.
083400     MOVE ZERO TO DL1H-RPT-LINE-COUNT.
083500 7100-EXIT.
083600     EXIT.
083700
083800 7200-WRITE-SECTION-LINE.
083900     IF DL1H-RPT-LINE-COUNT >= DL1H-RPT-LINES-PER-PAGE
084000         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
084100     END-IF.
084200     MOVE DL1H-RPT-SECTION-LINE TO DL1-HRP-RECORD.
084300     WRITE DL1-HRP-RECORD.
084400     ADD 1 TO DL1H-RPT-LINE-COUNT.
084500 7200-EXIT.
084600     EXIT.
084700
084800 7300-WRITE-SUMMARY-LINE.
084900     IF DL1H-RPT-LINE-COUNT >= DL1H-RPT-LINES-PER-PAGE
085000         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
085100     END-IF.
085200     MOVE DL1H-RPT-SUMMARY-LINE TO DL1-HRP-RECORD.
085300     WRITE DL1-HRP-RECORD.
085400     ADD 1 TO DL1H-RPT-LINE-COUNT.
085500 7300-EXIT.
085600     EXIT.
085700
085800******************************************************************
085900*    8000-TERMINATE - THE COUNTS ON THE STATEMENT, CLOSE IT, AND *
086000*    GIVE THE OPERATOR THE VERDICT.  UNASSIGNED VOLUME, AN       *
086100*    UNTIMED RUN, OR AN EMPTY MONTH IS A WARNING - THE STATEMENT *
086200*    STANDS BUT SOMEONE HAS TO LOOK.                             *
086300******************************************************************
086400 8000-TERMINATE.
086500     IF DL1H-RETURN-CODE = ZERO
086600         IF DL1H-RUN-COUNT = ZERO
086700             OR DL1H-UNASSIGNED-TOTAL > ZERO
086800             OR DL1H-NO-TRAILER-COUNT > ZERO
086900             MOVE 4 TO DL1H-RETURN-CODE
087000         END-IF
087100     END-IF.
087200     IF DL1H-RPT-PAGE-NUMBER > ZERO
087300         MOVE 'USAGE ROWS READ:    ' TO DL1H-RPT-FTR-LABEL
087400         MOVE DL1H-USAGE-READ-COUNT TO DL1H-RPT-FTR-COUNT
087500         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
087600         MOVE '  FOR THE MONTH:    ' TO DL1H-RPT-FTR-LABEL
087700         MOVE DL1H-MONTH-ROW-COUNT TO DL1H-RPT-FTR-COUNT
087800         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
087900         MOVE 'RUNS BILLED:        ' TO DL1H-RPT-FTR-LABEL
088000         MOVE DL1H-RUN-COUNT TO DL1H-RPT-FTR-COUNT
088100         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
088200         MOVE '  NO TRAILER:       ' TO DL1H-RPT-FTR-LABEL
088300         MOVE DL1H-NO-TRAILER-COUNT TO DL1H-RPT-FTR-COUNT
088400         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
088500         MOVE 'OWNERS BILLED:      ' TO DL1H-RPT-FTR-LABEL
088600         MOVE DL1H-OWN-COUNT TO DL1H-RPT-FTR-COUNT
088700         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
088800         MOVE 'COUNTERS ISSUED:    ' TO DL1H-RPT-FTR-LABEL
088900         MOVE DL1H-ISSUED-TOTAL TO DL1H-RPT-FTR-COUNT
089000         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
089100         MOVE '  UNASSIGNED:       ' TO DL1H-RPT-FTR-LABEL
089200         MOVE DL1H-UNASSIGNED-TOTAL TO DL1H-RPT-FTR-COUNT
089300         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
089400         MOVE 'ELAPSED SECONDS:    ' TO DL1H-RPT-FTR-LABEL
089500         MOVE DL1H-ELAPSED-TOTAL TO DL1H-RPT-FTR-COUNT
089600         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
089700         CLOSE DL1-HRP-FILE
089800     END-IF.
089900     IF DL1H-RETURN-CODE < 8
090000         DISPLAY 'DL1559I CHARGEBACK COMPLETE FOR '
090100             DL1H-BILL-MONTH ' - ' DL1H-RUN-COUNT ' RUNS, '
090200             DL1H-UNASSIGNED-TOTAL ' UNASSIGNED'
090300     ELSE
090400         DISPLAY 'DL1559E CHARGEBACK FOR ' DL1H-BILL-MONTH
090500             ' NOT PRODUCED, RETURN-CODE ' DL1H-RETURN-CODE
090600     END-IF.
090700 8000-EXIT.
090800     EXIT.
090900
091000 8050-WRITE-FOOTER-LINE.
091100     MOVE DL1H-RPT-FOOTER-LINE TO DL1-HRP-RECORD.
091200     WRITE DL1-HRP-RECORD.
091300 8050-EXIT.
091400     EXIT.
091500
091600******************************************************************
091700*    9000-STAMP-TO-SECONDS - TURN THE JOB STAMP IN               *
091800*    DL1H-STAMP-WORK INTO ABSOLUTE SECONDS: THE DATE PART        *
091900*    BECOMES A SERIAL DAY NUMBER TIMES 86400, PLUS THE TIME OF   *
092000*    DAY.  HUNDREDTHS ARE DROPPED.                               *
092100******************************************************************
092200 9000-STAMP-TO-SECONDS.
092300     MOVE DL1H-STAMP-DATE TO DL1H-WORK-DATE.
092400     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
092500     COMPUTE DL1H-STAMP-SECONDS =
092600             DL1H-DAY-NUMBER * 86400
092700             + DL1H-STAMP-HH * 3600
092800             + DL1H-STAMP-MM * 60
092900             + DL1H-STAMP-SS.
093000 9000-EXIT.
093100     EXIT.
093200
093300******************************************************************
093400*    9100-DATE-TO-DAY-NUMBER - TURN DL1H-WORK-DATE (YYYYMMDD)    *
093500*    INTO A SERIAL DAY NUMBER IN DL1H-DAY-NUMBER, EXACTLY AS     *
093600*    DOWHILEMONITOR DOES: WHOLE YEARS BEFORE THIS ONE (WITH      *
093700*    THEIR LEAP DAYS), DAYS IN WHOLE MONTHS BEFORE THIS ONE      *
093800*    (PLUS ONE WHEN THIS IS A LEAP YEAR PAST FEBRUARY), PLUS THE *
093900*    DAY OF THE MONTH.                                           *
094000******************************************************************
094100 9100-DATE-TO-DAY-NUMBER.
094200     COMPUTE DL1H-PRIOR-YEAR = DL1H-WORK-YEAR - 1.
094300     COMPUTE DL1H-DAY-NUMBER =
094400             DL1H-PRIOR-YEAR * 365
094500             + DL1H-PRIOR-YEAR / 4
094600             - DL1H-PRIOR-YEAR / 100
094700             + DL1H-PRIOR-YEAR / 400
094800             + DL1H-DAYS-BEFORE-MONTH (DL1H-WORK-MONTH)
094900             + DL1H-WORK-DAY.
095000     PERFORM 9150-SET-LEAP-YEAR THRU 9150-EXIT.
096600     IF DL1H-LEAP-YEAR AND DL1H-WORK-MONTH > 2
096700         ADD 1 TO DL1H-DAY-NUMBER
096800     END-IF.
096900 9100-EXIT.
097000     EXIT.
097100
097200******************************************************************
097300*    9150-SET-LEAP-YEAR - IS DL1H-WORK-YEAR A LEAP YEAR: EVERY   *
097400*    FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY 400.         *
097500******************************************************************
097600 9150-SET-LEAP-YEAR.
097700     MOVE 'N' TO DL1H-LEAP-SWITCH.
097800     DIVIDE DL1H-WORK-YEAR BY 4 GIVING DL1H-LEAP-QUOTIENT
097900         REMAINDER DL1H-LEAP-REM.
098000     IF DL1H-LEAP-REM = ZERO
098100         SET DL1H-LEAP-YEAR TO TRUE
098200         DIVIDE DL1H-WORK-YEAR BY 100 GIVING DL1H-LEAP-QUOTIENT
098300             REMAINDER DL1H-LEAP-REM
098400         IF DL1H-LEAP-REM = ZERO
098500             MOVE 'N' TO DL1H-LEAP-SWITCH
098600             DIVIDE DL1H-WORK-YEAR BY 400
098700                 GIVING DL1H-LEAP-QUOTIENT REMAINDER DL1H-LEAP-REM
098800             IF DL1H-LEAP-REM = ZERO
098900                 SET DL1H-LEAP-YEAR TO TRUE
099000             END-IF
099100         END-IF
099200     END-IF.
099300 9150-EXIT.
099400     EXIT.
