000100******************************************************************
000200*                                                                *
000300*    PROGRAM:  DOWHILECLOSE                                     *
000400*    AUTHOR:   D. ORIC, BATCH SYSTEMS GROUP                     *
000500*    INSTALLATION: CENTRAL DATA CENTER                          *
000600*    DATE-WRITTEN: 10/15/2026                                   *
000700*                                                                *
000800*    REMARKS.                                                   *
000900*    NIGHTLY CYCLE CLOSE-OUT.  EACH STEP OF THE CYCLE LEAVES ITS *
001000*    OWN EVIDENCE - DOWHILEVERIFY'S VERDICT ON THE GENERATION    *
001100*    CATALOG (DL1GEN), DOWHILECONSOL'S DL1OVCTL, DOWHILEAPPLY'S  *
001200*    APPLY STATUS AND REJECT FILE (DL1REJ), DOWHILEBATCH'S       *
001300*    RESULTS (DL1RES) AND RESTART JOURNAL (DL1BRS), AND THE      *
001400*    OPEN ITEMS ON THE EXCEPTION FILE (DL1XCP).  THIS STEP RUNS  *
001500*    LAST, CHECKS ALL OF THEM FOR THE CYCLE DATE, AND WRITES ONE *
001600*    CLOSE-OUT CERTIFICATE TO DL1CLO (SEE DL1CLOR) WITH A PASS OR*
001700*    FAIL FLAG AND A REASON CODE PER CHECK AND AN OVERALL FLAG,  *
001800*    SO THE DOWNSTREAM JOBSTREAM GATES ON ONE RECORD INSTEAD OF  *
001900*    FIVE.  A ONE-PAGE CYCLE SUMMARY GOES TO DL1ZRPT.  A CHECK   *
002000*    WHOSE INPUT CANNOT BE READ FAILS WITH REASON FILEERR - THE  *
002100*    CERTIFICATE NEVER PASSES ON EVIDENCE IT COULD NOT SEE.      *
002200*    RETURN-CODE 8 MEANS THE CYCLE FAILED CLOSE-OUT; 16 MEANS NO *
002300*    CERTIFICATE COULD BE WRITTEN, AND DL1CLO IS LEFT EMPTY.     *
002400*                                                                *
002500*    THE PARM IS THE CYCLE DATE (YYYYMMDD); BLANK MEANS THE      *
002600*    CURRENT DATE.                                               *
002700*                                                                *
002800*    MODIFICATION HISTORY.                                      *
002900*    10/15/2026  DRO  ORIGINAL VERSION.                         *
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.    DoWhileClose.
003300 AUTHOR.        D. ORIC.
003400 INSTALLATION.  CENTRAL DATA CENTER.
003500 DATE-WRITTEN.  10/15/2026.
003600 DATE-COMPILED.
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100*    GENERATION CATALOG, KEYED BY GENERATION NUMBER - READ IN KEY
004200*    ORDER FOR THE VERIFY AND APPLY STATUS OF THE CYCLE'S RUNS.
004300     SELECT DL1-GEN-FILE ASSIGN TO "DL1GEN"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS DL1-GEN-KEY
004700         FILE STATUS IS DL1Z-GEN-STATUS.
004800*    CONSOLIDATED OVERALL CONTROL RECORD FROM DOWHILECONSOL.
004900     SELECT DL1-OVC-FILE ASSIGN TO "DL1OVCTL"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS DL1Z-OVC-STATUS.
005200*    DOWHILEAPPLY REJECTS - READ-ONLY.
005300     SELECT DL1-REJ-FILE ASSIGN TO "DL1REJ"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS DL1Z-REJ-STATUS.
005600*    DOWHILEBATCH PER-REQUEST RESULTS - READ-ONLY.
005700     SELECT DL1-RES-FILE ASSIGN TO "DL1RES"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS DL1Z-RES-STATUS.
006000*    DOWHILEBATCH RESTART JOURNAL - READ-ONLY.
006100     SELECT DL1-BRS-FILE ASSIGN TO "DL1BRS"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS DL1Z-BRS-STATUS.
006400*    EXCEPTION TRACKING FILE, KEYED - READ IN KEY ORDER.
006500     SELECT DL1-XCP-FILE ASSIGN TO "DL1XCP"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS SEQUENTIAL
006800         RECORD KEY IS DL1-XCP-KEY
006900         FILE STATUS IS DL1Z-XCP-STATUS.
007000*    THE CLOSE-OUT CERTIFICATE - ONE RECORD, REPLACED EVERY RUN.
007100     SELECT DL1-CLO-FILE ASSIGN TO "DL1CLO"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS DL1Z-CLO-STATUS.
007400*    THIS STEP'S OWN PRINTED SUMMARY - NORMALLY TO SYSOUT.
007500     SELECT DL1-ZRP-FILE ASSIGN TO "DL1ZRPT"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS DL1Z-ZRP-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  DL1-GEN-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY DL1GENR.
008400
008500 FD  DL1-OVC-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY DL1CTLR.
008800
008900 FD  DL1-REJ-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY DL1REJR.
009200
009300 FD  DL1-RES-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY DL1RESR.
009600
009700 FD  DL1-BRS-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY DL1BRSR.
010000
010100 FD  DL1-XCP-FILE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY DL1XCPR.
010400
010500 FD  DL1-CLO-FILE
010600     LABEL RECORDS ARE STANDARD.
010700     COPY DL1CLOR.
010800
010900 FD  DL1-ZRP-FILE
011000     LABEL RECORDS ARE STANDARD.
011100     COPY DL1ZRPR.
011200
011300 WORKING-STORAGE SECTION.
011400******************************************************************
011500*    PARAMETER AREA - THE CYCLE DATE.                            *
011600******************************************************************
011700 01  DL1Z-PARM-TEXT              PIC X(08) VALUE SPACES.
011800 01  DL1Z-PARM-FIELDS REDEFINES DL1Z-PARM-TEXT.
011900     05  DL1Z-PARM-DATE          PIC 9(08).
012000 01  DL1Z-PARM-DATE-SPLIT REDEFINES DL1Z-PARM-TEXT.
012100     05  DL1Z-PARM-YEAR          PIC 9(04).
012200     05  DL1Z-PARM-MONTH         PIC 9(02).
012300     05  DL1Z-PARM-DAY           PIC 9(02).
012400
012500 01  DL1Z-CYCLE-DATE             PIC 9(08) VALUE ZERO.
012600*    A JOB STAMP (YYYYMMDD FOLLOWED BY HHMMSSCC), SPLIT SO ITS
012700*    DATE CAN BE COMPARED WITH THE CYCLE DATE.
012800 01  DL1Z-STAMP-WORK             PIC 9(16) VALUE ZERO.
012900 01  DL1Z-STAMP-SPLIT REDEFINES DL1Z-STAMP-WORK.
013000     05  DL1Z-STAMP-DATE         PIC 9(08).
013100     05  DL1Z-STAMP-TIME         PIC 9(08).
013105*    A DATE BEING CHECKED BY 9200-CHECK-DATE, AND THE DAYS IN
013110*    EACH MONTH - FEBRUARY GAINS ONE IN A LEAP YEAR.
013115 01  DL1Z-WORK-DATE              PIC 9(08) VALUE ZERO.
013120 01  DL1Z-WORK-DATE-SPLIT REDEFINES DL1Z-WORK-DATE.
013125     05  DL1Z-WORK-YEAR          PIC 9(04).
013130     05  DL1Z-WORK-MONTH         PIC 9(02).
013135     05  DL1Z-WORK-DAY           PIC 9(02).
013140 01  DL1Z-LEAP-REM               PIC 9(04) VALUE ZERO.
013145 01  DL1Z-LEAP-QUOTIENT          PIC 9(04) VALUE ZERO.
013150 01  DL1Z-MONTH-LENGTH-TEXT      PIC X(24) VALUE
013155         '312831303130313130313031'.
013160 01  DL1Z-MONTH-LENGTH-TABLE REDEFINES DL1Z-MONTH-LENGTH-TEXT.
013165     05  DL1Z-DAYS-IN-MONTH      OCCURS 12 TIMES PIC 9(02).
013170 01  DL1Z-MONTH-LAST-DAY         PIC 9(02) VALUE ZERO.
013200
013300 01  DL1Z-GEN-COUNT              PIC 9(09) VALUE ZERO.
013400 01  DL1Z-INCOMPLETE-COUNT       PIC 9(09) VALUE ZERO.
013500 01  DL1Z-VERIFY-FAILED-COUNT    PIC 9(09) VALUE ZERO.
013600 01  DL1Z-UNVERIFIED-COUNT       PIC 9(09) VALUE ZERO.
013700 01  DL1Z-APPLY-FAILED-COUNT     PIC 9(09) VALUE ZERO.
013800 01  DL1Z-UNAPPLIED-COUNT        PIC 9(09) VALUE ZERO.
013850 01  DL1Z-BACKED-OUT-COUNT       PIC 9(09) VALUE ZERO.
013900 01  DL1Z-GEN-REJECTS-COUNT      PIC 9(09) VALUE ZERO.
014000 01  DL1Z-REJECT-ROW-COUNT       PIC 9(09) VALUE ZERO.
014100 01  DL1Z-REQUEST-COUNT          PIC 9(09) VALUE ZERO.
014200 01  DL1Z-REQUEST-FAILED-COUNT   PIC 9(09) VALUE ZERO.
014300 01  DL1Z-OPEN-EXCEPTION-COUNT   PIC 9(09) VALUE ZERO.
014400 01  DL1Z-FAILED-CHECKS          PIC 9(02) VALUE ZERO.
014500 01  DL1Z-LAST-BRS-TYPE          PIC X(01) VALUE SPACE.
014600 01  DL1Z-LAST-BRS-DATE          PIC 9(08) VALUE ZERO.
014700 01  DL1Z-RETURN-CODE            PIC 9(04) VALUE ZERO.
014800 01  DL1Z-ERROR-MSG              PIC X(60) VALUE SPACES.
014900 01  DL1Z-CURRENT-DATE           PIC 9(08) VALUE ZERO.
015000 01  DL1Z-CURRENT-TIME           PIC 9(08) VALUE ZERO.
015100 01  DL1Z-GEN-STATUS             PIC XX.
015200 01  DL1Z-OVC-STATUS             PIC XX.
015300 01  DL1Z-REJ-STATUS             PIC XX.
015400 01  DL1Z-RES-STATUS             PIC XX.
015500 01  DL1Z-BRS-STATUS             PIC XX.
015600 01  DL1Z-XCP-STATUS             PIC XX.
015700 01  DL1Z-CLO-STATUS             PIC XX.
015800 01  DL1Z-ZRP-STATUS             PIC XX.
015900
016000******************************************************************
016100*    CHECK TABLE - ONE ENTRY PER CHECK, IN THE ORDER AND LAYOUT  *
016200*    OF THE CERTIFICATE'S CHECK ENTRIES, SO THE WHOLE TABLE      *
016300*    MOVES ONTO THE RECORD.  EVERY CHECK STARTS PASSED; THE      *
016400*    FIRST FAILURE FOUND SETS ITS REASON AND COUNT AND LATER     *
016500*    ONES FOR THE SAME CHECK ARE LEFT OFF, SO THE REASON IS      *
016600*    ALWAYS THE MOST FUNDAMENTAL ONE.                            *
016700******************************************************************
016800 01  DL1Z-CHECK-TEXT.
016900     05  FILLER                  PIC X(26) VALUE
017000             'VERIFY  POK      000000000'.
017100     05  FILLER                  PIC X(26) VALUE
017200             'CONSOL  POK      000000000'.
017300     05  FILLER                  PIC X(26) VALUE
017400             'APPLY   POK      000000000'.
017500     05  FILLER                  PIC X(26) VALUE
017600             'BATCH   POK      000000000'.
017700     05  FILLER                  PIC X(26) VALUE
017800             'EXCEPT  POK      000000000'.
017900 01  DL1Z-CHECK-TABLE REDEFINES DL1Z-CHECK-TEXT.
018000     05  DL1Z-CHECK-ENTRY OCCURS 5 TIMES.
018100         10  DL1Z-CHK-NAME       PIC X(08).
018200         10  DL1Z-CHK-RESULT     PIC X(01).
018300             88  DL1Z-CHK-PASSED        VALUE 'P'.
018400             88  DL1Z-CHK-FAILED        VALUE 'F'.
018500         10  DL1Z-CHK-REASON     PIC X(08).
018600         10  DL1Z-CHK-COUNT      PIC 9(09).
018700*    WHAT EACH CHECK'S LINE ON THE SUMMARY SAYS WHEN IT PASSES;
018800*    A FAILURE REPLACES IT WITH WHAT WENT WRONG.
018900 01  DL1Z-NOTE-TEXT.
019000     05  FILLER                  PIC X(40) VALUE
019100             'EVERY CYCLE GENERATION VERIFIED'.
019200     05  FILLER                  PIC X(40) VALUE
019300             'CONSOLIDATED CONTROL RECORD IS CURRENT'.
019400     05  FILLER                  PIC X(40) VALUE
019500             'EVERY CYCLE GENERATION APPLIED CLEAN'.
019600     05  FILLER                  PIC X(40) VALUE
019700             'BATCH ENDED, EVERY REQUEST STATUS ZERO'.
019800     05  FILLER                  PIC X(40) VALUE
019900             'NO OPEN EXCEPTIONS'.
020000 01  DL1Z-NOTE-TABLE REDEFINES DL1Z-NOTE-TEXT.
020100     05  DL1Z-CHK-NOTE           OCCURS 5 TIMES PIC X(40).
020200
020300 01  DL1Z-VERIFY-CHECK           PIC 9(04) VALUE 1.
020400 01  DL1Z-CONSOL-CHECK           PIC 9(04) VALUE 2.
020500 01  DL1Z-APPLY-CHECK            PIC 9(04) VALUE 3.
020600 01  DL1Z-BATCH-CHECK            PIC 9(04) VALUE 4.
020700 01  DL1Z-EXCEPT-CHECK           PIC 9(04) VALUE 5.
020800 01  DL1Z-CHECK-LIMIT            PIC 9(04) VALUE 5.
020900 01  DL1Z-CHK-SUB                PIC 9(04) VALUE ZERO.
021000*    THE FAILURE BEING RECORDED BY 6000-FAIL-CHECK.
021100 01  DL1Z-FAIL-REASON            PIC X(08) VALUE SPACES.
021200 01  DL1Z-FAIL-COUNT             PIC 9(09) VALUE ZERO.
021300 01  DL1Z-FAIL-NOTE              PIC X(40) VALUE SPACES.
021400
021500 01  DL1Z-SWITCHES.
021600     05  DL1Z-EOF-SWITCH         PIC X(01) VALUE 'N'.
021700         88  DL1Z-END-OF-FILE           VALUE 'Y'.
021800     05  DL1Z-CLO-OPEN-SWITCH    PIC X(01) VALUE 'N'.
021900         88  DL1Z-CLO-FILE-OPENED       VALUE 'Y'.
021910     05  DL1Z-LEAP-SWITCH        PIC X(01) VALUE 'N'.
021920         88  DL1Z-LEAP-YEAR             VALUE 'Y'.
021930     05  DL1Z-DATE-SWITCH        PIC X(01) VALUE 'N'.
021940         88  DL1Z-DATE-VALID            VALUE 'Y'.
022000
022100******************************************************************
022200*    REPORT AREA - PAGE-HEADED IN THE SAME STYLE AS DL1RPT.      *
022300******************************************************************
022400 01  DL1Z-RPT-LINE-COUNT         PIC 9(04) VALUE ZERO.
022500 01  DL1Z-RPT-LINES-PER-PAGE     PIC 9(04) VALUE 50.
022600 01  DL1Z-RPT-PAGE-NUMBER        PIC 9(04) VALUE ZERO.
022700
022800 01  DL1Z-RPT-HEADING-1.
022900     05  FILLER                  PIC X(01) VALUE SPACE.
023000     05  FILLER                  PIC X(34) VALUE
023100             'DOWHILECLOSE - CYCLE CLOSE-OUT'.
023200     05  FILLER                  PIC X(01) VALUE SPACES.
023300     05  FILLER                  PIC X(05) VALUE 'DATE:'.
023400     05  DL1Z-RPT-H1-DATE        PIC 9(08).
023500     05  FILLER                  PIC X(04) VALUE SPACES.
023600     05  FILLER                  PIC X(05) VALUE 'PAGE:'.
023700     05  DL1Z-RPT-H1-PAGE        PIC ZZZ9.
023800     05  FILLER                  PIC X(18) VALUE SPACES.
023900
024000 01  DL1Z-RPT-HEADING-2.
024100     05  FILLER                  PIC X(01) VALUE SPACE.
024200     05  FILLER                  PIC X(12) VALUE 'CYCLE DATE: '.
024300     05  DL1Z-RPT-H2-CYCLE-DATE  PIC 9(08).
024400     05  FILLER                  PIC X(59) VALUE SPACES.
024500
024600 01  DL1Z-RPT-COLUMN-HEADING.
024700     05  FILLER                  PIC X(01) VALUE SPACE.
024800     05  FILLER                  PIC X(10) VALUE 'CHECK'.
024900     05  FILLER                  PIC X(06) VALUE 'RESULT'.
025000     05  FILLER                  PIC X(09) VALUE 'REASON'.
025100     05  FILLER                  PIC X(11) VALUE '    COUNT'.
025200     05  FILLER                  PIC X(43) VALUE 'NOTE'.
025300
025400 01  DL1Z-RPT-DETAIL-LINE.
025500     05  FILLER                  PIC X(01) VALUE SPACE.
025600     05  DL1Z-RPT-DTL-NAME       PIC X(08).
025700     05  FILLER                  PIC X(02) VALUE SPACES.
025800     05  DL1Z-RPT-DTL-RESULT     PIC X(04).
025900     05  FILLER                  PIC X(02) VALUE SPACES.
026000     05  DL1Z-RPT-DTL-REASON     PIC X(08).
026100     05  FILLER                  PIC X(01) VALUE SPACE.
026200     05  DL1Z-RPT-DTL-COUNT      PIC ZZZZZZZZ9.
026300     05  FILLER                  PIC X(02) VALUE SPACES.
026400     05  DL1Z-RPT-DTL-NOTE       PIC X(40).
026500     05  FILLER                  PIC X(03) VALUE SPACES.
026600
026700 01  DL1Z-RPT-SECTION-LINE.
026800     05  FILLER                  PIC X(01) VALUE SPACE.
026900     05  DL1Z-RPT-SECTION-TEXT   PIC X(79).
027000
027100 01  DL1Z-RPT-FOOTER-LINE.
027200     05  FILLER                  PIC X(01) VALUE SPACE.
027300     05  DL1Z-RPT-FTR-LABEL      PIC X(20).
027400     05  DL1Z-RPT-FTR-COUNT      PIC ZZZZZZZZ9.
027500     05  FILLER                  PIC X(50) VALUE SPACES.
027600
027700 PROCEDURE DIVISION.
027800******************************************************************
027900*    0000-MAINLINE - RUN EVERY CHECK, WRITE THE CERTIFICATE, AND *
028000*    PRINT THE SUMMARY.                                          *
028100******************************************************************
028200 0000-MAINLINE.
028300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028400     IF DL1Z-RETURN-CODE NOT = ZERO
028500         GO TO 0000-MAINLINE-EXIT
028600     END-IF.
028700     PERFORM 2000-CHECK-GENERATIONS THRU 2000-EXIT.
028800     PERFORM 2500-CHECK-REJECTS THRU 2500-EXIT.
028900     PERFORM 3000-CHECK-CONSOLIDATION THRU 3000-EXIT.
029000     PERFORM 4000-CHECK-BATCH THRU 4000-EXIT.
029100     PERFORM 5000-CHECK-EXCEPTIONS THRU 5000-EXIT.
029200     PERFORM 6500-WRITE-CERTIFICATE THRU 6500-EXIT.
029300     PERFORM 6600-REPORT-CHECKS THRU 6600-EXIT.
029400 0000-MAINLINE-EXIT.
029500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
029600     MOVE DL1Z-RETURN-CODE TO RETURN-CODE.
029700     GOBACK.
029800
029900******************************************************************
030000*    1000-INITIALIZE - EMPTY THE CERTIFICATE FILE FIRST, SO NO   *
030100*    EARLIER CYCLE'S RECORD SURVIVES A RUN THAT STOPS SHORT,     *
030200*    THEN SETTLE THE CYCLE DATE AND OPEN THE SUMMARY.            *
030300******************************************************************
030400 1000-INITIALIZE.
030500     ACCEPT DL1Z-CURRENT-DATE FROM DATE YYYYMMDD.
030600     ACCEPT DL1Z-CURRENT-TIME FROM TIME.
030700     ACCEPT DL1Z-PARM-TEXT FROM COMMAND-LINE.
030800     OPEN OUTPUT DL1-CLO-FILE.
030900     IF DL1Z-CLO-STATUS NOT = '00'
031000         MOVE 16 TO DL1Z-RETURN-CODE
031100         DISPLAY 'DL1771E UNABLE TO OPEN DL1CLO, STATUS='
031200             DL1Z-CLO-STATUS
031300         GO TO 1000-EXIT
031400     END-IF.
031500     SET DL1Z-CLO-FILE-OPENED TO TRUE.
031600     PERFORM 1100-VALIDATE-PARM THRU 1100-EXIT.
031700     IF DL1Z-RETURN-CODE NOT = ZERO
031800         GO TO 1000-EXIT
031900     END-IF.
032000     OPEN OUTPUT DL1-ZRP-FILE.
032100     IF DL1Z-ZRP-STATUS NOT = '00'
032200         MOVE 16 TO DL1Z-RETURN-CODE
032300         DISPLAY 'DL1772E UNABLE TO OPEN DL1ZRPT, STATUS='
032400             DL1Z-ZRP-STATUS
032500         GO TO 1000-EXIT
032600     END-IF.
032700     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
032800 1000-EXIT.
032900     EXIT.
033000
033100******************************************************************
033200*    1100-VALIDATE-PARM - THE CYCLE DATE, WHEN GIVEN, MUST BE A  *
033300*    REAL YYYYMMDD DATE.  BLANK CLOSES OUT TODAY'S CYCLE.        *
033400******************************************************************
033500 1100-VALIDATE-PARM.
033600     IF DL1Z-PARM-TEXT = SPACES
033700         MOVE DL1Z-CURRENT-DATE TO DL1Z-CYCLE-DATE
033800         GO TO 1100-EXIT
033900     END-IF.
034000     MOVE 'N' TO DL1Z-DATE-SWITCH.
034100     IF DL1Z-PARM-DATE IS NUMERIC
034150         MOVE DL1Z-PARM-DATE TO DL1Z-WORK-DATE
034200         PERFORM 9200-CHECK-DATE THRU 9200-EXIT
034250     END-IF.
034260     IF NOT DL1Z-DATE-VALID
034300         MOVE 16 TO DL1Z-RETURN-CODE
034400         MOVE 'DL1770E CYCLE DATE IS NOT A VALID YYYYMMDD.'
034500             TO DL1Z-ERROR-MSG
034600         DISPLAY DL1Z-ERROR-MSG
034700         GO TO 1100-EXIT
034800     END-IF.
034900     MOVE DL1Z-PARM-DATE TO DL1Z-CYCLE-DATE.
035000 1100-EXIT.
035100     EXIT.
035200
035300******************************************************************
035400*    2000-CHECK-GENERATIONS - THE VERIFY CHECK.  EVERY           *
035500*    GENERATION CATALOGED WITH THE CYCLE'S RUN DATE (AND NOT     *
035600*    ROLLED OFF) MUST BE COMPLETE AND VERIFIED; A CYCLE WITH NO  *
035700*    GENERATION AT ALL HAS NOTHING TO RELEASE.  THE SAME PASS    *
035800*    COUNTS THE APPLY STATUSES 2500-CHECK-REJECTS JUDGES.        *
035900******************************************************************
036000 2000-CHECK-GENERATIONS.
036100     MOVE DL1Z-VERIFY-CHECK TO DL1Z-CHK-SUB.
036200     OPEN INPUT DL1-GEN-FILE.
036300     IF DL1Z-GEN-STATUS = '35'
036400         MOVE 'NOGEN'    TO DL1Z-FAIL-REASON
036500         MOVE ZERO       TO DL1Z-FAIL-COUNT
036600         MOVE 'NO GENERATION CATALOG ON HAND'
036700             TO DL1Z-FAIL-NOTE
036800         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
036900         GO TO 2000-EXIT
037000     END-IF.
037100     IF DL1Z-GEN-STATUS NOT = '00'
037200         DISPLAY 'DL1773W UNABLE TO OPEN DL1GEN, STATUS='
037300             DL1Z-GEN-STATUS
037400         MOVE 'FILEERR'  TO DL1Z-FAIL-REASON
037500         MOVE ZERO       TO DL1Z-FAIL-COUNT
037600         MOVE 'DL1GEN COULD NOT BE OPENED' TO DL1Z-FAIL-NOTE
037700         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
037800         MOVE DL1Z-APPLY-CHECK TO DL1Z-CHK-SUB
037900         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
038000         GO TO 2000-EXIT
038100     END-IF.
038200     MOVE 'N' TO DL1Z-EOF-SWITCH.
038300     PERFORM UNTIL DL1Z-END-OF-FILE
038400         READ DL1-GEN-FILE NEXT RECORD
038500             AT END
038600                 SET DL1Z-END-OF-FILE TO TRUE
038700             NOT AT END
038800                 PERFORM 2100-CHECK-ONE-GENERATION THRU 2100-EXIT
038900         END-READ
039000     END-PERFORM.
039100     CLOSE DL1-GEN-FILE.
039200     IF DL1Z-GEN-COUNT = ZERO
039300         MOVE 'NOGEN'    TO DL1Z-FAIL-REASON
039400         MOVE ZERO       TO DL1Z-FAIL-COUNT
039500         MOVE 'NO GENERATION RUN ON THE CYCLE DATE'
039600             TO DL1Z-FAIL-NOTE
039700         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
039800     END-IF.
039900     IF DL1Z-VERIFY-FAILED-COUNT > ZERO
040000         MOVE 'VERFAIL'  TO DL1Z-FAIL-REASON
040100         MOVE DL1Z-VERIFY-FAILED-COUNT TO DL1Z-FAIL-COUNT
040200         MOVE 'GENERATIONS FAILED VERIFICATION'
040300             TO DL1Z-FAIL-NOTE
040400         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
040500     END-IF.
040600     IF DL1Z-INCOMPLETE-COUNT > ZERO
040700         MOVE 'NOTCOMPL' TO DL1Z-FAIL-REASON
040800         MOVE DL1Z-INCOMPLETE-COUNT TO DL1Z-FAIL-COUNT
040900         MOVE 'GENERATIONS STILL OPEN OR PARTIAL'
041000             TO DL1Z-FAIL-NOTE
041100         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
041200     END-IF.
041300     IF DL1Z-UNVERIFIED-COUNT > ZERO
041400         MOVE 'UNVERIFD' TO DL1Z-FAIL-REASON
041500         MOVE DL1Z-UNVERIFIED-COUNT TO DL1Z-FAIL-COUNT
041600         MOVE 'GENERATIONS NOT YET VERIFIED'
041700             TO DL1Z-FAIL-NOTE
041800         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
041900     END-IF.
042000 2000-EXIT.
042100     EXIT.
042200
042300******************************************************************
042400*    2100-CHECK-ONE-GENERATION - COUNT ONE CATALOG ENTRY OF THE  *
042500*    CYCLE.  AN OPEN OR PARTIAL GENERATION IS NOT FINISHED, SO   *
042600*    IT IS NOT HELD TO A VERIFY OR APPLY VERDICT YET.            *
042700******************************************************************
042800 2100-CHECK-ONE-GENERATION.
042900     IF DL1-GEN-NUMBER = ZERO
043000         OR DL1-GEN-RUN-DATE NOT = DL1Z-CYCLE-DATE
043100         OR DL1-GEN-ROLLED-OFF
043200         GO TO 2100-EXIT
043300     END-IF.
043400     ADD 1 TO DL1Z-GEN-COUNT.
043500     IF DL1-GEN-OPEN OR DL1-GEN-PARTIAL
043600         ADD 1 TO DL1Z-INCOMPLETE-COUNT
043700         GO TO 2100-EXIT
043800     END-IF.
043900     IF DL1-GEN-VERIFY-FAILED
044000         ADD 1 TO DL1Z-VERIFY-FAILED-COUNT
044100     ELSE
044200         IF NOT DL1-GEN-VERIFIED
044300             ADD 1 TO DL1Z-UNVERIFIED-COUNT
044400         END-IF
044500     END-IF.
044550     IF DL1-GEN-BACKED-OUT
044560         ADD 1 TO DL1Z-BACKED-OUT-COUNT
044570         GO TO 2100-EXIT
044580     END-IF.
044600     IF DL1-GEN-APPLY-FAILED
044700         ADD 1 TO DL1Z-APPLY-FAILED-COUNT
044800     ELSE
044900         IF DL1-GEN-APPLIED-REJECTS
045000             ADD 1 TO DL1Z-GEN-REJECTS-COUNT
045100         ELSE
045200             IF NOT DL1-GEN-APPLIED
045300                 ADD 1 TO DL1Z-UNAPPLIED-COUNT
045400             END-IF
045500         END-IF
045600     END-IF.
045700 2100-EXIT.
045800     EXIT.
045900
046000******************************************************************
046100*    2500-CHECK-REJECTS - THE APPLY CHECK.  EVERY FINISHED CYCLE *
046200*    GENERATION MUST BE APPLIED, AND NO COUNTER MAY HAVE BEEN    *
046300*    REJECTED - NEITHER A DL1REJ ROW CARRYING THE CYCLE DATE NOR *
046400*    A GENERATION CATALOGED AS APPLIED WITH REJECTS, WHOSE ROWS  *
046500*    A LATER APPLY MAY HAVE REPLACED ON DL1REJ.  NO REJECT FILE  *
046600*    MEANS NOTHING WAS REJECTED.  A GENERATION DOWHILEBACKOUT    *
046610*    HAS BACKED OUT IS NOT APPLIED UNTIL DOWHILEAPPLY RUNS IT    *
046620*    AGAIN.                                                      *
046700******************************************************************
046800 2500-CHECK-REJECTS.
046900     MOVE DL1Z-APPLY-CHECK TO DL1Z-CHK-SUB.
047000     OPEN INPUT DL1-REJ-FILE.
047100     IF DL1Z-REJ-STATUS NOT = '00'
047200         AND DL1Z-REJ-STATUS NOT = '35'
047300         DISPLAY 'DL1774W UNABLE TO OPEN DL1REJ, STATUS='
047400             DL1Z-REJ-STATUS
047500         MOVE 'FILEERR'  TO DL1Z-FAIL-REASON
047600         MOVE ZERO       TO DL1Z-FAIL-COUNT
047700         MOVE 'DL1REJ COULD NOT BE OPENED' TO DL1Z-FAIL-NOTE
047800         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
047900         GO TO 2500-EXIT
048000     END-IF.
048100     IF DL1Z-REJ-STATUS = '00'
048200         MOVE 'N' TO DL1Z-EOF-SWITCH
048300         PERFORM UNTIL DL1Z-END-OF-FILE
048400             READ DL1-REJ-FILE
048500                 AT END
048600                     SET DL1Z-END-OF-FILE TO TRUE
048700                 NOT AT END
048800                     IF DL1-REJ-RUN-DATE = DL1Z-CYCLE-DATE
048900                         ADD 1 TO DL1Z-REJECT-ROW-COUNT
049000                     END-IF
049100             END-READ
049200         END-PERFORM
049300         CLOSE DL1-REJ-FILE
049400     END-IF.
049500     IF DL1Z-APPLY-FAILED-COUNT > ZERO
049600         MOVE 'APPFAIL'  TO DL1Z-FAIL-REASON
049700         MOVE DL1Z-APPLY-FAILED-COUNT TO DL1Z-FAIL-COUNT
049800         MOVE 'GENERATIONS FAILED TO APPLY' TO DL1Z-FAIL-NOTE
049900         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
050000     END-IF.
050010     IF DL1Z-BACKED-OUT-COUNT > ZERO
050020         MOVE 'BACKOUT'  TO DL1Z-FAIL-REASON
050030         MOVE DL1Z-BACKED-OUT-COUNT TO DL1Z-FAIL-COUNT
050040         MOVE 'GENERATIONS BACKED OUT, NOT REAPPLIED'
050050             TO DL1Z-FAIL-NOTE
050060         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
050070     END-IF.
050100     IF DL1Z-UNAPPLIED-COUNT > ZERO
050200         MOVE 'UNAPPLD'  TO DL1Z-FAIL-REASON
050300         MOVE DL1Z-UNAPPLIED-COUNT TO DL1Z-FAIL-COUNT
050400         MOVE 'GENERATIONS NOT YET APPLIED' TO DL1Z-FAIL-NOTE
050500         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
050600     END-IF.
050700     IF DL1Z-REJECT-ROW-COUNT > ZERO
050800         MOVE 'REJECTS'  TO DL1Z-FAIL-REASON
050900         MOVE DL1Z-REJECT-ROW-COUNT TO DL1Z-FAIL-COUNT
051000         MOVE 'COUNTERS REJECTED BY THE APPLY STEP'
051100             TO DL1Z-FAIL-NOTE
051200         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
051300     END-IF.
051400     IF DL1Z-GEN-REJECTS-COUNT > ZERO
051500         MOVE 'REJECTS'  TO DL1Z-FAIL-REASON
051600         MOVE DL1Z-GEN-REJECTS-COUNT TO DL1Z-FAIL-COUNT
051700         MOVE 'GENERATIONS APPLIED WITH REJECTS'
051800             TO DL1Z-FAIL-NOTE
051900         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
052000     END-IF.
052100 2500-EXIT.
052200     EXIT.
052300
052400******************************************************************
052500*    3000-CHECK-CONSOLIDATION - THE CONSOL CHECK.  DL1OVCTL MUST *
052600*    BE ON HAND, AND ITS END STAMP MAY NOT BE OLDER THAN THE     *
052700*    CYCLE - DOWHILECONSOL WRITES NOTHING WHEN IT FAILS, SO AN   *
052800*    OLD RECORD LEFT IN PLACE IS AN EARLIER CYCLE'S.             *
052900******************************************************************
053000 3000-CHECK-CONSOLIDATION.
053100     MOVE DL1Z-CONSOL-CHECK TO DL1Z-CHK-SUB.
053200     OPEN INPUT DL1-OVC-FILE.
053300     IF DL1Z-OVC-STATUS = '35'
053400         MOVE 'MISSING'  TO DL1Z-FAIL-REASON
053500         MOVE ZERO       TO DL1Z-FAIL-COUNT
053600         MOVE 'NO CONSOLIDATED CONTROL RECORD'
053700             TO DL1Z-FAIL-NOTE
053800         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
053900         GO TO 3000-EXIT
054000     END-IF.
054100     IF DL1Z-OVC-STATUS NOT = '00'
054200         DISPLAY 'DL1775W UNABLE TO OPEN DL1OVCTL, STATUS='
054300             DL1Z-OVC-STATUS
054400         MOVE 'FILEERR'  TO DL1Z-FAIL-REASON
054500         MOVE ZERO       TO DL1Z-FAIL-COUNT
054600         MOVE 'DL1OVCTL COULD NOT BE OPENED' TO DL1Z-FAIL-NOTE
054700         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
054800         GO TO 3000-EXIT
054900     END-IF.
055000     READ DL1-OVC-FILE
055100         AT END
055200             MOVE 'MISSING'  TO DL1Z-FAIL-REASON
055300             MOVE ZERO       TO DL1Z-FAIL-COUNT
055400             MOVE 'DL1OVCTL IS EMPTY' TO DL1Z-FAIL-NOTE
055500             PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
055600         NOT AT END
055700             MOVE DL1-CTL-JOB-END-STAMP TO DL1Z-STAMP-WORK
055800             IF DL1Z-STAMP-DATE < DL1Z-CYCLE-DATE
055900                 MOVE 'STALE'    TO DL1Z-FAIL-REASON
056000                 MOVE ZERO       TO DL1Z-FAIL-COUNT
056100                 MOVE 'CONSOLIDATED RECORD PREDATES THE CYCLE'
056200                     TO DL1Z-FAIL-NOTE
056300                 PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
056400             END-IF
056500     END-READ.
056600     CLOSE DL1-OVC-FILE.
056700 3000-EXIT.
056800     EXIT.
056900
057000******************************************************************
057100*    4000-CHECK-BATCH - THE BATCH CHECK.  DL1RES MUST HOLD       *
057200*    RESULTS, THE JOURNAL'S LAST RECORD MUST SAY THE BATCH ENDED *
057300*    AND BE DATED NO EARLIER THAN THE CYCLE (DL1RES ITSELF       *
057400*    CARRIES NO DATE), AND EVERY REQUEST MUST HAVE COME BACK     *
057500*    WITH STATUS ZERO.                                           *
057600******************************************************************
057700 4000-CHECK-BATCH.
057800     MOVE DL1Z-BATCH-CHECK TO DL1Z-CHK-SUB.
057900     PERFORM 4100-READ-RESULTS THRU 4100-EXIT.
058000     PERFORM 4200-READ-JOURNAL THRU 4200-EXIT.
058100     IF DL1Z-REQUEST-FAILED-COUNT > ZERO
058200         MOVE 'REQFAIL'  TO DL1Z-FAIL-REASON
058300         MOVE DL1Z-REQUEST-FAILED-COUNT TO DL1Z-FAIL-COUNT
058400         MOVE 'REQUESTS ENDED WITH A NONZERO STATUS'
058500             TO DL1Z-FAIL-NOTE
058600         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
058700     END-IF.
058800 4000-EXIT.
058900     EXIT.
059000
059100 4100-READ-RESULTS.
059200     OPEN INPUT DL1-RES-FILE.
059300     IF DL1Z-RES-STATUS = '35'
059400         MOVE 'NORESULT' TO DL1Z-FAIL-REASON
059500         MOVE ZERO       TO DL1Z-FAIL-COUNT
059600         MOVE 'NO BATCH RESULTS FILE' TO DL1Z-FAIL-NOTE
059700         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
059800         GO TO 4100-EXIT
059900     END-IF.
060000     IF DL1Z-RES-STATUS NOT = '00'
060100         DISPLAY 'DL1776W UNABLE TO OPEN DL1RES, STATUS='
060200             DL1Z-RES-STATUS
060300         MOVE 'FILEERR'  TO DL1Z-FAIL-REASON
060400         MOVE ZERO       TO DL1Z-FAIL-COUNT
060500         MOVE 'DL1RES COULD NOT BE OPENED' TO DL1Z-FAIL-NOTE
060600         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
060700         GO TO 4100-EXIT
060800     END-IF.
060900     MOVE 'N' TO DL1Z-EOF-SWITCH.
061000     PERFORM UNTIL DL1Z-END-OF-FILE
061100         READ DL1-RES-FILE
061200             AT END
061300                 SET DL1Z-END-OF-FILE TO TRUE
061400             NOT AT END
061500                 ADD 1 TO DL1Z-REQUEST-COUNT
061600                 IF DL1-RES-STATUS-CODE NOT = ZERO
061700                     ADD 1 TO DL1Z-REQUEST-FAILED-COUNT
061800                 END-IF
061900         END-READ
062000     END-PERFORM.
062100     CLOSE DL1-RES-FILE.
062200     IF DL1Z-REQUEST-COUNT = ZERO
062300         MOVE 'NORESULT' TO DL1Z-FAIL-REASON
062400         MOVE ZERO       TO DL1Z-FAIL-COUNT
062500         MOVE 'BATCH RESULTS FILE IS EMPTY' TO DL1Z-FAIL-NOTE
062600         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
062700     END-IF.
062800 4100-EXIT.
062900     EXIT.
063000
063100 4200-READ-JOURNAL.
063200     OPEN INPUT DL1-BRS-FILE.
063300     IF DL1Z-BRS-STATUS = '35'
063400         MOVE 'UNFINISH' TO DL1Z-FAIL-REASON
063500         MOVE ZERO       TO DL1Z-FAIL-COUNT
063600         MOVE 'NO BATCH RESTART JOURNAL' TO DL1Z-FAIL-NOTE
063700         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
063800         GO TO 4200-EXIT
063900     END-IF.
064000     IF DL1Z-BRS-STATUS NOT = '00'
064100         DISPLAY 'DL1777W UNABLE TO OPEN DL1BRS, STATUS='
064200             DL1Z-BRS-STATUS
064300         MOVE 'FILEERR'  TO DL1Z-FAIL-REASON
064400         MOVE ZERO       TO DL1Z-FAIL-COUNT
064500         MOVE 'DL1BRS COULD NOT BE OPENED' TO DL1Z-FAIL-NOTE
064600         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
064700         GO TO 4200-EXIT
064800     END-IF.
064900     MOVE 'N' TO DL1Z-EOF-SWITCH.
065000     PERFORM UNTIL DL1Z-END-OF-FILE
065100         READ DL1-BRS-FILE
065200             AT END
065300                 SET DL1Z-END-OF-FILE TO TRUE
065400             NOT AT END
065500                 MOVE DL1-BRS-RECORD-TYPE TO DL1Z-LAST-BRS-TYPE
065600                 MOVE DL1-BRS-DATE        TO DL1Z-LAST-BRS-DATE
065700         END-READ
065800     END-PERFORM.
065900     CLOSE DL1-BRS-FILE.
066000     IF DL1Z-LAST-BRS-TYPE NOT = 'E'
066100         MOVE 'UNFINISH' TO DL1Z-FAIL-REASON
066200         MOVE DL1Z-REQUEST-COUNT TO DL1Z-FAIL-COUNT
066300         MOVE 'BATCH HAS NOT REACHED THE END OF ITS QUEUE'
066400             TO DL1Z-FAIL-NOTE
066500         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
066600         GO TO 4200-EXIT
066700     END-IF.
066800     IF DL1Z-LAST-BRS-DATE < DL1Z-CYCLE-DATE
066900         MOVE 'STALE'    TO DL1Z-FAIL-REASON
067000         MOVE ZERO       TO DL1Z-FAIL-COUNT
067100         MOVE 'LAST BATCH ENDED BEFORE THE CYCLE DATE'
067200             TO DL1Z-FAIL-NOTE
067300         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
067400     END-IF.
067500 4200-EXIT.
067600     EXIT.
067700
067800******************************************************************
067900*    5000-CHECK-EXCEPTIONS - THE EXCEPT CHECK.  NOTHING MAY BE   *
068000*    LEFT OPEN ON DL1XCP - EVERY FINDING MUST HAVE BEEN          *
068100*    ACKNOWLEDGED THROUGH DOWHILEEXCACK.  NO EXCEPTION FILE      *
068200*    MEANS NOTHING WAS EVER RAISED.                              *
068300******************************************************************
068400 5000-CHECK-EXCEPTIONS.
068500     MOVE DL1Z-EXCEPT-CHECK TO DL1Z-CHK-SUB.
068600     OPEN INPUT DL1-XCP-FILE.
068700     IF DL1Z-XCP-STATUS = '35'
068800         GO TO 5000-EXIT
068900     END-IF.
069000     IF DL1Z-XCP-STATUS NOT = '00'
069100         DISPLAY 'DL1778W UNABLE TO OPEN DL1XCP, STATUS='
069200             DL1Z-XCP-STATUS
069300         MOVE 'FILEERR'  TO DL1Z-FAIL-REASON
069400         MOVE ZERO       TO DL1Z-FAIL-COUNT
069500         MOVE 'DL1XCP COULD NOT BE OPENED' TO DL1Z-FAIL-NOTE
069600         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
069700         GO TO 5000-EXIT
069800     END-IF.
069900     MOVE 'N' TO DL1Z-EOF-SWITCH.
070000     PERFORM UNTIL DL1Z-END-OF-FILE
070100         READ DL1-XCP-FILE NEXT RECORD
070200             AT END
070300                 SET DL1Z-END-OF-FILE TO TRUE
070400             NOT AT END
070500                 IF DL1-XCP-OPEN
070600                     ADD 1 TO DL1Z-OPEN-EXCEPTION-COUNT
070700                 END-IF
070800         END-READ
070900     END-PERFORM.
071000     CLOSE DL1-XCP-FILE.
071100     IF DL1Z-OPEN-EXCEPTION-COUNT > ZERO
071200         MOVE 'OPENXCP'  TO DL1Z-FAIL-REASON
071300         MOVE DL1Z-OPEN-EXCEPTION-COUNT TO DL1Z-FAIL-COUNT
071400         MOVE 'EXCEPTIONS STILL OPEN ON DL1XCP' TO DL1Z-FAIL-NOTE
071500         PERFORM 6000-FAIL-CHECK THRU 6000-EXIT
071600     END-IF.
071700 5000-EXIT.
071800     EXIT.
071900
072000******************************************************************
072100*    6000-FAIL-CHECK - FAIL CHECK DL1Z-CHK-SUB FOR THE REASON,   *
072200*    COUNT, AND NOTE GIVEN, UNLESS IT HAS ALREADY FAILED FOR AN  *
072300*    EARLIER ONE.                                                *
072400******************************************************************
072500 6000-FAIL-CHECK.
072600     IF DL1Z-CHK-FAILED (DL1Z-CHK-SUB)
072700         GO TO 6000-EXIT
072800     END-IF.
072900     SET DL1Z-CHK-FAILED (DL1Z-CHK-SUB) TO TRUE.
073000     MOVE DL1Z-FAIL-REASON TO DL1Z-CHK-REASON (DL1Z-CHK-SUB).
073100     MOVE DL1Z-FAIL-COUNT  TO DL1Z-CHK-COUNT (DL1Z-CHK-SUB).
073200     MOVE DL1Z-FAIL-NOTE   TO DL1Z-CHK-NOTE (DL1Z-CHK-SUB).
073300     ADD 1 TO DL1Z-FAILED-CHECKS.
073400     DISPLAY 'DL1780W CLOSE-OUT CHECK '
073500         DL1Z-CHK-NAME (DL1Z-CHK-SUB)
073600         ' FAILED - ' DL1Z-FAIL-REASON ' ' DL1Z-FAIL-NOTE.
073700 6000-EXIT.
073800     EXIT.
073900
074000******************************************************************
074100*    6500-WRITE-CERTIFICATE - THE ONE RECORD THE DOWNSTREAM      *
074200*    JOBSTREAM GATES ON.                                         *
074300******************************************************************
074400 6500-WRITE-CERTIFICATE.
074500     MOVE SPACES            TO DL1-CLO-RECORD.
074600     MOVE DL1Z-CYCLE-DATE   TO DL1-CLO-CYCLE-DATE.
074700     MOVE DL1Z-CURRENT-DATE TO DL1-CLO-RUN-DATE.
074800     MOVE DL1Z-CURRENT-TIME TO DL1-CLO-RUN-TIME.
074900     IF DL1Z-FAILED-CHECKS = ZERO
075000         SET DL1-CLO-PASSED TO TRUE
075100     ELSE
075200         SET DL1-CLO-FAILED TO TRUE
075300     END-IF.
075400     MOVE DL1Z-FAILED-CHECKS TO DL1-CLO-FAILED-CHECKS.
075500     MOVE DL1Z-CHECK-TABLE   TO DL1-CLO-CHECKS.
075600     WRITE DL1-CLO-RECORD.
075700     IF DL1Z-CLO-STATUS NOT = '00'
075800         MOVE 16 TO DL1Z-RETURN-CODE
075900         DISPLAY 'DL1779E UNABLE TO WRITE DL1CLO, STATUS='
076000             DL1Z-CLO-STATUS
076100     END-IF.
076200 6500-EXIT.
076300     EXIT.
076400
076500******************************************************************
076600*    6600-REPORT-CHECKS - THE SUMMARY PAGE: ONE LINE PER CHECK,  *
076700*    THEN THE VERDICT.                                           *
076800******************************************************************
076900 6600-REPORT-CHECKS.
077000     MOVE 'CLOSE-OUT CHECKS' TO DL1Z-RPT-SECTION-TEXT.
077100     PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT.
077200     MOVE DL1Z-RPT-COLUMN-HEADING TO DL1Z-RPT-SECTION-LINE.
077300     PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT.
077400     PERFORM 6610-REPORT-ONE-CHECK THRU 6610-EXIT
077500         VARYING DL1Z-CHK-SUB FROM 1 BY 1
077600         UNTIL DL1Z-CHK-SUB > DL1Z-CHECK-LIMIT.
077700     MOVE SPACES TO DL1Z-RPT-SECTION-TEXT.
077800     PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT.
077900     IF DL1Z-RETURN-CODE NOT = ZERO
078000         MOVE 'CYCLE VERDICT: NO CERTIFICATE WRITTEN - HOLD'
078100             TO DL1Z-RPT-SECTION-TEXT
078200     ELSE
078300         IF DL1Z-FAILED-CHECKS = ZERO
078400             MOVE 'CYCLE VERDICT: PASSED - RELEASE THE JOBSTREAM'
078500                 TO DL1Z-RPT-SECTION-TEXT
078600         ELSE
078700             MOVE 'CYCLE VERDICT: FAILED - HOLD THE JOBSTREAM'
078800                 TO DL1Z-RPT-SECTION-TEXT
078900         END-IF
079000     END-IF.
079100     PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT.
079200 6600-EXIT.
079300     EXIT.
079400
079500 6610-REPORT-ONE-CHECK.
079600     MOVE DL1Z-CHK-NAME (DL1Z-CHK-SUB)   TO DL1Z-RPT-DTL-NAME.
079700     IF DL1Z-CHK-PASSED (DL1Z-CHK-SUB)
079800         MOVE 'PASS' TO DL1Z-RPT-DTL-RESULT
079900     ELSE
080000         MOVE 'FAIL' TO DL1Z-RPT-DTL-RESULT
080100     END-IF.
080200     MOVE DL1Z-CHK-REASON (DL1Z-CHK-SUB) TO DL1Z-RPT-DTL-REASON.
080300     MOVE DL1Z-CHK-COUNT (DL1Z-CHK-SUB)  TO DL1Z-RPT-DTL-COUNT.
080400     MOVE DL1Z-CHK-NOTE (DL1Z-CHK-SUB)   TO DL1Z-RPT-DTL-NOTE.
080500     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
080600 6610-EXIT.
080700     EXIT.
080800
080900 7000-WRITE-REPORT-LINE.
081000     IF DL1Z-RPT-LINE-COUNT >= DL1Z-RPT-LINES-PER-PAGE
081100         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
081200     END-IF.
081300     MOVE DL1Z-RPT-DETAIL-LINE TO DL1-ZRP-RECORD.
081400     WRITE DL1-ZRP-RECORD.
081500     ADD 1 TO DL1Z-RPT-LINE-COUNT.
081600 7000-EXIT.
081700     EXIT.
081800
081900 7100-WRITE-REPORT-HEADING.
082000     ADD 1 TO DL1Z-RPT-PAGE-NUMBER.
082100     MOVE DL1Z-CURRENT-DATE    TO DL1Z-RPT-H1-DATE.
082200     MOVE DL1Z-RPT-PAGE-NUMBER TO DL1Z-RPT-H1-PAGE.
082300     MOVE DL1Z-CYCLE-DATE      TO DL1Z-RPT-H2-CYCLE-DATE.
082400     MOVE DL1Z-RPT-HEADING-1   TO DL1-ZRP-RECORD.
082500     WRITE DL1-ZRP-RECORD.
082600     MOVE DL1Z-RPT-HEADING-2   TO DL1-ZRP-RECORD.
082700     WRITE DL1-ZRP-RECORD.
082800     MOVE ZERO TO DL1Z-RPT-LINE-COUNT.
082900 7100-EXIT.
083000     EXIT.
083100
083200 7200-WRITE-SECTION-LINE.
083300     IF DL1Z-RPT-LINE-COUNT >= DL1Z-RPT-LINES-PER-PAGE
083400         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
083500     END-IF.
083600     MOVE DL1Z-RPT-SECTION-LINE TO DL1-ZRP-RECORD.
083700     WRITE DL1-ZRP-RECORD.
083800     ADD 1 TO DL1Z-RPT-LINE-COUNT.
083900 7200-EXIT.
084000     EXIT.
084100
084200******************************************************************
084300*    8000-TERMINATE - THE EVIDENCE COUNTS ON THE SUMMARY, CLOSE  *
084400*    WHAT WAS OPENED, AND GIVE THE OPERATOR THE VERDICT.  A      *
084500*    FAILED CHECK IS RETURN-CODE 8.                              *
084600******************************************************************
084700 8000-TERMINATE.
084800     IF DL1Z-RETURN-CODE = ZERO
084900         AND DL1Z-FAILED-CHECKS > ZERO
085000         MOVE 8 TO DL1Z-RETURN-CODE
085100     END-IF.
085200     IF DL1Z-RPT-PAGE-NUMBER > ZERO
085300         MOVE 'CYCLE GENERATIONS:  ' TO DL1Z-RPT-FTR-LABEL
085400         MOVE DL1Z-GEN-COUNT TO DL1Z-RPT-FTR-COUNT
085500         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
085600         MOVE 'REJECTED COUNTERS:  ' TO DL1Z-RPT-FTR-LABEL
085700         MOVE DL1Z-REJECT-ROW-COUNT TO DL1Z-RPT-FTR-COUNT
085800         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
085900         MOVE 'BATCH REQUESTS:     ' TO DL1Z-RPT-FTR-LABEL
086000         MOVE DL1Z-REQUEST-COUNT TO DL1Z-RPT-FTR-COUNT
086100         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
086200         MOVE '  NONZERO STATUS:   ' TO DL1Z-RPT-FTR-LABEL
086300         MOVE DL1Z-REQUEST-FAILED-COUNT TO DL1Z-RPT-FTR-COUNT
086400         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
086500         MOVE 'OPEN EXCEPTIONS:    ' TO DL1Z-RPT-FTR-LABEL
086600         MOVE DL1Z-OPEN-EXCEPTION-COUNT TO DL1Z-RPT-FTR-COUNT
086700         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
086800         MOVE 'CHECKS FAILED:      ' TO DL1Z-RPT-FTR-LABEL
086900         MOVE DL1Z-FAILED-CHECKS TO DL1Z-RPT-FTR-COUNT
087000         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
087100         CLOSE DL1-ZRP-FILE
087200     END-IF.
087300     IF DL1Z-CLO-FILE-OPENED
087400         CLOSE DL1-CLO-FILE
087500     END-IF.
087600     IF DL1Z-RETURN-CODE = ZERO
087700         DISPLAY 'DL1799I CYCLE ' DL1Z-CYCLE-DATE
087800             ' CLOSE-OUT PASSED - JOBSTREAM MAY BE RELEASED'
087900     ELSE
088000         IF DL1Z-RETURN-CODE = 8
088100             DISPLAY 'DL1799E CYCLE ' DL1Z-CYCLE-DATE
088200                 ' CLOSE-OUT FAILED - ' DL1Z-FAILED-CHECKS
088300                 ' CHECKS FAILED, HOLD THE JOBSTREAM'
088400         ELSE
088500             DISPLAY 'DL1799E CYCLE CLOSE-OUT NOT COMPLETED - '
088600                 'RETURN-CODE ' DL1Z-RETURN-CODE
088700         END-IF
088800     END-IF.
088900 8000-EXIT.
089000     EXIT.
089100
089200 8050-WRITE-FOOTER-LINE.
089300     MOVE DL1Z-RPT-FOOTER-LINE TO DL1-ZRP-RECORD.
089400     WRITE DL1-ZRP-RECORD.
089500 8050-EXIT.
089600     EXIT.
089700
089800******************************************************************
089900*    9150-SET-LEAP-YEAR - IS DL1Z-WORK-YEAR A LEAP YEAR: EVERY   *
090000*    FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY 400.         *
090100******************************************************************
090200 9150-SET-LEAP-YEAR.
090300     MOVE 'N' TO DL1Z-LEAP-SWITCH.
090400     DIVIDE DL1Z-WORK-YEAR BY 4 GIVING DL1Z-LEAP-QUOTIENT
090500         REMAINDER DL1Z-LEAP-REM.
090600     IF DL1Z-LEAP-REM = ZERO
090700         SET DL1Z-LEAP-YEAR TO TRUE
090800         DIVIDE DL1Z-WORK-YEAR BY 100 GIVING DL1Z-LEAP-QUOTIENT
090900             REMAINDER DL1Z-LEAP-REM
091000         IF DL1Z-LEAP-REM = ZERO
091100             MOVE 'N' TO DL1Z-LEAP-SWITCH
091200             DIVIDE DL1Z-WORK-YEAR BY 400
091300                 GIVING DL1Z-LEAP-QUOTIENT REMAINDER DL1Z-LEAP-REM
091400             IF DL1Z-LEAP-REM = ZERO
091500                 SET DL1Z-LEAP-YEAR TO TRUE
091600             END-IF
091700         END-IF
091800     END-IF.
091900 9150-EXIT.
092000     EXIT.
092100
092200******************************************************************
092300*    9200-CHECK-DATE - IS DL1Z-WORK-DATE A REAL CALENDAR DATE:   *
092400*    MONTH 01-12 AND A DAY FROM 01 TO THE LAST OF THAT MONTH,    *
092500*    FEBRUARY HAVING 29 IN A LEAP YEAR.  SETS DL1Z-DATE-VALID.   *
092600******************************************************************
092700 9200-CHECK-DATE.
092800     MOVE 'N' TO DL1Z-DATE-SWITCH.
092900     IF DL1Z-WORK-MONTH < 01 OR DL1Z-WORK-MONTH > 12
093000         OR DL1Z-WORK-DAY < 01
093100         GO TO 9200-EXIT
093200     END-IF.
093300     PERFORM 9150-SET-LEAP-YEAR THRU 9150-EXIT.
093400     MOVE DL1Z-DAYS-IN-MONTH (DL1Z-WORK-MONTH)
093500         TO DL1Z-MONTH-LAST-DAY.
093600     IF DL1Z-LEAP-YEAR AND DL1Z-WORK-MONTH = 2
093700         ADD 1 TO DL1Z-MONTH-LAST-DAY
093800     END-IF.
093900     IF DL1Z-WORK-DAY > DL1Z-MONTH-LAST-DAY
094000         GO TO 9200-EXIT
094100     END-IF.
094200     SET DL1Z-DATE-VALID TO TRUE.
094300 9200-EXIT.
094400     EXIT.
