000100******************************************************************
000200*                                                                *
000300*    PROGRAM:  DOWHILECOLLIDE                                   *
000400*    AUTHOR:   D. ORIC, BATCH SYSTEMS GROUP                     *
000500*    INSTALLATION: CENTRAL DATA CENTER                          *
000600*    DATE-WRITTEN: 10/15/2026                                   *
000700*                                                                *
000800*    REMARKS.                                                   *
000900*    COMPANION REPORT FOR THE COUNTER ISSUANCE LEDGER.  EVERY    *
001000*    TIME DOWHILELOOP FINDS A VALUE IT WAS ABOUT TO WRITE IS     *
001100*    ALREADY ON THE LEDGER (DL1LDG) UNDER ANOTHER RUN, IT LOGS   *
001200*    THE COLLISION TO DL1LCL - WHICH RUN TRIED, WHICH RUN HOLDS  *
001300*    THE VALUE, AND WHETHER THE VALUE WAS SKIPPED OR THE RUN     *
001400*    REJECTED.  THIS PROGRAM LISTS THAT LOG, SO OVERLAPPING      *
001500*    RANGES ARE FOUND AND FIXED AT THE SCHEDULE INSTEAD OF BEING *
001600*    QUIETLY ABSORBED NIGHT AFTER NIGHT.  AN OPTIONAL PARM       *
001700*    NARROWS THE LISTING TO A RANGE OF RUN DATES AND/OR ONE      *
001800*    RUN-ID; BLANK LISTS EVERYTHING ON THE LOG.  NOTHING IS      *
001900*    EVER UPDATED - IT IS A READ-ONLY REPORT.  RETURN-CODE 4     *
002000*    MEANS AT LEAST ONE COLLISION WAS LISTED.                    *
002100*                                                                *
002200*    THE PARM IS POSITIONAL: FROM DATE AND THRU DATE (YYYYMMDD,  *
002300*    BLANK MEANS OPEN-ENDED) AND A RUN-ID (BLANK MEANS ALL).     *
002400*                                                                *
002500*    MODIFICATION HISTORY.                                      *
002600*    10/15/2026  DRO  ORIGINAL VERSION.                         *
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.    DoWhileCollide.
003000 AUTHOR.        D. ORIC.
003100 INSTALLATION.  CENTRAL DATA CENTER.
003200 DATE-WRITTEN.  10/15/2026.
003300 DATE-COMPILED.
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800*    LEDGER COLLISION LOG WRITTEN BY DOWHILELOOP - READ-ONLY HERE.
003900     SELECT DL1-LCL-FILE ASSIGN TO "DL1LCL"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS DL1N-LCL-STATUS.
004200*    THIS REPORT'S OWN PRINTED OUTPUT - NORMALLY TO SYSOUT.
004300     SELECT DL1-NRP-FILE ASSIGN TO "DL1NRPT"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS DL1N-NRP-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  DL1-LCL-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY DL1LCLR.
005200
005300 FD  DL1-NRP-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY DL1NRPR.
005600
005700 WORKING-STORAGE SECTION.
005800******************************************************************
005900*    PARAMETER AREA - OPTIONAL RUN DATE RANGE AND RUN-ID.        *
006000******************************************************************
006100 01  DL1N-PARM-TEXT              PIC X(24) VALUE SPACES.
006200 01  DL1N-PARM-FIELDS REDEFINES DL1N-PARM-TEXT.
006300     05  DL1N-PARM-FROM-DATE     PIC 9(08).
006400     05  DL1N-PARM-THRU-DATE     PIC 9(08).
006500     05  DL1N-PARM-RUN-ID        PIC X(08).
006600*    A DATE BEING CHECKED BY 9200-CHECK-DATE, AND THE DAYS IN
006700*    EACH MONTH - FEBRUARY GAINS ONE IN A LEAP YEAR.
006800 01  DL1N-WORK-DATE              PIC 9(08) VALUE ZERO.
006900 01  DL1N-WORK-DATE-SPLIT REDEFINES DL1N-WORK-DATE.
007000     05  DL1N-WORK-YEAR          PIC 9(04).
007100     05  DL1N-WORK-MONTH         PIC 9(02).
007200     05  DL1N-WORK-DAY           PIC 9(02).
007300 01  DL1N-LEAP-REM               PIC 9(04) VALUE ZERO.
007400 01  DL1N-LEAP-QUOTIENT          PIC 9(04) VALUE ZERO.
007500 01  DL1N-MONTH-LENGTH-TEXT      PIC X(24) VALUE
007600         '312831303130313130313031'.
007700 01  DL1N-MONTH-LENGTH-TABLE REDEFINES DL1N-MONTH-LENGTH-TEXT.
007800     05  DL1N-DAYS-IN-MONTH      OCCURS 12 TIMES PIC 9(02).
007900 01  DL1N-MONTH-LAST-DAY         PIC 9(02) VALUE ZERO.
008000
008100*    THE DATE RANGE IN EFFECT - OPEN-ENDED WHERE THE PARM LEAVES
008200*    A DATE BLANK.
008300 01  DL1N-FROM-DATE              PIC 9(08) VALUE ZERO.
008400 01  DL1N-THRU-DATE              PIC 9(08) VALUE 99999999.
008500
008600 01  DL1N-READ-COUNT             PIC 9(09) VALUE ZERO.
008700 01  DL1N-LISTED-COUNT           PIC 9(09) VALUE ZERO.
008800 01  DL1N-SKIPPED-COUNT          PIC 9(09) VALUE ZERO.
008900 01  DL1N-REJECTED-COUNT         PIC 9(09) VALUE ZERO.
009000 01  DL1N-RETURN-CODE            PIC 9(04) VALUE ZERO.
009100 01  DL1N-ERROR-MSG              PIC X(60) VALUE SPACES.
009200 01  DL1N-CURRENT-DATE           PIC 9(08) VALUE ZERO.
009300 01  DL1N-LCL-STATUS             PIC XX.
009400 01  DL1N-NRP-STATUS             PIC XX.
009500
009600 01  DL1N-SWITCHES.
009700     05  DL1N-EOF-SWITCH         PIC X(01) VALUE 'N'.
009800         88  DL1N-END-OF-LOG            VALUE 'Y'.
009900     05  DL1N-LCL-OPEN-SWITCH    PIC X(01) VALUE 'N'.
010000         88  DL1N-LCL-FILE-OPENED       VALUE 'Y'.
010100     05  DL1N-LEAP-SWITCH        PIC X(01) VALUE 'N'.
010200         88  DL1N-LEAP-YEAR             VALUE 'Y'.
010300     05  DL1N-DATE-SWITCH        PIC X(01) VALUE 'N'.
010400         88  DL1N-DATE-VALID            VALUE 'Y'.
010500
010600******************************************************************
010700*    REPORT AREA - PAGE-HEADED IN THE SAME STYLE AS DL1RPT.      *
010800******************************************************************
010900 01  DL1N-RPT-LINE-COUNT         PIC 9(04) VALUE ZERO.
011000 01  DL1N-RPT-LINES-PER-PAGE     PIC 9(04) VALUE 50.
011100 01  DL1N-RPT-PAGE-NUMBER        PIC 9(04) VALUE ZERO.
011200
011300 01  DL1N-RPT-HEADING-1.
011400     05  FILLER                  PIC X(01) VALUE SPACE.
011500     05  FILLER                  PIC X(34) VALUE
011600             'DOWHILECOLLIDE - LEDGER COLLISIONS'.
011700     05  FILLER                  PIC X(01) VALUE SPACES.
011800     05  FILLER                  PIC X(05) VALUE 'DATE:'.
011900     05  DL1N-RPT-H1-DATE        PIC 9(08).
012000     05  FILLER                  PIC X(04) VALUE SPACES.
012100     05  FILLER                  PIC X(05) VALUE 'PAGE:'.
012200     05  DL1N-RPT-H1-PAGE        PIC ZZZ9.
012300     05  FILLER                  PIC X(18) VALUE SPACES.
012400
012500 01  DL1N-RPT-HEADING-2.
012600     05  FILLER                  PIC X(01) VALUE SPACE.
012700     05  FILLER                  PIC X(10) VALUE 'RUN DATES='.
012800     05  DL1N-RPT-H2-FROM        PIC 9(08).
012900     05  FILLER                  PIC X(06) VALUE ' THRU '.
013000     05  DL1N-RPT-H2-THRU        PIC 9(08).
013100     05  FILLER                  PIC X(09) VALUE '  RUN-ID='.
013200     05  DL1N-RPT-H2-RUN-ID      PIC X(08).
013300     05  FILLER                  PIC X(30) VALUE SPACES.
013400
013500 01  DL1N-RPT-COLUMN-HEADING.
013600     05  FILLER                  PIC X(01) VALUE SPACE.
013700     05  FILLER                  PIC X(10) VALUE 'COUNTER'.
013800     05  FILLER                  PIC X(09) VALUE 'RUN DATE'.
013900     05  FILLER                  PIC X(09) VALUE 'RUN-ID'.
014000     05  FILLER                  PIC X(09) VALUE 'ACTION'.
014100     05  FILLER                  PIC X(09) VALUE 'ISSUED'.
014200     05  FILLER                  PIC X(09) VALUE 'BY RUN'.
014300     05  FILLER                  PIC X(10) VALUE 'ISSUED SEQ'.
014400     05  FILLER                  PIC X(14) VALUE SPACES.
014500
014600 01  DL1N-RPT-DETAIL-LINE.
014700     05  FILLER                  PIC X(01) VALUE SPACE.
014800     05  DL1N-RPT-DTL-COUNTER    PIC ZZZZZZZZ9.
014900     05  FILLER                  PIC X(01) VALUE SPACE.
015000     05  DL1N-RPT-DTL-RUN-DATE   PIC 9(08).
015100     05  FILLER                  PIC X(01) VALUE SPACE.
015200     05  DL1N-RPT-DTL-RUN-ID     PIC X(08).
015300     05  FILLER                  PIC X(01) VALUE SPACE.
015400     05  DL1N-RPT-DTL-ACTION     PIC X(08).
015500     05  FILLER                  PIC X(01) VALUE SPACE.
015600     05  DL1N-RPT-DTL-ISS-DATE   PIC 9(08).
015700     05  FILLER                  PIC X(01) VALUE SPACE.
015800     05  DL1N-RPT-DTL-ISS-RUN-ID PIC X(08).
015900     05  FILLER                  PIC X(01) VALUE SPACE.
016000     05  DL1N-RPT-DTL-ISS-SEQ    PIC ZZZZZZZZ9.
016100     05  FILLER                  PIC X(15) VALUE SPACES.
016200
016300 01  DL1N-RPT-FOOTER-LINE.
016400     05  FILLER                  PIC X(01) VALUE SPACE.
016500     05  DL1N-RPT-FTR-LABEL      PIC X(20).
016600     05  DL1N-RPT-FTR-COUNT      PIC ZZZZZZZZ9.
016700     05  FILLER                  PIC X(50) VALUE SPACES.
016800
016900 PROCEDURE DIVISION.
017000******************************************************************
017100*    0000-MAINLINE - VALIDATE THE PARM, LIST THE COLLISION LOG,  *
017200*    AND CLOSE OUT WITH THE COUNTS AND THE VERDICT.              *
017300******************************************************************
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017600     IF DL1N-RETURN-CODE NOT = ZERO
017700         GO TO 0000-MAINLINE-EXIT
017800     END-IF.
017900     PERFORM 3000-LIST-COLLISIONS THRU 3000-EXIT.
018000 0000-MAINLINE-EXIT.
018100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
018200     MOVE DL1N-RETURN-CODE TO RETURN-CODE.
018300     GOBACK.
018400
018500******************************************************************
018600*    1000-INITIALIZE - VALIDATE THE PARM, OPEN THE REPORT, AND   *
018700*    OPEN THE COLLISION LOG.  NO LOG YET MEANS THE LEDGER HAS    *
018800*    NEVER CAUGHT ANYTHING - AN EMPTY REPORT, NOT AN ERROR.      *
018900******************************************************************
019000 1000-INITIALIZE.
019100     ACCEPT DL1N-CURRENT-DATE FROM DATE YYYYMMDD.
019200     ACCEPT DL1N-PARM-TEXT FROM COMMAND-LINE.
019300     PERFORM 1100-VALIDATE-PARM THRU 1100-EXIT.
019400     IF DL1N-RETURN-CODE NOT = ZERO
019500         GO TO 1000-EXIT
019600     END-IF.
019700     OPEN OUTPUT DL1-NRP-FILE.
019800     IF DL1N-NRP-STATUS NOT = '00'
019900         MOVE 16 TO DL1N-RETURN-CODE
020000         DISPLAY 'DL1370E UNABLE TO OPEN DL1NRPT, STATUS='
020100             DL1N-NRP-STATUS
020200         GO TO 1000-EXIT
020300     END-IF.
020400     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
020500     OPEN INPUT DL1-LCL-FILE.
020600     IF DL1N-LCL-STATUS = '35'
020700         DISPLAY 'DL1371I NO COLLISION LOG - DL1LCL ABSENT'
020800         SET DL1N-END-OF-LOG TO TRUE
020900         GO TO 1000-EXIT
021000     END-IF.
021100     IF DL1N-LCL-STATUS NOT = '00'
021200         MOVE 16 TO DL1N-RETURN-CODE
021300         DISPLAY 'DL1372E UNABLE TO OPEN DL1LCL, STATUS='
021400             DL1N-LCL-STATUS
021500         GO TO 1000-EXIT
021600     END-IF.
021700     SET DL1N-LCL-FILE-OPENED TO TRUE.
021800 1000-EXIT.
021900     EXIT.
022000
022100******************************************************************
022200*    1100-VALIDATE-PARM - EACH DATE, WHEN GIVEN, MUST BE A REAL  *
022300*    CALENDAR DATE, AND THE RANGE MUST BE IN ORDER.              *
022400******************************************************************
022500 1100-VALIDATE-PARM.
022600     IF DL1N-PARM-TEXT (1:8) NOT = SPACES
022700         MOVE 'N' TO DL1N-DATE-SWITCH
022800         IF DL1N-PARM-FROM-DATE IS NUMERIC
022900             MOVE DL1N-PARM-FROM-DATE TO DL1N-WORK-DATE
023000             PERFORM 9200-CHECK-DATE THRU 9200-EXIT
023100         END-IF
023200         IF NOT DL1N-DATE-VALID
023300             MOVE 16 TO DL1N-RETURN-CODE
023400             MOVE 'DL1373E FROM DATE IS NOT A VALID YYYYMMDD.'
023500                 TO DL1N-ERROR-MSG
023600             DISPLAY DL1N-ERROR-MSG
023700             GO TO 1100-EXIT
023800         END-IF
023900         MOVE DL1N-PARM-FROM-DATE TO DL1N-FROM-DATE
024000     END-IF.
024100     IF DL1N-PARM-TEXT (9:8) NOT = SPACES
024200         MOVE 'N' TO DL1N-DATE-SWITCH
024300         IF DL1N-PARM-THRU-DATE IS NUMERIC
024400             MOVE DL1N-PARM-THRU-DATE TO DL1N-WORK-DATE
024500             PERFORM 9200-CHECK-DATE THRU 9200-EXIT
024600         END-IF
024700         IF NOT DL1N-DATE-VALID
024800             MOVE 16 TO DL1N-RETURN-CODE
024900             MOVE 'DL1373E THRU DATE IS NOT A VALID YYYYMMDD.'
025000                 TO DL1N-ERROR-MSG
025100             DISPLAY DL1N-ERROR-MSG
025200             GO TO 1100-EXIT
025300         END-IF
025400         MOVE DL1N-PARM-THRU-DATE TO DL1N-THRU-DATE
025500     END-IF.
025600     IF DL1N-FROM-DATE > DL1N-THRU-DATE
025700         MOVE 16 TO DL1N-RETURN-CODE
025800         MOVE 'DL1374E FROM DATE IS AFTER THRU DATE.'
025900             TO DL1N-ERROR-MSG
026000         DISPLAY DL1N-ERROR-MSG
026100     END-IF.
026200 1100-EXIT.
026300     EXIT.
026400
026500******************************************************************
026600*    3000-LIST-COLLISIONS - READ THE LOG END TO END AND LIST     *
026700*    EVERY ROW THE PARM SELECTS.                                 *
026800******************************************************************
026900 3000-LIST-COLLISIONS.
027000     PERFORM UNTIL DL1N-END-OF-LOG
027100         READ DL1-LCL-FILE
027200             AT END
027300                 SET DL1N-END-OF-LOG TO TRUE
027400             NOT AT END
027500                 PERFORM 3100-LIST-ONE-ROW THRU 3100-EXIT
027600         END-READ
027700     END-PERFORM.
027800 3000-EXIT.
027900     EXIT.
028000
028100******************************************************************
028200*    3100-LIST-ONE-ROW - SELECT ON RUN DATE AND RUN-ID, COUNT    *
028300*    BY ACTION, AND PRINT ONE DETAIL LINE.                       *
028400******************************************************************
028500 3100-LIST-ONE-ROW.
028600     ADD 1 TO DL1N-READ-COUNT.
028700     IF DL1-LCL-RUN-DATE < DL1N-FROM-DATE
028800         OR DL1-LCL-RUN-DATE > DL1N-THRU-DATE
028900         GO TO 3100-EXIT
029000     END-IF.
029100     IF DL1N-PARM-RUN-ID NOT = SPACES
029200         AND DL1-LCL-RUN-ID NOT = DL1N-PARM-RUN-ID
029300         GO TO 3100-EXIT
029400     END-IF.
029500     ADD 1 TO DL1N-LISTED-COUNT.
029600     MOVE SPACES TO DL1N-RPT-DETAIL-LINE.
029700     IF DL1-LCL-REJECTED
029800         ADD 1 TO DL1N-REJECTED-COUNT
029900         MOVE 'REJECTED' TO DL1N-RPT-DTL-ACTION
030000     ELSE
030100         ADD 1 TO DL1N-SKIPPED-COUNT
030200         MOVE 'SKIPPED'  TO DL1N-RPT-DTL-ACTION
030300     END-IF.
030400     MOVE DL1-LCL-COUNTER        TO DL1N-RPT-DTL-COUNTER.
030500     MOVE DL1-LCL-RUN-DATE       TO DL1N-RPT-DTL-RUN-DATE.
030600     MOVE DL1-LCL-RUN-ID         TO DL1N-RPT-DTL-RUN-ID.
030700     MOVE DL1-LCL-ISSUED-DATE    TO DL1N-RPT-DTL-ISS-DATE.
030800     MOVE DL1-LCL-ISSUED-RUN-ID  TO DL1N-RPT-DTL-ISS-RUN-ID.
030900     MOVE DL1-LCL-ISSUED-SEQ     TO DL1N-RPT-DTL-ISS-SEQ.
031000     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
031100 3100-EXIT.
031200     EXIT.
031300
031400******************************************************************
031500*    7000-WRITE-REPORT-LINE - ONE DETAIL LINE, FORCING A NEW     *
031600*    PAGE HEADING EVERY DL1N-RPT-LINES-PER-PAGE LINES.           *
031700******************************************************************
031800 7000-WRITE-REPORT-LINE.
031900     IF DL1N-RPT-LINE-COUNT >= DL1N-RPT-LINES-PER-PAGE
032000         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
032100     END-IF.
032200     MOVE DL1N-RPT-DETAIL-LINE TO DL1-NRP-RECORD.
032300     WRITE DL1-NRP-RECORD.
032400     ADD 1 TO DL1N-RPT-LINE-COUNT.
032500 7000-EXIT.
032600     EXIT.
032700
032800 7100-WRITE-REPORT-HEADING.
032900     ADD 1 TO DL1N-RPT-PAGE-NUMBER.
033000     MOVE DL1N-CURRENT-DATE    TO DL1N-RPT-H1-DATE.
033100     MOVE DL1N-RPT-PAGE-NUMBER TO DL1N-RPT-H1-PAGE.
033200     MOVE DL1N-RPT-HEADING-1   TO DL1-NRP-RECORD.
033300     WRITE DL1-NRP-RECORD.
033400     MOVE DL1N-FROM-DATE       TO DL1N-RPT-H2-FROM.
033500     MOVE DL1N-THRU-DATE       TO DL1N-RPT-H2-THRU.
033600     IF DL1N-PARM-RUN-ID = SPACES
033700         MOVE 'ALL'            TO DL1N-RPT-H2-RUN-ID
033800     ELSE
033900         MOVE DL1N-PARM-RUN-ID TO DL1N-RPT-H2-RUN-ID
034000     END-IF.
034100     MOVE DL1N-RPT-HEADING-2   TO DL1-NRP-RECORD.
034200     WRITE DL1-NRP-RECORD.
034300     MOVE DL1N-RPT-COLUMN-HEADING TO DL1-NRP-RECORD.
034400     WRITE DL1-NRP-RECORD.
034500     MOVE ZERO TO DL1N-RPT-LINE-COUNT.
034600 7100-EXIT.
034700     EXIT.
034800
034900******************************************************************
035000*    8000-TERMINATE - THE COUNTS ON THE REPORT, CLOSE WHAT WAS   *
035100*    OPENED, AND GIVE THE OPERATOR THE VERDICT.  ANY COLLISION   *
035200*    LISTED IS A WARNING - TWO SCHEDULED RANGES OVERLAP.         *
035300******************************************************************
035400 8000-TERMINATE.
035500     IF DL1N-RETURN-CODE = ZERO AND DL1N-LISTED-COUNT > ZERO
035600         MOVE 4 TO DL1N-RETURN-CODE
035700     END-IF.
035800     IF DL1N-RPT-PAGE-NUMBER > ZERO
035900         MOVE 'LOG ROWS READ:      ' TO DL1N-RPT-FTR-LABEL
036000         MOVE DL1N-READ-COUNT TO DL1N-RPT-FTR-COUNT
036100         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
036200         MOVE 'COLLISIONS LISTED:  ' TO DL1N-RPT-FTR-LABEL
036300         MOVE DL1N-LISTED-COUNT TO DL1N-RPT-FTR-COUNT
036400         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
036500         MOVE '  VALUES SKIPPED:   ' TO DL1N-RPT-FTR-LABEL
036600         MOVE DL1N-SKIPPED-COUNT TO DL1N-RPT-FTR-COUNT
036700         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
036800         MOVE '  RUNS REJECTED ON: ' TO DL1N-RPT-FTR-LABEL
036900         MOVE DL1N-REJECTED-COUNT TO DL1N-RPT-FTR-COUNT
037000         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
037100         CLOSE DL1-NRP-FILE
037200     END-IF.
037300     IF DL1N-LCL-FILE-OPENED
037400         CLOSE DL1-LCL-FILE
037500     END-IF.
037600     IF DL1N-RETURN-CODE < 8
037700         DISPLAY 'DL1379I COLLISION REPORT COMPLETE - '
037800             DL1N-LISTED-COUNT ' COLLISIONS LISTED'
037900     ELSE
038000         DISPLAY 'DL1379E COLLISION REPORT ENDED, RETURN-CODE '
038100             DL1N-RETURN-CODE
038200     END-IF.
038300 8000-EXIT.
038400     EXIT.
038500
038600 8050-WRITE-FOOTER-LINE.
038700     MOVE DL1N-RPT-FOOTER-LINE TO DL1-NRP-RECORD.
038800     WRITE DL1-NRP-RECORD.
038900 8050-EXIT.
039000     EXIT.
039100
039200******************************************************************
039300*    9150-SET-LEAP-YEAR - IS DL1N-WORK-YEAR A LEAP YEAR: EVERY   *
039400*    FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY 400.         *
039500******************************************************************
039600 9150-SET-LEAP-YEAR.
039700     MOVE 'N' TO DL1N-LEAP-SWITCH.
039800     DIVIDE DL1N-WORK-YEAR BY 4 GIVING DL1N-LEAP-QUOTIENT
039900         REMAINDER DL1N-LEAP-REM.
040000     IF DL1N-LEAP-REM = ZERO
040100         SET DL1N-LEAP-YEAR TO TRUE
040200         DIVIDE DL1N-WORK-YEAR BY 100 GIVING DL1N-LEAP-QUOTIENT
040300             REMAINDER DL1N-LEAP-REM
040400         IF DL1N-LEAP-REM = ZERO
040500             MOVE 'N' TO DL1N-LEAP-SWITCH
040600             DIVIDE DL1N-WORK-YEAR BY 400
040700                 GIVING DL1N-LEAP-QUOTIENT REMAINDER DL1N-LEAP-REM
040800             IF DL1N-LEAP-REM = ZERO
040900                 SET DL1N-LEAP-YEAR TO TRUE
041000             END-IF
041100         END-IF
041200     END-IF.
041300 9150-EXIT.
041400     EXIT.
041500
041600******************************************************************
041700*    9200-CHECK-DATE - IS DL1N-WORK-DATE A REAL CALENDAR DATE:   *
041800*    MONTH 01-12 AND A DAY FROM 01 TO THE LAST OF THAT MONTH,    *
041900*    FEBRUARY HAVING 29 IN A LEAP YEAR.  SETS DL1N-DATE-VALID.   *
042000******************************************************************
042100 9200-CHECK-DATE.
042200     MOVE 'N' TO DL1N-DATE-SWITCH.
042300     IF DL1N-WORK-MONTH < 01 OR DL1N-WORK-MONTH > 12
042400         OR DL1N-WORK-DAY < 01
042500         GO TO 9200-EXIT
042600     END-IF.
042700     PERFORM 9150-SET-LEAP-YEAR THRU 9150-EXIT.
042800     MOVE DL1N-DAYS-IN-MONTH (DL1N-WORK-MONTH)
042900         TO DL1N-MONTH-LAST-DAY.
043000     IF DL1N-LEAP-YEAR AND DL1N-WORK-MONTH = 2
043100         ADD 1 TO DL1N-MONTH-LAST-DAY
043200     END-IF.
043300     IF DL1N-WORK-DAY > DL1N-MONTH-LAST-DAY
043400         GO TO 9200-EXIT
043500     END-IF.
043600     SET DL1N-DATE-VALID TO TRUE.
043700 9200-EXIT.
043800     EXIT.
