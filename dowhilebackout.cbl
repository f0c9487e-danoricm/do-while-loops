000100******************************************************************
000200*                                                                *
000300*    PROGRAM:  DOWHILEBACKOUT                                   *
000400*    AUTHOR:   D. ORIC, BATCH SYSTEMS GROUP                     *
000500*    INSTALLATION: CENTRAL DATA CENTER                          *
000600*    DATE-WRITTEN: 10/15/2026                                   *
000700*                                                                *
000800*    REMARKS.                                                   *
000900*    WORK-ITEM BACKOUT UTILITY - THE REVERSE OF DOWHILEAPPLY.    *
001000*    WHEN A BAD RUN HAS BEEN APPLIED, THE ONLY WAY BACK USED TO  *
001100*    BE HAND-EDITING DL1WIM.  THIS STEP RETURNS EXACTLY THE      *
001200*    ITEMS ONE APPLIED RUN STAMPED FROM PROCESSED ('P') BACK TO  *
001300*    UNPROCESSED ('U'), CLEARING THE PROCESSED DATE AND          *
001400*    SEQUENCE, AND NOTHING ELSE.  THE RUN IS NAMED BY ITS RUN    *
001500*    DATE, OPTIONALLY NARROWED TO A DL1OUT SEQUENCE RANGE.  THE  *
001600*    ITEMS ARE FOUND ONE OF TWO WAYS:                            *
001700*      - FROM THE APPLIED GENERATION ITSELF (SOURCE 'O') - EACH  *
001800*        RECORD THE GENERATION HOLDS ON THE GENERATION STORE     *
001900*        (DL1OUTG) NAMES ITS ITEM, AND THE ITEM IS ONLY          *
002000*        REVERSED WHEN ITS STAMP STILL CARRIES THAT RECORD'S RUN *
002100*        DATE AND SEQUENCE.  AN ITEM STAMPED BY ANY OTHER RUN IS *
002200*        REFUSED AND REPORTED, NEVER TOUCHED.                    *
002300*      - BY A KEYED SWEEP OF DL1WIM (SOURCE BLANK) WHEN THE      *
002400*        GENERATION IS NO LONGER ON THE STORE - ONLY ITEMS       *
002500*        WHOSE STAMP CARRIES THE RUN DATE (AND A SEQUENCE IN     *
002600*        RANGE) ARE SELECTED.                                    *
002700*    EVERY REVERSED ITEM GETS A BEFORE/AFTER ROW ON THE BACKOUT  *
002800*    LOG (DL1BKL).  THE PRINTED REPORT CARRIES THE COUNTS, AND   *
002900*    WHEN THE APPLY STEP'S MATCHED COUNT FROM DL1APRT IS GIVEN   *
003000*    IN THE PARM THE REVERSED COUNT IS TIED TO IT - A FULL       *
003100*    BACKOUT OF ONE APPLIED RUN MUST REVERSE EXACTLY WHAT THE    *
003200*    APPLY MATCHED.                                              *
003300*    ONCE ANY ITEM HAS BEEN REVERSED, THE GENERATION'S CATALOG   *
003400*    ENTRY (DL1GEN) IS MARKED BACKED OUT, SO THE RETENTION       *
003500*    SWEEP HOLDS IT AND THE CYCLE CLOSE-OUT DOES NOT COUNT IT    *
003600*    AS APPLIED UNTIL DOWHILEAPPLY HAS RUN IT AGAIN.  A MASTER   *
003700*    SWEEP, WHICH NAMES NO GENERATION, MARKS EVERY APPLIED       *
003800*    GENERATION OF THE RUN DATE STILL ON THE CATALOG.            *
003900*                                                                *
004000*    THE PARM IS POSITIONAL: RUN DATE (YYYYMMDD), SEQUENCE FROM  *
004100*    AND SEQUENCE THRU (LEADING-SIGN NINE-DIGIT FIELDS, BLANK    *
004200*    MEANS THE WHOLE RUN), SOURCE ('O' OR BLANK), THE APPLY      *
004300*    MATCHED COUNT TO TIE TO (LEADING-SIGN, BLANK MEANS NO       *
004400*    TIE), AND THE GENERATION NUMBER (SIX DIGITS - REQUIRED      *
004500*    FOR SOURCE 'O', NOT ALLOWED FOR A MASTER SWEEP).            *
004600*                                                                *
004700*    MODIFICATION HISTORY.                                      *
004800*    10/15/2026  DRO  ORIGINAL VERSION.                         *
004900******************************************************************
005000 IDENTIFICATION DIVISION.
005100 PROGRAM-ID.    DoWhileBackout.
005200 AUTHOR.        D. ORIC.
005300 INSTALLATION.  CENTRAL DATA CENTER.
005400 DATE-WRITTEN.  10/15/2026.
005500 DATE-COMPILED.
005600
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000*    GENERATION STORE - THE COUNTER VALUES DOWHILELOOP WROTE,
006100*    KEYED BY GENERATION AND SEQUENCE.  READ-ONLY HERE.
006200     SELECT DL1-OTG-FILE ASSIGN TO "DL1OUTG"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS DL1-OTG-KEY
006600         FILE STATUS IS DL1U-OUT-STATUS.
006700*    GENERATION CATALOG - NAMES THE GENERATION BACKED OUT, AND
006800*    IS MARKED BACKED OUT FOR THE RETENTION SWEEP AND CLOSE-OUT.
006900     SELECT DL1-GEN-FILE ASSIGN TO "DL1GEN"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS DL1-GEN-KEY
007300         FILE STATUS IS DL1U-GEN-STATUS.
007400*    WORK-ITEM MASTER - STATUS AND STAMP FIELDS RESET IN PLACE.
007500     SELECT DL1-WIM-FILE ASSIGN TO "DL1WIM"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS DL1-WIM-ITEM-NUMBER
007900         FILE STATUS IS DL1U-WIM-STATUS.
008000*    CUMULATIVE BEFORE/AFTER LOG OF EVERY ITEM REVERSED.
008100     SELECT DL1-BKL-FILE ASSIGN TO "DL1BKL"
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS DL1U-BKL-STATUS.
008400*    THIS BACKOUT'S OWN PRINTED REPORT - NORMALLY TO SYSOUT.
008500     SELECT DL1-URP-FILE ASSIGN TO "DL1URPT"
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS DL1U-URP-STATUS.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  DL1-OTG-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY DL1OTGR.
009400
009500 FD  DL1-GEN-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY DL1GENR.
009800
009900 FD  DL1-WIM-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY DL1WIMR.
010200
010300 FD  DL1-BKL-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY DL1BKLR.
010600
010700 FD  DL1-URP-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY DL1URPR.
011000
011100 WORKING-STORAGE SECTION.
011200******************************************************************
011300*    THE GENERATION BEING BACKED OUT.  EACH STORED RECORD IS     *
011400*    COPIED INTO DL1-OUT-RECORD, SO THE LOGIC BELOW READS IT     *
011500*    EXACTLY AS DOWHILEAPPLY DID.                                *
011600******************************************************************
011700     COPY DL1OUTR.
011800 01  DL1U-GENERATION             PIC 9(06) VALUE ZERO.
011900 01  DL1U-GEN-SUB                PIC 9(06) VALUE ZERO.
012000 01  DL1U-MARKED-COUNT           PIC 9(04) VALUE ZERO.
012100******************************************************************
012200*    PARAMETER AREA - RUN DATE, OPTIONAL SEQUENCE RANGE, SOURCE, *
012300*    THE OPTIONAL APPLY MATCHED COUNT, AND THE GENERATION, IN    *
012400*    THE SAME SIGNED POSITIONAL FORM THE REST OF THE SUITE USES. *
012500******************************************************************
012600 01  DL1U-PARM-TEXT              PIC X(45) VALUE SPACES.
012700 01  DL1U-PARM-FIELDS REDEFINES DL1U-PARM-TEXT.
012800     05  DL1U-PARM-RUN-DATE      PIC 9(08).
012900     05  DL1U-PARM-SEQ-FROM      PIC S9(9) SIGN LEADING SEPARATE.
013000     05  DL1U-PARM-SEQ-THRU      PIC S9(9) SIGN LEADING SEPARATE.
013100     05  DL1U-PARM-SOURCE        PIC X(01).
013200         88  DL1U-SOURCE-OUTPUT         VALUE 'O'.
013300         88  DL1U-SOURCE-MASTER         VALUE ' '.
013400     05  DL1U-PARM-EXPECTED      PIC S9(9) SIGN LEADING SEPARATE.
013500     05  DL1U-PARM-GENERATION    PIC 9(06).
013600 01  DL1U-RUN-DATE-SPLIT REDEFINES DL1U-PARM-TEXT.
013700     05  DL1U-RUN-YEAR           PIC 9(04).
013800     05  DL1U-RUN-MONTH          PIC 9(02).
013900     05  DL1U-RUN-DAY            PIC 9(02).
014000     05  FILLER                  PIC X(37).
014100*    A DATE BEING CHECKED BY 9200-CHECK-DATE, AND THE DAYS IN
014200*    EACH MONTH - FEBRUARY GAINS ONE IN A LEAP YEAR.
014300 01  DL1U-WORK-DATE              PIC 9(08) VALUE ZERO.
014400 01  DL1U-WORK-DATE-SPLIT REDEFINES DL1U-WORK-DATE.
014500     05  DL1U-WORK-YEAR          PIC 9(04).
014600     05  DL1U-WORK-MONTH         PIC 9(02).
014700     05  DL1U-WORK-DAY           PIC 9(02).
014800 01  DL1U-LEAP-REM               PIC 9(04) VALUE ZERO.
014900 01  DL1U-LEAP-QUOTIENT          PIC 9(04) VALUE ZERO.
015000 01  DL1U-MONTH-LENGTH-TEXT      PIC X(24) VALUE
015100         '312831303130313130313031'.
015200 01  DL1U-MONTH-LENGTH-TABLE REDEFINES DL1U-MONTH-LENGTH-TEXT.
015300     05  DL1U-DAYS-IN-MONTH      OCCURS 12 TIMES PIC 9(02).
015400 01  DL1U-MONTH-LAST-DAY         PIC 9(02) VALUE ZERO.
015500
015600*    THE SEQUENCE RANGE IN EFFECT - THE WHOLE RUN WHEN THE PARM
015700*    LEAVES IT BLANK.
015800 01  DL1U-SEQ-LOW                PIC 9(09) VALUE ZERO.
015900 01  DL1U-SEQ-HIGH               PIC 9(09) VALUE 999999999.
016000 01  DL1U-EXPECTED-MATCHED       PIC 9(09) VALUE ZERO.
016100
016200******************************************************************
016300*    BACKOUT COUNTERS - ONE PER OUTCOME.  SELECTED MUST EQUAL    *
016400*    REVERSED PLUS NOT-PROCESSED PLUS OTHER-RUN PLUS NOT-FOUND   *
016500*    WHEN THE STEP ENDS.  EXAMINED COUNTS EVERY RECORD LOOKED    *
016600*    AT, SELECTED OR NOT.                                        *
016700******************************************************************
016800 01  DL1U-EXAMINED-COUNT         PIC 9(09) VALUE ZERO.
016900 01  DL1U-SELECTED-COUNT         PIC 9(09) VALUE ZERO.
017000 01  DL1U-REVERSED-COUNT         PIC 9(09) VALUE ZERO.
017100 01  DL1U-NOTPROC-COUNT          PIC 9(09) VALUE ZERO.
017200 01  DL1U-OTHERRUN-COUNT         PIC 9(09) VALUE ZERO.
017300 01  DL1U-NOTFOUND-COUNT         PIC 9(09) VALUE ZERO.
017400 01  DL1U-MAX-ERRORS-SHOWN       PIC 9(04) VALUE 10.
017500 01  DL1U-ERRORS-SHOWN           PIC 9(04) VALUE ZERO.
017600 01  DL1U-RETURN-CODE            PIC 9(04) VALUE ZERO.
017700 01  DL1U-ERROR-MSG              PIC X(60) VALUE SPACES.
017800 01  DL1U-CURRENT-DATE           PIC 9(08) VALUE ZERO.
017900 01  DL1U-CURRENT-TIME           PIC 9(08) VALUE ZERO.
018000 01  DL1U-OUT-STATUS             PIC XX.
018100 01  DL1U-WIM-STATUS             PIC XX.
018200 01  DL1U-GEN-STATUS             PIC XX.
018300 01  DL1U-BKL-STATUS             PIC XX.
018400 01  DL1U-URP-STATUS             PIC XX.
018500
018600 01  DL1U-SWITCHES.
018700     05  DL1U-EOF-SWITCH         PIC X(01) VALUE 'N'.
018800         88  DL1U-END-OF-INPUT          VALUE 'Y'.
018900     05  DL1U-OUT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
019000         88  DL1U-OUT-FILE-OPENED       VALUE 'Y'.
019100     05  DL1U-GEN-OPEN-SWITCH    PIC X(01) VALUE 'N'.
019200         88  DL1U-GEN-FILE-OPENED       VALUE 'Y'.
019300     05  DL1U-GEN-NAMED-SWITCH   PIC X(01) VALUE 'N'.
019400         88  DL1U-GENERATION-NAMED      VALUE 'Y'.
019500     05  DL1U-WIM-OPEN-SWITCH    PIC X(01) VALUE 'N'.
019600         88  DL1U-WIM-FILE-OPENED       VALUE 'Y'.
019700     05  DL1U-BKL-OPEN-SWITCH    PIC X(01) VALUE 'N'.
019800         88  DL1U-BKL-FILE-OPENED       VALUE 'Y'.
019900     05  DL1U-TIE-SWITCH         PIC X(01) VALUE 'N'.
020000         88  DL1U-TIE-REQUESTED         VALUE 'Y'.
020100     05  DL1U-LEAP-SWITCH        PIC X(01) VALUE 'N'.
020200         88  DL1U-LEAP-YEAR             VALUE 'Y'.
020300     05  DL1U-DATE-SWITCH        PIC X(01) VALUE 'N'.
020400         88  DL1U-DATE-VALID            VALUE 'Y'.
020500
020600******************************************************************
020700*    REPORT AREA - PAGE-HEADED IN THE SAME STYLE AS DL1RPT.      *
020800******************************************************************
020900 01  DL1U-RPT-LINE-COUNT         PIC 9(04) VALUE ZERO.
021000 01  DL1U-RPT-LINES-PER-PAGE     PIC 9(04) VALUE 50.
021100 01  DL1U-RPT-PAGE-NUMBER        PIC 9(04) VALUE ZERO.
021200
021300 01  DL1U-RPT-HEADING-1.
021400     05  FILLER                  PIC X(01) VALUE SPACE.
021500     05  FILLER                  PIC X(30) VALUE
021600             'DOWHILEBACKOUT - ITEM BACKOUT'.
021700     05  FILLER                  PIC X(04) VALUE SPACES.
021800     05  FILLER                  PIC X(05) VALUE 'DATE:'.
021900     05  DL1U-RPT-H1-DATE        PIC 9(08).
022000     05  FILLER                  PIC X(05) VALUE SPACES.
022100     05  FILLER                  PIC X(05) VALUE 'PAGE:'.
022200     05  DL1U-RPT-H1-PAGE        PIC ZZZ9.
022300     05  FILLER                  PIC X(18) VALUE SPACES.
022400
022500 01  DL1U-RPT-HEADING-2.
022600     05  FILLER                  PIC X(01) VALUE SPACE.
022700     05  FILLER                  PIC X(09) VALUE 'RUN DATE='.
022800     05  DL1U-RPT-H2-DATE        PIC 9(08).
022900     05  FILLER                  PIC X(06) VALUE '  SEQ='.
023000     05  DL1U-RPT-H2-SEQ-LOW     PIC ZZZZZZZZ9.
023100     05  FILLER                  PIC X(06) VALUE ' THRU '.
023200     05  DL1U-RPT-H2-SEQ-HIGH    PIC ZZZZZZZZ9.
023300     05  FILLER                  PIC X(09) VALUE '  SOURCE='.
023400     05  DL1U-RPT-H2-SOURCE      PIC X(07).
023500     05  FILLER                  PIC X(05) VALUE ' GEN='.
023600     05  DL1U-RPT-H2-GEN         PIC X(06).
023700     05  FILLER                  PIC X(05) VALUE SPACES.
023800
023900 01  DL1U-RPT-COLUMN-HEADING.
024000     05  FILLER                  PIC X(01) VALUE SPACE.
024100     05  FILLER                  PIC X(14) VALUE 'EXCEPTION'.
024200     05  FILLER                  PIC X(10) VALUE 'ITEM'.
024300     05  FILLER                  PIC X(10) VALUE 'SEQUENCE'.
024400     05  FILLER                  PIC X(18) VALUE 'STAMPED BY RUN'.
024500     05  FILLER                  PIC X(27) VALUE SPACES.
024600
024700 01  DL1U-RPT-DETAIL-LINE.
024800     05  FILLER                  PIC X(01) VALUE SPACE.
024900     05  DL1U-RPT-DTL-TYPE       PIC X(14).
025000     05  DL1U-RPT-DTL-ITEM       PIC ZZZZZZZZ9.
025100     05  FILLER                  PIC X(01) VALUE SPACE.
025200     05  DL1U-RPT-DTL-SEQUENCE   PIC ZZZZZZZZ9.
025300     05  FILLER                  PIC X(01) VALUE SPACE.
025400     05  DL1U-RPT-DTL-STAMP-DATE PIC 9(08).
025500     05  FILLER                  PIC X(01) VALUE '/'.
025600     05  DL1U-RPT-DTL-STAMP-SEQ  PIC ZZZZZZZZ9.
025700     05  FILLER                  PIC X(27) VALUE SPACES.
025800
025900 01  DL1U-RPT-FOOTER-LINE.
026000     05  FILLER                  PIC X(01) VALUE SPACE.
026100     05  DL1U-RPT-FTR-LABEL      PIC X(20).
026200     05  DL1U-RPT-FTR-COUNT      PIC ZZZZZZZZ9.
026300     05  FILLER                  PIC X(50) VALUE SPACES.
026400
026500 01  DL1U-RPT-TIE-LINE.
026600     05  FILLER                  PIC X(01) VALUE SPACE.
026700     05  FILLER                  PIC X(20) VALUE
026800             'TIE TO APPLY:       '.
026900     05  DL1U-RPT-TIE-RESULT     PIC X(14).
027000     05  FILLER                  PIC X(45) VALUE SPACES.
027100
027200 PROCEDURE DIVISION.
027300******************************************************************
027400*    0000-MAINLINE - VALIDATE THE PARM, OPEN EVERYTHING, BACK    *
027500*    OUT THE SELECTED ITEMS FROM WHICHEVER SOURCE WAS NAMED,     *
027600*    MARK WHAT WAS BACKED OUT ON THE CATALOG, AND CLOSE OUT      *
027700*    WITH THE COUNTS, THE TIE-OUT, AND THE VERDICT.              *
027800******************************************************************
027900 0000-MAINLINE.
028000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028100     IF DL1U-RETURN-CODE NOT = ZERO
028200         GO TO 0000-MAINLINE-EXIT
028300     END-IF.
028400     IF DL1U-SOURCE-OUTPUT
028500         PERFORM 3000-BACKOUT-FROM-OUTPUT THRU 3000-EXIT
028600     ELSE
028700         PERFORM 4000-BACKOUT-FROM-MASTER THRU 4000-EXIT
028800     END-IF.
028900     PERFORM 5000-CHECK-BALANCE THRU 5000-EXIT.
029000     IF DL1U-REVERSED-COUNT > ZERO
029100         PERFORM 5500-MARK-CATALOG THRU 5500-EXIT
029200     END-IF.
029300 0000-MAINLINE-EXIT.
029400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
029500     MOVE DL1U-RETURN-CODE TO RETURN-CODE.
029600     GOBACK.
029700
029800******************************************************************
029900*    1000-INITIALIZE - VALIDATE THE PARM, THEN OPEN THE REPORT,  *
030000*    THE MASTER, THE BACKOUT LOG (CREATED ON FIRST USE, THE      *
030100*    SAME WAY DOWHILECKPTUTIL CREATES ITS LOG), THE CATALOG, AND *
030200*    THE GENERATION STORE WHEN IT IS THE SOURCE.                 *
030300******************************************************************
030400 1000-INITIALIZE.
030500     ACCEPT DL1U-CURRENT-DATE FROM DATE YYYYMMDD.
030600     ACCEPT DL1U-PARM-TEXT FROM COMMAND-LINE.
030700     PERFORM 1100-VALIDATE-PARM THRU 1100-EXIT.
030800     IF DL1U-RETURN-CODE NOT = ZERO
030900         GO TO 1000-EXIT
031000     END-IF.
031100     OPEN OUTPUT DL1-URP-FILE.
031200     IF DL1U-URP-STATUS NOT = '00'
031300         MOVE 16 TO DL1U-RETURN-CODE
031400         DISPLAY 'DL1330E UNABLE TO OPEN DL1URPT, STATUS='
031500             DL1U-URP-STATUS
031600         GO TO 1000-EXIT
031700     END-IF.
031800     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
031900     OPEN I-O DL1-WIM-FILE.
032000     IF DL1U-WIM-STATUS NOT = '00'
032100         MOVE 16 TO DL1U-RETURN-CODE
032200         DISPLAY 'DL1331E UNABLE TO OPEN DL1WIM, STATUS='
032300             DL1U-WIM-STATUS
032400         GO TO 1000-EXIT
032500     END-IF.
032600     SET DL1U-WIM-FILE-OPENED TO TRUE.
032700     OPEN EXTEND DL1-BKL-FILE.
032800     IF DL1U-BKL-STATUS = '35'
032900         OPEN OUTPUT DL1-BKL-FILE
033000         CLOSE DL1-BKL-FILE
033100         OPEN EXTEND DL1-BKL-FILE
033200     END-IF.
033300     IF DL1U-BKL-STATUS NOT = '00'
033400         MOVE 16 TO DL1U-RETURN-CODE
033500         DISPLAY 'DL1332E UNABLE TO OPEN DL1BKL, STATUS='
033600             DL1U-BKL-STATUS
033700         GO TO 1000-EXIT
033800     END-IF.
033900     SET DL1U-BKL-FILE-OPENED TO TRUE.
034000     OPEN I-O DL1-GEN-FILE.
034100     IF DL1U-GEN-STATUS NOT = '00'
034200         MOVE 16 TO DL1U-RETURN-CODE
034300         DISPLAY 'DL1860E UNABLE TO OPEN DL1GEN, STATUS='
034400             DL1U-GEN-STATUS
034500         GO TO 1000-EXIT
034600     END-IF.
034700     SET DL1U-GEN-FILE-OPENED TO TRUE.
034800     IF DL1U-GENERATION-NAMED
034900         PERFORM 1200-SELECT-GENERATION THRU 1200-EXIT
035000         IF DL1U-RETURN-CODE NOT = ZERO
035100             GO TO 1000-EXIT
035200         END-IF
035300     END-IF.
035400     IF NOT DL1U-SOURCE-OUTPUT
035500         GO TO 1000-EXIT
035600     END-IF.
035700     OPEN INPUT DL1-OTG-FILE.
035800     IF DL1U-OUT-STATUS NOT = '00'
035900         MOVE 16 TO DL1U-RETURN-CODE
036000         DISPLAY 'DL1333E UNABLE TO OPEN DL1OUTG, STATUS='
036100             DL1U-OUT-STATUS
036200         GO TO 1000-EXIT
036300     END-IF.
036400     SET DL1U-OUT-FILE-OPENED TO TRUE.
036500*    POSITION AT THE GENERATION'S FIRST RECORD.  NOTHING AT OR
036600*    PAST IT MEANS AN EMPTY GENERATION.
036700     MOVE DL1U-GENERATION TO DL1-OTG-GENERATION.
036800     MOVE ZERO            TO DL1-OTG-SEQUENCE.
036900     START DL1-OTG-FILE KEY IS NOT LESS THAN DL1-OTG-KEY
037000         INVALID KEY
037100             SET DL1U-END-OF-INPUT TO TRUE
037200     END-START.
037300 1000-EXIT.
037400     EXIT.
037500
037600******************************************************************
037700*    1100-VALIDATE-PARM - THE RUN DATE IS REQUIRED AND MUST BE A *
037800*    REAL DATE; A SEQUENCE RANGE, WHEN GIVEN, MUST BE WHOLE,     *
037900*    NON-NEGATIVE, AND IN ORDER; THE SOURCE IS 'O' OR BLANK; A   *
038000*    GENERATION, REQUIRED FOR SOURCE 'O', MUST BE NUMERIC.       *
038100******************************************************************
038200 1100-VALIDATE-PARM.
038300     IF DL1U-PARM-TEXT = SPACES
038400         MOVE 16 TO DL1U-RETURN-CODE
038500         MOVE 'DL1334E NO PARM SUPPLIED - RUN DATE REQUIRED'
038600             TO DL1U-ERROR-MSG
038700         DISPLAY DL1U-ERROR-MSG
038800         GO TO 1100-EXIT
038900     END-IF.
039000     MOVE 'N' TO DL1U-DATE-SWITCH.
039100     IF DL1U-PARM-RUN-DATE IS NUMERIC
039200         MOVE DL1U-PARM-RUN-DATE TO DL1U-WORK-DATE
039300         PERFORM 9200-CHECK-DATE THRU 9200-EXIT
039400     END-IF.
039500     IF NOT DL1U-DATE-VALID
039600         MOVE 16 TO DL1U-RETURN-CODE
039700         MOVE 'DL1334E RUN DATE IS NOT A VALID YYYYMMDD.'
039800             TO DL1U-ERROR-MSG
039900         DISPLAY DL1U-ERROR-MSG
040000         GO TO 1100-EXIT
040100     END-IF.
040200     IF NOT DL1U-SOURCE-OUTPUT AND NOT DL1U-SOURCE-MASTER
040300         MOVE 16 TO DL1U-RETURN-CODE
040400         MOVE 'DL1334E SOURCE MUST BE O (DL1OUTG) OR BLANK'
040500             TO DL1U-ERROR-MSG
040600         DISPLAY DL1U-ERROR-MSG
040700         GO TO 1100-EXIT
040800     END-IF.
040900     IF DL1U-PARM-TEXT (9:20) NOT = SPACES
041000         IF DL1U-PARM-SEQ-FROM IS NOT NUMERIC
041100             OR DL1U-PARM-SEQ-THRU IS NOT NUMERIC
041200             OR DL1U-PARM-SEQ-FROM < 0
041300             OR DL1U-PARM-SEQ-THRU < DL1U-PARM-SEQ-FROM
041400             MOVE 16 TO DL1U-RETURN-CODE
041500             MOVE 'DL1334E SEQUENCE RANGE IS NOT A VALID RANGE'
041600                 TO DL1U-ERROR-MSG
041700             DISPLAY DL1U-ERROR-MSG
041800             GO TO 1100-EXIT
041900         END-IF
042000         MOVE DL1U-PARM-SEQ-FROM TO DL1U-SEQ-LOW
042100         MOVE DL1U-PARM-SEQ-THRU TO DL1U-SEQ-HIGH
042200     END-IF.
042300     IF DL1U-PARM-TEXT (30:10) NOT = SPACES
042400         IF DL1U-PARM-EXPECTED IS NOT NUMERIC
042500             OR DL1U-PARM-EXPECTED < 0
042600             MOVE 16 TO DL1U-RETURN-CODE
042700             MOVE 'DL1334E APPLY MATCHED COUNT IS NOT NUMERIC'
042800                 TO DL1U-ERROR-MSG
042900             DISPLAY DL1U-ERROR-MSG
043000             GO TO 1100-EXIT
043100         END-IF
043200         MOVE DL1U-PARM-EXPECTED TO DL1U-EXPECTED-MATCHED
043300         SET DL1U-TIE-REQUESTED TO TRUE
043400     END-IF.
043500     IF DL1U-PARM-TEXT (40:6) NOT = SPACES
043600         IF DL1U-PARM-GENERATION IS NOT NUMERIC
043700             OR DL1U-PARM-GENERATION = ZERO
043800             MOVE 16 TO DL1U-RETURN-CODE
043900             MOVE 'DL1334E GENERATION MUST BE 000001-999999'
044000                 TO DL1U-ERROR-MSG
044100             DISPLAY DL1U-ERROR-MSG
044200             GO TO 1100-EXIT
044300         END-IF
044400         MOVE DL1U-PARM-GENERATION TO DL1U-GENERATION
044500         SET DL1U-GENERATION-NAMED TO TRUE
044600     END-IF.
044700*    A MASTER SWEEP REVERSES EVERY ITEM THE RUN DATE STAMPED,
044800*    WHATEVER RUN STAMPED IT, SO IT MUST MARK EVERY APPLIED
044900*    GENERATION OF THE DATE - IT CANNOT BE HELD TO ONE.
045000     IF DL1U-GENERATION-NAMED AND NOT DL1U-SOURCE-OUTPUT
045100         MOVE 16 TO DL1U-RETURN-CODE
045200         MOVE 'DL1334E GENERATION NEEDS SOURCE O'
045300             TO DL1U-ERROR-MSG
045400         DISPLAY DL1U-ERROR-MSG
045500         GO TO 1100-EXIT
045600     END-IF.
045700     IF DL1U-SOURCE-OUTPUT AND NOT DL1U-GENERATION-NAMED
045800         MOVE 16 TO DL1U-RETURN-CODE
045900         MOVE 'DL1334E SOURCE O NEEDS A GENERATION NUMBER'
046000             TO DL1U-ERROR-MSG
046100         DISPLAY DL1U-ERROR-MSG
046200         GO TO 1100-EXIT
046300     END-IF.
046400 1100-EXIT.
046500     EXIT.
046600******************************************************************
046700*    1200-SELECT-GENERATION - THE GENERATION NAMED IN THE PARM   *
046800*    MUST BE ON THE CATALOG, NOT ROLLED OFF, AND HAVE A TRAILER, *
046900*    THE SAME TESTS DOWHILEAPPLY MAKES BEFORE IT APPLIES ONE.    *
047000*    IT MUST ALSO BE THE RUN DATE BEING BACKED OUT - ANOTHER     *
047100*    DAY'S GENERATION WOULD MATCH NOTHING AND LOOK CLEAN.        *
047200******************************************************************
047300 1200-SELECT-GENERATION.
047400     MOVE DL1U-GENERATION TO DL1-GEN-NUMBER.
047500     READ DL1-GEN-FILE
047600         INVALID KEY
047700             MOVE 16 TO DL1U-RETURN-CODE
047800             DISPLAY 'DL1861E GENERATION ' DL1U-GENERATION
047900                 ' IS NOT ON THE CATALOG'
048000             GO TO 1200-EXIT
048100     END-READ.
048200     IF DL1-GEN-ROLLED-OFF
048300         MOVE 16 TO DL1U-RETURN-CODE
048400         DISPLAY 'DL1862E GENERATION ' DL1U-GENERATION
048500             ' WAS ROLLED OFF ON ' DL1-GEN-ROLLED-DATE
048600         GO TO 1200-EXIT
048700     END-IF.
048800     IF DL1-GEN-OPEN
048900         MOVE 16 TO DL1U-RETURN-CODE
049000         DISPLAY 'DL1863E GENERATION ' DL1U-GENERATION
049100             ' HAS NO TRAILER - ITS RUN NEVER COMPLETED'
049200         GO TO 1200-EXIT
049300     END-IF.
049400     IF DL1-GEN-RUN-DATE NOT = DL1U-PARM-RUN-DATE
049500         MOVE 16 TO DL1U-RETURN-CODE
049600         DISPLAY 'DL1869E GENERATION ' DL1U-GENERATION
049700             ' IS THE RUN OF ' DL1-GEN-RUN-DATE
049800             ', NOT ' DL1U-PARM-RUN-DATE
049900         GO TO 1200-EXIT
050000     END-IF.
050100     DISPLAY 'DL1864I BACKING OUT GENERATION ' DL1U-GENERATION
050200         ' RUN-ID ' DL1-GEN-RUN-ID ' OF ' DL1-GEN-RUN-DATE.
050300 1200-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700*    3000-BACKOUT-FROM-OUTPUT - READ THE APPLIED GENERATION END  *
050800*    TO END; EVERY RECORD BELONGING TO THE NAMED RUN AND         *
050900*    SEQUENCE RANGE NAMES ONE ITEM TO BACK OUT.                  *
051000******************************************************************
051100 3000-BACKOUT-FROM-OUTPUT.
051200     PERFORM UNTIL DL1U-END-OF-INPUT
051300             OR DL1U-RETURN-CODE NOT < 16
051400         PERFORM 3050-READ-GENERATION THRU 3050-EXIT
051500         IF NOT DL1U-END-OF-INPUT
051600             PERFORM 3100-BACKOUT-ONE-RECORD THRU 3100-EXIT
051700         END-IF
051800     END-PERFORM.
051900 3000-EXIT.
052000     EXIT.
052100
052200******************************************************************
052300*    3050-READ-GENERATION - THE NEXT STORED RECORD, AS ITS       *
052400*    DL1OUT IMAGE.  THE GENERATION ENDS AT THE FIRST KEY OF THE  *
052500*    NEXT ONE.                                                   *
052600******************************************************************
052700 3050-READ-GENERATION.
052800     READ DL1-OTG-FILE NEXT RECORD
052900         AT END
053000             SET DL1U-END-OF-INPUT TO TRUE
053100             GO TO 3050-EXIT
053200     END-READ.
053300     IF DL1-OTG-GENERATION NOT = DL1U-GENERATION
053400         SET DL1U-END-OF-INPUT TO TRUE
053500         GO TO 3050-EXIT
053600     END-IF.
053700     MOVE DL1-OTG-OUT-IMAGE TO DL1-OUT-RECORD.
053800 3050-EXIT.
053900     EXIT.
054000
054100******************************************************************
054200*    3100-BACKOUT-ONE-RECORD - LOOK THE COUNTER UP ON THE        *
054300*    MASTER.  ONLY AN ITEM WHOSE STAMP IS STILL THIS OUTPUT      *
054400*    RECORD'S OWN RUN DATE AND SEQUENCE IS REVERSED: AN ITEM     *
054500*    THAT WAS NEVER PROCESSED, OR THAT ANOTHER RUN STAMPED (AN   *
054600*    EARLIER RUN FOUND IT ALREADY PROCESSED), IS LEFT ALONE AND  *
054700*    REPORTED.                                                   *
054800******************************************************************
054900 3100-BACKOUT-ONE-RECORD.
055000     ADD 1 TO DL1U-EXAMINED-COUNT.
055100     IF DL1-OUT-RUN-DATE NOT = DL1U-PARM-RUN-DATE
055200         OR DL1-OUT-SEQUENCE < DL1U-SEQ-LOW
055300         OR DL1-OUT-SEQUENCE > DL1U-SEQ-HIGH
055400         GO TO 3100-EXIT
055500     END-IF.
055600     ADD 1 TO DL1U-SELECTED-COUNT.
055700     MOVE DL1-OUT-COUNTER TO DL1-WIM-ITEM-NUMBER.
055800     READ DL1-WIM-FILE
055900         INVALID KEY
056000             ADD 1 TO DL1U-NOTFOUND-COUNT
056100             MOVE 8 TO DL1U-RETURN-CODE
056200             MOVE 'NOT FOUND'  TO DL1U-RPT-DTL-TYPE
056300             MOVE ZERO TO DL1-WIM-PROCESSED-DATE
056400             MOVE ZERO TO DL1-WIM-PROCESSED-SEQ
056500             PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
056600             GO TO 3100-EXIT
056700     END-READ.
056800     IF DL1-WIM-UNPROCESSED
056900         ADD 1 TO DL1U-NOTPROC-COUNT
057000         IF DL1U-RETURN-CODE < 4
057100             MOVE 4 TO DL1U-RETURN-CODE
057200         END-IF
057300         MOVE 'NOT PROCESSED' TO DL1U-RPT-DTL-TYPE
057400         PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
057500         GO TO 3100-EXIT
057600     END-IF.
057700     IF DL1-WIM-PROCESSED-DATE NOT = DL1-OUT-RUN-DATE
057800         OR DL1-WIM-PROCESSED-SEQ NOT = DL1-OUT-SEQUENCE
057900         ADD 1 TO DL1U-OTHERRUN-COUNT
058000         MOVE 8 TO DL1U-RETURN-CODE
058100         MOVE 'OTHER RUN'  TO DL1U-RPT-DTL-TYPE
058200         PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
058300         GO TO 3100-EXIT
058400     END-IF.
058500     PERFORM 6000-REVERSE-ITEM THRU 6000-EXIT.
058600 3100-EXIT.
058700     EXIT.
058800
058900******************************************************************
059000*    3900-REPORT-EXCEPTION - ONE REPORT LINE FOR AN ITEM THAT    *
059100*    WAS SELECTED BUT NOT REVERSED, SHOWING WHICH RUN'S STAMP IT *
059200*    CARRIES.  THE OPERATOR LOG ONLY SHOWS THE FIRST FEW.        *
059300******************************************************************
059400 3900-REPORT-EXCEPTION.
059500     ADD 1 TO DL1U-ERRORS-SHOWN.
059600     IF DL1U-ERRORS-SHOWN <= DL1U-MAX-ERRORS-SHOWN
059700         DISPLAY 'DL1335E ITEM ' DL1-OUT-COUNTER
059800             ' NOT BACKED OUT - ' DL1U-RPT-DTL-TYPE
059900     END-IF.
060000     MOVE DL1-OUT-COUNTER        TO DL1U-RPT-DTL-ITEM.
060100     MOVE DL1-OUT-SEQUENCE       TO DL1U-RPT-DTL-SEQUENCE.
060200     MOVE DL1-WIM-PROCESSED-DATE TO DL1U-RPT-DTL-STAMP-DATE.
060300     MOVE DL1-WIM-PROCESSED-SEQ  TO DL1U-RPT-DTL-STAMP-SEQ.
060400     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
060500 3900-EXIT.
060600     EXIT.
060700
060800******************************************************************
060900*    4000-BACKOUT-FROM-MASTER - GENERATION NOT ON THE STORE:     *
061000*    SWEEP THE MASTER IN KEY ORDER AND SELECT EVERY PROCESSED    *
061100*    ITEM WHOSE STAMP CARRIES THE NAMED RUN DATE AND A SEQUENCE  *
061200*    IN RANGE.  ANOTHER RUN'S ITEMS ARE NEVER SELECTED.          *
061300******************************************************************
061400 4000-BACKOUT-FROM-MASTER.
061500     MOVE ZERO TO DL1-WIM-ITEM-NUMBER.
061600     START DL1-WIM-FILE KEY NOT < DL1-WIM-ITEM-NUMBER
061700         INVALID KEY
061800             SET DL1U-END-OF-INPUT TO TRUE
061900     END-START.
062000     PERFORM UNTIL DL1U-END-OF-INPUT
062100             OR DL1U-RETURN-CODE NOT < 16
062200         READ DL1-WIM-FILE NEXT RECORD
062300             AT END
062400                 SET DL1U-END-OF-INPUT TO TRUE
062500             NOT AT END
062600                 PERFORM 4100-CHECK-ONE-ITEM THRU 4100-EXIT
062700         END-READ
062800     END-PERFORM.
062900 4000-EXIT.
063000     EXIT.
063100
063200 4100-CHECK-ONE-ITEM.
063300     ADD 1 TO DL1U-EXAMINED-COUNT.
063400     IF NOT DL1-WIM-PROCESSED
063500         OR DL1-WIM-PROCESSED-DATE NOT = DL1U-PARM-RUN-DATE
063600         OR DL1-WIM-PROCESSED-SEQ < DL1U-SEQ-LOW
063700         OR DL1-WIM-PROCESSED-SEQ > DL1U-SEQ-HIGH
063800         GO TO 4100-EXIT
063900     END-IF.
064000     ADD 1 TO DL1U-SELECTED-COUNT.
064100     PERFORM 6000-REVERSE-ITEM THRU 6000-EXIT.
064200 4100-EXIT.
064300     EXIT.
064400
064500******************************************************************
064600*    5000-CHECK-BALANCE - SELECTED MUST EQUAL THE SUM OF THE     *
064700*    FOUR OUTCOMES, AND WHEN THE APPLY MATCHED COUNT WAS GIVEN   *
064800*    THE REVERSED COUNT MUST EQUAL IT.  EITHER FAILING MEANS THE *
064900*    BACKOUT DID NOT UNDO EXACTLY WHAT THE APPLY DID.            *
065000******************************************************************
065100 5000-CHECK-BALANCE.
065200     IF DL1U-SELECTED-COUNT NOT = DL1U-REVERSED-COUNT
065300             + DL1U-NOTPROC-COUNT + DL1U-OTHERRUN-COUNT
065400             + DL1U-NOTFOUND-COUNT
065500         MOVE 8 TO DL1U-RETURN-CODE
065600         DISPLAY 'DL1336E COUNTS DO NOT BALANCE: SELECTED '
065700             DL1U-SELECTED-COUNT ' REVERSED ' DL1U-REVERSED-COUNT
065800     END-IF.
065900     IF DL1U-TIE-REQUESTED
066000         AND DL1U-REVERSED-COUNT NOT = DL1U-EXPECTED-MATCHED
066100         IF DL1U-RETURN-CODE < 8
066200             MOVE 8 TO DL1U-RETURN-CODE
066300         END-IF
066400         DISPLAY 'DL1337E REVERSED ' DL1U-REVERSED-COUNT
066500             ' DOES NOT TIE TO APPLY MATCHED '
066600             DL1U-EXPECTED-MATCHED
066700     END-IF.
066800 5000-EXIT.
066900     EXIT.
067000******************************************************************
067100*    5500-MARK-CATALOG - ITEMS WERE REVERSED, SO THE GENERATION  *
067200*    THEY CAME FROM IS NO LONGER APPLIED.  THE GENERATION A      *
067300*    SOURCE 'O' BACKOUT NAMED IS MARKED BACKED OUT; A MASTER     *
067400*    SWEEP, WHICH NAMES NONE, MARKS EVERY APPLIED GENERATION OF  *
067500*    THE RUN DATE STILL ON THE CATALOG, WORKING BACK FROM THE    *
067600*    LAST NUMBER ISSUED.                                         *
067700******************************************************************
067800 5500-MARK-CATALOG.
067900     IF DL1U-GENERATION-NAMED
068000         MOVE DL1U-GENERATION TO DL1U-GEN-SUB
068100         PERFORM 5600-MARK-ONE-GENERATION THRU 5600-EXIT
068200         GO TO 5500-EXIT
068300     END-IF.
068400     MOVE ZERO TO DL1-GEN-NUMBER.
068500     READ DL1-GEN-FILE
068600         INVALID KEY
068700             MOVE ZERO TO DL1-GEN-LAST-NUMBER
068800     END-READ.
068900     PERFORM 5600-MARK-ONE-GENERATION THRU 5600-EXIT
069000         VARYING DL1U-GEN-SUB FROM DL1-GEN-LAST-NUMBER BY -1
069100         UNTIL DL1U-GEN-SUB = ZERO.
069200     IF DL1U-MARKED-COUNT = ZERO
069300         DISPLAY 'DL1867I NO APPLIED GENERATION OF '
069400             DL1U-PARM-RUN-DATE ' ON DL1GEN TO MARK'
069500     END-IF.
069600 5500-EXIT.
069700     EXIT.
069800
069900 5600-MARK-ONE-GENERATION.
070000     MOVE DL1U-GEN-SUB TO DL1-GEN-NUMBER.
070100     READ DL1-GEN-FILE
070200         INVALID KEY
070300             GO TO 5600-EXIT
070400     END-READ.
070500     IF NOT DL1U-GENERATION-NAMED
070600         IF DL1-GEN-ROLLED-OFF
070700             OR DL1-GEN-RUN-DATE NOT = DL1U-PARM-RUN-DATE
070800             OR (NOT DL1-GEN-APPLIED
070900                 AND NOT DL1-GEN-APPLIED-REJECTS)
071000             GO TO 5600-EXIT
071100         END-IF
071200     END-IF.
071300     SET DL1-GEN-BACKED-OUT TO TRUE.
071400     MOVE DL1U-CURRENT-DATE TO DL1-GEN-APPLY-DATE.
071500     REWRITE DL1-GEN-RECORD.
071600     IF DL1U-GEN-STATUS NOT = '00'
071700         IF DL1U-RETURN-CODE < 8
071800             MOVE 8 TO DL1U-RETURN-CODE
071900         END-IF
072000         DISPLAY 'DL1866E UNABLE TO MARK GENERATION '
072100             DL1U-GEN-SUB ' BACKED OUT, STATUS=' DL1U-GEN-STATUS
072200         GO TO 5600-EXIT
072300     END-IF.
072400     ADD 1 TO DL1U-MARKED-COUNT.
072500     DISPLAY 'DL1865I GENERATION ' DL1U-GEN-SUB
072600         ' MARKED BACKED OUT ON DL1GEN'.
072700 5600-EXIT.
072800     EXIT.
072900
073000******************************************************************
073100*    6000-REVERSE-ITEM - RETURN THE ITEM ON HAND TO UNPROCESSED, *
073200*    CLEAR ITS STAMP, AND LOG IT BEFORE AND AFTER.  NOTHING      *
073300*    ELSE ON THE MASTER RECORD IS TOUCHED.  THE LOG ROW IS       *
073400*    WRITTEN FIRST, AND ONE THAT CANNOT BE WRITTEN STOPS THE     *
073500*    BACKOUT WITH THE ITEM UNTOUCHED - NO ITEM IS EVER REVERSED  *
073600*    WITHOUT A RECORD OF WHAT IT WAS.                            *
073700******************************************************************
073800 6000-REVERSE-ITEM.
073900     ACCEPT DL1U-CURRENT-TIME FROM TIME.
074000     MOVE SPACES                 TO DL1-BKL-RECORD.
074100     MOVE DL1-WIM-ITEM-NUMBER    TO DL1-BKL-ITEM-NUMBER.
074200     MOVE DL1U-CURRENT-DATE      TO DL1-BKL-BACKOUT-DATE.
074300     MOVE DL1U-CURRENT-TIME      TO DL1-BKL-BACKOUT-TIME.
074400     MOVE DL1-WIM-STATUS         TO DL1-BKL-BEFORE-STATUS.
074500     MOVE DL1-WIM-PROCESSED-DATE TO DL1-BKL-BEFORE-DATE.
074600     MOVE DL1-WIM-PROCESSED-SEQ  TO DL1-BKL-BEFORE-SEQ.
074700     SET DL1-WIM-UNPROCESSED TO TRUE.
074800     MOVE ZERO TO DL1-WIM-PROCESSED-DATE.
074900     MOVE ZERO TO DL1-WIM-PROCESSED-SEQ.
075000     MOVE DL1-WIM-STATUS         TO DL1-BKL-AFTER-STATUS.
075100     MOVE DL1-WIM-PROCESSED-DATE TO DL1-BKL-AFTER-DATE.
075200     MOVE DL1-WIM-PROCESSED-SEQ  TO DL1-BKL-AFTER-SEQ.
075300     WRITE DL1-BKL-RECORD.
075400     IF DL1U-BKL-STATUS NOT = '00'
075500         MOVE 16 TO DL1U-RETURN-CODE
075600         DISPLAY 'DL1868E UNABLE TO WRITE DL1BKL FOR ITEM '
075700             DL1-WIM-ITEM-NUMBER ', STATUS=' DL1U-BKL-STATUS
075800         GO TO 6000-EXIT
075900     END-IF.
076000     REWRITE DL1-WIM-RECORD
076100         INVALID KEY
076200             MOVE 16 TO DL1U-RETURN-CODE
076300             DISPLAY 'DL1338E REWRITE FAILED FOR ITEM '
076400                 DL1-WIM-ITEM-NUMBER ' STATUS=' DL1U-WIM-STATUS
076500             GO TO 6000-EXIT
076600     END-REWRITE.
076700     ADD 1 TO DL1U-REVERSED-COUNT.
076800 6000-EXIT.
076900     EXIT.
077000
077100******************************************************************
077200*    7000-WRITE-REPORT-LINE - ONE DETAIL LINE, FORCING A NEW     *
077300*    PAGE HEADING EVERY DL1U-RPT-LINES-PER-PAGE LINES.           *
077400******************************************************************
077500 7000-WRITE-REPORT-LINE.
077600     IF DL1U-RPT-LINE-COUNT >= DL1U-RPT-LINES-PER-PAGE
077700         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
077800     END-IF.
077900     MOVE DL1U-RPT-DETAIL-LINE TO DL1-URP-RECORD.
078000     WRITE DL1-URP-RECORD.
078100     ADD 1 TO DL1U-RPT-LINE-COUNT.
078200 7000-EXIT.
078300     EXIT.
078400
078500 7100-WRITE-REPORT-HEADING.
078600     ADD 1 TO DL1U-RPT-PAGE-NUMBER.
078700     MOVE DL1U-CURRENT-DATE    TO DL1U-RPT-H1-DATE.
078800     MOVE DL1U-RPT-PAGE-NUMBER TO DL1U-RPT-H1-PAGE.
078900     MOVE DL1U-RPT-HEADING-1   TO DL1-URP-RECORD.
079000     WRITE DL1-URP-RECORD.
079100     MOVE DL1U-PARM-RUN-DATE   TO DL1U-RPT-H2-DATE.
079200     MOVE DL1U-SEQ-LOW         TO DL1U-RPT-H2-SEQ-LOW.
079300     MOVE DL1U-SEQ-HIGH        TO DL1U-RPT-H2-SEQ-HIGH.
079400     IF DL1U-SOURCE-OUTPUT
079500         MOVE 'DL1OUTG' TO DL1U-RPT-H2-SOURCE
079600     ELSE
079700         MOVE 'DL1WIM' TO DL1U-RPT-H2-SOURCE
079800     END-IF.
079900     MOVE DL1U-PARM-TEXT (40:6) TO DL1U-RPT-H2-GEN.
080000     MOVE DL1U-RPT-HEADING-2   TO DL1-URP-RECORD.
080100     WRITE DL1-URP-RECORD.
080200     MOVE DL1U-RPT-COLUMN-HEADING TO DL1-URP-RECORD.
080300     WRITE DL1-URP-RECORD.
080400     MOVE ZERO TO DL1U-RPT-LINE-COUNT.
080500 7100-EXIT.
080600     EXIT.
080700
080800******************************************************************
080900*    8000-TERMINATE - THE COUNTS AND THE TIE-OUT ON THE REPORT,  *
081000*    CLOSE WHAT WAS OPENED, AND GIVE THE OPERATOR THE VERDICT.   *
081100******************************************************************
081200 8000-TERMINATE.
081300     IF DL1U-RPT-PAGE-NUMBER > ZERO
081400         MOVE 'RECORDS EXAMINED:   ' TO DL1U-RPT-FTR-LABEL
081500         MOVE DL1U-EXAMINED-COUNT TO DL1U-RPT-FTR-COUNT
081600         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
081700         MOVE 'ITEMS SELECTED:     ' TO DL1U-RPT-FTR-LABEL
081800         MOVE DL1U-SELECTED-COUNT TO DL1U-RPT-FTR-COUNT
081900         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
082000         MOVE 'REVERSED:           ' TO DL1U-RPT-FTR-LABEL
082100         MOVE DL1U-REVERSED-COUNT TO DL1U-RPT-FTR-COUNT
082200         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
082300         MOVE 'NOT PROCESSED:      ' TO DL1U-RPT-FTR-LABEL
082400         MOVE DL1U-NOTPROC-COUNT TO DL1U-RPT-FTR-COUNT
082500         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
082600         MOVE 'OTHER RUN REFUSED:  ' TO DL1U-RPT-FTR-LABEL
082700         MOVE DL1U-OTHERRUN-COUNT TO DL1U-RPT-FTR-COUNT
082800         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
082900         MOVE 'NOT FOUND:          ' TO DL1U-RPT-FTR-LABEL
083000         MOVE DL1U-NOTFOUND-COUNT TO DL1U-RPT-FTR-COUNT
083100         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
083200         IF DL1U-TIE-REQUESTED
083300             MOVE 'APPLY MATCHED:      ' TO DL1U-RPT-FTR-LABEL
083400             MOVE DL1U-EXPECTED-MATCHED TO DL1U-RPT-FTR-COUNT
083500             PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
083600             IF DL1U-REVERSED-COUNT = DL1U-EXPECTED-MATCHED
083700                 MOVE 'IN BALANCE'     TO DL1U-RPT-TIE-RESULT
083800             ELSE
083900                 MOVE 'OUT OF BALANCE' TO DL1U-RPT-TIE-RESULT
084000             END-IF
084100             MOVE DL1U-RPT-TIE-LINE TO DL1-URP-RECORD
084200             WRITE DL1-URP-RECORD
084300         END-IF
084400         CLOSE DL1-URP-FILE
084500     END-IF.
084600     IF DL1U-WIM-FILE-OPENED
084700         CLOSE DL1-WIM-FILE
084800     END-IF.
084900     IF DL1U-OUT-FILE-OPENED
085000         CLOSE DL1-OTG-FILE
085100     END-IF.
085200     IF DL1U-GEN-FILE-OPENED
085300         CLOSE DL1-GEN-FILE
085400     END-IF.
085500     IF DL1U-BKL-FILE-OPENED
085600         CLOSE DL1-BKL-FILE
085700     END-IF.
085800     IF DL1U-RETURN-CODE = ZERO
085900         DISPLAY 'DL1339I BACKOUT COMPLETE - '
086000             DL1U-REVERSED-COUNT ' ITEMS REVERSED'
086100     ELSE
086200         DISPLAY 'DL1339E BACKOUT ENDED WITH RETURN-CODE '
086300             DL1U-RETURN-CODE ' - ' DL1U-REVERSED-COUNT
086400             ' ITEMS REVERSED'
086500     END-IF.
086600 8000-EXIT.
086700     EXIT.
086800
086900 8050-WRITE-FOOTER-LINE.
087000     MOVE DL1U-RPT-FOOTER-LINE TO DL1-URP-RECORD.
087100     WRITE DL1-URP-RECORD.
087200 8050-EXIT.
087300     EXIT.
087400******************************************************************
087500*    9150-SET-LEAP-YEAR - IS DL1U-WORK-YEAR A LEAP YEAR: EVERY   *
087600*    FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY 400.         *
087700******************************************************************
087800 9150-SET-LEAP-YEAR.
087900     MOVE 'N' TO DL1U-LEAP-SWITCH.
088000     DIVIDE DL1U-WORK-YEAR BY 4 GIVING DL1U-LEAP-QUOTIENT
088100         REMAINDER DL1U-LEAP-REM.
088200     IF DL1U-LEAP-REM = ZERO
088300         SET DL1U-LEAP-YEAR TO TRUE
088400         DIVIDE DL1U-WORK-YEAR BY 100 GIVING DL1U-LEAP-QUOTIENT
088500             REMAINDER DL1U-LEAP-REM
088600         IF DL1U-LEAP-REM = ZERO
088700             MOVE 'N' TO DL1U-LEAP-SWITCH
088800             DIVIDE DL1U-WORK-YEAR BY 400
088900                 GIVING DL1U-LEAP-QUOTIENT REMAINDER DL1U-LEAP-REM
089000             IF DL1U-LEAP-REM = ZERO
089100                 SET DL1U-LEAP-YEAR TO TRUE
089200             END-IF
089300         END-IF
089400     END-IF.
089500 9150-EXIT.
089600     EXIT.
089700
089800******************************************************************
089900*    9200-CHECK-DATE - IS DL1U-WORK-DATE A REAL CALENDAR DATE:   *
090000*    MONTH 01-12 AND A DAY FROM 01 TO THE LAST OF THAT MONTH,    *
090100*    FEBRUARY HAVING 29 IN A LEAP YEAR.  SETS DL1U-DATE-VALID.   *
090200******************************************************************
090300 9200-CHECK-DATE.
090400     MOVE 'N' TO DL1U-DATE-SWITCH.
090500     IF DL1U-WORK-MONTH < 01 OR DL1U-WORK-MONTH > 12
090600         OR DL1U-WORK-DAY < 01
090700         GO TO 9200-EXIT
090800     END-IF.
090900     PERFORM 9150-SET-LEAP-YEAR THRU 9150-EXIT.
091000     MOVE DL1U-DAYS-IN-MONTH (DL1U-WORK-MONTH)
091100         TO DL1U-MONTH-LAST-DAY.
091200     IF DL1U-LEAP-YEAR AND DL1U-WORK-MONTH = 2
091300         ADD 1 TO DL1U-MONTH-LAST-DAY
091400     END-IF.
091500     IF DL1U-WORK-DAY > DL1U-MONTH-LAST-DAY
091600         GO TO 9200-EXIT
091700     END-IF.
091800     SET DL1U-DATE-VALID TO TRUE.
091900 9200-EXIT.
092000     EXIT.
