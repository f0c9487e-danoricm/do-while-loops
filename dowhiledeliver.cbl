000100******************************************************************
000200*                                                                *
000300*    PROGRAM:  DOWHILEDELIVER                                   *
000400*    AUTHOR:   D. ORIC, BATCH SYSTEMS GROUP                     *
000500*    INSTALLATION: CENTRAL DATA CENTER                          *
000600*    DATE-WRITTEN: 10/15/2026                                   *
000700*                                                                *
000800*    REMARKS.                                                   *
000900*    DELIVERY RECONCILIATION FOR THE DL1EXT ANALYTICS FEED.      *
001000*    DOWHILEEXTRACT RECORDS EVERY FEED IT SENDS ON THE KEYED     *
001100*    DELIVERY-STATUS FILE (DL1DLV).  THE ANALYTICS SIDE RETURNS  *
001200*    AN ACKNOWLEDGMENT FILE (DL1ACK) GIVING, PER FEED, THE RUN   *
001300*    DATE, THE ROW COUNT THEY LOADED, AND THEIR LOAD STATUS.     *
001400*    THIS STEP POSTS EACH ACKNOWLEDGMENT AGAINST THE FEED IT     *
001500*    NAMES - ACKNOWLEDGED WHEN THE LOAD WORKED AND THE COUNT     *
001600*    AGREES WITH OUR TRAILER, COUNT MISMATCH WHEN IT DOES NOT,   *
001700*    LOAD FAILED WHEN THEIR LOAD DID NOT COMPLETE - THEN AGES    *
001800*    EVERY FEED STILL UNACKNOWLEDGED AND MARKS IT OVERDUE ONCE   *
001900*    IT IS OLDER THAN THE THRESHOLD.  THE REPORT LISTS THE       *
002000*    ACKNOWLEDGMENTS THAT COULD NOT BE POSTED, THEN EVERY FEED   *
002100*    OVERDUE, MISMATCHED OR FAILED.                              *
002200*    RETURN-CODE 8 MEANS A COUNT MISMATCH OR A FAILED LOAD; 4    *
002300*    MEANS ONLY OVERDUE FEEDS OR UNPOSTABLE ACKNOWLEDGMENTS.     *
002400*                                                                *
002500*    THE PARM IS THE OVERDUE THRESHOLD IN DAYS AS A LEADING-SIGN *
002600*    NINE-DIGIT FIELD, E.G. "+000000002".  BLANK MEANS THE       *
002700*    CONFIGURATION FILE'S ACK-OVERDUE-DAYS, OR 2 DAYS WITHOUT IT.*
002800*                                                                *
002900*    MODIFICATION HISTORY.                                      *
003000*    10/15/2026  DRO  ORIGINAL VERSION.                         *
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.    DoWhileDeliver.
003400 AUTHOR.        D. ORIC.
003500 INSTALLATION.  CENTRAL DATA CENTER.
003600 DATE-WRITTEN.  10/15/2026.
003700 DATE-COMPILED.
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200*    ACKNOWLEDGMENTS RETURNED BY ANALYTICS - DELIMITED LIKE THE
004300*    FEED ITSELF.
004400     SELECT DL1-ACK-FILE ASSIGN TO "DL1ACK"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS DL1Y-ACK-STATUS.
004700*    DELIVERY STATUS, KEYED BY FEED DATE - POSTED AND AGED HERE.
004800     SELECT DL1-DLV-FILE ASSIGN TO "DL1DLV"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS DL1-DLV-KEY
005200         FILE STATUS IS DL1Y-DLV-STATUS.
005300*    CENTRAL CONFIGURATION, KEYED BY CONFIGURATION KEY NAME -
005400*    READ AT STARTUP; ABSENT MEANS THE DEFAULTS STAND.
005500     SELECT DL1-CFG-FILE ASSIGN TO "DL1CFG"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS DL1-CFG-KEY
005900         FILE STATUS IS DL1Y-CFG-STATUS.
006000*    THIS REPORT'S OWN PRINTED OUTPUT - NORMALLY TO SYSOUT.
006100     SELECT DL1-YRP-FILE ASSIGN TO "DL1YRPT"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS DL1Y-YRP-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  DL1-ACK-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY DL1ACKR.
007000
007100 FD  DL1-DLV-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY DL1DLVR.
007400
007500 FD  DL1-CFG-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY DL1CFGR.
007800
007900 FD  DL1-YRP-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY DL1YRPR.
008200
008300 WORKING-STORAGE SECTION.
008400******************************************************************
008500*    PARAMETER AREA - THE OVERDUE THRESHOLD IN DAYS.             *
008600******************************************************************
008700 01  DL1Y-PARM-TEXT              PIC X(10) VALUE SPACES.
008800 01  DL1Y-PARM-FIELDS REDEFINES DL1Y-PARM-TEXT.
008900     05  DL1Y-PARM-DAYS          PIC S9(9) SIGN LEADING SEPARATE.
009000*    THE DEFAULT USED WHEN THE PARM IS BLANK - 2 DAYS UNLESS THE
009100*    CONFIGURATION FILE (ACK-OVERDUE-DAYS) SAYS OTHERWISE.
009200 01  DL1Y-DEFAULT-DAYS           PIC S9(9) VALUE +2.
009300 01  DL1Y-OVERDUE-DAYS           PIC 9(09) VALUE ZERO.
009400
009500******************************************************************
009600*    ACKNOWLEDGMENT ROW, SPLIT AT THE COMMAS.  EACH FIELD'S      *
009700*    LENGTH IS KEPT SO THE DIGITS CAN BE CHECKED BEFORE THEY ARE *
009800*    MOVED TO A NUMBER.                                          *
009900******************************************************************
010000 01  DL1Y-ACK-FIELD-1            PIC X(20) VALUE SPACES.
010100 01  DL1Y-ACK-FIELD-2            PIC X(20) VALUE SPACES.
010200 01  DL1Y-ACK-FIELD-3            PIC X(20) VALUE SPACES.
010300 01  DL1Y-ACK-LENGTH-1           PIC 9(04) VALUE ZERO.
010400 01  DL1Y-ACK-LENGTH-2           PIC 9(04) VALUE ZERO.
010500 01  DL1Y-ACK-LENGTH-3           PIC 9(04) VALUE ZERO.
010600 01  DL1Y-ACK-RUN-DATE           PIC 9(08) VALUE ZERO.
010700 01  DL1Y-ACK-ROWS               PIC 9(09) VALUE ZERO.
010800 01  DL1Y-ACK-LOAD-STATUS        PIC X(08) VALUE SPACES.
010900 01  DL1Y-LOADED-STATUS          PIC X(08) VALUE 'LOADED'.
011000
011100 01  DL1Y-ACKS-READ              PIC 9(09) VALUE ZERO.
011200 01  DL1Y-ACKS-POSTED            PIC 9(09) VALUE ZERO.
011300 01  DL1Y-ACKS-NOT-POSTED        PIC 9(09) VALUE ZERO.
011400 01  DL1Y-FEEDS-READ             PIC 9(09) VALUE ZERO.
011500 01  DL1Y-ACKNOWLEDGED-COUNT     PIC 9(09) VALUE ZERO.
011600 01  DL1Y-AWAITING-COUNT         PIC 9(09) VALUE ZERO.
011700 01  DL1Y-OVERDUE-COUNT          PIC 9(09) VALUE ZERO.
011800 01  DL1Y-MISMATCH-COUNT         PIC 9(09) VALUE ZERO.
011900 01  DL1Y-FAILED-COUNT           PIC 9(09) VALUE ZERO.
012000 01  DL1Y-FEED-AGE               PIC S9(07) VALUE ZERO.
012100 01  DL1Y-TODAY-DAY-NUMBER       PIC 9(07) VALUE ZERO.
012200 01  DL1Y-RETURN-CODE            PIC 9(04) VALUE ZERO.
012300 01  DL1Y-ERROR-MSG              PIC X(60) VALUE SPACES.
012400 01  DL1Y-CURRENT-DATE           PIC 9(08) VALUE ZERO.
012500 01  DL1Y-ACK-STATUS             PIC XX.
012600 01  DL1Y-DLV-STATUS             PIC XX.
012700 01  DL1Y-CFG-STATUS             PIC XX.
012800 01  DL1Y-YRP-STATUS             PIC XX.
012900
013000******************************************************************
013100*    DATE ARITHMETIC AREA - THE SAME SERIAL DAY NUMBER WORK AS   *
013200*    DOWHILEMONITOR, SO A FEED'S AGE IS RIGHT ACROSS MONTH AND   *
013300*    YEAR ENDS.                                                  *
013400******************************************************************
013500 01  DL1Y-WORK-DATE              PIC 9(08) VALUE ZERO.
013600 01  DL1Y-WORK-DATE-SPLIT REDEFINES DL1Y-WORK-DATE.
013700     05  DL1Y-WORK-YEAR          PIC 9(04).
013800     05  DL1Y-WORK-MONTH         PIC 9(02).
013900     05  DL1Y-WORK-DAY           PIC 9(02).
014000 01  DL1Y-DAY-NUMBER             PIC 9(07) VALUE ZERO.
014100 01  DL1Y-PRIOR-YEAR             PIC 9(04) VALUE ZERO.
014200 01  DL1Y-LEAP-REM               PIC 9(04) VALUE ZERO.
014250 01  DL1Y-LEAP-QUOTIENT          PIC 9(04) VALUE ZERO.
014300
014400 01  DL1Y-MONTH-DAYS-TEXT.
014500     05  FILLER                  PIC X(18) VALUE
014600             '000031059090120151'.
014700     05  FILLER                  PIC X(18) VALUE
014800             '181212243273304334'.
014900 01  DL1Y-MONTH-DAYS-TABLE REDEFINES DL1Y-MONTH-DAYS-TEXT.
015000     05  DL1Y-DAYS-BEFORE-MONTH  OCCURS 12 TIMES PIC 9(03).
015100
015200 01  DL1Y-SWITCHES.
015300     05  DL1Y-ACK-EOF-SWITCH     PIC X(01) VALUE 'N'.
015400         88  DL1Y-END-OF-ACKS           VALUE 'Y'.
015500     05  DL1Y-DLV-EOF-SWITCH     PIC X(01) VALUE 'N'.
015600         88  DL1Y-END-OF-FEEDS          VALUE 'Y'.
015700     05  DL1Y-LEAP-SWITCH        PIC X(01) VALUE 'N'.
015800         88  DL1Y-LEAP-YEAR             VALUE 'Y'.
015900     05  DL1Y-DLV-OPEN-SWITCH    PIC X(01) VALUE 'N'.
016000         88  DL1Y-DLV-FILE-OPENED       VALUE 'Y'.
016100     05  DL1Y-ACK-VALID-SWITCH   PIC X(01) VALUE 'N'.
016200         88  DL1Y-ACK-VALID             VALUE 'Y'.
016300     05  DL1Y-ACK-SECTION-SWITCH PIC X(01) VALUE 'N'.
016400         88  DL1Y-ACK-SECTION-WRITTEN   VALUE 'Y'.
016500     05  DL1Y-FEED-SECTION-SWITCH PIC X(01) VALUE 'N'.
016600         88  DL1Y-FEED-SECTION-WRITTEN  VALUE 'Y'.
016700
016800******************************************************************
016900*    REPORT AREA - PAGE-HEADED IN THE SAME STYLE AS DL1RPT.      *
017000******************************************************************
017100 01  DL1Y-RPT-LINE-COUNT         PIC 9(04) VALUE ZERO.
017200 01  DL1Y-RPT-LINES-PER-PAGE     PIC 9(04) VALUE 50.
017300 01  DL1Y-RPT-PAGE-NUMBER        PIC 9(04) VALUE ZERO.
017400
017500 01  DL1Y-RPT-HEADING-1.
017600     05  FILLER                  PIC X(01) VALUE SPACE.
017700     05  FILLER                  PIC X(34) VALUE
017800             'DOWHILEDELIVER - FEED DELIVERY'.
017900     05  FILLER                  PIC X(01) VALUE SPACES.
018000     05  FILLER                  PIC X(05) VALUE 'DATE:'.
018100     05  DL1Y-RPT-H1-DATE        PIC 9(08).
018200     05  FILLER                  PIC X(04) VALUE SPACES.
018300     05  FILLER                  PIC X(05) VALUE 'PAGE:'.
018400     05  DL1Y-RPT-H1-PAGE        PIC ZZZ9.
018500     05  FILLER                  PIC X(18) VALUE SPACES.
018600
018700 01  DL1Y-RPT-HEADING-2.
018800     05  FILLER                  PIC X(01) VALUE SPACE.
018900     05  FILLER                  PIC X(18) VALUE
019000             'OVERDUE AFTER DAYS'.
019100     05  FILLER                  PIC X(01) VALUE '='.
019200     05  DL1Y-RPT-H2-DAYS        PIC ZZZZZZZZ9.
019300     05  FILLER                  PIC X(51) VALUE SPACES.
019400
019500 01  DL1Y-RPT-ACK-HEADING.
019600     05  FILLER                  PIC X(20) VALUE
019700             'ACKNOWLEDGMENT ROW'.
019800     05  FILLER                  PIC X(41) VALUE SPACES.
019900     05  FILLER                  PIC X(18) VALUE 'REASON'.
020000
020100 01  DL1Y-RPT-ACK-LINE.
020200     05  FILLER                  PIC X(01) VALUE SPACE.
020300     05  DL1Y-RPT-ACK-TEXT       PIC X(60).
020400     05  FILLER                  PIC X(01) VALUE SPACE.
020500     05  DL1Y-RPT-ACK-REASON     PIC X(18).
020600
020700 01  DL1Y-RPT-FEED-HEADING.
020800     05  FILLER                  PIC X(09) VALUE 'FEED'.
020900     05  FILLER                  PIC X(09) VALUE 'SENT'.
021000     05  FILLER                  PIC X(06) VALUE ' DAYS'.
021100     05  FILLER                  PIC X(10) VALUE '  TRAILER'.
021200     05  FILLER                  PIC X(10) VALUE '   LOADED'.
021300     05  FILLER                  PIC X(09) VALUE 'LOAD'.
021400     05  FILLER                  PIC X(26) VALUE 'STATUS'.
021500
021600 01  DL1Y-RPT-DETAIL-LINE.
021700     05  FILLER                  PIC X(01) VALUE SPACE.
021800     05  DL1Y-RPT-DTL-FEED-DATE  PIC 9(08).
021900     05  FILLER                  PIC X(01) VALUE SPACE.
022000     05  DL1Y-RPT-DTL-SENT-DATE  PIC 9(08).
022100     05  FILLER                  PIC X(01) VALUE SPACE.
022200     05  DL1Y-RPT-DTL-AGE        PIC ZZZZ9.
022300     05  FILLER                  PIC X(01) VALUE SPACE.
022400     05  DL1Y-RPT-DTL-TRAILER    PIC ZZZZZZZZ9.
022500     05  FILLER                  PIC X(01) VALUE SPACE.
022600     05  DL1Y-RPT-DTL-LOADED     PIC ZZZZZZZZ9.
022700     05  DL1Y-RPT-DTL-LOADED-X REDEFINES DL1Y-RPT-DTL-LOADED
022800                                 PIC X(09).
022900     05  FILLER                  PIC X(01) VALUE SPACE.
023000     05  DL1Y-RPT-DTL-LOAD       PIC X(08).
023100     05  FILLER                  PIC X(01) VALUE SPACE.
023200     05  DL1Y-RPT-DTL-STATUS     PIC X(14).
023300     05  FILLER                  PIC X(12) VALUE SPACES.
023400
023500 01  DL1Y-RPT-SECTION-LINE.
023600     05  FILLER                  PIC X(01) VALUE SPACE.
023700     05  DL1Y-RPT-SECTION-TEXT   PIC X(79).
023800
023900 01  DL1Y-RPT-FOOTER-LINE.
024000     05  FILLER                  PIC X(01) VALUE SPACE.
024100     05  DL1Y-RPT-FTR-LABEL      PIC X(20).
024200     05  DL1Y-RPT-FTR-COUNT      PIC ZZZZZZZZ9.
024300     05  FILLER                  PIC X(50) VALUE SPACES.
024400
024500 PROCEDURE DIVISION.
024600******************************************************************
024700*    0000-MAINLINE - POST THE ACKNOWLEDGMENTS, THEN AGE AND      *
024800*    REPORT EVERY FEED ON THE DELIVERY-STATUS FILE.              *
024900******************************************************************
025000 0000-MAINLINE.
025100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025200     IF DL1Y-RETURN-CODE NOT = ZERO
025300         GO TO 0000-MAINLINE-EXIT
025400     END-IF.
025500     PERFORM 2000-POST-ACKNOWLEDGMENTS THRU 2000-EXIT.
025600     IF DL1Y-RETURN-CODE NOT = ZERO
025700         GO TO 0000-MAINLINE-EXIT
025800     END-IF.
025900     PERFORM 3000-AGE-FEEDS THRU 3000-EXIT.
026000 0000-MAINLINE-EXIT.
026100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
026200     MOVE DL1Y-RETURN-CODE TO RETURN-CODE.
026300     GOBACK.
026400
026500******************************************************************
026600*    1000-INITIALIZE - FIX THE THRESHOLD, OPEN THE REPORT AND    *
026700*    THE DELIVERY-STATUS FILE.                                   *
026800******************************************************************
026900 1000-INITIALIZE.
027000     ACCEPT DL1Y-CURRENT-DATE FROM DATE YYYYMMDD.
027100     MOVE DL1Y-CURRENT-DATE TO DL1Y-WORK-DATE.
027200     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
027300     MOVE DL1Y-DAY-NUMBER TO DL1Y-TODAY-DAY-NUMBER.
027400     ACCEPT DL1Y-PARM-TEXT FROM COMMAND-LINE.
027500     PERFORM 1100-LOAD-CONFIG THRU 1100-EXIT.
027600     IF DL1Y-RETURN-CODE NOT = ZERO
027700         GO TO 1000-EXIT
027800     END-IF.
027900     PERFORM 1200-VALIDATE-PARM THRU 1200-EXIT.
028000     IF DL1Y-RETURN-CODE NOT = ZERO
028100         GO TO 1000-EXIT
028200     END-IF.
028300     OPEN OUTPUT DL1-YRP-FILE.
028400     IF DL1Y-YRP-STATUS NOT = '00'
028500         MOVE 16 TO DL1Y-RETURN-CODE
028600         DISPLAY 'DL1560E UNABLE TO OPEN DL1YRPT, STATUS='
028700             DL1Y-YRP-STATUS
028800         GO TO 1000-EXIT
028900     END-IF.
029000     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
029100*    THE DELIVERY-STATUS FILE IS CREATED ON FIRST USE, THE SAME
029200*    WAY DOWHILEEXTRACT CREATES IT.
029300     OPEN I-O DL1-DLV-FILE.
029400     IF DL1Y-DLV-STATUS = '35'
029500         OPEN OUTPUT DL1-DLV-FILE
029600         CLOSE DL1-DLV-FILE
029700         OPEN I-O DL1-DLV-FILE
029800     END-IF.
029900     IF DL1Y-DLV-STATUS NOT = '00'
030000         MOVE 16 TO DL1Y-RETURN-CODE
030100         DISPLAY 'DL1561E UNABLE TO OPEN DL1DLV, STATUS='
030200             DL1Y-DLV-STATUS
030300         GO TO 1000-EXIT
030400     END-IF.
030500     SET DL1Y-DLV-FILE-OPENED TO TRUE.
030600 1000-EXIT.
030700     EXIT.
030800
030900******************************************************************
031000*    1100-LOAD-CONFIG - READ THIS REPORT'S KEY FROM THE CENTRAL  *
031100*    CONFIGURATION FILE.  AN ABSENT FILE OR KEY LEAVES THE       *
031200*    BUILT-IN DEFAULT STANDING; A VALUE THAT IS PRESENT BUT      *
031300*    INVALID REJECTS THE RUN, THE SAME WAY A BAD PARM DOES.      *
031400******************************************************************
031500 1100-LOAD-CONFIG.
031600     OPEN INPUT DL1-CFG-FILE.
031700     IF DL1Y-CFG-STATUS = '35'
031800         DISPLAY 'DL1562I NO CONFIGURATION FILE - DEFAULTS '
031900             'IN EFFECT'
032000         GO TO 1100-EXIT
032100     END-IF.
032200     IF DL1Y-CFG-STATUS NOT = '00'
032300         MOVE 16 TO DL1Y-RETURN-CODE
032400         DISPLAY 'DL1563E UNABLE TO OPEN DL1CFG, STATUS='
032500             DL1Y-CFG-STATUS
032600         GO TO 1100-EXIT
032700     END-IF.
032800     MOVE 'ACK-OVERDUE-DAYS' TO DL1-CFG-KEY.
032900     READ DL1-CFG-FILE
033000         INVALID KEY
033100             CONTINUE
033200         NOT INVALID KEY
033300             IF DL1-CFG-VALUE IS NUMERIC
033400                 AND DL1-CFG-VALUE >= 1
033500                 MOVE DL1-CFG-VALUE TO DL1Y-DEFAULT-DAYS
033600             ELSE
033700                 MOVE 16 TO DL1Y-RETURN-CODE
033800                 DISPLAY 'DL1564E INVALID CONFIGURATION VALUE '
033900                     'FOR ' DL1-CFG-KEY
034000             END-IF
034100     END-READ.
034200     CLOSE DL1-CFG-FILE.
034300 1100-EXIT.
034400     EXIT.
034500
034600******************************************************************
034700*    1200-VALIDATE-PARM - A THRESHOLD GIVEN IN THE PARM MUST BE  *
034800*    AT LEAST ONE DAY; BLANK TAKES THE DEFAULT.                  *
034900******************************************************************
035000 1200-VALIDATE-PARM.
035100     IF DL1Y-PARM-TEXT = SPACES
035200         MOVE DL1Y-DEFAULT-DAYS TO DL1Y-OVERDUE-DAYS
035300         GO TO 1200-EXIT
035400     END-IF.
035500     IF DL1Y-PARM-DAYS IS NOT NUMERIC
035600         OR DL1Y-PARM-DAYS < 1
035700         MOVE 16 TO DL1Y-RETURN-CODE
035800         MOVE 'DL1565E OVERDUE DAYS MUST BE AT LEAST 1.'
035900             TO DL1Y-ERROR-MSG
036000         DISPLAY DL1Y-ERROR-MSG
036100         GO TO 1200-EXIT
036200     END-IF.
036300     MOVE DL1Y-PARM-DAYS TO DL1Y-OVERDUE-DAYS.
036400 1200-EXIT.
036500     EXIT.
036600
036700******************************************************************
036800*    2000-POST-ACKNOWLEDGMENTS - READ THE ACKNOWLEDGMENT FILE    *
036900*    AND POST EACH ROW AGAINST ITS FEED.  NO FILE MEANS NOTHING  *
037000*    CAME BACK TODAY; THE AGING STILL RUNS.                      *
037100******************************************************************
037200 2000-POST-ACKNOWLEDGMENTS.
037300     OPEN INPUT DL1-ACK-FILE.
037400     IF DL1Y-ACK-STATUS = '35'
037500         DISPLAY 'DL1566I NO ACKNOWLEDGMENT FILE ON HAND'
037600         GO TO 2000-EXIT
037700     END-IF.
037800     IF DL1Y-ACK-STATUS NOT = '00'
037900         MOVE 16 TO DL1Y-RETURN-CODE
038000         DISPLAY 'DL1567E UNABLE TO OPEN DL1ACK, STATUS='
038100             DL1Y-ACK-STATUS
038200         GO TO 2000-EXIT
038300     END-IF.
038400     PERFORM UNTIL DL1Y-END-OF-ACKS
038500         READ DL1-ACK-FILE
038600             AT END
038700                 SET DL1Y-END-OF-ACKS TO TRUE
038800             NOT AT END
038900                 PERFORM 2100-POST-ONE-ACK THRU 2100-EXIT
039000                 IF DL1Y-RETURN-CODE NOT = ZERO
039100                     SET DL1Y-END-OF-ACKS TO TRUE
039200                 END-IF
039300         END-READ
039400     END-PERFORM.
039500     CLOSE DL1-ACK-FILE.
039600 2000-EXIT.
039700     EXIT.
039800
039900******************************************************************
040000*    2100-POST-ONE-ACK - SPLIT THE ROW, CHECK IT, FIND THE FEED  *
040100*    IT NAMES, AND SET THE FEED'S STATUS FROM WHAT CAME BACK.    *
040200*    A LATER ACKNOWLEDGMENT FOR THE SAME FEED REPLACES AN        *
040300*    EARLIER ONE, SO A RELOAD ON THEIR SIDE CAN CLEAR A          *
040400*    MISMATCH.  A ROW THAT CANNOT BE POSTED IS LISTED.           *
040500******************************************************************
040600 2100-POST-ONE-ACK.
040700     IF DL1-ACK-RECORD = SPACES
040800         GO TO 2100-EXIT
040900     END-IF.
041000     PERFORM 2200-SPLIT-ACK THRU 2200-EXIT.
041100     IF DL1Y-ACK-FIELD-1 = 'RUN-DATE'
041200         GO TO 2100-EXIT
041300     END-IF.
041400     ADD 1 TO DL1Y-ACKS-READ.
041500     IF NOT DL1Y-ACK-VALID
041600         MOVE 'NOT VALID' TO DL1Y-RPT-ACK-REASON
041700         PERFORM 2300-LIST-UNPOSTED-ACK THRU 2300-EXIT
041800         GO TO 2100-EXIT
041900     END-IF.
042000     MOVE DL1Y-ACK-RUN-DATE TO DL1-DLV-FEED-DATE.
042100     READ DL1-DLV-FILE
042200         INVALID KEY
042300             MOVE 'NO FEED SENT' TO DL1Y-RPT-ACK-REASON
042400             PERFORM 2300-LIST-UNPOSTED-ACK THRU 2300-EXIT
042500             GO TO 2100-EXIT
042600     END-READ.
042700     MOVE DL1Y-CURRENT-DATE    TO DL1-DLV-ACK-DATE.
042800     MOVE DL1Y-ACK-ROWS        TO DL1-DLV-ACK-ROWS.
042900     MOVE DL1Y-ACK-LOAD-STATUS TO DL1-DLV-ACK-LOAD-STATUS.
043000     IF DL1Y-ACK-LOAD-STATUS NOT = DL1Y-LOADED-STATUS
043100         SET DL1-DLV-LOAD-FAILED TO TRUE
043200     ELSE
043300         IF DL1Y-ACK-ROWS NOT = DL1-DLV-TRAILER-COUNT
043400             SET DL1-DLV-COUNT-MISMATCH TO TRUE
043500         ELSE
043600             SET DL1-DLV-ACKNOWLEDGED TO TRUE
043700         END-IF
043800     END-IF.
043900     REWRITE DL1-DLV-RECORD
044000         INVALID KEY
044100             MOVE 16 TO DL1Y-RETURN-CODE
044200             DISPLAY 'DL1568E REWRITE FAILED FOR FEED '
044300                 DL1-DLV-FEED-DATE ' STATUS=' DL1Y-DLV-STATUS
044400             GO TO 2100-EXIT
044500     END-REWRITE.
044600     ADD 1 TO DL1Y-ACKS-POSTED.
044700 2100-EXIT.
044800     EXIT.
044900
045000******************************************************************
045100*    2200-SPLIT-ACK - RUN-DATE,ROW-COUNT,LOAD-STATUS.  THE DATE  *
045200*    MUST BE EIGHT DIGITS, THE COUNT ONE TO NINE DIGITS, AND THE *
045300*    STATUS ONE TO EIGHT CHARACTERS.                             *
045400******************************************************************
045500 2200-SPLIT-ACK.
045600     MOVE 'N'    TO DL1Y-ACK-VALID-SWITCH.
045700     MOVE SPACES TO DL1Y-ACK-FIELD-1.
045800     MOVE SPACES TO DL1Y-ACK-FIELD-2.
045900     MOVE SPACES TO DL1Y-ACK-FIELD-3.
046000     MOVE ZERO   TO DL1Y-ACK-LENGTH-1.
046100     MOVE ZERO   TO DL1Y-ACK-LENGTH-2.
046200     MOVE ZERO   TO DL1Y-ACK-LENGTH-3.
046300     UNSTRING DL1-ACK-RECORD DELIMITED BY ',' OR SPACE
046400         INTO DL1Y-ACK-FIELD-1 COUNT IN DL1Y-ACK-LENGTH-1
046500              DL1Y-ACK-FIELD-2 COUNT IN DL1Y-ACK-LENGTH-2
046600              DL1Y-ACK-FIELD-3 COUNT IN DL1Y-ACK-LENGTH-3.
046700     IF DL1Y-ACK-LENGTH-1 NOT = 8
046800         OR DL1Y-ACK-FIELD-1 (1:8) IS NOT NUMERIC
046900         GO TO 2200-EXIT
047000     END-IF.
047100     IF DL1Y-ACK-LENGTH-2 < 1 OR DL1Y-ACK-LENGTH-2 > 9
047200         GO TO 2200-EXIT
047300     END-IF.
047400     IF DL1Y-ACK-FIELD-2 (1:DL1Y-ACK-LENGTH-2) IS NOT NUMERIC
047500         GO TO 2200-EXIT
047600     END-IF.
047700     IF DL1Y-ACK-LENGTH-3 < 1 OR DL1Y-ACK-LENGTH-3 > 8
047800         GO TO 2200-EXIT
047900     END-IF.
048000     MOVE DL1Y-ACK-FIELD-1 (1:8) TO DL1Y-ACK-RUN-DATE.
048100     MOVE DL1Y-ACK-FIELD-2 (1:DL1Y-ACK-LENGTH-2) TO DL1Y-ACK-ROWS.
048200     MOVE DL1Y-ACK-FIELD-3 TO DL1Y-ACK-LOAD-STATUS.
048300     SET DL1Y-ACK-VALID TO TRUE.
048400 2200-EXIT.
048500     EXIT.
048600
048700 2300-LIST-UNPOSTED-ACK.
048800     ADD 1 TO DL1Y-ACKS-NOT-POSTED.
048900     IF NOT DL1Y-ACK-SECTION-WRITTEN
049000         MOVE '-- ACKNOWLEDGMENTS NOT POSTED --'
049100             TO DL1Y-RPT-SECTION-TEXT
049200         PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT
049300         MOVE DL1Y-RPT-ACK-HEADING TO DL1Y-RPT-SECTION-TEXT
049400         PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT
049500         SET DL1Y-ACK-SECTION-WRITTEN TO TRUE
049600     END-IF.
049700     MOVE DL1-ACK-RECORD TO DL1Y-RPT-ACK-TEXT.
049800     MOVE DL1Y-RPT-ACK-LINE TO DL1Y-RPT-SECTION-TEXT.
049900     PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT.
050000 2300-EXIT.
050100     EXIT.
050200
050300******************************************************************
050400*    3000-AGE-FEEDS - READ THE WHOLE DELIVERY-STATUS FILE IN     *
050500*    FEED-DATE ORDER.  AN EMPTY FILE MEANS NO FEED HAS BEEN SENT *
050600*    YET.                                                        *
050700******************************************************************
050800 3000-AGE-FEEDS.
050900     MOVE ZERO TO DL1-DLV-FEED-DATE.
051000     START DL1-DLV-FILE KEY NOT < DL1-DLV-KEY
051100         INVALID KEY
051200             DISPLAY 'DL1569I NO FEEDS ON THE DELIVERY FILE'
051300             GO TO 3000-EXIT
051400     END-START.
051500     PERFORM UNTIL DL1Y-END-OF-FEEDS
051600         READ DL1-DLV-FILE NEXT RECORD
051700             AT END
051800                 SET DL1Y-END-OF-FEEDS TO TRUE
051900             NOT AT END
052000                 PERFORM 3100-AGE-ONE-FEED THRU 3100-EXIT
052100                 IF DL1Y-RETURN-CODE NOT = ZERO
052200                     SET DL1Y-END-OF-FEEDS TO TRUE
052300                 END-IF
052400         END-READ
052500     END-PERFORM.
052600 3000-EXIT.
052700     EXIT.
052800
052900******************************************************************
053000*    3100-AGE-ONE-FEED - AN ACKNOWLEDGED FEED IS ONLY COUNTED.   *
053100*    A MISMATCHED OR FAILED ONE IS LISTED UNTIL A GOOD           *
053200*    ACKNOWLEDGMENT REPLACES IT.  AN UNACKNOWLEDGED ONE IS AGED  *
053300*    FROM ITS SEND DATE; PAST THE THRESHOLD IT IS MARKED OVERDUE *
053400*    AND LISTED.                                                 *
053500******************************************************************
053600 3100-AGE-ONE-FEED.
053700     ADD 1 TO DL1Y-FEEDS-READ.
053800     IF DL1-DLV-ACKNOWLEDGED
053900         ADD 1 TO DL1Y-ACKNOWLEDGED-COUNT
054000         GO TO 3100-EXIT
054100     END-IF.
054200     MOVE DL1-DLV-SENT-DATE TO DL1Y-WORK-DATE.
054300     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
054400     COMPUTE DL1Y-FEED-AGE =
054500             DL1Y-TODAY-DAY-NUMBER - DL1Y-DAY-NUMBER.
054600     IF DL1Y-FEED-AGE < ZERO
054700         MOVE ZERO TO DL1Y-FEED-AGE
054800     END-IF.
054900     IF DL1-DLV-COUNT-MISMATCH
055000         ADD 1 TO DL1Y-MISMATCH-COUNT
055100         MOVE 'COUNT MISMATCH' TO DL1Y-RPT-DTL-STATUS
055200         PERFORM 3200-LIST-FEED THRU 3200-EXIT
055300         GO TO 3100-EXIT
055400     END-IF.
055500     IF DL1-DLV-LOAD-FAILED
055600         ADD 1 TO DL1Y-FAILED-COUNT
055700         MOVE 'LOAD FAILED' TO DL1Y-RPT-DTL-STATUS
055800         PERFORM 3200-LIST-FEED THRU 3200-EXIT
055900         GO TO 3100-EXIT
056000     END-IF.
056100     IF DL1Y-FEED-AGE NOT > DL1Y-OVERDUE-DAYS
056200         ADD 1 TO DL1Y-AWAITING-COUNT
056300         GO TO 3100-EXIT
056400     END-IF.
056500     ADD 1 TO DL1Y-OVERDUE-COUNT.
056600     MOVE 'OVERDUE' TO DL1Y-RPT-DTL-STATUS.
056700     PERFORM 3200-LIST-FEED THRU 3200-EXIT.
056800     IF DL1-DLV-OVERDUE
056900         GO TO 3100-EXIT
057000     END-IF.
057100     SET DL1-DLV-OVERDUE TO TRUE.
057200     REWRITE DL1-DLV-RECORD
057300         INVALID KEY
057400             MOVE 16 TO DL1Y-RETURN-CODE
057500             DISPLAY 'DL1568E REWRITE FAILED FOR FEED '
057600                 DL1-DLV-FEED-DATE ' STATUS=' DL1Y-DLV-STATUS
057700     END-REWRITE.
057800 3100-EXIT.
057900     EXIT.
058000
058100 3200-LIST-FEED.
058200     IF NOT DL1Y-FEED-SECTION-WRITTEN
058300         MOVE '-- FEEDS NEEDING ATTENTION --'
058400             TO DL1Y-RPT-SECTION-TEXT
058500         PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT
058600         MOVE DL1Y-RPT-FEED-HEADING TO DL1Y-RPT-SECTION-TEXT
058700         PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT
058800         SET DL1Y-FEED-SECTION-WRITTEN TO TRUE
058900     END-IF.
059000     MOVE DL1-DLV-FEED-DATE     TO DL1Y-RPT-DTL-FEED-DATE.
059100     MOVE DL1-DLV-SENT-DATE     TO DL1Y-RPT-DTL-SENT-DATE.
059200     MOVE DL1Y-FEED-AGE         TO DL1Y-RPT-DTL-AGE.
059300     MOVE DL1-DLV-TRAILER-COUNT TO DL1Y-RPT-DTL-TRAILER.
059400     IF DL1-DLV-ACK-DATE = ZERO
059500         MOVE SPACES TO DL1Y-RPT-DTL-LOADED-X
059600     ELSE
059700         MOVE DL1-DLV-ACK-ROWS TO DL1Y-RPT-DTL-LOADED
059800     END-IF.
059900     MOVE DL1-DLV-ACK-LOAD-STATUS TO DL1Y-RPT-DTL-LOAD.
060000     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
060100 3200-EXIT.
060200     EXIT.
060300
060400******************************************************************
060500*    7000-WRITE-REPORT-LINE - ONE DETAIL LINE, FORCING A NEW     *
060600*    PAGE HEADING EVERY DL1Y-RPT-LINES-PER-PAGE LINES.           *
060700******************************************************************
060800 7000-WRITE-REPORT-LINE.
060900     IF DL1Y-RPT-LINE-COUNT >= DL1Y-RPT-LINES-PER-PAGE
061000         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
061100     END-IF.
061200     MOVE DL1Y-RPT-DETAIL-LINE TO DL1-YRP-RECORD.
061300     WRITE DL1-YRP-RECORD.
061400     ADD 1 TO DL1Y-RPT-LINE-COUNT.
061500 7000-EXIT.
061600     EXIT.
061700
061800 7100-WRITE-REPORT-HEADING.
061900     ADD 1 TO DL1Y-RPT-PAGE-NUMBER.
062000     MOVE DL1Y-CURRENT-DATE    TO DL1Y-RPT-H1-DATE.
062100     MOVE DL1Y-RPT-PAGE-NUMBER TO DL1Y-RPT-H1-PAGE.
062200     MOVE DL1Y-RPT-HEADING-1   TO DL1-YRP-RECORD.
062300     WRITE DL1-YRP-RECORD.
062400     MOVE DL1Y-OVERDUE-DAYS    TO DL1Y-RPT-H2-DAYS.
062500     MOVE DL1Y-RPT-HEADING-2   TO DL1-YRP-RECORD.
062600     WRITE DL1-YRP-RECORD.
062700     MOVE ZERO TO DL1Y-RPT-LINE-COUNT.
062800 7100-EXIT.
062900     EXIT.
063000
063100 7200-WRITE-SECTION-LINE.
063200     IF DL1Y-RPT-LINE-COUNT >= DL1Y-RPT-LINES-PER-PAGE
063300         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
063400     END-IF.
063500     MOVE DL1Y-RPT-SECTION-LINE TO DL1-YRP-RECORD.
063600     WRITE DL1-YRP-RECORD.
063700     ADD 1 TO DL1Y-RPT-LINE-COUNT.
063800 7200-EXIT.
063900     EXIT.
064000
064100******************************************************************
064200*    8000-TERMINATE - THE COUNTS ON THE REPORT, CLOSE WHAT WAS   *
064300*    OPENED, AND GIVE THE OPERATOR THE VERDICT.  A FEED THAT     *
064400*    ARRIVED WRONG IS AN ERROR; ONE NOT YET CONFIRMED, OR AN     *
064500*    ACKNOWLEDGMENT THAT COULD NOT BE POSTED, IS A WARNING.      *
064600******************************************************************
064700 8000-TERMINATE.
064800     IF DL1Y-RETURN-CODE = ZERO
064900         IF DL1Y-MISMATCH-COUNT > ZERO
065000             OR DL1Y-FAILED-COUNT > ZERO
065100             MOVE 8 TO DL1Y-RETURN-CODE
065200         ELSE
065300             IF DL1Y-OVERDUE-COUNT > ZERO
065400                 OR DL1Y-ACKS-NOT-POSTED > ZERO
065500                 MOVE 4 TO DL1Y-RETURN-CODE
065600             END-IF
065700         END-IF
065800     END-IF.
065900     IF DL1Y-RPT-PAGE-NUMBER > ZERO
066000         MOVE 'ACKNOWLEDGMENTS READ:' TO DL1Y-RPT-FTR-LABEL
066100         MOVE DL1Y-ACKS-READ TO DL1Y-RPT-FTR-COUNT
066200         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
066300         MOVE '  POSTED:           ' TO DL1Y-RPT-FTR-LABEL
066400         MOVE DL1Y-ACKS-POSTED TO DL1Y-RPT-FTR-COUNT
066500         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
066600         MOVE '  NOT POSTED:       ' TO DL1Y-RPT-FTR-LABEL
066700         MOVE DL1Y-ACKS-NOT-POSTED TO DL1Y-RPT-FTR-COUNT
066800         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
066900         MOVE 'FEEDS ON FILE:      ' TO DL1Y-RPT-FTR-LABEL
067000         MOVE DL1Y-FEEDS-READ TO DL1Y-RPT-FTR-COUNT
067100         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
067200         MOVE '  ACKNOWLEDGED:     ' TO DL1Y-RPT-FTR-LABEL
067300         MOVE DL1Y-ACKNOWLEDGED-COUNT TO DL1Y-RPT-FTR-COUNT
067400         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
067500         MOVE '  AWAITING:         ' TO DL1Y-RPT-FTR-LABEL
067600         MOVE DL1Y-AWAITING-COUNT TO DL1Y-RPT-FTR-COUNT
067700         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
067800         MOVE '  OVERDUE:          ' TO DL1Y-RPT-FTR-LABEL
067900         MOVE DL1Y-OVERDUE-COUNT TO DL1Y-RPT-FTR-COUNT
068000         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
068100         MOVE '  COUNT MISMATCH:   ' TO DL1Y-RPT-FTR-LABEL
068200         MOVE DL1Y-MISMATCH-COUNT TO DL1Y-RPT-FTR-COUNT
068300         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
068400         MOVE '  LOAD FAILED:      ' TO DL1Y-RPT-FTR-LABEL
068500         MOVE DL1Y-FAILED-COUNT TO DL1Y-RPT-FTR-COUNT
068600         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
068700         CLOSE DL1-YRP-FILE
068800     END-IF.
068900     IF DL1Y-DLV-FILE-OPENED
069000         CLOSE DL1-DLV-FILE
069100     END-IF.
069200     IF DL1Y-RETURN-CODE < 8
069300         DISPLAY 'DL1579I DELIVERY CHECK COMPLETE - '
069400             DL1Y-OVERDUE-COUNT ' OVERDUE, '
069500             DL1Y-ACKS-NOT-POSTED ' NOT POSTED'
069600     ELSE
069700         DISPLAY 'DL1579E DELIVERY CHECK - ' DL1Y-MISMATCH-COUNT
069800             ' MISMATCHED, ' DL1Y-FAILED-COUNT
069900             ' FAILED, RETURN-CODE ' DL1Y-RETURN-CODE
070000     END-IF.
070100 8000-EXIT.
070200     EXIT.
070300
070400 8050-WRITE-FOOTER-LINE.
070500     MOVE DL1Y-RPT-FOOTER-LINE TO DL1-YRP-RECORD.
070600     WRITE DL1-YRP-RECORD.
070700 8050-EXIT.
070800     EXIT.
070900
071000******************************************************************
071100*    9100-DATE-TO-DAY-NUMBER - TURN DL1Y-WORK-DATE (YYYYMMDD)    *
071200*    INTO A SERIAL DAY NUMBER IN DL1Y-DAY-NUMBER, EXACTLY AS     *
071300*    DOWHILEMONITOR DOES: WHOLE YEARS BEFORE THIS ONE (WITH      *
071400*    THEIR LEAP DAYS), DAYS IN WHOLE MONTHS BEFORE THIS ONE      *
071500*    (PLUS ONE WHEN THIS IS A LEAP YEAR PAST FEBRUARY), PLUS THE *
071600*    DAY OF THE MONTH.                                           *
071700******************************************************************
071800 9100-DATE-TO-DAY-NUMBER.
071900     COMPUTE DL1Y-PRIOR-YEAR = DL1Y-WORK-YEAR - 1.
072000     COMPUTE DL1Y-DAY-NUMBER =
072100             DL1Y-PRIOR-YEAR * 365
072200             + DL1Y-PRIOR-YEAR / 4
072300             - DL1Y-PRIOR-YEAR / 100
072400             + DL1Y-PRIOR-YEAR / 400
072500             + DL1Y-DAYS-BEFORE-MONTH (DL1Y-WORK-MONTH)
072600             + DL1Y-WORK-DAY.
072700     PERFORM 9150-SET-LEAP-YEAR THRU 9150-EXIT.
074300     IF DL1Y-LEAP-YEAR AND DL1Y-WORK-MONTH > 2
074400         ADD 1 TO DL1Y-DAY-NUMBER
074500     END-IF.
074600 9100-EXIT.
074700     EXIT.
074800
074900******************************************************************
075000*    9150-SET-LEAP-YEAR - IS DL1Y-WORK-YEAR A LEAP YEAR: EVERY   *
075100*    FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY 400.         *
075200******************************************************************
075300 9150-SET-LEAP-YEAR.
075400     MOVE 'N' TO DL1Y-LEAP-SWITCH.
075500     DIVIDE DL1Y-WORK-YEAR BY 4 GIVING DL1Y-LEAP-QUOTIENT
075600         REMAINDER DL1Y-LEAP-REM.
075700     IF DL1Y-LEAP-REM = ZERO
075800         SET DL1Y-LEAP-YEAR TO TRUE
075900         DIVIDE DL1Y-WORK-YEAR BY 100 GIVING DL1Y-LEAP-QUOTIENT
076000             REMAINDER DL1Y-LEAP-REM
076100         IF DL1Y-LEAP-REM = ZERO
076200             MOVE 'N' TO DL1Y-LEAP-SWITCH
076300             DIVIDE DL1Y-WORK-YEAR BY 400
076400                 GIVING DL1Y-LEAP-QUOTIENT REMAINDER DL1Y-LEAP-REM
076500             IF DL1Y-LEAP-REM = ZERO
076600                 SET DL1Y-LEAP-YEAR TO TRUE
076700             END-IF
076800         END-IF
076900     END-IF.
077000 9150-EXIT.
077100     EXIT.
