000100******************************************************************
000200*                                                                *
000300*    PROGRAM:  DOWHILEAUTHRPT                                   *
000400*    AUTHOR:   D. ORIC, BATCH SYSTEMS GROUP                     *
000500*    INSTALLATION: CENTRAL DATA CENTER                          *
000600*    DATE-WRITTEN: 10/15/2026                                   *
000700*                                                                *
000800*    REMARKS.                                                   *
000900*    OPERATOR AUTHORITY REPORT, RUN PERIODICALLY FOR THE         *
001000*    SECURITY ADMINISTRATOR'S REVIEW.  LISTS EVERY OPERATOR ON   *
001100*    THE AUTHORIZATION FILE (DL1OPA) WITH THE CONTROLLED         *
001200*    FUNCTIONS THEY HOLD - CHECKPOINT CLEAR (CK), EXCEPTION      *
001300*    ACKNOWLEDGMENT (XA), CONFIGURATION CHANGE (CF), AND RUNNING *
001400*    A RANGE (RR) - WHEN AND BY WHOM THE GRANT WAS LAST CHANGED, *
001500*    AND EACH SCOPE ENTRY (RUN-ID PREFIX AND COUNTER RANGE)      *
001600*    LIMITING WHAT THEY MAY TOUCH.  THE FOOTER COUNTS THE        *
001700*    HOLDERS OF EACH FUNCTION.  AN OPERATOR WHO HOLDS CK, XA, OR *
001800*    RR BUT HAS NO SCOPE ENTRY CAN NEVER PASS THE CHECK; SUCH A  *
001900*    GRANT IS FLAGGED NO SCOPE AND ENDS THE STEP WITH            *
002000*    RETURN-CODE 4, AS DOES A MISSING AUTHORIZATION FILE, UNDER  *
002100*    WHICH EVERY CONTROLLED FUNCTION IS REFUSED.                 *
002200*                                                                *
002300*    NO PARM.                                                    *
002400*                                                                *
002500*    MODIFICATION HISTORY.                                      *
002600*    10/15/2026  DRO  ORIGINAL VERSION.                         *
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.    DoWhileAuthRpt.
003000 AUTHOR.        D. ORIC.
003100 INSTALLATION.  CENTRAL DATA CENTER.
003200 DATE-WRITTEN.  10/15/2026.
003300 DATE-COMPILED.
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800*    OPERATOR AUTHORIZATIONS, KEYED BY OPERATOR ID - READ IN KEY
003900*    ORDER.
004000     SELECT DL1-OPA-FILE ASSIGN TO "DL1OPA"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS DL1-OPA-KEY
004400         FILE STATUS IS DL1W-OPA-STATUS.
004500*    THIS REPORT'S OWN PRINTED OUTPUT - NORMALLY TO SYSOUT.
004600     SELECT DL1-WRP-FILE ASSIGN TO "DL1WRPT"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS DL1W-WRP-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  DL1-OPA-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY DL1OPAR.
005500
005600 FD  DL1-WRP-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY DL1WRPR.
005900
006000 WORKING-STORAGE SECTION.
006100 01  DL1W-SCOPE-SUB              PIC 9(04) VALUE ZERO.
006200 01  DL1W-SCOPE-LIMIT            PIC 9(04) VALUE 6.
006300 01  DL1W-SCOPE-COUNT            PIC 9(04) VALUE ZERO.
006400 01  DL1W-OPERATOR-COUNT         PIC 9(09) VALUE ZERO.
006500 01  DL1W-CKPT-CLEAR-COUNT       PIC 9(09) VALUE ZERO.
006600 01  DL1W-EXC-ACK-COUNT          PIC 9(09) VALUE ZERO.
006700 01  DL1W-CFG-CHANGE-COUNT       PIC 9(09) VALUE ZERO.
006800 01  DL1W-RUN-RANGE-COUNT        PIC 9(09) VALUE ZERO.
006900 01  DL1W-NO-FUNCTION-COUNT      PIC 9(09) VALUE ZERO.
007000 01  DL1W-NO-SCOPE-COUNT         PIC 9(09) VALUE ZERO.
007100 01  DL1W-RETURN-CODE            PIC 9(04) VALUE ZERO.
007200 01  DL1W-CURRENT-DATE           PIC 9(08) VALUE ZERO.
007300 01  DL1W-OPA-STATUS             PIC XX.
007400 01  DL1W-WRP-STATUS             PIC XX.
007500
007600 01  DL1W-SWITCHES.
007700     05  DL1W-EOF-SWITCH         PIC X(01) VALUE 'N'.
007800         88  DL1W-END-OF-OPA            VALUE 'Y'.
007900     05  DL1W-OPA-OPEN-SWITCH    PIC X(01) VALUE 'N'.
008000         88  DL1W-OPA-FILE-OPENED       VALUE 'Y'.
008100     05  DL1W-OPA-MISSING-SWITCH PIC X(01) VALUE 'N'.
008200         88  DL1W-OPA-MISSING           VALUE 'Y'.
008300
008400******************************************************************
008500*    REPORT AREA - PAGE-HEADED IN THE SAME STYLE AS DL1RPT.      *
008600******************************************************************
008700 01  DL1W-RPT-LINE-COUNT         PIC 9(04) VALUE ZERO.
008800 01  DL1W-RPT-LINES-PER-PAGE     PIC 9(04) VALUE 50.
008900 01  DL1W-RPT-PAGE-NUMBER        PIC 9(04) VALUE ZERO.
009000
009100 01  DL1W-RPT-HEADING-1.
009200     05  FILLER                  PIC X(01) VALUE SPACE.
009300     05  FILLER                  PIC X(34) VALUE
009400             'DOWHILEAUTHRPT - AUTHORITY HOLDERS'.
009500     05  FILLER                  PIC X(01) VALUE SPACES.
009600     05  FILLER                  PIC X(05) VALUE 'DATE:'.
009700     05  DL1W-RPT-H1-DATE        PIC 9(08).
009800     05  FILLER                  PIC X(04) VALUE SPACES.
009900     05  FILLER                  PIC X(05) VALUE 'PAGE:'.
010000     05  DL1W-RPT-H1-PAGE        PIC ZZZ9.
010100     05  FILLER                  PIC X(18) VALUE SPACES.
010200
010300 01  DL1W-RPT-HEADING-2.
010400     05  FILLER                  PIC X(01) VALUE SPACE.
010500     05  FILLER                  PIC X(40) VALUE
010600             'CK=CHECKPOINT CLEAR  XA=EXCEPTION ACK'.
010700     05  FILLER                  PIC X(39) VALUE
010800             'CF=CONFIG CHANGE  RR=RUN A RANGE'.
010900
011000 01  DL1W-RPT-COLUMN-HEADING.
011100     05  FILLER                  PIC X(01) VALUE SPACE.
011200     05  FILLER                  PIC X(09) VALUE 'OPERATOR'.
011300     05  FILLER                  PIC X(25) VALUE 'NAME'.
011400     05  FILLER                  PIC X(03) VALUE 'CK'.
011500     05  FILLER                  PIC X(03) VALUE 'XA'.
011600     05  FILLER                  PIC X(03) VALUE 'CF'.
011700     05  FILLER                  PIC X(03) VALUE 'RR'.
011800     05  FILLER                  PIC X(09) VALUE 'GRANTED'.
011900     05  FILLER                  PIC X(09) VALUE 'BY'.
012000     05  FILLER                  PIC X(15) VALUE 'NOTE'.
012100
012200 01  DL1W-RPT-DETAIL-LINE.
012300     05  FILLER                  PIC X(01) VALUE SPACE.
012400     05  DL1W-RPT-DTL-OPERATOR   PIC X(08).
012500     05  FILLER                  PIC X(01) VALUE SPACE.
012600     05  DL1W-RPT-DTL-NAME       PIC X(24).
012700     05  FILLER                  PIC X(01) VALUE SPACE.
012800     05  DL1W-RPT-DTL-CK         PIC X(01).
012900     05  FILLER                  PIC X(02) VALUE SPACES.
013000     05  DL1W-RPT-DTL-XA         PIC X(01).
013100     05  FILLER                  PIC X(02) VALUE SPACES.
013200     05  DL1W-RPT-DTL-CF         PIC X(01).
013300     05  FILLER                  PIC X(02) VALUE SPACES.
013400     05  DL1W-RPT-DTL-RR         PIC X(01).
013500     05  FILLER                  PIC X(02) VALUE SPACES.
013600     05  DL1W-RPT-DTL-GRANTED    PIC 9(08).
013700     05  FILLER                  PIC X(01) VALUE SPACE.
013800     05  DL1W-RPT-DTL-BY         PIC X(08).
013900     05  FILLER                  PIC X(01) VALUE SPACE.
014000     05  DL1W-RPT-DTL-NOTE       PIC X(15).
014100
014200*    ONE LINE PER SCOPE ENTRY IN USE, UNDER ITS OPERATOR.  THE
014300*    RANGE HALF IS BLANKED FOR A PREFIX-ONLY ENTRY.
014400 01  DL1W-RPT-SCOPE-LINE.
014500     05  FILLER                  PIC X(11) VALUE SPACES.
014600     05  FILLER                  PIC X(07) VALUE 'PREFIX='.
014700     05  DL1W-RPT-SCP-PREFIX     PIC X(08).
014800     05  FILLER                  PIC X(03) VALUE SPACES.
014900     05  DL1W-RPT-SCP-RANGE.
015000         10  FILLER              PIC X(06) VALUE 'RANGE='.
015100         10  DL1W-RPT-SCP-LOW    PIC ZZZZZZZZ9.
015200         10  FILLER              PIC X(01) VALUE '-'.
015300         10  DL1W-RPT-SCP-HIGH   PIC ZZZZZZZZ9.
015400     05  FILLER                  PIC X(26) VALUE SPACES.
015500
015600 01  DL1W-RPT-SECTION-LINE.
015700     05  FILLER                  PIC X(01) VALUE SPACE.
015800     05  DL1W-RPT-SECTION-TEXT   PIC X(79).
015900
016000 01  DL1W-RPT-FOOTER-LINE.
016100     05  FILLER                  PIC X(01) VALUE SPACE.
016200     05  DL1W-RPT-FTR-LABEL      PIC X(20).
016300     05  DL1W-RPT-FTR-COUNT      PIC ZZZZZZZZ9.
016400     05  FILLER                  PIC X(50) VALUE SPACES.
016500
016600 PROCEDURE DIVISION.
016700******************************************************************
016800*    0000-MAINLINE - LIST EVERY OPERATOR AND WHAT THEY HOLD.     *
016900******************************************************************
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017200     IF DL1W-RETURN-CODE NOT = ZERO
017300         GO TO 0000-MAINLINE-EXIT
017400     END-IF.
017500     PERFORM 3000-LIST-OPERATORS THRU 3000-EXIT.
017600 0000-MAINLINE-EXIT.
017700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
017800     MOVE DL1W-RETURN-CODE TO RETURN-CODE.
017900     GOBACK.
018000
018100******************************************************************
018200*    1000-INITIALIZE - OPEN THE REPORT AND THE AUTHORIZATION     *
018300*    FILE.  NO AUTHORIZATION FILE IS REPORTED, NOT FAILED - IT   *
018400*    IS EXACTLY WHAT THE ADMINISTRATOR NEEDS TO KNOW.            *
018500******************************************************************
018600 1000-INITIALIZE.
018700     ACCEPT DL1W-CURRENT-DATE FROM DATE YYYYMMDD.
018800     OPEN OUTPUT DL1-WRP-FILE.
018900     IF DL1W-WRP-STATUS NOT = '00'
019000         MOVE 16 TO DL1W-RETURN-CODE
019100         DISPLAY 'DL1740E UNABLE TO OPEN DL1WRPT, STATUS='
019200             DL1W-WRP-STATUS
019300         GO TO 1000-EXIT
019400     END-IF.
019500     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT.
019600     OPEN INPUT DL1-OPA-FILE.
019700     IF DL1W-OPA-STATUS = '35'
019800         SET DL1W-OPA-MISSING TO TRUE
019900         DISPLAY 'DL1742W NO AUTHORIZATION FILE ON HAND - EVERY '
020000             'CONTROLLED FUNCTION WILL BE REFUSED'
020100         GO TO 1000-EXIT
020200     END-IF.
020300     IF DL1W-OPA-STATUS NOT = '00'
020400         MOVE 16 TO DL1W-RETURN-CODE
020500         DISPLAY 'DL1741E UNABLE TO OPEN DL1OPA, STATUS='
020600             DL1W-OPA-STATUS
020700         GO TO 1000-EXIT
020800     END-IF.
020900     SET DL1W-OPA-FILE-OPENED TO TRUE.
021000 1000-EXIT.
021100     EXIT.
021200
021300******************************************************************
021400*    3000-LIST-OPERATORS - READ THE AUTHORIZATION FILE IN        *
021500*    OPERATOR ORDER, ONE DETAIL LINE PER OPERATOR.               *
021600******************************************************************
021700 3000-LIST-OPERATORS.
021800     IF NOT DL1W-OPA-FILE-OPENED
021900         GO TO 3000-EXIT
022000     END-IF.
022100     MOVE 'OPERATORS, WITH THEIR SCOPE ENTRIES'
022200         TO DL1W-RPT-SECTION-TEXT.
022300     PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT.
022400     MOVE DL1W-RPT-COLUMN-HEADING TO DL1W-RPT-SECTION-LINE.
022500     PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT.
022600     PERFORM UNTIL DL1W-END-OF-OPA
022700         READ DL1-OPA-FILE NEXT RECORD
022800             AT END
022900                 SET DL1W-END-OF-OPA TO TRUE
023000             NOT AT END
023100                 PERFORM 3100-LIST-ONE-OPERATOR THRU 3100-EXIT
023200         END-READ
023300     END-PERFORM.
023400 3000-EXIT.
023500     EXIT.
023600
023700******************************************************************
023800*    3100-LIST-ONE-OPERATOR - COUNT THE FUNCTIONS HELD, COUNT    *
023900*    THE SCOPE ENTRIES IN USE, AND LIST BOTH.  A SCOPED FUNCTION *
024000*    WITHOUT A SCOPE ENTRY IS FLAGGED - THE CHECK WILL REFUSE IT *
024100*    EVERY TIME.                                                 *
024200******************************************************************
024300 3100-LIST-ONE-OPERATOR.
024400     ADD 1 TO DL1W-OPERATOR-COUNT.
024500     MOVE SPACES TO DL1W-RPT-DTL-NOTE.
024600     IF DL1-OPA-MAY-CLEAR-CKPT
024700         ADD 1 TO DL1W-CKPT-CLEAR-COUNT
024800     END-IF.
024900     IF DL1-OPA-MAY-ACK-EXC
025000         ADD 1 TO DL1W-EXC-ACK-COUNT
025100     END-IF.
025200     IF DL1-OPA-MAY-CHANGE-CFG
025300         ADD 1 TO DL1W-CFG-CHANGE-COUNT
025400     END-IF.
025500     IF DL1-OPA-MAY-RUN-RANGE
025600         ADD 1 TO DL1W-RUN-RANGE-COUNT
025700     END-IF.
025800     IF NOT DL1-OPA-MAY-CLEAR-CKPT
025900         AND NOT DL1-OPA-MAY-ACK-EXC
026000         AND NOT DL1-OPA-MAY-CHANGE-CFG
026100         AND NOT DL1-OPA-MAY-RUN-RANGE
026200         ADD 1 TO DL1W-NO-FUNCTION-COUNT
026300         MOVE 'NO FUNCTIONS' TO DL1W-RPT-DTL-NOTE
026400     END-IF.
026500     MOVE ZERO TO DL1W-SCOPE-COUNT.
026600     PERFORM 3200-COUNT-SCOPE-ENTRY THRU 3200-EXIT
026700         VARYING DL1W-SCOPE-SUB FROM 1 BY 1
026800         UNTIL DL1W-SCOPE-SUB > DL1W-SCOPE-LIMIT.
026900     IF DL1W-SCOPE-COUNT = ZERO
027000         AND (DL1-OPA-MAY-CLEAR-CKPT
027100           OR DL1-OPA-MAY-ACK-EXC
027200           OR DL1-OPA-MAY-RUN-RANGE)
027300         ADD 1 TO DL1W-NO-SCOPE-COUNT
027400         MOVE 'NO SCOPE' TO DL1W-RPT-DTL-NOTE
027500         DISPLAY 'DL1743W OPERATOR ' DL1-OPA-OPERATOR-ID
027600             ' HOLDS A SCOPED FUNCTION WITH NO SCOPE ENTRY'
027700     END-IF.
027800     MOVE DL1-OPA-OPERATOR-ID    TO DL1W-RPT-DTL-OPERATOR.
027900     MOVE DL1-OPA-OPERATOR-NAME  TO DL1W-RPT-DTL-NAME.
028000     MOVE DL1-OPA-CKPT-CLEAR     TO DL1W-RPT-DTL-CK.
028100     MOVE DL1-OPA-EXC-ACK        TO DL1W-RPT-DTL-XA.
028200     MOVE DL1-OPA-CFG-CHANGE     TO DL1W-RPT-DTL-CF.
028300     MOVE DL1-OPA-RUN-RANGE      TO DL1W-RPT-DTL-RR.
028400     MOVE DL1-OPA-GRANTED-DATE   TO DL1W-RPT-DTL-GRANTED.
028500     MOVE DL1-OPA-GRANTED-BY     TO DL1W-RPT-DTL-BY.
028600     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
028700     PERFORM 3300-LIST-SCOPE-ENTRY THRU 3300-EXIT
028800         VARYING DL1W-SCOPE-SUB FROM 1 BY 1
028900         UNTIL DL1W-SCOPE-SUB > DL1W-SCOPE-LIMIT.
029000 3100-EXIT.
029100     EXIT.
029200
029300 3200-COUNT-SCOPE-ENTRY.
029400     IF DL1-OPA-SCOPE-PREFIX (DL1W-SCOPE-SUB) NOT = SPACES
029500         ADD 1 TO DL1W-SCOPE-COUNT
029600         GO TO 3200-EXIT
029700     END-IF.
029800     IF DL1-OPA-SCOPE-HIGH (DL1W-SCOPE-SUB) IS NUMERIC
029900         AND DL1-OPA-SCOPE-HIGH (DL1W-SCOPE-SUB) > ZERO
030000         ADD 1 TO DL1W-SCOPE-COUNT
030100     END-IF.
030200 3200-EXIT.
030300     EXIT.
030400
030500 3300-LIST-SCOPE-ENTRY.
030600     IF DL1-OPA-SCOPE-PREFIX (DL1W-SCOPE-SUB) = SPACES
030700         AND (DL1-OPA-SCOPE-HIGH (DL1W-SCOPE-SUB) IS NOT NUMERIC
030800           OR DL1-OPA-SCOPE-HIGH (DL1W-SCOPE-SUB) = ZERO)
030900         GO TO 3300-EXIT
031000     END-IF.
031100     MOVE DL1-OPA-SCOPE-PREFIX (DL1W-SCOPE-SUB)
031200         TO DL1W-RPT-SCP-PREFIX.
031300     IF DL1-OPA-SCOPE-HIGH (DL1W-SCOPE-SUB) IS NUMERIC
031400         AND DL1-OPA-SCOPE-LOW (DL1W-SCOPE-SUB) IS NUMERIC
031500         AND DL1-OPA-SCOPE-HIGH (DL1W-SCOPE-SUB) > ZERO
031600         MOVE 'RANGE=' TO DL1W-RPT-SCP-RANGE
031700         MOVE DL1-OPA-SCOPE-LOW (DL1W-SCOPE-SUB)
031800             TO DL1W-RPT-SCP-LOW
031900         MOVE '-' TO DL1W-RPT-SCP-RANGE (16:1)
032000         MOVE DL1-OPA-SCOPE-HIGH (DL1W-SCOPE-SUB)
032100             TO DL1W-RPT-SCP-HIGH
032200     ELSE
032300         MOVE SPACES TO DL1W-RPT-SCP-RANGE
032400     END-IF.
032500     MOVE DL1W-RPT-SCOPE-LINE TO DL1W-RPT-SECTION-LINE.
032600     PERFORM 7200-WRITE-SECTION-LINE THRU 7200-EXIT.
032700 3300-EXIT.
032800     EXIT.
032900
033000 7000-WRITE-REPORT-LINE.
033100     IF DL1W-RPT-LINE-COUNT >= DL1W-RPT-LINES-PER-PAGE
033200         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
033300     END-IF.
033400     MOVE DL1W-RPT-DETAIL-LINE TO DL1-WRP-RECORD.
033500     WRITE DL1-WRP-RECORD.
033600     ADD 1 TO DL1W-RPT-LINE-COUNT.
033700 7000-EXIT.
033800     EXIT.
033900
034000 7100-WRITE-REPORT-HEADING.
034100     ADD 1 TO DL1W-RPT-PAGE-NUMBER.
034200     MOVE DL1W-CURRENT-DATE    TO DL1W-RPT-H1-DATE.
034300     MOVE DL1W-RPT-PAGE-NUMBER TO DL1W-RPT-H1-PAGE.
034400     MOVE DL1W-RPT-HEADING-1   TO DL1-WRP-RECORD.
034500     WRITE DL1-WRP-RECORD.
034600     MOVE DL1W-RPT-HEADING-2   TO DL1-WRP-RECORD.
034700     WRITE DL1-WRP-RECORD.
034800     MOVE ZERO TO DL1W-RPT-LINE-COUNT.
034900 7100-EXIT.
035000     EXIT.
035100
035200 7200-WRITE-SECTION-LINE.
035300     IF DL1W-RPT-LINE-COUNT >= DL1W-RPT-LINES-PER-PAGE
035400         PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
035500     END-IF.
035600     MOVE DL1W-RPT-SECTION-LINE TO DL1-WRP-RECORD.
035700     WRITE DL1-WRP-RECORD.
035800     ADD 1 TO DL1W-RPT-LINE-COUNT.
035900 7200-EXIT.
036000     EXIT.
036100
036200******************************************************************
036300*    8000-TERMINATE - THE HOLDER COUNTS ON THE REPORT, CLOSE     *
036400*    WHAT WAS OPENED, AND GIVE THE OPERATOR THE VERDICT.  A      *
036500*    MISSING FILE OR A GRANT WITH NO SCOPE IS A WARNING.         *
036600******************************************************************
036700 8000-TERMINATE.
036800     IF DL1W-RETURN-CODE = ZERO
036900         AND (DL1W-OPA-MISSING OR DL1W-NO-SCOPE-COUNT > ZERO)
037000         MOVE 4 TO DL1W-RETURN-CODE
037100     END-IF.
037200     IF DL1W-RPT-PAGE-NUMBER > ZERO
037300         MOVE 'OPERATORS ON FILE:  ' TO DL1W-RPT-FTR-LABEL
037400         MOVE DL1W-OPERATOR-COUNT TO DL1W-RPT-FTR-COUNT
037500         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
037600         MOVE '  CHECKPOINT CLEAR: ' TO DL1W-RPT-FTR-LABEL
037700         MOVE DL1W-CKPT-CLEAR-COUNT TO DL1W-RPT-FTR-COUNT
037800         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
037900         MOVE '  EXCEPTION ACK:    ' TO DL1W-RPT-FTR-LABEL
038000         MOVE DL1W-EXC-ACK-COUNT TO DL1W-RPT-FTR-COUNT
038100         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
038200         MOVE '  CONFIG CHANGE:    ' TO DL1W-RPT-FTR-LABEL
038300         MOVE DL1W-CFG-CHANGE-COUNT TO DL1W-RPT-FTR-COUNT
038400         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
038500         MOVE '  RUN A RANGE:      ' TO DL1W-RPT-FTR-LABEL
038600         MOVE DL1W-RUN-RANGE-COUNT TO DL1W-RPT-FTR-COUNT
038700         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
038800         MOVE '  NO FUNCTIONS:     ' TO DL1W-RPT-FTR-LABEL
038900         MOVE DL1W-NO-FUNCTION-COUNT TO DL1W-RPT-FTR-COUNT
039000         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
039100         MOVE '  NO SCOPE:         ' TO DL1W-RPT-FTR-LABEL
039200         MOVE DL1W-NO-SCOPE-COUNT TO DL1W-RPT-FTR-COUNT
039300         PERFORM 8050-WRITE-FOOTER-LINE THRU 8050-EXIT
039400         CLOSE DL1-WRP-FILE
039500     END-IF.
039600     IF DL1W-OPA-FILE-OPENED
039700         CLOSE DL1-OPA-FILE
039800     END-IF.
039900     IF DL1W-RETURN-CODE < 8
040000         DISPLAY 'DL1749I OPERATOR AUTHORITY REPORT COMPLETE - '
040100             DL1W-OPERATOR-COUNT ' OPERATORS'
040200     ELSE
040300         DISPLAY 'DL1749E OPERATOR AUTHORITY REPORT FAILED - '
040400             'RETURN-CODE ' DL1W-RETURN-CODE
040500     END-IF.
040600 8000-EXIT.
040700     EXIT.
040800
040900 8050-WRITE-FOOTER-LINE.
041000     MOVE DL1W-RPT-FOOTER-LINE TO DL1-WRP-RECORD.
041100     WRITE DL1-WRP-RECORD.
041200 8050-EXIT.
041300     EXIT.
